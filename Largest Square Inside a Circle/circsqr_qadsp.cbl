004800*                     EXTRACT ROW EVER POSTING, ERP-POSTED
004900*                     COULD NEVER CATCH UP AND THE JOB READ
005000*                     OPEN FOREVER ON THE JOB REPORT.
005030*    2026-09-14  ROH  A RELEASED HOLD NOW CARRIES ITS HEAT/LOT
005060*                     ONTO THE APRCUTS ROW LIKE A STRAIGHT CUT.
005062*    2026-10-15  ROH  RECTANGULAR PIECES.  QAHOLD/QAHOLDO ARE
005064*                     NOW 65 BYTES WITH THE PIECE HEIGHT ON THE
005066*                     END; A RELEASE CARRIES IT TO APRCUTS AND A
005068*                     REWORKED RECTANGLE GOES BACK WITH ITS
005070*                     HEIGHT IN THE STOCKRAW HEIGHT COLUMNS.
005072*    2026-10-15  ROH  JOB COSTING.  QAHOLD/QAHOLDO ARE NOW 88
005074*                     BYTES WITH THE PIECE COUNT, AREA AND COST
005076*                     ON THE END.  A REWORKED OR SCRAPPED HOLD
005078*                     TAKES ITS PIECES AND AREA BACK OUT OF THE
005080*                     JOB'S DELIVERED FIGURES AND BOOKS THE
005082*                     PIECE COST AS A QA LOSS (2900).
005084*    2026-10-15  ROH  SAW TICKETS.  QAHOLD/QAHOLDO ARE NOW 98
005086*                     BYTES WITH THE REMNANT ID ON THE END.  A
005088*                     RELEASE CARRIES THE MATERIAL, PIECE COUNT
005090*                     AND REMNANT ONTO THE APRCUTS ROW (2300).
005092*    2026-10-15  ROH  A RELEASE CARRIES THE HOLD'S CUTTING SHIFT
005094*                     ONTO THE APRCUTS ROW (2300) SO THE SAW
005096*                     TICKETS STAY WITH THE SHIFT THAT CUT IT.
005100******************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. CIRCSQR-QADSP.
010200     05  RW-REQ-SIDE          PIC 9(6)V9(3).
010300     05  RW-REQ-QTY           PIC X(03).
010400     05  RW-MATERIAL-CODE     PIC X(02).
010420*    THE SHIFT AND CIRCSQR-PLAN'S REMNANT COLUMNS, LEFT BLANK.
010440     05  FILLER               PIC X(11).
010460     05  RW-REQ-HEIGHT-X.
010480         10  RW-REQ-HEIGHT    PIC 9(6)V9(3).
010500*    12 LAYOUT FILLER PLUS CIRCSQR-EDIT'S TWO SPARE COLUMNS.
010600     05  FILLER               PIC X(14).
010700 FD  QA-HOLD-OUT
010800     RECORDING MODE IS F.
010900 01  QA-HOLD-OUT-RECORD       PIC X(98).
011000 FD  QA-DISP-REJECTS
011100     RECORDING MODE IS F.
011200 01  QA-DISP-REJECT-RECORD    PIC X(77).
045700     MOVE HD-STOCK-ID TO AC-STOCK-ID
045800     MOVE HD-RADIUS-CONSUMED TO AC-RADIUS-CONSUMED
045900     MOVE HD-SIDE-LENGTH-CUT TO AC-SIDE-LENGTH-CUT
045910     IF HD-CUT-HEIGHT NUMERIC
045920         MOVE HD-CUT-HEIGHT TO AC-CUT-HEIGHT
045930     ELSE
045940         MOVE HD-SIDE-LENGTH-CUT TO AC-CUT-HEIGHT
045950     END-IF
046000     MOVE HD-CUT-DATE TO AC-CUT-DATE
046100     MOVE HD-JOB-ID TO AC-JOB-ID
046150     MOVE HD-LOT-NUMBER TO AC-LOT-NUMBER
046158     MOVE HD-MATERIAL-CODE TO AC-MATERIAL-CODE
046166     IF HD-CUT-QTY NUMERIC
046174         MOVE HD-CUT-QTY TO AC-CUT-QTY
046182     END-IF
046190     MOVE HD-REMNANT-ID TO AC-REMNANT-ID
046195     MOVE HD-SHIFT-CODE TO AC-SHIFT-CODE
046200     WRITE APPROVED-CUT-RECORD
046300     MOVE "RELEASED" TO CS-DL-DISPOSITION
046400     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
046900*    2400-REWORK-HELD-CUT THRU 2400-EXIT
047000*
047100*    THE REWORK RECORD ASKS THE DAILY CYCLE TO CUT THE SAME
047200*    PIECE AGAIN - STOCKRAW LAYOUT, ONE PIECE, SAME SIDE (AND
047250*    HEIGHT, FOR A RECTANGLE) AND MATERIAL - AND GOES BACK
047300*    THROUGH CIRCSQR-EDIT AND THE BATCH RUN LIKE ANY KEYED
047400*    ORDER.  A REMNANT CUT'S ZERO
047500*    RADIUS PASSES THE EDIT (ZERO IS NUMERIC) AND REJECTS IN
047600*    THE BATCH RUN ITSELF (CS-ZERO-RADIUS-ERROR) - EITHER WAY
047700*    THE FLOOR MUST PICK THE BLANK FOR A FAILED REMNANT CUT
048700     MOVE HD-RADIUS-CONSUMED TO RW-RADIUS
048800     MOVE HD-JOB-ID TO RW-JOB-ID
048900     MOVE HD-SIDE-LENGTH-CUT TO RW-REQ-SIDE
048920     IF HD-CUT-HEIGHT NUMERIC
048940         AND HD-CUT-HEIGHT NOT = HD-SIDE-LENGTH-CUT
048960         MOVE HD-CUT-HEIGHT TO RW-REQ-HEIGHT
048980     END-IF
049000     MOVE "001" TO RW-REQ-QTY
049100     MOVE HD-MATERIAL-CODE TO RW-MATERIAL-CODE
049200     WRITE QA-REWORK-RECORD
060700*    HOLDS FROM BEFORE THE ROLLUP (SPACES JOB ID, OR NO ROW
060800*    ON THE MASTER) ARE LEFT ALONE - THERE IS NOTHING THERE
060900*    TO CORRECT.
060910*    THE PIECES NEVER SHIP EITHER, SO THEY AND THEIR AREA
060920*    COME BACK OUT OF THE JOB'S DELIVERED FIGURES, AND THE
060930*    METAL IN THEM - PRICED BY CIRCSQR-BATCH WHEN THE CUT WAS
060940*    HELD, ZERO FOR A REMNANT CUT - IS BOOKED AS A QA LOSS.
060950*    THE BLANK'S MATERIAL COST STANDS: IT WAS CONSUMED.  A
060960*    HOLD PARKED BEFORE JOB COSTING CARRIES NO PIECE FIGURES
060970*    AND ADJUSTS ONLY THE COUNTS.
061000******************************************************************
061100 2900-ADJUST-JOB-MASTER.
061200     IF HD-JOB-ID = SPACES
062100         SUBTRACT 1 FROM JB-BLANKS-CUT
062200     END-IF
062300     ADD 1 TO JB-BLANKS-SHORT
062320     IF HD-CUT-QTY NUMERIC AND HD-CUT-AREA NUMERIC
062340         AND HD-PIECE-COST NUMERIC
062360         PERFORM 2910-BOOK-QA-LOSS THRU 2910-EXIT
062380     END-IF
062400     MOVE CS-RUN-DATE TO JB-LAST-ACTIVITY-DATE
062500     REWRITE JOB-MASTER-RECORD
062600     GO TO 2900-EXIT.
062700 2900-EXIT.
062800     EXIT.
062803******************************************************************
062806*    2910-BOOK-QA-LOSS THRU 2910-EXIT
062809*
062812*    TAKES THE HELD PIECES AND THEIR AREA BACK OUT OF THE JOB'S
062815*    DELIVERED FIGURES, FLOORED AT ZERO, AND ADDS THEIR PIECE
062818*    COST TO THE JOB'S QA LOSS.  AN OVERFLOW LEAVES THE LOSS AS
062821*    IT WAS AND SAYS SO - THE COUNTS STILL STAND.
062824******************************************************************
062827 2910-BOOK-QA-LOSS.
062830     IF JB-PIECES-DELIVERED > HD-CUT-QTY
062833         SUBTRACT HD-CUT-QTY FROM JB-PIECES-DELIVERED
062836     ELSE
062839         MOVE ZERO TO JB-PIECES-DELIVERED
062842     END-IF
062845     IF JB-AREA-DELIVERED > HD-CUT-AREA
062848         SUBTRACT HD-CUT-AREA FROM JB-AREA-DELIVERED
062851     ELSE
062854         MOVE ZERO TO JB-AREA-DELIVERED
062857     END-IF
062860     ADD HD-PIECE-COST TO JB-QA-LOSS-COST
062863         ON SIZE ERROR
062866             DISPLAY "CIRCSQR-QADSP: JOB QA LOSS OVERFLOW, JOB "
062869                 JB-JOB-ID
062872     END-ADD
062875     GO TO 2910-EXIT.
062878 2910-EXIT.
062881     EXIT.
062900******************************************************************
063000*    3000-TERMINATE
063100******************************************************************
