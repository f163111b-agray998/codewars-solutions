000100******************************************************************
000200*    PROGRAM-ID.  CIRCSQR-RECALL
000300*    AUTHOR.      R. OKONKWO-HALE, CUTTING FLOOR SYSTEMS
000400*    INSTALLATION. CIRCLE-SQUARING SHOP
000500*    DATE-WRITTEN. 2026-09-14
000600*    DATE-COMPILED.
000700*
000800*    REMARKS.  HEAT/LOT RECALL INQUIRY.  WHEN A MILL RECALLS A
000900*    HEAT, THIS ANSWERS "WHERE DID IT GO" FROM ONE REPORT:
001000*      - EVERY PIECE CUT FROM THE LOT (JOB, STOCK ID, CUT DATE,
001100*        FRESH BLANK OR REMNANT), FROM THE CUMULATIVE LOTHIST
001200*        ISSUE HISTORY CIRCSQR-BATCH APPENDS TO;
001300*      - EVERY REMNANT BANKED FROM THE LOT AND WHERE IT STANDS
001400*        NOW (IN THE RACK, CONSUMED, SCRAPPED), FROM REMNMAST;
001500*      - ANY OF THE LOT STILL IN THE RACK, FROM STKLOT;
001600*      - THE DISTINCT JOBS AFFECTED, WITH A PIECE COUNT EACH,
001700*        SO THE CUSTOMER CALLS CAN START STRAIGHT AWAY.
001800*    STOCK ISSUED BEFORE LOTS WERE TRACKED CARRIES A SPACES
001900*    LOT AND CANNOT BE TRACED HERE.
002000*
002100*    PARAMETER CARD (RCLPARM, ONE RECORD).
002200*        COLS  1-8   HEAT/LOT NUMBER   REQUIRED
002300*
002400*    RETURN CODES.
002500*        0   INQUIRY COMPLETE (WHETHER OR NOT ANYTHING MATCHED)
002600*       16   NO CARD, A BLANK LOT, OR A FILE THAT WOULD NOT OPEN
002700*
002800*    MODIFICATION HISTORY.
002900*    2026-09-14  ROH  ORIGINAL VERSION.
002920*    2026-10-15  ROH  A REMNANT RESERVED BY CIRCSQR-PLAN IS
002940*                     STILL IN THE RACK - LISTED AS RESERVED AND
002960*                     COUNTED WITH THE RACK TO BE PULLED.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. CIRCSQR-RECALL.
003300 AUTHOR. R. OKONKWO-HALE.
003400 INSTALLATION. CIRCLE-SQUARING SHOP.
003500 DATE-WRITTEN. 2026-09-14.
003600 DATE-COMPILED.
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. GNUCOBOL.
004000 OBJECT-COMPUTER. GNUCOBOL.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT RECALL-PARM ASSIGN TO "RCLPARM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS CS-PARM-FILE-STATUS.
004600     SELECT LOT-HISTORY ASSIGN TO "LOTHIST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CS-LOTHIST-FILE-STATUS.
004900     SELECT REMNANT-MASTER ASSIGN TO "REMNMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS RM-STOCK-ID
005300         FILE STATUS IS CS-REMN-FILE-STATUS.
005400     SELECT STOCK-LOT ASSIGN TO "STKLOT"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS LT-KEY
005800         FILE STATUS IS CS-LOT-FILE-STATUS.
005900     SELECT RECALL-REPORT ASSIGN TO "RCLRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  RECALL-PARM
006400     RECORDING MODE IS F.
006500 01  RECALL-PARM-RECORD.
006600     05  RP-LOT-NUMBER        PIC X(08).
006700     05  FILLER               PIC X(72).
006800 FD  LOT-HISTORY
006900     RECORDING MODE IS F.
007000     COPY LOTHIST.
007100 FD  REMNANT-MASTER
007200     RECORDING MODE IS F.
007300     COPY REMNREC.
007400 FD  STOCK-LOT
007500     RECORDING MODE IS F.
007600     COPY STKLOT.
007700 FD  RECALL-REPORT
007800     RECORDING MODE IS F.
007900 01  RECALL-REPORT-LINE       PIC X(80).
008000 WORKING-STORAGE SECTION.
008100 01  CS-SWITCHES.
008200     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
008300         88  CS-END-OF-FILE   VALUE "Y".
008400     05  CS-PARM-FILE-STATUS  PIC X(02)  VALUE "00".
008500     05  CS-LOTHIST-FILE-STATUS PIC X(02) VALUE "00".
008600     05  CS-REMN-FILE-STATUS  PIC X(02)  VALUE "00".
008700     05  CS-LOT-FILE-STATUS   PIC X(02)  VALUE "00".
008800 01  CS-SEL-LOT-NUMBER        PIC X(08)  VALUE SPACES.
008900 01  CS-COUNTERS.
009000     05  CS-HIST-READ-COUNT   PIC 9(06)  VALUE ZERO COMP.
009100     05  CS-CUT-COUNT         PIC 9(06)  VALUE ZERO COMP.
009200     05  CS-REMN-COUNT        PIC 9(06)  VALUE ZERO COMP.
009300     05  CS-REMN-RACK-COUNT   PIC 9(06)  VALUE ZERO COMP.
009400     05  CS-RACK-SIZE-COUNT   PIC 9(06)  VALUE ZERO COMP.
009500     05  CS-RACK-QTY-TOTAL    PIC 9(06)  VALUE ZERO COMP.
009600******************************************************************
009700*    JOBS AFFECTED.  LOTHIST IS IN CUT ORDER, NOT JOB ORDER, SO
009800*    THE PIECE COUNT PER JOB BUILDS UP HERE WHILE THE CUTS PRINT
009900*    AND IS LISTED AT THE END - SAME AS THE AUDINQ SUBTOTALS.
010000******************************************************************
010100 01  CS-JOB-TABLE.
010200     05  CS-JOB-ENTRY OCCURS 500 TIMES.
010300         10  CS-JT-JOB-ID     PIC X(08).
010400         10  CS-JT-PIECE-COUNT PIC 9(06) COMP.
010500         10  CS-JT-FIRST-CUT  PIC 9(08).
010600         10  CS-JT-LAST-CUT   PIC 9(08).
010700 77  CS-JOB-COUNT             PIC 9(03)  VALUE ZERO COMP.
010800 77  CS-JOB-MAX               PIC 9(03)  VALUE 500 COMP.
010900 77  CS-JOB-SUB               PIC 9(03)  VALUE ZERO COMP.
011000 77  CS-JOB-HIT-SUB           PIC 9(03)  VALUE ZERO COMP.
011100 01  CS-HEADING-1.
011200     05  FILLER               PIC X(20)  VALUE "CIRCSQR-RECALL".
011300     05  FILLER               PIC X(40)  VALUE
011400         "HEAT/LOT RECALL TRACE".
011500 01  CS-SELECT-LINE.
011600     05  FILLER               PIC X(10)  VALUE "LOT".
011700     05  CS-SL-LOT-NUMBER     PIC X(08).
011800 01  CS-SECTION-LINE.
011900     05  CS-SC-TEXT           PIC X(40).
012000 01  CS-CUT-HEADING.
012100     05  FILLER               PIC X(10)  VALUE "JOB-ID".
012200     05  FILLER               PIC X(12)  VALUE "STOCK-ID".
012300     05  FILLER               PIC X(10)  VALUE "CUT-DATE".
012400     05  FILLER               PIC X(04)  VALUE "MAT".
012500     05  FILLER               PIC X(12)  VALUE "RADIUS".
012600     05  FILLER               PIC X(12)  VALUE "SIDE-CUT".
012700     05  FILLER               PIC X(08)  VALUE "FROM".
012800     05  FILLER               PIC X(10)  VALUE "REMNANT".
012900 01  CS-CUT-LINE.
013000     05  CS-CL-JOB-ID         PIC X(10).
013100     05  CS-CL-STOCK-ID       PIC X(12).
013200     05  CS-CL-CUT-DATE       PIC 9(08).
013300     05  FILLER               PIC X(02).
013400     05  CS-CL-MATERIAL       PIC X(04).
013500     05  CS-CL-RADIUS         PIC ZZZZZ9.999.
013600     05  FILLER               PIC X(02).
013700     05  CS-CL-SIDE           PIC ZZZZZ9.999.
013800     05  FILLER               PIC X(02).
013900     05  CS-CL-SOURCE         PIC X(08).
014000     05  CS-CL-REMNANT-ID     PIC X(10).
014100 01  CS-REMN-HEADING.
014200     05  FILLER               PIC X(12)  VALUE "STOCK-ID".
014300     05  FILLER               PIC X(04)  VALUE "MAT".
014400     05  FILLER               PIC X(12)  VALUE "PARENT-RAD".
014500     05  FILLER               PIC X(14)  VALUE "RECLAIM-AREA".
014600     05  FILLER               PIC X(10)  VALUE "CREATED".
014700     05  FILLER               PIC X(10)  VALUE "STATUS".
014800     05  FILLER               PIC X(10)  VALUE "DISPOSED".
014900 01  CS-REMN-LINE.
015000     05  CS-RL-STOCK-ID       PIC X(12).
015100     05  CS-RL-MATERIAL       PIC X(04).
015200     05  CS-RL-RADIUS         PIC ZZZZZ9.999.
015300     05  FILLER               PIC X(02).
015400     05  CS-RL-AREA           PIC ZZZZZZZ9.999.
015500     05  FILLER               PIC X(02).
015600     05  CS-RL-CREATED        PIC 9(08).
015700     05  FILLER               PIC X(02).
015800     05  CS-RL-STATUS         PIC X(10).
015900     05  CS-RL-DISPOSED       PIC 9(08).
016000 01  CS-RACK-HEADING.
016100     05  FILLER               PIC X(12)  VALUE "RADIUS".
016200     05  FILLER               PIC X(04)  VALUE "MAT".
016300     05  FILLER               PIC X(08)  VALUE "ON-HAND".
016400     05  FILLER               PIC X(12)  VALUE "FIRST-RECV".
016500     05  FILLER               PIC X(12)  VALUE "LAST-RECV".
016600     05  FILLER               PIC X(10)  VALUE "LAST-ISSUE".
016700 01  CS-RACK-LINE.
016800     05  CS-KL-RADIUS         PIC ZZZZZ9.999.
016900     05  FILLER               PIC X(02).
017000     05  CS-KL-MATERIAL       PIC X(04).
017100     05  CS-KL-QTY            PIC ZZZZZ9.
017200     05  FILLER               PIC X(02).
017300     05  CS-KL-FIRST-RECV     PIC 9(08).
017400     05  FILLER               PIC X(04).
017500     05  CS-KL-LAST-RECV      PIC 9(08).
017600     05  FILLER               PIC X(04).
017700     05  CS-KL-LAST-ISSUE     PIC 9(08).
017800 01  CS-JOB-HEADING.
017900     05  FILLER               PIC X(10)  VALUE "JOB-ID".
018000     05  FILLER               PIC X(08)  VALUE "PIECES".
018100     05  FILLER               PIC X(12)  VALUE "FIRST-CUT".
018200     05  FILLER               PIC X(10)  VALUE "LAST-CUT".
018300 01  CS-JOB-LINE.
018400     05  CS-JL-JOB-ID         PIC X(10).
018500     05  CS-JL-PIECES         PIC ZZZZZ9.
018600     05  FILLER               PIC X(02).
018700     05  CS-JL-FIRST-CUT      PIC 9(08).
018800     05  FILLER               PIC X(04).
018900     05  CS-JL-LAST-CUT       PIC 9(08).
019000 01  CS-TOTAL-LINE.
019100     05  CS-TL-LABEL          PIC X(30).
019200     05  CS-TL-COUNT          PIC ZZZZZ9.
019300 PROCEDURE DIVISION.
019400******************************************************************
019500*    0000-MAINLINE
019600******************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE
019900     PERFORM 2000-TRACE-CUTS THRU 2000-EXIT
020000         UNTIL CS-END-OF-FILE
020100     PERFORM 2400-TRACE-REMNANTS THRU 2400-EXIT
020200     PERFORM 2600-TRACE-RACK-STOCK THRU 2600-EXIT
020300     PERFORM 3000-TERMINATE
020400     GOBACK.
020500******************************************************************
020600*    1000-INITIALIZE
020700******************************************************************
020800 1000-INITIALIZE.
020900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
021000     OPEN INPUT LOT-HISTORY
021100     IF CS-LOTHIST-FILE-STATUS NOT = "00"
021200         DISPLAY "CIRCSQR-RECALL: LOTHIST OPEN FAILED, STATUS "
021300             CS-LOTHIST-FILE-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         GOBACK
021600     END-IF
021700     OPEN OUTPUT RECALL-REPORT
021800     WRITE RECALL-REPORT-LINE FROM CS-HEADING-1
021900     MOVE CS-SEL-LOT-NUMBER TO CS-SL-LOT-NUMBER
022000     WRITE RECALL-REPORT-LINE FROM CS-SELECT-LINE
022100     MOVE "PIECES CUT FROM THE LOT" TO CS-SC-TEXT
022200     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
022300     WRITE RECALL-REPORT-LINE FROM CS-CUT-HEADING
022400     PERFORM 2100-READ-LOT-HISTORY THRU 2100-EXIT.
022500******************************************************************
022600*    1100-READ-PARM-CARD THRU 1100-EXIT
022700*
022800*    THE LOT IS THE WHOLE QUESTION - NO CARD OR A BLANK LOT
022900*    ABENDS RATHER THAN TRACE EVERY PIECE OF UNTRACKED STOCK
023000*    AS IF IT WERE ONE HEAT.
023100******************************************************************
023200 1100-READ-PARM-CARD.
023300     OPEN INPUT RECALL-PARM
023400     IF CS-PARM-FILE-STATUS NOT = "00"
023500         DISPLAY "CIRCSQR-RECALL: RCLPARM OPEN FAILED, STATUS "
023600             CS-PARM-FILE-STATUS
023700         MOVE 16 TO RETURN-CODE
023800         GOBACK
023900     END-IF
024000     READ RECALL-PARM
024100         AT END
024200             DISPLAY "CIRCSQR-RECALL: RCLPARM IS EMPTY"
024300             MOVE 16 TO RETURN-CODE
024400             GOBACK
024500     END-READ
024600     IF RP-LOT-NUMBER = SPACES
024700         DISPLAY "CIRCSQR-RECALL: NO LOT NUMBER ON RCLPARM"
024800         MOVE 16 TO RETURN-CODE
024900         GOBACK
025000     END-IF
025100     MOVE RP-LOT-NUMBER TO CS-SEL-LOT-NUMBER
025200     CLOSE RECALL-PARM
025300     GO TO 1100-EXIT.
025400 1100-EXIT.
025500     EXIT.
025600******************************************************************
025700*    2000-TRACE-CUTS THRU 2000-EXIT
025800******************************************************************
025900 2000-TRACE-CUTS.
026000     ADD 1 TO CS-HIST-READ-COUNT
026100     IF LH-LOT-NUMBER = CS-SEL-LOT-NUMBER
026200         PERFORM 2200-WRITE-CUT-LINE THRU 2200-EXIT
026300         PERFORM 2300-ACCUMULATE-JOB THRU 2300-EXIT
026400     END-IF
026500     PERFORM 2100-READ-LOT-HISTORY THRU 2100-EXIT
026600     GO TO 2000-EXIT.
026700 2000-EXIT.
026800     EXIT.
026900******************************************************************
027000*    2100-READ-LOT-HISTORY THRU 2100-EXIT
027100******************************************************************
027200 2100-READ-LOT-HISTORY.
027300     READ LOT-HISTORY
027400         AT END
027500             SET CS-END-OF-FILE TO TRUE
027600     END-READ
027700     GO TO 2100-EXIT.
027800 2100-EXIT.
027900     EXIT.
028000******************************************************************
028100*    2200-WRITE-CUT-LINE THRU 2200-EXIT
028200******************************************************************
028300 2200-WRITE-CUT-LINE.
028400     ADD 1 TO CS-CUT-COUNT
028500     MOVE SPACES TO CS-CUT-LINE
028600     MOVE LH-JOB-ID TO CS-CL-JOB-ID
028700     MOVE LH-STOCK-ID TO CS-CL-STOCK-ID
028800     MOVE LH-CUT-DATE TO CS-CL-CUT-DATE
028900     MOVE LH-MATERIAL-CODE TO CS-CL-MATERIAL
029000     MOVE LH-RADIUS TO CS-CL-RADIUS
029100     MOVE LH-SIDE-LENGTH-CUT TO CS-CL-SIDE
029200     IF LH-FROM-REMNANT
029300         MOVE "REMNANT" TO CS-CL-SOURCE
029400         MOVE LH-REMNANT-ID TO CS-CL-REMNANT-ID
029500     ELSE
029600         MOVE "BLANK" TO CS-CL-SOURCE
029700     END-IF
029800     WRITE RECALL-REPORT-LINE FROM CS-CUT-LINE
029900     GO TO 2200-EXIT.
030000 2200-EXIT.
030100     EXIT.
030200******************************************************************
030300*    2300-ACCUMULATE-JOB THRU 2300-EXIT
030400*
030500*    SERIAL SEARCH OF THE JOBS SEEN SO FAR - A HIT ACCUMULATES,
030600*    A MISS CLAIMS THE NEXT SLOT.  OVERFLOWING THE TABLE IS A
030700*    FAILED RUN, NOT A RECALL LIST WITH CUSTOMERS MISSING.
030800******************************************************************
030900 2300-ACCUMULATE-JOB.
031000     MOVE ZERO TO CS-JOB-HIT-SUB
031100     MOVE ZERO TO CS-JOB-SUB
031200     PERFORM 2310-SCAN-JOB-TABLE THRU 2310-EXIT
031300         UNTIL CS-JOB-HIT-SUB > ZERO
031400         OR CS-JOB-SUB NOT < CS-JOB-COUNT
031500     IF CS-JOB-HIT-SUB = ZERO
031600         IF CS-JOB-COUNT NOT < CS-JOB-MAX
031700             DISPLAY "CIRCSQR-RECALL: JOB TABLE FULL AT "
031800                 CS-JOB-MAX
031900             MOVE 16 TO RETURN-CODE
032000             GOBACK
032100         END-IF
032200         ADD 1 TO CS-JOB-COUNT
032300         MOVE CS-JOB-COUNT TO CS-JOB-HIT-SUB
032400         MOVE LH-JOB-ID TO CS-JT-JOB-ID (CS-JOB-HIT-SUB)
032500         MOVE ZERO TO CS-JT-PIECE-COUNT (CS-JOB-HIT-SUB)
032600         MOVE LH-CUT-DATE TO CS-JT-FIRST-CUT (CS-JOB-HIT-SUB)
032700         MOVE LH-CUT-DATE TO CS-JT-LAST-CUT (CS-JOB-HIT-SUB)
032800     END-IF
032900     ADD 1 TO CS-JT-PIECE-COUNT (CS-JOB-HIT-SUB)
033000     IF LH-CUT-DATE < CS-JT-FIRST-CUT (CS-JOB-HIT-SUB)
033100         MOVE LH-CUT-DATE TO CS-JT-FIRST-CUT (CS-JOB-HIT-SUB)
033200     END-IF
033300     IF LH-CUT-DATE > CS-JT-LAST-CUT (CS-JOB-HIT-SUB)
033400         MOVE LH-CUT-DATE TO CS-JT-LAST-CUT (CS-JOB-HIT-SUB)
033500     END-IF
033600     GO TO 2300-EXIT.
033700 2300-EXIT.
033800     EXIT.
033900 2310-SCAN-JOB-TABLE.
034000     ADD 1 TO CS-JOB-SUB
034100     IF CS-JT-JOB-ID (CS-JOB-SUB) = LH-JOB-ID
034200         MOVE CS-JOB-SUB TO CS-JOB-HIT-SUB
034300     END-IF
034400     GO TO 2310-EXIT.
034500 2310-EXIT.
034600     EXIT.
034700******************************************************************
034800*    2400-TRACE-REMNANTS THRU 2400-EXIT
034900*
035000*    REMNMAST IS KEYED BY PARENT STOCK ID, NOT LOT, SO THE
035100*    WHOLE FILE IS WALKED.  EVERY STATUS IS LISTED - A
035200*    CONSUMED REMNANT'S PIECE IS ALREADY IN THE CUT SECTION
035300*    ABOVE, BUT A SCRAPPED ONE SHOWS WHERE THE REST WENT.
035400******************************************************************
035500 2400-TRACE-REMNANTS.
035600     OPEN INPUT REMNANT-MASTER
035700     IF CS-REMN-FILE-STATUS NOT = "00"
035800         DISPLAY "CIRCSQR-RECALL: REMNMAST OPEN FAILED, STATUS "
035900             CS-REMN-FILE-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         GOBACK
036200     END-IF
036300     MOVE "REMNANTS BANKED FROM THE LOT" TO CS-SC-TEXT
036400     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
036500     WRITE RECALL-REPORT-LINE FROM CS-REMN-HEADING
036600     MOVE "N" TO CS-EOF-SWITCH
036700     PERFORM 2410-READ-REMNANT THRU 2410-EXIT
036800     PERFORM 2420-CHECK-ONE-REMNANT THRU 2420-EXIT
036900         UNTIL CS-END-OF-FILE
037000     CLOSE REMNANT-MASTER
037100     GO TO 2400-EXIT.
037200 2400-EXIT.
037300     EXIT.
037400 2410-READ-REMNANT.
037500     READ REMNANT-MASTER NEXT RECORD
037600         AT END
037700             SET CS-END-OF-FILE TO TRUE
037800     END-READ
037900     IF NOT CS-END-OF-FILE
038000         AND CS-REMN-FILE-STATUS NOT = "00"
038100         DISPLAY "CIRCSQR-RECALL: REMNMAST READ FAILED, "
038200             "STATUS " CS-REMN-FILE-STATUS
038300         MOVE 16 TO RETURN-CODE
038400         GOBACK
038500     END-IF
038600     GO TO 2410-EXIT.
038700 2410-EXIT.
038800     EXIT.
038900 2420-CHECK-ONE-REMNANT.
039000     IF RM-LOT-NUMBER = CS-SEL-LOT-NUMBER
039100         ADD 1 TO CS-REMN-COUNT
039200         MOVE SPACES TO CS-REMN-LINE
039300         MOVE RM-STOCK-ID TO CS-RL-STOCK-ID
039400         MOVE RM-MATERIAL-CODE TO CS-RL-MATERIAL
039500         MOVE RM-PARENT-RADIUS TO CS-RL-RADIUS
039600         MOVE RM-RECLAIM-AREA TO CS-RL-AREA
039700         MOVE RM-CREATED-DATE TO CS-RL-CREATED
039800         MOVE RM-DISPOSED-DATE TO CS-RL-DISPOSED
039900         EVALUATE TRUE
040000             WHEN RM-AVAILABLE
040100                 MOVE "IN RACK" TO CS-RL-STATUS
040200                 ADD 1 TO CS-REMN-RACK-COUNT
040300             WHEN RM-CONSUMED
040400                 MOVE "CONSUMED" TO CS-RL-STATUS
040420             WHEN RM-RESERVED
040440                 MOVE "RESERVED" TO CS-RL-STATUS
040460                 ADD 1 TO CS-REMN-RACK-COUNT
040500             WHEN RM-SCRAPPED
040600                 MOVE "SCRAPPED" TO CS-RL-STATUS
040700             WHEN OTHER
040800                 MOVE RM-STATUS TO CS-RL-STATUS
040900         END-EVALUATE
041000         WRITE RECALL-REPORT-LINE FROM CS-REMN-LINE
041100     END-IF
041200     PERFORM 2410-READ-REMNANT THRU 2410-EXIT
041300     GO TO 2420-EXIT.
041400 2420-EXIT.
041500     EXIT.
041600******************************************************************
041700*    2600-TRACE-RACK-STOCK THRU 2600-EXIT
041800*
041900*    WHATEVER OF THE LOT HAS NOT BEEN CUT YET, BY SIZE.  THESE
042000*    ARE THE BLANKS TO PULL FROM THE RACK AND QUARANTINE.
042100******************************************************************
042200 2600-TRACE-RACK-STOCK.
042300     OPEN INPUT STOCK-LOT
042400     IF CS-LOT-FILE-STATUS NOT = "00"
042500         DISPLAY "CIRCSQR-RECALL: STKLOT OPEN FAILED, STATUS "
042600             CS-LOT-FILE-STATUS
042700         MOVE 16 TO RETURN-CODE
042800         GOBACK
042900     END-IF
043000     MOVE "STILL IN THE RACK" TO CS-SC-TEXT
043100     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
043200     WRITE RECALL-REPORT-LINE FROM CS-RACK-HEADING
043300     MOVE "N" TO CS-EOF-SWITCH
043400     PERFORM 2610-READ-STOCK-LOT THRU 2610-EXIT
043500     PERFORM 2620-CHECK-ONE-LOT-ROW THRU 2620-EXIT
043600         UNTIL CS-END-OF-FILE
043700     CLOSE STOCK-LOT
043800     GO TO 2600-EXIT.
043900 2600-EXIT.
044000     EXIT.
044100 2610-READ-STOCK-LOT.
044200     READ STOCK-LOT NEXT RECORD
044300         AT END
044400             SET CS-END-OF-FILE TO TRUE
044500     END-READ
044600     IF NOT CS-END-OF-FILE
044700         AND CS-LOT-FILE-STATUS NOT = "00"
044800         DISPLAY "CIRCSQR-RECALL: STKLOT READ FAILED, "
044900             "STATUS " CS-LOT-FILE-STATUS
045000         MOVE 16 TO RETURN-CODE
045100         GOBACK
045200     END-IF
045300     GO TO 2610-EXIT.
045400 2610-EXIT.
045500     EXIT.
045600 2620-CHECK-ONE-LOT-ROW.
045700     IF LT-LOT-NUMBER = CS-SEL-LOT-NUMBER
045800         AND LT-QTY-ON-HAND > ZERO
045900         ADD 1 TO CS-RACK-SIZE-COUNT
046000         ADD LT-QTY-ON-HAND TO CS-RACK-QTY-TOTAL
046100         MOVE SPACES TO CS-RACK-LINE
046200         MOVE LT-RADIUS TO CS-KL-RADIUS
046300         MOVE LT-MATERIAL-CODE TO CS-KL-MATERIAL
046400         MOVE LT-QTY-ON-HAND TO CS-KL-QTY
046500         MOVE LT-FIRST-RECEIPT-DATE TO CS-KL-FIRST-RECV
046600         MOVE LT-LAST-RECEIPT-DATE TO CS-KL-LAST-RECV
046700         MOVE LT-LAST-ISSUE-DATE TO CS-KL-LAST-ISSUE
046800         WRITE RECALL-REPORT-LINE FROM CS-RACK-LINE
046900     END-IF
047000     PERFORM 2610-READ-STOCK-LOT THRU 2610-EXIT
047100     GO TO 2620-EXIT.
047200 2620-EXIT.
047300     EXIT.
047400******************************************************************
047500*    2900-WRITE-SECTION-HEAD THRU 2900-EXIT
047600******************************************************************
047700 2900-WRITE-SECTION-HEAD.
047800     MOVE SPACES TO RECALL-REPORT-LINE
047900     WRITE RECALL-REPORT-LINE
048000     WRITE RECALL-REPORT-LINE FROM CS-SECTION-LINE
048100     GO TO 2900-EXIT.
048200 2900-EXIT.
048300     EXIT.
048400******************************************************************
048500*    3000-TERMINATE
048600******************************************************************
048700 3000-TERMINATE.
048800     PERFORM 3100-WRITE-JOBS-AFFECTED THRU 3100-EXIT
048900     PERFORM 3200-WRITE-TOTALS THRU 3200-EXIT
049000     CLOSE LOT-HISTORY
049100     CLOSE RECALL-REPORT.
049200******************************************************************
049300*    3100-WRITE-JOBS-AFFECTED THRU 3100-EXIT
049400******************************************************************
049500 3100-WRITE-JOBS-AFFECTED.
049600     MOVE "JOBS AFFECTED" TO CS-SC-TEXT
049700     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
049800     WRITE RECALL-REPORT-LINE FROM CS-JOB-HEADING
049900     MOVE ZERO TO CS-JOB-SUB
050000     PERFORM 3110-WRITE-ONE-JOB THRU 3110-EXIT
050100         UNTIL CS-JOB-SUB NOT < CS-JOB-COUNT
050200     GO TO 3100-EXIT.
050300 3100-EXIT.
050400     EXIT.
050500 3110-WRITE-ONE-JOB.
050600     ADD 1 TO CS-JOB-SUB
050700     MOVE SPACES TO CS-JOB-LINE
050800     MOVE CS-JT-JOB-ID (CS-JOB-SUB) TO CS-JL-JOB-ID
050900     MOVE CS-JT-PIECE-COUNT (CS-JOB-SUB) TO CS-JL-PIECES
051000     MOVE CS-JT-FIRST-CUT (CS-JOB-SUB) TO CS-JL-FIRST-CUT
051100     MOVE CS-JT-LAST-CUT (CS-JOB-SUB) TO CS-JL-LAST-CUT
051200     WRITE RECALL-REPORT-LINE FROM CS-JOB-LINE
051300     GO TO 3110-EXIT.
051400 3110-EXIT.
051500     EXIT.
051600******************************************************************
051700*    3200-WRITE-TOTALS THRU 3200-EXIT
051800******************************************************************
051900 3200-WRITE-TOTALS.
052000     MOVE SPACES TO RECALL-REPORT-LINE
052100     WRITE RECALL-REPORT-LINE
052200     MOVE SPACES TO CS-TOTAL-LINE
052300     MOVE "PIECES CUT FROM LOT" TO CS-TL-LABEL
052400     MOVE CS-CUT-COUNT TO CS-TL-COUNT
052500     WRITE RECALL-REPORT-LINE FROM CS-TOTAL-LINE
052600     MOVE SPACES TO CS-TOTAL-LINE
052700     MOVE "JOBS AFFECTED" TO CS-TL-LABEL
052800     MOVE CS-JOB-COUNT TO CS-TL-COUNT
052900     WRITE RECALL-REPORT-LINE FROM CS-TOTAL-LINE
053000     MOVE SPACES TO CS-TOTAL-LINE
053100     MOVE "REMNANTS FROM LOT" TO CS-TL-LABEL
053200     MOVE CS-REMN-COUNT TO CS-TL-COUNT
053300     WRITE RECALL-REPORT-LINE FROM CS-TOTAL-LINE
053400     MOVE SPACES TO CS-TOTAL-LINE
053500     MOVE "REMNANTS STILL IN RACK" TO CS-TL-LABEL
053600     MOVE CS-REMN-RACK-COUNT TO CS-TL-COUNT
053700     WRITE RECALL-REPORT-LINE FROM CS-TOTAL-LINE
053800     MOVE SPACES TO CS-TOTAL-LINE
053900     MOVE "BLANKS STILL IN RACK" TO CS-TL-LABEL
054000     MOVE CS-RACK-QTY-TOTAL TO CS-TL-COUNT
054100     WRITE RECALL-REPORT-LINE FROM CS-TOTAL-LINE
054200     MOVE SPACES TO CS-TOTAL-LINE
054300     MOVE "HISTORY RECORDS READ" TO CS-TL-LABEL
054400     MOVE CS-HIST-READ-COUNT TO CS-TL-COUNT
054500     WRITE RECALL-REPORT-LINE FROM CS-TOTAL-LINE
054600     GO TO 3200-EXIT.
054700 3200-EXIT.
054800     EXIT.
054900 END PROGRAM CIRCSQR-RECALL.
