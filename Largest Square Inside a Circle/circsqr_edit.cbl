001000*    (STOCKRAW) AND THE FILE THE BATCH RUN ACTUALLY READS
001100*    (STOCKIN).  EVERY RECORD IS CHECKED FOR A NUMERIC RADIUS,
001200*    A NON-BLANK STOCK ID, A NON-BLANK JOB ID, VALID
001300*    CUT-TO-ORDER (SIDE, HEIGHT AND QUANTITY) FIELDS, A
001310*    MATERIAL CODE ACTIVE ON THE MATERIAL MASTER (MATLMAST),
001320*    A SHIFT CODE THAT MATCHES THE SHIFT BEING RUN,
001350*    AND A STOCK ID NOT
001400*    ALREADY ACCEPTED EARLIER IN THE SAME FILE.  CLEAN RECORDS
001500*    GO TO STOCKIN UNTOUCHED; FAILURES GO TO STOCKREJ WITH A
001600*    REASON CODE APPENDED, SO THE FLOOR SUPERVISOR CORRECTS AND
001800*    DAY'S FILE.  THE EDIT REPORT CARRIES ONE LINE PER REJECT
001900*    AND CONTROL TOTALS FOR THE RUN.
002000*
002020*    PARAMETER.  THE JCL PARM IS THE SHIFT BEING RUN - "1" DAY
002040*    OR "2" SECOND.  NO PARM IS THE DAY SHIFT.
002060*
002100*    RETURN CODES.  0 = ALL RECORDS CLEAN.  4 = ONE OR MORE
002200*    RECORDS REJECTED (STOCKIN IS STILL GOOD TO RUN).  16 = THE
002300*    RUN ITSELF FAILED AND STOCKIN MUST NOT BE TRUSTED.
005300*                     REJECTED FIRST COPY STILL DOES NOT BLOCK
005400*                     ITS OWN CORRECTED RESUBMISSION - ONLY A
005500*                     CLEAN RECORD CLAIMS ITS STOCK ID.
005502*    2026-10-15  ROH  SECOND SHIFT.  THE PARM NAMES THE SHIFT
005504*                     BEING RUN; A SHIFT CODE ON THE RECORD, IF
005506*                     KEYED, MUST BE 1 OR 2 (CODE 08) AND MUST
005508*                     BE THAT SHIFT (CODE 09) - A SECOND-SHIFT
005510*                     LINE NEVER REACHES A DAY-SHIFT STOCKIN.
005512*                     SPACES IS THE DAY SHIFT.
005514*    2026-10-15  ROH  A CUT-TO-ORDER LINE MAY NOW LEAVE THE
005516*                     RADIUS BLANK - CIRCSQR-PLAN PICKS THE
005518*                     BLANK FOR IT BEFORE THE BATCH RUN.  CODE
005520*                     02 STILL APPLIES TO A BLANK RADIUS WITH NO
005522*                     REQUESTED SIDE, AND TO ANY RADIUS KEYED
005524*                     BUT NOT NUMERIC.
005526*    2026-10-15  ROH  RECTANGULAR PIECES.  A REQUESTED HEIGHT,
005528*                     IF KEYED, MUST ACCOMPANY A SIDE (THE
005530*                     WIDTH) AND BE A NONZERO NUMBER (CODE 13).
005532*                     SPACES IS THE SQUARE AND PASSES UNCHANGED.
005534*    2026-10-15  ROH  MATERIAL MASTER.  CODE 07 NOW MEANS THE
005536*                     MATERIAL IS NOT ON MATLMAST OR IS NOT
005538*                     ACTIVE THERE (2250) - THE AL/MS/BR LIST
005540*                     IS GONE FROM THE CODE.  SPACES IS STILL
005542*                     MILD STEEL AND IS CHECKED AS "MS".
005544*    2026-10-15  ROH  A LINE FOR THE OTHER SHIFT (CODE 09) IS NO
005546*                     LONGER WRITTEN TO STOCKREJ OR COUNTED AS A
005548*                     REJECT - IT IS THE OTHER SHIFT'S WORK, NOT
005550*                     AN ERROR.  EDITRPT COUNTS IT ONLY.  WHEN
005552*                     THE OTHER SHIFT HAS ALREADY RUN TODAY,
005554*                     STOCKREJ IS OPENED EXTEND SO ITS REJECTS
005556*                     SURVIVE (1070).
005558*    2026-10-15  ROH  THE SHIFT TEST (CODE 09) NOW COMES STRAIGHT
005560*                     AFTER THE STOCK ID, AHEAD OF THE CONTENT
005562*                     EDITS, SO A LINE IS EDITED - AND REJECTED
005564*                     - BY ITS OWN SHIFT'S RUN ONLY.  THE SECOND
005566*                     SHIFT SETS ASIDE EVERY LINE NOT CODED 2,
005568*                     SO A BAD SHIFT CODE (08) IS REJECTED BY
005570*                     THE DAY SHIFT'S RUN ALONE.
005600******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. CIRCSQR-EDIT.
007100     SELECT STOCK-IN ASSIGN TO "STOCKIN"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT STOCK-REJECTS ASSIGN TO "STOCKREJ"
007400         ORGANIZATION IS LINE SEQUENTIAL
007450         FILE STATUS IS CS-STKREJ-FILE-STATUS.
007500     SELECT EDIT-REPORT ASSIGN TO "EDITRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700     SELECT EDIT-WORK-FILE ASSIGN TO "EDITWRK"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007810     SELECT MATERIAL-MASTER ASSIGN TO "MATLMAST"
007820         ORGANIZATION IS INDEXED
007830         ACCESS MODE IS RANDOM
007840         RECORD KEY IS MM-MATERIAL-CODE
007850         FILE STATUS IS CS-MATL-FILE-STATUS.
007900     SELECT SORT-WORK-1 ASSIGN TO "SRTWK1".
008000     SELECT SORT-WORK-2 ASSIGN TO "SRTWK2".
008100 DATA DIVISION.
009200     05  SR-REQ-QTY-X.
009300         10  SR-REQ-QTY       PIC 9(03).
009400     05  SR-MATERIAL-CODE     PIC X(02).
009450     05  SR-SHIFT-CODE        PIC X(01).
009460*    CIRCSQR-PLAN'S REMNANT COLUMNS - NEVER KEYED.
009470     05  FILLER               PIC X(10).
009480     05  SR-REQ-HEIGHT-X.
009490         10  SR-REQ-HEIGHT    PIC 9(6)V9(3).
009500     05  FILLER               PIC X(12).
009600*    TWO SPARE COLUMNS SO A CORRECTED REJECT FILE - WHOSE
009700*    RECORDS STILL CARRY THE REASON CODE IN COLUMNS 74-75 -
009800*    READS BACK THROUGH THIS EDIT AS ONE RECORD INSTEAD OF
010900 FD  EDIT-REPORT
011000     RECORDING MODE IS F.
011100 01  EDIT-REPORT-LINE         PIC X(80).
011120 FD  MATERIAL-MASTER
011140     RECORDING MODE IS F.
011160     COPY MATLMAST.
011200******************************************************************
011300*    THE GROUPED WORK FILE BETWEEN THE TWO SORTS - EVERY
011400*    RECORD'S RAW IMAGE WITH ITS FILE SEQUENCE AND THE REASON
013600 01  CS-SWITCHES.
013700     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
013800         88  CS-END-OF-FILE   VALUE "Y".
013820     05  CS-MATL-SWITCH       PIC X(01)  VALUE "N".
013840         88  CS-MATL-VALID    VALUE "Y".
013860 01  CS-MATL-FILE-STATUS      PIC X(02)  VALUE "00".
013870 01  CS-STKREJ-FILE-STATUS    PIC X(02)  VALUE "00".
013880     88  CS-STKREJ-NOT-FOUND  VALUE "35".
013900 01  CS-COUNTERS.
014000     05  CS-READ-COUNT        PIC 9(06)  VALUE ZERO COMP.
014100     05  CS-ACCEPT-COUNT      PIC 9(06)  VALUE ZERO COMP.
014700     05  CS-BAD-SIDE-COUNT    PIC 9(06)  VALUE ZERO COMP.
014800     05  CS-BAD-QTY-COUNT     PIC 9(06)  VALUE ZERO COMP.
014900     05  CS-BAD-MATL-COUNT    PIC 9(06)  VALUE ZERO COMP.
014930     05  CS-BAD-SHIFT-COUNT   PIC 9(06)  VALUE ZERO COMP.
014960     05  CS-WRONG-SHIFT-COUNT PIC 9(06)  VALUE ZERO COMP.
014980     05  CS-BAD-HEIGHT-COUNT  PIC 9(06)  VALUE ZERO COMP.
015000 01  CS-REASON-CODE           PIC X(02)  VALUE SPACES.
015100     88  CS-REASON-BLANK-STOCK VALUE "01".
015200     88  CS-REASON-BAD-RADIUS  VALUE "02".
015500     88  CS-REASON-BAD-SIDE    VALUE "05".
015600     88  CS-REASON-BAD-QTY     VALUE "06".
015700     88  CS-REASON-BAD-MATL    VALUE "07".
015720     88  CS-REASON-BAD-SHIFT   VALUE "08".
015740     88  CS-REASON-WRONG-SHIFT VALUE "09".
015750     88  CS-REASON-BAD-HEIGHT  VALUE "13".
015760 01  CS-RUN-SHIFT             PIC X(01)  VALUE "1".
015780     88  CS-RUN-SHIFT-VALID   VALUES "1" "2".
015785 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
015790 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
015795     COPY RCTLPARM.
015800******************************************************************
015900*    THE STOCK ID THAT OWNS THE CURRENT GROUP IN THE DUP PASS.
016000*    ONLY A CLEAN RECORD CLAIMS IT - A REJECTED FIRST COPY
019100 01  CS-TOTAL-LINE.
019200     05  CS-TL-LABEL          PIC X(30).
019300     05  CS-TL-COUNT          PIC ZZZZZ9.
019320 LINKAGE SECTION.
019340 01  CS-PARM-AREA.
019360     05  CS-PARM-LENGTH       PIC S9(04) COMP.
019380     05  CS-PARM-TEXT         PIC X(01).
019400 PROCEDURE DIVISION USING CS-PARM-AREA.
019500******************************************************************
019600*    0000-MAINLINE
019700*
022000*    1000-INITIALIZE
022100******************************************************************
022200 1000-INITIALIZE.
022250     PERFORM 1050-TAKE-SHIFT-CODE THRU 1050-EXIT
022270     PERFORM 1060-OPEN-MATERIAL-MASTER THRU 1060-EXIT
022280     PERFORM 1070-ASK-OTHER-SHIFT THRU 1070-EXIT
022300     OPEN INPUT STOCK-RAW
022400     OPEN OUTPUT STOCK-IN
022500     PERFORM 1080-OPEN-STOCK-REJECTS THRU 1080-EXIT
022600     OPEN OUTPUT EDIT-REPORT
022700     WRITE EDIT-REPORT-LINE FROM CS-HEADING-1
022800     WRITE EDIT-REPORT-LINE FROM CS-HEADING-2.
022801******************************************************************
022802*    1050-TAKE-SHIFT-CODE THRU 1050-EXIT
022803*
022804*    A BAD PARM ABENDS BEFORE STOCKIN IS OPENED - YESTERDAY'S
022805*    FILE IS LEFT ALONE RATHER THAN REBUILT FOR THE WRONG SHIFT.
022806******************************************************************
022807 1050-TAKE-SHIFT-CODE.
022808     MOVE "1" TO CS-RUN-SHIFT
022809     IF CS-PARM-LENGTH > ZERO
022810         AND CS-PARM-TEXT NOT = SPACE
022811         MOVE CS-PARM-TEXT TO CS-RUN-SHIFT
022812     END-IF
022813     IF NOT CS-RUN-SHIFT-VALID
022814         DISPLAY "CIRCSQR-EDIT: BAD SHIFT CODE IN PARM - "
022815             CS-RUN-SHIFT
022816         MOVE 16 TO RETURN-CODE
022817         GOBACK
022818     END-IF
022819     GO TO 1050-EXIT.
022820 1050-EXIT.
022821     EXIT.
022822******************************************************************
022823*    1060-OPEN-MATERIAL-MASTER THRU 1060-EXIT
022824*
022825*    NO MATERIAL MASTER MEANS NO CODE CAN BE CHECKED - EVERY
022826*    LINE WOULD GO TO STOCKREJ AS CODE 07.  THE RUN ABENDS
022827*    INSTEAD, BEFORE STOCKIN IS OPENED, THE SAME AS A BAD PARM.
022828******************************************************************
022829 1060-OPEN-MATERIAL-MASTER.
022830     OPEN INPUT MATERIAL-MASTER
022831     IF CS-MATL-FILE-STATUS NOT = "00"
022832         DISPLAY "CIRCSQR-EDIT: MATERIAL-MASTER OPEN FAILED, "
022833             "STATUS " CS-MATL-FILE-STATUS
022834         MOVE 16 TO RETURN-CODE
022835         GOBACK
022836     END-IF
022837     GO TO 1060-EXIT.
022838 1060-EXIT.
022839     EXIT.
022840******************************************************************
022841*    1070-ASK-OTHER-SHIFT THRU 1070-EXIT
022842*
022843*    AN ENQUIRY CALL TO CIRCSQR-RUNCTL - NO RULE IS CHECKED AND
022844*    NOTHING IS STAMPED.  A REFUSAL ONLY COMES BACK FROM AN
022845*    UNREADABLE RUNCTL, AND ABENDS BEFORE STOCKIN IS OPENED.
022846******************************************************************
022847 1070-ASK-OTHER-SHIFT.
022848     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
022849     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
022850     MOVE "Q" TO RU-REQUEST-CODE
022851     MOVE "CIRCSQRB" TO RU-CALLER-JOB
022852     MOVE CS-RUN-DATE TO RU-CALLER-DATE
022853     MOVE SPACE TO RU-END-STATUS
022854     MOVE "N" TO RU-OVERRIDE
022855     MOVE CS-RUN-SHIFT TO RU-SHIFT-CODE
022856     CALL "CIRCSQR-RUNCTL" USING RU-PARM-FIELDS
022857     IF RU-REPLY-REFUSED
022858         DISPLAY "CIRCSQR-EDIT: RUN CONTROL FAILED - "
022859             RU-REPLY-TEXT
022860         MOVE 16 TO RETURN-CODE
022861         GOBACK
022862     END-IF
022863     GO TO 1070-EXIT.
022864 1070-EXIT.
022865     EXIT.
022866******************************************************************
022867*    1080-OPEN-STOCK-REJECTS THRU 1080-EXIT
022868*
022869*    THE DAY'S FIRST SHIFT STARTS STOCKREJ AFRESH - YESTERDAY'S
022870*    REJECTS COME BACK CORRECTED IN TODAY'S STOCKRAW.  ONCE THE
022871*    OTHER SHIFT HAS RUN TODAY ITS REJECTS ARE STILL WAITING, SO
022872*    THIS SHIFT'S ARE ADDED AFTER THEM.
022873******************************************************************
022874 1080-OPEN-STOCK-REJECTS.
022875     IF RU-OTHER-SHIFT-RAN
022876         OPEN EXTEND STOCK-REJECTS
022877         IF CS-STKREJ-NOT-FOUND
022878             OPEN OUTPUT STOCK-REJECTS
022879         END-IF
022880     ELSE
022881         OPEN OUTPUT STOCK-REJECTS
022882     END-IF
022883     GO TO 1080-EXIT.
022884 1080-EXIT.
022885     EXIT.
022900******************************************************************
023000*    2000-EDIT-PASS THRU 2000-PASS-EXIT
023100*
025600 2200-EDIT-ONE-RECORD.
025700     ADD 1 TO CS-READ-COUNT
025800     MOVE SPACES TO CS-REASON-CODE
025850     PERFORM 2250-LOOK-UP-MATERIAL THRU 2250-EXIT
025900     EVALUATE TRUE
026000         WHEN SR-STOCK-ID = SPACES
026100             SET CS-REASON-BLANK-STOCK TO TRUE
026200             ADD 1 TO CS-BLANK-STOCK-COUNT
026210*    THE OTHER SHIFT'S LINE IS SET ASIDE BEFORE ANY CONTENT EDIT
026220*    - ITS OWN RUN REJECTS IT IF NEED BE.  SPACES IS THE DAY
026230*    SHIFT, AND THE SECOND SHIFT TAKES ONLY LINES CODED 2, SO A
026240*    BAD CODE (08) IS LEFT TO THE DAY SHIFT TO REJECT.
026250         WHEN (CS-RUN-SHIFT = "1" AND SR-SHIFT-CODE = "2")
026260             OR (CS-RUN-SHIFT = "2" AND SR-SHIFT-CODE NOT = "2")
026270             SET CS-REASON-WRONG-SHIFT TO TRUE
026280             ADD 1 TO CS-WRONG-SHIFT-COUNT
026300         WHEN SR-RADIUS NOT NUMERIC
026330             AND (SR-RADIUS-X NOT = SPACES
026360             OR SR-REQ-SIDE-X = SPACES)
026400             SET CS-REASON-BAD-RADIUS TO TRUE
026500             ADD 1 TO CS-BAD-RADIUS-COUNT
026600         WHEN SR-JOB-ID = SPACES
027600             OR SR-REQ-QTY = ZERO)
027700             SET CS-REASON-BAD-QTY TO TRUE
027800             ADD 1 TO CS-BAD-QTY-COUNT
027810         WHEN SR-REQ-HEIGHT-X NOT = SPACES
027820             AND (SR-REQ-SIDE-X = SPACES
027830             OR SR-REQ-SIDE = ZERO
027840             OR SR-REQ-HEIGHT NOT NUMERIC
027850             OR SR-REQ-HEIGHT = ZERO)
027860             SET CS-REASON-BAD-HEIGHT TO TRUE
027870             ADD 1 TO CS-BAD-HEIGHT-COUNT
027900         WHEN NOT CS-MATL-VALID
028300             SET CS-REASON-BAD-MATL TO TRUE
028400             ADD 1 TO CS-BAD-MATL-COUNT
028410         WHEN SR-SHIFT-CODE NOT = SPACE
028420             AND SR-SHIFT-CODE NOT = "1"
028430             AND SR-SHIFT-CODE NOT = "2"
028440             SET CS-REASON-BAD-SHIFT TO TRUE
028450             ADD 1 TO CS-BAD-SHIFT-COUNT
028500         WHEN OTHER
028600             CONTINUE
028700     END-EVALUATE
029400     GO TO 2200-EXIT.
029500 2200-EXIT.
029600     EXIT.
029603******************************************************************
029606*    2250-LOOK-UP-MATERIAL THRU 2250-EXIT
029609*
029612*    A CODE IS GOOD ONLY IF IT IS ON MATLMAST AND ACTIVE.
029615*    SPACES - THE HISTORICAL SINGLE-MATERIAL LAYOUT - IS MILD
029618*    STEEL AND IS CHECKED AS "MS", SO A DEACTIVATED MILD STEEL
029621*    STOPS BLANK-CODED LINES TOO.
029624******************************************************************
029627 2250-LOOK-UP-MATERIAL.
029630     MOVE "N" TO CS-MATL-SWITCH
029633     IF SR-MATERIAL-CODE = SPACES
029636         MOVE "MS" TO MM-MATERIAL-CODE
029639     ELSE
029642         MOVE SR-MATERIAL-CODE TO MM-MATERIAL-CODE
029645     END-IF
029648     READ MATERIAL-MASTER
029651         INVALID KEY
029654             GO TO 2250-EXIT
029657     END-READ
029660     IF MM-ACTIVE
029663         SET CS-MATL-VALID TO TRUE
029666     END-IF
029669     GO TO 2250-EXIT.
029672 2250-EXIT.
029675     EXIT.
029700******************************************************************
029800*    4000-DUP-PASS THRU 4000-PASS-EXIT
029900*
034900*    PROGRAM EDITS, IT DOES NOT REFORMAT); REJECTS CARRY THE
035000*    ORIGINAL 73 COLUMNS WITH THE REASON CODE APPENDED, SO A
035100*    CORRECTED REJECT FILE GOES STRAIGHT BACK THROUGH AS
035200*    STOCKRAW.  A LINE FOR THE OTHER SHIFT (CODE 09) GOES
035230*    NOWHERE - IT IS COUNTED IN 2200 AND PICKED UP BY THAT
035260*    SHIFT'S OWN RUN.
035300******************************************************************
035400 5000-WRITE-PASS.
035500     MOVE "N" TO CS-EOF-SWITCH
036400             SET CS-END-OF-FILE TO TRUE
036500             GO TO 5100-EXIT
036600     END-RETURN
036620     IF S2-REASON-CODE = "09"
036640         GO TO 5100-EXIT
036660     END-IF
036700     IF S2-REASON-CODE = SPACES
036800         ADD 1 TO CS-ACCEPT-COUNT
036900         WRITE STOCK-IN-RECORD FROM S2-RAW-IMAGE
040100             MOVE "BAD REQ QUANTITY" TO CS-DL-REASON-TEXT
040200         WHEN CS-REASON-BAD-MATL
040300             MOVE "BAD MATERIAL CODE" TO CS-DL-REASON-TEXT
040320         WHEN CS-REASON-BAD-SHIFT
040340             MOVE "BAD SHIFT CODE" TO CS-DL-REASON-TEXT
040386         WHEN CS-REASON-BAD-HEIGHT
040392             MOVE "BAD REQ HEIGHT" TO CS-DL-REASON-TEXT
040400         WHEN OTHER
040500             MOVE "UNKNOWN REASON" TO CS-DL-REASON-TEXT
040600     END-EVALUATE
041600     CLOSE STOCK-IN
041700     CLOSE STOCK-REJECTS
041800     CLOSE EDIT-REPORT
041850     CLOSE MATERIAL-MASTER
041900     IF CS-REJECT-COUNT > ZERO
042000         MOVE 4 TO RETURN-CODE
042100     END-IF.
042500*    READ MUST EQUAL ACCEPTED PLUS REJECTED, AND REJECTED MUST
042600*    EQUAL THE SUM OF THE PER-REASON COUNTS - THE TOTALS ARE
042700*    PRINTED SO THE SUPERVISOR CAN PROVE THE FILE BALANCED
042800*    WITHOUT COUNTING REPORT LINES BY HAND.  LINES LEFT FOR THE
042850*    OTHER SHIFT ARE NEITHER, AND ARE PRINTED LAST - READ THEN
042870*    EQUALS ACCEPTED PLUS REJECTED PLUS OTHER SHIFT.
042900******************************************************************
043000 3100-WRITE-CONTROL-TOTALS.
043100     MOVE SPACES TO EDIT-REPORT-LINE
047000     MOVE "  07 BAD MATERIAL CODE" TO CS-TL-LABEL
047100     MOVE CS-BAD-MATL-COUNT TO CS-TL-COUNT
047200     WRITE EDIT-REPORT-LINE FROM CS-TOTAL-LINE
047207     MOVE SPACES TO CS-TOTAL-LINE
047214     MOVE "  08 BAD SHIFT CODE" TO CS-TL-LABEL
047221     MOVE CS-BAD-SHIFT-COUNT TO CS-TL-COUNT
047228     WRITE EDIT-REPORT-LINE FROM CS-TOTAL-LINE
047235     MOVE SPACES TO CS-TOTAL-LINE
047242     MOVE "  13 BAD REQ HEIGHT" TO CS-TL-LABEL
047249     MOVE CS-BAD-HEIGHT-COUNT TO CS-TL-COUNT
047256     WRITE EDIT-REPORT-LINE FROM CS-TOTAL-LINE
047263     MOVE SPACES TO CS-TOTAL-LINE
047270     MOVE "RECORDS FOR OTHER SHIFT" TO CS-TL-LABEL
047277     MOVE CS-WRONG-SHIFT-COUNT TO CS-TL-COUNT
047284     WRITE EDIT-REPORT-LINE FROM CS-TOTAL-LINE
047300     GO TO 3100-EXIT.
047400 3100-EXIT.
047500     EXIT.
