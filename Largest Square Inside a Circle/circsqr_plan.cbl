000100******************************************************************
000200*    PROGRAM-ID.  CIRCSQR-PLAN
000300*    AUTHOR.      R. OKONKWO-HALE, CUTTING FLOOR SYSTEMS
000400*    INSTALLATION. CIRCLE-SQUARING SHOP
000500*    DATE-WRITTEN. 2026-10-15
000600*    DATE-COMPILED.
000700*
000800*    REMARKS.  CUT-PLANNING PRE-PASS.  RUNS BETWEEN CIRCSQR-EDIT
000900*    AND CIRCSQR-BATCH: READS THE EDITED CUTTING LIST (STOCKEDT)
001000*    AND WRITES THE FILE THE BATCH RUN ACTUALLY READS (STOCKIN).
001100*    A CUT-TO-ORDER LINE THAT GIVES ONLY A SIDE (OR A WIDTH AND
001150*    HEIGHT) AND QUANTITY - NO RADIUS - IS PLANNED HERE BEFORE
001200*    THE SAW STARTS:
001300*
001400*      1. UP TO FOUR PIECES, THE SMALLEST AVAILABLE REMNANT OF
001500*         THE SAME MATERIAL THAT PASSES THE BATCH RUN'S FIT
001600*         TEST IS RESERVED FOR THE LINE (REMNMAST STATUS "R").
001700*      2. OTHERWISE THE SMALLEST ACTIVE STOCK-MASTER SIZE OF
001800*         THAT MATERIAL THAT TAKES THE PIECES AND STILL HAS A
001900*         BLANK ON HAND NOT ALREADY SPOKEN FOR.
002000*
002100*    THE CHOSEN RADIUS IS WRITTEN INTO SI-RADIUS, SO THE BATCH
002200*    RUN CUTS THE LINE EXACTLY AS IF IT HAD BEEN KEYED THAT WAY.
002300*    EVERY OTHER LINE PASSES THROUGH UNTOUCHED.
002400*
002500*    BLANKS ARE RESERVED AGAINST THE WHOLE DAY'S LIST: A FIRST
002600*    PASS COUNTS THE LINES THAT ALREADY NAME A RADIUS, AND EACH
002700*    LINE PLANNED ONTO A SIZE ADDS TO THE SAME COUNT, SO TWO
002800*    ORDERS NEVER CLAIM THE LAST BLANK OF A SIZE BETWEEN THEM
002900*    AND A PLANNED LINE NEVER STARVES A KEYED ONE.
003000*
003100*    WHEN THE SMALLEST SIZE THAT FITS HAS NO BLANK TO SPARE AND
003200*    A LARGER ONE IS USED INSTEAD, THE LINE IS A SUBSTITUTION
003300*    AND THE REPORT (PLANRPT) SHOWS THE EXTRA WASTE IT COSTS -
003400*    THE DIFFERENCE IN CIRCLE AREA BETWEEN THE TWO SIZES.  A
003500*    LINE THAT CANNOT BE PLANNED GOES TO PLANREJ WITH A REASON
003600*    CODE, IN THE SAME LAYOUT AS STOCKREJ, AND IS LISTED ON THE
003700*    REPORT SO IT IS CHASED BEFORE THE SHIFT, NOT AT THE SAW.
003800*
003900*    A RESERVATION LIVES ONLY AS LONG AS THE RUN IT WAS MADE
004000*    FOR.  THIS PROGRAM STARTS BY RELEASING ANY "R" REMNANT LEFT
004100*    BEHIND BY AN EARLIER RUN THAT NEVER REACHED THE SAW.
004200*
004300*    REJECT CODES.  10 = NO SIDE TO PLAN FROM.  11 = NO ACTIVE
004400*    STANDARD SIZE OF THE MATERIAL TAKES THE PIECES.  12 = SIZES
004500*    FIT, BUT NONE HAS A BLANK ON HAND TO SPARE.  (01-09 AND 13
004600*    ARE CIRCSQR-EDIT'S.)
004700*
004800*    RETURN CODES.  0 = EVERY LINE PLANNED.  4 = ONE OR MORE
004900*    LINES LEFT UNPLANNED (STOCKIN IS STILL GOOD TO RUN).  16 =
005000*    THE RUN ITSELF FAILED AND STOCKIN MUST NOT BE TRUSTED.
005100*
005110*    PARAMETER.  THE JCL PARM IS THE SHIFT BEING RUN, AS FOR
005120*    CIRCSQR-EDIT - "1" DAY OR "2" SECOND.  NO PARM IS THE DAY
005130*    SHIFT.  IT ONLY DECIDES WHETHER PLANREJ IS STARTED AFRESH
005140*    OR ADDED TO (1080).
005150*
005200*    MODIFICATION HISTORY.
005300*    2026-10-15  ROH  ORIGINAL VERSION.
005310*    2026-10-15  ROH  RECTANGULAR PIECES.  A LINE WITH A HEIGHT
005320*                     IS PLANNED ONTO A SIZE WHOSE DIAMETER
005330*                     COVERS THE PIECE'S DIAGONAL, OR A REMNANT
005340*                     IT FITS EITHER WAY ROUND - THE SAME TESTS
005350*                     AS THE BATCH RUN.  A LINE THAT ARRIVES
005360*                     WITH A RADIUS NOW HAS ITS REMNANT COLUMNS
005370*                     CLEARED ON THE WAY THROUGH, SO ONLY THIS
005380*                     PROGRAM EVER NAMES A REMNANT TO THE BATCH
005390*                     RUN.
005392*    2026-10-15  ROH  SHIFT PARM.  WHEN THE OTHER SHIFT HAS
005394*                     ALREADY RUN TODAY, PLANREJ IS OPENED
005396*                     EXTEND SO ITS UNPLANNED LINES SURVIVE.
005400******************************************************************
005500 IDENTIFICATION DIVISION.
005600 PROGRAM-ID. CIRCSQR-PLAN.
005700 AUTHOR. R. OKONKWO-HALE.
005800 INSTALLATION. CIRCLE-SQUARING SHOP.
005900 DATE-WRITTEN. 2026-10-15.
006000 DATE-COMPILED.
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER. GNUCOBOL.
006400 OBJECT-COMPUTER. GNUCOBOL.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT PLAN-IN ASSIGN TO "STOCKEDT"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT STOCK-IN ASSIGN TO "STOCKIN"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT STOCK-MASTER ASSIGN TO "STKMAST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS SM-KEY
007500         FILE STATUS IS CS-MASTER-FILE-STATUS.
007600     SELECT STOCK-ONHAND ASSIGN TO "STKONH"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS OH-KEY
008000         FILE STATUS IS CS-ONHAND-FILE-STATUS.
008100     SELECT REMNANT-MASTER ASSIGN TO "REMNMAST"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS RM-STOCK-ID
008500         FILE STATUS IS CS-REMN-FILE-STATUS.
008600     SELECT PLAN-REPORT ASSIGN TO "PLANRPT"
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800     SELECT PLAN-REJECTS ASSIGN TO "PLANREJ"
008900         ORGANIZATION IS LINE SEQUENTIAL
008950         FILE STATUS IS CS-PLNREJ-FILE-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  PLAN-IN
009300     RECORDING MODE IS F.
009400 01  PLAN-IN-RECORD           PIC X(73).
009500 FD  STOCK-IN
009600     RECORDING MODE IS F.
009700 01  STOCK-IN-LINE            PIC X(73).
009800 FD  STOCK-MASTER
009900     RECORDING MODE IS F.
010000     COPY STKMAST.
010100 FD  STOCK-ONHAND
010200     RECORDING MODE IS F.
010300     COPY STKONH.
010400 FD  REMNANT-MASTER
010500     RECORDING MODE IS F.
010600     COPY REMNREC.
010700 FD  PLAN-REPORT
010800     RECORDING MODE IS F.
010900 01  PLAN-REPORT-LINE         PIC X(80).
011000 FD  PLAN-REJECTS
011100     RECORDING MODE IS F.
011200 01  PLAN-REJECT-RECORD.
011300     05  PJ-STOCK-IN-IMAGE    PIC X(73).
011400     05  PJ-REASON-CODE       PIC X(02).
011500 WORKING-STORAGE SECTION.
011600*    THE LINE BEING PLANNED - READ INTO HERE FROM STOCKEDT AND
011700*    WRITTEN FROM HERE TO STOCKIN OR PLANREJ.
011800     COPY STOCKIN.
011900 01  CS-SWITCHES.
012000     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
012100         88  CS-END-OF-FILE   VALUE "Y".
012200     05  CS-MASTER-FILE-STATUS PIC X(02) VALUE "00".
012300     05  CS-ONHAND-FILE-STATUS PIC X(02) VALUE "00".
012400         88  CS-ONHAND-NOT-FOUND VALUE "35".
012500     05  CS-ONHAND-OPEN-SWITCH PIC X(01) VALUE "N".
012600         88  CS-ONHAND-OPEN   VALUE "Y".
012700     05  CS-REMN-FILE-STATUS  PIC X(02)  VALUE "00".
012800         88  CS-REMN-NOT-FOUND VALUE "35".
012900     05  CS-REMN-SCAN-SWITCH  PIC X(01)  VALUE "N".
013000         88  CS-REMN-EXHAUSTED VALUE "X".
013100     05  CS-FIT-SWITCH        PIC X(01)  VALUE "N".
013200         88  CS-REMNANT-FITS  VALUE "Y".
013300     05  CS-BEST-REMNANT-SWITCH PIC X(01) VALUE "N".
013400         88  CS-BEST-REMNANT-FOUND VALUE "Y".
013500     05  CS-STD-SCAN-SWITCH   PIC X(01)  VALUE "N".
013600         88  CS-STD-EXHAUSTED VALUE "X".
013700     05  CS-STD-FIT-SWITCH    PIC X(01)  VALUE "N".
013800         88  CS-STD-FITS      VALUE "Y".
013900     05  CS-IDEAL-SWITCH      PIC X(01)  VALUE "N".
014000         88  CS-IDEAL-FOUND   VALUE "Y".
014100     05  CS-CHOSEN-SWITCH     PIC X(01)  VALUE "N".
014200         88  CS-CHOSEN-FOUND  VALUE "Y".
014300     05  CS-CALC-ERROR-SWITCH PIC X(01)  VALUE "N".
014400         88  CS-CALC-ERROR    VALUE "Y".
014430     05  CS-RECT-SWITCH       PIC X(01)  VALUE "N".
014460         88  CS-RECT-PIECE    VALUE "Y".
014465     05  CS-PLNREJ-FILE-STATUS PIC X(02) VALUE "00".
014470         88  CS-PLNREJ-NOT-FOUND VALUE "35".
014475 01  CS-RUN-SHIFT             PIC X(01)  VALUE "1".
014480     88  CS-RUN-SHIFT-VALID   VALUES "1" "2".
014485 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
014490 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
014495     COPY RCTLPARM.
014500 01  CS-REASON-CODE           PIC X(02)  VALUE SPACES.
014600     88  CS-REASON-NO-SIDE    VALUE "10".
014700     88  CS-REASON-NO-SIZE    VALUE "11".
014800     88  CS-REASON-NO-STOCK   VALUE "12".
014900 01  CS-COUNTERS.
015000     05  CS-READ-COUNT        PIC 9(06)  VALUE ZERO COMP.
015100     05  CS-PASSED-COUNT      PIC 9(06)  VALUE ZERO COMP.
015200     05  CS-EXACT-COUNT       PIC 9(06)  VALUE ZERO COMP.
015300     05  CS-SUBST-COUNT       PIC 9(06)  VALUE ZERO COMP.
015400     05  CS-REMNANT-COUNT     PIC 9(06)  VALUE ZERO COMP.
015500     05  CS-UNPLANNED-COUNT   PIC 9(06)  VALUE ZERO COMP.
015600     05  CS-RELEASED-COUNT    PIC 9(06)  VALUE ZERO COMP.
015700******************************************************************
015800*    BLANKS SPOKEN FOR, BY RADIUS AND MATERIAL - EVERY LINE OF
015900*    THE LIST THAT NAMES A RADIUS, PLUS EVERY LINE PLANNED ONTO
016000*    A FRESH BLANK SO FAR.  A SIZE HAS A BLANK TO SPARE ONLY
016100*    WHILE STKONH HOLDS MORE THAN ITS COUNT HERE.
016200******************************************************************
016300 01  CS-DEMAND-TABLE.
016400     05  CS-DEMAND-ENTRY OCCURS 2000 TIMES.
016500         10  CS-DM-RADIUS     PIC 9(6)V9(3).
016600         10  CS-DM-MATERIAL   PIC X(02).
016700         10  CS-DM-COUNT      PIC 9(06)  COMP.
016800 77  CS-DEMAND-COUNT          PIC 9(04)  VALUE ZERO COMP.
016900 77  CS-DEMAND-MAX            PIC 9(04)  VALUE 2000 COMP.
017000 77  CS-DEMAND-SUB            PIC 9(04)  VALUE ZERO COMP.
017100 77  CS-DEMAND-HIT-SUB        PIC 9(04)  VALUE ZERO COMP.
017200 01  CS-DEMAND-KEY.
017300     05  CS-DK-RADIUS         PIC 9(6)V9(3) VALUE ZERO.
017400     05  CS-DK-MATERIAL       PIC X(02)     VALUE SPACES.
017500 01  CS-PLAN-FIELDS.
017600     05  CS-PLAN-MATERIAL     PIC X(02)     VALUE SPACES.
017700     05  CS-PLAN-SIDE         PIC 9(6)V9(3) VALUE ZERO.
017730*    THE SIDE AGAIN FOR A SQUARE.
017760     05  CS-PLAN-HEIGHT       PIC 9(6)V9(3) VALUE ZERO.
017800     05  CS-PLAN-QTY          PIC 9(03)     VALUE ZERO.
017900     05  CS-PLAN-AREA         PIC 9(8)V9(3) VALUE ZERO.
018000     05  CS-IDEAL-RADIUS      PIC 9(6)V9(3) VALUE ZERO.
018100     05  CS-CHOSEN-RADIUS     PIC 9(6)V9(3) VALUE ZERO.
018200     05  CS-AVAIL-QTY         PIC S9(07)    VALUE ZERO.
018300 01  CS-PI                    PIC 9V9(5) VALUE 3.14159.
018400 01  CS-AREA-FIELDS.
018500*    SPLIT COMPUTES THROUGHOUT - THE ONE-SHOT R ** 2 * PI FORM
018600*    HAS ALREADY COME BACK ZERO WITH NO SIZE ERROR ONCE IN
018700*    CIRCSQR-BATCH, SO THE SPLIT FORM IS USED EVERYWHERE A
018800*    CIRCLE AREA IS COSTED.
018900     05  CS-PIECE-AREA        PIC 9(8)V9(5) VALUE ZERO.
018920     05  CS-WIDTH-SQUARED     PIC 9(8)V9(5) VALUE ZERO.
018940     05  CS-HEIGHT-SQUARED    PIC 9(8)V9(5) VALUE ZERO.
018960     05  CS-DIAG-SQUARED      PIC 9(9)V9(5) VALUE ZERO.
018980     05  CS-DIAM-SQUARED      PIC 9(9)V9(5) VALUE ZERO.
019000     05  CS-RADIUS-SQUARED    PIC 9(8)V9(5) VALUE ZERO.
019100     05  CS-STD-CIRCLE-AREA   PIC 9(8)V9(3) VALUE ZERO.
019200     05  CS-IDEAL-CIRCLE-AREA PIC 9(8)V9(3) VALUE ZERO.
019300     05  CS-CHOSEN-CIRCLE-AREA PIC 9(8)V9(3) VALUE ZERO.
019400     05  CS-EXTRA-WASTE       PIC 9(8)V9(3) VALUE ZERO.
019500     05  CS-TOTAL-EXTRA-WASTE PIC 9(10)V9(3) VALUE ZERO.
019600******************************************************************
019700*    REMNANT FIT-TEST WORK FIELDS - THE SAME TEST CIRCSQR-BATCH
019800*    APPLIES AT 2069, SO A REMNANT RESERVED HERE IS ONE THE
019900*    BATCH RUN WILL ACCEPT: (B/2)**2 + (S/2 + H)**2 <= R**2,
019950*    WITH A RECTANGLE TRIED BOTH WAYS ROUND.
020000******************************************************************
020100 01  CS-REMNANT-FIT-FIELDS.
020130     05  CS-RMT-BASE          PIC 9(6)V9(3) VALUE ZERO.
020160     05  CS-RMT-RISE          PIC 9(6)V9(3) VALUE ZERO.
020200     05  CS-RMT-CORNER-TERM-A PIC 9(8)V9(5) VALUE ZERO.
020300     05  CS-RMT-CORNER-TERM-B PIC 9(8)V9(5) VALUE ZERO.
020400     05  CS-RMT-RADIUS-SQUARED PIC 9(8)V9(5) VALUE ZERO.
020500     05  CS-RMT-CORNER-SUM    PIC 9(9)V9(5) VALUE ZERO.
020600     05  CS-RMT-CANDIDATE-AREA PIC 9(8)V9(3) VALUE ZERO.
020700     05  CS-BEST-REMNANT-ID   PIC X(10)     VALUE SPACES.
020800     05  CS-BEST-RECLAIM-AREA PIC 9(8)V9(3) VALUE ZERO.
020900 01  CS-HEADING-1.
021000     05  FILLER               PIC X(20)  VALUE "CIRCSQR-PLAN".
021100     05  FILLER               PIC X(40)  VALUE
021200         "CUT-PLANNING PRE-PASS REPORT".
021300 01  CS-HEADING-2.
021400     05  FILLER               PIC X(12)  VALUE "STOCK-ID".
021500     05  FILLER               PIC X(10)  VALUE "JOB-ID".
021600     05  FILLER               PIC X(04)  VALUE "MAT".
021700     05  FILLER               PIC X(12)  VALUE "SIDE-REQD".
021800     05  FILLER               PIC X(05)  VALUE "QTY".
021900     05  FILLER               PIC X(12)  VALUE "PLAN-RADIUS".
022000     05  FILLER               PIC X(12)  VALUE "ACTION".
022100     05  FILLER               PIC X(12)  VALUE "NOTE".
022200 01  CS-DETAIL-LINE.
022300     05  CS-DL-STOCK-ID       PIC X(12).
022400     05  CS-DL-JOB-ID         PIC X(10).
022500     05  CS-DL-MATERIAL       PIC X(04).
022600     05  CS-DL-SIDE-LENGTH    PIC ZZZZZ9.999.
022700     05  FILLER               PIC X(02).
022800     05  CS-DL-QTY            PIC ZZ9.
022900     05  FILLER               PIC X(02).
023000     05  CS-DL-RADIUS         PIC ZZZZZ9.999.
023100     05  FILLER               PIC X(02).
023200     05  CS-DL-ACTION         PIC X(12).
023300     05  CS-DL-NOTE           PIC X(12).
023400*    FOLLOWS A SUBSTITUTED LINE - THE SIZE THE ORDER SHOULD HAVE
023500*    HAD AND WHAT CUTTING THE LARGER ONE COSTS IN WASTE.
023600 01  CS-SUBST-LINE.
023700     05  FILLER               PIC X(26)  VALUE SPACES.
023800     05  FILLER               PIC X(14)  VALUE "IDEAL RADIUS".
023900     05  CS-SL-IDEAL-RADIUS   PIC ZZZZZ9.999.
024000     05  FILLER               PIC X(15)  VALUE "  EXTRA WASTE".
024100     05  CS-SL-EXTRA-WASTE    PIC ZZZZZZZ9.999.
024110*    FOLLOWS A RECTANGULAR PIECE - SIDE-REQD ABOVE IS ITS WIDTH.
024120 01  CS-RECT-LINE.
024130     05  FILLER               PIC X(26)  VALUE SPACES.
024140     05  FILLER               PIC X(14)  VALUE "RECTANGLE".
024150     05  CS-RL-WIDTH          PIC ZZZZZ9.999.
024160     05  FILLER               PIC X(03)  VALUE " X ".
024170     05  CS-RL-HEIGHT         PIC ZZZZZ9.999.
024200 01  CS-TOTAL-LINE.
024300     05  CS-TL-LABEL          PIC X(30).
024400     05  CS-TL-COUNT          PIC ZZZZZ9.
024500 01  CS-AREA-LINE.
024600     05  CS-AL-LABEL          PIC X(30).
024700     05  CS-AL-AREA           PIC Z(9)9.999.
024720 LINKAGE SECTION.
024740 01  CS-PARM-AREA.
024760     05  CS-PARM-LENGTH       PIC S9(04) COMP.
024780     05  CS-PARM-TEXT         PIC X(01).
024800 PROCEDURE DIVISION USING CS-PARM-AREA.
024900******************************************************************
025000*    0000-MAINLINE
025100******************************************************************
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE
025400     PERFORM 2000-PLAN-ONE-LINE THRU 2000-EXIT
025500         UNTIL CS-END-OF-FILE
025600     PERFORM 3000-TERMINATE
025700     GOBACK.
025800******************************************************************
025900*    1000-INITIALIZE
026000******************************************************************
026100 1000-INITIALIZE.
026130     PERFORM 1060-TAKE-SHIFT-CODE THRU 1060-EXIT
026160     PERFORM 1070-ASK-OTHER-SHIFT THRU 1070-EXIT
026200     OPEN INPUT STOCK-MASTER
026300     PERFORM 1050-CHECK-OPEN-STATUS THRU 1050-EXIT
026400     OPEN I-O REMNANT-MASTER
026500     IF CS-REMN-NOT-FOUND
026600         OPEN OUTPUT REMNANT-MASTER
026700         CLOSE REMNANT-MASTER
026800         OPEN I-O REMNANT-MASTER
026900     END-IF
027000     IF CS-REMN-FILE-STATUS NOT = "00"
027100         DISPLAY "CIRCSQR-PLAN: REMNANT-MASTER OPEN FAILED, "
027200             "STATUS " CS-REMN-FILE-STATUS
027300         MOVE 16 TO RETURN-CODE
027400         GOBACK
027500     END-IF
027600     PERFORM 1100-RELEASE-RESERVATIONS THRU 1100-EXIT
027700     PERFORM 1200-TALLY-NAMED-DEMAND THRU 1200-EXIT
027800     MOVE "N" TO CS-EOF-SWITCH
027900     OPEN INPUT PLAN-IN
028000     OPEN OUTPUT STOCK-IN
028100     OPEN OUTPUT PLAN-REPORT
028200     PERFORM 1080-OPEN-PLAN-REJECTS THRU 1080-EXIT
028300     WRITE PLAN-REPORT-LINE FROM CS-HEADING-1
028400     WRITE PLAN-REPORT-LINE FROM CS-HEADING-2
028500     PERFORM 2100-READ-PLAN-IN THRU 2100-EXIT.
028600******************************************************************
028700*    1050-CHECK-OPEN-STATUS THRU 1050-EXIT
028800*
028900*    A FAILED STOCK-MASTER OPEN WOULD LEAVE EVERY LINE UNPLANNED
029000*    AS "NO SIZE FITS" - AN ANSWER THE FLOOR WOULD ACT ON - SO IT
029100*    ABENDS INSTEAD.  A MISSING STKONH IS DIFFERENT: NOTHING HAS
029200*    EVER BEEN RECEIVED, SO NOTHING IS ON HAND AND EVERY SIZE IS
029300*    SIMPLY OUT OF STOCK.
029400******************************************************************
029500 1050-CHECK-OPEN-STATUS.
029600     IF CS-MASTER-FILE-STATUS NOT = "00"
029700         DISPLAY "CIRCSQR-PLAN: STOCK-MASTER OPEN FAILED, STATUS "
029800             CS-MASTER-FILE-STATUS
029900         MOVE 16 TO RETURN-CODE
030000         GOBACK
030100     END-IF
030200     OPEN INPUT STOCK-ONHAND
030300     IF CS-ONHAND-NOT-FOUND
030400         GO TO 1050-EXIT
030500     END-IF
030600     IF CS-ONHAND-FILE-STATUS NOT = "00"
030700         DISPLAY "CIRCSQR-PLAN: STOCK-ONHAND OPEN FAILED, STATUS "
030800             CS-ONHAND-FILE-STATUS
030900         MOVE 16 TO RETURN-CODE
031000         GOBACK
031100     END-IF
031200     SET CS-ONHAND-OPEN TO TRUE
031300     GO TO 1050-EXIT.
031400 1050-EXIT.
031500     EXIT.
031501******************************************************************
031502*    1060-TAKE-SHIFT-CODE THRU 1060-EXIT
031503*
031504*    A BAD PARM ABENDS BEFORE ANY RESERVATION IS RELEASED OR
031505*    STOCKIN IS OPENED.
031506******************************************************************
031507 1060-TAKE-SHIFT-CODE.
031508     MOVE "1" TO CS-RUN-SHIFT
031509     IF CS-PARM-LENGTH > ZERO
031510         AND CS-PARM-TEXT NOT = SPACE
031511         MOVE CS-PARM-TEXT TO CS-RUN-SHIFT
031512     END-IF
031513     IF NOT CS-RUN-SHIFT-VALID
031514         DISPLAY "CIRCSQR-PLAN: BAD SHIFT CODE IN PARM - "
031515             CS-RUN-SHIFT
031516         MOVE 16 TO RETURN-CODE
031517         GOBACK
031518     END-IF
031519     GO TO 1060-EXIT.
031520 1060-EXIT.
031521     EXIT.
031522******************************************************************
031523*    1070-ASK-OTHER-SHIFT THRU 1070-EXIT
031524*
031525*    AN ENQUIRY CALL TO CIRCSQR-RUNCTL - NO RULE IS CHECKED AND
031526*    NOTHING IS STAMPED.  A REFUSAL ONLY COMES BACK FROM AN
031527*    UNREADABLE RUNCTL, AND ABENDS BEFORE ANYTHING IS TOUCHED.
031528******************************************************************
031529 1070-ASK-OTHER-SHIFT.
031530     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
031531     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
031532     MOVE "Q" TO RU-REQUEST-CODE
031533     MOVE "CIRCSQRB" TO RU-CALLER-JOB
031534     MOVE CS-RUN-DATE TO RU-CALLER-DATE
031535     MOVE SPACE TO RU-END-STATUS
031536     MOVE "N" TO RU-OVERRIDE
031537     MOVE CS-RUN-SHIFT TO RU-SHIFT-CODE
031538     CALL "CIRCSQR-RUNCTL" USING RU-PARM-FIELDS
031539     IF RU-REPLY-REFUSED
031540         DISPLAY "CIRCSQR-PLAN: RUN CONTROL FAILED - "
031541             RU-REPLY-TEXT
031542         MOVE 16 TO RETURN-CODE
031543         GOBACK
031544     END-IF
031545     GO TO 1070-EXIT.
031546 1070-EXIT.
031547     EXIT.
031548******************************************************************
031549*    1080-OPEN-PLAN-REJECTS THRU 1080-EXIT
031550*
031551*    THE DAY'S FIRST SHIFT STARTS PLANREJ AFRESH.  ONCE THE OTHER
031552*    SHIFT HAS RUN TODAY ITS UNPLANNED LINES ARE STILL WAITING,
031553*    SO THIS SHIFT'S ARE ADDED AFTER THEM.
031554******************************************************************
031555 1080-OPEN-PLAN-REJECTS.
031556     IF RU-OTHER-SHIFT-RAN
031557         OPEN EXTEND PLAN-REJECTS
031558         IF CS-PLNREJ-NOT-FOUND
031559             OPEN OUTPUT PLAN-REJECTS
031560         END-IF
031561     ELSE
031562         OPEN OUTPUT PLAN-REJECTS
031563     END-IF
031564     GO TO 1080-EXIT.
031565 1080-EXIT.
031566     EXIT.
031600******************************************************************
031700*    1100-RELEASE-RESERVATIONS THRU 1100-EXIT
031800*
031900*    A REMNANT STILL "R" AT THE START OF A PLANNING RUN BELONGS
032000*    TO A LIST THAT NEVER FINISHED AT THE SAW - THE BATCH RUN
032100*    CONSUMES OR RELEASES EVERY RESERVATION IT REACHES.  IT GOES
032200*    BACK TO AVAILABLE BEFORE TODAY'S LIST IS PLANNED.
032300******************************************************************
032400 1100-RELEASE-RESERVATIONS.
032500     MOVE "N" TO CS-REMN-SCAN-SWITCH
032600     MOVE LOW-VALUES TO RM-STOCK-ID
032700     START REMNANT-MASTER KEY IS NOT LESS THAN RM-STOCK-ID
032800         INVALID KEY
032900             GO TO 1100-EXIT
033000     END-START
033100     PERFORM 1110-RELEASE-ONE-REMNANT THRU 1110-EXIT
033200         UNTIL CS-REMN-EXHAUSTED
033300     GO TO 1100-EXIT.
033400 1100-EXIT.
033500     EXIT.
033600 1110-RELEASE-ONE-REMNANT.
033700     READ REMNANT-MASTER NEXT RECORD
033800         AT END
033900             SET CS-REMN-EXHAUSTED TO TRUE
034000             GO TO 1110-EXIT
034100     END-READ
034200     IF CS-REMN-FILE-STATUS NOT = "00"
034300         AND CS-REMN-FILE-STATUS NOT = "10"
034400         DISPLAY "CIRCSQR-PLAN: REMNANT-MASTER READ FAILED, "
034500             "STATUS " CS-REMN-FILE-STATUS
034600         MOVE 16 TO RETURN-CODE
034700         GOBACK
034800     END-IF
034900     IF RM-RESERVED
035000         MOVE "A" TO RM-STATUS
035100         REWRITE REMNANT-RECORD
035200         ADD 1 TO CS-RELEASED-COUNT
035300     END-IF
035400     GO TO 1110-EXIT.
035500 1110-EXIT.
035600     EXIT.
035700******************************************************************
035800*    1200-TALLY-NAMED-DEMAND THRU 1200-EXIT
035900*
036000*    FIRST PASS OVER STOCKEDT - EVERY LINE THAT ALREADY NAMES A
036100*    RADIUS WILL DRAW A BLANK OF THAT SIZE AT THE SAW, SO IT IS
036200*    COUNTED AGAINST STKONH BEFORE ANY LINE IS PLANNED.
036300******************************************************************
036400 1200-TALLY-NAMED-DEMAND.
036500     OPEN INPUT PLAN-IN
036600     PERFORM 1210-TALLY-ONE-LINE THRU 1210-EXIT
036700         UNTIL CS-END-OF-FILE
036800     CLOSE PLAN-IN
036900     GO TO 1200-EXIT.
037000 1200-EXIT.
037100     EXIT.
037200 1210-TALLY-ONE-LINE.
037300     READ PLAN-IN INTO STOCK-IN-RECORD
037400         AT END
037500             SET CS-END-OF-FILE TO TRUE
037600             GO TO 1210-EXIT
037700     END-READ
037800     IF SI-RADIUS NOT NUMERIC
037900         GO TO 1210-EXIT
038000     END-IF
038100     IF SI-RADIUS = ZERO
038200         GO TO 1210-EXIT
038300     END-IF
038400     PERFORM 2050-TAKE-MATERIAL THRU 2050-EXIT
038500     MOVE SI-RADIUS TO CS-DK-RADIUS
038600     MOVE CS-PLAN-MATERIAL TO CS-DK-MATERIAL
038700     PERFORM 2400-ADD-DEMAND THRU 2400-EXIT
038800     GO TO 1210-EXIT.
038900 1210-EXIT.
039000     EXIT.
039100******************************************************************
039200*    2000-PLAN-ONE-LINE THRU 2000-EXIT
039300*
039400*    A LINE WITH A RADIUS GOES STRAIGHT THROUGH.  A LINE WITHOUT
039500*    ONE IS OFFERED A REMNANT, THEN A STANDARD SIZE; A LINE
039600*    NEITHER CAN SERVE GOES TO PLANREJ INSTEAD OF STOCKIN.
039700******************************************************************
039800 2000-PLAN-ONE-LINE.
039900     ADD 1 TO CS-READ-COUNT
039950     MOVE "N" TO CS-RECT-SWITCH
040000     IF SI-RADIUS NUMERIC
040050         MOVE SPACES TO SI-PLAN-REMNANT-ID
040100         WRITE STOCK-IN-LINE FROM STOCK-IN-RECORD
040200         ADD 1 TO CS-PASSED-COUNT
040300         GO TO 2000-NEXT
040400     END-IF
040500     MOVE SPACES TO CS-REASON-CODE
040600     MOVE ZERO TO CS-IDEAL-RADIUS
040700     MOVE ZERO TO CS-CHOSEN-RADIUS
040800     MOVE ZERO TO CS-EXTRA-WASTE
040900     PERFORM 2050-TAKE-MATERIAL THRU 2050-EXIT
041000     MOVE SPACES TO CS-DETAIL-LINE
041100     MOVE SI-STOCK-ID TO CS-DL-STOCK-ID
041200     MOVE SI-JOB-ID TO CS-DL-JOB-ID
041300     MOVE CS-PLAN-MATERIAL TO CS-DL-MATERIAL
041400     IF SI-REQ-SIDE-LENGTH NOT NUMERIC
041500         SET CS-REASON-NO-SIDE TO TRUE
041600         GO TO 2000-UNPLANNED
041700     END-IF
041800     IF SI-REQ-SIDE-LENGTH = ZERO
041900         SET CS-REASON-NO-SIDE TO TRUE
042000         GO TO 2000-UNPLANNED
042100     END-IF
042200     MOVE SI-REQ-SIDE-LENGTH TO CS-PLAN-SIDE
042300     MOVE 1 TO CS-PLAN-QTY
042400     IF SI-REQ-QTY NUMERIC
042500         IF SI-REQ-QTY > ZERO
042600             MOVE SI-REQ-QTY TO CS-PLAN-QTY
042700         END-IF
042800     END-IF
042810     MOVE CS-PLAN-SIDE TO CS-PLAN-HEIGHT
042820     IF SI-REQ-HEIGHT NUMERIC
042830         IF SI-REQ-HEIGHT > ZERO
042840             MOVE SI-REQ-HEIGHT TO CS-PLAN-HEIGHT
042850             SET CS-RECT-PIECE TO TRUE
042860         END-IF
042870     END-IF
042900     MOVE CS-PLAN-SIDE TO CS-DL-SIDE-LENGTH
043000     MOVE CS-PLAN-QTY TO CS-DL-QTY
043100     PERFORM 2200-OFFER-REMNANT THRU 2200-EXIT
043200     IF CS-BEST-REMNANT-FOUND
043300         MOVE RM-PARENT-RADIUS TO SI-RADIUS
043400         MOVE RM-STOCK-ID TO SI-PLAN-REMNANT-ID
043500         WRITE STOCK-IN-LINE FROM STOCK-IN-RECORD
043600         ADD 1 TO CS-REMNANT-COUNT
043700         MOVE RM-PARENT-RADIUS TO CS-DL-RADIUS
043800         MOVE "REMNANT" TO CS-DL-ACTION
043900         MOVE RM-STOCK-ID TO CS-DL-NOTE
044000         WRITE PLAN-REPORT-LINE FROM CS-DETAIL-LINE
044050         PERFORM 2600-WRITE-RECT-LINE THRU 2600-EXIT
044100         GO TO 2000-NEXT
044200     END-IF
044300     PERFORM 2300-FIND-STANDARD-SIZE THRU 2300-EXIT
044400     IF NOT CS-IDEAL-FOUND
044500         SET CS-REASON-NO-SIZE TO TRUE
044600         GO TO 2000-UNPLANNED
044700     END-IF
044800     IF NOT CS-CHOSEN-FOUND
044900         SET CS-REASON-NO-STOCK TO TRUE
045000         GO TO 2000-UNPLANNED
045100     END-IF
045200     MOVE CS-CHOSEN-RADIUS TO SI-RADIUS
045300     MOVE SPACES TO SI-PLAN-REMNANT-ID
045400     WRITE STOCK-IN-LINE FROM STOCK-IN-RECORD
045500     MOVE CS-CHOSEN-RADIUS TO CS-DK-RADIUS
045600     MOVE CS-PLAN-MATERIAL TO CS-DK-MATERIAL
045700     PERFORM 2400-ADD-DEMAND THRU 2400-EXIT
045800     MOVE CS-CHOSEN-RADIUS TO CS-DL-RADIUS
045900     IF CS-CHOSEN-RADIUS = CS-IDEAL-RADIUS
046000         ADD 1 TO CS-EXACT-COUNT
046100         MOVE "PLANNED" TO CS-DL-ACTION
046200         WRITE PLAN-REPORT-LINE FROM CS-DETAIL-LINE
046250         PERFORM 2600-WRITE-RECT-LINE THRU 2600-EXIT
046300         GO TO 2000-NEXT
046400     END-IF
046500     PERFORM 2500-COMPUTE-EXTRA-WASTE THRU 2500-EXIT
046600     ADD 1 TO CS-SUBST-COUNT
046700     MOVE "SUBSTITUTED" TO CS-DL-ACTION
046800     IF CS-CALC-ERROR
046900         MOVE "CALC ERROR" TO CS-DL-NOTE
047000     END-IF
047100     WRITE PLAN-REPORT-LINE FROM CS-DETAIL-LINE
047150     PERFORM 2600-WRITE-RECT-LINE THRU 2600-EXIT
047200     MOVE CS-IDEAL-RADIUS TO CS-SL-IDEAL-RADIUS
047300     MOVE CS-EXTRA-WASTE TO CS-SL-EXTRA-WASTE
047400     WRITE PLAN-REPORT-LINE FROM CS-SUBST-LINE
047500     GO TO 2000-NEXT.
047600 2000-UNPLANNED.
047700     PERFORM 2700-WRITE-REJECT THRU 2700-EXIT.
047800 2000-NEXT.
047900     PERFORM 2100-READ-PLAN-IN THRU 2100-EXIT
048000     GO TO 2000-EXIT.
048100 2000-EXIT.
048200     EXIT.
048300******************************************************************
048400*    2050-TAKE-MATERIAL THRU 2050-EXIT
048500******************************************************************
048600 2050-TAKE-MATERIAL.
048700*    SPACES = MILD STEEL, THE HISTORICAL SINGLE-MATERIAL LAYOUT.
048800     IF SI-MATERIAL-CODE = SPACES
048900         MOVE "MS" TO CS-PLAN-MATERIAL
049000     ELSE
049100         MOVE SI-MATERIAL-CODE TO CS-PLAN-MATERIAL
049200     END-IF
049300     GO TO 2050-EXIT.
049400 2050-EXIT.
049500     EXIT.
049600******************************************************************
049700*    2100-READ-PLAN-IN THRU 2100-EXIT
049800******************************************************************
049900 2100-READ-PLAN-IN.
050000     READ PLAN-IN INTO STOCK-IN-RECORD
050100         AT END
050200             SET CS-END-OF-FILE TO TRUE
050300     END-READ
050400     GO TO 2100-EXIT.
050500 2100-EXIT.
050600     EXIT.
050700******************************************************************
050800*    2200-OFFER-REMNANT THRU 2200-EXIT
050900*
051000*    SAME RULES AS THE BATCH RUN'S OWN OFFER AT 2067 - UP TO
051100*    FOUR PIECES, SAME MATERIAL, SAME FIT TEST, SMALLEST RECLAIM
051200*    AREA WINS.  THE WINNER IS RE-READ BY KEY AND MARKED "R" SO
051300*    NO LATER LINE - HERE OR IN THE BATCH RUN'S OWN OFFER - CAN
051400*    TAKE IT.  ON RETURN CS-BEST-REMNANT-FOUND SAYS WHETHER ONE
051500*    WAS RESERVED, AND THE RECORD AREA HOLDS IT.
051600******************************************************************
051700 2200-OFFER-REMNANT.
051800     MOVE "N" TO CS-REMN-SCAN-SWITCH
051900     MOVE "N" TO CS-BEST-REMNANT-SWITCH
052000     IF CS-PLAN-QTY > 4
052100         GO TO 2200-EXIT
052200     END-IF
052300     MOVE LOW-VALUES TO RM-STOCK-ID
052400     START REMNANT-MASTER KEY IS NOT LESS THAN RM-STOCK-ID
052500         INVALID KEY
052600             GO TO 2200-EXIT
052700     END-START
052800     PERFORM 2210-SCAN-ONE-REMNANT THRU 2210-EXIT
052900         UNTIL CS-REMN-EXHAUSTED
053000     IF NOT CS-BEST-REMNANT-FOUND
053100         GO TO 2200-EXIT
053200     END-IF
053300     MOVE CS-BEST-REMNANT-ID TO RM-STOCK-ID
053400     READ REMNANT-MASTER
053500         INVALID KEY
053600             MOVE "N" TO CS-BEST-REMNANT-SWITCH
053700             GO TO 2200-EXIT
053800     END-READ
053900     MOVE "R" TO RM-STATUS
054000     REWRITE REMNANT-RECORD
054100     GO TO 2200-EXIT.
054200 2200-EXIT.
054300     EXIT.
054400 2210-SCAN-ONE-REMNANT.
054500     READ REMNANT-MASTER NEXT RECORD
054600         AT END
054700             SET CS-REMN-EXHAUSTED TO TRUE
054800             GO TO 2210-EXIT
054900     END-READ
055000     IF CS-REMN-FILE-STATUS NOT = "00"
055100         AND CS-REMN-FILE-STATUS NOT = "10"
055200         DISPLAY "CIRCSQR-PLAN: REMNANT-MASTER READ FAILED, "
055300             "STATUS " CS-REMN-FILE-STATUS
055400         MOVE 16 TO RETURN-CODE
055500         GOBACK
055600     END-IF
055700     IF NOT RM-AVAILABLE
055800         GO TO 2210-EXIT
055900     END-IF
056000     IF RM-MATERIAL-CODE = SPACES
056100         AND CS-PLAN-MATERIAL NOT = "MS"
056200         GO TO 2210-EXIT
056300     END-IF
056400     IF RM-MATERIAL-CODE NOT = SPACES
056500         AND RM-MATERIAL-CODE NOT = CS-PLAN-MATERIAL
056600         GO TO 2210-EXIT
056700     END-IF
056800     PERFORM 2220-TEST-REMNANT-FIT THRU 2220-EXIT
056900     IF NOT CS-REMNANT-FITS
057000         GO TO 2210-EXIT
057100     END-IF
057200     IF RM-RECLAIM-AREA NUMERIC
057300         MOVE RM-RECLAIM-AREA TO CS-RMT-CANDIDATE-AREA
057400     ELSE
057500         MOVE 99999999.999 TO CS-RMT-CANDIDATE-AREA
057600     END-IF
057700     IF CS-BEST-REMNANT-FOUND
057800         AND CS-RMT-CANDIDATE-AREA NOT < CS-BEST-RECLAIM-AREA
057900         GO TO 2210-EXIT
058000     END-IF
058100     SET CS-BEST-REMNANT-FOUND TO TRUE
058200     MOVE RM-STOCK-ID TO CS-BEST-REMNANT-ID
058300     MOVE CS-RMT-CANDIDATE-AREA TO CS-BEST-RECLAIM-AREA
058400     GO TO 2210-EXIT.
058500 2210-EXIT.
058600     EXIT.
058700 2220-TEST-REMNANT-FIT.
058800     MOVE "N" TO CS-FIT-SWITCH
058807     MOVE CS-PLAN-SIDE TO CS-RMT-BASE
058814     MOVE CS-PLAN-HEIGHT TO CS-RMT-RISE
058821     PERFORM 2230-TEST-SEGMENT-FIT THRU 2230-EXIT
058828     IF CS-REMNANT-FITS OR CS-PLAN-HEIGHT = CS-PLAN-SIDE
058835         GO TO 2220-EXIT
058842     END-IF
058849     MOVE CS-PLAN-HEIGHT TO CS-RMT-BASE
058856     MOVE CS-PLAN-SIDE TO CS-RMT-RISE
058863     PERFORM 2230-TEST-SEGMENT-FIT THRU 2230-EXIT
058870     GO TO 2220-EXIT.
058877 2220-EXIT.
058884     EXIT.
058891 2230-TEST-SEGMENT-FIT.
058900     COMPUTE CS-RMT-CORNER-TERM-A ROUNDED =
059000         (CS-RMT-BASE / 2) ** 2
059100         ON SIZE ERROR
059200             GO TO 2230-EXIT
059300     END-COMPUTE
059400     COMPUTE CS-RMT-CORNER-TERM-B ROUNDED =
059500         (RM-SIDE-CUT / 2 + CS-RMT-RISE) ** 2
059600         ON SIZE ERROR
059700             GO TO 2230-EXIT
059800     END-COMPUTE
059900     COMPUTE CS-RMT-RADIUS-SQUARED ROUNDED =
060000         RM-PARENT-RADIUS ** 2
060100         ON SIZE ERROR
060200             GO TO 2230-EXIT
060300     END-COMPUTE
060400     COMPUTE CS-RMT-CORNER-SUM ROUNDED =
060500         CS-RMT-CORNER-TERM-A + CS-RMT-CORNER-TERM-B
060600         ON SIZE ERROR
060700             GO TO 2230-EXIT
060800     END-COMPUTE
060900     IF CS-RMT-CORNER-SUM NOT > CS-RMT-RADIUS-SQUARED
061000         SET CS-REMNANT-FITS TO TRUE
061100     END-IF
061200     GO TO 2230-EXIT.
061300 2230-EXIT.
061400     EXIT.
061500******************************************************************
061600*    2300-FIND-STANDARD-SIZE THRU 2300-EXIT
061700*
061800*    STOCK-MASTER IS KEYED BY RADIUS, SO A WALK FROM THE TOP
061900*    MEETS THE SIZES SMALLEST FIRST, AS IN CIRCSQR-RLU.  A SIZE
062000*    FITS WHEN IT IS ACTIVE, OF THE LINE'S MATERIAL, ITS LARGEST
062100*    SQUARE TAKES THE SIDE (FOR A RECTANGLE, ITS DIAMETER TAKES
062150*    THE PIECE'S DIAGONAL) AND ITS CIRCLE HOLDS THE TOTAL AREA
062200*    OF THE PIECES - THE SAME TWO TESTS THAT MAKE THE BATCH RUN
062300*    CALL A JOB SHORT.  THE FIRST SIZE THAT FITS IS THE IDEAL
062400*    ONE; THE FIRST THAT FITS AND HAS A BLANK TO SPARE IS THE
062500*    ONE CHOSEN.  RETIRED SIZES ARE NEVER PLANNED.
062600******************************************************************
062700 2300-FIND-STANDARD-SIZE.
062800     MOVE "N" TO CS-STD-SCAN-SWITCH
062900     MOVE "N" TO CS-IDEAL-SWITCH
063000     MOVE "N" TO CS-CHOSEN-SWITCH
063100     MOVE "N" TO CS-CALC-ERROR-SWITCH
063200     COMPUTE CS-PIECE-AREA ROUNDED = CS-PLAN-SIDE * CS-PLAN-HEIGHT
063300         ON SIZE ERROR
063400             GO TO 2300-EXIT
063500     END-COMPUTE
063600     COMPUTE CS-PLAN-AREA ROUNDED = CS-PIECE-AREA * CS-PLAN-QTY
063700         ON SIZE ERROR
063800             GO TO 2300-EXIT
063900     END-COMPUTE
063906     IF CS-RECT-PIECE
063912         COMPUTE CS-WIDTH-SQUARED ROUNDED = CS-PLAN-SIDE ** 2
063918             ON SIZE ERROR
063924                 GO TO 2300-EXIT
063930         END-COMPUTE
063936         COMPUTE CS-HEIGHT-SQUARED ROUNDED = CS-PLAN-HEIGHT ** 2
063942             ON SIZE ERROR
063948                 GO TO 2300-EXIT
063954         END-COMPUTE
063960         COMPUTE CS-DIAG-SQUARED ROUNDED =
063966             CS-WIDTH-SQUARED + CS-HEIGHT-SQUARED
063972             ON SIZE ERROR
063978                 GO TO 2300-EXIT
063984         END-COMPUTE
063990     END-IF
064000     MOVE LOW-VALUES TO SM-KEY
064100     START STOCK-MASTER KEY IS NOT LESS THAN SM-KEY
064200         INVALID KEY
064300             GO TO 2300-EXIT
064400     END-START
064500     PERFORM 2310-READ-NEXT-STANDARD THRU 2310-EXIT
064600         UNTIL CS-CHOSEN-FOUND OR CS-STD-EXHAUSTED
064700     GO TO 2300-EXIT.
064800 2300-EXIT.
064900     EXIT.
065000 2310-READ-NEXT-STANDARD.
065100     READ STOCK-MASTER NEXT RECORD
065200         AT END
065300             SET CS-STD-EXHAUSTED TO TRUE
065400             GO TO 2310-EXIT
065500     END-READ
065600     IF CS-MASTER-FILE-STATUS NOT = "00"
065700         AND CS-MASTER-FILE-STATUS NOT = "10"
065800         DISPLAY "CIRCSQR-PLAN: STOCK-MASTER READ FAILED, STATUS "
065900             CS-MASTER-FILE-STATUS
066000         MOVE 16 TO RETURN-CODE
066100         GOBACK
066200     END-IF
066300     PERFORM 2320-TEST-STANDARD-FIT THRU 2320-EXIT
066400     IF NOT CS-STD-FITS
066500         GO TO 2310-EXIT
066600     END-IF
066700     IF NOT CS-IDEAL-FOUND
066800         SET CS-IDEAL-FOUND TO TRUE
066900         MOVE SM-RADIUS TO CS-IDEAL-RADIUS
067000     END-IF
067100     PERFORM 2330-CHECK-AVAILABLE THRU 2330-EXIT
067200     IF CS-AVAIL-QTY > ZERO
067300         SET CS-CHOSEN-FOUND TO TRUE
067400         MOVE SM-RADIUS TO CS-CHOSEN-RADIUS
067500     END-IF
067600     GO TO 2310-EXIT.
067700 2310-EXIT.
067800     EXIT.
067900 2320-TEST-STANDARD-FIT.
068000     MOVE "N" TO CS-STD-FIT-SWITCH
068100     IF NOT SM-ACTIVE
068200         GO TO 2320-EXIT
068300     END-IF
068400     IF SM-MATERIAL-CODE = SPACES
068500         AND CS-PLAN-MATERIAL NOT = "MS"
068600         GO TO 2320-EXIT
068700     END-IF
068800     IF SM-MATERIAL-CODE NOT = SPACES
068900         AND SM-MATERIAL-CODE NOT = CS-PLAN-MATERIAL
069000         GO TO 2320-EXIT
069100     END-IF
069200     IF SM-SIDE-LENGTH < CS-PLAN-SIDE AND NOT CS-RECT-PIECE
069300         GO TO 2320-EXIT
069400     END-IF
069500     COMPUTE CS-RADIUS-SQUARED ROUNDED = SM-RADIUS ** 2
069600         ON SIZE ERROR
069700             GO TO 2320-EXIT
069800     END-COMPUTE
069810     IF CS-RECT-PIECE
069820         COMPUTE CS-DIAM-SQUARED ROUNDED = CS-RADIUS-SQUARED * 4
069830             ON SIZE ERROR
069840                 GO TO 2320-EXIT
069850         END-COMPUTE
069860         IF CS-DIAG-SQUARED > CS-DIAM-SQUARED
069870             GO TO 2320-EXIT
069880         END-IF
069890     END-IF
069900     COMPUTE CS-STD-CIRCLE-AREA ROUNDED =
070000         CS-RADIUS-SQUARED * CS-PI
070100         ON SIZE ERROR
070200             GO TO 2320-EXIT
070300     END-COMPUTE
070400     IF CS-PLAN-AREA > CS-STD-CIRCLE-AREA
070500         GO TO 2320-EXIT
070600     END-IF
070700     SET CS-STD-FITS TO TRUE
070800     GO TO 2320-EXIT.
070900 2320-EXIT.
071000     EXIT.
071100******************************************************************
071200*    2330-CHECK-AVAILABLE THRU 2330-EXIT
071300*
071400*    BLANKS ON HAND LESS BLANKS ALREADY SPOKEN FOR TODAY.  NO
071500*    STKONH ROW (OR NO STKONH AT ALL) IS NOTHING ON HAND.
071600******************************************************************
071700 2330-CHECK-AVAILABLE.
071800     MOVE ZERO TO CS-AVAIL-QTY
071900     IF NOT CS-ONHAND-OPEN
072000         GO TO 2330-EXIT
072100     END-IF
072200     MOVE SM-RADIUS TO OH-RADIUS
072300     MOVE CS-PLAN-MATERIAL TO OH-MATERIAL-CODE
072400     READ STOCK-ONHAND
072500         INVALID KEY
072600             GO TO 2330-EXIT
072700     END-READ
072800     MOVE OH-QTY-ON-HAND TO CS-AVAIL-QTY
072900     MOVE SM-RADIUS TO CS-DK-RADIUS
073000     MOVE CS-PLAN-MATERIAL TO CS-DK-MATERIAL
073100     PERFORM 2410-FIND-DEMAND THRU 2410-EXIT
073200     IF CS-DEMAND-HIT-SUB > ZERO
073300         SUBTRACT CS-DM-COUNT (CS-DEMAND-HIT-SUB)
073350             FROM CS-AVAIL-QTY
073400     END-IF
073500     GO TO 2330-EXIT.
073600 2330-EXIT.
073700     EXIT.
073800******************************************************************
073900*    2400-ADD-DEMAND THRU 2400-EXIT
074000*
074100*    ONE MORE BLANK SPOKEN FOR AT CS-DEMAND-KEY.
074200******************************************************************
074300 2400-ADD-DEMAND.
074400     PERFORM 2410-FIND-DEMAND THRU 2410-EXIT
074500     IF CS-DEMAND-HIT-SUB = ZERO
074600         IF CS-DEMAND-COUNT NOT < CS-DEMAND-MAX
074700             DISPLAY "CIRCSQR-PLAN: DEMAND TABLE FULL AT "
074800                 CS-DEMAND-MAX
074900             MOVE 16 TO RETURN-CODE
075000             GOBACK
075100         END-IF
075200         ADD 1 TO CS-DEMAND-COUNT
075300         MOVE CS-DEMAND-COUNT TO CS-DEMAND-HIT-SUB
075400         MOVE CS-DK-RADIUS TO CS-DM-RADIUS (CS-DEMAND-HIT-SUB)
075500         MOVE CS-DK-MATERIAL TO CS-DM-MATERIAL (CS-DEMAND-HIT-SUB)
075600         MOVE ZERO TO CS-DM-COUNT (CS-DEMAND-HIT-SUB)
075700     END-IF
075800     ADD 1 TO CS-DM-COUNT (CS-DEMAND-HIT-SUB)
075900     GO TO 2400-EXIT.
076000 2400-EXIT.
076100     EXIT.
076200 2410-FIND-DEMAND.
076300     MOVE ZERO TO CS-DEMAND-HIT-SUB
076400     MOVE ZERO TO CS-DEMAND-SUB
076500     PERFORM 2420-SCAN-DEMAND-TABLE THRU 2420-EXIT
076600         UNTIL CS-DEMAND-HIT-SUB > ZERO
076700         OR CS-DEMAND-SUB NOT < CS-DEMAND-COUNT
076800     GO TO 2410-EXIT.
076900 2410-EXIT.
077000     EXIT.
077100 2420-SCAN-DEMAND-TABLE.
077200     ADD 1 TO CS-DEMAND-SUB
077300     IF CS-DM-RADIUS (CS-DEMAND-SUB) = CS-DK-RADIUS
077400         AND CS-DM-MATERIAL (CS-DEMAND-SUB) = CS-DK-MATERIAL
077500         MOVE CS-DEMAND-SUB TO CS-DEMAND-HIT-SUB
077600     END-IF
077700     GO TO 2420-EXIT.
077800 2420-EXIT.
077900     EXIT.
078000******************************************************************
078100*    2500-COMPUTE-EXTRA-WASTE THRU 2500-EXIT
078200*
078300*    THE PIECES ARE THE SAME WHICHEVER BLANK THEY COME FROM, SO
078400*    THE WASTE A SUBSTITUTION ADDS IS JUST THE DIFFERENCE IN
078500*    CIRCLE AREA BETWEEN THE SIZE CHOSEN AND THE IDEAL ONE.
078600******************************************************************
078700 2500-COMPUTE-EXTRA-WASTE.
078800     MOVE "N" TO CS-CALC-ERROR-SWITCH
078900     COMPUTE CS-RADIUS-SQUARED ROUNDED = CS-IDEAL-RADIUS ** 2
079000         ON SIZE ERROR
079100             SET CS-CALC-ERROR TO TRUE
079200     END-COMPUTE
079300     COMPUTE CS-IDEAL-CIRCLE-AREA ROUNDED =
079400         CS-RADIUS-SQUARED * CS-PI
079500         ON SIZE ERROR
079600             SET CS-CALC-ERROR TO TRUE
079700     END-COMPUTE
079800     COMPUTE CS-RADIUS-SQUARED ROUNDED = CS-CHOSEN-RADIUS ** 2
079900         ON SIZE ERROR
080000             SET CS-CALC-ERROR TO TRUE
080100     END-COMPUTE
080200     COMPUTE CS-CHOSEN-CIRCLE-AREA ROUNDED =
080300         CS-RADIUS-SQUARED * CS-PI
080400         ON SIZE ERROR
080500             SET CS-CALC-ERROR TO TRUE
080600     END-COMPUTE
080700     COMPUTE CS-EXTRA-WASTE ROUNDED =
080800         CS-CHOSEN-CIRCLE-AREA - CS-IDEAL-CIRCLE-AREA
080900         ON SIZE ERROR
081000             SET CS-CALC-ERROR TO TRUE
081100     END-COMPUTE
081200     IF CS-CALC-ERROR
081300         MOVE ZERO TO CS-EXTRA-WASTE
081400     END-IF
081500     ADD CS-EXTRA-WASTE TO CS-TOTAL-EXTRA-WASTE
081600     GO TO 2500-EXIT.
081700 2500-EXIT.
081800     EXIT.
081807******************************************************************
081814*    2600-WRITE-RECT-LINE THRU 2600-EXIT
081821******************************************************************
081828 2600-WRITE-RECT-LINE.
081835     IF NOT CS-RECT-PIECE
081842         GO TO 2600-EXIT
081849     END-IF
081856     MOVE CS-PLAN-SIDE TO CS-RL-WIDTH
081863     MOVE CS-PLAN-HEIGHT TO CS-RL-HEIGHT
081870     WRITE PLAN-REPORT-LINE FROM CS-RECT-LINE
081877     GO TO 2600-EXIT.
081884 2600-EXIT.
081891     EXIT.
081900******************************************************************
082000*    2700-WRITE-REJECT THRU 2700-EXIT
082100*
082200*    THE LINE IS HELD BACK FROM STOCKIN AND WRITTEN TO PLANREJ AS
082300*    KEYED - RADIUS STILL BLANK - SO ONCE STOCK ARRIVES OR A SIZE
082400*    IS ADDED IT GOES BACK THROUGH THE EDIT LIKE ANY REJECT.
082500******************************************************************
082600 2700-WRITE-REJECT.
082700     ADD 1 TO CS-UNPLANNED-COUNT
082800     MOVE STOCK-IN-RECORD TO PJ-STOCK-IN-IMAGE
082900     MOVE CS-REASON-CODE TO PJ-REASON-CODE
083000     WRITE PLAN-REJECT-RECORD
083100     MOVE "UNPLANNED" TO CS-DL-ACTION
083200     EVALUATE TRUE
083300         WHEN CS-REASON-NO-SIDE
083400             MOVE "10 NO SIDE" TO CS-DL-NOTE
083500         WHEN CS-REASON-NO-SIZE
083600             MOVE "11 NO SIZE" TO CS-DL-NOTE
083700         WHEN CS-REASON-NO-STOCK
083800             MOVE "12 NO STOCK" TO CS-DL-NOTE
083900         WHEN OTHER
084000             MOVE CS-REASON-CODE TO CS-DL-NOTE
084100     END-EVALUATE
084200     WRITE PLAN-REPORT-LINE FROM CS-DETAIL-LINE
084300     GO TO 2700-EXIT.
084400 2700-EXIT.
084500     EXIT.
084600******************************************************************
084700*    3000-TERMINATE
084800******************************************************************
084900 3000-TERMINATE.
085000     PERFORM 3100-WRITE-TOTALS THRU 3100-EXIT
085100     CLOSE PLAN-IN
085200     CLOSE STOCK-IN
085300     CLOSE STOCK-MASTER
085400     IF CS-ONHAND-OPEN
085500         CLOSE STOCK-ONHAND
085600     END-IF
085700     CLOSE REMNANT-MASTER
085800     CLOSE PLAN-REPORT
085900     CLOSE PLAN-REJECTS
086000     IF CS-UNPLANNED-COUNT > ZERO
086100         MOVE 4 TO RETURN-CODE
086200     END-IF.
086300******************************************************************
086400*    3100-WRITE-TOTALS THRU 3100-EXIT
086500******************************************************************
086600 3100-WRITE-TOTALS.
086700     MOVE SPACES TO PLAN-REPORT-LINE
086800     WRITE PLAN-REPORT-LINE
086900     MOVE SPACES TO CS-TOTAL-LINE
087000     MOVE "LINES READ" TO CS-TL-LABEL
087100     MOVE CS-READ-COUNT TO CS-TL-COUNT
087200     WRITE PLAN-REPORT-LINE FROM CS-TOTAL-LINE
087300     MOVE SPACES TO CS-TOTAL-LINE
087400     MOVE "PASSED THROUGH (RADIUS KEYED)" TO CS-TL-LABEL
087500     MOVE CS-PASSED-COUNT TO CS-TL-COUNT
087600     WRITE PLAN-REPORT-LINE FROM CS-TOTAL-LINE
087700     MOVE SPACES TO CS-TOTAL-LINE
087800     MOVE "PLANNED ON IDEAL SIZE" TO CS-TL-LABEL
087900     MOVE CS-EXACT-COUNT TO CS-TL-COUNT
088000     WRITE PLAN-REPORT-LINE FROM CS-TOTAL-LINE
088100     MOVE SPACES TO CS-TOTAL-LINE
088200     MOVE "PLANNED ON SUBSTITUTE SIZE" TO CS-TL-LABEL
088300     MOVE CS-SUBST-COUNT TO CS-TL-COUNT
088400     WRITE PLAN-REPORT-LINE FROM CS-TOTAL-LINE
088500     MOVE SPACES TO CS-TOTAL-LINE
088600     MOVE "PLANNED ON REMNANT" TO CS-TL-LABEL
088700     MOVE CS-REMNANT-COUNT TO CS-TL-COUNT
088800     WRITE PLAN-REPORT-LINE FROM CS-TOTAL-LINE
088900     MOVE SPACES TO CS-TOTAL-LINE
089000     MOVE "NOT PLANNED (SEE PLANREJ)" TO CS-TL-LABEL
089100     MOVE CS-UNPLANNED-COUNT TO CS-TL-COUNT
089200     WRITE PLAN-REPORT-LINE FROM CS-TOTAL-LINE
089300     MOVE SPACES TO CS-TOTAL-LINE
089400     MOVE "STALE RESERVATIONS RELEASED" TO CS-TL-LABEL
089500     MOVE CS-RELEASED-COUNT TO CS-TL-COUNT
089600     WRITE PLAN-REPORT-LINE FROM CS-TOTAL-LINE
089700     MOVE SPACES TO CS-AREA-LINE
089800     MOVE "EXTRA WASTE FROM SUBSTITUTION" TO CS-AL-LABEL
089900     MOVE CS-TOTAL-EXTRA-WASTE TO CS-AL-AREA
090000     WRITE PLAN-REPORT-LINE FROM CS-AREA-LINE
090100     GO TO 3100-EXIT.
090200 3100-EXIT.
090300     EXIT.
090400 END PROGRAM CIRCSQR-PLAN.
