000100******************************************************************
000200*    PROGRAM-ID.  CIRCSQR-REORD
000300*    AUTHOR.      R. OKONKWO-HALE, CUTTING FLOOR SYSTEMS
000400*    INSTALLATION. CIRCLE-SQUARING SHOP
000500*    DATE-WRITTEN. 2026-10-15
000600*    DATE-COMPILED.
000700*
000800*    REMARKS.  REORDER-POINT REPLENISHMENT.  UNTIL NOW THE RACK
000900*    WAS REORDERED WHEN SOMEBODY NOTICED NO STOCK ON CUTRPT -
001000*    AFTER THE CUT HAD ALREADY GONE SHORT.  THIS RUN, AFTER THE
001100*    DAY'S CUTTING:
001200*      - TAKES EVERY ACTIVE STOCK SIZE WITH REPLENISHMENT LEVELS
001300*        ON STKMAST (SM-MIN-STOCK/SM-MAX-STOCK, SET THROUGH
001400*        CIRCSQR-MAINT) AND ITS BLANKS ON HAND FROM STKONH;
001500*      - MEASURES ITS RECENT USAGE - THE CUT CALLS ON AUDITTRL
001600*        OVER THE USAGE WINDOW, PER CUTTING DAY ON RUNHIST -
001700*        AND RAISES THE REORDER POINT TO LEAD-TIME USAGE WHERE
001800*        THAT IS MORE THAN THE MINIMUM, SO A SIZE THAT HAS
001900*        TAKEN OFF IS REORDERED BEFORE IT RUNS OUT, NOT AFTER;
002000*      - COUNTS WHAT IS ALREADY ON ORDER FROM REQHIST, SO A
002100*        SIZE IS NOT REORDERED EVERY NIGHT UNTIL THE MILL
002200*        DELIVERS;
002300*      - REQUISITIONS EVERY SIZE WHOSE POSITION (ON HAND PLUS
002400*        ON ORDER) IS AT OR BELOW ITS REORDER POINT, BACK UP TO
002500*        THE REORDER POINT PLUS THE MIN-TO-MAX SPREAD - PURREQ
002600*        FOR THE ERP PURCHASING INTERFACE, REQHIST FOR US;
002700*      - PRINTS REORRPT, EVERY SIZE PLANNED AND WHY.
002800*    A CUT CALL IS DEMAND WHETHER OR NOT IT WAS FILLED - A LINE
002900*    THAT WENT SHORT OR FOUND NO STOCK STILL WANTED THE BLANK.
003000*    MAINTENANCE AND REMNANT CALLS ARE NOT CUTS AND ARE LEFT
003100*    OUT.  RETIRED SIZES ARE NEVER REORDERED, AND SIZES WITH NO
003200*    LEVELS SET ARE NOT PLANNED - BOTH ARE COUNTED.  KEEP THE
003300*    WINDOW INSIDE WHAT CIRCSQRA LEAVES ON AUDITTRL.
003400*
003500*    PARAMETER CARD (REORPARM, ONE RECORD, OPTIONAL).
003600*        COLS  1-3   USAGE WINDOW IN DAYS - SPACES, OR NO CARD,
003700*                    MEANS 030
003800*        COLS  4-6   MILL LEAD TIME IN DAYS - SPACES, OR NO
003900*                    CARD, MEANS 010; 000 ORDERS ON THE
004000*                    MINIMUM ALONE
004100*
004200*    RETURN CODES.
004300*        0   RUN COMPLETE
004400*        4   RUN COMPLETE, BUT A PLANNED SIZE HAS NO BLANKS ON
004500*            HAND, OR A STKONH OR REQHIST ROW WAS TOO DAMAGED
004600*            TO READ - SEE REORRPT
004700*       16   RUN REFUSED OR FAILED
004800*
004900*    MODIFICATION HISTORY.
005000*    2026-10-15  ROH  ORIGINAL VERSION.
005100******************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. CIRCSQR-REORD.
005400 AUTHOR. R. OKONKWO-HALE.
005500 INSTALLATION. CIRCLE-SQUARING SHOP.
005600 DATE-WRITTEN. 2026-10-15.
005700 DATE-COMPILED.
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. GNUCOBOL.
006100 OBJECT-COMPUTER. GNUCOBOL.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT REORDER-PARM ASSIGN TO "REORPARM"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS CS-PARM-FILE-STATUS.
006700     SELECT RUN-OVERRIDE ASSIGN TO "RUNOVRD"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS CS-OVERRIDE-FILE-STATUS.
007000     SELECT STOCK-MASTER ASSIGN TO "STKMAST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS SM-KEY
007400         FILE STATUS IS CS-MASTER-FILE-STATUS.
007500     SELECT STOCK-ONHAND ASSIGN TO "STKONH"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS OH-KEY
007900         FILE STATUS IS CS-ONHAND-FILE-STATUS.
008000     SELECT AUDIT-TRAIL ASSIGN TO "AUDITTRL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CS-AUDIT-FILE-STATUS.
008300     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS CS-HISTORY-FILE-STATUS.
008600     SELECT REQ-HISTORY ASSIGN TO "REQHIST"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS CS-REQHIST-FILE-STATUS.
008900     SELECT PURCHASE-REQ ASSIGN TO "PURREQ"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS CS-PURREQ-FILE-STATUS.
009200     SELECT REORDER-REPORT ASSIGN TO "REORRPT"
009300         ORGANIZATION IS LINE SEQUENTIAL.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  REORDER-PARM
009700     RECORDING MODE IS F.
009800 01  REORDER-PARM-RECORD.
009900     05  RP-WINDOW-DAYS-X.
010000         10  RP-WINDOW-DAYS   PIC 9(03).
010100     05  RP-LEAD-DAYS-X.
010200         10  RP-LEAD-DAYS     PIC 9(03).
010300     05  FILLER               PIC X(74).
010400 FD  RUN-OVERRIDE
010500     RECORDING MODE IS F.
010600 01  OVERRIDE-CARD-RECORD.
010700     05  OV-KEYWORD           PIC X(08).
010800     05  FILLER               PIC X(01).
010900     05  OV-REASON            PIC X(40).
011000     05  FILLER               PIC X(31).
011100 FD  STOCK-MASTER
011200     RECORDING MODE IS F.
011300     COPY STKMAST.
011400 FD  STOCK-ONHAND
011500     RECORDING MODE IS F.
011600     COPY STKONH.
011700 FD  AUDIT-TRAIL
011800     RECORDING MODE IS F.
011900     COPY AUDITREC.
012000 FD  RUN-HISTORY
012100     RECORDING MODE IS F.
012200     COPY RUNHIST.
012300 FD  REQ-HISTORY
012400     RECORDING MODE IS F.
012500     COPY PURQREC.
012600 FD  PURCHASE-REQ
012700     RECORDING MODE IS F.
012800 01  PURCHASE-REQ-LINE        PIC X(80).
012900 FD  REORDER-REPORT
013000     RECORDING MODE IS F.
013100 01  REORDER-REPORT-LINE      PIC X(80).
013200 WORKING-STORAGE SECTION.
013300 01  CS-SWITCHES.
013400     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
013500         88  CS-END-OF-FILE   VALUE "Y".
013600     05  CS-PARM-FILE-STATUS  PIC X(02)  VALUE "00".
013700         88  CS-PARM-NOT-FOUND VALUE "35".
013800     05  CS-OVERRIDE-FILE-STATUS PIC X(02) VALUE "00".
013900         88  CS-OVERRIDE-NOT-FOUND VALUE "35".
014000     05  CS-OVERRIDE-SWITCH   PIC X(01)  VALUE "N".
014100         88  CS-OVERRIDE-PRESENT VALUE "Y".
014200     05  CS-MASTER-FILE-STATUS PIC X(02) VALUE "00".
014300     05  CS-ONHAND-FILE-STATUS PIC X(02) VALUE "00".
014400         88  CS-ONHAND-NOT-FOUND VALUE "35".
014500     05  CS-ONHAND-SWITCH     PIC X(01)  VALUE "N".
014600         88  CS-ONHAND-AVAILABLE VALUE "Y".
014700     05  CS-AUDIT-FILE-STATUS PIC X(02)  VALUE "00".
014800         88  CS-AUDIT-NOT-FOUND VALUE "35".
014900     05  CS-HISTORY-FILE-STATUS PIC X(02) VALUE "00".
015000         88  CS-HISTORY-NOT-FOUND VALUE "35".
015100     05  CS-REQHIST-FILE-STATUS PIC X(02) VALUE "00".
015200         88  CS-REQHIST-NOT-FOUND VALUE "35".
015300     05  CS-PURREQ-FILE-STATUS PIC X(02) VALUE "00".
015400 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
015500 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
015600******************************************************************
015700*    THE USAGE WINDOW RUNS BACK FROM TODAY, TODAY INCLUDED.
015800*    CUTTING DAYS ARE THE DISTINCT RUN DATES ON RUNHIST INSIDE
015900*    IT - A WEEKEND OR A SHUTDOWN CUTS NOTHING AND MUST NOT
016000*    THIN THE DAILY RATE.
016100******************************************************************
016200 01  CS-WINDOW-FIELDS.
016300     05  CS-WINDOW-DAYS       PIC 9(03)  VALUE 030.
016400     05  CS-LEAD-DAYS         PIC 9(03)  VALUE 010.
016500     05  CS-WINDOW-FROM-DATE  PIC 9(08)  VALUE ZERO.
016600     05  CS-DAY-NUMBER        PIC 9(07)  VALUE ZERO.
016700     05  CS-CUTTING-DAYS      PIC 9(03)  VALUE ZERO.
016800     05  CS-USAGE-DIVISOR     PIC 9(03)  VALUE ZERO.
016900     05  CS-LAST-CUT-DATE     PIC 9(08)  VALUE ZERO.
017000     05  CS-AUDIT-DATE        PIC X(08)  VALUE SPACES.
017100     05  CS-AUDIT-MATERIAL    PIC X(02)  VALUE SPACES.
017200     COPY RCTLPARM.
017300 01  CS-OVERRIDE-REASON       PIC X(40)  VALUE SPACES.
017400 01  CS-OVERRIDE-LINE.
017500     05  FILLER               PIC X(20)  VALUE
017600         "OPERATOR OVERRIDE -".
017700     05  CS-OV-REASON         PIC X(40).
017800 01  CS-OVERRIDE-RULE-LINE.
017900     05  FILLER               PIC X(17)  VALUE
018000         "RULE OVERRIDDEN:".
018100     05  CS-OV-RULE-TEXT      PIC X(60).
018200******************************************************************
018300*    ONE ENTRY PER ACTIVE SIZE WITH LEVELS SET, LOADED IN
018400*    STKMAST KEY ORDER.  THE STOCK-MASTER HOLDS A FEW HUNDRED
018500*    SIZES; A FULL TABLE ABENDS RATHER THAN PLAN PART OF THE
018600*    RACK.
018700******************************************************************
018800 01  CS-SIZE-TABLE.
018900     05  CS-SZ-ENTRY OCCURS 2000 TIMES.
019000         10  CS-SZ-RADIUS     PIC 9(6)V9(3).
019100         10  CS-SZ-MATERIAL   PIC X(02).
019200         10  CS-SZ-MIN-STOCK  PIC 9(04).
019300         10  CS-SZ-MAX-STOCK  PIC 9(04).
019400         10  CS-SZ-UNIT-COST  PIC 9(4)V9(4).
019500         10  CS-SZ-ON-HAND    PIC 9(06).
019600         10  CS-SZ-RECEIPT-DATE PIC 9(08).
019700         10  CS-SZ-ON-ORDER   PIC 9(06).
019800         10  CS-SZ-USED       PIC 9(06).
019900 77  CS-SZ-COUNT              PIC 9(04)  VALUE ZERO COMP.
020000 77  CS-SZ-MAX                PIC 9(04)  VALUE 2000 COMP.
020100 77  CS-SZ-SUB                PIC 9(04)  VALUE ZERO COMP.
020200 77  CS-SZ-HIT-SUB            PIC 9(04)  VALUE ZERO COMP.
020300 01  CS-FIND-KEY.
020400     05  CS-FIND-RADIUS       PIC 9(6)V9(3) VALUE ZERO.
020500     05  CS-FIND-MATERIAL     PIC X(02)     VALUE SPACES.
020600******************************************************************
020700*    ONE SIZE BEING PLANNED.  THE REORDER POINT IS THE GREATER
020800*    OF THE MINIMUM AND LEAD-TIME USAGE; CS-ROP-SOURCE SAYS
020900*    WHICH.  THE ORDER-UP-TO LEVEL KEEPS THE MIN-TO-MAX SPREAD
021000*    ABOVE WHICHEVER IT WAS, SO A RAISED REORDER POINT RAISES
021100*    THE ORDER WITH IT.
021200******************************************************************
021300 01  CS-PLAN-FIELDS.
021400     05  CS-DAILY-USAGE       PIC 9(04)V9(02) VALUE ZERO.
021500     05  CS-LEAD-USAGE        PIC 9(06)  VALUE ZERO.
021600     05  CS-REORDER-POINT     PIC 9(06)  VALUE ZERO.
021700     05  CS-LEVEL-SPREAD      PIC 9(04)  VALUE ZERO.
021800     05  CS-ORDER-UP-TO       PIC 9(06)  VALUE ZERO.
021900     05  CS-POSITION          PIC 9(07)  VALUE ZERO.
022000     05  CS-ORDER-QTY         PIC 9(06)  VALUE ZERO.
022100     05  CS-COVER-DAYS        PIC 9(04)  VALUE ZERO.
022200     05  CS-ROP-SOURCE        PIC X(03)  VALUE SPACES.
022300 01  CS-LAST-REQ-SEQ          PIC 9(04)  VALUE ZERO.
022400 01  CS-COUNTERS.
022500     05  CS-MASTER-COUNT      PIC 9(06)  VALUE ZERO COMP.
022600     05  CS-RETIRED-COUNT     PIC 9(06)  VALUE ZERO COMP.
022700     05  CS-NO-LEVELS-COUNT   PIC 9(06)  VALUE ZERO COMP.
022800     05  CS-REQ-COUNT         PIC 9(06)  VALUE ZERO COMP.
022900     05  CS-REQ-BLANKS        PIC 9(08)  VALUE ZERO COMP.
023000     05  CS-STOCKOUT-COUNT    PIC 9(06)  VALUE ZERO COMP.
023100     05  CS-OPEN-REQ-COUNT    PIC 9(06)  VALUE ZERO COMP.
023200     05  CS-CUT-CALL-COUNT    PIC 9(06)  VALUE ZERO COMP.
023300     05  CS-BAD-ROW-COUNT     PIC 9(06)  VALUE ZERO COMP.
023400 01  CS-HEADING-1.
023500     05  FILLER               PIC X(20)  VALUE "CIRCSQR-REORD".
023600     05  FILLER               PIC X(40)  VALUE
023700         "REORDER-POINT REPLENISHMENT".
023800     05  FILLER               PIC X(08)  VALUE "RUN".
023900     05  CS-H1-RUN-DATE       PIC 9(08).
024000 01  CS-WINDOW-LINE.
024100     05  FILLER               PIC X(13)  VALUE "USAGE WINDOW".
024200     05  CS-WL-FROM-DATE      PIC 9(08).
024300     05  FILLER               PIC X(04)  VALUE " TO ".
024400     05  CS-WL-TO-DATE        PIC 9(08).
024500     05  FILLER               PIC X(16)  VALUE
024600         "  CUTTING DAYS".
024700     05  CS-WL-CUTTING-DAYS   PIC ZZ9.
024800     05  FILLER               PIC X(13)  VALUE
024900         "  LEAD DAYS".
025000     05  CS-WL-LEAD-DAYS      PIC ZZ9.
025100 01  CS-DETAIL-HEADING.
025200     05  FILLER               PIC X(11)  VALUE "RADIUS".
025300     05  FILLER               PIC X(03)  VALUE "MT".
025400     05  FILLER               PIC X(07)  VALUE "ONHAND".
025500     05  FILLER               PIC X(07)  VALUE "ONORD".
025600     05  FILLER               PIC X(05)  VALUE "MIN".
025700     05  FILLER               PIC X(05)  VALUE "MAX".
025800     05  FILLER               PIC X(07)  VALUE "USED".
025900     05  FILLER               PIC X(08)  VALUE "PER DAY".
026000     05  FILLER               PIC X(05)  VALUE "COVR".
026100     05  FILLER               PIC X(07)  VALUE "ROP".
026200     05  FILLER               PIC X(04)  VALUE "SRC".
026300     05  FILLER               PIC X(07)  VALUE "ORDER".
026400     05  FILLER               PIC X(03)  VALUE "FLG".
026500 01  CS-DETAIL-LINE.
026600     05  CS-DL-RADIUS         PIC ZZZZZ9.999.
026700     05  FILLER               PIC X(01).
026800     05  CS-DL-MATERIAL       PIC X(02).
026900     05  FILLER               PIC X(01).
027000     05  CS-DL-ON-HAND        PIC ZZZZZ9.
027100     05  FILLER               PIC X(01).
027200     05  CS-DL-ON-ORDER       PIC ZZZZZ9.
027300     05  FILLER               PIC X(01).
027400     05  CS-DL-MIN-STOCK      PIC ZZZ9.
027500     05  FILLER               PIC X(01).
027600     05  CS-DL-MAX-STOCK      PIC ZZZ9.
027700     05  FILLER               PIC X(01).
027800     05  CS-DL-USED           PIC ZZZZZ9.
027900     05  FILLER               PIC X(01).
028000     05  CS-DL-DAILY-USAGE    PIC ZZZ9.99.
028100     05  FILLER               PIC X(01).
028200     05  CS-DL-COVER          PIC X(04).
028300     05  FILLER               PIC X(01).
028400     05  CS-DL-REORDER-POINT  PIC ZZZZZ9.
028500     05  FILLER               PIC X(01).
028600     05  CS-DL-ROP-SOURCE     PIC X(03).
028700     05  FILLER               PIC X(01).
028800     05  CS-DL-ORDER-QTY      PIC ZZZZZ9.
028900     05  FILLER               PIC X(01).
029000     05  CS-DL-FLAG           PIC X(03).
029100 01  CS-COVER-EDIT            PIC ZZZ9.
029200 01  CS-MESSAGE-LINE          PIC X(80)  VALUE SPACES.
029300 01  CS-TOTAL-LINE.
029400     05  CS-TL-LABEL          PIC X(30).
029500     05  CS-TL-COUNT          PIC ZZZZZZZ9.
029600 PROCEDURE DIVISION.
029700******************************************************************
029800*    0000-MAINLINE
029900******************************************************************
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE
030200     PERFORM 2000-LOAD-STOCK-SIZES THRU 2000-EXIT
030300     PERFORM 2100-LOAD-ON-ORDER THRU 2100-EXIT
030400     PERFORM 2200-TALLY-USAGE THRU 2200-EXIT
030500     PERFORM 2300-COUNT-CUTTING-DAYS THRU 2300-EXIT
030600     PERFORM 2400-PLAN-REPLENISHMENT THRU 2400-EXIT
030700     PERFORM 3000-TERMINATE
030800     GOBACK.
030900******************************************************************
031000*    1000-INITIALIZE
031100******************************************************************
031200 1000-INITIALIZE.
031300     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
031400     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
031500     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
031600     PERFORM 1200-SET-WINDOW THRU 1200-EXIT
031700     PERFORM 1300-READ-OVERRIDE-CARD THRU 1300-EXIT
031800     PERFORM 1400-CHECK-RUN-CONTROL THRU 1400-EXIT
031900     OPEN OUTPUT REORDER-REPORT
032000     MOVE CS-RUN-DATE TO CS-H1-RUN-DATE
032100     WRITE REORDER-REPORT-LINE FROM CS-HEADING-1
032200     IF CS-OVERRIDE-PRESENT
032300         PERFORM 1500-PRINT-OVERRIDE THRU 1500-EXIT
032400     END-IF.
032500******************************************************************
032600*    1100-READ-PARM-CARD THRU 1100-EXIT
032700*
032800*    NO CARD, AN EMPTY ONE, OR A BLANK FIELD TAKES THE DEFAULT.
032900*    A FIELD THAT IS NOT A NUMBER, OR A WINDOW OF NO DAYS,
033000*    ABENDS BEFORE ANYTHING IS ORDERED.
033100******************************************************************
033200 1100-READ-PARM-CARD.
033300     OPEN INPUT REORDER-PARM
033400     IF CS-PARM-NOT-FOUND
033500         GO TO 1100-EXIT
033600     END-IF
033700     READ REORDER-PARM
033800         AT END
033900             CLOSE REORDER-PARM
034000             GO TO 1100-EXIT
034100     END-READ
034200     CLOSE REORDER-PARM
034300     IF RP-WINDOW-DAYS-X NOT = SPACES
034400         IF RP-WINDOW-DAYS NOT NUMERIC
034500             OR RP-WINDOW-DAYS = ZERO
034600             DISPLAY "CIRCSQR-REORD: BAD USAGE WINDOW ON "
034700                 "REORPARM " RP-WINDOW-DAYS-X
034800             MOVE 16 TO RETURN-CODE
034900             GOBACK
035000         END-IF
035100         MOVE RP-WINDOW-DAYS TO CS-WINDOW-DAYS
035200     END-IF
035300     IF RP-LEAD-DAYS-X NOT = SPACES
035400         IF RP-LEAD-DAYS NOT NUMERIC
035500             DISPLAY "CIRCSQR-REORD: BAD LEAD TIME ON "
035600                 "REORPARM " RP-LEAD-DAYS-X
035700             MOVE 16 TO RETURN-CODE
035800             GOBACK
035900         END-IF
036000         MOVE RP-LEAD-DAYS TO CS-LEAD-DAYS
036100     END-IF
036200     GO TO 1100-EXIT.
036300 1100-EXIT.
036400     EXIT.
036500******************************************************************
036600*    1200-SET-WINDOW THRU 1200-EXIT
036700******************************************************************
036800 1200-SET-WINDOW.
036900     COMPUTE CS-DAY-NUMBER =
037000         FUNCTION INTEGER-OF-DATE (CS-RUN-DATE)
037100         - CS-WINDOW-DAYS + 1
037200     COMPUTE CS-WINDOW-FROM-DATE =
037300         FUNCTION DATE-OF-INTEGER (CS-DAY-NUMBER)
037400     GO TO 1200-EXIT.
037500 1200-EXIT.
037600     EXIT.
037700******************************************************************
037800*    1300-READ-OVERRIDE-CARD THRU 1300-EXIT
037900*
038000*    SAME RULES AS CIRCSQR-BATCH - MISSING OR EMPTY IS NORMAL,
038100*    A CARD THAT DOESN'T SAY OVERRIDE IS MISKEYED AND ABENDS.
038200******************************************************************
038300 1300-READ-OVERRIDE-CARD.
038400     OPEN INPUT RUN-OVERRIDE
038500     IF CS-OVERRIDE-NOT-FOUND
038600         GO TO 1300-EXIT
038700     END-IF
038800     READ RUN-OVERRIDE
038900         AT END
039000             CLOSE RUN-OVERRIDE
039100             GO TO 1300-EXIT
039200     END-READ
039300     IF OV-KEYWORD = "OVERRIDE"
039400         SET CS-OVERRIDE-PRESENT TO TRUE
039500         MOVE OV-REASON TO CS-OVERRIDE-REASON
039600     ELSE
039700         DISPLAY "CIRCSQR-REORD: BAD RUNOVRD CARD - " OV-KEYWORD
039800         MOVE 16 TO RETURN-CODE
039900         GOBACK
040000     END-IF
040100     CLOSE RUN-OVERRIDE
040200     GO TO 1300-EXIT.
040300 1300-EXIT.
040400     EXIT.
040500******************************************************************
040600*    1400-CHECK-RUN-CONTROL THRU 1400-EXIT
040700******************************************************************
040800 1400-CHECK-RUN-CONTROL.
040900     MOVE "S" TO RU-REQUEST-CODE
041000     MOVE "CIRCSQRU" TO RU-CALLER-JOB
041100     MOVE CS-RUN-DATE TO RU-CALLER-DATE
041200     MOVE SPACE TO RU-END-STATUS
041300     MOVE SPACE TO RU-SHIFT-CODE
041400     IF CS-OVERRIDE-PRESENT
041500         MOVE "Y" TO RU-OVERRIDE
041600     ELSE
041700         MOVE "N" TO RU-OVERRIDE
041800     END-IF
041900     CALL "CIRCSQR-RUNCTL" USING RU-PARM-FIELDS
042000     IF RU-REPLY-REFUSED
042100         DISPLAY "CIRCSQR-REORD: RUN REFUSED - " RU-REPLY-TEXT
042200         MOVE 16 TO RETURN-CODE
042300         GOBACK
042400     END-IF
042500     GO TO 1400-EXIT.
042600 1400-EXIT.
042700     EXIT.
042800******************************************************************
042900*    1500-PRINT-OVERRIDE THRU 1500-EXIT
043000******************************************************************
043100 1500-PRINT-OVERRIDE.
043200     MOVE CS-OVERRIDE-REASON TO CS-OV-REASON
043300     WRITE REORDER-REPORT-LINE FROM CS-OVERRIDE-LINE
043400     IF RU-REPLY-TEXT NOT = SPACES
043500         MOVE RU-REPLY-TEXT TO CS-OV-RULE-TEXT
043600         WRITE REORDER-REPORT-LINE FROM CS-OVERRIDE-RULE-LINE
043700     END-IF
043800     GO TO 1500-EXIT.
043900 1500-EXIT.
044000     EXIT.
044100******************************************************************
044200*    2000-LOAD-STOCK-SIZES THRU 2000-EXIT
044300*
044400*    THE STOCK-MASTER MUST OPEN - A RUN THAT PLANNED NOTHING
044500*    BECAUSE IT DIDN'T WOULD LOOK LIKE A QUIET NIGHT.  NO
044600*    STKONH AT ALL IS AN EMPTY RACK: EVERY SIZE IS AT ZERO.
044700******************************************************************
044800 2000-LOAD-STOCK-SIZES.
044900     OPEN INPUT STOCK-MASTER
045000     IF CS-MASTER-FILE-STATUS NOT = "00"
045100         DISPLAY "CIRCSQR-REORD: STKMAST OPEN FAILED, STATUS "
045200             CS-MASTER-FILE-STATUS
045300         MOVE 16 TO RETURN-CODE
045400         GOBACK
045500     END-IF
045600     OPEN INPUT STOCK-ONHAND
045700     IF NOT CS-ONHAND-NOT-FOUND
045800         IF CS-ONHAND-FILE-STATUS NOT = "00"
045900             DISPLAY "CIRCSQR-REORD: STKONH OPEN FAILED, STATUS "
046000                 CS-ONHAND-FILE-STATUS
046100             MOVE 16 TO RETURN-CODE
046200             GOBACK
046300         END-IF
046400         SET CS-ONHAND-AVAILABLE TO TRUE
046500     END-IF
046600     MOVE "N" TO CS-EOF-SWITCH
046700     PERFORM 2010-READ-STOCK-MASTER THRU 2010-EXIT
046800     PERFORM 2020-LOAD-ONE-SIZE THRU 2020-EXIT
046900         UNTIL CS-END-OF-FILE
047000     CLOSE STOCK-MASTER
047100     IF CS-ONHAND-AVAILABLE
047200         CLOSE STOCK-ONHAND
047300     END-IF
047400     GO TO 2000-EXIT.
047500 2000-EXIT.
047600     EXIT.
047700 2010-READ-STOCK-MASTER.
047800     READ STOCK-MASTER NEXT RECORD
047900         AT END
048000             SET CS-END-OF-FILE TO TRUE
048100     END-READ
048200     IF NOT CS-END-OF-FILE
048300         AND CS-MASTER-FILE-STATUS NOT = "00"
048400         DISPLAY "CIRCSQR-REORD: STKMAST READ FAILED, "
048500             "STATUS " CS-MASTER-FILE-STATUS
048600         MOVE 16 TO RETURN-CODE
048700         GOBACK
048800     END-IF
048900     GO TO 2010-EXIT.
049000 2010-EXIT.
049100     EXIT.
049200******************************************************************
049300*    2020-LOAD-ONE-SIZE THRU 2020-EXIT
049400*
049500*    RETIRED SIZES ARE NEVER REORDERED, WHATEVER THEIR LEVELS
049600*    SAY.  LEVELS THAT ARE SPACES (ROWS FROM BEFORE THERE WERE
049700*    ANY) OR ZERO/ZERO MEAN THE SIZE IS BOUGHT TO ORDER, NOT
049800*    STOCKED.  AN UNPRICED SIZE GOES OUT AT A ZERO UNIT COST
049900*    AND PURCHASING PRICES IT.
050000******************************************************************
050100 2020-LOAD-ONE-SIZE.
050200     ADD 1 TO CS-MASTER-COUNT
050300     IF SM-RETIRED
050400         ADD 1 TO CS-RETIRED-COUNT
050500         GO TO 2020-NEXT
050600     END-IF
050700     IF SM-MIN-STOCK NOT NUMERIC
050800         OR SM-MAX-STOCK NOT NUMERIC
050900         ADD 1 TO CS-NO-LEVELS-COUNT
051000         GO TO 2020-NEXT
051100     END-IF
051200     IF SM-MIN-STOCK = ZERO AND SM-MAX-STOCK = ZERO
051300         ADD 1 TO CS-NO-LEVELS-COUNT
051400         GO TO 2020-NEXT
051500     END-IF
051600     IF CS-SZ-COUNT NOT < CS-SZ-MAX
051700         DISPLAY "CIRCSQR-REORD: SIZE TABLE FULL AT " CS-SZ-MAX
051800         MOVE 16 TO RETURN-CODE
051900         GOBACK
052000     END-IF
052100     ADD 1 TO CS-SZ-COUNT
052200     MOVE SM-RADIUS TO CS-SZ-RADIUS (CS-SZ-COUNT)
052300     MOVE SM-MATERIAL-CODE TO CS-SZ-MATERIAL (CS-SZ-COUNT)
052400     MOVE SM-MIN-STOCK TO CS-SZ-MIN-STOCK (CS-SZ-COUNT)
052500     MOVE SM-MAX-STOCK TO CS-SZ-MAX-STOCK (CS-SZ-COUNT)
052600     IF SM-UNIT-COST NUMERIC
052700         MOVE SM-UNIT-COST TO CS-SZ-UNIT-COST (CS-SZ-COUNT)
052800     ELSE
052900         MOVE ZERO TO CS-SZ-UNIT-COST (CS-SZ-COUNT)
053000     END-IF
053100     MOVE ZERO TO CS-SZ-ON-HAND (CS-SZ-COUNT)
053200     MOVE ZERO TO CS-SZ-RECEIPT-DATE (CS-SZ-COUNT)
053300     MOVE ZERO TO CS-SZ-ON-ORDER (CS-SZ-COUNT)
053400     MOVE ZERO TO CS-SZ-USED (CS-SZ-COUNT)
053500     PERFORM 2030-READ-ONHAND THRU 2030-EXIT
053600     GO TO 2020-NEXT.
053700 2020-NEXT.
053800     PERFORM 2010-READ-STOCK-MASTER THRU 2010-EXIT
053900     GO TO 2020-EXIT.
054000 2020-EXIT.
054100     EXIT.
054200******************************************************************
054300*    2030-READ-ONHAND THRU 2030-EXIT
054400*
054500*    NO STKONH ROW IS NONE IN THE RACK.  A QUANTITY THAT WILL
054600*    NOT READ IS TAKEN AS NONE TOO - ORDERING A SIZE THAT
054700*    TURNS OUT TO BE STOCKED COSTS LESS THAN RUNNING OUT - AND
054800*    IS COUNTED FOR A LOOK.
054900******************************************************************
055000 2030-READ-ONHAND.
055100     IF NOT CS-ONHAND-AVAILABLE
055200         GO TO 2030-EXIT
055300     END-IF
055400     MOVE SM-RADIUS TO OH-RADIUS
055500     MOVE SM-MATERIAL-CODE TO OH-MATERIAL-CODE
055600     READ STOCK-ONHAND
055700         INVALID KEY
055800             GO TO 2030-EXIT
055900     END-READ
056000     IF CS-ONHAND-FILE-STATUS NOT = "00"
056100         DISPLAY "CIRCSQR-REORD: STKONH READ FAILED, STATUS "
056200             CS-ONHAND-FILE-STATUS
056300         MOVE 16 TO RETURN-CODE
056400         GOBACK
056500     END-IF
056600     IF OH-QTY-ON-HAND NUMERIC
056700         MOVE OH-QTY-ON-HAND TO CS-SZ-ON-HAND (CS-SZ-COUNT)
056800     ELSE
056900         ADD 1 TO CS-BAD-ROW-COUNT
057000     END-IF
057100     IF OH-LAST-RECEIPT-DATE NUMERIC
057200         MOVE OH-LAST-RECEIPT-DATE
057300             TO CS-SZ-RECEIPT-DATE (CS-SZ-COUNT)
057400     END-IF
057500     GO TO 2030-EXIT.
057600 2030-EXIT.
057700     EXIT.
057800******************************************************************
057900*    2100-LOAD-ON-ORDER THRU 2100-EXIT
058000*
058100*    A REQHIST ROW IS STILL ON ORDER UNTIL ITS SIZE HAS HAD A
058200*    DELIVERY POSTED SINCE - CIRCSQR-RECV STAMPS THE RECEIPT
058300*    DATE ON STKONH, AND A ROW DATED BEFORE IT IS TAKEN AS
058400*    DELIVERED.  A PART DELIVERY THEREFORE CLEARS THE WHOLE
058500*    ORDER; IF THE BALANCE IS STILL NEEDED THE NEXT RUN ASKS
058600*    FOR IT AGAIN.  TODAY'S HIGHEST REQUISITION NUMBER IS
058700*    PICKED UP HERE AS WELL.  NO REQHIST IS NOTHING ON ORDER.
058800******************************************************************
058900 2100-LOAD-ON-ORDER.
059000     OPEN INPUT REQ-HISTORY
059100     IF CS-REQHIST-NOT-FOUND
059200         GO TO 2100-EXIT
059300     END-IF
059400     IF CS-REQHIST-FILE-STATUS NOT = "00"
059500         DISPLAY "CIRCSQR-REORD: REQHIST OPEN FAILED, STATUS "
059600             CS-REQHIST-FILE-STATUS
059700         MOVE 16 TO RETURN-CODE
059800         GOBACK
059900     END-IF
060000     MOVE "N" TO CS-EOF-SWITCH
060100     PERFORM 2110-READ-REQ-HISTORY THRU 2110-EXIT
060200     PERFORM 2120-APPLY-ONE-REQ THRU 2120-EXIT
060300         UNTIL CS-END-OF-FILE
060400     CLOSE REQ-HISTORY
060500     GO TO 2100-EXIT.
060600 2100-EXIT.
060700     EXIT.
060800 2110-READ-REQ-HISTORY.
060900     READ REQ-HISTORY
061000         AT END
061100             SET CS-END-OF-FILE TO TRUE
061200     END-READ
061300     IF NOT CS-END-OF-FILE
061400         AND CS-REQHIST-FILE-STATUS NOT = "00"
061500         DISPLAY "CIRCSQR-REORD: REQHIST READ FAILED, "
061600             "STATUS " CS-REQHIST-FILE-STATUS
061700         MOVE 16 TO RETURN-CODE
061800         GOBACK
061900     END-IF
062000     GO TO 2110-EXIT.
062100 2110-EXIT.
062200     EXIT.
062300 2120-APPLY-ONE-REQ.
062400     IF PQ-REQ-DATE NOT NUMERIC
062500         OR PQ-REQ-SEQ NOT NUMERIC
062600         OR PQ-RADIUS NOT NUMERIC
062700         OR PQ-ORDER-QTY NOT NUMERIC
062800         ADD 1 TO CS-BAD-ROW-COUNT
062900         GO TO 2120-NEXT
063000     END-IF
063100     IF PQ-REQ-DATE = CS-RUN-DATE
063200         AND PQ-REQ-SEQ > CS-LAST-REQ-SEQ
063300         MOVE PQ-REQ-SEQ TO CS-LAST-REQ-SEQ
063400     END-IF
063500     MOVE PQ-RADIUS TO CS-FIND-RADIUS
063600     MOVE PQ-MATERIAL-CODE TO CS-FIND-MATERIAL
063700     PERFORM 2800-FIND-SIZE THRU 2800-EXIT
063800     IF CS-SZ-HIT-SUB = ZERO
063900         GO TO 2120-NEXT
064000     END-IF
064100     IF PQ-REQ-DATE < CS-SZ-RECEIPT-DATE (CS-SZ-HIT-SUB)
064200         GO TO 2120-NEXT
064300     END-IF
064400     ADD 1 TO CS-OPEN-REQ-COUNT
064500     ADD PQ-ORDER-QTY TO CS-SZ-ON-ORDER (CS-SZ-HIT-SUB)
064600         ON SIZE ERROR
064700             MOVE 999999 TO CS-SZ-ON-ORDER (CS-SZ-HIT-SUB)
064800     END-ADD
064900     GO TO 2120-NEXT.
065000 2120-NEXT.
065100     PERFORM 2110-READ-REQ-HISTORY THRU 2110-EXIT
065200     GO TO 2120-EXIT.
065300 2120-EXIT.
065400     EXIT.
065500******************************************************************
065600*    2200-TALLY-USAGE THRU 2200-EXIT
065700*
065800*    ONE CUT CALL IS ONE BLANK WANTED.  SAME ROW RULES AS
065900*    CIRCSQR-FREQ - ZERO-RADIUS ROWS ARE REJECTED CALLS, NOT
066000*    CUTS, AND ROWS FROM BEFORE THE MATERIAL DIMENSION READ AS
066100*    MILD STEEL - AND THE MAINTENANCE AND REMNANT-RECLAIM
066200*    CALLS ARE NOT DEMAND ON THE RACK.  A CALL FOR A SIZE NOT
066300*    BEING PLANNED IS PASSED OVER.  NO AUDITTRL IS NO USAGE.
066400******************************************************************
066500 2200-TALLY-USAGE.
066600     OPEN INPUT AUDIT-TRAIL
066700     IF CS-AUDIT-NOT-FOUND
066800         GO TO 2200-EXIT
066900     END-IF
067000     IF CS-AUDIT-FILE-STATUS NOT = "00"
067100         DISPLAY "CIRCSQR-REORD: AUDITTRL OPEN FAILED, STATUS "
067200             CS-AUDIT-FILE-STATUS
067300         MOVE 16 TO RETURN-CODE
067400         GOBACK
067500     END-IF
067600     MOVE "N" TO CS-EOF-SWITCH
067700     PERFORM 2210-READ-AUDIT-TRAIL THRU 2210-EXIT
067800     PERFORM 2220-TALLY-ONE-CALL THRU 2220-EXIT
067900         UNTIL CS-END-OF-FILE
068000     CLOSE AUDIT-TRAIL
068100     GO TO 2200-EXIT.
068200 2200-EXIT.
068300     EXIT.
068400 2210-READ-AUDIT-TRAIL.
068500     READ AUDIT-TRAIL
068600         AT END
068700             SET CS-END-OF-FILE TO TRUE
068800     END-READ
068900     GO TO 2210-EXIT.
069000 2210-EXIT.
069100     EXIT.
069200 2220-TALLY-ONE-CALL.
069300     MOVE AU-TIMESTAMP (1:8) TO CS-AUDIT-DATE
069400     IF CS-AUDIT-DATE < CS-WINDOW-FROM-DATE
069500         OR CS-AUDIT-DATE > CS-RUN-DATE
069600         GO TO 2220-NEXT
069700     END-IF
069800     IF AU-RADIUS NOT NUMERIC
069900         GO TO 2220-NEXT
070000     END-IF
070100     IF AU-RADIUS = ZERO
070200         GO TO 2220-NEXT
070300     END-IF
070400     IF AU-JOB-ID = "MAINT" OR AU-JOB-ID = "REMNT"
070500         GO TO 2220-NEXT
070600     END-IF
070700     IF AU-MATERIAL-CODE = SPACES
070800         MOVE "MS" TO CS-AUDIT-MATERIAL
070900     ELSE
071000         MOVE AU-MATERIAL-CODE TO CS-AUDIT-MATERIAL
071100     END-IF
071200     ADD 1 TO CS-CUT-CALL-COUNT
071300     MOVE AU-RADIUS TO CS-FIND-RADIUS
071400     MOVE CS-AUDIT-MATERIAL TO CS-FIND-MATERIAL
071500     PERFORM 2800-FIND-SIZE THRU 2800-EXIT
071600     IF CS-SZ-HIT-SUB > ZERO
071700         ADD 1 TO CS-SZ-USED (CS-SZ-HIT-SUB)
071800             ON SIZE ERROR
071900                 CONTINUE
072000         END-ADD
072100     END-IF
072200     GO TO 2220-NEXT.
072300 2220-NEXT.
072400     PERFORM 2210-READ-AUDIT-TRAIL THRU 2210-EXIT
072500     GO TO 2220-EXIT.
072600 2220-EXIT.
072700     EXIT.
072800******************************************************************
072900*    2300-COUNT-CUTTING-DAYS THRU 2300-EXIT
073000*
073100*    RUNHIST IS IN DATE ORDER AND BOTH SHIFTS APPEND A ROW, SO
073200*    A DAY IS COUNTED WHEN ITS DATE DIFFERS FROM THE ROW
073300*    BEFORE.  IF RUNHIST SHOWS NO CUTTING IN THE WINDOW THE
073400*    USAGE IS SPREAD OVER EVERY DAY OF IT INSTEAD, AND THE
073500*    REPORT SAYS SO.
073600******************************************************************
073700 2300-COUNT-CUTTING-DAYS.
073800     OPEN INPUT RUN-HISTORY
073900     IF CS-HISTORY-NOT-FOUND
074000         GO TO 2300-DIVISOR
074100     END-IF
074200     IF CS-HISTORY-FILE-STATUS NOT = "00"
074300         DISPLAY "CIRCSQR-REORD: RUNHIST OPEN FAILED, STATUS "
074400             CS-HISTORY-FILE-STATUS
074500         MOVE 16 TO RETURN-CODE
074600         GOBACK
074700     END-IF
074800     MOVE "N" TO CS-EOF-SWITCH
074900     PERFORM 2310-READ-RUN-HISTORY THRU 2310-EXIT
075000     PERFORM 2320-COUNT-ONE-RUN THRU 2320-EXIT
075100         UNTIL CS-END-OF-FILE
075200     CLOSE RUN-HISTORY
075300     GO TO 2300-DIVISOR.
075400 2300-DIVISOR.
075500     IF CS-CUTTING-DAYS > ZERO
075600         MOVE CS-CUTTING-DAYS TO CS-USAGE-DIVISOR
075700     ELSE
075800         MOVE CS-WINDOW-DAYS TO CS-USAGE-DIVISOR
075900     END-IF
076000     GO TO 2300-EXIT.
076100 2300-EXIT.
076200     EXIT.
076300 2310-READ-RUN-HISTORY.
076400     READ RUN-HISTORY
076500         AT END
076600             SET CS-END-OF-FILE TO TRUE
076700     END-READ
076800     GO TO 2310-EXIT.
076900 2310-EXIT.
077000     EXIT.
077100 2320-COUNT-ONE-RUN.
077200     IF RH-RUN-DATE NUMERIC
077300         AND RH-RUN-DATE NOT < CS-WINDOW-FROM-DATE
077400         AND RH-RUN-DATE NOT > CS-RUN-DATE
077500         AND RH-RUN-DATE NOT = CS-LAST-CUT-DATE
077600         ADD 1 TO CS-CUTTING-DAYS
077700         MOVE RH-RUN-DATE TO CS-LAST-CUT-DATE
077800     END-IF
077900     PERFORM 2310-READ-RUN-HISTORY THRU 2310-EXIT
078000     GO TO 2320-EXIT.
078100 2320-EXIT.
078200     EXIT.
078300******************************************************************
078400*    2400-PLAN-REPLENISHMENT THRU 2400-EXIT
078500*
078600*    PURREQ IS WRITTEN FRESH EVERY RUN - AN EMPTY ONE TELLS
078700*    PURCHASING THERE IS NOTHING TO BUY.  REQHIST IS APPENDED.
078800******************************************************************
078900 2400-PLAN-REPLENISHMENT.
079000     OPEN OUTPUT PURCHASE-REQ
079100     IF CS-PURREQ-FILE-STATUS NOT = "00"
079200         DISPLAY "CIRCSQR-REORD: PURREQ OPEN FAILED, STATUS "
079300             CS-PURREQ-FILE-STATUS
079400         MOVE 16 TO RETURN-CODE
079500         GOBACK
079600     END-IF
079700     OPEN EXTEND REQ-HISTORY
079800     IF CS-REQHIST-NOT-FOUND
079900         OPEN OUTPUT REQ-HISTORY
080000     END-IF
080100     MOVE CS-WINDOW-FROM-DATE TO CS-WL-FROM-DATE
080200     MOVE CS-RUN-DATE TO CS-WL-TO-DATE
080300     MOVE CS-CUTTING-DAYS TO CS-WL-CUTTING-DAYS
080400     MOVE CS-LEAD-DAYS TO CS-WL-LEAD-DAYS
080500     WRITE REORDER-REPORT-LINE FROM CS-WINDOW-LINE
080600     IF CS-CUTTING-DAYS = ZERO
080700         MOVE "NO CUTTING ON RUNHIST - USAGE SPREAD OVER WINDOW"
080800             TO CS-MESSAGE-LINE
080900         WRITE REORDER-REPORT-LINE FROM CS-MESSAGE-LINE
081000     END-IF
081100     MOVE SPACES TO REORDER-REPORT-LINE
081200     WRITE REORDER-REPORT-LINE
081300     WRITE REORDER-REPORT-LINE FROM CS-DETAIL-HEADING
081400     MOVE ZERO TO CS-SZ-SUB
081500     PERFORM 2410-PLAN-ONE-SIZE THRU 2410-EXIT
081600         UNTIL CS-SZ-SUB NOT < CS-SZ-COUNT
081700     CLOSE PURCHASE-REQ
081800     CLOSE REQ-HISTORY
081900     GO TO 2400-EXIT.
082000 2400-EXIT.
082100     EXIT.
082200******************************************************************
082300*    2410-PLAN-ONE-SIZE THRU 2410-EXIT
082400*
082500*    POSITION = ON HAND + ON ORDER.  AT OR BELOW THE REORDER
082600*    POINT, ORDER BACK UP TO THE ORDER-UP-TO LEVEL.  COVER IS
082700*    DAYS OF CUTTING THE BLANKS ON HAND WILL LAST AT THE
082800*    CURRENT RATE - NONE FOR A SIZE NOBODY HAS CUT.
082900******************************************************************
083000 2410-PLAN-ONE-SIZE.
083100     ADD 1 TO CS-SZ-SUB
083200     COMPUTE CS-DAILY-USAGE ROUNDED =
083300         CS-SZ-USED (CS-SZ-SUB) / CS-USAGE-DIVISOR
083400         ON SIZE ERROR
083500             MOVE 9999.99 TO CS-DAILY-USAGE
083600     END-COMPUTE
083700     COMPUTE CS-LEAD-USAGE ROUNDED =
083800         CS-DAILY-USAGE * CS-LEAD-DAYS
083900         ON SIZE ERROR
084000             MOVE 999999 TO CS-LEAD-USAGE
084100     END-COMPUTE
084200     IF CS-LEAD-USAGE > CS-SZ-MIN-STOCK (CS-SZ-SUB)
084300         MOVE CS-LEAD-USAGE TO CS-REORDER-POINT
084400         MOVE "USE" TO CS-ROP-SOURCE
084500     ELSE
084600         MOVE CS-SZ-MIN-STOCK (CS-SZ-SUB) TO CS-REORDER-POINT
084700         MOVE "MIN" TO CS-ROP-SOURCE
084800     END-IF
084900     MOVE ZERO TO CS-LEVEL-SPREAD
085000     IF CS-SZ-MAX-STOCK (CS-SZ-SUB) > CS-SZ-MIN-STOCK (CS-SZ-SUB)
085100         COMPUTE CS-LEVEL-SPREAD =
085200             CS-SZ-MAX-STOCK (CS-SZ-SUB)
085300             - CS-SZ-MIN-STOCK (CS-SZ-SUB)
085400     END-IF
085500     COMPUTE CS-ORDER-UP-TO = CS-REORDER-POINT + CS-LEVEL-SPREAD
085600         ON SIZE ERROR
085700             MOVE 999999 TO CS-ORDER-UP-TO
085800     END-COMPUTE
085900     COMPUTE CS-POSITION =
086000         CS-SZ-ON-HAND (CS-SZ-SUB) + CS-SZ-ON-ORDER (CS-SZ-SUB)
086100     MOVE ZERO TO CS-ORDER-QTY
086200     IF CS-POSITION NOT > CS-REORDER-POINT
086300         AND CS-ORDER-UP-TO > CS-POSITION
086400         COMPUTE CS-ORDER-QTY = CS-ORDER-UP-TO - CS-POSITION
086500     END-IF
086600     MOVE SPACES TO CS-DETAIL-LINE
086700     MOVE CS-SZ-RADIUS (CS-SZ-SUB) TO CS-DL-RADIUS
086800     MOVE CS-SZ-MATERIAL (CS-SZ-SUB) TO CS-DL-MATERIAL
086900     MOVE CS-SZ-ON-HAND (CS-SZ-SUB) TO CS-DL-ON-HAND
087000     MOVE CS-SZ-ON-ORDER (CS-SZ-SUB) TO CS-DL-ON-ORDER
087100     MOVE CS-SZ-MIN-STOCK (CS-SZ-SUB) TO CS-DL-MIN-STOCK
087200     MOVE CS-SZ-MAX-STOCK (CS-SZ-SUB) TO CS-DL-MAX-STOCK
087300     MOVE CS-SZ-USED (CS-SZ-SUB) TO CS-DL-USED
087400     MOVE CS-DAILY-USAGE TO CS-DL-DAILY-USAGE
087500     IF CS-DAILY-USAGE = ZERO
087600         MOVE "NONE" TO CS-DL-COVER
087700     ELSE
087800         COMPUTE CS-COVER-DAYS =
087900             CS-SZ-ON-HAND (CS-SZ-SUB) / CS-DAILY-USAGE
088000             ON SIZE ERROR
088100                 MOVE 9999 TO CS-COVER-DAYS
088200         END-COMPUTE
088300         MOVE CS-COVER-DAYS TO CS-COVER-EDIT
088400         MOVE CS-COVER-EDIT TO CS-DL-COVER
088500     END-IF
088600     MOVE CS-REORDER-POINT TO CS-DL-REORDER-POINT
088700     MOVE CS-ROP-SOURCE TO CS-DL-ROP-SOURCE
088800     MOVE CS-ORDER-QTY TO CS-DL-ORDER-QTY
088900     IF CS-SZ-ON-HAND (CS-SZ-SUB) = ZERO
089000         MOVE "OUT" TO CS-DL-FLAG
089100         ADD 1 TO CS-STOCKOUT-COUNT
089200     END-IF
089300     WRITE REORDER-REPORT-LINE FROM CS-DETAIL-LINE
089400     IF CS-ORDER-QTY > ZERO
089500         PERFORM 2420-WRITE-REQUISITION THRU 2420-EXIT
089600     END-IF
089700     GO TO 2410-EXIT.
089800 2410-EXIT.
089900     EXIT.
090000******************************************************************
090100*    2420-WRITE-REQUISITION THRU 2420-EXIT
090200******************************************************************
090300 2420-WRITE-REQUISITION.
090400     IF CS-LAST-REQ-SEQ NOT < 9999
090500         DISPLAY "CIRCSQR-REORD: REQUISITION NUMBERS USED UP FOR "
090600             CS-RUN-DATE
090700         MOVE 16 TO RETURN-CODE
090800         GOBACK
090900     END-IF
091000     ADD 1 TO CS-LAST-REQ-SEQ
091100     MOVE SPACES TO PURCHASE-REQ-RECORD
091200     MOVE CS-RUN-DATE TO PQ-REQ-DATE
091300     MOVE CS-LAST-REQ-SEQ TO PQ-REQ-SEQ
091400     MOVE CS-SZ-RADIUS (CS-SZ-SUB) TO PQ-RADIUS
091500     MOVE CS-SZ-MATERIAL (CS-SZ-SUB) TO PQ-MATERIAL-CODE
091600     MOVE CS-ORDER-QTY TO PQ-ORDER-QTY
091700     MOVE CS-SZ-ON-HAND (CS-SZ-SUB) TO PQ-ON-HAND
091800     MOVE CS-SZ-ON-ORDER (CS-SZ-SUB) TO PQ-ON-ORDER
091900     MOVE CS-REORDER-POINT TO PQ-REORDER-POINT
092000     MOVE CS-ORDER-UP-TO TO PQ-ORDER-UP-TO
092100     MOVE CS-DAILY-USAGE TO PQ-DAILY-USAGE
092200     MOVE CS-SZ-UNIT-COST (CS-SZ-SUB) TO PQ-UNIT-COST
092300     WRITE PURCHASE-REQ-LINE FROM PURCHASE-REQ-RECORD
092400     WRITE PURCHASE-REQ-RECORD
092500     ADD 1 TO CS-REQ-COUNT
092600     ADD CS-ORDER-QTY TO CS-REQ-BLANKS
092700     GO TO 2420-EXIT.
092800 2420-EXIT.
092900     EXIT.
093000******************************************************************
093100*    2800-FIND-SIZE THRU 2800-EXIT
093200*
093300*    CS-SZ-HIT-SUB COMES BACK ZERO WHEN THE SIZE IS NOT BEING
093400*    PLANNED.
093500******************************************************************
093600 2800-FIND-SIZE.
093700     MOVE ZERO TO CS-SZ-HIT-SUB
093800     MOVE ZERO TO CS-SZ-SUB
093900     PERFORM 2810-SCAN-SIZE-TABLE THRU 2810-EXIT
094000         UNTIL CS-SZ-HIT-SUB > ZERO
094100         OR CS-SZ-SUB NOT < CS-SZ-COUNT
094200     GO TO 2800-EXIT.
094300 2800-EXIT.
094400     EXIT.
094500 2810-SCAN-SIZE-TABLE.
094600     ADD 1 TO CS-SZ-SUB
094700     IF CS-SZ-RADIUS (CS-SZ-SUB) = CS-FIND-RADIUS
094800         AND CS-SZ-MATERIAL (CS-SZ-SUB) = CS-FIND-MATERIAL
094900         MOVE CS-SZ-SUB TO CS-SZ-HIT-SUB
095000     END-IF
095100     GO TO 2810-EXIT.
095200 2810-EXIT.
095300     EXIT.
095400******************************************************************
095500*    3000-TERMINATE
095600******************************************************************
095700 3000-TERMINATE.
095800     PERFORM 3100-WRITE-CONTROL-COUNTS THRU 3100-EXIT
095900     PERFORM 3200-MARK-RUN-COMPLETE THRU 3200-EXIT
096000     IF CS-STOCKOUT-COUNT > ZERO
096100         OR CS-BAD-ROW-COUNT > ZERO
096200         MOVE 4 TO RETURN-CODE
096300     END-IF
096400     CLOSE REORDER-REPORT.
096500******************************************************************
096600*    3100-WRITE-CONTROL-COUNTS THRU 3100-EXIT
096700******************************************************************
096800 3100-WRITE-CONTROL-COUNTS.
096900     MOVE SPACES TO REORDER-REPORT-LINE
097000     WRITE REORDER-REPORT-LINE
097100     MOVE SPACES TO CS-TOTAL-LINE
097200     MOVE "STOCK SIZES READ" TO CS-TL-LABEL
097300     MOVE CS-MASTER-COUNT TO CS-TL-COUNT
097400     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
097500     MOVE SPACES TO CS-TOTAL-LINE
097600     MOVE "RETIRED - NOT REORDERED" TO CS-TL-LABEL
097700     MOVE CS-RETIRED-COUNT TO CS-TL-COUNT
097800     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
097900     MOVE SPACES TO CS-TOTAL-LINE
098000     MOVE "NO LEVELS SET - NOT PLANNED" TO CS-TL-LABEL
098100     MOVE CS-NO-LEVELS-COUNT TO CS-TL-COUNT
098200     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
098300     MOVE SPACES TO CS-TOTAL-LINE
098400     MOVE "SIZES PLANNED" TO CS-TL-LABEL
098500     MOVE CS-SZ-COUNT TO CS-TL-COUNT
098600     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
098700     MOVE SPACES TO CS-TOTAL-LINE
098800     MOVE "SIZES WITH NONE ON HAND (OUT)" TO CS-TL-LABEL
098900     MOVE CS-STOCKOUT-COUNT TO CS-TL-COUNT
099000     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
099100     MOVE SPACES TO CS-TOTAL-LINE
099200     MOVE "REQUISITIONS STILL OPEN" TO CS-TL-LABEL
099300     MOVE CS-OPEN-REQ-COUNT TO CS-TL-COUNT
099400     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
099500     MOVE SPACES TO CS-TOTAL-LINE
099600     MOVE "REQUISITIONS RAISED" TO CS-TL-LABEL
099700     MOVE CS-REQ-COUNT TO CS-TL-COUNT
099800     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
099900     MOVE SPACES TO CS-TOTAL-LINE
100000     MOVE "BLANKS REQUISITIONED" TO CS-TL-LABEL
100100     MOVE CS-REQ-BLANKS TO CS-TL-COUNT
100200     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
100300     MOVE SPACES TO CS-TOTAL-LINE
100400     MOVE "CUT CALLS IN WINDOW" TO CS-TL-LABEL
100500     MOVE CS-CUT-CALL-COUNT TO CS-TL-COUNT
100600     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
100700     MOVE SPACES TO CS-TOTAL-LINE
100800     MOVE "ROWS NOT READ - BAD DATA" TO CS-TL-LABEL
100900     MOVE CS-BAD-ROW-COUNT TO CS-TL-COUNT
101000     WRITE REORDER-REPORT-LINE FROM CS-TOTAL-LINE
101100     GO TO 3100-EXIT.
101200 3100-EXIT.
101300     EXIT.
101400******************************************************************
101500*    3200-MARK-RUN-COMPLETE THRU 3200-EXIT
101600******************************************************************
101700 3200-MARK-RUN-COMPLETE.
101800     MOVE "E" TO RU-REQUEST-CODE
101900     MOVE "CIRCSQRU" TO RU-CALLER-JOB
102000     MOVE CS-RUN-DATE TO RU-CALLER-DATE
102100     MOVE SPACE TO RU-SHIFT-CODE
102200     MOVE "C" TO RU-END-STATUS
102300     CALL "CIRCSQR-RUNCTL" USING RU-PARM-FIELDS
102400     GO TO 3200-EXIT.
102500 3200-EXIT.
102600     EXIT.
102700 END PROGRAM CIRCSQR-REORD.
