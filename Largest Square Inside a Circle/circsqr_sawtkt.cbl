000100******************************************************************
000200*    PROGRAM-ID.  CIRCSQR-SAWTKT
000300*    AUTHOR.      R. OKONKWO-HALE, CUTTING FLOOR SYSTEMS
000400*    INSTALLATION. CIRCLE-SQUARING SHOP
000500*    DATE-WRITTEN. 2026-10-15
000600*    DATE-COMPILED.
000700*
000800*    REMARKS.  SAW WORK-ORDER TICKETS AND MACHINE SCHEDULE.
000900*    AFTER CIRCSQRB THE FLOOR LEAD USED TO WORK FROM THE CUTRPT
001000*    PRINTOUT, SORTING BLANKS BY MATERIAL AND SAW BY HAND AND
001100*    GUESSING HOW LONG THE SHIFT WOULD TAKE.  THIS RUN READS
001200*    THE DAY'S APPROVED CUTS (APRCUTS) AND THE CUTS QA HAS HELD
001300*    (QAHOLD) FOR THE CUT DATE AND:
001400*      - GIVES EVERY BLANK TO A SAW FROM THE MACHINE TABLE
001500*        (SAWTABLE) - AN IN-SERVICE SAW THAT TAKES THE BLANK'S
001600*        MATERIAL AND RACK RADIUS, THE LEAST LOADED OF THOSE
001700*        THAT STILL HAS ROOM IN THE SHIFT FOR THE BLANK'S
001800*        STANDARD TIME.  WORK IS TAKEN IN CUTTING-LIST ORDER;
001900*        A BLANK NO SAW HAS ROOM FOR IS CARRY-OVER ON THE
002000*        LEAST LOADED SAW THAT TAKES IT, AND A BLANK NO SAW
002100*        TAKES AT ALL IS LISTED ON ITS OWN;
002200*      - PRINTS ONE WORK-ORDER TICKET PER BLANK ON SAWTKT, BY
002300*        SAW IN RUNNING ORDER - STOCK ID, JOB, MATERIAL, RACK
002400*        RADIUS, CUT-GUIDE SIDE AND PIECE COUNT, AND WHETHER
002500*        THE PIECE COMES FROM A REMNANT;
002600*      - PRINTS THE SCHEDULE ON SAWSCHD - EACH SAW'S BLANKS
002700*        WITH START AND END MINUTES, ITS LOAD AGAINST SHIFT
002800*        CAPACITY, AND THE CARRY-OVER - SO THE SUPERVISOR
002900*        KNOWS BEFORE THE SHIFT STARTS WHAT WILL NOT GET DONE.
003000*    THE RACK RADIUS OF A REMNANT CUT IS ITS PARENT BLANK'S,
003100*    FROM REMNMAST.  AN EXTRACT ROW FROM BEFORE THE REMNANT ID
003200*    WAS CARRIED IS SIZED FROM THE PIECE ITSELF (THE LONGER
003300*    SIDE TIMES 0.7072, NEVER LESS THAN HALF THE DIAGONAL) AND
003400*    THE TICKET SAYS SO.  APRCUTS ROWS FOR OTHER DATES (QA
003500*    RELEASES OF EARLIER CUTS) WERE TICKETED THE DAY THEY WERE
003600*    CUT AND ARE PASSED OVER.  BOTH FILES HOLD BOTH SHIFTS' CUTS
003620*    FOR THE DAY, EACH ROW TAGGED WITH THE SHIFT THAT CUT IT (A
003640*    SPACE ON AN OLDER ROW IS THE DAY SHIFT); ONLY THE SHIFT ON
003660*    THE PARAMETER CARD IS TICKETED, SO THE SECOND SHIFT'S RUN
003680*    DOES NOT TICKET THE FIRST SHIFT'S BLANKS AGAIN.
003700*
003800*    PARAMETER CARD (SAWPARM, ONE RECORD, OPTIONAL).
003900*        COLS  1-8   CUT DATE  YYYYMMDD - SPACES, OR NO CARD,
004000*                    MEANS TODAY
004100*        COL   9     SHIFT BEING SCHEDULED, "1" OR "2" - SPACE
004200*                    MEANS THE DAY SHIFT
004300*
004400*    RETURN CODES.
004500*        0   EVERY BLANK SCHEDULED WITHIN THE SHIFT
004600*        4   SOME BLANKS ARE CARRY-OVER, OR NO SAW TAKES THEM -
004700*            SEE SAWSCHD
004800*       16   RUN REFUSED OR FAILED
004900*
005000*    MODIFICATION HISTORY.
005100*    2026-10-15  ROH  ORIGINAL VERSION.
005120*    2026-10-15  ROH  APRCUTS AND QAHOLD ROWS CUT BY THE OTHER
005140*                     SHIFT ARE PASSED OVER AND COUNTED (1610,
005160*                     1620) - THE SHIFT USED TO LABEL THE
005180*                     PRINTOUT ONLY.
005200******************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. CIRCSQR-SAWTKT.
005500 AUTHOR. R. OKONKWO-HALE.
005600 INSTALLATION. CIRCLE-SQUARING SHOP.
005700 DATE-WRITTEN. 2026-10-15.
005800 DATE-COMPILED.
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER. GNUCOBOL.
006200 OBJECT-COMPUTER. GNUCOBOL.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT SAW-PARM ASSIGN TO "SAWPARM"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS CS-PARM-FILE-STATUS.
006800     SELECT RUN-OVERRIDE ASSIGN TO "RUNOVRD"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS CS-OVERRIDE-FILE-STATUS.
007100     SELECT SAW-TABLE ASSIGN TO "SAWTABLE"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CS-SAWTABLE-FILE-STATUS.
007400     SELECT APPROVED-CUTS ASSIGN TO "APRCUTS"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS CS-APRCUTS-FILE-STATUS.
007700     SELECT QA-HOLD ASSIGN TO "QAHOLD"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CS-QAHOLD-FILE-STATUS.
008000     SELECT REMNANT-MASTER ASSIGN TO "REMNMAST"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS RANDOM
008300         RECORD KEY IS RM-STOCK-ID
008400         FILE STATUS IS CS-REMN-FILE-STATUS.
008500     SELECT TICKETS-SORTED ASSIGN TO "TKTSORT"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700     SELECT SORT-TICKETS ASSIGN TO "SRTWK1".
008800     SELECT TICKET-REPORT ASSIGN TO "SAWTKT"
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000     SELECT SCHEDULE-REPORT ASSIGN TO "SAWSCHD"
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  SAW-PARM
009500     RECORDING MODE IS F.
009600 01  SAW-PARM-RECORD.
009700     05  SP-CUT-DATE-X.
009800         10  SP-CUT-DATE      PIC 9(08).
009900     05  SP-SHIFT-CODE        PIC X(01).
010000     05  FILLER               PIC X(71).
010100 FD  RUN-OVERRIDE
010200     RECORDING MODE IS F.
010300 01  OVERRIDE-CARD-RECORD.
010400     05  OV-KEYWORD           PIC X(08).
010500     05  FILLER               PIC X(01).
010600     05  OV-REASON            PIC X(40).
010700     05  FILLER               PIC X(31).
010800 FD  SAW-TABLE
010900     RECORDING MODE IS F.
011000     COPY SAWTBL.
011100 FD  APPROVED-CUTS
011200     RECORDING MODE IS F.
011300     COPY APCUTREC.
011400 FD  QA-HOLD
011500     RECORDING MODE IS F.
011600     COPY QAHOLDRC.
011700 FD  REMNANT-MASTER
011800     RECORDING MODE IS F.
011900     COPY REMNREC.
012000******************************************************************
012100*    ONE ROW PER TICKET, SCHEDULED, IN PRINT ORDER - THE SAWS IN
012200*    ID ORDER, EACH SAW'S SHIFT WORK IN RUNNING ORDER AND THEN
012300*    ITS CARRY-OVER, AND LAST THE BLANKS NO SAW TAKES (GROUP
012400*    "2").  THE SORT RECORD IS THE SAME LAYOUT.
012500******************************************************************
012600 FD  TICKETS-SORTED
012700     RECORDING MODE IS F.
012800 01  TICKETS-SORTED-RECORD.
012900     05  TK-GROUP             PIC X(01).
013000     05  TK-SAW-ID            PIC X(04).
013100     05  TK-CARRY-FLAG        PIC X(01).
013200     05  TK-SEQ               PIC 9(04).
013300     05  TK-STOCK-ID          PIC X(10).
013400     05  TK-JOB-ID            PIC X(08).
013500     05  TK-MATERIAL-CODE     PIC X(02).
013600     05  TK-RACK-RADIUS       PIC 9(6)V9(3).
013700     05  TK-RADIUS-SOURCE     PIC X(01).
013800     05  TK-REMNANT-ID        PIC X(10).
013900     05  TK-SIDE              PIC 9(6)V9(3).
014000     05  TK-HEIGHT            PIC 9(6)V9(3).
014100     05  TK-PIECES            PIC 9(03).
014200     05  TK-LOT-NUMBER        PIC X(08).
014300     05  TK-QA-FLAG           PIC X(01).
014400     05  TK-MINUTES           PIC 9(3)V9(1).
014500     05  TK-START-MINUTE      PIC 9(5)V9(1).
014600     05  TK-END-MINUTE        PIC 9(5)V9(1).
014700 SD  SORT-TICKETS.
014800 01  SORT-TICKET-RECORD.
014900     05  SK-GROUP             PIC X(01).
015000     05  SK-SAW-ID            PIC X(04).
015100     05  SK-CARRY-FLAG        PIC X(01).
015200     05  SK-SEQ               PIC 9(04).
015300     05  SK-STOCK-ID          PIC X(10).
015400     05  SK-JOB-ID            PIC X(08).
015500     05  SK-MATERIAL-CODE     PIC X(02).
015600     05  SK-RACK-RADIUS       PIC 9(6)V9(3).
015700     05  SK-RADIUS-SOURCE     PIC X(01).
015800     05  SK-REMNANT-ID        PIC X(10).
015900     05  SK-SIDE              PIC 9(6)V9(3).
016000     05  SK-HEIGHT            PIC 9(6)V9(3).
016100     05  SK-PIECES            PIC 9(03).
016200     05  SK-LOT-NUMBER        PIC X(08).
016300     05  SK-QA-FLAG           PIC X(01).
016400     05  SK-MINUTES           PIC 9(3)V9(1).
016500     05  SK-START-MINUTE      PIC 9(5)V9(1).
016600     05  SK-END-MINUTE        PIC 9(5)V9(1).
016700 FD  TICKET-REPORT
016800     RECORDING MODE IS F.
016900 01  TICKET-REPORT-LINE       PIC X(80).
017000 FD  SCHEDULE-REPORT
017100     RECORDING MODE IS F.
017200 01  SCHEDULE-REPORT-LINE     PIC X(80).
017300 WORKING-STORAGE SECTION.
017400 01  CS-SWITCHES.
017500     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
017600         88  CS-END-OF-FILE   VALUE "Y".
017700     05  CS-PARM-FILE-STATUS  PIC X(02)  VALUE "00".
017800         88  CS-PARM-NOT-FOUND VALUE "35".
017900     05  CS-OVERRIDE-FILE-STATUS PIC X(02) VALUE "00".
018000         88  CS-OVERRIDE-NOT-FOUND VALUE "35".
018100     05  CS-OVERRIDE-SWITCH   PIC X(01)  VALUE "N".
018200         88  CS-OVERRIDE-PRESENT VALUE "Y".
018300     05  CS-SAWTABLE-FILE-STATUS PIC X(02) VALUE "00".
018400     05  CS-APRCUTS-FILE-STATUS PIC X(02) VALUE "00".
018500     05  CS-QAHOLD-FILE-STATUS PIC X(02) VALUE "00".
018600         88  CS-QAHOLD-NOT-FOUND VALUE "35".
018700     05  CS-REMN-FILE-STATUS  PIC X(02)  VALUE "00".
018800         88  CS-REMN-NOT-FOUND VALUE "35".
018900     05  CS-REMN-SWITCH       PIC X(01)  VALUE "N".
019000         88  CS-REMN-AVAILABLE VALUE "Y".
019100     05  CS-FIRST-SAW-SWITCH  PIC X(01)  VALUE "Y".
019200         88  CS-FIRST-SAW     VALUE "Y".
019300     05  CS-MATERIAL-SWITCH   PIC X(01)  VALUE "N".
019400         88  CS-MATERIAL-TAKEN VALUE "Y".
019500 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
019600 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
019700 01  CS-CUT-DATE              PIC 9(08)  VALUE ZERO.
019800 01  CS-SHIFT-CODE            PIC X(01)  VALUE "1".
019850 01  CS-ROW-SHIFT             PIC X(01)  VALUE SPACE.
019900     COPY RCTLPARM.
020000 01  CS-OVERRIDE-REASON       PIC X(40)  VALUE SPACES.
020100 01  CS-OVERRIDE-LINE.
020200     05  FILLER               PIC X(20)  VALUE
020300         "OPERATOR OVERRIDE -".
020400     05  CS-OV-REASON         PIC X(40).
020500 01  CS-OVERRIDE-RULE-LINE.
020600     05  FILLER               PIC X(17)  VALUE
020700         "RULE OVERRIDDEN:".
020800     05  CS-OV-RULE-TEXT      PIC X(60).
020900******************************************************************
021000*    THE MACHINE TABLE, ONE ENTRY PER SAWTABLE CARD, WITH THE
021100*    SHIFT'S RUNNING LOAD AND CARRY-OVER FOR EACH SAW.  A FULL
021200*    TABLE ABENDS RATHER THAN SCHEDULE ON PART OF THE FLOOR.
021300******************************************************************
021400 01  CS-SAW-TABLE.
021500     05  CS-SW-ENTRY OCCURS 20 TIMES.
021600         10  CS-SW-SAW-ID     PIC X(04).
021700         10  CS-SW-DESCRIPTION PIC X(20).
021800         10  CS-SW-STATUS     PIC X(01).
021900         10  CS-SW-MATERIAL   PIC X(02) OCCURS 4 TIMES.
022000         10  CS-SW-MIN-RADIUS PIC 9(6)V9(3).
022100         10  CS-SW-MAX-RADIUS PIC 9(6)V9(3).
022200         10  CS-SW-BLANK-MINUTES PIC 9(3)V9(1).
022300         10  CS-SW-PIECE-MINUTES PIC 9(3)V9(1).
022400         10  CS-SW-SHIFT-MINUTES PIC 9(04).
022500         10  CS-SW-LOAD-MINUTES PIC 9(5)V9(1).
022600         10  CS-SW-BLANK-COUNT PIC 9(04).
022700         10  CS-SW-CARRY-MINUTES PIC 9(5)V9(1).
022800         10  CS-SW-CARRY-COUNT PIC 9(04).
022900 77  CS-SW-COUNT              PIC 9(02)  VALUE ZERO COMP.
023000 77  CS-SW-MAX                PIC 9(02)  VALUE 20 COMP.
023100 77  CS-SW-SUB                PIC 9(02)  VALUE ZERO COMP.
023200 77  CS-SW-HIT-SUB            PIC 9(02)  VALUE ZERO COMP.
023300 77  CS-FIT-SUB               PIC 9(02)  VALUE ZERO COMP.
023400 77  CS-TAKE-SUB              PIC 9(02)  VALUE ZERO COMP.
023500 77  CS-MAT-SUB               PIC 9(02)  VALUE ZERO COMP.
023600******************************************************************
023700*    THE BLANK BEING TICKETED, BUILT FROM AN APRCUTS OR QAHOLD
023800*    ROW.  RADIUS SOURCE "B" = THE FRESH BLANK'S OWN RADIUS,
023900*    "R" = THE REMNANT'S PARENT BLANK FROM REMNMAST, "E" =
024000*    ESTIMATED FROM THE PIECE.
024100******************************************************************
024200 01  CS-TICKET-FIELDS.
024300     05  CS-TK-STOCK-ID       PIC X(10)  VALUE SPACES.
024400     05  CS-TK-JOB-ID         PIC X(08)  VALUE SPACES.
024500     05  CS-TK-MATERIAL       PIC X(02)  VALUE SPACES.
024600     05  CS-TK-RADIUS-IN      PIC 9(6)V9(3) VALUE ZERO.
024700     05  CS-TK-RACK-RADIUS    PIC 9(6)V9(3) VALUE ZERO.
024800     05  CS-TK-RADIUS-SOURCE  PIC X(01)  VALUE SPACES.
024900     05  CS-TK-REMNANT-ID     PIC X(10)  VALUE SPACES.
025000     05  CS-TK-SIDE           PIC 9(6)V9(3) VALUE ZERO.
025100     05  CS-TK-HEIGHT         PIC 9(6)V9(3) VALUE ZERO.
025200     05  CS-TK-LONG-SIDE      PIC 9(6)V9(3) VALUE ZERO.
025300     05  CS-TK-PIECES         PIC 9(03)  VALUE ZERO.
025400     05  CS-TK-LOT-NUMBER     PIC X(08)  VALUE SPACES.
025500     05  CS-TK-QA-FLAG        PIC X(01)  VALUE SPACES.
025600     05  CS-TK-MINUTES        PIC 9(3)V9(1) VALUE ZERO.
025700     05  CS-TRY-MINUTES       PIC 9(3)V9(1) VALUE ZERO.
025800     05  CS-TRY-END           PIC 9(5)V9(1) VALUE ZERO.
025900 01  CS-HALF-DIAGONAL-FACTOR  PIC 9V9(4) VALUE 0.7072.
026000 01  CS-PREV-GROUP-SAW.
026100     05  CS-PREV-GROUP        PIC X(01)  VALUE SPACES.
026200     05  CS-PREV-SAW-ID       PIC X(04)  VALUE SPACES.
026300 01  CS-SAW-PCT               PIC 9(03)  VALUE ZERO.
026400 01  CS-COUNTERS.
026500     05  CS-EXTRACT-COUNT     PIC 9(06)  VALUE ZERO COMP.
026600     05  CS-OTHER-DATE-COUNT  PIC 9(06)  VALUE ZERO COMP.
026650     05  CS-OTHER-SHIFT-COUNT PIC 9(06)  VALUE ZERO COMP.
026700     05  CS-HOLD-READ-COUNT   PIC 9(06)  VALUE ZERO COMP.
026800     05  CS-HOLD-TICKET-COUNT PIC 9(06)  VALUE ZERO COMP.
026850     05  CS-HOLD-OTHER-SHIFT-COUNT PIC 9(06) VALUE ZERO COMP.
026900     05  CS-TICKET-COUNT      PIC 9(06)  VALUE ZERO COMP.
027000     05  CS-SCHEDULED-COUNT   PIC 9(06)  VALUE ZERO COMP.
027100     05  CS-CARRY-COUNT       PIC 9(06)  VALUE ZERO COMP.
027200     05  CS-NO-SAW-COUNT      PIC 9(06)  VALUE ZERO COMP.
027300     05  CS-REMNANT-COUNT     PIC 9(06)  VALUE ZERO COMP.
027400     05  CS-ESTIMATE-COUNT    PIC 9(06)  VALUE ZERO COMP.
027500******************************************************************
027600*    TICKET LAYOUT - SIX LINES AND A RULE, SO A TICKET CUTS OFF
027700*    THE PRINTOUT CLEANLY.
027800******************************************************************
027900 01  CS-TICKET-RULE           PIC X(80)  VALUE ALL "-".
028000 01  CS-TICKET-LINE-1.
028100     05  FILLER               PIC X(18)  VALUE
028200         "SAW WORK ORDER".
028300     05  FILLER               PIC X(04)  VALUE "SAW".
028400     05  CS-T1-SAW-ID         PIC X(04).
028500     05  FILLER               PIC X(06)  VALUE "  SEQ".
028600     05  CS-T1-SEQ            PIC ZZZ9.
028700     05  FILLER               PIC X(12)  VALUE
028800         "   CUT DATE".
028900     05  CS-T1-CUT-DATE       PIC 9(08).
029000     05  FILLER               PIC X(09)  VALUE "   SHIFT".
029100     05  CS-T1-SHIFT          PIC X(01).
029200 01  CS-TICKET-LINE-2.
029300     05  FILLER               PIC X(09)  VALUE "STOCK ID".
029400     05  CS-T2-STOCK-ID       PIC X(10).
029500     05  FILLER               PIC X(07)  VALUE "   JOB".
029600     05  CS-T2-JOB-ID         PIC X(08).
029700     05  FILLER               PIC X(12)  VALUE
029800         "   MATERIAL".
029900     05  CS-T2-MATERIAL       PIC X(02).
030000     05  FILLER               PIC X(07)  VALUE "   LOT".
030100     05  CS-T2-LOT-NUMBER     PIC X(08).
030200 01  CS-TICKET-LINE-3.
030300     05  FILLER               PIC X(15)  VALUE
030400         "RACK RADIUS".
030500     05  CS-T3-RACK-RADIUS    PIC ZZZZZ9.999.
030600     05  FILLER               PIC X(03).
030700     05  CS-T3-SOURCE-TEXT    PIC X(45).
030800 01  CS-TICKET-LINE-4.
030900     05  FILLER               PIC X(15)  VALUE
031000         "CUT-GUIDE SIDE".
031100     05  CS-T4-SIDE           PIC ZZZZZ9.999.
031200     05  FILLER               PIC X(04)  VALUE " BY".
031300     05  CS-T4-HEIGHT         PIC ZZZZZ9.999.
031400     05  FILLER               PIC X(10)  VALUE "   PIECES".
031500     05  CS-T4-PIECES         PIC ZZ9.
031600     05  FILLER               PIC X(15)  VALUE
031700         "   STD MINUTES".
031800     05  CS-T4-MINUTES        PIC ZZ9.9.
031900 01  CS-TICKET-FLAG-LINE      PIC X(80)  VALUE SPACES.
032000 01  CS-REMNANT-TEXT.
032100     05  FILLER               PIC X(13)  VALUE "FROM REMNANT".
032200     05  CS-RT-REMNANT-ID     PIC X(10).
032300     05  CS-RT-NOTE           PIC X(22).
032400******************************************************************
032500*    SCHEDULE LAYOUT.
032600******************************************************************
032700 01  CS-HEADING-1.
032800     05  FILLER               PIC X(20)  VALUE "CIRCSQR-SAWTKT".
032900     05  FILLER               PIC X(40)  VALUE
033000         "SAW SCHEDULE".
033100     05  FILLER               PIC X(08)  VALUE "RUN".
033200     05  CS-H1-RUN-DATE       PIC 9(08).
033300 01  CS-HEADING-2.
033400     05  FILLER               PIC X(09)  VALUE "CUT DATE".
033500     05  CS-H2-CUT-DATE       PIC 9(08).
033600     05  FILLER               PIC X(08)  VALUE "   SHIFT".
033700     05  CS-H2-SHIFT          PIC X(01).
033800 01  CS-SAW-HEAD-LINE.
033900     05  FILLER               PIC X(04)  VALUE "SAW".
034000     05  CS-SH-SAW-ID         PIC X(04).
034100     05  FILLER               PIC X(02).
034200     05  CS-SH-DESCRIPTION    PIC X(20).
034300     05  FILLER               PIC X(12)  VALUE
034400         "   CAPACITY".
034500     05  CS-SH-CAPACITY       PIC ZZZ9.
034600     05  FILLER               PIC X(04)  VALUE " MIN".
034700 01  CS-NO-SAW-HEAD-LINE      PIC X(80)  VALUE
034800     "NO IN-SERVICE SAW TAKES THESE BLANKS - CHECK SAWTABLE".
034900 01  CS-DETAIL-HEADING.
035000     05  FILLER               PIC X(05)  VALUE " SEQ".
035100     05  FILLER               PIC X(11)  VALUE "STOCK ID".
035200     05  FILLER               PIC X(09)  VALUE "JOB".
035300     05  FILLER               PIC X(03)  VALUE "MT".
035400     05  FILLER               PIC X(11)  VALUE "RACK RADIUS".
035500     05  FILLER               PIC X(04)  VALUE "PCS".
035600     05  FILLER               PIC X(06)  VALUE "  MIN".
035700     05  FILLER               PIC X(08)  VALUE "  START".
035800     05  FILLER               PIC X(08)  VALUE "    END".
035900     05  FILLER               PIC X(12)  VALUE "FLAGS".
036000 01  CS-DETAIL-LINE.
036100     05  CS-DL-SEQ            PIC ZZZ9.
036200     05  FILLER               PIC X(01).
036300     05  CS-DL-STOCK-ID       PIC X(10).
036400     05  FILLER               PIC X(01).
036500     05  CS-DL-JOB-ID         PIC X(08).
036600     05  FILLER               PIC X(01).
036700     05  CS-DL-MATERIAL       PIC X(02).
036800     05  FILLER               PIC X(01).
036900     05  CS-DL-RACK-RADIUS    PIC ZZZZZ9.999.
037000     05  FILLER               PIC X(01).
037100     05  CS-DL-PIECES         PIC ZZ9.
037200     05  FILLER               PIC X(01).
037300     05  CS-DL-MINUTES        PIC ZZ9.9.
037400     05  FILLER               PIC X(01).
037500     05  CS-DL-START          PIC ZZZZ9.9.
037600     05  FILLER               PIC X(01).
037700     05  CS-DL-END            PIC ZZZZ9.9.
037800     05  FILLER               PIC X(01).
037900     05  CS-DL-CARRY-FLAG     PIC X(06).
038000     05  CS-DL-QA-FLAG        PIC X(03).
038100     05  CS-DL-REMNANT-FLAG   PIC X(04).
038200 01  CS-SAW-TOTAL-LINE.
038300     05  FILLER               PIC X(16)  VALUE
038400         "  IN SHIFT".
038500     05  CS-ST-BLANKS         PIC ZZZ9.
038600     05  FILLER               PIC X(09)  VALUE " BLANKS".
038700     05  CS-ST-MINUTES        PIC ZZZZ9.9.
038800     05  FILLER               PIC X(06)  VALUE " MIN".
038900     05  CS-ST-PCT            PIC ZZ9.
039000     05  FILLER               PIC X(15)  VALUE
039100         "% OF CAPACITY".
039200 01  CS-SAW-CARRY-LINE.
039300     05  FILLER               PIC X(16)  VALUE
039400         "  CARRY-OVER".
039500     05  CS-SC-BLANKS         PIC ZZZ9.
039600     05  FILLER               PIC X(09)  VALUE " BLANKS".
039700     05  CS-SC-MINUTES        PIC ZZZZ9.9.
039800     05  FILLER               PIC X(04)  VALUE " MIN".
039900 01  CS-SUMMARY-HEADING.
040000     05  FILLER               PIC X(06)  VALUE "SAW".
040100     05  FILLER               PIC X(08)  VALUE "STATUS".
040200     05  FILLER               PIC X(08)  VALUE "BLANKS".
040300     05  FILLER               PIC X(09)  VALUE "MINUTES".
040400     05  FILLER               PIC X(10)  VALUE "CAPACITY".
040500     05  FILLER               PIC X(06)  VALUE "PCT".
040600     05  FILLER               PIC X(08)  VALUE "CARRY".
040700     05  FILLER               PIC X(10)  VALUE "CARRY MIN".
040800 01  CS-SUMMARY-LINE.
040900     05  CS-SM-SAW-ID         PIC X(04).
041000     05  FILLER               PIC X(02).
041100     05  CS-SM-STATUS         PIC X(06).
041200     05  FILLER               PIC X(02).
041300     05  CS-SM-BLANKS         PIC ZZZZZ9.
041400     05  FILLER               PIC X(02).
041500     05  CS-SM-MINUTES        PIC ZZZZ9.9.
041600     05  FILLER               PIC X(02).
041700     05  CS-SM-CAPACITY       PIC ZZZZ9.
041800     05  FILLER               PIC X(05).
041900     05  CS-SM-PCT            PIC ZZ9.
042000     05  FILLER               PIC X(03).
042100     05  CS-SM-CARRY          PIC ZZZZZ9.
042200     05  FILLER               PIC X(02).
042300     05  CS-SM-CARRY-MINUTES  PIC ZZZZ9.9.
042400 01  CS-SECTION-LINE.
042500     05  FILLER               PIC X(04)  VALUE "*** ".
042600     05  CS-SC-TEXT           PIC X(40).
042700 01  CS-TOTAL-LINE.
042800     05  CS-TL-LABEL          PIC X(30).
042900     05  CS-TL-COUNT          PIC ZZZZZ9.
043000 PROCEDURE DIVISION.
043100******************************************************************
043200*    0000-MAINLINE
043300*
043400*    THE SAWS ARE LOADED AS THE CUTS ARE GATHERED, IN LIST
043500*    ORDER; THE SORT ONLY PUTS THE FINISHED SCHEDULE IN PRINT
043600*    ORDER.
043700******************************************************************
043800 0000-MAINLINE.
043900     PERFORM 1000-INITIALIZE
044000     SORT SORT-TICKETS
044100         ON ASCENDING KEY SK-GROUP SK-SAW-ID SK-CARRY-FLAG SK-SEQ
044200         INPUT PROCEDURE IS 1600-GATHER-TICKETS
044300             THRU 1600-PASS-EXIT
044400         GIVING TICKETS-SORTED
044500     PERFORM 2500-PRINT-SCHEDULE THRU 2500-EXIT
044600     PERFORM 3000-TERMINATE
044700     GOBACK.
044800******************************************************************
044900*    1000-INITIALIZE
045000******************************************************************
045100 1000-INITIALIZE.
045200     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
045300     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
045400     MOVE CS-RUN-DATE TO CS-CUT-DATE
045500     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
045600     PERFORM 1200-READ-OVERRIDE-CARD THRU 1200-EXIT
045700     PERFORM 1300-CHECK-RUN-CONTROL THRU 1300-EXIT
045800     PERFORM 1400-LOAD-SAW-TABLE THRU 1400-EXIT
045900     PERFORM 1700-OPEN-REMNANT-MASTER THRU 1700-EXIT
046000     OPEN OUTPUT TICKET-REPORT
046100     OPEN OUTPUT SCHEDULE-REPORT
046200     MOVE CS-RUN-DATE TO CS-H1-RUN-DATE
046300     WRITE SCHEDULE-REPORT-LINE FROM CS-HEADING-1
046400     IF CS-OVERRIDE-PRESENT
046500         PERFORM 1500-PRINT-OVERRIDE THRU 1500-EXIT
046600     END-IF
046700     MOVE CS-CUT-DATE TO CS-H2-CUT-DATE
046800     MOVE CS-SHIFT-CODE TO CS-H2-SHIFT
046900     WRITE SCHEDULE-REPORT-LINE FROM CS-HEADING-2
047000     MOVE SPACES TO CS-DETAIL-LINE.
047100******************************************************************
047200*    1100-READ-PARM-CARD THRU 1100-EXIT
047300*
047400*    NO CARD, AN EMPTY ONE, OR BLANK FIELDS SCHEDULE TODAY'S
047500*    CUTS FOR THE DAY SHIFT.  A DATE THAT IS NOT A NUMBER OR A
047600*    SHIFT THAT IS NOT 1 OR 2 ABENDS BEFORE A TICKET PRINTS.
047700******************************************************************
047800 1100-READ-PARM-CARD.
047900     OPEN INPUT SAW-PARM
048000     IF CS-PARM-NOT-FOUND
048100         GO TO 1100-EXIT
048200     END-IF
048300     READ SAW-PARM
048400         AT END
048500             CLOSE SAW-PARM
048600             GO TO 1100-EXIT
048700     END-READ
048800     CLOSE SAW-PARM
048900     IF SP-CUT-DATE-X NOT = SPACES
049000         IF SP-CUT-DATE NOT NUMERIC
049100             DISPLAY "CIRCSQR-SAWTKT: BAD CUT DATE ON SAWPARM "
049200                 SP-CUT-DATE-X
049300             MOVE 16 TO RETURN-CODE
049400             GOBACK
049500         END-IF
049600         MOVE SP-CUT-DATE TO CS-CUT-DATE
049700     END-IF
049800     IF SP-SHIFT-CODE NOT = SPACE
049900         IF SP-SHIFT-CODE NOT = "1" AND SP-SHIFT-CODE NOT = "2"
050000             DISPLAY "CIRCSQR-SAWTKT: BAD SHIFT ON SAWPARM "
050100                 SP-SHIFT-CODE
050200             MOVE 16 TO RETURN-CODE
050300             GOBACK
050400         END-IF
050500         MOVE SP-SHIFT-CODE TO CS-SHIFT-CODE
050600     END-IF
050700     GO TO 1100-EXIT.
050800 1100-EXIT.
050900     EXIT.
051000******************************************************************
051100*    1200-READ-OVERRIDE-CARD THRU 1200-EXIT
051200*
051300*    SAME RULES AS CIRCSQR-BATCH - MISSING OR EMPTY IS NORMAL,
051400*    A CARD THAT DOESN'T SAY OVERRIDE IS MISKEYED AND ABENDS.
051500******************************************************************
051600 1200-READ-OVERRIDE-CARD.
051700     OPEN INPUT RUN-OVERRIDE
051800     IF CS-OVERRIDE-NOT-FOUND
051900         GO TO 1200-EXIT
052000     END-IF
052100     READ RUN-OVERRIDE
052200         AT END
052300             CLOSE RUN-OVERRIDE
052400             GO TO 1200-EXIT
052500     END-READ
052600     IF OV-KEYWORD = "OVERRIDE"
052700         SET CS-OVERRIDE-PRESENT TO TRUE
052800         MOVE OV-REASON TO CS-OVERRIDE-REASON
052900     ELSE
053000         DISPLAY "CIRCSQR-SAWTKT: BAD RUNOVRD CARD - "
053100             OV-KEYWORD
053200         MOVE 16 TO RETURN-CODE
053300         GOBACK
053400     END-IF
053500     CLOSE RUN-OVERRIDE
053600     GO TO 1200-EXIT.
053700 1200-EXIT.
053800     EXIT.
053900******************************************************************
054000*    1300-CHECK-RUN-CONTROL THRU 1300-EXIT
054100******************************************************************
054200 1300-CHECK-RUN-CONTROL.
054300     MOVE "S" TO RU-REQUEST-CODE
054400     MOVE "CIRCSQRW" TO RU-CALLER-JOB
054500     MOVE CS-RUN-DATE TO RU-CALLER-DATE
054600     MOVE SPACE TO RU-END-STATUS
054700     MOVE SPACE TO RU-SHIFT-CODE
054800     IF CS-OVERRIDE-PRESENT
054900         MOVE "Y" TO RU-OVERRIDE
055000     ELSE
055100         MOVE "N" TO RU-OVERRIDE
055200     END-IF
055300     CALL "CIRCSQR-RUNCTL" USING RU-PARM-FIELDS
055400     IF RU-REPLY-REFUSED
055500         DISPLAY "CIRCSQR-SAWTKT: RUN REFUSED - " RU-REPLY-TEXT
055600         MOVE 16 TO RETURN-CODE
055700         GOBACK
055800     END-IF
055900     GO TO 1300-EXIT.
056000 1300-EXIT.
056100     EXIT.
056200******************************************************************
056300*    1400-LOAD-SAW-TABLE THRU 1400-EXIT
056400*
056500*    NO SAWTABLE, OR ONE WITH NO SAWS, IS NOTHING TO SCHEDULE
056600*    ON AND ABENDS.  A CARD WITH A FIGURE THAT IS NOT A NUMBER,
056700*    A MINIMUM ABOVE ITS MAXIMUM, OR A SAW ID ALREADY LOADED IS
056800*    MISKEYED AND ABENDS TOO - A SCHEDULE BUILT ROUND A BAD
056900*    CARD WOULD BE WRONG ALL SHIFT.
057000******************************************************************
057100 1400-LOAD-SAW-TABLE.
057200     OPEN INPUT SAW-TABLE
057300     IF CS-SAWTABLE-FILE-STATUS NOT = "00"
057400         DISPLAY "CIRCSQR-SAWTKT: SAWTABLE OPEN FAILED, STATUS "
057500             CS-SAWTABLE-FILE-STATUS
057600         MOVE 16 TO RETURN-CODE
057700         GOBACK
057800     END-IF
057900     MOVE "N" TO CS-EOF-SWITCH
058000     PERFORM 1410-READ-SAW-TABLE THRU 1410-EXIT
058100     PERFORM 1420-LOAD-ONE-SAW THRU 1420-EXIT
058200         UNTIL CS-END-OF-FILE
058300     CLOSE SAW-TABLE
058400     IF CS-SW-COUNT = ZERO
058500         DISPLAY "CIRCSQR-SAWTKT: SAWTABLE HOLDS NO SAWS"
058600         MOVE 16 TO RETURN-CODE
058700         GOBACK
058800     END-IF
058900     GO TO 1400-EXIT.
059000 1400-EXIT.
059100     EXIT.
059200 1410-READ-SAW-TABLE.
059300     READ SAW-TABLE
059400         AT END
059500             SET CS-END-OF-FILE TO TRUE
059600     END-READ
059700     GO TO 1410-EXIT.
059800 1410-EXIT.
059900     EXIT.
060000 1420-LOAD-ONE-SAW.
060100     IF ST-SAW-ID = SPACES
060200         OR (NOT ST-IN-SERVICE AND NOT ST-OUT-OF-SERVICE)
060300         OR ST-MIN-RADIUS NOT NUMERIC
060400         OR ST-MAX-RADIUS NOT NUMERIC
060500         OR ST-BLANK-MINUTES NOT NUMERIC
060600         OR ST-PIECE-MINUTES NOT NUMERIC
060700         OR ST-SHIFT-MINUTES NOT NUMERIC
060800         DISPLAY "CIRCSQR-SAWTKT: BAD SAWTABLE CARD - "
060900             SAW-TABLE-RECORD
061000         MOVE 16 TO RETURN-CODE
061100         GOBACK
061200     END-IF
061300     IF ST-MIN-RADIUS > ST-MAX-RADIUS
061400         DISPLAY "CIRCSQR-SAWTKT: BAD SAWTABLE CARD - "
061500             SAW-TABLE-RECORD
061600         MOVE 16 TO RETURN-CODE
061700         GOBACK
061800     END-IF
061900     MOVE ZERO TO CS-SW-HIT-SUB
062000     MOVE ZERO TO CS-SW-SUB
062100     PERFORM 1430-SCAN-SAW-TABLE THRU 1430-EXIT
062200         UNTIL CS-SW-HIT-SUB > ZERO
062300         OR CS-SW-SUB NOT < CS-SW-COUNT
062400     IF CS-SW-HIT-SUB > ZERO
062500         DISPLAY "CIRCSQR-SAWTKT: SAW " ST-SAW-ID
062600             " IS ON SAWTABLE TWICE"
062700         MOVE 16 TO RETURN-CODE
062800         GOBACK
062900     END-IF
063000     IF CS-SW-COUNT NOT < CS-SW-MAX
063100         DISPLAY "CIRCSQR-SAWTKT: SAW TABLE FULL AT " CS-SW-MAX
063200         MOVE 16 TO RETURN-CODE
063300         GOBACK
063400     END-IF
063500     ADD 1 TO CS-SW-COUNT
063600     MOVE ST-SAW-ID TO CS-SW-SAW-ID (CS-SW-COUNT)
063700     MOVE ST-DESCRIPTION TO CS-SW-DESCRIPTION (CS-SW-COUNT)
063800     MOVE ST-STATUS TO CS-SW-STATUS (CS-SW-COUNT)
063900     MOVE ST-MATERIAL-CODE (1) TO CS-SW-MATERIAL (CS-SW-COUNT 1)
064000     MOVE ST-MATERIAL-CODE (2) TO CS-SW-MATERIAL (CS-SW-COUNT 2)
064100     MOVE ST-MATERIAL-CODE (3) TO CS-SW-MATERIAL (CS-SW-COUNT 3)
064200     MOVE ST-MATERIAL-CODE (4) TO CS-SW-MATERIAL (CS-SW-COUNT 4)
064300     MOVE ST-MIN-RADIUS TO CS-SW-MIN-RADIUS (CS-SW-COUNT)
064400     MOVE ST-MAX-RADIUS TO CS-SW-MAX-RADIUS (CS-SW-COUNT)
064500     MOVE ST-BLANK-MINUTES TO CS-SW-BLANK-MINUTES (CS-SW-COUNT)
064600     MOVE ST-PIECE-MINUTES TO CS-SW-PIECE-MINUTES (CS-SW-COUNT)
064700     MOVE ST-SHIFT-MINUTES TO CS-SW-SHIFT-MINUTES (CS-SW-COUNT)
064800     MOVE ZERO TO CS-SW-LOAD-MINUTES (CS-SW-COUNT)
064900     MOVE ZERO TO CS-SW-BLANK-COUNT (CS-SW-COUNT)
065000     MOVE ZERO TO CS-SW-CARRY-MINUTES (CS-SW-COUNT)
065100     MOVE ZERO TO CS-SW-CARRY-COUNT (CS-SW-COUNT)
065200     PERFORM 1410-READ-SAW-TABLE THRU 1410-EXIT
065300     GO TO 1420-EXIT.
065400 1420-EXIT.
065500     EXIT.
065600 1430-SCAN-SAW-TABLE.
065700     ADD 1 TO CS-SW-SUB
065800     IF CS-SW-SAW-ID (CS-SW-SUB) = ST-SAW-ID
065900         MOVE CS-SW-SUB TO CS-SW-HIT-SUB
066000     END-IF
066100     GO TO 1430-EXIT.
066200 1430-EXIT.
066300     EXIT.
066400******************************************************************
066500*    1500-PRINT-OVERRIDE THRU 1500-EXIT
066600******************************************************************
066700 1500-PRINT-OVERRIDE.
066800     MOVE CS-OVERRIDE-REASON TO CS-OV-REASON
066900     WRITE SCHEDULE-REPORT-LINE FROM CS-OVERRIDE-LINE
067000     IF RU-REPLY-TEXT NOT = SPACES
067100         MOVE RU-REPLY-TEXT TO CS-OV-RULE-TEXT
067200         WRITE SCHEDULE-REPORT-LINE FROM CS-OVERRIDE-RULE-LINE
067300     END-IF
067400     GO TO 1500-EXIT.
067500 1500-EXIT.
067600     EXIT.
067700******************************************************************
067800*    1600-GATHER-TICKETS THRU 1600-PASS-EXIT
067900*
068000*    THE APPROVED CUTS FIRST, IN CUTTING-LIST ORDER, THEN THE
068100*    HELD ONES - A HELD PIECE IS CUT LIKE ANY OTHER AND GOES
068200*    TO QA OFF THE SAW.  NO APRCUTS IS INDISTINGUISHABLE FROM
068300*    A BROKEN CIRCSQRB AND ABENDS, AS IT DOES IN CIRCSQR-RECON;
068400*    AN EMPTY ONE IS A DAY WITH NOTHING TO CUT.  NO QAHOLD
068500*    (STATUS 35) IS NOTHING HELD.
068600******************************************************************
068700 1600-GATHER-TICKETS.
068800     OPEN INPUT APPROVED-CUTS
068900     IF CS-APRCUTS-FILE-STATUS NOT = "00"
069000         DISPLAY "CIRCSQR-SAWTKT: APRCUTS OPEN FAILED, STATUS "
069100             CS-APRCUTS-FILE-STATUS
069200         MOVE 16 TO RETURN-CODE
069300         GOBACK
069400     END-IF
069500     MOVE "N" TO CS-EOF-SWITCH
069600     PERFORM 1610-TICKET-ONE-CUT THRU 1610-EXIT
069700         UNTIL CS-END-OF-FILE
069800     CLOSE APPROVED-CUTS
069900     OPEN INPUT QA-HOLD
070000     IF CS-QAHOLD-NOT-FOUND
070100         GO TO 1600-PASS-EXIT
070200     END-IF
070300     IF CS-QAHOLD-FILE-STATUS NOT = "00"
070400         DISPLAY "CIRCSQR-SAWTKT: QAHOLD OPEN FAILED, STATUS "
070500             CS-QAHOLD-FILE-STATUS
070600         MOVE 16 TO RETURN-CODE
070700         GOBACK
070800     END-IF
070900     MOVE "N" TO CS-EOF-SWITCH
071000     PERFORM 1620-TICKET-ONE-HOLD THRU 1620-EXIT
071100         UNTIL CS-END-OF-FILE
071200     CLOSE QA-HOLD
071300     GO TO 1600-PASS-EXIT.
071400 1600-PASS-EXIT.
071500     EXIT.
071600 1610-TICKET-ONE-CUT.
071700     READ APPROVED-CUTS
071800         AT END
071900             SET CS-END-OF-FILE TO TRUE
072000             GO TO 1610-EXIT
072100     END-READ
072200     ADD 1 TO CS-EXTRACT-COUNT
072300     IF AC-CUT-DATE NOT = CS-CUT-DATE
072400         ADD 1 TO CS-OTHER-DATE-COUNT
072500         GO TO 1610-EXIT
072600     END-IF
072610     MOVE AC-SHIFT-CODE TO CS-ROW-SHIFT
072620     IF CS-ROW-SHIFT = SPACE
072630         MOVE "1" TO CS-ROW-SHIFT
072640     END-IF
072650     IF CS-ROW-SHIFT NOT = CS-SHIFT-CODE
072660         ADD 1 TO CS-OTHER-SHIFT-COUNT
072670         GO TO 1610-EXIT
072680     END-IF
072700     MOVE SPACES TO CS-TICKET-FIELDS
072800     MOVE AC-STOCK-ID TO CS-TK-STOCK-ID
072900     MOVE AC-JOB-ID TO CS-TK-JOB-ID
073000     MOVE AC-MATERIAL-CODE TO CS-TK-MATERIAL
073100     MOVE AC-RADIUS-CONSUMED TO CS-TK-RADIUS-IN
073200     MOVE AC-REMNANT-ID TO CS-TK-REMNANT-ID
073300     MOVE AC-SIDE-LENGTH-CUT TO CS-TK-SIDE
073400     MOVE AC-CUT-HEIGHT TO CS-TK-HEIGHT
073500     MOVE AC-CUT-QTY TO CS-TK-PIECES
073600     MOVE AC-LOT-NUMBER TO CS-TK-LOT-NUMBER
073700     MOVE "N" TO CS-TK-QA-FLAG
073800     PERFORM 2000-BUILD-TICKET THRU 2000-EXIT
073900     GO TO 1610-EXIT.
074000 1610-EXIT.
074100     EXIT.
074200 1620-TICKET-ONE-HOLD.
074300     READ QA-HOLD
074400         AT END
074500             SET CS-END-OF-FILE TO TRUE
074600             GO TO 1620-EXIT
074700     END-READ
074800     ADD 1 TO CS-HOLD-READ-COUNT
074900     IF HD-CUT-DATE NOT = CS-CUT-DATE
075000         GO TO 1620-EXIT
075100     END-IF
075110     MOVE HD-SHIFT-CODE TO CS-ROW-SHIFT
075120     IF CS-ROW-SHIFT = SPACE
075130         MOVE "1" TO CS-ROW-SHIFT
075140     END-IF
075150     IF CS-ROW-SHIFT NOT = CS-SHIFT-CODE
075160         ADD 1 TO CS-HOLD-OTHER-SHIFT-COUNT
075170         GO TO 1620-EXIT
075180     END-IF
075200     ADD 1 TO CS-HOLD-TICKET-COUNT
075300     MOVE SPACES TO CS-TICKET-FIELDS
075400     MOVE HD-STOCK-ID TO CS-TK-STOCK-ID
075500     MOVE HD-JOB-ID TO CS-TK-JOB-ID
075600     MOVE HD-MATERIAL-CODE TO CS-TK-MATERIAL
075700     MOVE HD-RADIUS-CONSUMED TO CS-TK-RADIUS-IN
075800     MOVE HD-REMNANT-ID TO CS-TK-REMNANT-ID
075900     MOVE HD-SIDE-LENGTH-CUT TO CS-TK-SIDE
076000     MOVE HD-CUT-HEIGHT TO CS-TK-HEIGHT
076100     MOVE HD-CUT-QTY TO CS-TK-PIECES
076200     MOVE HD-LOT-NUMBER TO CS-TK-LOT-NUMBER
076300     MOVE "Y" TO CS-TK-QA-FLAG
076400     PERFORM 2000-BUILD-TICKET THRU 2000-EXIT
076500     GO TO 1620-EXIT.
076600 1620-EXIT.
076700     EXIT.
076800******************************************************************
076900*    1700-OPEN-REMNANT-MASTER THRU 1700-EXIT
077000*
077100*    NO REMNMAST (STATUS 35) MEANS EVERY REMNANT CUT IS SIZED
077200*    FROM ITS PIECE.
077300******************************************************************
077400 1700-OPEN-REMNANT-MASTER.
077500     OPEN INPUT REMNANT-MASTER
077600     IF CS-REMN-NOT-FOUND
077700         GO TO 1700-EXIT
077800     END-IF
077900     IF CS-REMN-FILE-STATUS NOT = "00"
078000         DISPLAY "CIRCSQR-SAWTKT: REMNMAST OPEN FAILED, STATUS "
078100             CS-REMN-FILE-STATUS
078200         MOVE 16 TO RETURN-CODE
078300         GOBACK
078400     END-IF
078500     SET CS-REMN-AVAILABLE TO TRUE
078600     GO TO 1700-EXIT.
078700 1700-EXIT.
078800     EXIT.
078900******************************************************************
079000*    2000-BUILD-TICKET THRU 2000-EXIT
079100*
079200*    SAME FIELD RULES AS THE REST OF THE SUITE - SPACES IN THE
079300*    MATERIAL READ AS MILD STEEL, A MISSING HEIGHT IS A SQUARE,
079400*    AND A ROW WITH NO PIECE COUNT IS ONE PIECE.  A ZERO RADIUS
079500*    IS A REMNANT CUT (SEE APCUTREC).
079600******************************************************************
079700 2000-BUILD-TICKET.
079800     ADD 1 TO CS-TICKET-COUNT
079900     IF CS-TK-MATERIAL = SPACES
080000         MOVE "MS" TO CS-TK-MATERIAL
080100     END-IF
080200     IF CS-TK-SIDE NOT NUMERIC
080300         MOVE ZERO TO CS-TK-SIDE
080400     END-IF
080500     IF CS-TK-HEIGHT NOT NUMERIC OR CS-TK-HEIGHT = ZERO
080600         MOVE CS-TK-SIDE TO CS-TK-HEIGHT
080700     END-IF
080800     IF CS-TK-PIECES NOT NUMERIC OR CS-TK-PIECES = ZERO
080900         MOVE 1 TO CS-TK-PIECES
081000     END-IF
081100     IF CS-TK-RADIUS-IN NOT NUMERIC
081200         MOVE ZERO TO CS-TK-RADIUS-IN
081300     END-IF
081400     IF CS-TK-RADIUS-IN > ZERO
081500         MOVE CS-TK-RADIUS-IN TO CS-TK-RACK-RADIUS
081600         MOVE "B" TO CS-TK-RADIUS-SOURCE
081700     ELSE
081800         ADD 1 TO CS-REMNANT-COUNT
081900         PERFORM 2010-SIZE-REMNANT THRU 2010-EXIT
082000     END-IF
082100     PERFORM 2100-ASSIGN-SAW THRU 2100-EXIT
082200     PERFORM 2200-RELEASE-TICKET THRU 2200-EXIT
082300     GO TO 2000-EXIT.
082400 2000-EXIT.
082500     EXIT.
082600******************************************************************
082700*    2010-SIZE-REMNANT THRU 2010-EXIT
082800*
082900*    THE REMNANT'S PARENT RADIUS IF REMNMAST HAS IT.  OTHERWISE
083000*    THE SMALLEST RADIUS THE PIECE COULD HAVE COME FROM IS HALF
083100*    ITS DIAGONAL; THE LONGER SIDE TIMES 0.7072 IS NEVER LESS
083200*    THAN THAT AND NEEDS NO SQUARE ROOT.
083300******************************************************************
083400 2010-SIZE-REMNANT.
083500     IF CS-TK-REMNANT-ID NOT = SPACES
083600         AND CS-REMN-AVAILABLE
083700         MOVE CS-TK-REMNANT-ID TO RM-STOCK-ID
083800         READ REMNANT-MASTER
083900             INVALID KEY
084000                 GO TO 2010-ESTIMATE
084100         END-READ
084200         IF RM-PARENT-RADIUS NUMERIC
084300             AND RM-PARENT-RADIUS > ZERO
084400             MOVE RM-PARENT-RADIUS TO CS-TK-RACK-RADIUS
084500             MOVE "R" TO CS-TK-RADIUS-SOURCE
084600             GO TO 2010-EXIT
084700         END-IF
084800     END-IF
084900     GO TO 2010-ESTIMATE.
085000 2010-ESTIMATE.
085100     ADD 1 TO CS-ESTIMATE-COUNT
085200     MOVE "E" TO CS-TK-RADIUS-SOURCE
085300     IF CS-TK-HEIGHT > CS-TK-SIDE
085400         MOVE CS-TK-HEIGHT TO CS-TK-LONG-SIDE
085500     ELSE
085600         MOVE CS-TK-SIDE TO CS-TK-LONG-SIDE
085700     END-IF
085800     COMPUTE CS-TK-RACK-RADIUS ROUNDED =
085900         CS-TK-LONG-SIDE * CS-HALF-DIAGONAL-FACTOR
086000         ON SIZE ERROR
086100             MOVE 999999.999 TO CS-TK-RACK-RADIUS
086200     END-COMPUTE
086300     GO TO 2010-EXIT.
086400 2010-EXIT.
086500     EXIT.
086600******************************************************************
086700*    2100-ASSIGN-SAW THRU 2100-EXIT
086800*
086900*    CS-FIT-SUB IS THE LEAST LOADED SAW THAT TAKES THE BLANK
087000*    AND STILL HAS ROOM FOR IT THIS SHIFT; CS-TAKE-SUB THE
087100*    LEAST LOADED SAW THAT TAKES IT AT ALL.  THE FIRST SAW ON
087200*    THE TABLE WINS A TIE, SO THE SCHEDULE IS REPEATABLE.
087300******************************************************************
087400 2100-ASSIGN-SAW.
087500     MOVE ZERO TO CS-FIT-SUB
087600     MOVE ZERO TO CS-TAKE-SUB
087700     MOVE ZERO TO CS-SW-SUB
087800     PERFORM 2110-TRY-ONE-SAW THRU 2110-EXIT
087900         UNTIL CS-SW-SUB NOT < CS-SW-COUNT
088000     IF CS-TAKE-SUB = ZERO
088100         ADD 1 TO CS-NO-SAW-COUNT
088200         MOVE ZERO TO CS-TK-MINUTES
088300         GO TO 2100-EXIT
088400     END-IF
088500     IF CS-FIT-SUB > ZERO
088600         MOVE CS-FIT-SUB TO CS-SW-HIT-SUB
088700     ELSE
088800         MOVE CS-TAKE-SUB TO CS-SW-HIT-SUB
088900     END-IF
089000     PERFORM 2130-STANDARD-MINUTES THRU 2130-EXIT
089100     MOVE CS-TRY-MINUTES TO CS-TK-MINUTES
089200     GO TO 2100-EXIT.
089300 2100-EXIT.
089400     EXIT.
089500 2110-TRY-ONE-SAW.
089600     ADD 1 TO CS-SW-SUB
089700     IF CS-SW-STATUS (CS-SW-SUB) NOT = "A"
089800         GO TO 2110-EXIT
089900     END-IF
090000     IF CS-TK-RACK-RADIUS < CS-SW-MIN-RADIUS (CS-SW-SUB)
090100         OR CS-TK-RACK-RADIUS > CS-SW-MAX-RADIUS (CS-SW-SUB)
090200         GO TO 2110-EXIT
090300     END-IF
090400     MOVE "N" TO CS-MATERIAL-SWITCH
090500     MOVE ZERO TO CS-MAT-SUB
090600     PERFORM 2120-TEST-ONE-MATERIAL THRU 2120-EXIT
090700         UNTIL CS-MATERIAL-TAKEN
090800         OR CS-MAT-SUB NOT < 4
090900     IF NOT CS-MATERIAL-TAKEN
091000         GO TO 2110-EXIT
091100     END-IF
091200     IF CS-TAKE-SUB = ZERO
091300         MOVE CS-SW-SUB TO CS-TAKE-SUB
091400     ELSE
091500         IF CS-SW-LOAD-MINUTES (CS-SW-SUB)
091600             < CS-SW-LOAD-MINUTES (CS-TAKE-SUB)
091700             MOVE CS-SW-SUB TO CS-TAKE-SUB
091800         END-IF
091900     END-IF
092000     MOVE CS-SW-SUB TO CS-SW-HIT-SUB
092100     PERFORM 2130-STANDARD-MINUTES THRU 2130-EXIT
092200     COMPUTE CS-TRY-END =
092300         CS-SW-LOAD-MINUTES (CS-SW-SUB) + CS-TRY-MINUTES
092400         ON SIZE ERROR
092500             GO TO 2110-EXIT
092600     END-COMPUTE
092700     IF CS-TRY-END > CS-SW-SHIFT-MINUTES (CS-SW-SUB)
092800         GO TO 2110-EXIT
092900     END-IF
093000     IF CS-FIT-SUB = ZERO
093100         MOVE CS-SW-SUB TO CS-FIT-SUB
093200     ELSE
093300         IF CS-SW-LOAD-MINUTES (CS-SW-SUB)
093400             < CS-SW-LOAD-MINUTES (CS-FIT-SUB)
093500             MOVE CS-SW-SUB TO CS-FIT-SUB
093600         END-IF
093700     END-IF
093800     GO TO 2110-EXIT.
093900 2110-EXIT.
094000     EXIT.
094100 2120-TEST-ONE-MATERIAL.
094200     ADD 1 TO CS-MAT-SUB
094300     IF CS-SW-MATERIAL (CS-SW-SUB CS-MAT-SUB) = CS-TK-MATERIAL
094400         SET CS-MATERIAL-TAKEN TO TRUE
094500     END-IF
094600     GO TO 2120-EXIT.
094700 2120-EXIT.
094800     EXIT.
094900******************************************************************
095000*    2130-STANDARD-MINUTES THRU 2130-EXIT
095100*
095200*    THE BLANK'S STANDARD TIME ON SAW CS-SW-HIT-SUB.
095300******************************************************************
095400 2130-STANDARD-MINUTES.
095500     COMPUTE CS-TRY-MINUTES =
095600         CS-SW-BLANK-MINUTES (CS-SW-HIT-SUB)
095700         + CS-TK-PIECES * CS-SW-PIECE-MINUTES (CS-SW-HIT-SUB)
095800         ON SIZE ERROR
095900             MOVE 999.9 TO CS-TRY-MINUTES
096000     END-COMPUTE
096100     GO TO 2130-EXIT.
096200 2130-EXIT.
096300     EXIT.
096400******************************************************************
096500*    2200-RELEASE-TICKET THRU 2200-EXIT
096600*
096700*    A BLANK THAT FITS TAKES THE SAW'S NEXT SLOT IN THE SHIFT.
096800*    CARRY-OVER RUNS ON FROM THE END OF THE SHIFT IN ITS OWN
096900*    SEQUENCE, SO ITS START AND END ARE WHEN IT WOULD BE CUT
097000*    IF THE SAW KEPT GOING.
097100******************************************************************
097200 2200-RELEASE-TICKET.
097300     MOVE SPACES TO SORT-TICKET-RECORD
097400     MOVE ZERO TO SK-START-MINUTE
097500     MOVE ZERO TO SK-END-MINUTE
097600     IF CS-TAKE-SUB = ZERO
097700         MOVE "2" TO SK-GROUP
097800         MOVE SPACES TO SK-SAW-ID
097900         MOVE "N" TO SK-CARRY-FLAG
098000         MOVE CS-NO-SAW-COUNT TO SK-SEQ
098100         GO TO 2200-RELEASE
098200     END-IF
098300     MOVE "1" TO SK-GROUP
098400     MOVE CS-SW-SAW-ID (CS-SW-HIT-SUB) TO SK-SAW-ID
098500     IF CS-FIT-SUB > ZERO
098600         MOVE "N" TO SK-CARRY-FLAG
098700         ADD 1 TO CS-SCHEDULED-COUNT
098800         ADD 1 TO CS-SW-BLANK-COUNT (CS-SW-HIT-SUB)
098900         MOVE CS-SW-BLANK-COUNT (CS-SW-HIT-SUB) TO SK-SEQ
099000         MOVE CS-SW-LOAD-MINUTES (CS-SW-HIT-SUB)
099100             TO SK-START-MINUTE
099200         ADD CS-TK-MINUTES TO CS-SW-LOAD-MINUTES (CS-SW-HIT-SUB)
099300         MOVE CS-SW-LOAD-MINUTES (CS-SW-HIT-SUB)
099400             TO SK-END-MINUTE
099500     ELSE
099600         MOVE "Y" TO SK-CARRY-FLAG
099700         ADD 1 TO CS-CARRY-COUNT
099800         ADD 1 TO CS-SW-CARRY-COUNT (CS-SW-HIT-SUB)
099900         MOVE CS-SW-CARRY-COUNT (CS-SW-HIT-SUB) TO SK-SEQ
100000         COMPUTE SK-START-MINUTE =
100100             CS-SW-SHIFT-MINUTES (CS-SW-HIT-SUB)
100200             + CS-SW-CARRY-MINUTES (CS-SW-HIT-SUB)
100300             ON SIZE ERROR
100400                 MOVE 99999.9 TO SK-START-MINUTE
100500         END-COMPUTE
100600         ADD CS-TK-MINUTES TO CS-SW-CARRY-MINUTES (CS-SW-HIT-SUB)
100700             ON SIZE ERROR
100800                 CONTINUE
100900         END-ADD
101000         COMPUTE SK-END-MINUTE = SK-START-MINUTE + CS-TK-MINUTES
101100             ON SIZE ERROR
101200                 MOVE 99999.9 TO SK-END-MINUTE
101300         END-COMPUTE
101400     END-IF
101500     GO TO 2200-RELEASE.
101600 2200-RELEASE.
101700     MOVE CS-TK-STOCK-ID TO SK-STOCK-ID
101800     MOVE CS-TK-JOB-ID TO SK-JOB-ID
101900     MOVE CS-TK-MATERIAL TO SK-MATERIAL-CODE
102000     MOVE CS-TK-RACK-RADIUS TO SK-RACK-RADIUS
102100     MOVE CS-TK-RADIUS-SOURCE TO SK-RADIUS-SOURCE
102200     MOVE CS-TK-REMNANT-ID TO SK-REMNANT-ID
102300     MOVE CS-TK-SIDE TO SK-SIDE
102400     MOVE CS-TK-HEIGHT TO SK-HEIGHT
102500     MOVE CS-TK-PIECES TO SK-PIECES
102600     MOVE CS-TK-LOT-NUMBER TO SK-LOT-NUMBER
102700     MOVE CS-TK-QA-FLAG TO SK-QA-FLAG
102800     MOVE CS-TK-MINUTES TO SK-MINUTES
102900     RELEASE SORT-TICKET-RECORD
103000     GO TO 2200-EXIT.
103100 2200-EXIT.
103200     EXIT.
103300******************************************************************
103400*    2500-PRINT-SCHEDULE THRU 2500-EXIT
103500*
103600*    ONE PASS OVER THE SORTED SCHEDULE: A TICKET ON SAWTKT AND
103700*    A LINE ON SAWSCHD FOR EVERY BLANK, WITH A HEADING AT EACH
103800*    NEW SAW AND ITS TOTALS WHEN IT ENDS.
103900******************************************************************
104000 2500-PRINT-SCHEDULE.
104100     OPEN INPUT TICKETS-SORTED
104200     MOVE "N" TO CS-EOF-SWITCH
104300     PERFORM 2510-READ-TICKETS-SORTED THRU 2510-EXIT
104400     PERFORM 2520-PRINT-ONE-BLANK THRU 2520-EXIT
104500         UNTIL CS-END-OF-FILE
104600     IF NOT CS-FIRST-SAW
104700         PERFORM 2540-WRITE-SAW-TOTALS THRU 2540-EXIT
104800     END-IF
104900     CLOSE TICKETS-SORTED
105000     GO TO 2500-EXIT.
105100 2500-EXIT.
105200     EXIT.
105300 2510-READ-TICKETS-SORTED.
105400     READ TICKETS-SORTED
105500         AT END
105600             SET CS-END-OF-FILE TO TRUE
105700     END-READ
105800     GO TO 2510-EXIT.
105900 2510-EXIT.
106000     EXIT.
106100 2520-PRINT-ONE-BLANK.
106200     IF CS-FIRST-SAW
106300         OR TK-GROUP NOT = CS-PREV-GROUP
106400         OR TK-SAW-ID NOT = CS-PREV-SAW-ID
106500         IF NOT CS-FIRST-SAW
106600             PERFORM 2540-WRITE-SAW-TOTALS THRU 2540-EXIT
106700         END-IF
106800         PERFORM 2530-WRITE-SAW-HEADING THRU 2530-EXIT
106900     END-IF
107000     PERFORM 2600-WRITE-TICKET THRU 2600-EXIT
107100     MOVE TK-SEQ TO CS-DL-SEQ
107200     MOVE TK-STOCK-ID TO CS-DL-STOCK-ID
107300     MOVE TK-JOB-ID TO CS-DL-JOB-ID
107400     MOVE TK-MATERIAL-CODE TO CS-DL-MATERIAL
107500     MOVE TK-RACK-RADIUS TO CS-DL-RACK-RADIUS
107600     MOVE TK-PIECES TO CS-DL-PIECES
107700     IF TK-GROUP = "1"
107800         MOVE TK-MINUTES TO CS-DL-MINUTES
107900         MOVE TK-START-MINUTE TO CS-DL-START
108000         MOVE TK-END-MINUTE TO CS-DL-END
108100     END-IF
108200     IF TK-CARRY-FLAG = "Y"
108300         MOVE "CARRY" TO CS-DL-CARRY-FLAG
108400     END-IF
108500     IF TK-QA-FLAG = "Y"
108600         MOVE "QA" TO CS-DL-QA-FLAG
108700     END-IF
108800     IF TK-RADIUS-SOURCE NOT = "B"
108900         MOVE "REM" TO CS-DL-REMNANT-FLAG
109000     END-IF
109100     WRITE SCHEDULE-REPORT-LINE FROM CS-DETAIL-LINE
109200     MOVE SPACES TO CS-DETAIL-LINE
109300     PERFORM 2510-READ-TICKETS-SORTED THRU 2510-EXIT
109400     GO TO 2520-EXIT.
109500 2520-EXIT.
109600     EXIT.
109700 2530-WRITE-SAW-HEADING.
109800     MOVE "N" TO CS-FIRST-SAW-SWITCH
109900     MOVE TK-GROUP TO CS-PREV-GROUP
110000     MOVE TK-SAW-ID TO CS-PREV-SAW-ID
110100     MOVE SPACES TO SCHEDULE-REPORT-LINE
110200     WRITE SCHEDULE-REPORT-LINE
110300     IF TK-GROUP NOT = "1"
110400         WRITE SCHEDULE-REPORT-LINE FROM CS-NO-SAW-HEAD-LINE
110500         WRITE SCHEDULE-REPORT-LINE FROM CS-DETAIL-HEADING
110600         GO TO 2530-EXIT
110700     END-IF
110800     PERFORM 2550-FIND-PREV-SAW THRU 2550-EXIT
110900     MOVE TK-SAW-ID TO CS-SH-SAW-ID
111000     MOVE CS-SW-DESCRIPTION (CS-SW-HIT-SUB) TO CS-SH-DESCRIPTION
111100     MOVE CS-SW-SHIFT-MINUTES (CS-SW-HIT-SUB) TO CS-SH-CAPACITY
111200     WRITE SCHEDULE-REPORT-LINE FROM CS-SAW-HEAD-LINE
111300     WRITE SCHEDULE-REPORT-LINE FROM CS-DETAIL-HEADING
111400     GO TO 2530-EXIT.
111500 2530-EXIT.
111600     EXIT.
111700******************************************************************
111800*    2540-WRITE-SAW-TOTALS THRU 2540-EXIT
111900*
112000*    THE SAW JUST FINISHED: ITS SHIFT LOAD AGAINST CAPACITY,
112100*    AND ITS CARRY-OVER IF IT HAS ANY.
112200******************************************************************
112300 2540-WRITE-SAW-TOTALS.
112400     IF CS-PREV-GROUP NOT = "1"
112500         GO TO 2540-EXIT
112600     END-IF
112700     PERFORM 2550-FIND-PREV-SAW THRU 2550-EXIT
112800     PERFORM 2560-SAW-PERCENT THRU 2560-EXIT
112900     MOVE CS-SW-BLANK-COUNT (CS-SW-HIT-SUB) TO CS-ST-BLANKS
113000     MOVE CS-SW-LOAD-MINUTES (CS-SW-HIT-SUB) TO CS-ST-MINUTES
113100     MOVE CS-SAW-PCT TO CS-ST-PCT
113200     WRITE SCHEDULE-REPORT-LINE FROM CS-SAW-TOTAL-LINE
113300     IF CS-SW-CARRY-COUNT (CS-SW-HIT-SUB) > ZERO
113400         MOVE CS-SW-CARRY-COUNT (CS-SW-HIT-SUB) TO CS-SC-BLANKS
113500         MOVE CS-SW-CARRY-MINUTES (CS-SW-HIT-SUB)
113600             TO CS-SC-MINUTES
113700         WRITE SCHEDULE-REPORT-LINE FROM CS-SAW-CARRY-LINE
113800     END-IF
113900     GO TO 2540-EXIT.
114000 2540-EXIT.
114100     EXIT.
114200 2550-FIND-PREV-SAW.
114300     MOVE ZERO TO CS-SW-HIT-SUB
114400     MOVE ZERO TO CS-SW-SUB
114500     PERFORM 2555-SCAN-FOR-PREV-SAW THRU 2555-EXIT
114600         UNTIL CS-SW-HIT-SUB > ZERO
114700         OR CS-SW-SUB NOT < CS-SW-COUNT
114800     GO TO 2550-EXIT.
114900 2550-EXIT.
115000     EXIT.
115100 2555-SCAN-FOR-PREV-SAW.
115200     ADD 1 TO CS-SW-SUB
115300     IF CS-SW-SAW-ID (CS-SW-SUB) = CS-PREV-SAW-ID
115400         MOVE CS-SW-SUB TO CS-SW-HIT-SUB
115500     END-IF
115600     GO TO 2555-EXIT.
115700 2555-EXIT.
115800     EXIT.
115900 2560-SAW-PERCENT.
116000     MOVE ZERO TO CS-SAW-PCT
116100     IF CS-SW-SHIFT-MINUTES (CS-SW-HIT-SUB) > ZERO
116200         COMPUTE CS-SAW-PCT ROUNDED =
116300             CS-SW-LOAD-MINUTES (CS-SW-HIT-SUB) * 100
116400             / CS-SW-SHIFT-MINUTES (CS-SW-HIT-SUB)
116500             ON SIZE ERROR
116600                 MOVE 999 TO CS-SAW-PCT
116700         END-COMPUTE
116800     END-IF
116900     GO TO 2560-EXIT.
117000 2560-EXIT.
117100     EXIT.
117200******************************************************************
117300*    2600-WRITE-TICKET THRU 2600-EXIT
117400******************************************************************
117500 2600-WRITE-TICKET.
117600     WRITE TICKET-REPORT-LINE FROM CS-TICKET-RULE
117700     IF TK-GROUP = "1"
117800         MOVE TK-SAW-ID TO CS-T1-SAW-ID
117900         MOVE TK-SEQ TO CS-T1-SEQ
118000     ELSE
118100         MOVE "NONE" TO CS-T1-SAW-ID
118200         MOVE ZERO TO CS-T1-SEQ
118300     END-IF
118400     MOVE CS-CUT-DATE TO CS-T1-CUT-DATE
118500     MOVE CS-SHIFT-CODE TO CS-T1-SHIFT
118600     WRITE TICKET-REPORT-LINE FROM CS-TICKET-LINE-1
118700     MOVE TK-STOCK-ID TO CS-T2-STOCK-ID
118800     MOVE TK-JOB-ID TO CS-T2-JOB-ID
118900     MOVE TK-MATERIAL-CODE TO CS-T2-MATERIAL
119000     MOVE TK-LOT-NUMBER TO CS-T2-LOT-NUMBER
119100     WRITE TICKET-REPORT-LINE FROM CS-TICKET-LINE-2
119200     MOVE TK-RACK-RADIUS TO CS-T3-RACK-RADIUS
119300     EVALUATE TK-RADIUS-SOURCE
119400         WHEN "B"
119500             MOVE "FRESH BLANK FROM THE RACK"
119600                 TO CS-T3-SOURCE-TEXT
119700         WHEN "R"
119800             MOVE TK-REMNANT-ID TO CS-RT-REMNANT-ID
119900             MOVE SPACES TO CS-RT-NOTE
120000             MOVE CS-REMNANT-TEXT TO CS-T3-SOURCE-TEXT
120100         WHEN OTHER
120200             MOVE TK-REMNANT-ID TO CS-RT-REMNANT-ID
120300             MOVE " - RADIUS ESTIMATED" TO CS-RT-NOTE
120400             MOVE CS-REMNANT-TEXT TO CS-T3-SOURCE-TEXT
120500     END-EVALUATE
120600     WRITE TICKET-REPORT-LINE FROM CS-TICKET-LINE-3
120700     MOVE TK-SIDE TO CS-T4-SIDE
120800     MOVE TK-HEIGHT TO CS-T4-HEIGHT
120900     MOVE TK-PIECES TO CS-T4-PIECES
121000     MOVE TK-MINUTES TO CS-T4-MINUTES
121100     WRITE TICKET-REPORT-LINE FROM CS-TICKET-LINE-4
121200     IF TK-QA-FLAG = "Y"
121300         MOVE "*** QA HOLD - CUT, THEN PARK FOR INSPECTION ***"
121400             TO CS-TICKET-FLAG-LINE
121500         WRITE TICKET-REPORT-LINE FROM CS-TICKET-FLAG-LINE
121600     END-IF
121700     IF TK-CARRY-FLAG = "Y"
121800         MOVE "*** CARRY-OVER - WILL NOT FIT IN THIS SHIFT ***"
121900             TO CS-TICKET-FLAG-LINE
122000         WRITE TICKET-REPORT-LINE FROM CS-TICKET-FLAG-LINE
122100     END-IF
122200     IF TK-GROUP NOT = "1"
122300         MOVE "*** NO SAW TAKES THIS MATERIAL AND SIZE ***"
122400             TO CS-TICKET-FLAG-LINE
122500         WRITE TICKET-REPORT-LINE FROM CS-TICKET-FLAG-LINE
122600     END-IF
122700     GO TO 2600-EXIT.
122800 2600-EXIT.
122900     EXIT.
123000******************************************************************
123100*    3000-TERMINATE
123200******************************************************************
123300 3000-TERMINATE.
123400     IF CS-TICKET-COUNT > ZERO
123500         WRITE TICKET-REPORT-LINE FROM CS-TICKET-RULE
123600     END-IF
123700     PERFORM 3100-WRITE-SAW-SUMMARY THRU 3100-EXIT
123800     PERFORM 3150-WRITE-CONTROL-COUNTS THRU 3150-EXIT
123900     PERFORM 3200-MARK-RUN-COMPLETE THRU 3200-EXIT
124000     IF CS-CARRY-COUNT > ZERO
124100         OR CS-NO-SAW-COUNT > ZERO
124200         MOVE 4 TO RETURN-CODE
124300     END-IF
124400     IF CS-REMN-AVAILABLE
124500         CLOSE REMNANT-MASTER
124600     END-IF
124700     CLOSE TICKET-REPORT
124800     CLOSE SCHEDULE-REPORT.
124900******************************************************************
125000*    3100-WRITE-SAW-SUMMARY THRU 3100-EXIT
125100*
125200*    EVERY SAW ON THE TABLE, IDLE OR DOWN ONES INCLUDED, SO
125300*    SPARE CAPACITY SHOWS AS PLAINLY AS CARRY-OVER.
125400******************************************************************
125500 3100-WRITE-SAW-SUMMARY.
125600     MOVE SPACES TO SCHEDULE-REPORT-LINE
125700     WRITE SCHEDULE-REPORT-LINE
125800     MOVE "SAW LOAD FOR THE SHIFT" TO CS-SC-TEXT
125900     WRITE SCHEDULE-REPORT-LINE FROM CS-SECTION-LINE
126000     WRITE SCHEDULE-REPORT-LINE FROM CS-SUMMARY-HEADING
126100     MOVE ZERO TO CS-SW-SUB
126200     PERFORM 3110-WRITE-ONE-SAW THRU 3110-EXIT
126300         UNTIL CS-SW-SUB NOT < CS-SW-COUNT
126400     GO TO 3100-EXIT.
126500 3100-EXIT.
126600     EXIT.
126700 3110-WRITE-ONE-SAW.
126800     ADD 1 TO CS-SW-SUB
126900     MOVE CS-SW-SUB TO CS-SW-HIT-SUB
127000     PERFORM 2560-SAW-PERCENT THRU 2560-EXIT
127100     MOVE SPACES TO CS-SUMMARY-LINE
127200     MOVE CS-SW-SAW-ID (CS-SW-SUB) TO CS-SM-SAW-ID
127300     IF CS-SW-STATUS (CS-SW-SUB) = "A"
127400         MOVE "IN" TO CS-SM-STATUS
127500     ELSE
127600         MOVE "DOWN" TO CS-SM-STATUS
127700     END-IF
127800     MOVE CS-SW-BLANK-COUNT (CS-SW-SUB) TO CS-SM-BLANKS
127900     MOVE CS-SW-LOAD-MINUTES (CS-SW-SUB) TO CS-SM-MINUTES
128000     MOVE CS-SW-SHIFT-MINUTES (CS-SW-SUB) TO CS-SM-CAPACITY
128100     MOVE CS-SAW-PCT TO CS-SM-PCT
128200     MOVE CS-SW-CARRY-COUNT (CS-SW-SUB) TO CS-SM-CARRY
128300     MOVE CS-SW-CARRY-MINUTES (CS-SW-SUB) TO CS-SM-CARRY-MINUTES
128400     WRITE SCHEDULE-REPORT-LINE FROM CS-SUMMARY-LINE
128500     GO TO 3110-EXIT.
128600 3110-EXIT.
128700     EXIT.
128800******************************************************************
128900*    3150-WRITE-CONTROL-COUNTS THRU 3150-EXIT
129000*
129100*    TICKETS = THIS SHIFT'S APRCUTS ROWS TODAY + ITS HELD CUTS,
129200*    AND TICKETS = IN SHIFT + CARRY-OVER + NO SAW.
129300******************************************************************
129400 3150-WRITE-CONTROL-COUNTS.
129500     MOVE SPACES TO SCHEDULE-REPORT-LINE
129600     WRITE SCHEDULE-REPORT-LINE
129700     MOVE SPACES TO CS-TOTAL-LINE
129800     MOVE "APRCUTS ROWS READ" TO CS-TL-LABEL
129900     MOVE CS-EXTRACT-COUNT TO CS-TL-COUNT
130000     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
130100     MOVE SPACES TO CS-TOTAL-LINE
130200     MOVE "  OTHER CUT DATES - PASSED" TO CS-TL-LABEL
130300     MOVE CS-OTHER-DATE-COUNT TO CS-TL-COUNT
130400     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
130420     MOVE SPACES TO CS-TOTAL-LINE
130440     MOVE "  OTHER SHIFT - PASSED" TO CS-TL-LABEL
130460     MOVE CS-OTHER-SHIFT-COUNT TO CS-TL-COUNT
130480     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
130500     MOVE SPACES TO CS-TOTAL-LINE
130600     MOVE "QAHOLD ROWS READ" TO CS-TL-LABEL
130700     MOVE CS-HOLD-READ-COUNT TO CS-TL-COUNT
130800     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
130820     MOVE SPACES TO CS-TOTAL-LINE
130840     MOVE "  OTHER SHIFT - PASSED" TO CS-TL-LABEL
130860     MOVE CS-HOLD-OTHER-SHIFT-COUNT TO CS-TL-COUNT
130880     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
130900     MOVE SPACES TO CS-TOTAL-LINE
131000     MOVE "  HELD TODAY - TICKETED" TO CS-TL-LABEL
131100     MOVE CS-HOLD-TICKET-COUNT TO CS-TL-COUNT
131200     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
131300     MOVE SPACES TO CS-TOTAL-LINE
131400     MOVE "TICKETS PRINTED" TO CS-TL-LABEL
131500     MOVE CS-TICKET-COUNT TO CS-TL-COUNT
131600     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
131700     MOVE SPACES TO CS-TOTAL-LINE
131800     MOVE "  SCHEDULED IN SHIFT" TO CS-TL-LABEL
131900     MOVE CS-SCHEDULED-COUNT TO CS-TL-COUNT
132000     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
132100     MOVE SPACES TO CS-TOTAL-LINE
132200     MOVE "  CARRY-OVER" TO CS-TL-LABEL
132300     MOVE CS-CARRY-COUNT TO CS-TL-COUNT
132400     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
132500     MOVE SPACES TO CS-TOTAL-LINE
132600     MOVE "  NO SAW TAKES THEM" TO CS-TL-LABEL
132700     MOVE CS-NO-SAW-COUNT TO CS-TL-COUNT
132800     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
132900     MOVE SPACES TO CS-TOTAL-LINE
133000     MOVE "REMNANT CUTS" TO CS-TL-LABEL
133100     MOVE CS-REMNANT-COUNT TO CS-TL-COUNT
133200     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
133300     MOVE SPACES TO CS-TOTAL-LINE
133400     MOVE "  RACK RADIUS ESTIMATED" TO CS-TL-LABEL
133500     MOVE CS-ESTIMATE-COUNT TO CS-TL-COUNT
133600     WRITE SCHEDULE-REPORT-LINE FROM CS-TOTAL-LINE
133700     GO TO 3150-EXIT.
133800 3150-EXIT.
133900     EXIT.
134000******************************************************************
134100*    3200-MARK-RUN-COMPLETE THRU 3200-EXIT
134200******************************************************************
134300 3200-MARK-RUN-COMPLETE.
134400     MOVE "E" TO RU-REQUEST-CODE
134500     MOVE "CIRCSQRW" TO RU-CALLER-JOB
134600     MOVE CS-RUN-DATE TO RU-CALLER-DATE
134700     MOVE SPACE TO RU-SHIFT-CODE
134800     MOVE "C" TO RU-END-STATUS
134900     CALL "CIRCSQR-RUNCTL" USING RU-PARM-FIELDS
135000     GO TO 3200-EXIT.
135100 3200-EXIT.
135200     EXIT.
135300 END PROGRAM CIRCSQR-SAWTKT.
