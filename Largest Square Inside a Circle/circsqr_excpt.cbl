000100******************************************************************
000200*    PROGRAM-ID.  CIRCSQR-EXCPT
000300*    AUTHOR.      R. OKONKWO-HALE, CUTTING FLOOR SYSTEMS
000400*    INSTALLATION. CIRCLE-SQUARING SHOP
000500*    DATE-WRITTEN. 2026-10-15
000600*    DATE-COMPILED.
000700*
000800*    REMARKS.  MORNING EXCEPTIONS WORKLIST.  EVERY MORNING THE
000900*    SHIFT LEAD HAD TO WORK THROUGH A DOZEN OUTPUTS OF THE
001000*    SUITE ONE BY ONE TO FIND WHAT NEEDED ATTENTION, AND ITEMS
001100*    SAT UNNOTICED FOR DAYS.  THIS RUN READS THEM ALL AND
001200*    PRINTS ONE PRIORITIZED WORKLIST ON EXCPRPT, EACH ITEM WITH
001300*    ITS AGE IN DAYS AND THE AREA THAT OWNS IT:
001400*      1  A BALRPT CHECK OUT OF BALANCE               FLOOR
001500*      2  A RUNCTL STAMP THAT ENDED IN ERROR, OR THAT WAS
001600*         STARTED ON AN EARLIER DAY AND NEVER ENDED   BY JOB
001700*      3  A BLANK NOT CUT FOR WANT OF STOCK (SHORTRPT)
001800*                                                     PURCHASING
001900*      4  A CUT IN QA HOLD (QAHOLD) AS LONG AS ITS
002000*         THRESHOLD OR LONGER - YOUNGER HOLDS ARE ONLY
002100*         COUNTED                                     QA
002200*      5  AN ITEM ERP HAS NOT POSTED (RECNFWD)        ERP
002300*      6  A REJECT AWAITING CORRECTION AND RESUBMISSION -
002400*           STOCKREJ, PLANREJ                         PLANNING
002500*           MAINTREJ, RECVREJ, MATLREJ                PURCHASING
002600*           REMNREJ                                   FLOOR
002700*           QADSREJ                                   QA
002800*      7  A RUNCTL STAMP RUN UNDER AN OPERATOR OVERRIDE
002900*                                                     BY JOB
003000*    A RUNCTL ITEM BELONGS TO ERP FOR CIRCSQRN AND CIRCSQRG,
003100*    TO PURCHASING FOR CIRCSQRU, TO PLANNING FOR CIRCSQRF AND
003200*    TO THE FLOOR FOR THE REST.
003300*
003400*    A QA HOLD IS AGED FROM ITS CUT DATE, AN UNPOSTED ITEM
003500*    FROM THE DAY THE RECONCILIATION FIRST SAW IT, AND A RUNCTL
003600*    ITEM FROM ITS STAMP (FOR CIRCSQRG, THE LAST DAY OF THE
003700*    MONTH IT CLOSED).  THE REJECT FILES, SHORTRPT AND BALRPT
003800*    ARE REWRITTEN BY EVERY RUN AND CARRY NO DATE, SO THEIR
003900*    ITEMS ARE AGED FROM THE FIRST MORNING THIS RUN SAW THEM -
004000*    REMEMBERED ON THE EXCPFWD CARRY FILE (EXCPIN, REWRITTEN TO
004100*    EXCPOUT) THE SAME WAY CIRCSQR-RECON CARRIES RECNFWD.
004200*
004300*    AN ITEM IS OVER ITS THRESHOLD ONCE ITS AGE REACHES IT, SO
004400*    A THRESHOLD OF 000 PUTS EVERY ITEM OF THAT KIND OVER THE
004500*    DAY IT APPEARS.  THE WORKLIST PRINTS THE ITEMS OVER
004600*    THRESHOLD FIRST, THEN THE REST, EACH PART BY PRIORITY AND
004700*    OLDEST FIRST.  EVERY INPUT IS OPTIONAL - A DATASET THAT IS
004800*    NOT THERE IS NOTED ON THE REPORT AND ADDS NOTHING.
004900*    NOTHING IS WRITTEN BUT THE REPORT AND THE CARRY FILE.
005000*
005100*    PARAMETER CARD (EXCPPARM, ONE RECORD, OPTIONAL).  EACH
005200*    FIELD IS A THRESHOLD IN DAYS, 9(03); SPACES, OR NO CARD,
005300*    MEANS THE DEFAULT SHOWN.
005400*        COLS  1-3   REJECTS AWAITING RESUBMISSION    001
005500*        COLS  4-6   QA HOLDS                         002
005600*        COLS  7-9   ITEMS NOT POSTED BY ERP          002
005700*        COLS 10-12  NO-STOCK BLANKS                  001
005800*        COLS 13-15  FAILED OR UNFINISHED RUNS        000
005900*        COLS 16-18  RUNS UNDER OPERATOR OVERRIDE     007
006000*        COLS 19-21  BALRPT OUT OF BALANCE            000
006100*
006200*    RETURN CODES.
006300*        0   NOTHING IS OVER ITS THRESHOLD
006400*        4   AN ITEM IS OVER ITS THRESHOLD - THE SCHEDULER
006500*            PAGES THE SHIFT LEAD; SEE EXCPRPT
006600*       16   RUN FAILED
006700*
006800*    MODIFICATION HISTORY.
006900*    2026-10-15  ROH  ORIGINAL VERSION.
007000******************************************************************
007100 IDENTIFICATION DIVISION.
007200 PROGRAM-ID. CIRCSQR-EXCPT.
007300 AUTHOR. R. OKONKWO-HALE.
007400 INSTALLATION. CIRCLE-SQUARING SHOP.
007500 DATE-WRITTEN. 2026-10-15.
007600 DATE-COMPILED.
007700 ENVIRONMENT DIVISION.
007800 CONFIGURATION SECTION.
007900 SOURCE-COMPUTER. GNUCOBOL.
008000 OBJECT-COMPUTER. GNUCOBOL.
008100 INPUT-OUTPUT SECTION.
008200 FILE-CONTROL.
008300     SELECT EXCEPTION-PARM ASSIGN TO "EXCPPARM"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS CS-PARM-FILE-STATUS.
008600     SELECT EXCEPTION-CARRY-IN ASSIGN TO "EXCPIN"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS CS-EXCPIN-FILE-STATUS.
008900     SELECT EXCEPTION-CARRY-OUT ASSIGN TO "EXCPOUT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS CS-EXCPOUT-FILE-STATUS.
009200*    THE SOURCES ARE OPENED ONE AT A TIME AND SHARE ONE STATUS.
009300     SELECT BALANCE-REPORT ASSIGN TO "BALRPT"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS CS-SOURCE-FILE-STATUS.
009600     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS CS-SOURCE-FILE-STATUS.
009900     SELECT SHORTAGE-REPORT ASSIGN TO "SHORTRPT"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS CS-SOURCE-FILE-STATUS.
010200     SELECT QA-HOLD ASSIGN TO "QAHOLD"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS CS-SOURCE-FILE-STATUS.
010500     SELECT RECON-CARRY ASSIGN TO "RECNFWD"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS CS-SOURCE-FILE-STATUS.
010800     SELECT STOCK-REJECTS ASSIGN TO "STOCKREJ"
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS CS-SOURCE-FILE-STATUS.
011100     SELECT PLAN-REJECTS ASSIGN TO "PLANREJ"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS CS-SOURCE-FILE-STATUS.
011400     SELECT MAINT-REJECTS ASSIGN TO "MAINTREJ"
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS CS-SOURCE-FILE-STATUS.
011700     SELECT RECV-REJECTS ASSIGN TO "RECVREJ"
011800         ORGANIZATION IS LINE SEQUENTIAL
011900         FILE STATUS IS CS-SOURCE-FILE-STATUS.
012000     SELECT MATL-REJECTS ASSIGN TO "MATLREJ"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS CS-SOURCE-FILE-STATUS.
012300     SELECT REMN-REJECTS ASSIGN TO "REMNREJ"
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS CS-SOURCE-FILE-STATUS.
012600     SELECT QA-DISP-REJECTS ASSIGN TO "QADSREJ"
012700         ORGANIZATION IS LINE SEQUENTIAL
012800         FILE STATUS IS CS-SOURCE-FILE-STATUS.
012900     SELECT WORKLIST-SORTED ASSIGN TO "WKLSORT"
013000         ORGANIZATION IS LINE SEQUENTIAL.
013100     SELECT SORT-WORKLIST ASSIGN TO "SRTWK1".
013200     SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT"
013300         ORGANIZATION IS LINE SEQUENTIAL.
013400 DATA DIVISION.
013500 FILE SECTION.
013600 FD  EXCEPTION-PARM
013700     RECORDING MODE IS F.
013800 01  EXCEPTION-PARM-RECORD.
013900     05  EP-REJECT-DAYS-X.
014000         10  EP-REJECT-DAYS   PIC 9(03).
014100     05  EP-QA-HOLD-DAYS-X.
014200         10  EP-QA-HOLD-DAYS  PIC 9(03).
014300     05  EP-UNPOSTED-DAYS-X.
014400         10  EP-UNPOSTED-DAYS PIC 9(03).
014500     05  EP-NO-STOCK-DAYS-X.
014600         10  EP-NO-STOCK-DAYS PIC 9(03).
014700     05  EP-RUN-FAILED-DAYS-X.
014800         10  EP-RUN-FAILED-DAYS PIC 9(03).
014900     05  EP-OVERRIDE-DAYS-X.
015000         10  EP-OVERRIDE-DAYS PIC 9(03).
015100     05  EP-BALANCE-DAYS-X.
015200         10  EP-BALANCE-DAYS  PIC 9(03).
015300     05  FILLER               PIC X(59).
015400 FD  EXCEPTION-CARRY-IN
015500     RECORDING MODE IS F.
015600 01  EXCEPTION-CARRY-IN-RECORD PIC X(80).
015700 FD  EXCEPTION-CARRY-OUT
015800     RECORDING MODE IS F.
015900 01  EXCEPTION-CARRY-OUT-RECORD PIC X(80).
016000*    BALRPT AND SHORTRPT ARE CIRCSQR-BATCH'S PRINT FILES, READ
016100*    BACK AS PRINTED.
016200 FD  BALANCE-REPORT
016300     RECORDING MODE IS F.
016400 01  BALANCE-REPORT-LINE      PIC X(80).
016500 FD  RUN-CONTROL
016600     RECORDING MODE IS F.
016700     COPY RCTLREC.
016800 FD  SHORTAGE-REPORT
016900     RECORDING MODE IS F.
017000 01  SHORTAGE-REPORT-LINE     PIC X(80).
017100 FD  QA-HOLD
017200     RECORDING MODE IS F.
017300     COPY QAHOLDRC.
017400 FD  RECON-CARRY
017500     RECORDING MODE IS F.
017600     COPY RECNREC.
017700*    EVERY REJECT FILE IS ITS PROGRAM'S INPUT CARD IMAGE; THE
017800*    STOCKREJ AND PLANREJ IMAGES END IN A REASON CODE (74-75).
017900 FD  STOCK-REJECTS
018000     RECORDING MODE IS F.
018100 01  STOCK-REJECT-RECORD      PIC X(80).
018200 FD  PLAN-REJECTS
018300     RECORDING MODE IS F.
018400 01  PLAN-REJECT-RECORD       PIC X(80).
018500 FD  MAINT-REJECTS
018600     RECORDING MODE IS F.
018700 01  MAINT-REJECT-RECORD      PIC X(80).
018800 FD  RECV-REJECTS
018900     RECORDING MODE IS F.
019000 01  RECV-REJECT-RECORD       PIC X(80).
019100 FD  MATL-REJECTS
019200     RECORDING MODE IS F.
019300 01  MATL-REJECT-RECORD       PIC X(80).
019400 FD  REMN-REJECTS
019500     RECORDING MODE IS F.
019600 01  REMN-REJECT-RECORD       PIC X(80).
019700 FD  QA-DISP-REJECTS
019800     RECORDING MODE IS F.
019900 01  QA-DISP-REJECT-RECORD    PIC X(80).
020000******************************************************************
020100*    ONE ROW PER WORKLIST ITEM, IN PRINT ORDER - GROUP "1" THE
020200*    ITEMS OVER THRESHOLD, "2" THE REST; WITHIN A GROUP BY
020300*    PRIORITY, OLDEST FIRST.  THE SORT RECORD IS THE SAME
020400*    LAYOUT.
020500******************************************************************
020600 FD  WORKLIST-SORTED
020700     RECORDING MODE IS F.
020800 01  WORKLIST-SORTED-RECORD.
020900     05  WL-GROUP             PIC X(01).
021000         88  WL-OVER-THRESHOLD VALUE "1".
021100     05  WL-PRIORITY          PIC 9(01).
021200     05  WL-AGE               PIC 9(05).
021300     05  WL-OWNER             PIC X(11).
021400     05  WL-SOURCE            PIC X(08).
021500     05  WL-ITEM-TEXT         PIC X(40).
021600 SD  SORT-WORKLIST.
021700 01  SORT-WORKLIST-RECORD.
021800     05  SX-GROUP             PIC X(01).
021900     05  SX-PRIORITY          PIC 9(01).
022000     05  SX-AGE               PIC 9(05).
022100     05  SX-OWNER             PIC X(11).
022200     05  SX-SOURCE            PIC X(08).
022300     05  SX-ITEM-TEXT         PIC X(40).
022400 FD  EXCEPTION-REPORT
022500     RECORDING MODE IS F.
022600 01  EXCEPTION-REPORT-LINE    PIC X(80).
022700 WORKING-STORAGE SECTION.
022800 01  CS-SWITCHES.
022900     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
023000         88  CS-END-OF-FILE   VALUE "Y".
023100     05  CS-PARM-FILE-STATUS  PIC X(02)  VALUE "00".
023200         88  CS-PARM-NOT-FOUND VALUE "35".
023300     05  CS-EXCPIN-FILE-STATUS PIC X(02) VALUE "00".
023400         88  CS-EXCPIN-NOT-FOUND VALUE "35".
023500     05  CS-EXCPOUT-FILE-STATUS PIC X(02) VALUE "00".
023600     05  CS-SOURCE-FILE-STATUS PIC X(02) VALUE "00".
023700         88  CS-SOURCE-NOT-FOUND VALUE "35".
023800     05  CS-SOURCE-SWITCH     PIC X(01)  VALUE "N".
023900         88  CS-SOURCE-OPEN   VALUE "Y".
024000 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
024100 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
024200 01  CS-DAY-NUMBERS.
024300     05  CS-RUN-DAY-NUMBER    PIC 9(07)  VALUE ZERO COMP.
024400     05  CS-ITEM-DAY-NUMBER   PIC 9(07)  VALUE ZERO COMP.
024500******************************************************************
024600*    AGING THRESHOLDS IN DAYS, FROM THE EXCPPARM CARD.
024700******************************************************************
024800 01  CS-THRESHOLDS.
024900     05  CS-REJECT-DAYS       PIC 9(03)  VALUE 001.
025000     05  CS-QA-HOLD-DAYS      PIC 9(03)  VALUE 002.
025100     05  CS-UNPOSTED-DAYS     PIC 9(03)  VALUE 002.
025200     05  CS-NO-STOCK-DAYS     PIC 9(03)  VALUE 001.
025300     05  CS-RUN-FAILED-DAYS   PIC 9(03)  VALUE 000.
025400     05  CS-OVERRIDE-DAYS     PIC 9(03)  VALUE 007.
025500     05  CS-BALANCE-DAYS      PIC 9(03)  VALUE 000.
025600******************************************************************
025700*    THE ITEM BEING PUT ON THE WORKLIST.  THE CALLER FILLS IN
025800*    EVERYTHING BUT THE AGE; CS-IT-DATE IS ZERO WHEN THE ITEM
025900*    HAS NO USABLE DATE, AND SUCH AN ITEM IS AGED ZERO.
026000******************************************************************
026100 01  CS-ITEM-FIELDS.
026200     05  CS-IT-PRIORITY       PIC 9(01)  VALUE ZERO.
026300     05  CS-IT-OWNER          PIC X(11)  VALUE SPACES.
026400     05  CS-IT-SOURCE         PIC X(08)  VALUE SPACES.
026500     05  CS-IT-TEXT           PIC X(40)  VALUE SPACES.
026600     05  CS-IT-DATE           PIC 9(08)  VALUE ZERO.
026700     05  CS-IT-THRESHOLD      PIC 9(03)  VALUE ZERO.
026800     05  CS-IT-AGE            PIC 9(05)  VALUE ZERO.
026900     05  CS-IT-OVER-SWITCH    PIC X(01)  VALUE "N".
027000         88  CS-IT-OVER       VALUE "Y".
027100 01  CS-REJECT-IMAGE          PIC X(80)  VALUE SPACES.
027200 01  CS-REJECT-OWNER          PIC X(11)  VALUE SPACES.
027300     COPY EXCPREC.
027400******************************************************************
027500*    YESTERDAY'S CARRY FILE, HELD IN STORAGE SO EACH UNDATED
027600*    ITEM CAN FIND THE DAY IT WAS FIRST SEEN.  A FULL TABLE
027700*    ABENDS RATHER THAN RESTART THE AGE OF ANYTHING.
027800******************************************************************
027900 01  CS-CARRY-TABLE.
028000     05  CS-CY-ENTRY OCCURS 2000 TIMES.
028100         10  CS-CY-SOURCE     PIC X(08).
028200         10  CS-CY-TEXT       PIC X(40).
028300         10  CS-CY-FIRST-SEEN PIC 9(08).
028400 77  CS-CY-COUNT              PIC 9(04)  VALUE ZERO COMP.
028500 77  CS-CY-MAX                PIC 9(04)  VALUE 2000 COMP.
028600 77  CS-CY-SUB                PIC 9(04)  VALUE ZERO COMP.
028700 77  CS-CY-HIT-SUB            PIC 9(04)  VALUE ZERO COMP.
028800******************************************************************
028900*    ONE ENTRY PER SOURCE, IN THE ORDER THEY ARE READ, FOR THE
029000*    CONTROL COUNTS - A SOURCE NOT THERE STILL GETS ITS LINE.
029100******************************************************************
029200 01  CS-SOURCE-TABLE.
029300     05  CS-SR-ENTRY OCCURS 12 TIMES.
029400         10  CS-SR-SOURCE     PIC X(08).
029500         10  CS-SR-READ       PIC 9(06).
029600         10  CS-SR-LISTED     PIC 9(06).
029700         10  CS-SR-OVER       PIC 9(06).
029800         10  CS-SR-PRESENT    PIC X(01).
029900             88  CS-SR-WAS-PRESENT VALUE "Y".
030000 77  CS-SR-COUNT              PIC 9(02)  VALUE ZERO COMP.
030100 77  CS-SR-MAX                PIC 9(02)  VALUE 12 COMP.
030200 77  CS-SR-SUB                PIC 9(02)  VALUE ZERO COMP.
030300 77  CS-SR-HIT-SUB            PIC 9(02)  VALUE ZERO COMP.
030400******************************************************************
030500*    ONE ENTRY PER OWNING AREA WITH ANYTHING ON THE WORKLIST.
030600******************************************************************
030700 01  CS-OWNER-TABLE.
030800     05  CS-OW-ENTRY OCCURS 5 TIMES.
030900         10  CS-OW-OWNER      PIC X(11).
031000         10  CS-OW-LISTED     PIC 9(06).
031100         10  CS-OW-OVER       PIC 9(06).
031200 77  CS-OW-COUNT              PIC 9(02)  VALUE ZERO COMP.
031300 77  CS-OW-MAX                PIC 9(02)  VALUE 5 COMP.
031400 77  CS-OW-SUB                PIC 9(02)  VALUE ZERO COMP.
031500 77  CS-OW-HIT-SUB            PIC 9(02)  VALUE ZERO COMP.
031600 01  CS-PREV-GROUP            PIC X(01)  VALUE SPACE.
031700 01  CS-COUNTERS.
031800     05  CS-LISTED-COUNT      PIC 9(06)  VALUE ZERO COMP.
031900     05  CS-OVER-COUNT        PIC 9(06)  VALUE ZERO COMP.
032000     05  CS-YOUNG-HOLD-COUNT  PIC 9(06)  VALUE ZERO COMP.
032100     05  CS-CARRIED-COUNT     PIC 9(06)  VALUE ZERO COMP.
032200 01  CS-HEADING-1.
032300     05  FILLER               PIC X(20)  VALUE "CIRCSQR-EXCPT".
032400     05  FILLER               PIC X(40)  VALUE
032500         "MORNING EXCEPTIONS WORKLIST".
032600     05  FILLER               PIC X(08)  VALUE "RUN".
032700     05  CS-H1-RUN-DATE       PIC 9(08).
032800 01  CS-SECTION-LINE.
032900     05  FILLER               PIC X(04)  VALUE "*** ".
033000     05  CS-SC-TEXT           PIC X(40).
033100 01  CS-THRESHOLD-LINE.
033200     05  CS-THL-LABEL         PIC X(36).
033300     05  CS-THL-DAYS          PIC ZZ9.
033400 01  CS-WORKLIST-HEADING.
033500     05  FILLER               PIC X(03)  VALUE "P".
033600     05  FILLER               PIC X(07)  VALUE "  AGE".
033700     05  FILLER               PIC X(11)  VALUE "OWNER".
033800     05  FILLER               PIC X(09)  VALUE "SOURCE".
033900     05  FILLER               PIC X(41)  VALUE "ITEM".
034000     05  FILLER               PIC X(04)  VALUE "FLAG".
034100 01  CS-WORKLIST-LINE.
034200     05  CS-WK-PRIORITY       PIC 9(01).
034300     05  FILLER               PIC X(02).
034400     05  CS-WK-AGE            PIC ZZZZ9.
034500     05  FILLER               PIC X(02).
034600     05  CS-WK-OWNER          PIC X(11).
034700     05  CS-WK-SOURCE         PIC X(09).
034800     05  CS-WK-ITEM-TEXT      PIC X(40).
034900     05  FILLER               PIC X(01).
035000     05  CS-WK-FLAG           PIC X(04).
035100 01  CS-OWNER-HEADING.
035200     05  FILLER               PIC X(14)  VALUE "OWNER".
035300     05  FILLER               PIC X(10)  VALUE " ITEMS".
035400     05  FILLER               PIC X(06)  VALUE "  OVER".
035500 01  CS-OWNER-LINE.
035600     05  CS-OL-OWNER          PIC X(14).
035700     05  CS-OL-LISTED         PIC ZZZZZ9.
035800     05  FILLER               PIC X(04).
035900     05  CS-OL-OVER           PIC ZZZZZ9.
036000 01  CS-SOURCE-HEADING.
036100     05  FILLER               PIC X(10)  VALUE "SOURCE".
036200     05  FILLER               PIC X(10)  VALUE "  READ".
036300     05  FILLER               PIC X(10)  VALUE "LISTED".
036400     05  FILLER               PIC X(06)  VALUE "  OVER".
036500 01  CS-SOURCE-LINE.
036600     05  CS-SL-SOURCE         PIC X(10).
036700     05  CS-SL-READ           PIC ZZZZZ9.
036800     05  FILLER               PIC X(04).
036900     05  CS-SL-LISTED         PIC ZZZZZ9.
037000     05  FILLER               PIC X(04).
037100     05  CS-SL-OVER           PIC ZZZZZ9.
037200     05  FILLER               PIC X(04).
037300     05  CS-SL-NOTE           PIC X(12).
037400 01  CS-MESSAGE-LINE          PIC X(80)  VALUE SPACES.
037500 01  CS-TOTAL-LINE.
037600     05  CS-TL-LABEL          PIC X(36).
037700     05  CS-TL-COUNT          PIC ZZZZZ9.
037800 PROCEDURE DIVISION.
037900******************************************************************
038000*    0000-MAINLINE
038100*
038200*    THE ITEMS ARE AGED AS THEY ARE GATHERED; THE SORT ONLY
038300*    PUTS THE WORKLIST IN PRINT ORDER.
038400******************************************************************
038500 0000-MAINLINE.
038600     PERFORM 1000-INITIALIZE
038700     SORT SORT-WORKLIST
038800         ON ASCENDING KEY SX-GROUP SX-PRIORITY
038900         ON DESCENDING KEY SX-AGE
039000         ON ASCENDING KEY SX-SOURCE SX-ITEM-TEXT
039100         INPUT PROCEDURE IS 2000-GATHER-ITEMS
039200             THRU 2000-PASS-EXIT
039300         GIVING WORKLIST-SORTED
039400     PERFORM 2700-PRINT-WORKLIST THRU 2700-EXIT
039500     PERFORM 2750-PRINT-OWNERS THRU 2750-EXIT
039600     PERFORM 3000-TERMINATE
039700     GOBACK.
039800******************************************************************
039900*    1000-INITIALIZE
040000******************************************************************
040100 1000-INITIALIZE.
040200     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
040300     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
040400     COMPUTE CS-RUN-DAY-NUMBER =
040500         FUNCTION INTEGER-OF-DATE (CS-RUN-DATE)
040600     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
040700     PERFORM 1200-LOAD-CARRY-FILE THRU 1200-EXIT
040800     OPEN OUTPUT EXCEPTION-CARRY-OUT
040900     IF CS-EXCPOUT-FILE-STATUS NOT = "00"
041000         DISPLAY "CIRCSQR-EXCPT: EXCPOUT OPEN FAILED, STATUS "
041100             CS-EXCPOUT-FILE-STATUS
041200         MOVE 16 TO RETURN-CODE
041300         GOBACK
041400     END-IF
041500     OPEN OUTPUT EXCEPTION-REPORT
041600     MOVE CS-RUN-DATE TO CS-H1-RUN-DATE
041700     WRITE EXCEPTION-REPORT-LINE FROM CS-HEADING-1
041800     PERFORM 1300-PRINT-THRESHOLDS THRU 1300-EXIT.
041900******************************************************************
042000*    1100-READ-PARM-CARD THRU 1100-EXIT
042100*
042200*    NO CARD, AN EMPTY ONE, OR A BLANK FIELD TAKES THE DEFAULT.
042300*    A THRESHOLD THAT IS NOT A NUMBER ABENDS BEFORE ANYTHING IS
042400*    READ.
042500******************************************************************
042600 1100-READ-PARM-CARD.
042700     OPEN INPUT EXCEPTION-PARM
042800     IF CS-PARM-NOT-FOUND
042900         GO TO 1100-EXIT
043000     END-IF
043100     READ EXCEPTION-PARM
043200         AT END
043300             CLOSE EXCEPTION-PARM
043400             GO TO 1100-EXIT
043500     END-READ
043600     CLOSE EXCEPTION-PARM
043700     IF EP-REJECT-DAYS-X NOT = SPACES
043800         IF EP-REJECT-DAYS NOT NUMERIC
043900             DISPLAY "CIRCSQR-EXCPT: BAD REJECT DAYS ON "
044000                 "EXCPPARM " EP-REJECT-DAYS-X
044100             MOVE 16 TO RETURN-CODE
044200             GOBACK
044300         END-IF
044400         MOVE EP-REJECT-DAYS TO CS-REJECT-DAYS
044500     END-IF
044600     IF EP-QA-HOLD-DAYS-X NOT = SPACES
044700         IF EP-QA-HOLD-DAYS NOT NUMERIC
044800             DISPLAY "CIRCSQR-EXCPT: BAD QA HOLD DAYS ON "
044900                 "EXCPPARM " EP-QA-HOLD-DAYS-X
045000             MOVE 16 TO RETURN-CODE
045100             GOBACK
045200         END-IF
045300         MOVE EP-QA-HOLD-DAYS TO CS-QA-HOLD-DAYS
045400     END-IF
045500     IF EP-UNPOSTED-DAYS-X NOT = SPACES
045600         IF EP-UNPOSTED-DAYS NOT NUMERIC
045700             DISPLAY "CIRCSQR-EXCPT: BAD UNPOSTED DAYS ON "
045800                 "EXCPPARM " EP-UNPOSTED-DAYS-X
045900             MOVE 16 TO RETURN-CODE
046000             GOBACK
046100         END-IF
046200         MOVE EP-UNPOSTED-DAYS TO CS-UNPOSTED-DAYS
046300     END-IF
046400     IF EP-NO-STOCK-DAYS-X NOT = SPACES
046500         IF EP-NO-STOCK-DAYS NOT NUMERIC
046600             DISPLAY "CIRCSQR-EXCPT: BAD NO-STOCK DAYS ON "
046700                 "EXCPPARM " EP-NO-STOCK-DAYS-X
046800             MOVE 16 TO RETURN-CODE
046900             GOBACK
047000         END-IF
047100         MOVE EP-NO-STOCK-DAYS TO CS-NO-STOCK-DAYS
047200     END-IF
047300     IF EP-RUN-FAILED-DAYS-X NOT = SPACES
047400         IF EP-RUN-FAILED-DAYS NOT NUMERIC
047500             DISPLAY "CIRCSQR-EXCPT: BAD FAILED-RUN DAYS ON "
047600                 "EXCPPARM " EP-RUN-FAILED-DAYS-X
047700             MOVE 16 TO RETURN-CODE
047800             GOBACK
047900         END-IF
048000         MOVE EP-RUN-FAILED-DAYS TO CS-RUN-FAILED-DAYS
048100     END-IF
048200     IF EP-OVERRIDE-DAYS-X NOT = SPACES
048300         IF EP-OVERRIDE-DAYS NOT NUMERIC
048400             DISPLAY "CIRCSQR-EXCPT: BAD OVERRIDE DAYS ON "
048500                 "EXCPPARM " EP-OVERRIDE-DAYS-X
048600             MOVE 16 TO RETURN-CODE
048700             GOBACK
048800         END-IF
048900         MOVE EP-OVERRIDE-DAYS TO CS-OVERRIDE-DAYS
049000     END-IF
049100     IF EP-BALANCE-DAYS-X NOT = SPACES
049200         IF EP-BALANCE-DAYS NOT NUMERIC
049300             DISPLAY "CIRCSQR-EXCPT: BAD BALANCE DAYS ON "
049400                 "EXCPPARM " EP-BALANCE-DAYS-X
049500             MOVE 16 TO RETURN-CODE
049600             GOBACK
049700         END-IF
049800         MOVE EP-BALANCE-DAYS TO CS-BALANCE-DAYS
049900     END-IF
050000     GO TO 1100-EXIT.
050100 1100-EXIT.
050200     EXIT.
050300******************************************************************
050400*    1200-LOAD-CARRY-FILE THRU 1200-EXIT
050500*
050600*    NO EXCPIN IS THE FIRST MORNING - EVERY UNDATED ITEM IS NEW.
050700******************************************************************
050800 1200-LOAD-CARRY-FILE.
050900     OPEN INPUT EXCEPTION-CARRY-IN
051000     IF CS-EXCPIN-NOT-FOUND
051100         GO TO 1200-EXIT
051200     END-IF
051300     IF CS-EXCPIN-FILE-STATUS NOT = "00"
051400         DISPLAY "CIRCSQR-EXCPT: EXCPIN OPEN FAILED, STATUS "
051500             CS-EXCPIN-FILE-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         GOBACK
051800     END-IF
051900     MOVE "N" TO CS-EOF-SWITCH
052000     PERFORM 1210-LOAD-ONE-CARRY-ITEM THRU 1210-EXIT
052100         UNTIL CS-END-OF-FILE
052200     CLOSE EXCEPTION-CARRY-IN
052300     GO TO 1200-EXIT.
052400 1200-EXIT.
052500     EXIT.
052600 1210-LOAD-ONE-CARRY-ITEM.
052700     READ EXCEPTION-CARRY-IN INTO EXCEPTION-CARRY-RECORD
052800         AT END
052900             SET CS-END-OF-FILE TO TRUE
053000             GO TO 1210-EXIT
053100     END-READ
053200     IF CS-CY-COUNT NOT < CS-CY-MAX
053300         DISPLAY "CIRCSQR-EXCPT: CARRY TABLE FULL AT "
053400             CS-CY-MAX
053500         MOVE 16 TO RETURN-CODE
053600         GOBACK
053700     END-IF
053800     ADD 1 TO CS-CY-COUNT
053900     MOVE EX-SOURCE TO CS-CY-SOURCE (CS-CY-COUNT)
054000     MOVE EX-ITEM-TEXT TO CS-CY-TEXT (CS-CY-COUNT)
054100     IF EX-FIRST-SEEN-DATE NUMERIC
054200         MOVE EX-FIRST-SEEN-DATE TO CS-CY-FIRST-SEEN (CS-CY-COUNT)
054300     ELSE
054400         MOVE ZERO TO CS-CY-FIRST-SEEN (CS-CY-COUNT)
054500     END-IF
054600     GO TO 1210-EXIT.
054700 1210-EXIT.
054800     EXIT.
054900******************************************************************
055000*    1300-PRINT-THRESHOLDS THRU 1300-EXIT
055100******************************************************************
055200 1300-PRINT-THRESHOLDS.
055300     MOVE "AGING THRESHOLDS IN DAYS" TO CS-SC-TEXT
055400     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
055500     MOVE "REJECTS AWAITING RESUBMISSION" TO CS-THL-LABEL
055600     MOVE CS-REJECT-DAYS TO CS-THL-DAYS
055700     WRITE EXCEPTION-REPORT-LINE FROM CS-THRESHOLD-LINE
055800     MOVE "QA HOLDS" TO CS-THL-LABEL
055900     MOVE CS-QA-HOLD-DAYS TO CS-THL-DAYS
056000     WRITE EXCEPTION-REPORT-LINE FROM CS-THRESHOLD-LINE
056100     MOVE "ITEMS NOT POSTED BY ERP" TO CS-THL-LABEL
056200     MOVE CS-UNPOSTED-DAYS TO CS-THL-DAYS
056300     WRITE EXCEPTION-REPORT-LINE FROM CS-THRESHOLD-LINE
056400     MOVE "NO-STOCK BLANKS" TO CS-THL-LABEL
056500     MOVE CS-NO-STOCK-DAYS TO CS-THL-DAYS
056600     WRITE EXCEPTION-REPORT-LINE FROM CS-THRESHOLD-LINE
056700     MOVE "FAILED OR UNFINISHED RUNS" TO CS-THL-LABEL
056800     MOVE CS-RUN-FAILED-DAYS TO CS-THL-DAYS
056900     WRITE EXCEPTION-REPORT-LINE FROM CS-THRESHOLD-LINE
057000     MOVE "RUNS UNDER OPERATOR OVERRIDE" TO CS-THL-LABEL
057100     MOVE CS-OVERRIDE-DAYS TO CS-THL-DAYS
057200     WRITE EXCEPTION-REPORT-LINE FROM CS-THRESHOLD-LINE
057300     MOVE "BALRPT OUT OF BALANCE" TO CS-THL-LABEL
057400     MOVE CS-BALANCE-DAYS TO CS-THL-DAYS
057500     WRITE EXCEPTION-REPORT-LINE FROM CS-THRESHOLD-LINE
057600     GO TO 1300-EXIT.
057700 1300-EXIT.
057800     EXIT.
057900******************************************************************
058000*    2000-GATHER-ITEMS THRU 2000-PASS-EXIT
058100*
058200*    THE SORT'S INPUT PROCEDURE - EVERY SOURCE IN TURN, EACH
058300*    ITEM AGED AND RELEASED AS IT IS FOUND.
058400******************************************************************
058500 2000-GATHER-ITEMS.
058600     PERFORM 2100-GATHER-BALANCE THRU 2100-EXIT
058700     PERFORM 2150-GATHER-RUN-CONTROL THRU 2150-EXIT
058800     PERFORM 2200-GATHER-SHORTAGES THRU 2200-EXIT
058900     PERFORM 2250-GATHER-QA-HOLDS THRU 2250-EXIT
059000     PERFORM 2300-GATHER-UNPOSTED THRU 2300-EXIT
059100     PERFORM 2400-GATHER-REJECTS THRU 2400-EXIT
059200     GO TO 2000-PASS-EXIT.
059300 2000-PASS-EXIT.
059400     EXIT.
059500******************************************************************
059600*    2100-GATHER-BALANCE THRU 2100-EXIT
059700*
059800*    EVERY CHECK LINE ON THE LAST BALRPT THAT SAYS OUT OF
059900*    BALANCE (THE VERDICT IS IN COLUMNS 48-61).
060000******************************************************************
060100 2100-GATHER-BALANCE.
060200     MOVE "BALRPT" TO CS-IT-SOURCE
060300     OPEN INPUT BALANCE-REPORT
060400     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
060500     IF NOT CS-SOURCE-OPEN
060600         GO TO 2100-EXIT
060700     END-IF
060800     MOVE "N" TO CS-EOF-SWITCH
060900     PERFORM 2110-TAKE-BALANCE-LINE THRU 2110-EXIT
061000         UNTIL CS-END-OF-FILE
061100     CLOSE BALANCE-REPORT
061200     GO TO 2100-EXIT.
061300 2100-EXIT.
061400     EXIT.
061500 2110-TAKE-BALANCE-LINE.
061600     READ BALANCE-REPORT
061700         AT END
061800             SET CS-END-OF-FILE TO TRUE
061900             GO TO 2110-EXIT
062000     END-READ
062100     ADD 1 TO CS-SR-READ (CS-SR-HIT-SUB)
062200     IF BALANCE-REPORT-LINE (48:14) NOT = "OUT OF BALANCE"
062300         GO TO 2110-EXIT
062400     END-IF
062500     MOVE 1 TO CS-IT-PRIORITY
062600     MOVE "FLOOR" TO CS-IT-OWNER
062700     MOVE SPACES TO CS-IT-TEXT
062800     MOVE BALANCE-REPORT-LINE (1:30) TO CS-IT-TEXT (1:30)
062900     MOVE "OUT OF BAL" TO CS-IT-TEXT (31:10)
063000     MOVE CS-BALANCE-DAYS TO CS-IT-THRESHOLD
063100     PERFORM 2850-DATE-FROM-CARRY THRU 2850-EXIT
063200     PERFORM 2860-AGE-ITEM THRU 2860-EXIT
063300     PERFORM 2870-RELEASE-ITEM THRU 2870-EXIT
063400     GO TO 2110-EXIT.
063500 2110-EXIT.
063600     EXIT.
063700******************************************************************
063800*    2150-GATHER-RUN-CONTROL THRU 2150-EXIT
063900*
064000*    A JOB WHOSE LAST RUN ENDED IN ERROR OR OUT OF BALANCE, ONE
064100*    STAMPED STARTED ON AN EARLIER DAY (IT DIED WITHOUT ITS END
064200*    STAMP - TODAY'S START MAY STILL BE RUNNING), AND ONE WHOSE
064300*    LAST RUN WENT UNDER AN OPERATOR OVERRIDE.  THE OVERRIDE
064400*    FLAG STAYS UNTIL THE JOB NEXT STARTS WITHOUT ONE.
064500******************************************************************
064600 2150-GATHER-RUN-CONTROL.
064700     MOVE "RUNCTL" TO CS-IT-SOURCE
064800     OPEN INPUT RUN-CONTROL
064900     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
065000     IF NOT CS-SOURCE-OPEN
065100         GO TO 2150-EXIT
065200     END-IF
065300     MOVE "N" TO CS-EOF-SWITCH
065400     PERFORM 2160-TAKE-RUN-STAMP THRU 2160-EXIT
065500         UNTIL CS-END-OF-FILE
065600     CLOSE RUN-CONTROL
065700     GO TO 2150-EXIT.
065800 2150-EXIT.
065900     EXIT.
066000 2160-TAKE-RUN-STAMP.
066100     READ RUN-CONTROL
066200         AT END
066300             SET CS-END-OF-FILE TO TRUE
066400             GO TO 2160-EXIT
066500     END-READ
066600     ADD 1 TO CS-SR-READ (CS-SR-HIT-SUB)
066700     MOVE ZERO TO CS-IT-DATE
066800     IF RC-RUN-DATE NUMERIC
066900         MOVE RC-RUN-DATE TO CS-IT-DATE
067000     END-IF
067100     EVALUATE RC-JOB-NAME
067200         WHEN "CIRCSQRN"
067300         WHEN "CIRCSQRG"
067400             MOVE "ERP" TO CS-IT-OWNER
067500         WHEN "CIRCSQRU"
067600             MOVE "PURCHASING" TO CS-IT-OWNER
067700         WHEN "CIRCSQRF"
067800             MOVE "PLANNING" TO CS-IT-OWNER
067900         WHEN OTHER
068000             MOVE "FLOOR" TO CS-IT-OWNER
068100     END-EVALUATE
068200     MOVE SPACES TO CS-IT-TEXT
068300     MOVE RC-JOB-NAME TO CS-IT-TEXT (1:8)
068400     IF RC-SHIFT-CODE NOT = SPACE
068500         MOVE "SHIFT" TO CS-IT-TEXT (10:5)
068600         MOVE RC-SHIFT-CODE TO CS-IT-TEXT (16:1)
068700     END-IF
068800     IF RC-ENDED-ERROR
068900         MOVE "ENDED IN ERROR" TO CS-IT-TEXT (18:23)
069000         PERFORM 2170-RELEASE-FAILED-RUN THRU 2170-EXIT
069100     END-IF
069200     IF RC-STARTED AND CS-IT-DATE < CS-RUN-DATE
069300         MOVE "STARTED - NEVER ENDED" TO CS-IT-TEXT (18:23)
069400         PERFORM 2170-RELEASE-FAILED-RUN THRU 2170-EXIT
069500     END-IF
069600     IF RC-OVERRIDE-FLAG = "Y"
069700         MOVE "RUN UNDER OVERRIDE" TO CS-IT-TEXT (18:23)
069800         MOVE 7 TO CS-IT-PRIORITY
069900         MOVE CS-OVERRIDE-DAYS TO CS-IT-THRESHOLD
070000         PERFORM 2860-AGE-ITEM THRU 2860-EXIT
070100         PERFORM 2870-RELEASE-ITEM THRU 2870-EXIT
070200     END-IF
070300     GO TO 2160-EXIT.
070400 2160-EXIT.
070500     EXIT.
070600 2170-RELEASE-FAILED-RUN.
070700     MOVE 2 TO CS-IT-PRIORITY
070800     MOVE CS-RUN-FAILED-DAYS TO CS-IT-THRESHOLD
070900     PERFORM 2860-AGE-ITEM THRU 2860-EXIT
071000     PERFORM 2870-RELEASE-ITEM THRU 2870-EXIT
071100     GO TO 2170-EXIT.
071200 2170-EXIT.
071300     EXIT.
071400******************************************************************
071500*    2200-GATHER-SHORTAGES THRU 2200-EXIT
071600*
071700*    EVERY DETAIL LINE ON THE LAST SHORTRPT - THE HEADINGS AND
071800*    THE DAILY TOTAL ARE PASSED OVER.
071900******************************************************************
072000 2200-GATHER-SHORTAGES.
072100     MOVE "SHORTRPT" TO CS-IT-SOURCE
072200     OPEN INPUT SHORTAGE-REPORT
072300     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
072400     IF NOT CS-SOURCE-OPEN
072500         GO TO 2200-EXIT
072600     END-IF
072700     MOVE "N" TO CS-EOF-SWITCH
072800     PERFORM 2210-TAKE-SHORTAGE-LINE THRU 2210-EXIT
072900         UNTIL CS-END-OF-FILE
073000     CLOSE SHORTAGE-REPORT
073100     GO TO 2200-EXIT.
073200 2200-EXIT.
073300     EXIT.
073400 2210-TAKE-SHORTAGE-LINE.
073500     READ SHORTAGE-REPORT
073600         AT END
073700             SET CS-END-OF-FILE TO TRUE
073800             GO TO 2210-EXIT
073900     END-READ
074000     ADD 1 TO CS-SR-READ (CS-SR-HIT-SUB)
074100     IF SHORTAGE-REPORT-LINE = SPACES
074200         OR SHORTAGE-REPORT-LINE (1:13) = "CIRCSQR-BATCH"
074300         OR SHORTAGE-REPORT-LINE (1:8) = "STOCK-ID"
074400         OR SHORTAGE-REPORT-LINE (1:14) = "BLANKS NOT CUT"
074500         GO TO 2210-EXIT
074600     END-IF
074700     MOVE 3 TO CS-IT-PRIORITY
074800     MOVE "PURCHASING" TO CS-IT-OWNER
074900     MOVE SPACES TO CS-IT-TEXT
075000     MOVE SHORTAGE-REPORT-LINE (1:10) TO CS-IT-TEXT (1:10)
075100     MOVE SHORTAGE-REPORT-LINE (13:8) TO CS-IT-TEXT (12:8)
075200     MOVE "NOT CUT - NO STOCK" TO CS-IT-TEXT (21:20)
075300     MOVE CS-NO-STOCK-DAYS TO CS-IT-THRESHOLD
075400     PERFORM 2850-DATE-FROM-CARRY THRU 2850-EXIT
075500     PERFORM 2860-AGE-ITEM THRU 2860-EXIT
075600     PERFORM 2870-RELEASE-ITEM THRU 2870-EXIT
075700     GO TO 2210-EXIT.
075800 2210-EXIT.
075900     EXIT.
076000******************************************************************
076100*    2250-GATHER-QA-HOLDS THRU 2250-EXIT
076200*
076300*    A HOLD YOUNGER THAN ITS THRESHOLD IS QA'S NORMAL WORK AND
076400*    IS ONLY COUNTED.
076500******************************************************************
076600 2250-GATHER-QA-HOLDS.
076700     MOVE "QAHOLD" TO CS-IT-SOURCE
076800     OPEN INPUT QA-HOLD
076900     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
077000     IF NOT CS-SOURCE-OPEN
077100         GO TO 2250-EXIT
077200     END-IF
077300     MOVE "N" TO CS-EOF-SWITCH
077400     PERFORM 2260-TAKE-QA-HOLD THRU 2260-EXIT
077500         UNTIL CS-END-OF-FILE
077600     CLOSE QA-HOLD
077700     GO TO 2250-EXIT.
077800 2250-EXIT.
077900     EXIT.
078000 2260-TAKE-QA-HOLD.
078100     READ QA-HOLD
078200         AT END
078300             SET CS-END-OF-FILE TO TRUE
078400             GO TO 2260-EXIT
078500     END-READ
078600     ADD 1 TO CS-SR-READ (CS-SR-HIT-SUB)
078700     MOVE ZERO TO CS-IT-DATE
078800     IF HD-CUT-DATE NUMERIC
078900         MOVE HD-CUT-DATE TO CS-IT-DATE
079000     END-IF
079100     MOVE CS-QA-HOLD-DAYS TO CS-IT-THRESHOLD
079200     PERFORM 2860-AGE-ITEM THRU 2860-EXIT
079300     IF NOT CS-IT-OVER
079400         ADD 1 TO CS-YOUNG-HOLD-COUNT
079500         GO TO 2260-EXIT
079600     END-IF
079700     MOVE 4 TO CS-IT-PRIORITY
079800     MOVE "QA" TO CS-IT-OWNER
079900     MOVE SPACES TO CS-IT-TEXT
080000     MOVE HD-STOCK-ID TO CS-IT-TEXT (1:10)
080100     MOVE HD-JOB-ID TO CS-IT-TEXT (12:8)
080200     IF HD-SAMPLED
080300         MOVE "HELD - SAMPLED" TO CS-IT-TEXT (21:20)
080400     ELSE
080500         MOVE "HELD - JOB FLAGGED" TO CS-IT-TEXT (21:20)
080600     END-IF
080700     PERFORM 2870-RELEASE-ITEM THRU 2870-EXIT
080800     GO TO 2260-EXIT.
080900 2260-EXIT.
081000     EXIT.
081100******************************************************************
081200*    2300-GATHER-UNPOSTED THRU 2300-EXIT
081300*
081400*    EVERYTHING ON THE CURRENT RECNFWD GENERATION IS STILL
081500*    OPEN BETWEEN THE FLOOR AND ERP.
081600******************************************************************
081700 2300-GATHER-UNPOSTED.
081800     MOVE "RECNFWD" TO CS-IT-SOURCE
081900     OPEN INPUT RECON-CARRY
082000     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
082100     IF NOT CS-SOURCE-OPEN
082200         GO TO 2300-EXIT
082300     END-IF
082400     MOVE "N" TO CS-EOF-SWITCH
082500     PERFORM 2310-TAKE-UNPOSTED-ITEM THRU 2310-EXIT
082600         UNTIL CS-END-OF-FILE
082700     CLOSE RECON-CARRY
082800     GO TO 2300-EXIT.
082900 2300-EXIT.
083000     EXIT.
083100 2310-TAKE-UNPOSTED-ITEM.
083200     READ RECON-CARRY
083300         AT END
083400             SET CS-END-OF-FILE TO TRUE
083500             GO TO 2310-EXIT
083600     END-READ
083700     ADD 1 TO CS-SR-READ (CS-SR-HIT-SUB)
083800     MOVE ZERO TO CS-IT-DATE
083900     IF RN-FIRST-SEEN-DATE NUMERIC
084000         MOVE RN-FIRST-SEEN-DATE TO CS-IT-DATE
084100     END-IF
084200     MOVE 5 TO CS-IT-PRIORITY
084300     MOVE "ERP" TO CS-IT-OWNER
084400     MOVE SPACES TO CS-IT-TEXT
084500     MOVE RN-STOCK-ID TO CS-IT-TEXT (1:10)
084600     MOVE RN-JOB-ID TO CS-IT-TEXT (12:8)
084700     IF RN-FROM-ACK
084800         MOVE "ACK - NO EXTRACT ROW" TO CS-IT-TEXT (21:20)
084900     ELSE
085000         IF RN-ACK-STATUS = "R"
085100             MOVE "REJECTED BY ERP" TO CS-IT-TEXT (21:20)
085200         ELSE
085300             MOVE "NOT POSTED BY ERP" TO CS-IT-TEXT (21:20)
085400         END-IF
085500     END-IF
085600     MOVE CS-UNPOSTED-DAYS TO CS-IT-THRESHOLD
085700     PERFORM 2860-AGE-ITEM THRU 2860-EXIT
085800     PERFORM 2870-RELEASE-ITEM THRU 2870-EXIT
085900     GO TO 2310-EXIT.
086000 2310-EXIT.
086100     EXIT.
086200******************************************************************
086300*    2400-GATHER-REJECTS THRU 2400-EXIT
086400*
086500*    EVERY RECORD STILL ON A REJECT FILE IS WAITING TO BE
086600*    CORRECTED AND RESUBMITTED - THE NEXT RUN OF ITS PROGRAM
086700*    REWRITES THE FILE WITH WHATEVER IT REJECTS AGAIN.
086800******************************************************************
086900 2400-GATHER-REJECTS.
087000     MOVE "STOCKREJ" TO CS-IT-SOURCE
087100     MOVE "PLANNING" TO CS-REJECT-OWNER
087200     OPEN INPUT STOCK-REJECTS
087300     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
087400     IF CS-SOURCE-OPEN
087500         MOVE "N" TO CS-EOF-SWITCH
087600         PERFORM 2410-READ-STOCK-REJECT THRU 2410-EXIT
087700             UNTIL CS-END-OF-FILE
087800         CLOSE STOCK-REJECTS
087900     END-IF
088000     MOVE "PLANREJ" TO CS-IT-SOURCE
088100     MOVE "PLANNING" TO CS-REJECT-OWNER
088200     OPEN INPUT PLAN-REJECTS
088300     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
088400     IF CS-SOURCE-OPEN
088500         MOVE "N" TO CS-EOF-SWITCH
088600         PERFORM 2420-READ-PLAN-REJECT THRU 2420-EXIT
088700             UNTIL CS-END-OF-FILE
088800         CLOSE PLAN-REJECTS
088900     END-IF
089000     MOVE "MAINTREJ" TO CS-IT-SOURCE
089100     MOVE "PURCHASING" TO CS-REJECT-OWNER
089200     OPEN INPUT MAINT-REJECTS
089300     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
089400     IF CS-SOURCE-OPEN
089500         MOVE "N" TO CS-EOF-SWITCH
089600         PERFORM 2430-READ-MAINT-REJECT THRU 2430-EXIT
089700             UNTIL CS-END-OF-FILE
089800         CLOSE MAINT-REJECTS
089900     END-IF
090000     MOVE "RECVREJ" TO CS-IT-SOURCE
090100     MOVE "PURCHASING" TO CS-REJECT-OWNER
090200     OPEN INPUT RECV-REJECTS
090300     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
090400     IF CS-SOURCE-OPEN
090500         MOVE "N" TO CS-EOF-SWITCH
090600         PERFORM 2440-READ-RECV-REJECT THRU 2440-EXIT
090700             UNTIL CS-END-OF-FILE
090800         CLOSE RECV-REJECTS
090900     END-IF
091000     MOVE "MATLREJ" TO CS-IT-SOURCE
091100     MOVE "PURCHASING" TO CS-REJECT-OWNER
091200     OPEN INPUT MATL-REJECTS
091300     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
091400     IF CS-SOURCE-OPEN
091500         MOVE "N" TO CS-EOF-SWITCH
091600         PERFORM 2450-READ-MATL-REJECT THRU 2450-EXIT
091700             UNTIL CS-END-OF-FILE
091800         CLOSE MATL-REJECTS
091900     END-IF
092000     MOVE "REMNREJ" TO CS-IT-SOURCE
092100     MOVE "FLOOR" TO CS-REJECT-OWNER
092200     OPEN INPUT REMN-REJECTS
092300     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
092400     IF CS-SOURCE-OPEN
092500         MOVE "N" TO CS-EOF-SWITCH
092600         PERFORM 2460-READ-REMN-REJECT THRU 2460-EXIT
092700             UNTIL CS-END-OF-FILE
092800         CLOSE REMN-REJECTS
092900     END-IF
093000     MOVE "QADSREJ" TO CS-IT-SOURCE
093100     MOVE "QA" TO CS-REJECT-OWNER
093200     OPEN INPUT QA-DISP-REJECTS
093300     PERFORM 2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
093400     IF CS-SOURCE-OPEN
093500         MOVE "N" TO CS-EOF-SWITCH
093600         PERFORM 2470-READ-QA-DISP-REJECT THRU 2470-EXIT
093700             UNTIL CS-END-OF-FILE
093800         CLOSE QA-DISP-REJECTS
093900     END-IF
094000     GO TO 2400-EXIT.
094100 2400-EXIT.
094200     EXIT.
094300 2410-READ-STOCK-REJECT.
094400     READ STOCK-REJECTS INTO CS-REJECT-IMAGE
094500         AT END
094600             SET CS-END-OF-FILE TO TRUE
094700             GO TO 2410-EXIT
094800     END-READ
094900     PERFORM 2480-TAKE-REJECT THRU 2480-EXIT
095000     GO TO 2410-EXIT.
095100 2410-EXIT.
095200     EXIT.
095300 2420-READ-PLAN-REJECT.
095400     READ PLAN-REJECTS INTO CS-REJECT-IMAGE
095500         AT END
095600             SET CS-END-OF-FILE TO TRUE
095700             GO TO 2420-EXIT
095800     END-READ
095900     PERFORM 2480-TAKE-REJECT THRU 2480-EXIT
096000     GO TO 2420-EXIT.
096100 2420-EXIT.
096200     EXIT.
096300 2430-READ-MAINT-REJECT.
096400     READ MAINT-REJECTS INTO CS-REJECT-IMAGE
096500         AT END
096600             SET CS-END-OF-FILE TO TRUE
096700             GO TO 2430-EXIT
096800     END-READ
096900     PERFORM 2480-TAKE-REJECT THRU 2480-EXIT
097000     GO TO 2430-EXIT.
097100 2430-EXIT.
097200     EXIT.
097300 2440-READ-RECV-REJECT.
097400     READ RECV-REJECTS INTO CS-REJECT-IMAGE
097500         AT END
097600             SET CS-END-OF-FILE TO TRUE
097700             GO TO 2440-EXIT
097800     END-READ
097900     PERFORM 2480-TAKE-REJECT THRU 2480-EXIT
098000     GO TO 2440-EXIT.
098100 2440-EXIT.
098200     EXIT.
098300 2450-READ-MATL-REJECT.
098400     READ MATL-REJECTS INTO CS-REJECT-IMAGE
098500         AT END
098600             SET CS-END-OF-FILE TO TRUE
098700             GO TO 2450-EXIT
098800     END-READ
098900     PERFORM 2480-TAKE-REJECT THRU 2480-EXIT
099000     GO TO 2450-EXIT.
099100 2450-EXIT.
099200     EXIT.
099300 2460-READ-REMN-REJECT.
099400     READ REMN-REJECTS INTO CS-REJECT-IMAGE
099500         AT END
099600             SET CS-END-OF-FILE TO TRUE
099700             GO TO 2460-EXIT
099800     END-READ
099900     PERFORM 2480-TAKE-REJECT THRU 2480-EXIT
100000     GO TO 2460-EXIT.
100100 2460-EXIT.
100200     EXIT.
100300 2470-READ-QA-DISP-REJECT.
100400     READ QA-DISP-REJECTS INTO CS-REJECT-IMAGE
100500         AT END
100600             SET CS-END-OF-FILE TO TRUE
100700             GO TO 2470-EXIT
100800     END-READ
100900     PERFORM 2480-TAKE-REJECT THRU 2480-EXIT
101000     GO TO 2470-EXIT.
101100 2470-EXIT.
101200     EXIT.
101300******************************************************************
101400*    2480-TAKE-REJECT THRU 2480-EXIT
101500*
101600*    THE ITEM TEXT IS THE FRONT OF THE REJECTED CARD; FOR
101700*    STOCKREJ AND PLANREJ THE REASON CODE TAKES THE LAST TWO
101800*    COLUMNS.
101900******************************************************************
102000 2480-TAKE-REJECT.
102100     ADD 1 TO CS-SR-READ (CS-SR-HIT-SUB)
102200     IF CS-REJECT-IMAGE = SPACES
102300         GO TO 2480-EXIT
102400     END-IF
102500     MOVE 6 TO CS-IT-PRIORITY
102600     MOVE CS-REJECT-OWNER TO CS-IT-OWNER
102700     MOVE SPACES TO CS-IT-TEXT
102800     IF CS-IT-SOURCE = "STOCKREJ" OR CS-IT-SOURCE = "PLANREJ"
102900         MOVE CS-REJECT-IMAGE (1:37) TO CS-IT-TEXT (1:37)
103000         MOVE CS-REJECT-IMAGE (74:2) TO CS-IT-TEXT (39:2)
103100     ELSE
103200         MOVE CS-REJECT-IMAGE (1:40) TO CS-IT-TEXT
103300     END-IF
103400     MOVE CS-REJECT-DAYS TO CS-IT-THRESHOLD
103500     PERFORM 2850-DATE-FROM-CARRY THRU 2850-EXIT
103600     PERFORM 2860-AGE-ITEM THRU 2860-EXIT
103700     PERFORM 2870-RELEASE-ITEM THRU 2870-EXIT
103800     GO TO 2480-EXIT.
103900 2480-EXIT.
104000     EXIT.
104100******************************************************************
104200*    2700-PRINT-WORKLIST THRU 2700-EXIT
104300*
104400*    ONE PASS OVER THE SORTED WORKLIST, WITH A SECTION HEAD
104500*    WHERE THE ITEMS OVER THRESHOLD GIVE WAY TO THE REST.
104600******************************************************************
104700 2700-PRINT-WORKLIST.
104800     OPEN INPUT WORKLIST-SORTED
104900     MOVE "N" TO CS-EOF-SWITCH
105000     PERFORM 2710-READ-WORKLIST-SORTED THRU 2710-EXIT
105100     IF CS-END-OF-FILE
105200         MOVE "WORKLIST" TO CS-SC-TEXT
105300         PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
105400         MOVE "NOTHING NEEDS ATTENTION THIS MORNING"
105500             TO CS-MESSAGE-LINE
105600         WRITE EXCEPTION-REPORT-LINE FROM CS-MESSAGE-LINE
105700     END-IF
105800     PERFORM 2720-PRINT-ONE-ITEM THRU 2720-EXIT
105900         UNTIL CS-END-OF-FILE
106000     CLOSE WORKLIST-SORTED
106100     GO TO 2700-EXIT.
106200 2700-EXIT.
106300     EXIT.
106400 2710-READ-WORKLIST-SORTED.
106500     READ WORKLIST-SORTED
106600         AT END
106700             SET CS-END-OF-FILE TO TRUE
106800     END-READ
106900     GO TO 2710-EXIT.
107000 2710-EXIT.
107100     EXIT.
107200 2720-PRINT-ONE-ITEM.
107300     IF WL-GROUP NOT = CS-PREV-GROUP
107400         IF WL-OVER-THRESHOLD
107500             MOVE "OVER THRESHOLD - ACT ON THESE TODAY"
107600                 TO CS-SC-TEXT
107700         ELSE
107800             MOVE "WITHIN THRESHOLD - KEEP AN EYE ON"
107900                 TO CS-SC-TEXT
108000         END-IF
108100         PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
108200         WRITE EXCEPTION-REPORT-LINE FROM CS-WORKLIST-HEADING
108300         MOVE WL-GROUP TO CS-PREV-GROUP
108400     END-IF
108500     MOVE SPACES TO CS-WORKLIST-LINE
108600     MOVE WL-PRIORITY TO CS-WK-PRIORITY
108700     MOVE WL-AGE TO CS-WK-AGE
108800     MOVE WL-OWNER TO CS-WK-OWNER
108900     MOVE WL-SOURCE TO CS-WK-SOURCE
109000     MOVE WL-ITEM-TEXT TO CS-WK-ITEM-TEXT
109100     IF WL-OVER-THRESHOLD
109200         MOVE "OVER" TO CS-WK-FLAG
109300     END-IF
109400     WRITE EXCEPTION-REPORT-LINE FROM CS-WORKLIST-LINE
109500     PERFORM 2710-READ-WORKLIST-SORTED THRU 2710-EXIT
109600     GO TO 2720-EXIT.
109700 2720-EXIT.
109800     EXIT.
109900******************************************************************
110000*    2750-PRINT-OWNERS THRU 2750-EXIT
110100*
110200*    HOW MUCH EACH AREA HAS ON THE WORKLIST, AND HOW MUCH OF
110300*    IT IS OVER THRESHOLD.
110400******************************************************************
110500 2750-PRINT-OWNERS.
110600     IF CS-OW-COUNT = ZERO
110700         GO TO 2750-EXIT
110800     END-IF
110900     MOVE "ITEMS BY OWNER" TO CS-SC-TEXT
111000     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
111100     WRITE EXCEPTION-REPORT-LINE FROM CS-OWNER-HEADING
111200     MOVE ZERO TO CS-OW-SUB
111300     PERFORM 2760-PRINT-ONE-OWNER THRU 2760-EXIT
111400         UNTIL CS-OW-SUB NOT < CS-OW-COUNT
111500     GO TO 2750-EXIT.
111600 2750-EXIT.
111700     EXIT.
111800 2760-PRINT-ONE-OWNER.
111900     ADD 1 TO CS-OW-SUB
112000     MOVE SPACES TO CS-OWNER-LINE
112100     MOVE CS-OW-OWNER (CS-OW-SUB) TO CS-OL-OWNER
112200     MOVE CS-OW-LISTED (CS-OW-SUB) TO CS-OL-LISTED
112300     MOVE CS-OW-OVER (CS-OW-SUB) TO CS-OL-OVER
112400     WRITE EXCEPTION-REPORT-LINE FROM CS-OWNER-LINE
112500     GO TO 2760-EXIT.
112600 2760-EXIT.
112700     EXIT.
112800******************************************************************
112900*    2800-FIND-CARRY THRU 2800-EXIT
113000*
113100*    LOOKS THE CURRENT ITEM UP ON YESTERDAY'S CARRY FILE.
113200*    CS-CY-HIT-SUB IS ZERO WHEN IT WAS NOT THERE.
113300******************************************************************
113400 2800-FIND-CARRY.
113500     MOVE ZERO TO CS-CY-HIT-SUB
113600     MOVE ZERO TO CS-CY-SUB
113700     PERFORM 2810-TEST-ONE-CARRY THRU 2810-EXIT
113800         UNTIL CS-CY-SUB NOT < CS-CY-COUNT
113900             OR CS-CY-HIT-SUB > ZERO
114000     GO TO 2800-EXIT.
114100 2800-EXIT.
114200     EXIT.
114300 2810-TEST-ONE-CARRY.
114400     ADD 1 TO CS-CY-SUB
114500     IF CS-CY-SOURCE (CS-CY-SUB) = CS-IT-SOURCE
114600         AND CS-CY-TEXT (CS-CY-SUB) = CS-IT-TEXT
114700         MOVE CS-CY-SUB TO CS-CY-HIT-SUB
114800     END-IF
114900     GO TO 2810-EXIT.
115000 2810-EXIT.
115100     EXIT.
115200******************************************************************
115300*    2820-FIND-SOURCE THRU 2820-EXIT
115400*
115500*    FINDS CS-IT-SOURCE IN THE SOURCE TABLE, ADDING IT IF NEW.
115600*    LEAVES THE ENTRY'S SUBSCRIPT IN CS-SR-HIT-SUB.
115700******************************************************************
115800 2820-FIND-SOURCE.
115900     MOVE ZERO TO CS-SR-HIT-SUB
116000     MOVE ZERO TO CS-SR-SUB
116100     PERFORM 2830-TEST-ONE-SOURCE THRU 2830-EXIT
116200         UNTIL CS-SR-SUB NOT < CS-SR-COUNT
116300             OR CS-SR-HIT-SUB > ZERO
116400     IF CS-SR-HIT-SUB > ZERO
116500         GO TO 2820-EXIT
116600     END-IF
116700     IF CS-SR-COUNT NOT < CS-SR-MAX
116800         DISPLAY "CIRCSQR-EXCPT: SOURCE TABLE FULL AT "
116900             CS-SR-MAX
117000         MOVE 16 TO RETURN-CODE
117100         GOBACK
117200     END-IF
117300     ADD 1 TO CS-SR-COUNT
117400     MOVE CS-SR-COUNT TO CS-SR-HIT-SUB
117500     MOVE CS-IT-SOURCE TO CS-SR-SOURCE (CS-SR-HIT-SUB)
117600     MOVE ZERO TO CS-SR-READ (CS-SR-HIT-SUB)
117700     MOVE ZERO TO CS-SR-LISTED (CS-SR-HIT-SUB)
117800     MOVE ZERO TO CS-SR-OVER (CS-SR-HIT-SUB)
117900     MOVE "N" TO CS-SR-PRESENT (CS-SR-HIT-SUB)
118000     GO TO 2820-EXIT.
118100 2820-EXIT.
118200     EXIT.
118300 2830-TEST-ONE-SOURCE.
118400     ADD 1 TO CS-SR-SUB
118500     IF CS-SR-SOURCE (CS-SR-SUB) = CS-IT-SOURCE
118600         MOVE CS-SR-SUB TO CS-SR-HIT-SUB
118700     END-IF
118800     GO TO 2830-EXIT.
118900 2830-EXIT.
119000     EXIT.
119100******************************************************************
119200*    2840-FIND-OWNER THRU 2840-EXIT
119300*
119400*    FINDS CS-IT-OWNER IN THE OWNER TABLE, ADDING IT IF NEW.
119500*    LEAVES THE ENTRY'S SUBSCRIPT IN CS-OW-HIT-SUB.
119600******************************************************************
119700 2840-FIND-OWNER.
119800     MOVE ZERO TO CS-OW-HIT-SUB
119900     MOVE ZERO TO CS-OW-SUB
120000     PERFORM 2845-TEST-ONE-OWNER THRU 2845-EXIT
120100         UNTIL CS-OW-SUB NOT < CS-OW-COUNT
120200             OR CS-OW-HIT-SUB > ZERO
120300     IF CS-OW-HIT-SUB > ZERO
120400         GO TO 2840-EXIT
120500     END-IF
120600     IF CS-OW-COUNT NOT < CS-OW-MAX
120700         DISPLAY "CIRCSQR-EXCPT: OWNER TABLE FULL AT "
120800             CS-OW-MAX
120900         MOVE 16 TO RETURN-CODE
121000         GOBACK
121100     END-IF
121200     ADD 1 TO CS-OW-COUNT
121300     MOVE CS-OW-COUNT TO CS-OW-HIT-SUB
121400     MOVE CS-IT-OWNER TO CS-OW-OWNER (CS-OW-HIT-SUB)
121500     MOVE ZERO TO CS-OW-LISTED (CS-OW-HIT-SUB)
121600     MOVE ZERO TO CS-OW-OVER (CS-OW-HIT-SUB)
121700     GO TO 2840-EXIT.
121800 2840-EXIT.
121900     EXIT.
122000 2845-TEST-ONE-OWNER.
122100     ADD 1 TO CS-OW-SUB
122200     IF CS-OW-OWNER (CS-OW-SUB) = CS-IT-OWNER
122300         MOVE CS-OW-SUB TO CS-OW-HIT-SUB
122400     END-IF
122500     GO TO 2845-EXIT.
122600 2845-EXIT.
122700     EXIT.
122800******************************************************************
122900*    2850-DATE-FROM-CARRY THRU 2850-EXIT
123000*
123100*    AN UNDATED ITEM IS DATED THE DAY IT WAS FIRST SEEN - FROM
123200*    THE CARRY FILE IF IT WAS THERE YESTERDAY, OTHERWISE TODAY
123300*    - AND IS CARRIED ON TO TOMORROW.
123400******************************************************************
123500 2850-DATE-FROM-CARRY.
123600     PERFORM 2800-FIND-CARRY THRU 2800-EXIT
123700     IF CS-CY-HIT-SUB > ZERO
123800         MOVE CS-CY-FIRST-SEEN (CS-CY-HIT-SUB) TO CS-IT-DATE
123900     ELSE
124000         MOVE CS-RUN-DATE TO CS-IT-DATE
124100     END-IF
124200     MOVE SPACES TO EXCEPTION-CARRY-RECORD
124300     MOVE CS-IT-SOURCE TO EX-SOURCE
124400     MOVE CS-IT-TEXT TO EX-ITEM-TEXT
124500     MOVE CS-IT-DATE TO EX-FIRST-SEEN-DATE
124600     WRITE EXCEPTION-CARRY-OUT-RECORD FROM EXCEPTION-CARRY-RECORD
124700     IF CS-EXCPOUT-FILE-STATUS NOT = "00"
124800         DISPLAY "CIRCSQR-EXCPT: EXCPOUT WRITE FAILED, STATUS "
124900             CS-EXCPOUT-FILE-STATUS
125000         MOVE 16 TO RETURN-CODE
125100         GOBACK
125200     END-IF
125300     ADD 1 TO CS-CARRIED-COUNT
125400     GO TO 2850-EXIT.
125500 2850-EXIT.
125600     EXIT.
125700******************************************************************
125800*    2860-AGE-ITEM THRU 2860-EXIT
125900*
126000*    AGE IN DAYS FROM CS-IT-DATE TO TODAY.  A ZERO OR UNREAL
126100*    DATE, OR ONE IN THE FUTURE, AGES ZERO.
126200******************************************************************
126300 2860-AGE-ITEM.
126400     MOVE ZERO TO CS-IT-AGE
126500     MOVE "N" TO CS-IT-OVER-SWITCH
126600     IF CS-IT-DATE > ZERO
126700         COMPUTE CS-ITEM-DAY-NUMBER =
126800             FUNCTION INTEGER-OF-DATE (CS-IT-DATE)
126900             ON SIZE ERROR
127000                 MOVE ZERO TO CS-ITEM-DAY-NUMBER
127100         END-COMPUTE
127200         IF CS-ITEM-DAY-NUMBER > ZERO
127300             AND CS-ITEM-DAY-NUMBER < CS-RUN-DAY-NUMBER
127400             COMPUTE CS-IT-AGE =
127500                 CS-RUN-DAY-NUMBER - CS-ITEM-DAY-NUMBER
127600                 ON SIZE ERROR
127700                     MOVE 99999 TO CS-IT-AGE
127800             END-COMPUTE
127900         END-IF
128000     END-IF
128100     IF CS-IT-AGE NOT < CS-IT-THRESHOLD
128200         SET CS-IT-OVER TO TRUE
128300     END-IF
128400     GO TO 2860-EXIT.
128500 2860-EXIT.
128600     EXIT.
128700******************************************************************
128800*    2870-RELEASE-ITEM THRU 2870-EXIT
128900******************************************************************
129000 2870-RELEASE-ITEM.
129100     PERFORM 2840-FIND-OWNER THRU 2840-EXIT
129200     MOVE SPACES TO SORT-WORKLIST-RECORD
129300     IF CS-IT-OVER
129400         MOVE "1" TO SX-GROUP
129500         ADD 1 TO CS-OVER-COUNT
129600         ADD 1 TO CS-SR-OVER (CS-SR-HIT-SUB)
129700         ADD 1 TO CS-OW-OVER (CS-OW-HIT-SUB)
129800     ELSE
129900         MOVE "2" TO SX-GROUP
130000     END-IF
130100     MOVE CS-IT-PRIORITY TO SX-PRIORITY
130200     MOVE CS-IT-AGE TO SX-AGE
130300     MOVE CS-IT-OWNER TO SX-OWNER
130400     MOVE CS-IT-SOURCE TO SX-SOURCE
130500     MOVE CS-IT-TEXT TO SX-ITEM-TEXT
130600     RELEASE SORT-WORKLIST-RECORD
130700     ADD 1 TO CS-LISTED-COUNT
130800     ADD 1 TO CS-SR-LISTED (CS-SR-HIT-SUB)
130900     ADD 1 TO CS-OW-LISTED (CS-OW-HIT-SUB)
131000     GO TO 2870-EXIT.
131100 2870-EXIT.
131200     EXIT.
131300******************************************************************
131400*    2880-CHECK-SOURCE-OPEN THRU 2880-EXIT
131500*
131600*    AFTER EACH SOURCE'S OPEN.  NOT THERE (STATUS 35) LEAVES
131700*    CS-SOURCE-SWITCH OFF AND THE SOURCE NOTED AS NOT PRESENT;
131800*    ANY OTHER FAILURE ABENDS.  LEAVES THE SOURCE'S ENTRY IN
131900*    CS-SR-HIT-SUB FOR THE READ COUNT.
132000******************************************************************
132100 2880-CHECK-SOURCE-OPEN.
132200     MOVE "N" TO CS-SOURCE-SWITCH
132300     PERFORM 2820-FIND-SOURCE THRU 2820-EXIT
132400     IF CS-SOURCE-NOT-FOUND
132500         GO TO 2880-EXIT
132600     END-IF
132700     IF CS-SOURCE-FILE-STATUS NOT = "00"
132800         DISPLAY "CIRCSQR-EXCPT: " CS-IT-SOURCE
132900             " OPEN FAILED, STATUS " CS-SOURCE-FILE-STATUS
133000         MOVE 16 TO RETURN-CODE
133100         GOBACK
133200     END-IF
133300     MOVE "Y" TO CS-SR-PRESENT (CS-SR-HIT-SUB)
133400     SET CS-SOURCE-OPEN TO TRUE
133500     GO TO 2880-EXIT.
133600 2880-EXIT.
133700     EXIT.
133800******************************************************************
133900*    2900-WRITE-SECTION-HEAD THRU 2900-EXIT
134000******************************************************************
134100 2900-WRITE-SECTION-HEAD.
134200     MOVE SPACES TO EXCEPTION-REPORT-LINE
134300     WRITE EXCEPTION-REPORT-LINE
134400     WRITE EXCEPTION-REPORT-LINE FROM CS-SECTION-LINE
134500     GO TO 2900-EXIT.
134600 2900-EXIT.
134700     EXIT.
134800******************************************************************
134900*    3000-TERMINATE
135000******************************************************************
135100 3000-TERMINATE.
135200     CLOSE EXCEPTION-CARRY-OUT
135300     PERFORM 3100-WRITE-CONTROL-COUNTS THRU 3100-EXIT
135400     IF CS-OVER-COUNT > ZERO
135500         MOVE 4 TO RETURN-CODE
135600     END-IF
135700     CLOSE EXCEPTION-REPORT.
135800******************************************************************
135900*    3100-WRITE-CONTROL-COUNTS THRU 3100-EXIT
136000*
136100*    PER SOURCE, RECORDS READ (PRINT FILES COUNT EVERY LINE)
136200*    AND ITEMS LISTED.  ITEMS LISTED = OVER THRESHOLD + WITHIN;
136300*    QA HOLDS READ = LISTED + UNDER THRESHOLD.
136400******************************************************************
136500 3100-WRITE-CONTROL-COUNTS.
136600     MOVE "SOURCES" TO CS-SC-TEXT
136700     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
136800     WRITE EXCEPTION-REPORT-LINE FROM CS-SOURCE-HEADING
136900     MOVE ZERO TO CS-SR-SUB
137000     PERFORM 3110-WRITE-ONE-SOURCE THRU 3110-EXIT
137100         UNTIL CS-SR-SUB NOT < CS-SR-COUNT
137200     MOVE SPACES TO EXCEPTION-REPORT-LINE
137300     WRITE EXCEPTION-REPORT-LINE
137400     MOVE SPACES TO CS-TOTAL-LINE
137500     MOVE "ITEMS LISTED" TO CS-TL-LABEL
137600     MOVE CS-LISTED-COUNT TO CS-TL-COUNT
137700     WRITE EXCEPTION-REPORT-LINE FROM CS-TOTAL-LINE
137800     MOVE SPACES TO CS-TOTAL-LINE
137900     MOVE "ITEMS OVER THRESHOLD" TO CS-TL-LABEL
138000     MOVE CS-OVER-COUNT TO CS-TL-COUNT
138100     WRITE EXCEPTION-REPORT-LINE FROM CS-TOTAL-LINE
138200     MOVE SPACES TO CS-TOTAL-LINE
138300     MOVE "QA HOLDS UNDER THRESHOLD" TO CS-TL-LABEL
138500     MOVE CS-YOUNG-HOLD-COUNT TO CS-TL-COUNT
138600     WRITE EXCEPTION-REPORT-LINE FROM CS-TOTAL-LINE
138700     MOVE SPACES TO CS-TOTAL-LINE
138800     MOVE "CARRY ITEMS READ FROM EXCPIN" TO CS-TL-LABEL
138900     MOVE CS-CY-COUNT TO CS-TL-COUNT
139000     WRITE EXCEPTION-REPORT-LINE FROM CS-TOTAL-LINE
139100     MOVE SPACES TO CS-TOTAL-LINE
139200     MOVE "CARRY ITEMS WRITTEN TO EXCPOUT" TO CS-TL-LABEL
139300     MOVE CS-CARRIED-COUNT TO CS-TL-COUNT
139400     WRITE EXCEPTION-REPORT-LINE FROM CS-TOTAL-LINE
139500     GO TO 3100-EXIT.
139600 3100-EXIT.
139700     EXIT.
139800 3110-WRITE-ONE-SOURCE.
139900     ADD 1 TO CS-SR-SUB
140000     MOVE SPACES TO CS-SOURCE-LINE
140100     MOVE CS-SR-SOURCE (CS-SR-SUB) TO CS-SL-SOURCE
140200     MOVE CS-SR-READ (CS-SR-SUB) TO CS-SL-READ
140300     MOVE CS-SR-LISTED (CS-SR-SUB) TO CS-SL-LISTED
140400     MOVE CS-SR-OVER (CS-SR-SUB) TO CS-SL-OVER
140500     IF NOT CS-SR-WAS-PRESENT (CS-SR-SUB)
140600         MOVE "NOT PRESENT" TO CS-SL-NOTE
140700     END-IF
140800     WRITE EXCEPTION-REPORT-LINE FROM CS-SOURCE-LINE
140900     GO TO 3110-EXIT.
141000 3110-EXIT.
141100     EXIT.
141200 END PROGRAM CIRCSQR-EXCPT.
