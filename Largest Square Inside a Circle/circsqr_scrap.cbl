000100******************************************************************
000200*    PROGRAM-ID.  CIRCSQR-SCRAP
000300*    AUTHOR.      R. OKONKWO-HALE, CUTTING FLOOR SYSTEMS
000400*    INSTALLATION. CIRCLE-SQUARING SHOP
000500*    DATE-WRITTEN. 2026-10-15
000600*    DATE-COMPILED.
000700*
000800*    REMARKS.  SCRAP SETTLEMENT RECONCILIATION.  THE SCRAP
000900*    DEALER PAYS BY WEIGHT, BUT UNTIL NOW THE SUITE KEPT WASTE
001000*    ONLY AS AREA, SO NOBODY COULD SAY WHETHER A SETTLEMENT WAS
001100*    RIGHT.  THIS RUN, ONCE THE DEALER'S PAPERWORK FOR A MONTH
001200*    IS IN:
001300*      - TAKES THE MONTH'S EXPECTED SCRAP BY MATERIAL FROM THE
001400*        COSTMAT ROWS CIRCSQR-BATCH POSTS - THE WEIGHT OF THE
001500*        WASTE AT EACH MATERIAL'S MATLMAST DENSITY, AND THE
001600*        SCRAP CREDIT COSTRPT SAYS WE EARNED;
001700*      - TAKES THE DEALER'S WEIGH TICKETS AND SETTLEMENT
001800*        STATEMENT FROM SCRAPTKT, AS KEYED FROM THE PAPERWORK,
001900*        AND ADDS THEM UP BY MATERIAL;
002000*      - COMPARES WEIGHT WITH WEIGHT AND CREDIT WITH SETTLEMENT
002100*        FOR EACH MATERIAL AND FOR THE MONTH, AND LISTS EVERY
002200*        VARIANCE OVER TOLERANCE ON SCRPRPT FOR FOLLOW-UP WITH
002300*        THE DEALER.
002400*    THE EXPECTED FIGURES STAND ON THE SAME WASTE AREA AS THE
002500*    SCRAP CREDIT, SO THE TWO ARE ALWAYS ON THE SAME BASIS.  A
002600*    MONTH WHOSE COSTMAT ROW WAS STARTED BEFORE SCRAP WEIGHT
002700*    WAS POSTED HAS NO WHOLE-MONTH WEIGHT, AND A MATERIAL WITH
002800*    NO DENSITY ON MATLMAST WAS WEIGHED AT ZERO - EITHER WAY
002900*    THE WEIGHT IS PRINTED AS NOT KNOWN AND ONLY THE CREDIT IS
003000*    RECONCILED.  NOTHING IS WRITTEN BUT THE REPORT, SO THE RUN
003100*    MAY BE REPEATED AS CORRECTED PAPERWORK COMES IN.
003200*
003300*    PARAMETER CARD (SCRPPARM, ONE RECORD, OPTIONAL).
003400*        COLS  1-6   SCRAP MONTH YYYYMM - SPACES, OR NO CARD,
003500*                    MEANS LAST MONTH
003600*        COLS  7-9   WEIGHT TOLERANCE PERCENT, 9(2)V9 -
003700*                    SPACES, OR NO CARD, MEANS 05.0
003800*        COLS 10-12  CREDIT TOLERANCE PERCENT, 9(2)V9 -
003900*                    SPACES, OR NO CARD, MEANS 05.0
004000*
004100*    RETURN CODES.
004200*        0   SETTLEMENT AGREES WITHIN TOLERANCE
004300*        4   A VARIANCE IS OVER TOLERANCE, OR A DEALER RECORD
004400*            COULD NOT BE USED - SEE SCRPRPT
004500*       16   RUN FAILED
004600*
004700*    MODIFICATION HISTORY.
004800*    2026-10-15  ROH  ORIGINAL VERSION.
004900******************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID. CIRCSQR-SCRAP.
005200 AUTHOR. R. OKONKWO-HALE.
005300 INSTALLATION. CIRCLE-SQUARING SHOP.
005400 DATE-WRITTEN. 2026-10-15.
005500 DATE-COMPILED.
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. GNUCOBOL.
005900 OBJECT-COMPUTER. GNUCOBOL.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT SCRAP-PARM ASSIGN TO "SCRPPARM"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CS-PARM-FILE-STATUS.
006500     SELECT DEALER-TICKETS ASSIGN TO "SCRAPTKT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS CS-TICKET-FILE-STATUS.
006800     SELECT MATERIAL-COST ASSIGN TO "COSTMAT"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS CT-KEY
007200         FILE STATUS IS CS-COSTMAT-FILE-STATUS.
007300     SELECT MATERIAL-MASTER ASSIGN TO "MATLMAST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS MM-MATERIAL-CODE
007700         FILE STATUS IS CS-MATL-FILE-STATUS.
007800     SELECT SCRAP-REPORT ASSIGN TO "SCRPRPT"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  SCRAP-PARM
008300     RECORDING MODE IS F.
008400 01  SCRAP-PARM-RECORD.
008500     05  XP-PERIOD-X.
008600         10  XP-PERIOD        PIC 9(06).
008700     05  XP-WEIGHT-TOLERANCE-X.
008800         10  XP-WEIGHT-TOLERANCE PIC 9(2)V9(1).
008900     05  XP-CREDIT-TOLERANCE-X.
009000         10  XP-CREDIT-TOLERANCE PIC 9(2)V9(1).
009100     05  FILLER               PIC X(68).
009200 FD  DEALER-TICKETS
009300     RECORDING MODE IS F.
009400     COPY SCRAPTKT.
009500 FD  MATERIAL-COST
009600     RECORDING MODE IS F.
009700     COPY COSTMAT.
009800 FD  MATERIAL-MASTER
009900     RECORDING MODE IS F.
010000     COPY MATLMAST.
010100 FD  SCRAP-REPORT
010200     RECORDING MODE IS F.
010300 01  SCRAP-REPORT-LINE        PIC X(80).
010400 WORKING-STORAGE SECTION.
010500 01  CS-SWITCHES.
010600     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
010700         88  CS-END-OF-FILE   VALUE "Y".
010800     05  CS-PARM-FILE-STATUS  PIC X(02)  VALUE "00".
010900         88  CS-PARM-NOT-FOUND VALUE "35".
011000     05  CS-TICKET-FILE-STATUS PIC X(02) VALUE "00".
011100     05  CS-COSTMAT-FILE-STATUS PIC X(02) VALUE "00".
011200         88  CS-COSTMAT-NOT-FOUND VALUE "35".
011300     05  CS-MATL-FILE-STATUS  PIC X(02)  VALUE "00".
011400     05  CS-MATL-SWITCH       PIC X(01)  VALUE "N".
011500         88  CS-MATL-FOUND    VALUE "Y".
011600     05  CS-REJECT-HEAD-SWITCH PIC X(01) VALUE "N".
011700         88  CS-REJECT-HEAD-WRITTEN VALUE "Y".
011800 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
011900 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
012000******************************************************************
012100*    THE SCRAP MONTH.  THE DEALER SETTLES A MONTH IN ARREARS,
012200*    SO WITH NO CARD THE RUN RECONCILES LAST MONTH.
012300******************************************************************
012400 01  CS-PERIOD-FIELDS.
012500     05  CS-PERIOD            PIC 9(06)  VALUE ZERO.
012600     05  CS-PERIOD-R REDEFINES CS-PERIOD.
012700         10  CS-PERIOD-YEAR   PIC 9(04).
012800         10  CS-PERIOD-MONTH  PIC 9(02).
012900     05  CS-RUN-MONTH         PIC 9(06)  VALUE ZERO.
013000     05  CS-TICKET-DATE       PIC 9(08)  VALUE ZERO.
013100     05  CS-TICKET-DATE-R REDEFINES CS-TICKET-DATE.
013200         10  CS-TICKET-MONTH  PIC 9(06).
013300         10  CS-TICKET-DAY    PIC 9(02).
013400 01  CS-TOLERANCE-FIELDS.
013500     05  CS-WEIGHT-TOLERANCE  PIC 9(2)V9(1) VALUE 05.0.
013600     05  CS-CREDIT-TOLERANCE  PIC 9(2)V9(1) VALUE 05.0.
013700******************************************************************
013800*    ONE ENTRY PER MATERIAL ON THE MONTH'S COSTMAT ROWS OR THE
013900*    DEALER'S PAPERWORK.  A MATERIAL THE DEALER WEIGHED THAT WE
014000*    CUT NONE OF STILL GETS AN ENTRY - IT IS A VARIANCE TOO.
014100*    CS-MT-WEIGHT-SWITCH SAYS WHY AN EXPECTED WEIGHT IS NOT
014200*    KNOWN: "P" THE COSTMAT ROW PREDATES SCRAP WEIGHT, "Z" WASTE
014300*    WAS WEIGHED AT A ZERO DENSITY.  A FULL TABLE ABENDS RATHER
014400*    THAN RECONCILE PART OF THE MONTH.
014500******************************************************************
014600 01  CS-MATERIAL-TABLE.
014700     05  CS-MT-ENTRY OCCURS 20 TIMES.
014800         10  CS-MT-MATERIAL   PIC X(02).
014900         10  CS-MT-EXPECTED-WEIGHT PIC 9(9)V9(3).
015000         10  CS-MT-EXPECTED-CREDIT PIC 9(9)V9(2).
015100         10  CS-MT-TICKET-WEIGHT PIC 9(9)V9(3).
015200         10  CS-MT-TICKET-AMOUNT PIC 9(9)V9(2).
015300         10  CS-MT-STATEMENT-AMOUNT PIC 9(9)V9(2).
015400         10  CS-MT-TICKET-COUNT PIC 9(05).
015500         10  CS-MT-STATEMENT-COUNT PIC 9(05).
015600         10  CS-MT-WEIGHT-SWITCH PIC X(01).
015700             88  CS-MT-WEIGHT-KNOWN VALUE " ".
015800             88  CS-MT-WEIGHT-PARTIAL VALUE "P".
015900             88  CS-MT-NO-DENSITY VALUE "Z".
016000         10  CS-MT-FOLLOW-WEIGHT PIC X(01).
016100             88  CS-MT-WEIGHT-OVER VALUE "Y".
016200         10  CS-MT-FOLLOW-CREDIT PIC X(01).
016300             88  CS-MT-CREDIT-OVER VALUE "Y".
016400 77  CS-MT-COUNT              PIC 9(02)  VALUE ZERO COMP.
016500 77  CS-MT-MAX                PIC 9(02)  VALUE 20 COMP.
016600 77  CS-MT-SUB                PIC 9(02)  VALUE ZERO COMP.
016700 77  CS-MT-HIT-SUB            PIC 9(02)  VALUE ZERO COMP.
016800 01  CS-FIND-MATERIAL         PIC X(02)  VALUE SPACES.
016900******************************************************************
017000*    ONE EXPECTED-AGAINST-DEALER COMPARISON.  THE VARIANCE IS
017100*    DEALER LESS EXPECTED - NEGATIVE IS THE DEALER SHORT OF US.
017200*    THE PERCENT IS OF THE EXPECTED FIGURE; WITH NOTHING
017300*    EXPECTED THERE IS NO PERCENT, AND ANYTHING AT ALL FROM THE
017400*    DEALER IS OVER TOLERANCE.
017500******************************************************************
017600 01  CS-COMPARE-FIELDS.
017700     05  CS-CMP-EXPECTED      PIC 9(9)V9(3)  VALUE ZERO.
017800     05  CS-CMP-ACTUAL        PIC 9(9)V9(3)  VALUE ZERO.
017900     05  CS-CMP-TOLERANCE     PIC 9(2)V9(1)  VALUE ZERO.
018000     05  CS-CMP-VARIANCE      PIC S9(9)V9(3) VALUE ZERO.
018100     05  CS-CMP-SPREAD        PIC 9(9)V9(3)  VALUE ZERO.
018200     05  CS-CMP-PERCENT       PIC 9(5)V9(1)  VALUE ZERO.
018300     05  CS-CMP-SWITCH        PIC X(01)      VALUE "N".
018400         88  CS-CMP-OVER      VALUE "Y".
018500 01  CS-SETTLED-AMOUNT        PIC 9(9)V9(2)  VALUE ZERO.
018600 01  CS-GRAND-TOTALS.
018700     05  CS-GT-EXPECTED-WEIGHT PIC 9(9)V9(3) VALUE ZERO.
018800     05  CS-GT-TICKET-WEIGHT  PIC 9(9)V9(3)  VALUE ZERO.
018900     05  CS-GT-EXPECTED-CREDIT PIC 9(9)V9(2) VALUE ZERO.
019000     05  CS-GT-SETTLED-AMOUNT PIC 9(9)V9(2)  VALUE ZERO.
019100 01  CS-COUNTERS.
019200     05  CS-RECORD-COUNT      PIC 9(06)  VALUE ZERO COMP.
019300     05  CS-TICKET-COUNT      PIC 9(06)  VALUE ZERO COMP.
019400     05  CS-STATEMENT-COUNT   PIC 9(06)  VALUE ZERO COMP.
019500     05  CS-OUTSIDE-COUNT     PIC 9(06)  VALUE ZERO COMP.
019600     05  CS-REJECT-COUNT      PIC 9(06)  VALUE ZERO COMP.
019700     05  CS-COSTMAT-COUNT     PIC 9(06)  VALUE ZERO COMP.
019800     05  CS-UNWEIGHED-COUNT   PIC 9(06)  VALUE ZERO COMP.
019900     05  CS-FOLLOW-UP-COUNT   PIC 9(06)  VALUE ZERO COMP.
020000 01  CS-HEADING-1.
020100     05  FILLER               PIC X(20)  VALUE "CIRCSQR-SCRAP".
020200     05  FILLER               PIC X(40)  VALUE
020300         "SCRAP SETTLEMENT RECONCILIATION".
020400     05  FILLER               PIC X(08)  VALUE "RUN".
020500     05  CS-H1-RUN-DATE       PIC 9(08).
020600 01  CS-PERIOD-LINE.
020700     05  FILLER               PIC X(12)  VALUE "SCRAP MONTH".
020800     05  CS-PL-PERIOD         PIC 9(06).
020900     05  FILLER               PIC X(24)  VALUE
021000         "   WEIGHT TOLERANCE PCT".
021100     05  CS-PL-WEIGHT-TOLERANCE PIC ZZ9.9.
021200     05  FILLER               PIC X(24)  VALUE
021300         "   CREDIT TOLERANCE PCT".
021400     05  CS-PL-CREDIT-TOLERANCE PIC ZZ9.9.
021500 01  CS-SECTION-LINE.
021600     05  FILLER               PIC X(04)  VALUE "*** ".
021700     05  CS-SC-TEXT           PIC X(40).
021800 01  CS-REJECT-LINE.
021900     05  CS-RJ-REASON         PIC X(22).
022000     05  CS-RJ-RECORD         PIC X(58).
022100 01  CS-MATERIAL-LINE.
022200     05  FILLER               PIC X(09)  VALUE "MATERIAL".
022300     05  CS-ML-MATERIAL       PIC X(03).
022400     05  CS-ML-DESCRIPTION    PIC X(24).
022500     05  FILLER               PIC X(09)  VALUE "TICKETS".
022600     05  CS-ML-TICKETS        PIC ZZZZ9.
022700     05  FILLER               PIC X(14)  VALUE
022800         "   STATEMENT".
022900     05  CS-ML-STATEMENTS     PIC ZZZZ9.
023000 01  CS-COMPARE-HEADING.
023100     05  FILLER               PIC X(12)  VALUE "MEASURE".
023200     05  FILLER               PIC X(13)  VALUE "EXPECTED".
023300     05  FILLER               PIC X(13)  VALUE "DEALER".
023400     05  FILLER               PIC X(14)  VALUE "VARIANCE".
023500     05  FILLER               PIC X(08)  VALUE "PCT".
023600     05  FILLER               PIC X(16)  VALUE "STATUS".
023700 01  CS-COMPARE-LINE.
023800     05  CS-CL-MEASURE        PIC X(12).
023900     05  CS-CL-EXPECTED       PIC ZZZZZZZZ9.99.
024000     05  CS-CL-EXPECTED-X REDEFINES CS-CL-EXPECTED
024100                              PIC X(12).
024200     05  FILLER               PIC X(01).
024300     05  CS-CL-ACTUAL         PIC ZZZZZZZZ9.99.
024400     05  FILLER               PIC X(01).
024500     05  CS-CL-VARIANCE       PIC -ZZZZZZZZ9.99.
024600     05  CS-CL-VARIANCE-X REDEFINES CS-CL-VARIANCE
024700                              PIC X(13).
024800     05  FILLER               PIC X(01).
024900     05  CS-CL-PERCENT        PIC ZZZZ9.9.
025000     05  CS-CL-PERCENT-X REDEFINES CS-CL-PERCENT
025100                              PIC X(07).
025200     05  FILLER               PIC X(01).
025300     05  CS-CL-STATUS         PIC X(16).
025400 01  CS-FOLLOW-HEADING.
025500     05  FILLER               PIC X(04)  VALUE "MAT".
025600     05  FILLER               PIC X(22)  VALUE "DESCRIPTION".
025700     05  FILLER               PIC X(12)  VALUE "MEASURE".
025800     05  FILLER               PIC X(14)  VALUE "VARIANCE".
025900     05  FILLER               PIC X(08)  VALUE "PCT".
026000 01  CS-FOLLOW-LINE.
026100     05  CS-FL-MATERIAL       PIC X(04).
026200     05  CS-FL-DESCRIPTION    PIC X(22).
026300     05  CS-FL-MEASURE        PIC X(12).
026400     05  CS-FL-VARIANCE       PIC X(13).
026500     05  FILLER               PIC X(01).
026600     05  CS-FL-PERCENT        PIC X(07).
026700 01  CS-MESSAGE-LINE          PIC X(80)  VALUE SPACES.
026800 01  CS-TOTAL-LINE.
026900     05  CS-TL-LABEL          PIC X(36).
027000     05  CS-TL-COUNT          PIC ZZZZZ9.
027100 PROCEDURE DIVISION.
027200******************************************************************
027300*    0000-MAINLINE
027400******************************************************************
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE
027700     PERFORM 2000-LOAD-EXPECTED THRU 2000-EXIT
027800     PERFORM 2100-LOAD-DEALER-RECORDS THRU 2100-EXIT
027900     PERFORM 2300-PRINT-MATERIALS THRU 2300-EXIT
028000     PERFORM 2400-PRINT-MONTH-TOTALS THRU 2400-EXIT
028100     PERFORM 2500-PRINT-FOLLOW-UP THRU 2500-EXIT
028200     PERFORM 3000-TERMINATE
028300     GOBACK.
028400******************************************************************
028500*    1000-INITIALIZE
028600******************************************************************
028700 1000-INITIALIZE.
028800     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
028900     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
029000     MOVE CS-CURRENT-DATE-TIME (1:6) TO CS-RUN-MONTH
029100     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
029200     PERFORM 1200-OPEN-FILES THRU 1200-EXIT
029300     OPEN OUTPUT SCRAP-REPORT
029400     MOVE CS-RUN-DATE TO CS-H1-RUN-DATE
029500     WRITE SCRAP-REPORT-LINE FROM CS-HEADING-1
029600     MOVE CS-PERIOD TO CS-PL-PERIOD
029700     MOVE CS-WEIGHT-TOLERANCE TO CS-PL-WEIGHT-TOLERANCE
029800     MOVE CS-CREDIT-TOLERANCE TO CS-PL-CREDIT-TOLERANCE
029900     WRITE SCRAP-REPORT-LINE FROM CS-PERIOD-LINE.
030000******************************************************************
030100*    1100-READ-PARM-CARD THRU 1100-EXIT
030200*
030300*    NO CARD, AN EMPTY ONE, OR A BLANK FIELD TAKES THE DEFAULT.
030400*    A MONTH THAT IS NOT A REAL YYYYMM, ONE NOT YET OVER, OR A
030500*    TOLERANCE THAT IS NOT A NUMBER ABENDS BEFORE ANYTHING IS
030600*    REPORTED.
030700******************************************************************
030800 1100-READ-PARM-CARD.
030900     MOVE CS-RUN-MONTH TO CS-PERIOD
031000     IF CS-PERIOD-MONTH = 01
031100         SUBTRACT 1 FROM CS-PERIOD-YEAR
031200         MOVE 12 TO CS-PERIOD-MONTH
031300     ELSE
031400         SUBTRACT 1 FROM CS-PERIOD-MONTH
031500     END-IF
031600     OPEN INPUT SCRAP-PARM
031700     IF CS-PARM-NOT-FOUND
031800         GO TO 1100-EXIT
031900     END-IF
032000     READ SCRAP-PARM
032100         AT END
032200             CLOSE SCRAP-PARM
032300             GO TO 1100-EXIT
032400     END-READ
032500     CLOSE SCRAP-PARM
032600     IF XP-PERIOD-X NOT = SPACES
032700         IF XP-PERIOD NOT NUMERIC
032800             DISPLAY "CIRCSQR-SCRAP: BAD MONTH ON SCRPPARM "
032900                 XP-PERIOD-X
033000             MOVE 16 TO RETURN-CODE
033100             GOBACK
033200         END-IF
033300         MOVE XP-PERIOD TO CS-PERIOD
033400         IF CS-PERIOD-MONTH < 1 OR CS-PERIOD-MONTH > 12
033500             OR CS-PERIOD-YEAR < 1601
033600             DISPLAY "CIRCSQR-SCRAP: BAD MONTH ON SCRPPARM "
033700                 XP-PERIOD-X
033800             MOVE 16 TO RETURN-CODE
033900             GOBACK
034000         END-IF
034100         IF CS-PERIOD NOT < CS-RUN-MONTH
034200             DISPLAY "CIRCSQR-SCRAP: MONTH " CS-PERIOD
034300                 " IS NOT OVER YET"
034400             MOVE 16 TO RETURN-CODE
034500             GOBACK
034600         END-IF
034700     END-IF
034800     IF XP-WEIGHT-TOLERANCE-X NOT = SPACES
034900         IF XP-WEIGHT-TOLERANCE NOT NUMERIC
035000             DISPLAY "CIRCSQR-SCRAP: BAD WEIGHT TOLERANCE ON "
035100                 "SCRPPARM " XP-WEIGHT-TOLERANCE-X
035200             MOVE 16 TO RETURN-CODE
035300             GOBACK
035400         END-IF
035500         MOVE XP-WEIGHT-TOLERANCE TO CS-WEIGHT-TOLERANCE
035600     END-IF
035700     IF XP-CREDIT-TOLERANCE-X NOT = SPACES
035800         IF XP-CREDIT-TOLERANCE NOT NUMERIC
035900             DISPLAY "CIRCSQR-SCRAP: BAD CREDIT TOLERANCE ON "
036000                 "SCRPPARM " XP-CREDIT-TOLERANCE-X
036100             MOVE 16 TO RETURN-CODE
036200             GOBACK
036300         END-IF
036400         MOVE XP-CREDIT-TOLERANCE TO CS-CREDIT-TOLERANCE
036500     END-IF
036600     GO TO 1100-EXIT.
036700 1100-EXIT.
036800     EXIT.
036900******************************************************************
037000*    1200-OPEN-FILES THRU 1200-EXIT
037100*
037200*    ALL THREE MUST OPEN.  A RUN THAT FOUND NO TICKETS BECAUSE
037300*    IT HAD NO FILE WOULD REPORT THE DEALER AS OWING US THE
037400*    WHOLE MONTH; A MONTH THE DEALER GENUINELY DID NOT COLLECT
037500*    IS RUN WITH SCRAPTKT DUMMY.  NO COSTMAT AT ALL MEANS
037600*    CIRCSQR-BATCH HAS NEVER COSTED A BLANK - NOT A MONTH TO
037700*    RECONCILE.
037800******************************************************************
037900 1200-OPEN-FILES.
038000     OPEN INPUT DEALER-TICKETS
038100     IF CS-TICKET-FILE-STATUS NOT = "00"
038200         DISPLAY "CIRCSQR-SCRAP: SCRAPTKT OPEN FAILED, STATUS "
038300             CS-TICKET-FILE-STATUS
038400         MOVE 16 TO RETURN-CODE
038500         GOBACK
038600     END-IF
038700     OPEN INPUT MATERIAL-MASTER
038800     IF CS-MATL-FILE-STATUS NOT = "00"
038900         DISPLAY "CIRCSQR-SCRAP: MATLMAST OPEN FAILED, STATUS "
039000             CS-MATL-FILE-STATUS
039100         MOVE 16 TO RETURN-CODE
039200         GOBACK
039300     END-IF
039400     OPEN INPUT MATERIAL-COST
039500     IF CS-COSTMAT-FILE-STATUS NOT = "00"
039600         DISPLAY "CIRCSQR-SCRAP: COSTMAT OPEN FAILED, STATUS "
039700             CS-COSTMAT-FILE-STATUS
039800         MOVE 16 TO RETURN-CODE
039900         GOBACK
040000     END-IF
040100     GO TO 1200-EXIT.
040200 1200-EXIT.
040300     EXIT.
040400******************************************************************
040500*    2000-LOAD-EXPECTED THRU 2000-EXIT
040600*
040700*    THE MONTH'S COSTMAT ROWS, ONE PER MATERIAL CUT.  NO ROW
040800*    FOR THE MONTH IS A MONTH WITH NOTHING CUT - EVERYTHING
040900*    THE DEALER WEIGHED IS THEN A VARIANCE.
041000******************************************************************
041100 2000-LOAD-EXPECTED.
041200     MOVE "N" TO CS-EOF-SWITCH
041300     MOVE CS-PERIOD TO CT-MONTH
041400     MOVE LOW-VALUES TO CT-MATERIAL-CODE
041500     START MATERIAL-COST KEY IS NOT LESS THAN CT-KEY
041600         INVALID KEY
041700             SET CS-END-OF-FILE TO TRUE
041800     END-START
041900     PERFORM 2010-LOAD-ONE-COST-ROW THRU 2010-EXIT
042000         UNTIL CS-END-OF-FILE
042100     CLOSE MATERIAL-COST
042200     GO TO 2000-EXIT.
042300 2000-EXIT.
042400     EXIT.
042500******************************************************************
042600*    2010-LOAD-ONE-COST-ROW THRU 2010-EXIT
042700*
042800*    ONLY A ROW WEIGHED FOR THE WHOLE MONTH HAS A WEIGHT TO
042900*    RECONCILE - ONE STARTED BEFORE SCRAP WEIGHT WAS POSTED
043000*    HOLDS NONE, OR ONLY THE REST OF THAT MONTH (SEE COSTMAT).
043100*    A ROW WITH WASTE BUT NO WEIGHT WAS WEIGHED AT A ZERO
043200*    DENSITY.
043300******************************************************************
043400 2010-LOAD-ONE-COST-ROW.
043500     READ MATERIAL-COST NEXT RECORD
043600         AT END
043700             SET CS-END-OF-FILE TO TRUE
043800             GO TO 2010-EXIT
043900     END-READ
044000     IF CS-COSTMAT-FILE-STATUS NOT = "00"
044100         DISPLAY "CIRCSQR-SCRAP: COSTMAT READ FAILED, "
044200             "STATUS " CS-COSTMAT-FILE-STATUS
044300         MOVE 16 TO RETURN-CODE
044400         GOBACK
044500     END-IF
044600     IF CT-MONTH NOT = CS-PERIOD
044700         SET CS-END-OF-FILE TO TRUE
044800         GO TO 2010-EXIT
044900     END-IF
045000     ADD 1 TO CS-COSTMAT-COUNT
045100     MOVE CT-MATERIAL-CODE TO CS-FIND-MATERIAL
045200     PERFORM 2800-FIND-MATERIAL THRU 2800-EXIT
045300     MOVE CT-SCRAP-CREDIT TO
045400         CS-MT-EXPECTED-CREDIT (CS-MT-HIT-SUB)
045500     IF CT-SCRAP-WEIGHT NOT NUMERIC
045600         OR NOT CT-WEIGHT-WHOLE-MONTH
045700         MOVE "P" TO CS-MT-WEIGHT-SWITCH (CS-MT-HIT-SUB)
045800         GO TO 2010-EXIT
045900     END-IF
046000     MOVE CT-SCRAP-WEIGHT TO
046100         CS-MT-EXPECTED-WEIGHT (CS-MT-HIT-SUB)
046200     IF CT-SCRAP-WEIGHT = ZERO AND CT-WASTE-AREA > ZERO
046300         MOVE "Z" TO CS-MT-WEIGHT-SWITCH (CS-MT-HIT-SUB)
046400     END-IF
046500     GO TO 2010-EXIT.
046600 2010-EXIT.
046700     EXIT.
046800******************************************************************
046900*    2100-LOAD-DEALER-RECORDS THRU 2100-EXIT
047000******************************************************************
047100 2100-LOAD-DEALER-RECORDS.
047200     MOVE "N" TO CS-EOF-SWITCH
047300     PERFORM 2110-LOAD-ONE-DEALER-RECORD THRU 2110-EXIT
047400         UNTIL CS-END-OF-FILE
047500     CLOSE DEALER-TICKETS
047600     GO TO 2100-EXIT.
047700 2100-EXIT.
047800     EXIT.
047900 2110-LOAD-ONE-DEALER-RECORD.
048000     READ DEALER-TICKETS
048100         AT END
048200             SET CS-END-OF-FILE TO TRUE
048300             GO TO 2110-EXIT
048400     END-READ
048500     ADD 1 TO CS-RECORD-COUNT
048600     IF DT-WEIGH-TICKET
048700         PERFORM 2120-TAKE-WEIGH-TICKET THRU 2120-EXIT
048800         GO TO 2110-EXIT
048900     END-IF
049000     IF DT-SETTLEMENT
049100         PERFORM 2130-TAKE-SETTLEMENT THRU 2130-EXIT
049200         GO TO 2110-EXIT
049300     END-IF
049400     MOVE "BAD RECORD TYPE" TO CS-RJ-REASON
049500     PERFORM 2190-WRITE-REJECT THRU 2190-EXIT
049600     GO TO 2110-EXIT.
049700 2110-EXIT.
049800     EXIT.
049900******************************************************************
050000*    2120-TAKE-WEIGH-TICKET THRU 2120-EXIT
050100*
050200*    A TICKET DATED OUTSIDE THE MONTH IS COUNTED AND LEFT FOR
050300*    THAT MONTH'S RUN.  A MATERIAL CODE THAT IS NOT ON MATLMAST
050400*    - ACTIVE OR NOT - CANNOT BE MATCHED TO ANYTHING WE CUT.
050500******************************************************************
050600 2120-TAKE-WEIGH-TICKET.
050700     IF DT-TICKET-DATE NOT NUMERIC
050800         MOVE "BAD TICKET DATE" TO CS-RJ-REASON
050900         PERFORM 2190-WRITE-REJECT THRU 2190-EXIT
051000         GO TO 2120-EXIT
051100     END-IF
051200     MOVE DT-TICKET-DATE TO CS-TICKET-DATE
051300     IF CS-TICKET-MONTH NOT = CS-PERIOD
051400         ADD 1 TO CS-OUTSIDE-COUNT
051500         GO TO 2120-EXIT
051600     END-IF
051700     MOVE DT-MATERIAL-CODE TO CS-FIND-MATERIAL
051800     PERFORM 2150-LOOK-UP-MATERIAL THRU 2150-EXIT
051900     IF NOT CS-MATL-FOUND
052000         MOVE "MATERIAL NOT ON FILE" TO CS-RJ-REASON
052100         PERFORM 2190-WRITE-REJECT THRU 2190-EXIT
052200         GO TO 2120-EXIT
052300     END-IF
052400     IF DT-NET-WEIGHT NOT NUMERIC
052500         MOVE "BAD NET WEIGHT" TO CS-RJ-REASON
052600         PERFORM 2190-WRITE-REJECT THRU 2190-EXIT
052700         GO TO 2120-EXIT
052800     END-IF
052900     IF DT-TICKET-AMOUNT-X = SPACES
053000         MOVE ZERO TO DT-TICKET-AMOUNT
053100     END-IF
053200     IF DT-TICKET-AMOUNT NOT NUMERIC
053300         MOVE "BAD TICKET AMOUNT" TO CS-RJ-REASON
053400         PERFORM 2190-WRITE-REJECT THRU 2190-EXIT
053500         GO TO 2120-EXIT
053600     END-IF
053700     PERFORM 2800-FIND-MATERIAL THRU 2800-EXIT
053800     ADD 1 TO CS-TICKET-COUNT
053900     ADD 1 TO CS-MT-TICKET-COUNT (CS-MT-HIT-SUB)
054000     ADD DT-NET-WEIGHT TO CS-MT-TICKET-WEIGHT (CS-MT-HIT-SUB)
054100     ADD DT-TICKET-AMOUNT TO
054200         CS-MT-TICKET-AMOUNT (CS-MT-HIT-SUB)
054300     GO TO 2120-EXIT.
054400 2120-EXIT.
054500     EXIT.
054600******************************************************************
054700*    2130-TAKE-SETTLEMENT THRU 2130-EXIT
054800*
054900*    A STATEMENT LINE FOR ANOTHER MONTH IS COUNTED AND LEFT.
055000*    SEVERAL LINES FOR ONE MATERIAL (A STATEMENT AND ITS
055100*    ADJUSTMENT) ARE ADDED TOGETHER.
055200******************************************************************
055300 2130-TAKE-SETTLEMENT.
055400     IF DS-PERIOD NOT NUMERIC
055500         MOVE "BAD STATEMENT MONTH" TO CS-RJ-REASON
055600         PERFORM 2190-WRITE-REJECT THRU 2190-EXIT
055700         GO TO 2130-EXIT
055800     END-IF
055900     IF DS-PERIOD NOT = CS-PERIOD
056000         ADD 1 TO CS-OUTSIDE-COUNT
056100         GO TO 2130-EXIT
056200     END-IF
056300     MOVE DS-MATERIAL-CODE TO CS-FIND-MATERIAL
056400     PERFORM 2150-LOOK-UP-MATERIAL THRU 2150-EXIT
056500     IF NOT CS-MATL-FOUND
056600         MOVE "MATERIAL NOT ON FILE" TO CS-RJ-REASON
056700         PERFORM 2190-WRITE-REJECT THRU 2190-EXIT
056800         GO TO 2130-EXIT
056900     END-IF
057000     IF DS-SETTLED-AMOUNT NOT NUMERIC
057100         MOVE "BAD SETTLED AMOUNT" TO CS-RJ-REASON
057200         PERFORM 2190-WRITE-REJECT THRU 2190-EXIT
057300         GO TO 2130-EXIT
057400     END-IF
057500     PERFORM 2800-FIND-MATERIAL THRU 2800-EXIT
057600     ADD 1 TO CS-STATEMENT-COUNT
057700     ADD 1 TO CS-MT-STATEMENT-COUNT (CS-MT-HIT-SUB)
057800     ADD DS-SETTLED-AMOUNT TO
057900         CS-MT-STATEMENT-AMOUNT (CS-MT-HIT-SUB)
058000     GO TO 2130-EXIT.
058100 2130-EXIT.
058200     EXIT.
058300******************************************************************
058400*    2150-LOOK-UP-MATERIAL THRU 2150-EXIT
058500*
058600*    CS-FIND-MATERIAL AGAINST MATLMAST.  ON A HIT THE ROW IS
058700*    LEFT IN THE RECORD AREA FOR ITS DESCRIPTION.
058800******************************************************************
058900 2150-LOOK-UP-MATERIAL.
059000     MOVE "N" TO CS-MATL-SWITCH
059100     MOVE CS-FIND-MATERIAL TO MM-MATERIAL-CODE
059200     READ MATERIAL-MASTER
059300         INVALID KEY
059400             GO TO 2150-EXIT
059500     END-READ
059600     IF CS-MATL-FILE-STATUS NOT = "00"
059700         DISPLAY "CIRCSQR-SCRAP: MATLMAST READ FAILED, "
059800             "STATUS " CS-MATL-FILE-STATUS
059900         MOVE 16 TO RETURN-CODE
060000         GOBACK
060100     END-IF
060200     SET CS-MATL-FOUND TO TRUE
060300     GO TO 2150-EXIT.
060400 2150-EXIT.
060500     EXIT.
060600******************************************************************
060700*    2190-WRITE-REJECT THRU 2190-EXIT
060800*
060900*    A DEALER RECORD THAT CANNOT BE USED IS PRINTED AS KEYED,
061000*    UNDER ITS OWN HEADING, FOR THE PAPERWORK TO BE CHECKED AND
061100*    THE RUN REPEATED.
061200******************************************************************
061300 2190-WRITE-REJECT.
061400     ADD 1 TO CS-REJECT-COUNT
061500     IF NOT CS-REJECT-HEAD-WRITTEN
061600         MOVE "DEALER RECORDS NOT USED" TO CS-SC-TEXT
061700         PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
061800         SET CS-REJECT-HEAD-WRITTEN TO TRUE
061900     END-IF
062000     MOVE WEIGH-TICKET-RECORD TO CS-RJ-RECORD
062100     WRITE SCRAP-REPORT-LINE FROM CS-REJECT-LINE
062200     GO TO 2190-EXIT.
062300 2190-EXIT.
062400     EXIT.
062500******************************************************************
062600*    2300-PRINT-MATERIALS THRU 2300-EXIT
062700******************************************************************
062800 2300-PRINT-MATERIALS.
062900     MOVE "SCRAP BY MATERIAL" TO CS-SC-TEXT
063000     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
063100     IF CS-MT-COUNT = ZERO
063200         MOVE "NO SCRAP EXPECTED AND NONE WEIGHED FOR THE MONTH"
063300             TO CS-MESSAGE-LINE
063400         WRITE SCRAP-REPORT-LINE FROM CS-MESSAGE-LINE
063500         GO TO 2300-EXIT
063600     END-IF
063700     WRITE SCRAP-REPORT-LINE FROM CS-COMPARE-HEADING
063800     MOVE ZERO TO CS-MT-SUB
063900     PERFORM 2310-PRINT-ONE-MATERIAL THRU 2310-EXIT
064000         UNTIL CS-MT-SUB NOT < CS-MT-COUNT
064100     GO TO 2300-EXIT.
064200 2300-EXIT.
064300     EXIT.
064400******************************************************************
064500*    2310-PRINT-ONE-MATERIAL THRU 2310-EXIT
064600*
064700*    THE SETTLEMENT IS THE STATEMENT WHERE THERE IS ONE, ELSE
064800*    THE TICKET AMOUNTS - SEE SCRAPTKT.  A WEIGHT THAT IS NOT
064900*    KNOWN IS PRINTED WITHOUT A VARIANCE AND KEPT OUT OF THE
065000*    FOLLOW-UP LIST; THE CREDIT IS STILL RECONCILED.
065100******************************************************************
065200 2310-PRINT-ONE-MATERIAL.
065300     ADD 1 TO CS-MT-SUB
065400     MOVE SPACES TO SCRAP-REPORT-LINE
065500     WRITE SCRAP-REPORT-LINE
065600     MOVE CS-MT-MATERIAL (CS-MT-SUB) TO CS-ML-MATERIAL
065700     MOVE CS-MT-MATERIAL (CS-MT-SUB) TO CS-FIND-MATERIAL
065800     PERFORM 2150-LOOK-UP-MATERIAL THRU 2150-EXIT
065900     IF CS-MATL-FOUND
066000         MOVE MM-DESCRIPTION TO CS-ML-DESCRIPTION
066100     ELSE
066200         MOVE "NOT ON MATLMAST" TO CS-ML-DESCRIPTION
066300     END-IF
066400     MOVE CS-MT-TICKET-COUNT (CS-MT-SUB) TO CS-ML-TICKETS
066500     MOVE CS-MT-STATEMENT-COUNT (CS-MT-SUB) TO CS-ML-STATEMENTS
066600     WRITE SCRAP-REPORT-LINE FROM CS-MATERIAL-LINE
066700     MOVE CS-MT-EXPECTED-WEIGHT (CS-MT-SUB) TO CS-CMP-EXPECTED
066800     MOVE CS-MT-TICKET-WEIGHT (CS-MT-SUB) TO CS-CMP-ACTUAL
066900     MOVE CS-WEIGHT-TOLERANCE TO CS-CMP-TOLERANCE
067000     PERFORM 2600-COMPARE THRU 2600-EXIT
067100     MOVE "WEIGHT LB" TO CS-CL-MEASURE
067200     IF CS-MT-WEIGHT-KNOWN (CS-MT-SUB)
067300         IF CS-CMP-OVER
067400             MOVE "Y" TO CS-MT-FOLLOW-WEIGHT (CS-MT-SUB)
067500             ADD 1 TO CS-FOLLOW-UP-COUNT
067600         END-IF
067700         ADD CS-MT-EXPECTED-WEIGHT (CS-MT-SUB)
067800             TO CS-GT-EXPECTED-WEIGHT
067900     ELSE
068000         ADD 1 TO CS-UNWEIGHED-COUNT
068100         MOVE SPACES TO CS-CL-EXPECTED-X
068200         MOVE SPACES TO CS-CL-VARIANCE-X
068300         MOVE SPACES TO CS-CL-PERCENT-X
068400         IF CS-MT-NO-DENSITY (CS-MT-SUB)
068500             MOVE "NO DENSITY" TO CS-CL-STATUS
068600         ELSE
068700             MOVE "PART MONTH ONLY" TO CS-CL-STATUS
068800         END-IF
068900     END-IF
069000     ADD CS-MT-TICKET-WEIGHT (CS-MT-SUB) TO CS-GT-TICKET-WEIGHT
069100     WRITE SCRAP-REPORT-LINE FROM CS-COMPARE-LINE
069200     IF CS-MT-STATEMENT-COUNT (CS-MT-SUB) > ZERO
069300         MOVE CS-MT-STATEMENT-AMOUNT (CS-MT-SUB)
069400             TO CS-SETTLED-AMOUNT
069500     ELSE
069600         MOVE CS-MT-TICKET-AMOUNT (CS-MT-SUB)
069700             TO CS-SETTLED-AMOUNT
069800     END-IF
069900     MOVE CS-MT-EXPECTED-CREDIT (CS-MT-SUB) TO CS-CMP-EXPECTED
070000     MOVE CS-SETTLED-AMOUNT TO CS-CMP-ACTUAL
070100     MOVE CS-CREDIT-TOLERANCE TO CS-CMP-TOLERANCE
070200     PERFORM 2600-COMPARE THRU 2600-EXIT
070300     MOVE "CREDIT $" TO CS-CL-MEASURE
070400     IF CS-CMP-OVER
070500         MOVE "Y" TO CS-MT-FOLLOW-CREDIT (CS-MT-SUB)
070600         ADD 1 TO CS-FOLLOW-UP-COUNT
070700     END-IF
070800     ADD CS-MT-EXPECTED-CREDIT (CS-MT-SUB)
070900         TO CS-GT-EXPECTED-CREDIT
071000     ADD CS-SETTLED-AMOUNT TO CS-GT-SETTLED-AMOUNT
071100     WRITE SCRAP-REPORT-LINE FROM CS-COMPARE-LINE
071200     GO TO 2310-EXIT.
071300 2310-EXIT.
071400     EXIT.
071500******************************************************************
071600*    2400-PRINT-MONTH-TOTALS THRU 2400-EXIT
071700*
071800*    THE MONTH AS A WHOLE, ON THE SAME TOLERANCES.  THE WEIGHT
071900*    HAS NO VARIANCE IF ANY MATERIAL'S WEIGHT WAS NOT KNOWN.
072000*    THE TOTALS ARE FOR THE READER - ONLY MATERIALS GO ON THE
072100*    FOLLOW-UP LIST.
072200******************************************************************
072300 2400-PRINT-MONTH-TOTALS.
072400     IF CS-MT-COUNT = ZERO
072500         GO TO 2400-EXIT
072600     END-IF
072700     MOVE "MONTH TOTAL" TO CS-SC-TEXT
072800     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
072900     WRITE SCRAP-REPORT-LINE FROM CS-COMPARE-HEADING
073000     MOVE CS-GT-EXPECTED-WEIGHT TO CS-CMP-EXPECTED
073100     MOVE CS-GT-TICKET-WEIGHT TO CS-CMP-ACTUAL
073200     MOVE CS-WEIGHT-TOLERANCE TO CS-CMP-TOLERANCE
073300     PERFORM 2600-COMPARE THRU 2600-EXIT
073400     MOVE "WEIGHT LB" TO CS-CL-MEASURE
073500     IF CS-UNWEIGHED-COUNT > ZERO
073600         MOVE SPACES TO CS-CL-EXPECTED-X
073700         MOVE SPACES TO CS-CL-VARIANCE-X
073800         MOVE SPACES TO CS-CL-PERCENT-X
073900         MOVE "NOT ALL KNOWN" TO CS-CL-STATUS
074000     END-IF
074100     WRITE SCRAP-REPORT-LINE FROM CS-COMPARE-LINE
074200     MOVE CS-GT-EXPECTED-CREDIT TO CS-CMP-EXPECTED
074300     MOVE CS-GT-SETTLED-AMOUNT TO CS-CMP-ACTUAL
074400     MOVE CS-CREDIT-TOLERANCE TO CS-CMP-TOLERANCE
074500     PERFORM 2600-COMPARE THRU 2600-EXIT
074600     MOVE "CREDIT $" TO CS-CL-MEASURE
074700     WRITE SCRAP-REPORT-LINE FROM CS-COMPARE-LINE
074800     GO TO 2400-EXIT.
074900 2400-EXIT.
075000     EXIT.
075100******************************************************************
075200*    2500-PRINT-FOLLOW-UP THRU 2500-EXIT
075300*
075400*    EVERY MATERIAL AND MEASURE OVER TOLERANCE, FOR WHOEVER
075500*    TAKES IT UP WITH THE DEALER.  THE VARIANCES ARE WORKED
075600*    AGAIN FROM THE TABLE RATHER THAN KEPT FROM THE DETAIL.
075700******************************************************************
075800 2500-PRINT-FOLLOW-UP.
075900     MOVE "FOLLOW UP WITH DEALER" TO CS-SC-TEXT
076000     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
076100     IF CS-FOLLOW-UP-COUNT = ZERO
076200         MOVE "NONE - SETTLEMENT AGREES WITHIN TOLERANCE"
076300             TO CS-MESSAGE-LINE
076400         WRITE SCRAP-REPORT-LINE FROM CS-MESSAGE-LINE
076500         GO TO 2500-EXIT
076600     END-IF
076700     WRITE SCRAP-REPORT-LINE FROM CS-FOLLOW-HEADING
076800     MOVE ZERO TO CS-MT-SUB
076900     PERFORM 2510-FOLLOW-UP-ONE-MATERIAL THRU 2510-EXIT
077000         UNTIL CS-MT-SUB NOT < CS-MT-COUNT
077100     GO TO 2500-EXIT.
077200 2500-EXIT.
077300     EXIT.
077400 2510-FOLLOW-UP-ONE-MATERIAL.
077500     ADD 1 TO CS-MT-SUB
077600     IF NOT CS-MT-WEIGHT-OVER (CS-MT-SUB)
077700         AND NOT CS-MT-CREDIT-OVER (CS-MT-SUB)
077800         GO TO 2510-EXIT
077900     END-IF
078000     MOVE CS-MT-MATERIAL (CS-MT-SUB) TO CS-FL-MATERIAL
078100     MOVE CS-MT-MATERIAL (CS-MT-SUB) TO CS-FIND-MATERIAL
078200     PERFORM 2150-LOOK-UP-MATERIAL THRU 2150-EXIT
078300     IF CS-MATL-FOUND
078400         MOVE MM-DESCRIPTION TO CS-FL-DESCRIPTION
078500     ELSE
078600         MOVE "NOT ON MATLMAST" TO CS-FL-DESCRIPTION
078700     END-IF
078800     IF CS-MT-WEIGHT-OVER (CS-MT-SUB)
078900         MOVE CS-MT-EXPECTED-WEIGHT (CS-MT-SUB) TO CS-CMP-EXPECTED
079000         MOVE CS-MT-TICKET-WEIGHT (CS-MT-SUB) TO CS-CMP-ACTUAL
079100         MOVE CS-WEIGHT-TOLERANCE TO CS-CMP-TOLERANCE
079200         PERFORM 2600-COMPARE THRU 2600-EXIT
079300         MOVE "WEIGHT LB" TO CS-FL-MEASURE
079400         MOVE CS-CL-VARIANCE-X TO CS-FL-VARIANCE
079500         MOVE CS-CL-PERCENT-X TO CS-FL-PERCENT
079600         WRITE SCRAP-REPORT-LINE FROM CS-FOLLOW-LINE
079700     END-IF
079800     IF CS-MT-CREDIT-OVER (CS-MT-SUB)
079900         IF CS-MT-STATEMENT-COUNT (CS-MT-SUB) > ZERO
080000             MOVE CS-MT-STATEMENT-AMOUNT (CS-MT-SUB)
080100                 TO CS-CMP-ACTUAL
080200         ELSE
080300             MOVE CS-MT-TICKET-AMOUNT (CS-MT-SUB)
080400                 TO CS-CMP-ACTUAL
080500         END-IF
080600         MOVE CS-MT-EXPECTED-CREDIT (CS-MT-SUB) TO CS-CMP-EXPECTED
080700         MOVE CS-CREDIT-TOLERANCE TO CS-CMP-TOLERANCE
080800         PERFORM 2600-COMPARE THRU 2600-EXIT
080900         MOVE "CREDIT $" TO CS-FL-MEASURE
081000         MOVE CS-CL-VARIANCE-X TO CS-FL-VARIANCE
081100         MOVE CS-CL-PERCENT-X TO CS-FL-PERCENT
081200         WRITE SCRAP-REPORT-LINE FROM CS-FOLLOW-LINE
081300     END-IF
081400     GO TO 2510-EXIT.
081500 2510-EXIT.
081600     EXIT.
081700******************************************************************
081800*    2600-COMPARE THRU 2600-EXIT
081900*
082000*    CS-CMP-EXPECTED AGAINST CS-CMP-ACTUAL AT CS-CMP-TOLERANCE
082100*    PERCENT.  FILLS THE FIGURES AND STATUS OF CS-COMPARE-LINE
082200*    AND SETS CS-CMP-OVER; THE CALLER SETS THE MEASURE.  THE
082300*    SPREAD IS THE VARIANCE WITHOUT ITS SIGN - THE DEALER OVER
082400*    US IS AS MUCH A QUESTION AS UNDER.
082500******************************************************************
082600 2600-COMPARE.
082700     MOVE "N" TO CS-CMP-SWITCH
082800     COMPUTE CS-CMP-VARIANCE = CS-CMP-ACTUAL - CS-CMP-EXPECTED
082900     MOVE CS-CMP-VARIANCE TO CS-CMP-SPREAD
083000     MOVE CS-CMP-EXPECTED TO CS-CL-EXPECTED
083100     MOVE CS-CMP-ACTUAL TO CS-CL-ACTUAL
083200     MOVE CS-CMP-VARIANCE TO CS-CL-VARIANCE
083300     IF CS-CMP-EXPECTED = ZERO
083400         MOVE "    N/A" TO CS-CL-PERCENT-X
083500         IF CS-CMP-ACTUAL > ZERO
083600             SET CS-CMP-OVER TO TRUE
083700             MOVE "NONE EXPECTED" TO CS-CL-STATUS
083800         ELSE
083900             MOVE "OK" TO CS-CL-STATUS
084000         END-IF
084100         GO TO 2600-EXIT
084200     END-IF
084300     COMPUTE CS-CMP-PERCENT ROUNDED =
084400         CS-CMP-SPREAD * 100 / CS-CMP-EXPECTED
084500         ON SIZE ERROR
084600             MOVE 99999.9 TO CS-CMP-PERCENT
084700     END-COMPUTE
084800     MOVE CS-CMP-PERCENT TO CS-CL-PERCENT
084900     IF CS-CMP-PERCENT > CS-CMP-TOLERANCE
085000         SET CS-CMP-OVER TO TRUE
085100         MOVE "OVER TOLERANCE" TO CS-CL-STATUS
085200     ELSE
085300         MOVE "OK" TO CS-CL-STATUS
085400     END-IF
085500     GO TO 2600-EXIT.
085600 2600-EXIT.
085700     EXIT.
085800******************************************************************
085900*    2800-FIND-MATERIAL THRU 2800-EXIT
086000*
086100*    FINDS CS-FIND-MATERIAL IN THE TABLE, ADDING IT EMPTY IF
086200*    IT IS NOT THERE, AND LEAVES CS-MT-HIT-SUB POINTING AT ITS
086300*    ENTRY EITHER WAY.
086400******************************************************************
086500 2800-FIND-MATERIAL.
086600     MOVE ZERO TO CS-MT-HIT-SUB
086700     MOVE ZERO TO CS-MT-SUB
086800     PERFORM 2810-TEST-ONE-MATERIAL THRU 2810-EXIT
086900         UNTIL CS-MT-HIT-SUB > ZERO
087000         OR CS-MT-SUB NOT < CS-MT-COUNT
087100     IF CS-MT-HIT-SUB > ZERO
087200         GO TO 2800-EXIT
087300     END-IF
087400     IF CS-MT-COUNT NOT < CS-MT-MAX
087500         DISPLAY "CIRCSQR-SCRAP: MATERIAL TABLE FULL AT "
087600             CS-MT-MAX
087700         MOVE 16 TO RETURN-CODE
087800         GOBACK
087900     END-IF
088000     ADD 1 TO CS-MT-COUNT
088100     MOVE CS-MT-COUNT TO CS-MT-HIT-SUB
088200     MOVE CS-FIND-MATERIAL TO CS-MT-MATERIAL (CS-MT-HIT-SUB)
088300     MOVE ZERO TO CS-MT-EXPECTED-WEIGHT (CS-MT-HIT-SUB)
088400     MOVE ZERO TO CS-MT-EXPECTED-CREDIT (CS-MT-HIT-SUB)
088500     MOVE ZERO TO CS-MT-TICKET-WEIGHT (CS-MT-HIT-SUB)
088600     MOVE ZERO TO CS-MT-TICKET-AMOUNT (CS-MT-HIT-SUB)
088700     MOVE ZERO TO CS-MT-STATEMENT-AMOUNT (CS-MT-HIT-SUB)
088800     MOVE ZERO TO CS-MT-TICKET-COUNT (CS-MT-HIT-SUB)
088900     MOVE ZERO TO CS-MT-STATEMENT-COUNT (CS-MT-HIT-SUB)
089000     MOVE SPACE TO CS-MT-WEIGHT-SWITCH (CS-MT-HIT-SUB)
089100     MOVE "N" TO CS-MT-FOLLOW-WEIGHT (CS-MT-HIT-SUB)
089200     MOVE "N" TO CS-MT-FOLLOW-CREDIT (CS-MT-HIT-SUB)
089300     GO TO 2800-EXIT.
089400 2800-EXIT.
089500     EXIT.
089600 2810-TEST-ONE-MATERIAL.
089700     ADD 1 TO CS-MT-SUB
089800     IF CS-MT-MATERIAL (CS-MT-SUB) = CS-FIND-MATERIAL
089900         MOVE CS-MT-SUB TO CS-MT-HIT-SUB
090000     END-IF
090100     GO TO 2810-EXIT.
090200 2810-EXIT.
090300     EXIT.
090400******************************************************************
090500*    2900-WRITE-SECTION-HEAD THRU 2900-EXIT
090600******************************************************************
090700 2900-WRITE-SECTION-HEAD.
090800     MOVE SPACES TO SCRAP-REPORT-LINE
090900     WRITE SCRAP-REPORT-LINE
091000     WRITE SCRAP-REPORT-LINE FROM CS-SECTION-LINE
091100     GO TO 2900-EXIT.
091200 2900-EXIT.
091300     EXIT.
091400******************************************************************
091500*    3000-TERMINATE
091600******************************************************************
091700 3000-TERMINATE.
091800     PERFORM 3100-WRITE-CONTROL-COUNTS THRU 3100-EXIT
091900     CLOSE MATERIAL-MASTER
092000     IF CS-FOLLOW-UP-COUNT > ZERO
092100         OR CS-REJECT-COUNT > ZERO
092200         MOVE 4 TO RETURN-CODE
092300     END-IF
092400     CLOSE SCRAP-REPORT.
092500******************************************************************
092600*    3100-WRITE-CONTROL-COUNTS THRU 3100-EXIT
092700*
092800*    RECORDS READ = TICKETS USED + STATEMENT LINES USED +
092900*    OTHER MONTHS + NOT USED.
093000******************************************************************
093100 3100-WRITE-CONTROL-COUNTS.
093200     MOVE SPACES TO SCRAP-REPORT-LINE
093300     WRITE SCRAP-REPORT-LINE
093400     MOVE SPACES TO CS-TOTAL-LINE
093500     MOVE "COSTMAT ROWS FOR THE MONTH" TO CS-TL-LABEL
093600     MOVE CS-COSTMAT-COUNT TO CS-TL-COUNT
093700     WRITE SCRAP-REPORT-LINE FROM CS-TOTAL-LINE
093800     MOVE SPACES TO CS-TOTAL-LINE
093900     MOVE "DEALER RECORDS READ" TO CS-TL-LABEL
094000     MOVE CS-RECORD-COUNT TO CS-TL-COUNT
094100     WRITE SCRAP-REPORT-LINE FROM CS-TOTAL-LINE
094200     MOVE SPACES TO CS-TOTAL-LINE
094300     MOVE "WEIGH TICKETS USED" TO CS-TL-LABEL
094400     MOVE CS-TICKET-COUNT TO CS-TL-COUNT
094500     WRITE SCRAP-REPORT-LINE FROM CS-TOTAL-LINE
094600     MOVE SPACES TO CS-TOTAL-LINE
094700     MOVE "STATEMENT LINES USED" TO CS-TL-LABEL
094800     MOVE CS-STATEMENT-COUNT TO CS-TL-COUNT
094900     WRITE SCRAP-REPORT-LINE FROM CS-TOTAL-LINE
095000     MOVE SPACES TO CS-TOTAL-LINE
095100     MOVE "FOR OTHER MONTHS - LEFT" TO CS-TL-LABEL
095200     MOVE CS-OUTSIDE-COUNT TO CS-TL-COUNT
095300     WRITE SCRAP-REPORT-LINE FROM CS-TOTAL-LINE
095400     MOVE SPACES TO CS-TOTAL-LINE
095500     MOVE "NOT USED - SEE ABOVE" TO CS-TL-LABEL
095600     MOVE CS-REJECT-COUNT TO CS-TL-COUNT
095700     WRITE SCRAP-REPORT-LINE FROM CS-TOTAL-LINE
095800     MOVE SPACES TO CS-TOTAL-LINE
095900     MOVE "MATERIALS WITH WEIGHT NOT KNOWN" TO CS-TL-LABEL
096000     MOVE CS-UNWEIGHED-COUNT TO CS-TL-COUNT
096100     WRITE SCRAP-REPORT-LINE FROM CS-TOTAL-LINE
096200     MOVE SPACES TO CS-TOTAL-LINE
096300     MOVE "VARIANCES OVER TOLERANCE" TO CS-TL-LABEL
096400     MOVE CS-FOLLOW-UP-COUNT TO CS-TL-COUNT
096500     WRITE SCRAP-REPORT-LINE FROM CS-TOTAL-LINE
096600     GO TO 3100-EXIT.
096700 3100-EXIT.
096800     EXIT.
096900 END PROGRAM CIRCSQR-SCRAP.
