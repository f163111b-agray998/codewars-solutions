000100******************************************************************
000200*    PROGRAM-ID.  CIRCSQR-MONEND
000300*    AUTHOR.      R. OKONKWO-HALE, CUTTING FLOOR SYSTEMS
000400*    INSTALLATION. CIRCLE-SQUARING SHOP
000500*    DATE-WRITTEN. 2026-10-15
000600*    DATE-COMPILED.
000700*
000800*    REMARKS.  MONTH-END INVENTORY VALUATION AND GENERAL LEDGER
000900*    JOURNAL.  UNTIL NOW FINANCE REKEYED THE COSTRPT MONTH-TO-
001000*    DATE LINE INTO THE LEDGER BY HAND AND NOBODY VALUED THE
001100*    RACK AT ALL.  THIS RUN, AFTER THE MONTH'S LAST CIRCSQRB:
001200*      - VALUES EVERY BLANK ON STKONH (QUANTITY TIMES CIRCLE
001300*        AREA) AND EVERY REMNANT STILL IN THE RACK ON REMNMAST
001400*        (RECLAIM AREA) AT THE UNIT RATE IN FORCE ON THE LAST
001500*        DAY OF THE MONTH - THE LATEST RATEHIST ROW DATED ON OR
001600*        BEFORE IT, ELSE THE STOCK-MASTER RATE, ELSE THE
001700*        DEFAULT RATE, FLAGGED EST;
001800*      - TAKES THE MONTH'S MATERIAL COST, SCRAP CREDIT AND NET
001900*        WASTE BY MATERIAL FROM THE COSTMAT ROWS CIRCSQR-BATCH
002000*        POSTS, AND LAST MONTH'S CLOSING VALUE FROM INVHIST;
002100*      - BUILDS THE JOURNAL BY MATERIAL (SEE 2500), PROVES
002200*        DEBITS AGAINST CREDITS, AND WRITES GLJE ONLY WHEN THEY
002300*        AGREE - AN OUT-OF-BALANCE MONTH WRITES NO JOURNAL, NO
002400*        INVHIST ROWS, AND ENDS RC=16;
002500*      - PRINTS GLVALRPT - EVERY ITEM VALUED, THE SUMMARY BY
002600*        MATERIAL, AND THE JOURNAL LINE BY LINE - SO FINANCE
002700*        CAN TIE THE VALUATION OUT TO THE JOURNAL.
002800*    STKONH AND REMNMAST ARE LIVE FILES, SO THE VALUATION IS
002900*    THE RACK AS IT STANDS.  CIRCSQR-RUNCTL REFUSES THE RUN
003000*    ONCE THE NEXT MONTH'S CUTTING HAS STARTED, AND ONCE THE
003100*    MONTH HAS BEEN JOURNALED.
003200*
003300*    PARAMETER CARD (GLPARM, ONE RECORD, OPTIONAL).
003400*        COLS  1-6   MONTH TO CLOSE  YYYYMM - SPACES, OR NO
003500*                    CARD, CLOSES THE CURRENT MONTH
003600*
003700*    RETURN CODES.
003800*        0   JOURNAL WRITTEN
003900*        4   JOURNAL WRITTEN, BUT SOME STOCK WAS VALUED AT THE
004000*            DEFAULT RATE, OR A MATERIAL HAD NO EARLIER
004100*            VALUATION TO OPEN FROM, OR A STKONH OR REMNMAST
004150*            ROW WAS TOO DAMAGED TO VALUE - SEE GLVALRPT
004200*       16   RUN REFUSED OR FAILED, OR THE JOURNAL DID NOT
004300*            BALANCE - NOTHING WRITTEN
004400*
004500*    MODIFICATION HISTORY.
004600*    2026-10-15  ROH  ORIGINAL VERSION.
004620*    2026-10-15  ROH  GLJE OPEN FAILURE NOW STAMPS THE RUN
004640*                     "E" BEFORE ENDING, SO RUNCTL DOES NOT
004660*                     SHOW THE MONTH STILL IN FLIGHT.
004670*    2026-10-15  ROH  INVHIST APPEND (3400) NOW CHECKS ITS OPEN
004680*                     AND FAILS THE SAME WAY AS GLJE.
004700******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. CIRCSQR-MONEND.
005000 AUTHOR. R. OKONKWO-HALE.
005100 INSTALLATION. CIRCLE-SQUARING SHOP.
005200 DATE-WRITTEN. 2026-10-15.
005300 DATE-COMPILED.
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. GNUCOBOL.
005700 OBJECT-COMPUTER. GNUCOBOL.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT MONTH-PARM ASSIGN TO "GLPARM"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS CS-PARM-FILE-STATUS.
006300     SELECT RUN-OVERRIDE ASSIGN TO "RUNOVRD"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS CS-OVERRIDE-FILE-STATUS.
006600     SELECT STOCK-ONHAND ASSIGN TO "STKONH"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS OH-KEY
007000         FILE STATUS IS CS-ONHAND-FILE-STATUS.
007100     SELECT REMNANT-MASTER ASSIGN TO "REMNMAST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS RM-STOCK-ID
007500         FILE STATUS IS CS-REMN-FILE-STATUS.
007600     SELECT STOCK-MASTER ASSIGN TO "STKMAST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS SM-KEY
008000         FILE STATUS IS CS-MASTER-FILE-STATUS.
008100     SELECT RATE-HISTORY ASSIGN TO "RATEHIST"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS RA-KEY
008500         FILE STATUS IS CS-RATE-FILE-STATUS.
008600     SELECT MATERIAL-COST ASSIGN TO "COSTMAT"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS CT-KEY
009000         FILE STATUS IS CS-COSTMAT-FILE-STATUS.
009100     SELECT INVENTORY-HISTORY ASSIGN TO "INVHIST"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS CS-INVHIST-FILE-STATUS.
009400     SELECT GL-JOURNAL ASSIGN TO "GLJE"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS CS-GLJE-FILE-STATUS.
009700     SELECT VALUATION-REPORT ASSIGN TO "GLVALRPT"
009800         ORGANIZATION IS LINE SEQUENTIAL.
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  MONTH-PARM
010200     RECORDING MODE IS F.
010300 01  MONTH-PARM-RECORD.
010400     05  MP-PERIOD-X.
010500         10  MP-PERIOD        PIC 9(06).
010600     05  FILLER               PIC X(74).
010700 FD  RUN-OVERRIDE
010800     RECORDING MODE IS F.
010900 01  OVERRIDE-CARD-RECORD.
011000     05  OV-KEYWORD           PIC X(08).
011100     05  FILLER               PIC X(01).
011200     05  OV-REASON            PIC X(40).
011300     05  FILLER               PIC X(31).
011400 FD  STOCK-ONHAND
011500     RECORDING MODE IS F.
011600     COPY STKONH.
011700 FD  REMNANT-MASTER
011800     RECORDING MODE IS F.
011900     COPY REMNREC.
012000 FD  STOCK-MASTER
012100     RECORDING MODE IS F.
012200     COPY STKMAST.
012300 FD  RATE-HISTORY
012400     RECORDING MODE IS F.
012500     COPY RATEREC.
012600 FD  MATERIAL-COST
012700     RECORDING MODE IS F.
012800     COPY COSTMAT.
012900 FD  INVENTORY-HISTORY
013000     RECORDING MODE IS F.
013100     COPY INVHIST.
013200 FD  GL-JOURNAL
013300     RECORDING MODE IS F.
013400     COPY GLJEREC.
013500 FD  VALUATION-REPORT
013600     RECORDING MODE IS F.
013700 01  VALUATION-REPORT-LINE    PIC X(80).
013800 WORKING-STORAGE SECTION.
013900 01  CS-SWITCHES.
014000     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
014100         88  CS-END-OF-FILE   VALUE "Y".
014200     05  CS-PARM-FILE-STATUS  PIC X(02)  VALUE "00".
014300         88  CS-PARM-NOT-FOUND VALUE "35".
014400     05  CS-OVERRIDE-FILE-STATUS PIC X(02) VALUE "00".
014500         88  CS-OVERRIDE-NOT-FOUND VALUE "35".
014600     05  CS-OVERRIDE-SWITCH   PIC X(01)  VALUE "N".
014700         88  CS-OVERRIDE-PRESENT VALUE "Y".
014800     05  CS-ONHAND-FILE-STATUS PIC X(02) VALUE "00".
014900         88  CS-ONHAND-NOT-FOUND VALUE "35".
015000     05  CS-REMN-FILE-STATUS  PIC X(02)  VALUE "00".
015100         88  CS-REMN-NOT-FOUND VALUE "35".
015200     05  CS-MASTER-FILE-STATUS PIC X(02) VALUE "00".
015300     05  CS-RATE-FILE-STATUS  PIC X(02)  VALUE "00".
015400         88  CS-RATEHIST-NOT-FOUND VALUE "35".
015500     05  CS-RATEHIST-SWITCH   PIC X(01)  VALUE "N".
015600         88  CS-RATEHIST-AVAILABLE VALUE "Y".
015700     05  CS-RATE-SCAN-SWITCH  PIC X(01)  VALUE "N".
015800         88  CS-RATE-EXHAUSTED VALUE "X".
015900     05  CS-RATE-FOUND-SWITCH PIC X(01)  VALUE "N".
016000         88  CS-RATE-FOUND    VALUE "Y".
016100     05  CS-COSTMAT-FILE-STATUS PIC X(02) VALUE "00".
016200         88  CS-COSTMAT-NOT-FOUND VALUE "35".
016300     05  CS-INVHIST-FILE-STATUS PIC X(02) VALUE "00".
016400         88  CS-INVHIST-NOT-FOUND VALUE "35".
016500     05  CS-GLJE-FILE-STATUS  PIC X(02)  VALUE "00".
016600     05  CS-VALUE-ERROR-SWITCH PIC X(01) VALUE "N".
016700         88  CS-VALUE-ERROR   VALUE "Y".
016800     05  CS-JOURNAL-SWITCH    PIC X(01)  VALUE "Y".
016900         88  CS-JOURNAL-IN-BALANCE VALUE "Y".
017000 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
017100 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
017200******************************************************************
017300*    THE MONTH BEING CLOSED AND ITS LAST DAY.  THE LAST DAY IS
017400*    THE DAY BEFORE THE FIRST OF THE NEXT MONTH, SO FEBRUARY
017500*    AND LEAP YEARS NEED NO TABLE.
017600******************************************************************
017700 01  CS-PERIOD-FIELDS.
017800     05  CS-PERIOD            PIC 9(06)  VALUE ZERO.
017900     05  CS-PERIOD-R REDEFINES CS-PERIOD.
018000         10  CS-PERIOD-YEAR   PIC 9(04).
018100         10  CS-PERIOD-MONTH  PIC 9(02).
018200     05  CS-NEXT-MONTH-DATE   PIC 9(08)  VALUE ZERO.
018300     05  CS-NEXT-MONTH-R REDEFINES CS-NEXT-MONTH-DATE.
018400         10  CS-NEXT-YEAR     PIC 9(04).
018500         10  CS-NEXT-MONTH    PIC 9(02).
018600         10  CS-NEXT-DAY      PIC 9(02).
018700     05  CS-PERIOD-END-DATE   PIC 9(08)  VALUE ZERO.
018800     05  CS-DAY-NUMBER        PIC 9(07)  VALUE ZERO.
018900     05  CS-RUN-MONTH         PIC 9(06)  VALUE ZERO.
019000     COPY RCTLPARM.
019100 01  CS-OVERRIDE-REASON       PIC X(40)  VALUE SPACES.
019200 01  CS-OVERRIDE-LINE.
019300     05  FILLER               PIC X(20)  VALUE
019400         "OPERATOR OVERRIDE -".
019500     05  CS-OV-REASON         PIC X(40).
019600 01  CS-OVERRIDE-RULE-LINE.
019700     05  FILLER               PIC X(17)  VALUE
019800         "RULE OVERRIDDEN:".
019900     05  CS-OV-RULE-TEXT      PIC X(60).
020000 01  CS-PI                    PIC 9V9(5) VALUE 3.14159.
020100******************************************************************
020200*    ONE ITEM BEING VALUED.  THE RADIUS IS SQUARED IN ITS OWN
020300*    COMPUTE BEFORE CS-PI IS APPLIED - SEE THE CS-PI NOTE IN
020400*    CIRCSQR-BATCH.  CS-RATE-SOURCE SAYS WHERE THE UNIT RATE
020500*    CAME FROM: RATEHIST, THE MASTER, OR THE DEFAULT (EST).
020600******************************************************************
020700 01  CS-VALUE-FIELDS.
020800     05  CS-VALUE-RADIUS      PIC 9(6)V9(3) VALUE ZERO.
020900     05  CS-VALUE-MATERIAL    PIC X(02)     VALUE SPACES.
021000     05  CS-RADIUS-SQUARED    PIC 9(8)V9(5) VALUE ZERO.
021100     05  CS-ITEM-AREA         PIC 9(8)V9(3) VALUE ZERO.
021200     05  CS-ITEM-VALUE        PIC 9(9)V9(2) VALUE ZERO.
021300     05  CS-UNIT-COST         PIC 9(4)V9(4) VALUE ZERO.
021400     05  CS-FOUND-UNIT-COST   PIC 9(4)V9(4) VALUE ZERO.
021500     05  CS-DEFAULT-UNIT-COST PIC 9(4)V9(4) VALUE 0.0500.
021600     05  CS-RATE-SOURCE       PIC X(04)     VALUE SPACES.
021700         88  CS-RATE-ESTIMATED VALUE "EST".
021800******************************************************************
021900*    THE SHOP'S LEDGER ACCOUNTS FOR THE CUTTING FLOOR.  EACH
022000*    JOURNAL LINE CARRIES THE MATERIAL CODE AS ITS SUB-ACCOUNT.
022100*    STOCK CLEARING TAKES THE RECEIPTS ERP POSTS AT STANDARD;
022200*    WHAT IS LEFT ON IT AFTER THE CONSUMED AND INVENTORY-CHANGE
022300*    LINES IS PRICE VARIANCE AND SHRINKAGE FOR FINANCE.
022400******************************************************************
022500 01  CS-GL-ACCOUNTS.
022600     05  CS-ACCT-INVENTORY    PIC X(08)  VALUE "1410".
022700     05  CS-ACCT-CLEARING     PIC X(08)  VALUE "1490".
022800     05  CS-ACCT-SCRAP-DUE    PIC X(08)  VALUE "1250".
022900     05  CS-ACCT-CONSUMED     PIC X(08)  VALUE "5100".
023000     05  CS-ACCT-SCRAP-RECOVERY PIC X(08) VALUE "5150".
023100     05  CS-ACCT-WASTE        PIC X(08)  VALUE "5200".
023200******************************************************************
023300*    ONE ENTRY PER MATERIAL MET ON ANY OF STKONH, REMNMAST,
023400*    COSTMAT OR LAST MONTH'S INVHIST.  20 SLOTS AGAINST THREE
023500*    MATERIALS IS ROOM TO GROW; A FULL TABLE ABENDS RATHER
023600*    THAN JOURNAL PART OF THE MONTH.
023700******************************************************************
023800 01  CS-MATERIAL-TABLE.
023900     05  CS-MT-ENTRY OCCURS 20 TIMES.
024000         10  CS-MT-MATERIAL   PIC X(02).
024100         10  CS-MT-BLANK-QTY  PIC 9(07).
024200         10  CS-MT-BLANK-VALUE PIC 9(9)V9(2).
024300         10  CS-MT-REMNANT-COUNT PIC 9(06).
024400         10  CS-MT-REMNANT-AREA PIC 9(10)V9(3).
024500         10  CS-MT-REMNANT-VALUE PIC 9(9)V9(2).
024600         10  CS-MT-CLOSING-VALUE PIC 9(9)V9(2).
024700         10  CS-MT-OPENING-MONTH PIC 9(06).
024800         10  CS-MT-OPENING-VALUE PIC 9(9)V9(2).
024900         10  CS-MT-BLANKS-COSTED PIC 9(07).
025000         10  CS-MT-MATERIAL-COST PIC 9(9)V9(2).
025100         10  CS-MT-SCRAP-CREDIT PIC 9(9)V9(2).
025200         10  CS-MT-WASTE-COST PIC 9(9)V9(2).
025300 77  CS-MT-COUNT              PIC 9(02)  VALUE ZERO COMP.
025400 77  CS-MT-MAX                PIC 9(02)  VALUE 20 COMP.
025500 77  CS-MT-SUB                PIC 9(02)  VALUE ZERO COMP.
025600 77  CS-MT-HIT-SUB            PIC 9(02)  VALUE ZERO COMP.
025700 01  CS-FIND-MATERIAL         PIC X(02)  VALUE SPACES.
025800******************************************************************
025900*    THE JOURNAL, BUILT HERE IN FULL AND PROVED BEFORE A LINE
026000*    OF IT GOES TO GLJE.  FOUR ENTRIES OF TWO LINES PER
026100*    MATERIAL AT MOST.
026200******************************************************************
026300 01  CS-JOURNAL-TABLE.
026400     05  CS-JE-LINE OCCURS 160 TIMES.
026500         10  CS-JE-ACCOUNT    PIC X(08).
026600         10  CS-JE-MATERIAL   PIC X(02).
026700         10  CS-JE-DR-CR      PIC X(01).
026800         10  CS-JE-AMOUNT     PIC 9(9)V9(2).
026900         10  CS-JE-DESCRIPTION PIC X(30).
027000 77  CS-JE-COUNT              PIC 9(03)  VALUE ZERO COMP.
027100 77  CS-JE-MAX                PIC 9(03)  VALUE 160 COMP.
027200 77  CS-JE-SUB                PIC 9(03)  VALUE ZERO COMP.
027300 01  CS-ENTRY-PAIR.
027400     05  CS-PAIR-DEBIT-ACCT   PIC X(08)  VALUE SPACES.
027500     05  CS-PAIR-CREDIT-ACCT  PIC X(08)  VALUE SPACES.
027600     05  CS-PAIR-AMOUNT       PIC 9(9)V9(2) VALUE ZERO.
027700     05  CS-PAIR-DESCRIPTION  PIC X(30)  VALUE SPACES.
027800 01  CS-JOURNAL-TOTALS.
027900     05  CS-DEBIT-TOTAL       PIC 9(11)V9(2) VALUE ZERO.
028000     05  CS-CREDIT-TOTAL      PIC 9(11)V9(2) VALUE ZERO.
028100 01  CS-GRAND-TOTALS.
028200     05  CS-GT-BLANK-VALUE    PIC 9(11)V9(2) VALUE ZERO.
028300     05  CS-GT-REMNANT-VALUE  PIC 9(11)V9(2) VALUE ZERO.
028400     05  CS-GT-CLOSING-VALUE  PIC 9(11)V9(2) VALUE ZERO.
028500     05  CS-GT-OPENING-VALUE  PIC 9(11)V9(2) VALUE ZERO.
028600     05  CS-GT-MATERIAL-COST  PIC 9(11)V9(2) VALUE ZERO.
028700     05  CS-GT-SCRAP-CREDIT   PIC 9(11)V9(2) VALUE ZERO.
028800     05  CS-GT-WASTE-COST     PIC 9(11)V9(2) VALUE ZERO.
028900 01  CS-CHANGE-VALUE          PIC S9(11)V9(2) VALUE ZERO.
029000 01  CS-COUNTERS.
029100     05  CS-ONHAND-COUNT      PIC 9(06)  VALUE ZERO COMP.
029200     05  CS-REMNANT-COUNT     PIC 9(06)  VALUE ZERO COMP.
029300     05  CS-ESTIMATE-COUNT    PIC 9(06)  VALUE ZERO COMP.
029400     05  CS-BAD-ROW-COUNT     PIC 9(06)  VALUE ZERO COMP.
029450     05  CS-CALC-ERROR-COUNT  PIC 9(06)  VALUE ZERO COMP.
029500     05  CS-NO-OPENING-COUNT  PIC 9(06)  VALUE ZERO COMP.
029600     05  CS-HISTORY-COUNT     PIC 9(06)  VALUE ZERO COMP.
029700 01  CS-HEADING-1.
029800     05  FILLER               PIC X(20)  VALUE "CIRCSQR-MONEND".
029900     05  FILLER               PIC X(40)  VALUE
030000         "MONTH-END INVENTORY VALUATION AND GL".
030100 01  CS-PERIOD-LINE.
030200     05  FILLER               PIC X(26)  VALUE
030300         "MONTH CLOSED".
030400     05  CS-PL-PERIOD         PIC 9(06).
030500     05  FILLER               PIC X(14)  VALUE
030600         "   VALUED AT".
030700     05  CS-PL-END-DATE       PIC 9(08).
030800 01  CS-SECTION-LINE.
030900     05  FILLER               PIC X(04)  VALUE "*** ".
031000     05  CS-SC-TEXT           PIC X(40).
031100 01  CS-VALUE-HEADING.
031200     05  FILLER               PIC X(12)  VALUE "ITEM".
031300     05  FILLER               PIC X(04)  VALUE "MAT".
031400     05  FILLER               PIC X(12)  VALUE "RADIUS".
031500     05  FILLER               PIC X(08)  VALUE "QTY".
031600     05  FILLER               PIC X(14)  VALUE "AREA".
031700     05  FILLER               PIC X(08)  VALUE "RATE".
031800     05  FILLER               PIC X(14)  VALUE "VALUE".
031900     05  FILLER               PIC X(04)  VALUE "SRC".
032000 01  CS-VALUE-DETAIL-LINE.
032100     05  CS-VD-ITEM           PIC X(12).
032200     05  CS-VD-MATERIAL       PIC X(04).
032300     05  CS-VD-RADIUS         PIC ZZZZZ9.999.
032400     05  FILLER               PIC X(02).
032500     05  CS-VD-QTY            PIC ZZZZZ9.
032600     05  FILLER               PIC X(02).
032700     05  CS-VD-AREA           PIC ZZZZZZZ9.999.
032800     05  FILLER               PIC X(02).
032900     05  CS-VD-RATE           PIC Z9.9999.
033000     05  FILLER               PIC X(01).
033100     05  CS-VD-VALUE          PIC ZZZZZZZZ9.99.
033200     05  FILLER               PIC X(02).
033300     05  CS-VD-FLAG           PIC X(06).
033400 01  CS-STOCK-HEADING.
033500     05  FILLER               PIC X(04)  VALUE "MAT".
033600     05  FILLER               PIC X(10)  VALUE "BLANKS".
033700     05  FILLER               PIC X(14)  VALUE "BLANK VALUE".
033800     05  FILLER               PIC X(08)  VALUE "REMNS".
033900     05  FILLER               PIC X(14)  VALUE "REMNANT VALUE".
034000     05  FILLER               PIC X(14)  VALUE "CLOSING VALUE".
034100 01  CS-STOCK-LINE.
034200     05  CS-SL-MATERIAL       PIC X(04).
034300     05  CS-SL-BLANK-QTY      PIC ZZZZZZ9.
034400     05  FILLER               PIC X(01).
034500     05  CS-SL-BLANK-VALUE    PIC ZZZZZZZZZZ9.99.
034600     05  FILLER               PIC X(01).
034700     05  CS-SL-REMNANT-COUNT  PIC ZZZZZ9.
034800     05  FILLER               PIC X(01).
034900     05  CS-SL-REMNANT-VALUE  PIC ZZZZZZZZZZ9.99.
035000     05  FILLER               PIC X(01).
035100     05  CS-SL-CLOSING-VALUE  PIC ZZZZZZZZZZ9.99.
035200 01  CS-MOVEMENT-HEADING.
035300     05  FILLER               PIC X(04)  VALUE "MAT".
035400     05  FILLER               PIC X(10)  VALUE "OPENED".
035500     05  FILLER               PIC X(15)  VALUE "OPENING VALUE".
035600     05  FILLER               PIC X(15)  VALUE "CLOSING VALUE".
035700     05  FILLER               PIC X(16)  VALUE "CHANGE".
035800 01  CS-MOVEMENT-LINE.
035900     05  CS-ML-MATERIAL       PIC X(04).
036000     05  CS-ML-OPENING-MONTH  PIC X(06).
036100     05  FILLER               PIC X(01).
036200     05  CS-ML-OPENING-VALUE  PIC ZZZZZZZZZZ9.99.
036300     05  FILLER               PIC X(01).
036400     05  CS-ML-CLOSING-VALUE  PIC ZZZZZZZZZZ9.99.
036500     05  FILLER               PIC X(01).
036600     05  CS-ML-CHANGE         PIC -ZZZZZZZZZZ9.99.
036700 01  CS-COST-HEADING.
036800     05  FILLER               PIC X(04)  VALUE "MAT".
036900     05  FILLER               PIC X(10)  VALUE "COSTED".
037000     05  FILLER               PIC X(15)  VALUE "MATL CONSUMED".
037100     05  FILLER               PIC X(15)  VALUE "SCRAP CREDIT".
037200     05  FILLER               PIC X(15)  VALUE "NET WASTE".
037300 01  CS-COST-LINE.
037400     05  CS-CL-MATERIAL       PIC X(04).
037500     05  CS-CL-BLANKS-COSTED  PIC ZZZZZZ9.
037600     05  FILLER               PIC X(01).
037700     05  CS-CL-MATERIAL-COST  PIC ZZZZZZZZZZ9.99.
037800     05  FILLER               PIC X(01).
037900     05  CS-CL-SCRAP-CREDIT   PIC ZZZZZZZZZZ9.99.
038000     05  FILLER               PIC X(01).
038100     05  CS-CL-WASTE-COST     PIC ZZZZZZZZZZ9.99.
038200 01  CS-JOURNAL-HEADING.
038300     05  FILLER               PIC X(06)  VALUE "LINE".
038400     05  FILLER               PIC X(10)  VALUE "ACCOUNT".
038500     05  FILLER               PIC X(04)  VALUE "SUB".
038600     05  FILLER               PIC X(30)  VALUE "DESCRIPTION".
038700     05  FILLER               PIC X(15)  VALUE "DEBIT".
038800     05  FILLER               PIC X(15)  VALUE "CREDIT".
038900 01  CS-JOURNAL-LINE.
039000     05  CS-JL-LINE-NUMBER    PIC ZZZ9.
039100     05  FILLER               PIC X(02).
039200     05  CS-JL-ACCOUNT        PIC X(08).
039300     05  FILLER               PIC X(02).
039400     05  CS-JL-MATERIAL       PIC X(02).
039500     05  FILLER               PIC X(02).
039600     05  CS-JL-DESCRIPTION    PIC X(30).
039700     05  CS-JL-DEBIT          PIC ZZZZZZZZZZ9.99.
039800     05  FILLER               PIC X(01).
039900     05  CS-JL-CREDIT         PIC ZZZZZZZZZZ9.99.
040000 01  CS-JOURNAL-TOTAL-LINE.
040100     05  FILLER               PIC X(50)  VALUE
040200         "JOURNAL TOTALS".
040300     05  CS-JT-DEBIT          PIC ZZZZZZZZZZ9.99.
040400     05  FILLER               PIC X(01).
040500     05  CS-JT-CREDIT         PIC ZZZZZZZZZZ9.99.
040600 01  CS-MESSAGE-LINE          PIC X(80)  VALUE SPACES.
040700 01  CS-TOTAL-LINE.
040800     05  CS-TL-LABEL          PIC X(30).
040900     05  CS-TL-COUNT          PIC ZZZZZ9.
041000 PROCEDURE DIVISION.
041100******************************************************************
041200*    0000-MAINLINE
041300******************************************************************
041400 0000-MAINLINE.
041500     PERFORM 1000-INITIALIZE
041600     PERFORM 2000-VALUE-STOCK-ONHAND THRU 2000-EXIT
041700     PERFORM 2100-VALUE-REMNANTS THRU 2100-EXIT
041800     PERFORM 2300-LOAD-MONTH-COSTS THRU 2300-EXIT
041900     PERFORM 2400-LOAD-OPENING-VALUES THRU 2400-EXIT
042000     PERFORM 2500-BUILD-JOURNAL THRU 2500-EXIT
042100     PERFORM 3000-TERMINATE
042200     GOBACK.
042300******************************************************************
042400*    1000-INITIALIZE
042500******************************************************************
042600 1000-INITIALIZE.
042700     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
042800     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
042900     MOVE CS-CURRENT-DATE-TIME (1:6) TO CS-RUN-MONTH
043000     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
043100     PERFORM 1200-SET-PERIOD-END THRU 1200-EXIT
043200     PERFORM 1300-READ-OVERRIDE-CARD THRU 1300-EXIT
043300     PERFORM 1400-CHECK-RUN-CONTROL THRU 1400-EXIT
043400     PERFORM 1600-OPEN-RATE-FILES THRU 1600-EXIT
043500     OPEN OUTPUT VALUATION-REPORT
043600     WRITE VALUATION-REPORT-LINE FROM CS-HEADING-1
043700     IF CS-OVERRIDE-PRESENT
043800         PERFORM 1500-PRINT-OVERRIDE THRU 1500-EXIT
043900     END-IF
044000     MOVE CS-PERIOD TO CS-PL-PERIOD
044100     MOVE CS-PERIOD-END-DATE TO CS-PL-END-DATE
044200     WRITE VALUATION-REPORT-LINE FROM CS-PERIOD-LINE.
044300******************************************************************
044400*    1100-READ-PARM-CARD THRU 1100-EXIT
044500*
044600*    NO CARD, AN EMPTY ONE, OR A BLANK MONTH CLOSES THE CURRENT
044700*    MONTH.  A MONTH THAT IS NOT A REAL YYYYMM, OR ONE STILL IN
044800*    THE FUTURE, ABENDS BEFORE ANYTHING IS VALUED.
044900******************************************************************
045000 1100-READ-PARM-CARD.
045100     MOVE CS-RUN-MONTH TO CS-PERIOD
045200     OPEN INPUT MONTH-PARM
045300     IF CS-PARM-NOT-FOUND
045400         GO TO 1100-EXIT
045500     END-IF
045600     READ MONTH-PARM
045700         AT END
045800             CLOSE MONTH-PARM
045900             GO TO 1100-EXIT
046000     END-READ
046100     CLOSE MONTH-PARM
046200     IF MP-PERIOD-X = SPACES
046300         GO TO 1100-EXIT
046400     END-IF
046500     IF MP-PERIOD NOT NUMERIC
046600         DISPLAY "CIRCSQR-MONEND: BAD MONTH ON GLPARM "
046700             MP-PERIOD-X
046800         MOVE 16 TO RETURN-CODE
046900         GOBACK
047000     END-IF
047100     MOVE MP-PERIOD TO CS-PERIOD
047200     IF CS-PERIOD-MONTH < 1 OR CS-PERIOD-MONTH > 12
047300         OR CS-PERIOD-YEAR < 1601
047400         DISPLAY "CIRCSQR-MONEND: BAD MONTH ON GLPARM "
047500             MP-PERIOD-X
047600         MOVE 16 TO RETURN-CODE
047700         GOBACK
047800     END-IF
047900     IF CS-PERIOD > CS-RUN-MONTH
048000         DISPLAY "CIRCSQR-MONEND: MONTH " CS-PERIOD
048100             " HAS NOT STARTED YET"
048200         MOVE 16 TO RETURN-CODE
048300         GOBACK
048400     END-IF
048500     GO TO 1100-EXIT.
048600 1100-EXIT.
048700     EXIT.
048800******************************************************************
048900*    1200-SET-PERIOD-END THRU 1200-EXIT
049000******************************************************************
049100 1200-SET-PERIOD-END.
049200     IF CS-PERIOD-MONTH = 12
049300         COMPUTE CS-NEXT-YEAR = CS-PERIOD-YEAR + 1
049400         MOVE 01 TO CS-NEXT-MONTH
049500     ELSE
049600         MOVE CS-PERIOD-YEAR TO CS-NEXT-YEAR
049700         COMPUTE CS-NEXT-MONTH = CS-PERIOD-MONTH + 1
049800     END-IF
049900     MOVE 01 TO CS-NEXT-DAY
050000     COMPUTE CS-DAY-NUMBER =
050100         FUNCTION INTEGER-OF-DATE (CS-NEXT-MONTH-DATE) - 1
050200     COMPUTE CS-PERIOD-END-DATE =
050300         FUNCTION DATE-OF-INTEGER (CS-DAY-NUMBER)
050400     GO TO 1200-EXIT.
050500 1200-EXIT.
050600     EXIT.
050700******************************************************************
050800*    1300-READ-OVERRIDE-CARD THRU 1300-EXIT
050900*
051000*    SAME RULES AS CIRCSQR-BATCH - MISSING OR EMPTY IS NORMAL,
051100*    A CARD THAT DOESN'T SAY OVERRIDE IS MISKEYED AND ABENDS.
051200******************************************************************
051300 1300-READ-OVERRIDE-CARD.
051400     OPEN INPUT RUN-OVERRIDE
051500     IF CS-OVERRIDE-NOT-FOUND
051600         GO TO 1300-EXIT
051700     END-IF
051800     READ RUN-OVERRIDE
051900         AT END
052000             CLOSE RUN-OVERRIDE
052100             GO TO 1300-EXIT
052200     END-READ
052300     IF OV-KEYWORD = "OVERRIDE"
052400         SET CS-OVERRIDE-PRESENT TO TRUE
052500         MOVE OV-REASON TO CS-OVERRIDE-REASON
052600     ELSE
052700         DISPLAY "CIRCSQR-MONEND: BAD RUNOVRD CARD - " OV-KEYWORD
052800         MOVE 16 TO RETURN-CODE
052900         GOBACK
053000     END-IF
053100     CLOSE RUN-OVERRIDE
053200     GO TO 1300-EXIT.
053300 1300-EXIT.
053400     EXIT.
053500******************************************************************
053600*    1400-CHECK-RUN-CONTROL THRU 1400-EXIT
053700*
053800*    THE CALLER DATE IS THE LAST DAY OF THE MONTH BEING CLOSED,
053900*    NOT TODAY - CIRCSQR-RUNCTL TESTS THE CUTTING RUNS AGAINST
054000*    IT, AND IT IS WHAT MAKES A SECOND CLOSE OF THE SAME MONTH
054100*    RECOGNIZABLE.
054200******************************************************************
054300 1400-CHECK-RUN-CONTROL.
054400     MOVE "S" TO RU-REQUEST-CODE
054500     MOVE "CIRCSQRG" TO RU-CALLER-JOB
054600     MOVE CS-PERIOD-END-DATE TO RU-CALLER-DATE
054700     MOVE SPACE TO RU-END-STATUS
054800     MOVE SPACE TO RU-SHIFT-CODE
054900     IF CS-OVERRIDE-PRESENT
055000         MOVE "Y" TO RU-OVERRIDE
055100     ELSE
055200         MOVE "N" TO RU-OVERRIDE
055300     END-IF
055400     CALL "CIRCSQR-RUNCTL" USING RU-PARM-FIELDS
055500     IF RU-REPLY-REFUSED
055600         DISPLAY "CIRCSQR-MONEND: RUN REFUSED - " RU-REPLY-TEXT
055700         MOVE 16 TO RETURN-CODE
055800         GOBACK
055900     END-IF
056000     GO TO 1400-EXIT.
056100 1400-EXIT.
056200     EXIT.
056300******************************************************************
056400*    1500-PRINT-OVERRIDE THRU 1500-EXIT
056500******************************************************************
056600 1500-PRINT-OVERRIDE.
056700     MOVE CS-OVERRIDE-REASON TO CS-OV-REASON
056800     WRITE VALUATION-REPORT-LINE FROM CS-OVERRIDE-LINE
056900     IF RU-REPLY-TEXT NOT = SPACES
057000         MOVE RU-REPLY-TEXT TO CS-OV-RULE-TEXT
057100         WRITE VALUATION-REPORT-LINE FROM CS-OVERRIDE-RULE-LINE
057200     END-IF
057300     GO TO 1500-EXIT.
057400 1500-EXIT.
057500     EXIT.
057600******************************************************************
057700*    1600-OPEN-RATE-FILES THRU 1600-EXIT
057800*
057900*    THE STOCK-MASTER MUST OPEN - VALUING THE WHOLE RACK AT
058000*    THE DEFAULT RATE BECAUSE IT DIDN'T WOULD LOOK LIKE A
058100*    VALUATION AND BE NONE.  NO RATEHIST (STATUS 35) MEANS NO
058200*    RATE HAS EVER BEEN KEYED AHEAD, SAME AS CIRCSQR-BATCH.
058300******************************************************************
058400 1600-OPEN-RATE-FILES.
058500     OPEN INPUT STOCK-MASTER
058600     IF CS-MASTER-FILE-STATUS NOT = "00"
058700         DISPLAY "CIRCSQR-MONEND: STKMAST OPEN FAILED, STATUS "
058800             CS-MASTER-FILE-STATUS
058900         MOVE 16 TO RETURN-CODE
059000         GOBACK
059100     END-IF
059200     OPEN INPUT RATE-HISTORY
059300     IF CS-RATEHIST-NOT-FOUND
059400         GO TO 1600-EXIT
059500     END-IF
059600     IF CS-RATE-FILE-STATUS NOT = "00"
059700         DISPLAY "CIRCSQR-MONEND: RATEHIST OPEN FAILED, STATUS "
059800             CS-RATE-FILE-STATUS
059900         MOVE 16 TO RETURN-CODE
060000         GOBACK
060100     END-IF
060200     SET CS-RATEHIST-AVAILABLE TO TRUE
060300     GO TO 1600-EXIT.
060400 1600-EXIT.
060500     EXIT.
060600******************************************************************
060700*    2000-VALUE-STOCK-ONHAND THRU 2000-EXIT
060800*
060900*    EVERY SIZE WITH BLANKS IN THE RACK: QUANTITY TIMES THE
061000*    BLANK'S CIRCLE AREA TIMES THE UNIT RATE IN FORCE AT MONTH
061100*    END - THE SAME BASIS CIRCSQR-BATCH COSTS A BLANK ON WHEN
061200*    IT IS CUT.  A RETIRED SIZE STILL IN THE RACK IS STILL
061300*    STOCK AND IS VALUED.  NO STKONH AT ALL IS AN EMPTY RACK.
061400******************************************************************
061500 2000-VALUE-STOCK-ONHAND.
061600     MOVE "BLANKS ON HAND" TO CS-SC-TEXT
061700     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
061800     WRITE VALUATION-REPORT-LINE FROM CS-VALUE-HEADING
061900     OPEN INPUT STOCK-ONHAND
062000     IF CS-ONHAND-NOT-FOUND
062100         GO TO 2000-EXIT
062200     END-IF
062300     IF CS-ONHAND-FILE-STATUS NOT = "00"
062400         DISPLAY "CIRCSQR-MONEND: STKONH OPEN FAILED, STATUS "
062500             CS-ONHAND-FILE-STATUS
062600         MOVE 16 TO RETURN-CODE
062700         GOBACK
062800     END-IF
062900     MOVE "N" TO CS-EOF-SWITCH
063000     PERFORM 2010-READ-STOCK-ONHAND THRU 2010-EXIT
063100     PERFORM 2020-VALUE-ONE-SIZE THRU 2020-EXIT
063200         UNTIL CS-END-OF-FILE
063300     CLOSE STOCK-ONHAND
063400     GO TO 2000-EXIT.
063500 2000-EXIT.
063600     EXIT.
063700 2010-READ-STOCK-ONHAND.
063800     READ STOCK-ONHAND NEXT RECORD
063900         AT END
064000             SET CS-END-OF-FILE TO TRUE
064100     END-READ
064200     IF NOT CS-END-OF-FILE
064300         AND CS-ONHAND-FILE-STATUS NOT = "00"
064400         DISPLAY "CIRCSQR-MONEND: STKONH READ FAILED, "
064500             "STATUS " CS-ONHAND-FILE-STATUS
064600         MOVE 16 TO RETURN-CODE
064700         GOBACK
064800     END-IF
064900     GO TO 2010-EXIT.
065000 2010-EXIT.
065100     EXIT.
065200 2020-VALUE-ONE-SIZE.
065250     MOVE "N" TO CS-VALUE-ERROR-SWITCH
065300     MOVE SPACES TO CS-VALUE-DETAIL-LINE
065400     MOVE "ON HAND" TO CS-VD-ITEM
065500     MOVE OH-MATERIAL-CODE TO CS-VD-MATERIAL
065600     MOVE OH-RADIUS TO CS-VD-RADIUS
065700     IF OH-QTY-ON-HAND NOT NUMERIC
065800         ADD 1 TO CS-BAD-ROW-COUNT
065900         MOVE "BADQTY" TO CS-VD-FLAG
066000         WRITE VALUATION-REPORT-LINE FROM CS-VALUE-DETAIL-LINE
066100         GO TO 2020-NEXT
066200     END-IF
066300     IF OH-QTY-ON-HAND = ZERO
066400         GO TO 2020-NEXT
066500     END-IF
066600     MOVE OH-RADIUS TO CS-VALUE-RADIUS
066700     MOVE OH-MATERIAL-CODE TO CS-VALUE-MATERIAL
066800     PERFORM 2200-LOOKUP-UNIT-COST THRU 2200-EXIT
066900     COMPUTE CS-RADIUS-SQUARED = OH-RADIUS * OH-RADIUS
067000         ON SIZE ERROR
067100             SET CS-VALUE-ERROR TO TRUE
067200     END-COMPUTE
067300     COMPUTE CS-ITEM-AREA ROUNDED = CS-RADIUS-SQUARED * CS-PI
067400         ON SIZE ERROR
067500             SET CS-VALUE-ERROR TO TRUE
067600     END-COMPUTE
067700     COMPUTE CS-ITEM-VALUE ROUNDED =
067800         OH-QTY-ON-HAND * CS-ITEM-AREA * CS-UNIT-COST
067900         ON SIZE ERROR
068000             SET CS-VALUE-ERROR TO TRUE
068100     END-COMPUTE
068200     MOVE OH-QTY-ON-HAND TO CS-VD-QTY
068300     MOVE CS-ITEM-AREA TO CS-VD-AREA
068400     MOVE CS-UNIT-COST TO CS-VD-RATE
068500     MOVE CS-ITEM-VALUE TO CS-VD-VALUE
068600     MOVE CS-RATE-SOURCE TO CS-VD-FLAG
068700     IF CS-VALUE-ERROR
068800         MOVE ZERO TO CS-VD-VALUE
068900         MOVE "CALC" TO CS-VD-FLAG
069000     END-IF
069100     WRITE VALUATION-REPORT-LINE FROM CS-VALUE-DETAIL-LINE
069200     IF CS-VALUE-ERROR
069300         GO TO 2020-NEXT
069400     END-IF
069500     ADD 1 TO CS-ONHAND-COUNT
069600     MOVE OH-MATERIAL-CODE TO CS-FIND-MATERIAL
069700     PERFORM 2800-FIND-MATERIAL THRU 2800-EXIT
069800     ADD OH-QTY-ON-HAND TO CS-MT-BLANK-QTY (CS-MT-HIT-SUB)
069900         ON SIZE ERROR
070000             SET CS-VALUE-ERROR TO TRUE
070100     END-ADD
070200     ADD CS-ITEM-VALUE TO CS-MT-BLANK-VALUE (CS-MT-HIT-SUB)
070300         ON SIZE ERROR
070400             SET CS-VALUE-ERROR TO TRUE
070500     END-ADD
070600     GO TO 2020-NEXT.
070700 2020-NEXT.
070720     IF CS-VALUE-ERROR
070740         ADD 1 TO CS-CALC-ERROR-COUNT
070760     END-IF
070800     PERFORM 2010-READ-STOCK-ONHAND THRU 2010-EXIT
070900     GO TO 2020-EXIT.
071000 2020-EXIT.
071100     EXIT.
071200******************************************************************
071300*    2100-VALUE-REMNANTS THRU 2100-EXIT
071400*
071500*    EVERY REMNANT STILL IN THE RACK - AVAILABLE, OR RESERVED
071600*    BY CIRCSQR-PLAN AND NOT YET CUT - AT ITS RECLAIMABLE AREA
071700*    TIMES THE UNIT RATE OF ITS PARENT SIZE.  CONSUMED AND
071800*    SCRAPPED REMNANTS ARE GONE AND NOT VALUED.  SPACES IN THE
071900*    MATERIAL READ AS MILD STEEL, AS EVERYWHERE ELSE.
072000******************************************************************
072100 2100-VALUE-REMNANTS.
072200     MOVE "REMNANTS IN THE RACK" TO CS-SC-TEXT
072300     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
072400     WRITE VALUATION-REPORT-LINE FROM CS-VALUE-HEADING
072500     OPEN INPUT REMNANT-MASTER
072600     IF CS-REMN-NOT-FOUND
072700         GO TO 2100-EXIT
072800     END-IF
072900     IF CS-REMN-FILE-STATUS NOT = "00"
073000         DISPLAY "CIRCSQR-MONEND: REMNMAST OPEN FAILED, STATUS "
073100             CS-REMN-FILE-STATUS
073200         MOVE 16 TO RETURN-CODE
073300         GOBACK
073400     END-IF
073500     MOVE "N" TO CS-EOF-SWITCH
073600     PERFORM 2110-READ-REMNANT THRU 2110-EXIT
073700     PERFORM 2120-VALUE-ONE-REMNANT THRU 2120-EXIT
073800         UNTIL CS-END-OF-FILE
073900     CLOSE REMNANT-MASTER
074000     GO TO 2100-EXIT.
074100 2100-EXIT.
074200     EXIT.
074300 2110-READ-REMNANT.
074400     READ REMNANT-MASTER NEXT RECORD
074500         AT END
074600             SET CS-END-OF-FILE TO TRUE
074700     END-READ
074800     IF NOT CS-END-OF-FILE
074900         AND CS-REMN-FILE-STATUS NOT = "00"
075000         DISPLAY "CIRCSQR-MONEND: REMNMAST READ FAILED, "
075100             "STATUS " CS-REMN-FILE-STATUS
075200         MOVE 16 TO RETURN-CODE
075300         GOBACK
075400     END-IF
075500     GO TO 2110-EXIT.
075600 2110-EXIT.
075700     EXIT.
075800 2120-VALUE-ONE-REMNANT.
075850     MOVE "N" TO CS-VALUE-ERROR-SWITCH
075900     IF NOT RM-AVAILABLE AND NOT RM-RESERVED
076000         GO TO 2120-NEXT
076100     END-IF
076200     IF RM-MATERIAL-CODE = SPACES
076300         MOVE "MS" TO CS-VALUE-MATERIAL
076400     ELSE
076500         MOVE RM-MATERIAL-CODE TO CS-VALUE-MATERIAL
076600     END-IF
076700     MOVE SPACES TO CS-VALUE-DETAIL-LINE
076800     MOVE RM-STOCK-ID TO CS-VD-ITEM
076900     MOVE CS-VALUE-MATERIAL TO CS-VD-MATERIAL
077000     IF RM-PARENT-RADIUS NOT NUMERIC
077100         OR RM-RECLAIM-AREA NOT NUMERIC
077200         ADD 1 TO CS-BAD-ROW-COUNT
077300         MOVE "BADROW" TO CS-VD-FLAG
077400         WRITE VALUATION-REPORT-LINE FROM CS-VALUE-DETAIL-LINE
077500         GO TO 2120-NEXT
077600     END-IF
077700     MOVE RM-PARENT-RADIUS TO CS-VALUE-RADIUS
077800     PERFORM 2200-LOOKUP-UNIT-COST THRU 2200-EXIT
077900     COMPUTE CS-ITEM-VALUE ROUNDED =
078000         RM-RECLAIM-AREA * CS-UNIT-COST
078100         ON SIZE ERROR
078200             SET CS-VALUE-ERROR TO TRUE
078300     END-COMPUTE
078400     MOVE RM-PARENT-RADIUS TO CS-VD-RADIUS
078500     MOVE 1 TO CS-VD-QTY
078600     MOVE RM-RECLAIM-AREA TO CS-VD-AREA
078700     MOVE CS-UNIT-COST TO CS-VD-RATE
078800     MOVE CS-ITEM-VALUE TO CS-VD-VALUE
078900     MOVE CS-RATE-SOURCE TO CS-VD-FLAG
079000     IF CS-VALUE-ERROR
079100         MOVE ZERO TO CS-VD-VALUE
079200         MOVE "CALC" TO CS-VD-FLAG
079300     END-IF
079400     WRITE VALUATION-REPORT-LINE FROM CS-VALUE-DETAIL-LINE
079500     IF CS-VALUE-ERROR
079600         GO TO 2120-NEXT
079700     END-IF
079800     ADD 1 TO CS-REMNANT-COUNT
079900     MOVE CS-VALUE-MATERIAL TO CS-FIND-MATERIAL
080000     PERFORM 2800-FIND-MATERIAL THRU 2800-EXIT
080100     ADD 1 TO CS-MT-REMNANT-COUNT (CS-MT-HIT-SUB)
080200         ON SIZE ERROR
080300             SET CS-VALUE-ERROR TO TRUE
080400     END-ADD
080500     ADD RM-RECLAIM-AREA TO CS-MT-REMNANT-AREA (CS-MT-HIT-SUB)
080600         ON SIZE ERROR
080700             SET CS-VALUE-ERROR TO TRUE
080800     END-ADD
080900     ADD CS-ITEM-VALUE TO CS-MT-REMNANT-VALUE (CS-MT-HIT-SUB)
081000         ON SIZE ERROR
081100             SET CS-VALUE-ERROR TO TRUE
081200     END-ADD
081300     GO TO 2120-NEXT.
081400 2120-NEXT.
081420     IF CS-VALUE-ERROR
081440         ADD 1 TO CS-CALC-ERROR-COUNT
081460     END-IF
081500     PERFORM 2110-READ-REMNANT THRU 2110-EXIT
081600     GO TO 2120-EXIT.
081700 2120-EXIT.
081800     EXIT.
081900******************************************************************
082000*    2200-LOOKUP-UNIT-COST THRU 2200-EXIT
082100*
082200*    THE UNIT RATE IN FORCE AT MONTH END FOR CS-VALUE-RADIUS
082300*    AND CS-VALUE-MATERIAL, BY THE SAME RULES CIRCSQR-BATCH
082400*    COSTS A CUT BY (ITS 2057-2059): THE LATEST RATEHIST ROW
082500*    DATED ON OR BEFORE THE DATE WINS, ELSE A PRICED MASTER
082600*    ROW, ELSE THE DEFAULT RATE, FLAGGED EST AND COUNTED.
082700******************************************************************
082800 2200-LOOKUP-UNIT-COST.
082900     MOVE "N" TO CS-VALUE-ERROR-SWITCH
083000     MOVE CS-DEFAULT-UNIT-COST TO CS-UNIT-COST
083100     MOVE "EST" TO CS-RATE-SOURCE
083200     MOVE CS-VALUE-RADIUS TO SM-RADIUS
083300     MOVE CS-VALUE-MATERIAL TO SM-MATERIAL-CODE
083400     READ STOCK-MASTER
083500         INVALID KEY
083600             CONTINUE
083700         NOT INVALID KEY
083800             IF SM-UNIT-COST NUMERIC AND SM-UNIT-COST > ZERO
083900                 MOVE SM-UNIT-COST TO CS-UNIT-COST
084000                 MOVE "MAST" TO CS-RATE-SOURCE
084100             END-IF
084200     END-READ
084300     PERFORM 2210-LOOKUP-RATE-HISTORY THRU 2210-EXIT
084400     IF CS-RATE-ESTIMATED
084500         ADD 1 TO CS-ESTIMATE-COUNT
084600     END-IF
084700     GO TO 2200-EXIT.
084800 2200-EXIT.
084900     EXIT.
085000 2210-LOOKUP-RATE-HISTORY.
085100     IF NOT CS-RATEHIST-AVAILABLE
085200         GO TO 2210-EXIT
085300     END-IF
085400     MOVE "N" TO CS-RATE-SCAN-SWITCH
085500     MOVE "N" TO CS-RATE-FOUND-SWITCH
085600     MOVE CS-VALUE-RADIUS TO RA-RADIUS
085700     MOVE CS-VALUE-MATERIAL TO RA-MATERIAL-CODE
085800     MOVE ZERO TO RA-EFFECTIVE-DATE
085900     START RATE-HISTORY KEY IS NOT LESS THAN RA-KEY
086000         INVALID KEY
086100             GO TO 2210-EXIT
086200     END-START
086300     PERFORM 2220-SCAN-ONE-RATE THRU 2220-EXIT
086400         UNTIL CS-RATE-EXHAUSTED
086500     IF CS-RATE-FOUND
086600         MOVE CS-FOUND-UNIT-COST TO CS-UNIT-COST
086700         MOVE "RATE" TO CS-RATE-SOURCE
086800     END-IF
086900     GO TO 2210-EXIT.
087000 2210-EXIT.
087100     EXIT.
087200 2220-SCAN-ONE-RATE.
087300     READ RATE-HISTORY NEXT RECORD
087400         AT END
087500             SET CS-RATE-EXHAUSTED TO TRUE
087600             GO TO 2220-EXIT
087700     END-READ
087800*    A HARD I-O ERROR TAKES NEITHER BRANCH ABOVE - SAME GUARD
087900*    AS EVERY OTHER INDEXED WALK IN THE SUITE.
088000     IF CS-RATE-FILE-STATUS NOT = "00"
088100         AND CS-RATE-FILE-STATUS NOT = "10"
088200         DISPLAY "CIRCSQR-MONEND: RATEHIST READ FAILED, "
088300             "STATUS " CS-RATE-FILE-STATUS
088400         MOVE 16 TO RETURN-CODE
088500         GOBACK
088600     END-IF
088700     IF RA-RADIUS NOT = CS-VALUE-RADIUS
088800         OR RA-MATERIAL-CODE NOT = CS-VALUE-MATERIAL
088900         SET CS-RATE-EXHAUSTED TO TRUE
089000         GO TO 2220-EXIT
089100     END-IF
089200     IF RA-EFFECTIVE-DATE > CS-PERIOD-END-DATE
089300         SET CS-RATE-EXHAUSTED TO TRUE
089400         GO TO 2220-EXIT
089500     END-IF
089600     IF RA-UNIT-COST NUMERIC AND RA-UNIT-COST > ZERO
089700         MOVE RA-UNIT-COST TO CS-FOUND-UNIT-COST
089800         SET CS-RATE-FOUND TO TRUE
089900     END-IF
090000     GO TO 2220-EXIT.
090100 2220-EXIT.
090200     EXIT.
090300******************************************************************
090400*    2300-LOAD-MONTH-COSTS THRU 2300-EXIT
090500*
090600*    THE MONTH'S COSTMAT ROWS, ONE PER MATERIAL CUT.  NO FILE,
090700*    OR NO ROW FOR THE MONTH, IS A MONTH WITH NOTHING CUT.
090800******************************************************************
090900 2300-LOAD-MONTH-COSTS.
091000     OPEN INPUT MATERIAL-COST
091100     IF CS-COSTMAT-NOT-FOUND
091200         GO TO 2300-EXIT
091300     END-IF
091400     IF CS-COSTMAT-FILE-STATUS NOT = "00"
091500         DISPLAY "CIRCSQR-MONEND: COSTMAT OPEN FAILED, STATUS "
091600             CS-COSTMAT-FILE-STATUS
091700         MOVE 16 TO RETURN-CODE
091800         GOBACK
091900     END-IF
092000     MOVE "N" TO CS-EOF-SWITCH
092100     MOVE CS-PERIOD TO CT-MONTH
092200     MOVE LOW-VALUES TO CT-MATERIAL-CODE
092300     START MATERIAL-COST KEY IS NOT LESS THAN CT-KEY
092400         INVALID KEY
092500             SET CS-END-OF-FILE TO TRUE
092600     END-START
092700     PERFORM 2310-LOAD-ONE-COST-ROW THRU 2310-EXIT
092800         UNTIL CS-END-OF-FILE
092900     CLOSE MATERIAL-COST
093000     GO TO 2300-EXIT.
093100 2300-EXIT.
093200     EXIT.
093300 2310-LOAD-ONE-COST-ROW.
093400     READ MATERIAL-COST NEXT RECORD
093500         AT END
093600             SET CS-END-OF-FILE TO TRUE
093700             GO TO 2310-EXIT
093800     END-READ
093900     IF CS-COSTMAT-FILE-STATUS NOT = "00"
094000         DISPLAY "CIRCSQR-MONEND: COSTMAT READ FAILED, "
094100             "STATUS " CS-COSTMAT-FILE-STATUS
094200         MOVE 16 TO RETURN-CODE
094300         GOBACK
094400     END-IF
094500     IF CT-MONTH NOT = CS-PERIOD
094600         SET CS-END-OF-FILE TO TRUE
094700         GO TO 2310-EXIT
094800     END-IF
094900     MOVE CT-MATERIAL-CODE TO CS-FIND-MATERIAL
095000     PERFORM 2800-FIND-MATERIAL THRU 2800-EXIT
095100     MOVE CT-BLANKS-COSTED TO CS-MT-BLANKS-COSTED (CS-MT-HIT-SUB)
095200     MOVE CT-MATERIAL-COST TO CS-MT-MATERIAL-COST (CS-MT-HIT-SUB)
095300     MOVE CT-SCRAP-CREDIT TO CS-MT-SCRAP-CREDIT (CS-MT-HIT-SUB)
095400     MOVE CT-WASTE-COST TO CS-MT-WASTE-COST (CS-MT-HIT-SUB)
095500     GO TO 2310-EXIT.
095600 2310-EXIT.
095700     EXIT.
095800******************************************************************
095900*    2400-LOAD-OPENING-VALUES THRU 2400-EXIT
096000*
096100*    EACH MATERIAL OPENS AT ITS LATEST INVHIST VALUATION FROM
096200*    AN EARLIER MONTH - NORMALLY LAST MONTH'S CLOSE.  ROWS FOR
096300*    THIS MONTH OR LATER (A CLOSE BEING RERUN) ARE IGNORED, AND
096400*    OF TWO ROWS FOR THE SAME MONTH THE LATER ONE STANDS.  A
096500*    MATERIAL NEVER VALUED BEFORE OPENS AT ZERO - THE WHOLE OF
096600*    ITS STOCK IS THEN THIS MONTH'S CHANGE, SO IT IS COUNTED
096700*    AND THE RUN ENDS RC=4 FOR FINANCE TO LOOK AT.
096800******************************************************************
096900 2400-LOAD-OPENING-VALUES.
097000     OPEN INPUT INVENTORY-HISTORY
097100     IF CS-INVHIST-NOT-FOUND
097200         GO TO 2400-EXIT
097300     END-IF
097400     IF CS-INVHIST-FILE-STATUS NOT = "00"
097500         DISPLAY "CIRCSQR-MONEND: INVHIST OPEN FAILED, STATUS "
097600             CS-INVHIST-FILE-STATUS
097700         MOVE 16 TO RETURN-CODE
097800         GOBACK
097900     END-IF
098000     MOVE "N" TO CS-EOF-SWITCH
098100     PERFORM 2410-LOAD-ONE-HISTORY-ROW THRU 2410-EXIT
098200         UNTIL CS-END-OF-FILE
098300     CLOSE INVENTORY-HISTORY
098400     GO TO 2400-EXIT.
098500 2400-EXIT.
098600     EXIT.
098700 2410-LOAD-ONE-HISTORY-ROW.
098800     READ INVENTORY-HISTORY
098900         AT END
099000             SET CS-END-OF-FILE TO TRUE
099100             GO TO 2410-EXIT
099200     END-READ
099300     IF IV-MONTH NOT NUMERIC OR IV-TOTAL-VALUE NOT NUMERIC
099400         GO TO 2410-EXIT
099500     END-IF
099600     IF IV-MONTH NOT < CS-PERIOD
099700         GO TO 2410-EXIT
099800     END-IF
099900     MOVE IV-MATERIAL-CODE TO CS-FIND-MATERIAL
100000     PERFORM 2800-FIND-MATERIAL THRU 2800-EXIT
100100     IF IV-MONTH NOT < CS-MT-OPENING-MONTH (CS-MT-HIT-SUB)
100200         MOVE IV-MONTH TO CS-MT-OPENING-MONTH (CS-MT-HIT-SUB)
100300         MOVE IV-TOTAL-VALUE
100400             TO CS-MT-OPENING-VALUE (CS-MT-HIT-SUB)
100500     END-IF
100600     GO TO 2410-EXIT.
100700 2410-EXIT.
100800     EXIT.
100900******************************************************************
101000*    2500-BUILD-JOURNAL THRU 2500-EXIT
101100*
101200*    FOUR ENTRIES PER MATERIAL, EACH ONE DEBIT AND ONE CREDIT,
101300*    SUB-ACCOUNTED BY MATERIAL:
101400*      MATERIAL CONSUMED       DR 5100 CONSUMED  CR 1490 CLEARING
101500*      SCRAP CREDIT RECOVERED  DR 1250 SCRAP DUE CR 5150 RECOVERY
101600*      NET WASTE EXPENSE       DR 5200 WASTE     CR 5100 CONSUMED
101700*      CHANGE IN INVENTORY     DR 1410 INVENTORY CR 1490 CLEARING
101800*                              (THE OTHER WAY ROUND ON A FALL)
101900*    THE WASTE ENTRY MOVES THE NET OFFCUT WASTE OUT OF MATERIAL
102000*    CONSUMED, SO CONSUMED IS LEFT HOLDING WHAT WENT INTO THE
102100*    PIECES.  A ZERO AMOUNT WRITES NO ENTRY.  EVERY LINE IS
102200*    ADDED TO THE DEBIT OR CREDIT TOTAL AS IT IS BUILT, AND THE
102300*    TWO TOTALS ARE PROVED AGAINST EACH OTHER AT 3000.  THE
102400*    CLOSING VALUE IS WORKED OUT HERE, ONCE EVERY FILE IS IN.
102500******************************************************************
102600 2500-BUILD-JOURNAL.
102700     MOVE ZERO TO CS-JE-COUNT
102800     MOVE ZERO TO CS-MT-SUB
102900     PERFORM 2510-BUILD-ONE-MATERIAL THRU 2510-EXIT
103000         UNTIL CS-MT-SUB NOT < CS-MT-COUNT
103100     GO TO 2500-EXIT.
103200 2500-EXIT.
103300     EXIT.
103400 2510-BUILD-ONE-MATERIAL.
103500     ADD 1 TO CS-MT-SUB
103600     COMPUTE CS-MT-CLOSING-VALUE (CS-MT-SUB) =
103700         CS-MT-BLANK-VALUE (CS-MT-SUB)
103800         + CS-MT-REMNANT-VALUE (CS-MT-SUB)
103900         ON SIZE ERROR
104000             MOVE "N" TO CS-JOURNAL-SWITCH
104100     END-COMPUTE
104200     IF CS-MT-OPENING-MONTH (CS-MT-SUB) = ZERO
104300         AND CS-MT-CLOSING-VALUE (CS-MT-SUB) > ZERO
104400         ADD 1 TO CS-NO-OPENING-COUNT
104500     END-IF
104600     MOVE CS-ACCT-CONSUMED TO CS-PAIR-DEBIT-ACCT
104700     MOVE CS-ACCT-CLEARING TO CS-PAIR-CREDIT-ACCT
104800     MOVE CS-MT-MATERIAL-COST (CS-MT-SUB) TO CS-PAIR-AMOUNT
104900     MOVE "MATERIAL CONSUMED" TO CS-PAIR-DESCRIPTION
105000     PERFORM 2520-ADD-ENTRY-PAIR THRU 2520-EXIT
105100     MOVE CS-ACCT-SCRAP-DUE TO CS-PAIR-DEBIT-ACCT
105200     MOVE CS-ACCT-SCRAP-RECOVERY TO CS-PAIR-CREDIT-ACCT
105300     MOVE CS-MT-SCRAP-CREDIT (CS-MT-SUB) TO CS-PAIR-AMOUNT
105400     MOVE "SCRAP CREDIT RECOVERED" TO CS-PAIR-DESCRIPTION
105500     PERFORM 2520-ADD-ENTRY-PAIR THRU 2520-EXIT
105600     MOVE CS-ACCT-WASTE TO CS-PAIR-DEBIT-ACCT
105700     MOVE CS-ACCT-CONSUMED TO CS-PAIR-CREDIT-ACCT
105800     MOVE CS-MT-WASTE-COST (CS-MT-SUB) TO CS-PAIR-AMOUNT
105900     MOVE "NET WASTE EXPENSE" TO CS-PAIR-DESCRIPTION
106000     PERFORM 2520-ADD-ENTRY-PAIR THRU 2520-EXIT
106100     MOVE "CHANGE IN INVENTORY VALUE" TO CS-PAIR-DESCRIPTION
106200     IF CS-MT-CLOSING-VALUE (CS-MT-SUB)
106300         NOT < CS-MT-OPENING-VALUE (CS-MT-SUB)
106400         MOVE CS-ACCT-INVENTORY TO CS-PAIR-DEBIT-ACCT
106500         MOVE CS-ACCT-CLEARING TO CS-PAIR-CREDIT-ACCT
106600         COMPUTE CS-PAIR-AMOUNT =
106700             CS-MT-CLOSING-VALUE (CS-MT-SUB)
106800             - CS-MT-OPENING-VALUE (CS-MT-SUB)
106900     ELSE
107000         MOVE CS-ACCT-CLEARING TO CS-PAIR-DEBIT-ACCT
107100         MOVE CS-ACCT-INVENTORY TO CS-PAIR-CREDIT-ACCT
107200         COMPUTE CS-PAIR-AMOUNT =
107300             CS-MT-OPENING-VALUE (CS-MT-SUB)
107400             - CS-MT-CLOSING-VALUE (CS-MT-SUB)
107500     END-IF
107600     PERFORM 2520-ADD-ENTRY-PAIR THRU 2520-EXIT
107700     GO TO 2510-EXIT.
107800 2510-EXIT.
107900     EXIT.
108000 2520-ADD-ENTRY-PAIR.
108100     IF CS-PAIR-AMOUNT = ZERO
108200         GO TO 2520-EXIT
108300     END-IF
108400     IF CS-JE-COUNT + 2 > CS-JE-MAX
108500         DISPLAY "CIRCSQR-MONEND: JOURNAL TABLE FULL AT "
108600             CS-JE-MAX
108700         MOVE 16 TO RETURN-CODE
108800         GOBACK
108900     END-IF
109000     ADD 1 TO CS-JE-COUNT
109100     MOVE CS-PAIR-DEBIT-ACCT TO CS-JE-ACCOUNT (CS-JE-COUNT)
109200     MOVE CS-MT-MATERIAL (CS-MT-SUB)
109250         TO CS-JE-MATERIAL (CS-JE-COUNT)
109300     MOVE "D" TO CS-JE-DR-CR (CS-JE-COUNT)
109400     MOVE CS-PAIR-AMOUNT TO CS-JE-AMOUNT (CS-JE-COUNT)
109500     MOVE CS-PAIR-DESCRIPTION TO CS-JE-DESCRIPTION (CS-JE-COUNT)
109600     ADD CS-PAIR-AMOUNT TO CS-DEBIT-TOTAL
109700         ON SIZE ERROR
109800             MOVE "N" TO CS-JOURNAL-SWITCH
109900     END-ADD
110000     ADD 1 TO CS-JE-COUNT
110100     MOVE CS-PAIR-CREDIT-ACCT TO CS-JE-ACCOUNT (CS-JE-COUNT)
110200     MOVE CS-MT-MATERIAL (CS-MT-SUB)
110250         TO CS-JE-MATERIAL (CS-JE-COUNT)
110300     MOVE "C" TO CS-JE-DR-CR (CS-JE-COUNT)
110400     MOVE CS-PAIR-AMOUNT TO CS-JE-AMOUNT (CS-JE-COUNT)
110500     MOVE CS-PAIR-DESCRIPTION TO CS-JE-DESCRIPTION (CS-JE-COUNT)
110600     ADD CS-PAIR-AMOUNT TO CS-CREDIT-TOTAL
110700         ON SIZE ERROR
110800             MOVE "N" TO CS-JOURNAL-SWITCH
110900     END-ADD
111000     GO TO 2520-EXIT.
111100 2520-EXIT.
111200     EXIT.
111300******************************************************************
111400*    2800-FIND-MATERIAL THRU 2800-EXIT
111500*
111600*    SERIAL SEARCH ON CS-FIND-MATERIAL; A MATERIAL NOT YET IN
111700*    THE TABLE IS ADDED AT ZERO.  CS-MT-HIT-SUB COMES BACK
111800*    POINTING AT ITS ENTRY EITHER WAY.
111900******************************************************************
112000 2800-FIND-MATERIAL.
112100     MOVE ZERO TO CS-MT-HIT-SUB
112200     MOVE ZERO TO CS-MT-SUB
112300     PERFORM 2810-TEST-ONE-MATERIAL THRU 2810-EXIT
112400         UNTIL CS-MT-HIT-SUB > ZERO
112500         OR CS-MT-SUB NOT < CS-MT-COUNT
112600     IF CS-MT-HIT-SUB > ZERO
112700         GO TO 2800-EXIT
112800     END-IF
112900     IF CS-MT-COUNT NOT < CS-MT-MAX
113000         DISPLAY "CIRCSQR-MONEND: MATERIAL TABLE FULL AT "
113100             CS-MT-MAX
113200         MOVE 16 TO RETURN-CODE
113300         GOBACK
113400     END-IF
113500     ADD 1 TO CS-MT-COUNT
113600     MOVE CS-MT-COUNT TO CS-MT-HIT-SUB
113700     MOVE CS-FIND-MATERIAL TO CS-MT-MATERIAL (CS-MT-HIT-SUB)
113800     MOVE ZERO TO CS-MT-BLANK-QTY (CS-MT-HIT-SUB)
113900     MOVE ZERO TO CS-MT-BLANK-VALUE (CS-MT-HIT-SUB)
114000     MOVE ZERO TO CS-MT-REMNANT-COUNT (CS-MT-HIT-SUB)
114100     MOVE ZERO TO CS-MT-REMNANT-AREA (CS-MT-HIT-SUB)
114200     MOVE ZERO TO CS-MT-REMNANT-VALUE (CS-MT-HIT-SUB)
114300     MOVE ZERO TO CS-MT-CLOSING-VALUE (CS-MT-HIT-SUB)
114400     MOVE ZERO TO CS-MT-OPENING-MONTH (CS-MT-HIT-SUB)
114500     MOVE ZERO TO CS-MT-OPENING-VALUE (CS-MT-HIT-SUB)
114600     MOVE ZERO TO CS-MT-BLANKS-COSTED (CS-MT-HIT-SUB)
114700     MOVE ZERO TO CS-MT-MATERIAL-COST (CS-MT-HIT-SUB)
114800     MOVE ZERO TO CS-MT-SCRAP-CREDIT (CS-MT-HIT-SUB)
114900     MOVE ZERO TO CS-MT-WASTE-COST (CS-MT-HIT-SUB)
115000     GO TO 2800-EXIT.
115100 2800-EXIT.
115200     EXIT.
115300 2810-TEST-ONE-MATERIAL.
115400     ADD 1 TO CS-MT-SUB
115500     IF CS-MT-MATERIAL (CS-MT-SUB) = CS-FIND-MATERIAL
115600         MOVE CS-MT-SUB TO CS-MT-HIT-SUB
115700     END-IF
115800     GO TO 2810-EXIT.
115900 2810-EXIT.
116000     EXIT.
116100******************************************************************
116200*    2900-WRITE-SECTION-HEAD THRU 2900-EXIT
116300******************************************************************
116400 2900-WRITE-SECTION-HEAD.
116500     MOVE SPACES TO VALUATION-REPORT-LINE
116600     WRITE VALUATION-REPORT-LINE
116700     WRITE VALUATION-REPORT-LINE FROM CS-SECTION-LINE
116800     GO TO 2900-EXIT.
116900 2900-EXIT.
117000     EXIT.
117100******************************************************************
117200*    3000-TERMINATE
117300*
117400*    THE JOURNAL IS PROVED HERE: DEBITS MUST EQUAL CREDITS,
117500*    WITH NO SIZE ERROR ANYWHERE IN THE FIGURES AND NO ITEM
117600*    THAT COULD NOT BE VALUED.  ONLY THEN ARE GLJE AND THE
117700*    MONTH'S INVHIST ROWS WRITTEN AND THE RUN STAMPED
117800*    COMPLETE.  OTHERWISE NEITHER FILE IS TOUCHED, THE RUN IS
117900*    STAMPED "E" AND ENDS RC=16 - A HALF-RIGHT JOURNAL IS
118000*    WORSE THAN A LATE ONE.
118100******************************************************************
118200 3000-TERMINATE.
118300     IF CS-CALC-ERROR-COUNT > ZERO
118400         MOVE "N" TO CS-JOURNAL-SWITCH
118500     END-IF
118600     IF CS-DEBIT-TOTAL NOT = CS-CREDIT-TOTAL
118700         MOVE "N" TO CS-JOURNAL-SWITCH
118800     END-IF
118900     PERFORM 3100-WRITE-MATERIAL-SUMMARY THRU 3100-EXIT
119000     PERFORM 3200-WRITE-JOURNAL-LISTING THRU 3200-EXIT
119100     IF CS-JOURNAL-IN-BALANCE
119200         PERFORM 3300-WRITE-JOURNAL-FILE THRU 3300-EXIT
119300         PERFORM 3400-APPEND-INVENTORY-HISTORY THRU 3400-EXIT
119400         MOVE "JOURNAL IN BALANCE - GLJE WRITTEN"
119500             TO CS-MESSAGE-LINE
119600     ELSE
119700         MOVE "JOURNAL OUT OF BALANCE - GLJE NOT WRITTEN"
119800             TO CS-MESSAGE-LINE
119900         DISPLAY "CIRCSQR-MONEND: JOURNAL OUT OF BALANCE FOR "
120000             CS-PERIOD " - NOTHING WRITTEN"
120100     END-IF
120200     MOVE SPACES TO VALUATION-REPORT-LINE
120300     WRITE VALUATION-REPORT-LINE
120400     WRITE VALUATION-REPORT-LINE FROM CS-MESSAGE-LINE
120500     PERFORM 3150-WRITE-CONTROL-COUNTS THRU 3150-EXIT
120600     PERFORM 3500-MARK-RUN-COMPLETE THRU 3500-EXIT
120700     IF NOT CS-JOURNAL-IN-BALANCE
120800         MOVE 16 TO RETURN-CODE
120900     ELSE
121000         IF CS-ESTIMATE-COUNT > ZERO
121100             OR CS-NO-OPENING-COUNT > ZERO
121200             OR CS-BAD-ROW-COUNT > ZERO
121300             MOVE 4 TO RETURN-CODE
121400         END-IF
121500     END-IF
121600     CLOSE STOCK-MASTER
121700     IF CS-RATEHIST-AVAILABLE
121800         CLOSE RATE-HISTORY
121900     END-IF
122000     CLOSE VALUATION-REPORT.
122100******************************************************************
122200*    3100-WRITE-MATERIAL-SUMMARY THRU 3100-EXIT
122300*
122400*    THREE SHORT TABLES BY MATERIAL - STOCK VALUED, OPENING TO
122500*    CLOSING MOVEMENT, AND THE MONTH'S COSTS - EACH WITH A
122600*    TOTAL LINE.  EVERY FIGURE IN THE JOURNAL IS ON ONE OF
122700*    THEM.
122800******************************************************************
122900 3100-WRITE-MATERIAL-SUMMARY.
123000     MOVE "STOCK VALUED BY MATERIAL" TO CS-SC-TEXT
123100     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
123200     WRITE VALUATION-REPORT-LINE FROM CS-STOCK-HEADING
123300     MOVE ZERO TO CS-MT-SUB
123400     PERFORM 3110-WRITE-ONE-STOCK-LINE THRU 3110-EXIT
123500         UNTIL CS-MT-SUB NOT < CS-MT-COUNT
123600     MOVE SPACES TO CS-STOCK-LINE
123700     MOVE "ALL" TO CS-SL-MATERIAL
123800     MOVE CS-GT-BLANK-VALUE TO CS-SL-BLANK-VALUE
123900     MOVE CS-GT-REMNANT-VALUE TO CS-SL-REMNANT-VALUE
124000     MOVE CS-GT-CLOSING-VALUE TO CS-SL-CLOSING-VALUE
124100     WRITE VALUATION-REPORT-LINE FROM CS-STOCK-LINE
124200     MOVE "INVENTORY MOVEMENT BY MATERIAL" TO CS-SC-TEXT
124300     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
124400     WRITE VALUATION-REPORT-LINE FROM CS-MOVEMENT-HEADING
124500     MOVE ZERO TO CS-MT-SUB
124600     PERFORM 3120-WRITE-ONE-MOVEMENT-LINE THRU 3120-EXIT
124700         UNTIL CS-MT-SUB NOT < CS-MT-COUNT
124800     MOVE SPACES TO CS-MOVEMENT-LINE
124900     MOVE "ALL" TO CS-ML-MATERIAL
125000     MOVE CS-GT-OPENING-VALUE TO CS-ML-OPENING-VALUE
125100     MOVE CS-GT-CLOSING-VALUE TO CS-ML-CLOSING-VALUE
125200     COMPUTE CS-CHANGE-VALUE =
125300         CS-GT-CLOSING-VALUE - CS-GT-OPENING-VALUE
125400     MOVE CS-CHANGE-VALUE TO CS-ML-CHANGE
125500     WRITE VALUATION-REPORT-LINE FROM CS-MOVEMENT-LINE
125600     MOVE "MONTH'S COSTS BY MATERIAL" TO CS-SC-TEXT
125700     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
125800     WRITE VALUATION-REPORT-LINE FROM CS-COST-HEADING
125900     MOVE ZERO TO CS-MT-SUB
126000     PERFORM 3130-WRITE-ONE-COST-LINE THRU 3130-EXIT
126100         UNTIL CS-MT-SUB NOT < CS-MT-COUNT
126200     MOVE SPACES TO CS-COST-LINE
126300     MOVE "ALL" TO CS-CL-MATERIAL
126400     MOVE CS-GT-MATERIAL-COST TO CS-CL-MATERIAL-COST
126500     MOVE CS-GT-SCRAP-CREDIT TO CS-CL-SCRAP-CREDIT
126600     MOVE CS-GT-WASTE-COST TO CS-CL-WASTE-COST
126700     WRITE VALUATION-REPORT-LINE FROM CS-COST-LINE
126800     GO TO 3100-EXIT.
126900 3100-EXIT.
127000     EXIT.
127100 3110-WRITE-ONE-STOCK-LINE.
127200     ADD 1 TO CS-MT-SUB
127300     MOVE SPACES TO CS-STOCK-LINE
127400     MOVE CS-MT-MATERIAL (CS-MT-SUB) TO CS-SL-MATERIAL
127500     MOVE CS-MT-BLANK-QTY (CS-MT-SUB) TO CS-SL-BLANK-QTY
127600     MOVE CS-MT-BLANK-VALUE (CS-MT-SUB) TO CS-SL-BLANK-VALUE
127700     MOVE CS-MT-REMNANT-COUNT (CS-MT-SUB) TO CS-SL-REMNANT-COUNT
127800     MOVE CS-MT-REMNANT-VALUE (CS-MT-SUB) TO CS-SL-REMNANT-VALUE
127900     MOVE CS-MT-CLOSING-VALUE (CS-MT-SUB) TO CS-SL-CLOSING-VALUE
128000     WRITE VALUATION-REPORT-LINE FROM CS-STOCK-LINE
128100     ADD CS-MT-BLANK-VALUE (CS-MT-SUB) TO CS-GT-BLANK-VALUE
128200     ADD CS-MT-REMNANT-VALUE (CS-MT-SUB) TO CS-GT-REMNANT-VALUE
128300     ADD CS-MT-CLOSING-VALUE (CS-MT-SUB) TO CS-GT-CLOSING-VALUE
128400     GO TO 3110-EXIT.
128500 3110-EXIT.
128600     EXIT.
128700 3120-WRITE-ONE-MOVEMENT-LINE.
128800     ADD 1 TO CS-MT-SUB
128900     MOVE SPACES TO CS-MOVEMENT-LINE
129000     MOVE CS-MT-MATERIAL (CS-MT-SUB) TO CS-ML-MATERIAL
129100     IF CS-MT-OPENING-MONTH (CS-MT-SUB) = ZERO
129200         MOVE "NONE" TO CS-ML-OPENING-MONTH
129300     ELSE
129400         MOVE CS-MT-OPENING-MONTH (CS-MT-SUB)
129500             TO CS-ML-OPENING-MONTH
129600     END-IF
129700     MOVE CS-MT-OPENING-VALUE (CS-MT-SUB) TO CS-ML-OPENING-VALUE
129800     MOVE CS-MT-CLOSING-VALUE (CS-MT-SUB) TO CS-ML-CLOSING-VALUE
129900     COMPUTE CS-CHANGE-VALUE =
130000         CS-MT-CLOSING-VALUE (CS-MT-SUB)
130100         - CS-MT-OPENING-VALUE (CS-MT-SUB)
130200     MOVE CS-CHANGE-VALUE TO CS-ML-CHANGE
130300     WRITE VALUATION-REPORT-LINE FROM CS-MOVEMENT-LINE
130400     ADD CS-MT-OPENING-VALUE (CS-MT-SUB) TO CS-GT-OPENING-VALUE
130500     GO TO 3120-EXIT.
130600 3120-EXIT.
130700     EXIT.
130800 3130-WRITE-ONE-COST-LINE.
130900     ADD 1 TO CS-MT-SUB
131000     MOVE SPACES TO CS-COST-LINE
131100     MOVE CS-MT-MATERIAL (CS-MT-SUB) TO CS-CL-MATERIAL
131200     MOVE CS-MT-BLANKS-COSTED (CS-MT-SUB) TO CS-CL-BLANKS-COSTED
131300     MOVE CS-MT-MATERIAL-COST (CS-MT-SUB) TO CS-CL-MATERIAL-COST
131400     MOVE CS-MT-SCRAP-CREDIT (CS-MT-SUB) TO CS-CL-SCRAP-CREDIT
131500     MOVE CS-MT-WASTE-COST (CS-MT-SUB) TO CS-CL-WASTE-COST
131600     WRITE VALUATION-REPORT-LINE FROM CS-COST-LINE
131700     ADD CS-MT-MATERIAL-COST (CS-MT-SUB) TO CS-GT-MATERIAL-COST
131800     ADD CS-MT-SCRAP-CREDIT (CS-MT-SUB) TO CS-GT-SCRAP-CREDIT
131900     ADD CS-MT-WASTE-COST (CS-MT-SUB) TO CS-GT-WASTE-COST
132000     GO TO 3130-EXIT.
132100 3130-EXIT.
132200     EXIT.
132300******************************************************************
132400*    3150-WRITE-CONTROL-COUNTS THRU 3150-EXIT
132500******************************************************************
132600 3150-WRITE-CONTROL-COUNTS.
132700     MOVE SPACES TO VALUATION-REPORT-LINE
132800     WRITE VALUATION-REPORT-LINE
132900     MOVE SPACES TO CS-TOTAL-LINE
133000     MOVE "SIZES ON HAND VALUED" TO CS-TL-LABEL
133100     MOVE CS-ONHAND-COUNT TO CS-TL-COUNT
133200     WRITE VALUATION-REPORT-LINE FROM CS-TOTAL-LINE
133300     MOVE SPACES TO CS-TOTAL-LINE
133400     MOVE "REMNANTS VALUED" TO CS-TL-LABEL
133500     MOVE CS-REMNANT-COUNT TO CS-TL-COUNT
133600     WRITE VALUATION-REPORT-LINE FROM CS-TOTAL-LINE
133700     MOVE SPACES TO CS-TOTAL-LINE
133800     MOVE "VALUED AT DEFAULT RATE (EST)" TO CS-TL-LABEL
133900     MOVE CS-ESTIMATE-COUNT TO CS-TL-COUNT
134000     WRITE VALUATION-REPORT-LINE FROM CS-TOTAL-LINE
134100     MOVE SPACES TO CS-TOTAL-LINE
134200     MOVE "ROWS NOT VALUED - BAD DATA" TO CS-TL-LABEL
134300     MOVE CS-BAD-ROW-COUNT TO CS-TL-COUNT
134400     WRITE VALUATION-REPORT-LINE FROM CS-TOTAL-LINE
134420     MOVE SPACES TO CS-TOTAL-LINE
134440     MOVE "ITEMS NOT VALUED - SIZE ERROR" TO CS-TL-LABEL
134460     MOVE CS-CALC-ERROR-COUNT TO CS-TL-COUNT
134480     WRITE VALUATION-REPORT-LINE FROM CS-TOTAL-LINE
134500     MOVE SPACES TO CS-TOTAL-LINE
134600     MOVE "MATERIALS WITH NO OPENING" TO CS-TL-LABEL
134700     MOVE CS-NO-OPENING-COUNT TO CS-TL-COUNT
134800     WRITE VALUATION-REPORT-LINE FROM CS-TOTAL-LINE
134900     MOVE SPACES TO CS-TOTAL-LINE
135000     MOVE "JOURNAL LINES" TO CS-TL-LABEL
135100     MOVE CS-JE-COUNT TO CS-TL-COUNT
135200     WRITE VALUATION-REPORT-LINE FROM CS-TOTAL-LINE
135300     GO TO 3150-EXIT.
135400 3150-EXIT.
135500     EXIT.
135600******************************************************************
135700*    3200-WRITE-JOURNAL-LISTING THRU 3200-EXIT
135800*
135900*    THE JOURNAL AS BUILT, LINE FOR LINE AS IT GOES (OR WOULD
136000*    HAVE GONE) TO GLJE, WITH THE DEBIT AND CREDIT TOTALS.
136100******************************************************************
136200 3200-WRITE-JOURNAL-LISTING.
136300     MOVE "GENERAL LEDGER JOURNAL" TO CS-SC-TEXT
136400     PERFORM 2900-WRITE-SECTION-HEAD THRU 2900-EXIT
136500     WRITE VALUATION-REPORT-LINE FROM CS-JOURNAL-HEADING
136600     MOVE ZERO TO CS-JE-SUB
136700     PERFORM 3210-WRITE-ONE-JOURNAL-LINE THRU 3210-EXIT
136800         UNTIL CS-JE-SUB NOT < CS-JE-COUNT
136900     MOVE CS-DEBIT-TOTAL TO CS-JT-DEBIT
137000     MOVE CS-CREDIT-TOTAL TO CS-JT-CREDIT
137100     WRITE VALUATION-REPORT-LINE FROM CS-JOURNAL-TOTAL-LINE
137200     GO TO 3200-EXIT.
137300 3200-EXIT.
137400     EXIT.
137500 3210-WRITE-ONE-JOURNAL-LINE.
137600     ADD 1 TO CS-JE-SUB
137700     MOVE SPACES TO CS-JOURNAL-LINE
137800     MOVE CS-JE-SUB TO CS-JL-LINE-NUMBER
137900     MOVE CS-JE-ACCOUNT (CS-JE-SUB) TO CS-JL-ACCOUNT
138000     MOVE CS-JE-MATERIAL (CS-JE-SUB) TO CS-JL-MATERIAL
138100     MOVE CS-JE-DESCRIPTION (CS-JE-SUB) TO CS-JL-DESCRIPTION
138200     IF CS-JE-DR-CR (CS-JE-SUB) = "D"
138300         MOVE CS-JE-AMOUNT (CS-JE-SUB) TO CS-JL-DEBIT
138400     ELSE
138500         MOVE CS-JE-AMOUNT (CS-JE-SUB) TO CS-JL-CREDIT
138600     END-IF
138700     WRITE VALUATION-REPORT-LINE FROM CS-JOURNAL-LINE
138800     GO TO 3210-EXIT.
138900 3210-EXIT.
139000     EXIT.
139100******************************************************************
139200*    3300-WRITE-JOURNAL-FILE THRU 3300-EXIT
139300*
139400*    GLJE IS OPENED ONLY HERE, ONCE THE JOURNAL HAS PROVED - AN
139500*    OUT-OF-BALANCE RUN NEVER CREATES IT AT ALL.
139530*    IF IT WILL NOT OPEN THE RUN IS STAMPED "E" AND ENDS
139560*    RC=16, AS FOR AN OUT-OF-BALANCE MONTH.
139600******************************************************************
139700 3300-WRITE-JOURNAL-FILE.
139800     OPEN OUTPUT GL-JOURNAL
139900     IF CS-GLJE-FILE-STATUS NOT = "00"
140000         DISPLAY "CIRCSQR-MONEND: GLJE OPEN FAILED, STATUS "
140100             CS-GLJE-FILE-STATUS
140200         MOVE 16 TO RETURN-CODE
140230         MOVE "N" TO CS-JOURNAL-SWITCH
140260         PERFORM 3500-MARK-RUN-COMPLETE THRU 3500-EXIT
140300         GOBACK
140400     END-IF
140500     MOVE ZERO TO CS-JE-SUB
140600     PERFORM 3310-WRITE-ONE-JOURNAL-RECORD THRU 3310-EXIT
140700         UNTIL CS-JE-SUB NOT < CS-JE-COUNT
140800     MOVE SPACES TO GL-JOURNAL-TRAILER
140900     MOVE "T" TO GT-RECORD-TYPE
141000     MOVE CS-PERIOD TO GT-PERIOD
141100     MOVE CS-JE-COUNT TO GT-LINE-COUNT
141200     MOVE CS-DEBIT-TOTAL TO GT-DEBIT-TOTAL
141300     MOVE CS-CREDIT-TOTAL TO GT-CREDIT-TOTAL
141400     WRITE GL-JOURNAL-TRAILER
141500     CLOSE GL-JOURNAL
141600     GO TO 3300-EXIT.
141700 3300-EXIT.
141800     EXIT.
141900 3310-WRITE-ONE-JOURNAL-RECORD.
142000     ADD 1 TO CS-JE-SUB
142100     MOVE SPACES TO GL-JOURNAL-RECORD
142200     MOVE "J" TO GJ-RECORD-TYPE
142300     MOVE CS-PERIOD TO GJ-PERIOD
142400     MOVE CS-PERIOD-END-DATE TO GJ-POSTING-DATE
142500     MOVE CS-JE-SUB TO GJ-LINE-NUMBER
142600     MOVE CS-JE-ACCOUNT (CS-JE-SUB) TO GJ-ACCOUNT
142700     MOVE CS-JE-MATERIAL (CS-JE-SUB) TO GJ-SUB-ACCOUNT
142800     MOVE CS-JE-DR-CR (CS-JE-SUB) TO GJ-DR-CR-CODE
142900     MOVE CS-JE-AMOUNT (CS-JE-SUB) TO GJ-AMOUNT
143000     MOVE CS-JE-DESCRIPTION (CS-JE-SUB) TO GJ-DESCRIPTION
143100     WRITE GL-JOURNAL-RECORD
143200     GO TO 3310-EXIT.
143300 3310-EXIT.
143400     EXIT.
143500******************************************************************
143600*    3400-APPEND-INVENTORY-HISTORY THRU 3400-EXIT
143700*
143800*    THIS MONTH'S CLOSE, ONE ROW PER MATERIAL, FOR NEXT
143900*    MONTH'S OPENING.  A MATERIAL WITH NOTHING LEFT STILL GETS
144000*    ITS ZERO ROW, SO NEXT MONTH OPENS IT AT ZERO RATHER THAN
144100*    AT AN OLDER CLOSE.  IF INVHIST WILL NOT OPEN THE RUN IS
144130*    STAMPED "E" AND ENDS RC=16, AS AT 3300 - THE RERUN WRITES
144160*    GLJE AFRESH.
144200******************************************************************
144300 3400-APPEND-INVENTORY-HISTORY.
144400     OPEN EXTEND INVENTORY-HISTORY
144500     IF CS-INVHIST-NOT-FOUND
144600         OPEN OUTPUT INVENTORY-HISTORY
144700     END-IF
144710     IF CS-INVHIST-FILE-STATUS NOT = "00"
144720         DISPLAY "CIRCSQR-MONEND: INVHIST OPEN FAILED, STATUS "
144730             CS-INVHIST-FILE-STATUS
144740         MOVE 16 TO RETURN-CODE
144750         MOVE "N" TO CS-JOURNAL-SWITCH
144760         PERFORM 3500-MARK-RUN-COMPLETE THRU 3500-EXIT
144770         GOBACK
144780     END-IF
144800     MOVE ZERO TO CS-MT-SUB
144900     PERFORM 3410-WRITE-ONE-HISTORY-ROW THRU 3410-EXIT
145000         UNTIL CS-MT-SUB NOT < CS-MT-COUNT
145100     CLOSE INVENTORY-HISTORY
145200     GO TO 3400-EXIT.
145300 3400-EXIT.
145400     EXIT.
145500 3410-WRITE-ONE-HISTORY-ROW.
145600     ADD 1 TO CS-MT-SUB
145700     MOVE SPACES TO INVENTORY-HISTORY-RECORD
145800     MOVE CS-PERIOD TO IV-MONTH
145900     MOVE CS-MT-MATERIAL (CS-MT-SUB) TO IV-MATERIAL-CODE
146000     MOVE CS-MT-BLANK-QTY (CS-MT-SUB) TO IV-BLANK-QTY
146100     MOVE CS-MT-BLANK-VALUE (CS-MT-SUB) TO IV-BLANK-VALUE
146200     MOVE CS-MT-REMNANT-COUNT (CS-MT-SUB) TO IV-REMNANT-COUNT
146300     MOVE CS-MT-REMNANT-AREA (CS-MT-SUB) TO IV-REMNANT-AREA
146400     MOVE CS-MT-REMNANT-VALUE (CS-MT-SUB) TO IV-REMNANT-VALUE
146500     MOVE CS-MT-CLOSING-VALUE (CS-MT-SUB) TO IV-TOTAL-VALUE
146600     MOVE CS-RUN-DATE TO IV-RUN-DATE
146700     WRITE INVENTORY-HISTORY-RECORD
146800     ADD 1 TO CS-HISTORY-COUNT
146900     GO TO 3410-EXIT.
147000 3410-EXIT.
147100     EXIT.
147200******************************************************************
147300*    3500-MARK-RUN-COMPLETE THRU 3500-EXIT
147400*
147500*    "C" ONLY WHEN THE JOURNAL WAS WRITTEN - AN OUT-OF-BALANCE
147600*    MONTH IS STAMPED "E", SO IT IS NOT TAKEN AS CLOSED AND
147700*    THE CORRECTED RERUN NEEDS NO OVERRIDE.
147800******************************************************************
147900 3500-MARK-RUN-COMPLETE.
148000     MOVE "E" TO RU-REQUEST-CODE
148100     MOVE "CIRCSQRG" TO RU-CALLER-JOB
148200     MOVE CS-PERIOD-END-DATE TO RU-CALLER-DATE
148300     MOVE SPACE TO RU-SHIFT-CODE
148400     IF CS-JOURNAL-IN-BALANCE
148500         MOVE "C" TO RU-END-STATUS
148600     ELSE
148700         MOVE "E" TO RU-END-STATUS
148800     END-IF
148900     CALL "CIRCSQR-RUNCTL" USING RU-PARM-FIELDS
149000     GO TO 3500-EXIT.
149100 3500-EXIT.
149200     EXIT.
149300 END PROGRAM CIRCSQR-MONEND.
