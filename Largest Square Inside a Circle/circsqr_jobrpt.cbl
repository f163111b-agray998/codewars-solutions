001410*    CUT HAS POSTED THROUGH ERP.  A CUSTOMER CALL ABOUT
001500*    AN ORDER IS ANSWERED FROM THIS ONE REPORT INSTEAD OF
001600*    CROSS-READING CUTRPT, BALRPT AND RECNRPT.
001609*
001618*    BILLING.  THE FIRST TIME A JOB IS FOUND COMPLETE, ONE
001627*    BILLING RECORD (JOBBILL) IS WRITTEN FOR ERP INVOICING -
001636*    PIECES AND AREA DELIVERED, MATERIAL COST AND WASTE COST
001645*    OFF THE JOB-MASTER'S COST ROLLUP - AND THE JOB-MASTER ROW
001654*    IS STAMPED BILLED IN THE SAME PASS, SO A JOB IS NEVER
001663*    BILLED TWICE.  EVERY JOB ON FILE IS CONSIDERED FOR
001672*    BILLING, WHATEVER THE JOBPARM SELECTION PRINTS.  THE JOB
001681*    PROFITABILITY REPORT (JOBPROF) PRINTS EACH SELECTED JOB'S
001690*    COST AGAINST THE AREA SHIPPED.  A JOB HELD AT THE COSTING
001693*    CONVERSION ("P") IS NEVER BILLED HERE AND PRINTS "HELD" -
001696*    IT IS INVOICED BY HAND.
001700*
001800*    PARAMETER CARD (JOBPARM, ONE RECORD, OPTIONAL).
001900*        COLS  1-8   JOB ID      SPACES = ALL JOBS
002450*                     HOLD FOR ANY JOB THAT EVER HAD ONE REJECT
002460*                     AND FINISHED JOBS READ OPEN FOREVER.  SEE
002470*                     THE RULE IN 2200-DERIVE-STATUS.
002472*    2026-10-15  ROH  JOB COSTING.  JOB-MASTER NOW OPENED I-O -
002474*                     A JOB FIRST FOUND COMPLETE WRITES ONE
002476*                     JOBBILL RECORD AND IS STAMPED BILLED
002478*                     (2400).  NEW JOBPROF PROFITABILITY REPORT
002480*                     (2500).
002482*    2026-10-15  ROH  JOBBILL OPENED OUTPUT - THE JCL CATALOGS
002484*                     EACH RUN AS A NEW GENERATION (1400).  JOB
002486*                     STAMPED BEFORE ITS RECORD IS WRITTEN; A
002488*                     FAILURE STOPS BILLING, RC=8 (2400).
002490*    2026-10-15  ROH  JOBS HELD AT CONVERSION PRINT "HELD" ON
002492*                     JOBPROF (2500).
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CIRCSQR-JOBRPT.
004500         FILE STATUS IS CS-JOBMAST-FILE-STATUS.
004600     SELECT JOB-REPORT ASSIGN TO "JOBRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004710     SELECT JOB-BILLING ASSIGN TO "JOBBILL"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS CS-JOBBILL-FILE-STATUS.
004740     SELECT JOB-PROFIT-REPORT ASSIGN TO "JOBPROF"
004750         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  JOB-PARM
006100 FD  JOB-REPORT
006200     RECORDING MODE IS F.
006300 01  JOB-REPORT-LINE          PIC X(80).
006310 FD  JOB-BILLING
006320     RECORDING MODE IS F.
006330     COPY JOBBILL.
006340 FD  JOB-PROFIT-REPORT
006350     RECORDING MODE IS F.
006360 01  JOB-PROFIT-LINE          PIC X(80).
006400 WORKING-STORAGE SECTION.
006500 01  CS-SWITCHES.
006600     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
006800     05  CS-PARM-FILE-STATUS  PIC X(02)  VALUE "00".
006900         88  CS-PARM-NOT-FOUND VALUE "35".
007000     05  CS-JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
007030     05  CS-JOBBILL-FILE-STATUS PIC X(02) VALUE "00".
007100     05  CS-COMPLETE-SWITCH   PIC X(01)  VALUE "N".
007200         88  CS-JOB-COMPLETE  VALUE "Y".
007230     05  CS-BILLING-SWITCH    PIC X(01)  VALUE "N".
007260         88  CS-BILLING-STOPPED VALUE "Y".
007300 01  CS-SELECTION.
007400     05  CS-SEL-JOB-ID        PIC X(08)  VALUE SPACES.
007500     05  CS-SEL-OPTION        PIC X(01)  VALUE SPACE.
007900     05  CS-PRINT-COUNT       PIC 9(06)  VALUE ZERO COMP.
008000     05  CS-OPEN-COUNT        PIC 9(06)  VALUE ZERO COMP.
008100     05  CS-COMPLETE-COUNT    PIC 9(06)  VALUE ZERO COMP.
008120     05  CS-BILLED-COUNT      PIC 9(06)  VALUE ZERO COMP.
008150 01  CS-TERMINAL-COUNT        PIC 9(08)  VALUE ZERO.
008152 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
008154 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
008156******************************************************************
008158*    JOB COST FIGURES.  THE JOB'S COST IS THE MATERIAL IT
008160*    CONSUMED LESS THE SCRAP CREDIT RECOVERED ON ITS OFFCUTS -
008162*    THE NET WASTE AND THE QA LOSS ARE THE PART OF THAT COST
008164*    THAT NEVER SHIPPED, SHOWN BESIDE IT, NOT ADDED TO IT.
008166*    COST PER UNIT AREA IS THAT COST OVER THE AREA SHIPPED.
008168******************************************************************
008170 01  CS-JOB-COST-FIELDS.
008172     05  CS-JOB-COST          PIC 9(7)V9(2)  VALUE ZERO.
008174     05  CS-JOB-WASTE-COST    PIC 9(8)V9(2)  VALUE ZERO.
008176     05  CS-COST-PER-AREA     PIC 9(3)V9(4)  VALUE ZERO.
008178     05  CS-TOT-AREA          PIC 9(11)V9(3) VALUE ZERO.
008180     05  CS-TOT-MATERIAL-COST PIC 9(9)V9(2)  VALUE ZERO.
008182     05  CS-TOT-WASTE-COST    PIC 9(9)V9(2)  VALUE ZERO.
008184     05  CS-TOT-JOB-COST      PIC 9(9)V9(2)  VALUE ZERO.
008200 01  CS-HEADING-1.
008300     05  FILLER               PIC X(20)  VALUE "CIRCSQR-JOBRPT".
008400     05  FILLER               PIC X(40)  VALUE
010800     05  CS-DL-POSTED         PIC ZZZZZ9.
010900     05  FILLER               PIC X(03).
011000     05  CS-DL-STATUS         PIC X(10).
011002 01  CS-PROFIT-HEADING-1.
011004     05  FILLER               PIC X(20)  VALUE "CIRCSQR-JOBRPT".
011006     05  FILLER               PIC X(40)  VALUE
011008         "JOB PROFITABILITY REPORT".
011010 01  CS-PROFIT-HEADING-2.
011012     05  FILLER               PIC X(10)  VALUE "JOB-ID".
011014     05  FILLER               PIC X(09)  VALUE "PIECES".
011016     05  FILLER               PIC X(14)  VALUE "AREA-SHIPPED".
011018     05  FILLER               PIC X(11)  VALUE "MATL-COST".
011020     05  FILLER               PIC X(11)  VALUE "WASTE+QA".
011022     05  FILLER               PIC X(11)  VALUE "JOB-COST".
011024     05  FILLER               PIC X(09)  VALUE "COST/AREA".
011026     05  FILLER               PIC X(05)  VALUE "BILL".
011028 01  CS-PROFIT-DETAIL-LINE.
011030     05  CS-PD-JOB-ID         PIC X(10).
011032     05  CS-PD-PIECES         PIC ZZZZZZ9.
011034     05  FILLER               PIC X(02).
011036     05  CS-PD-AREA           PIC ZZZZZZZZ9.999.
011038     05  FILLER               PIC X(01).
011040     05  CS-PD-MATERIAL-COST  PIC ZZZZZZ9.99.
011042     05  FILLER               PIC X(01).
011044     05  CS-PD-WASTE-COST     PIC ZZZZZZ9.99.
011046     05  FILLER               PIC X(01).
011048     05  CS-PD-JOB-COST       PIC ZZZZZZ9.99.
011050     05  FILLER               PIC X(01).
011052     05  CS-PD-COST-PER-AREA  PIC ZZ9.9999.
011054     05  FILLER               PIC X(01).
011056     05  CS-PD-BILL-STATUS    PIC X(05).
011058 01  CS-PROFIT-TOTAL-LINE.
011060     05  CS-PT-LABEL          PIC X(26).
011062     05  CS-PT-AMOUNT         PIC ZZZZZZZZZZ9.99.
011064 01  CS-AREA-TOTAL-LINE.
011066     05  CS-AT-LABEL          PIC X(26).
011068     05  CS-AT-AREA           PIC ZZZZZZZZZZ9.999.
011100 01  CS-TOTAL-LINE.
011200     05  CS-TL-LABEL          PIC X(26).
011300     05  CS-TL-COUNT          PIC ZZZZZ9.
012500*    1000-INITIALIZE
012600******************************************************************
012700 1000-INITIALIZE.
012730     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
012760     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
012800     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
012900     OPEN I-O JOB-MASTER
013000     PERFORM 1200-CHECK-MASTER-STATUS THRU 1200-EXIT
013100     OPEN OUTPUT JOB-REPORT
013130     PERFORM 1400-OPEN-BILLING-FILE THRU 1400-EXIT
013160     OPEN OUTPUT JOB-PROFIT-REPORT
013200     WRITE JOB-REPORT-LINE FROM CS-HEADING-1
013300     PERFORM 1300-WRITE-SELECTION-LINE THRU 1300-EXIT
013400     WRITE JOB-REPORT-LINE FROM CS-HEADING-2
013420     WRITE JOB-PROFIT-LINE FROM CS-PROFIT-HEADING-1
013440     WRITE JOB-PROFIT-LINE FROM CS-SELECT-LINE
013460     WRITE JOB-PROFIT-LINE FROM CS-PROFIT-HEADING-2
013500     PERFORM 2100-READ-JOB-MASTER THRU 2100-EXIT.
013600******************************************************************
013700*    1100-READ-PARM-CARD THRU 1100-EXIT
017100*
017200*    AN UNOPENABLE JOB-MASTER MUST NOT TURN INTO AN EMPTY JOB
017300*    REPORT HANDED TO A CUSTOMER CALL - CHECKED THE SAME WAY
017400*    CIRCSQR-CATLG CHECKS ITS OWN STOCK-MASTER OPEN.  OPENED
017430*    I-O BECAUSE BILLING STAMPS THE ROW; A MISSING MASTER IS
017460*    STILL A FAILURE HERE, NOT SOMETHING TO CREATE.
017500******************************************************************
017600 1200-CHECK-MASTER-STATUS.
017700     IF CS-JOBMAST-FILE-STATUS NOT = "00"
020100     GO TO 1300-EXIT.
020200 1300-EXIT.
020300     EXIT.
020304******************************************************************
020308*    1400-OPEN-BILLING-FILE THRU 1400-EXIT
020312*
020316*    EACH RUN WRITES ONLY ITS OWN BILLING RECORDS, OPEN OUTPUT
020320*    TO A WORK DATASET THAT THE JCL CATALOGS AS THE NEXT JOBBILL
020324*    GENERATION WHEN THE RUN DID NOT FAIL - ERP TAKES EACH
020326*    GENERATION ONCE.  A FAILED OPEN ABENDS BEFORE A JOB IS
020328*    STAMPED BILLED WITH NO RECORD TO SHOW FOR IT.
020332******************************************************************
020336 1400-OPEN-BILLING-FILE.
020340     OPEN OUTPUT JOB-BILLING
020356     IF CS-JOBBILL-FILE-STATUS NOT = "00"
020360         DISPLAY "CIRCSQR-JOBRPT: JOBBILL OPEN FAILED, STATUS "
020364             CS-JOBBILL-FILE-STATUS
020368         MOVE 16 TO RETURN-CODE
020372         GOBACK
020376     END-IF
020380     GO TO 1400-EXIT.
020384 1400-EXIT.
020388     EXIT.
020400******************************************************************
020500*    2000-LIST-JOB-MASTER THRU 2000-EXIT
020600******************************************************************
020900     PERFORM 2200-DERIVE-STATUS THRU 2200-EXIT
021000     IF CS-JOB-COMPLETE
021100         ADD 1 TO CS-COMPLETE-COUNT
021120         IF JB-NOT-BILLED AND NOT CS-BILLING-STOPPED
021140             PERFORM 2400-BILL-JOB THRU 2400-EXIT
021160         END-IF
021200     ELSE
021300         ADD 1 TO CS-OPEN-COUNT
021400     END-IF
021800         CONTINUE
021900     ELSE
022000         PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT
022050         PERFORM 2500-WRITE-PROFIT-LINE THRU 2500-EXIT
022100     END-IF
022200     PERFORM 2100-READ-JOB-MASTER THRU 2100-EXIT
022300     GO TO 2000-EXIT.
028500 2300-EXIT.
028600     EXIT.
028700******************************************************************
028701*    2400-BILL-JOB THRU 2400-EXIT
028702*
028703*    THE JOB HAS JUST BEEN FOUND COMPLETE AND HAS NEVER BEEN
028704*    BILLED.  THE ROW IS STAMPED BILLED FIRST AND THE BILLING
028705*    RECORD WRITTEN SECOND, SO EVERY RECORD ON JOBBILL IS FOR A
028706*    STAMPED JOB.  EITHER FAILURE STOPS BILLING FOR THE REST OF
028707*    THE RUN AND ENDS IT RC=8, NOT 16 - THE RECORDS ALREADY OUT
028708*    ARE FOR JOBS ALREADY STAMPED, AND THE STEP THAT CATALOGS
028709*    THE JOBBILL GENERATION MUST STILL KEEP THEM.  A FAILED
028710*    WRITE NAMES ITS JOB - STAMPED BUT WITH NO RECORD - TO BE
028711*    BILLED BY HAND.  ONCE STAMPED, THE ROW IS NEVER BILLED
028712*    AGAIN - EVEN IF A LATE RESUBMISSION REOPENS AND RECLOSES
028713*    THE JOB.
028714******************************************************************
028715 2400-BILL-JOB.
028716     PERFORM 2410-COMPUTE-JOB-COST THRU 2410-EXIT
028717     SET JB-BILLED TO TRUE
028718     MOVE CS-RUN-DATE TO JB-BILLED-DATE
028719     REWRITE JOB-MASTER-RECORD
028720     IF CS-JOBMAST-FILE-STATUS NOT = "00"
028721         DISPLAY "CIRCSQR-JOBRPT: JOB-MASTER REWRITE FAILED, "
028722             "STATUS " CS-JOBMAST-FILE-STATUS " JOB " JB-JOB-ID
028723         DISPLAY "CIRCSQR-JOBRPT: BILLING STOPPED - RERUN TO BILL"
028724             " THE REST"
028725         SET JB-NOT-BILLED TO TRUE
028726         SET CS-BILLING-STOPPED TO TRUE
028727         MOVE 8 TO RETURN-CODE
028728         GO TO 2400-EXIT
028729     END-IF
028730     MOVE SPACES TO JOB-BILLING-RECORD
028731     MOVE JB-JOB-ID TO BL-JOB-ID
028732     MOVE CS-RUN-DATE TO BL-BILL-DATE
028733     MOVE JB-PIECES-DELIVERED TO BL-PIECES
028734     MOVE JB-AREA-DELIVERED TO BL-AREA
028735     MOVE JB-MATERIAL-COST TO BL-MATERIAL-COST
028736     MOVE CS-JOB-WASTE-COST TO BL-WASTE-COST
028737     WRITE JOB-BILLING-RECORD
028738     IF CS-JOBBILL-FILE-STATUS NOT = "00"
028739         DISPLAY "CIRCSQR-JOBRPT: JOBBILL WRITE FAILED, STATUS "
028740             CS-JOBBILL-FILE-STATUS
028741         DISPLAY "CIRCSQR-JOBRPT: JOB " JB-JOB-ID
028742             " IS STAMPED BILLED BUT NOT ON JOBBILL"
028743             " - BILL IT BY HAND"
028744         SET CS-BILLING-STOPPED TO TRUE
028745         MOVE 8 TO RETURN-CODE
028746         GO TO 2400-EXIT
028747     END-IF
028748     ADD 1 TO CS-BILLED-COUNT
028749     GO TO 2400-EXIT.
028750 2400-EXIT.
028751     EXIT.
028752******************************************************************
028753*    2410-COMPUTE-JOB-COST THRU 2410-EXIT
028754*
028755*    ROWS THAT PREDATE JOB COSTING ARE CONVERTED TO ZEROES BY
028756*    CIRCSQR-JOBCNV, SO THE COST FIELDS ARE ALWAYS NUMERIC.
028757*    A SCRAP CREDIT ABOVE THE MATERIAL COST (A MISKEYED RATE)
028758*    FLOORS THE JOB COST AT ZERO, SAME RULE AS CIRCSQR-BATCH
028759*    APPLIES TO THE NET WASTE.
028760******************************************************************
028761 2410-COMPUTE-JOB-COST.
028762     COMPUTE CS-JOB-WASTE-COST =
028763         JB-WASTE-COST + JB-QA-LOSS-COST
028764     IF JB-SCRAP-CREDIT > JB-MATERIAL-COST
028765         MOVE ZERO TO CS-JOB-COST
028766     ELSE
028767         COMPUTE CS-JOB-COST =
028768             JB-MATERIAL-COST - JB-SCRAP-CREDIT
028769     END-IF
028770     MOVE ZERO TO CS-COST-PER-AREA
028771     IF JB-AREA-DELIVERED > ZERO
028772         COMPUTE CS-COST-PER-AREA ROUNDED =
028773             CS-JOB-COST / JB-AREA-DELIVERED
028774             ON SIZE ERROR
028775                 MOVE 999.9999 TO CS-COST-PER-AREA
028776         END-COMPUTE
028777     END-IF
028778     GO TO 2410-EXIT.
028779 2410-EXIT.
028780     EXIT.
028781******************************************************************
028800*    3000-TERMINATE
028900******************************************************************
029000 3000-TERMINATE.
029100     PERFORM 3100-WRITE-SUMMARY-COUNTS THRU 3100-EXIT
029150     PERFORM 3200-WRITE-PROFIT-TOTALS THRU 3200-EXIT
029200     CLOSE JOB-MASTER
029233     CLOSE JOB-BILLING
029266     CLOSE JOB-PROFIT-REPORT
029300     CLOSE JOB-REPORT.
029400******************************************************************
029500*    3100-WRITE-SUMMARY-COUNTS THRU 3100-EXIT
031000     MOVE CS-COMPLETE-COUNT TO CS-TL-COUNT
031100     WRITE JOB-REPORT-LINE FROM CS-TOTAL-LINE
031200     MOVE SPACES TO CS-TOTAL-LINE
031220     MOVE "  BILLED THIS RUN" TO CS-TL-LABEL
031240     MOVE CS-BILLED-COUNT TO CS-TL-COUNT
031260     WRITE JOB-REPORT-LINE FROM CS-TOTAL-LINE
031280     MOVE SPACES TO CS-TOTAL-LINE
031300     MOVE "JOBS LISTED" TO CS-TL-LABEL
031400     MOVE CS-PRINT-COUNT TO CS-TL-COUNT
031500     WRITE JOB-REPORT-LINE FROM CS-TOTAL-LINE
031600     GO TO 3100-EXIT.
031700 3100-EXIT.
031800     EXIT.
031801******************************************************************
031802*    3200-WRITE-PROFIT-TOTALS THRU 3200-EXIT
031803******************************************************************
031804 3200-WRITE-PROFIT-TOTALS.
031805     MOVE SPACES TO JOB-PROFIT-LINE
031806     WRITE JOB-PROFIT-LINE
031807     MOVE SPACES TO CS-TOTAL-LINE
031808     MOVE "JOBS LISTED" TO CS-TL-LABEL
031809     MOVE CS-PRINT-COUNT TO CS-TL-COUNT
031810     WRITE JOB-PROFIT-LINE FROM CS-TOTAL-LINE
031811     MOVE SPACES TO CS-AREA-TOTAL-LINE
031812     MOVE "AREA SHIPPED" TO CS-AT-LABEL
031813     MOVE CS-TOT-AREA TO CS-AT-AREA
031814     WRITE JOB-PROFIT-LINE FROM CS-AREA-TOTAL-LINE
031815     MOVE SPACES TO CS-PROFIT-TOTAL-LINE
031816     MOVE "MATERIAL COST" TO CS-PT-LABEL
031817     MOVE CS-TOT-MATERIAL-COST TO CS-PT-AMOUNT
031818     WRITE JOB-PROFIT-LINE FROM CS-PROFIT-TOTAL-LINE
031819     MOVE SPACES TO CS-PROFIT-TOTAL-LINE
031820     MOVE "WASTE + QA LOSS" TO CS-PT-LABEL
031821     MOVE CS-TOT-WASTE-COST TO CS-PT-AMOUNT
031822     WRITE JOB-PROFIT-LINE FROM CS-PROFIT-TOTAL-LINE
031823     MOVE SPACES TO CS-PROFIT-TOTAL-LINE
031824     MOVE "JOB COST" TO CS-PT-LABEL
031825     MOVE CS-TOT-JOB-COST TO CS-PT-AMOUNT
031826     WRITE JOB-PROFIT-LINE FROM CS-PROFIT-TOTAL-LINE
031827     GO TO 3200-EXIT.
031828 3200-EXIT.
031829     EXIT.
031830******************************************************************
031831*    2500-WRITE-PROFIT-LINE THRU 2500-EXIT
031832*
031833*    SAME SELECTION AS THE STATUS LINE.  A JOB WITH COST BUT
031834*    NOTHING SHIPPED PRINTS A ZERO COST PER AREA - ITS WHOLE
031835*    COST IS IN THE WASTE+QA COLUMN FOR ANYONE WHO LOOKS.
031836******************************************************************
031837 2500-WRITE-PROFIT-LINE.
031838     PERFORM 2410-COMPUTE-JOB-COST THRU 2410-EXIT
031839     MOVE SPACES TO CS-PROFIT-DETAIL-LINE
031840     MOVE JB-JOB-ID TO CS-PD-JOB-ID
031841     MOVE JB-PIECES-DELIVERED TO CS-PD-PIECES
031842     MOVE JB-AREA-DELIVERED TO CS-PD-AREA
031843     MOVE JB-MATERIAL-COST TO CS-PD-MATERIAL-COST
031844     MOVE CS-JOB-WASTE-COST TO CS-PD-WASTE-COST
031845     MOVE CS-JOB-COST TO CS-PD-JOB-COST
031846     MOVE CS-COST-PER-AREA TO CS-PD-COST-PER-AREA
031847     EVALUATE TRUE
031848         WHEN JB-BILLED
031849             MOVE "YES" TO CS-PD-BILL-STATUS
031850         WHEN JB-BILLED-BY-HAND
031851             MOVE "HAND" TO CS-PD-BILL-STATUS
031852         WHEN JB-HELD-FOR-HAND
031853             MOVE "HELD" TO CS-PD-BILL-STATUS
031854         WHEN OTHER
031855             MOVE "NO" TO CS-PD-BILL-STATUS
031856     END-EVALUATE
031857     WRITE JOB-PROFIT-LINE FROM CS-PROFIT-DETAIL-LINE
031858     ADD JB-AREA-DELIVERED TO CS-TOT-AREA
031859     ADD JB-MATERIAL-COST TO CS-TOT-MATERIAL-COST
031860     ADD CS-JOB-WASTE-COST TO CS-TOT-WASTE-COST
031861     ADD CS-JOB-COST TO CS-TOT-JOB-COST
031862     GO TO 2500-EXIT.
031863 2500-EXIT.
031864     EXIT.
031900 END PROGRAM CIRCSQR-JOBRPT.
