001400*    PRIOR MONTH'S TOTALS.  THIS IS THE CHART MANAGEMENT ASKS
001500*    FOR EVERY MONTH-END, UNTIL NOW REBUILT BY HAND FROM SAVED
001600*    PRINTOUTS.  RUNHIST IS APPENDED IN RUN ORDER, SO THE FILE
001700*    READS BACK IN DATE ORDER WITH NO SORT NEEDED.  EACH
001720*    SHIFT'S RUN WRITES ITS OWN ROW, SO A DETAIL LINE CARRIES
001740*    ITS SHIFT AFTER THE DATE, AND A CLOSING SHIFT COMPARISON
001760*    SETS THE DAY AND SECOND SHIFTS' UTILIZATION AND WASTE
001780*    SIDE BY SIDE FOR EACH WEEK AND THE MONTH.
001800*
001900*    PARAMETER CARD (TRNPARM, ONE RECORD, OPTIONAL).
002000*        COLS  1-6   REPORT MONTH  YYYYMM; SPACES OR A MISSING
002200*
002300*    MODIFICATION HISTORY.
002400*    2026-09-02  ROH  ORIGINAL VERSION.
002410*    2026-10-15  ROH  SECOND SHIFT.  DETAIL LINES SHOW THE
002420*                     RUN'S SHIFT, AND 3300 PRINTS A SHIFT
002430*                     COMPARISON - UTILIZATION, WASTE AREA AND
002440*                     WASTE COST, DAY AGAINST SECOND SHIFT, BY
002450*                     WEEK AND FOR THE MONTH.  RUNHIST ROWS FROM
002460*                     BEFORE THE SECOND SHIFT COUNT AS DAYS.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CIRCSQR-TREND.
008100 77  CS-WEEK-SUB              PIC 9(02)  VALUE ZERO COMP.
008200 77  CS-WEEK-MAX              PIC 9(02)  VALUE 5 COMP.
008300 77  CS-UTIL-PCT              PIC 9(3)V9(2) VALUE ZERO.
008320 77  CS-SHIFT-SUB             PIC 9(02)  VALUE ZERO COMP.
008340 77  CS-SHIFT-MAX             PIC 9(02)  VALUE 2 COMP.
008360 77  CS-PERIOD-SUB            PIC 9(02)  VALUE ZERO COMP.
008380 77  CS-PERIOD-MONTH          PIC 9(02)  VALUE 6 COMP.
008400******************************************************************
008500*    WEEKLY BUCKETS - DAYS 1-7 IN WEEK 1, 8-14 IN WEEK 2, AND
008600*    SO ON; DAYS 29-31 LAND IN WEEK 5.  A CALENDAR-WEEK SPLIT
010800     05  CS-MT-CUT-AREA       PIC 9(12)V9(03) VALUE ZERO.
010900     05  CS-MT-WASTE-AREA     PIC 9(12)V9(03) VALUE ZERO.
011000     05  CS-MT-WASTE-COST     PIC 9(11)V9(02) VALUE ZERO.
011007******************************************************************
011014*    SHIFT BUCKETS - ONE SET PER SHIFT (1 DAY, 2 SECOND), EACH
011021*    WITH THE FIVE WEEKS IN PERIODS 1-5 AND THE WHOLE MONTH IN
011028*    PERIOD 6.  JUST THE FIGURES THE COMPARISON PRINTS.
011035******************************************************************
011042 01  CS-SHIFT-TOTALS.
011049     05  CS-SHIFT-ENTRY OCCURS 2 TIMES.
011056         10  CS-SHIFT-PERIOD OCCURS 6 TIMES.
011063             15  CS-SP-RUN-COUNT   PIC 9(06) COMP.
011070             15  CS-SP-CIRCLE-AREA PIC 9(12)V9(03).
011077             15  CS-SP-CUT-AREA    PIC 9(12)V9(03).
011084             15  CS-SP-WASTE-AREA  PIC 9(12)V9(03).
011091             15  CS-SP-WASTE-COST  PIC 9(11)V9(02).
011100 01  CS-PRIOR-TOTALS.
011200     05  CS-PT-READ           PIC 9(08)  VALUE ZERO.
011300     05  CS-PT-OK             PIC 9(08)  VALUE ZERO.
012800     05  FILLER               PIC X(10)  VALUE "   PRIOR".
012900     05  CS-SL-PRIOR          PIC 9(06).
013000 01  CS-HEADING-2.
013100     05  FILLER               PIC X(10)  VALUE "DATE     S".
013200     05  FILLER               PIC X(06)  VALUE "READ".
013300     05  FILLER               PIC X(06)  VALUE "OK".
013400     05  FILLER               PIC X(06)  VALUE "SHORT".
015100     05  CS-DL-UTIL-PCT       PIC ZZ9.99.
015200     05  FILLER               PIC X(02).
015300     05  CS-DL-WASTE-COST     PIC Z(7)9.99.
015304 01  CS-SHIFT-TITLE-LINE.
015308     05  FILLER               PIC X(50)  VALUE
015312         "SHIFT COMPARISON - DAY (1) AGAINST SECOND (2)".
015316 01  CS-SHIFT-HEADING.
015320     05  FILLER               PIC X(10)  VALUE "PERIOD".
015324     05  FILLER               PIC X(08)  VALUE "UTIL%-1".
015328     05  FILLER               PIC X(08)  VALUE "UTIL%-2".
015332     05  FILLER               PIC X(14)  VALUE "WASTE-AREA-1".
015336     05  FILLER               PIC X(14)  VALUE "WASTE-AREA-2".
015340     05  FILLER               PIC X(12)  VALUE "WST-COST-1".
015344     05  FILLER               PIC X(10)  VALUE "WST-COST-2".
015348 01  CS-SHIFT-LINE.
015352     05  CS-SH-LABEL          PIC X(10).
015356     05  CS-SH-UTIL-1         PIC ZZ9.99.
015360     05  FILLER               PIC X(02).
015364     05  CS-SH-UTIL-2         PIC ZZ9.99.
015368     05  FILLER               PIC X(02).
015372     05  CS-SH-WASTE-AREA-1   PIC Z(8)9.999.
015376     05  FILLER               PIC X(01).
015380     05  CS-SH-WASTE-AREA-2   PIC Z(8)9.999.
015384     05  FILLER               PIC X(01).
015388     05  CS-SH-WASTE-COST-1   PIC Z(7)9.99.
015392     05  FILLER               PIC X(01).
015396     05  CS-SH-WASTE-COST-2   PIC Z(7)9.99.
015400 PROCEDURE DIVISION.
015500******************************************************************
015600*    0000-MAINLINE
017200     PERFORM 1300-CLEAR-WEEK-TOTALS THRU 1300-EXIT
017300         VARYING CS-WEEK-SUB FROM 1 BY 1
017400         UNTIL CS-WEEK-SUB > CS-WEEK-MAX
017440     PERFORM 1310-CLEAR-SHIFT-TOTALS THRU 1310-EXIT
017460         VARYING CS-SHIFT-SUB FROM 1 BY 1
017480         UNTIL CS-SHIFT-SUB > CS-SHIFT-MAX
017500     OPEN INPUT RUN-HISTORY
017600     PERFORM 1400-CHECK-RUNHIST-STATUS THRU 1400-EXIT
017700     OPEN OUTPUT TREND-REPORT
024400     GO TO 1300-EXIT.
024500 1300-EXIT.
024600     EXIT.
024605 1310-CLEAR-SHIFT-TOTALS.
024610     PERFORM 1320-CLEAR-ONE-PERIOD THRU 1320-EXIT
024615         VARYING CS-PERIOD-SUB FROM 1 BY 1
024620         UNTIL CS-PERIOD-SUB > CS-PERIOD-MONTH
024625     GO TO 1310-EXIT.
024630 1310-EXIT.
024635     EXIT.
024640 1320-CLEAR-ONE-PERIOD.
024645     MOVE ZERO TO CS-SP-RUN-COUNT (CS-SHIFT-SUB CS-PERIOD-SUB)
024650     MOVE ZERO TO CS-SP-CIRCLE-AREA (CS-SHIFT-SUB CS-PERIOD-SUB)
024655     MOVE ZERO TO CS-SP-CUT-AREA (CS-SHIFT-SUB CS-PERIOD-SUB)
024660     MOVE ZERO TO CS-SP-WASTE-AREA (CS-SHIFT-SUB CS-PERIOD-SUB)
024665     MOVE ZERO TO CS-SP-WASTE-COST (CS-SHIFT-SUB CS-PERIOD-SUB)
024670     GO TO 1320-EXIT.
024675 1320-EXIT.
024680     EXIT.
024700******************************************************************
024800*    1400-CHECK-RUNHIST-STATUS THRU 1400-EXIT
024900*
031900     ADD RH-DAILY-CUT-AREA TO CS-MT-CUT-AREA
032000     ADD RH-DAILY-WASTE-AREA TO CS-MT-WASTE-AREA
032100     ADD RH-DAILY-WASTE-COST TO CS-MT-WASTE-COST
032150     PERFORM 2250-TALLY-SHIFT THRU 2250-EXIT
032200     MOVE SPACES TO CS-DETAIL-LINE
032300     MOVE RH-RUN-DATE TO CS-DL-LABEL
032310     IF RH-SHIFT-CODE = "2"
032320         MOVE "2" TO CS-DL-LABEL (10:1)
032330     ELSE
032340         MOVE "1" TO CS-DL-LABEL (10:1)
032350     END-IF
032400     MOVE RH-READ-COUNT TO CS-DL-READ
032500     MOVE RH-OK-COUNT TO CS-DL-OK
032600     MOVE RH-SHORT-COUNT TO CS-DL-SHORT
033300     GO TO 2200-EXIT.
033400 2200-EXIT.
033500     EXIT.
033503******************************************************************
033506*    2250-TALLY-SHIFT THRU 2250-EXIT
033509*
033512*    INTO THE RUN'S SHIFT, BOTH ITS WEEK AND THE MONTH PERIOD.
033515*    A ROW WITH NO SHIFT PREDATES THE SECOND SHIFT - A DAY RUN.
033518******************************************************************
033521 2250-TALLY-SHIFT.
033524     IF RH-SHIFT-CODE = "2"
033527         MOVE 2 TO CS-SHIFT-SUB
033530     ELSE
033533         MOVE 1 TO CS-SHIFT-SUB
033536     END-IF
033539     MOVE CS-WEEK-SUB TO CS-PERIOD-SUB
033542     PERFORM 2260-TALLY-SHIFT-PERIOD THRU 2260-EXIT
033545     MOVE CS-PERIOD-MONTH TO CS-PERIOD-SUB
033548     PERFORM 2260-TALLY-SHIFT-PERIOD THRU 2260-EXIT
033551     GO TO 2250-EXIT.
033554 2250-EXIT.
033557     EXIT.
033560 2260-TALLY-SHIFT-PERIOD.
033563     ADD 1 TO CS-SP-RUN-COUNT (CS-SHIFT-SUB CS-PERIOD-SUB)
033566     ADD RH-DAILY-CIRCLE-AREA
033569         TO CS-SP-CIRCLE-AREA (CS-SHIFT-SUB CS-PERIOD-SUB)
033572     ADD RH-DAILY-CUT-AREA
033575         TO CS-SP-CUT-AREA (CS-SHIFT-SUB CS-PERIOD-SUB)
033578     ADD RH-DAILY-WASTE-AREA
033581         TO CS-SP-WASTE-AREA (CS-SHIFT-SUB CS-PERIOD-SUB)
033584     ADD RH-DAILY-WASTE-COST
033587         TO CS-SP-WASTE-COST (CS-SHIFT-SUB CS-PERIOD-SUB)
033590     GO TO 2260-EXIT.
033593 2260-EXIT.
033596     EXIT.
033600******************************************************************
033700*    2300-TALLY-PRIOR-MONTH THRU 2300-EXIT
033800******************************************************************
037400 3000-TERMINATE.
037500     PERFORM 3100-WRITE-WEEK-SUBTOTALS THRU 3100-EXIT
037600     PERFORM 3200-WRITE-MONTH-COMPARISON THRU 3200-EXIT
037650     PERFORM 3300-WRITE-SHIFT-COMPARISON THRU 3300-EXIT
037700     CLOSE RUN-HISTORY
037800     CLOSE TREND-REPORT.
037900******************************************************************
046500     GO TO 3200-EXIT.
046600 3200-EXIT.
046700     EXIT.
046701******************************************************************
046702*    3300-WRITE-SHIFT-COMPARISON THRU 3300-EXIT
046703*
046704*    DAY SHIFT AGAINST SECOND SHIFT ON ONE LINE PER WEEK, THEN
046705*    THE MONTH - WHETHER NIGHTS WASTE MORE THAN DAYS, READ
046706*    ACROSS.  A WEEK NEITHER SHIFT RAN IS LEFT OFF; A SHIFT
046707*    THAT DID NOT RUN IN A PERIOD SHOWS ZEROES.
046708******************************************************************
046709 3300-WRITE-SHIFT-COMPARISON.
046710     MOVE SPACES TO TREND-REPORT-LINE
046711     WRITE TREND-REPORT-LINE
046712     WRITE TREND-REPORT-LINE FROM CS-SHIFT-TITLE-LINE
046713     WRITE TREND-REPORT-LINE FROM CS-SHIFT-HEADING
046714     MOVE ZERO TO CS-PERIOD-SUB
046715     PERFORM 3310-WRITE-ONE-PERIOD THRU 3310-EXIT
046716         UNTIL CS-PERIOD-SUB NOT < CS-PERIOD-MONTH
046717     GO TO 3300-EXIT.
046718 3300-EXIT.
046719     EXIT.
046720 3310-WRITE-ONE-PERIOD.
046721     ADD 1 TO CS-PERIOD-SUB
046722     IF CS-SP-RUN-COUNT (1 CS-PERIOD-SUB) = ZERO
046723         AND CS-SP-RUN-COUNT (2 CS-PERIOD-SUB) = ZERO
046724         AND CS-PERIOD-SUB < CS-PERIOD-MONTH
046725         GO TO 3310-EXIT
046726     END-IF
046727     MOVE SPACES TO CS-SHIFT-LINE
046728     IF CS-PERIOD-SUB = CS-PERIOD-MONTH
046729         MOVE "MONTH" TO CS-SH-LABEL
046730     ELSE
046731         MOVE "WEEK" TO CS-SH-LABEL
046732         MOVE CS-PERIOD-SUB TO CS-SH-LABEL (6:2)
046733     END-IF
046734     MOVE 1 TO CS-SHIFT-SUB
046735     PERFORM 3320-SHIFT-UTIL-PCT THRU 3320-EXIT
046736     MOVE CS-UTIL-PCT TO CS-SH-UTIL-1
046737     MOVE 2 TO CS-SHIFT-SUB
046738     PERFORM 3320-SHIFT-UTIL-PCT THRU 3320-EXIT
046739     MOVE CS-UTIL-PCT TO CS-SH-UTIL-2
046740     MOVE CS-SP-WASTE-AREA (1 CS-PERIOD-SUB) TO CS-SH-WASTE-AREA-1
046741     MOVE CS-SP-WASTE-AREA (2 CS-PERIOD-SUB) TO CS-SH-WASTE-AREA-2
046742     MOVE CS-SP-WASTE-COST (1 CS-PERIOD-SUB) TO CS-SH-WASTE-COST-1
046743     MOVE CS-SP-WASTE-COST (2 CS-PERIOD-SUB) TO CS-SH-WASTE-COST-2
046744     WRITE TREND-REPORT-LINE FROM CS-SHIFT-LINE
046745     GO TO 3310-EXIT.
046746 3310-EXIT.
046747     EXIT.
046748 3320-SHIFT-UTIL-PCT.
046749     MOVE ZERO TO CS-UTIL-PCT
046750     IF CS-SP-CIRCLE-AREA (CS-SHIFT-SUB CS-PERIOD-SUB) > ZERO
046751         COMPUTE CS-UTIL-PCT ROUNDED =
046752             CS-SP-CUT-AREA (CS-SHIFT-SUB CS-PERIOD-SUB)
046753             / CS-SP-CIRCLE-AREA (CS-SHIFT-SUB CS-PERIOD-SUB)
046754             * 100
046755             ON SIZE ERROR
046756                 MOVE ZERO TO CS-UTIL-PCT
046757         END-COMPUTE
046758     END-IF
046759     GO TO 3320-EXIT.
046760 3320-EXIT.
046761     EXIT.
046800 END PROGRAM CIRCSQR-TREND.
