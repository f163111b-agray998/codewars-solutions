019900*                     KEYED AHEAD OF TIME LANDS ON ITS OWN
020000*                     EFFECTIVE DATE, NOT WHEN SOMEBODY GOT
020100*                     AROUND TO UPDATING THE MASTER.
020101*    2026-09-14  ROH  HEAT/LOT TRACEABILITY.  EVERY FRESH BLANK
020102*                     IS NOW ISSUED FROM THE OLDEST LOT OF ITS
020103*                     SIZE ON THE NEW STKLOT FILE (2097) AS WELL
020104*                     AS DRAWN OFF THE STKONH TOTAL, AND THE
020105*                     LOT - THE REMNANT'S OWN LOT ON A REMNANT
020106*                     CUT - RIDES ONTO THE APRCUTS ROW, THE
020107*                     QAHOLD ROW AND THE REMNANT BANKED AT 2093.
020108*                     EVERY APPROVED CUT ALSO APPENDS A ROW TO
020109*                     THE CUMULATIVE LOTHIST FILE FOR
020110*                     CIRCSQR-RECALL.  THE DRAW-DOWN NOW HAPPENS
020111*                     BEFORE THE EXTRACT ROW IS WRITTEN SO THE
020112*                     ROW CAN CARRY THE LOT IT CAME FROM.
020113*    2026-10-15  ROH  SECOND SHIFT.  COLUMN 9 OF THE PARM IS THE
020114*                     SHIFT ("1" DAY, THE DEFAULT, OR "2"), AND
020115*                     EACH SHIFT NOW GETS ITS OWN RUNCTL STAMP,
020116*                     ITS OWN CHECKPOINT RECORD (THE OTHER
020117*                     SHIFT'S RECORD IS CARRIED ACROSS UNTOUCHED
020118*                     ON EVERY REWRITE) AND ITS OWN RUNHIST ROW.
020119*                     THE ONCE-A-DAY RULE BECOMES ONCE PER SHIFT
020120*                     PER DAY, SO COSTMTD ROLLS EACH SHIFT ONCE.
020121*    2026-10-15  ROH  CUT PLANNING.  A LINE CIRCSQR-PLAN PLANNED
020122*                     ONTO A REMNANT (SI-PLAN-REMNANT-ID) TAKES
020123*                     THAT REMNANT DIRECTLY; ONE THE JOB CANNOT
020124*                     USE AFTER ALL (INVALID, SHORT, OR NO
020125*                     LONGER A FIT) GOES BACK TO AVAILABLE.  THE
020126*                     ORDINARY REMNANT OFFER IS NOW BEST FIT -
020127*                     THE SMALLEST AVAILABLE REMNANT THAT FITS,
020128*                     NOT THE FIRST ONE IN KEY ORDER - SO A
020129*                     SMALL JOB NO LONGER USES UP A LARGE OFFCUT
020130*                     A BIGGER ORDER COULD HAVE HAD.
020131*    2026-10-15  ROH  RECTANGULAR PIECES.  A LINE WITH A
020132*                     REQUESTED HEIGHT (SI-REQ-HEIGHT) CUTS A
020133*                     WIDTH-BY-HEIGHT RECTANGLE: 2064 TESTS IT
020134*                     AGAINST THE BLANK BY ITS DIAGONAL, THE
020135*                     CUT AREA - AND SO THE UTILIZATION, COST
020136*                     AND WASTE FIGURES - IS THE REAL W * H,
020137*                     AND THE 2069 REMNANT TEST TRIES THE PIECE
020138*                     BOTH WAYS ROUND.  THE HEIGHT RIDES THE
020139*                     APRCUTS AND QAHOLD ROWS, AND CUTRPT
020140*                     PRINTS A RECTANGLE LINE UNDER THE PIECE.
020141*    2026-10-15  ROH  JOB COSTING.  2095 NOW ALSO ADDS EACH
020142*                     CUT'S PIECES, PIECE AREA AND 2075 COSTS
020143*                     INTO THE JOB-MASTER, A REMNANT CUT AT ZERO
020144*                     COST.  2075 PRICES THE PIECE ITSELF TOO
020145*                     (CS-PIECE-COST) AND 2092 PARKS IT, WITH
020146*                     THE PIECE COUNT AND AREA, ON THE QAHOLD
020147*                     ROW FOR CIRCSQR-QADSP'S QA LOSS.
020148*    2026-10-15  ROH  MATERIAL COST BY MONTH.  EVERY COSTED
020149*                     BLANK IS NOW ALSO ADDED INTO ITS MONTH'S
020150*                     ROW FOR ITS MATERIAL ON THE NEW COSTMAT
020151*                     FILE (2089) - COSTMTD CARRIES NO MATERIAL
020152*                     SPLIT, AND CIRCSQR-MONEND JOURNALS THE
020153*                     MONTH BY MATERIAL.
020154*    2026-10-15  ROH  SAW TICKETS.  THE APRCUTS ROW (2090) NOW
020155*                     CARRIES THE MATERIAL, THE PIECE COUNT AND
020156*                     THE REMNANT CUT, AND THE QAHOLD ROW (2092)
020157*                     THE REMNANT, FOR CIRCSQR-SAWTKT.
020158*    2026-10-15  ROH  SCRAP WEIGHT.  2076 WEIGHS EACH COSTED
020159*                     BLANK'S WASTE AREA AT ITS MATERIAL'S
020160*                     DENSITY FROM THE NEW MATERIAL MASTER
020161*                     (MATLMAST); THE WEIGHT PRINTS ON COSTRPT
020162*                     AND IS ADDED INTO THE MONTH'S COSTMAT ROW
020163*                     (CT-SCRAP-WEIGHT) FOR THE CIRCSQR-SCRAP
020164*                     DEALER SETTLEMENT RECONCILIATION.
020165*    2026-10-15  ROH  THE SECOND SHIFT OF A DAY NO LONGER WIPES
020166*                     THE FIRST'S FILES.  WHEN CIRCSQR-RUNCTL
020167*                     SAYS THE OTHER SHIFT IS STAMPED TODAY,
020168*                     CUTRPT, UTILRPT, APRCUTS, COSTRPT AND
020169*                     SHORTRPT OPEN EXTEND AS ON A RESTART, AND
020170*                     BALRPT (NOW WITH A FILE STATUS) TAKES A
020171*                     SECOND BLOCK, EACH HEADED BY ITS SHIFT.
020172*                     THE APRCUTS AND QAHOLD ROWS (2090, 2092)
020173*                     NOW CARRY THE SHIFT THAT CUT THEM.
020174*    2026-10-15  ROH  A SIZE ERROR ON THE SCRAP WEIGHT OR THE
020175*                     PIECE COST NOW ZEROES THAT FIGURE ALONE
020176*                     (CS-WEIGHT-ERROR, CS-PIECE-COST-ERROR) -
020177*                     THE BLANK'S MONEY FIGURES STILL REACH
020178*                     COSTRPT, THE TOTALS, COSTMAT AND JOBMAST.
020179*                     THE HEAT/LOT IS ISSUED (2097) ONLY ONCE
020180*                     THE STKONH REWRITE HAS WORKED.
020200******************************************************************
020300 IDENTIFICATION DIVISION.
020400 PROGRAM-ID. CIRCSQR-BATCH.
023200         ORGANIZATION IS LINE SEQUENTIAL
023300         FILE STATUS IS CS-APRCUTS-FILE-STATUS.
023400     SELECT BALANCE-REPORT ASSIGN TO "BALRPT"
023500         ORGANIZATION IS LINE SEQUENTIAL
023550         FILE STATUS IS CS-BALRPT-FILE-STATUS.
023600     SELECT COST-REPORT ASSIGN TO "COSTRPT"
023700         ORGANIZATION IS LINE SEQUENTIAL
023800         FILE STATUS IS CS-COSTRPT-FILE-STATUS.
024400         ACCESS MODE IS RANDOM
024500         RECORD KEY IS OH-KEY
024600         FILE STATUS IS CS-ONHAND-FILE-STATUS.
024610     SELECT STOCK-LOT ASSIGN TO "STKLOT"
024620         ORGANIZATION IS INDEXED
024630         ACCESS MODE IS DYNAMIC
024640         RECORD KEY IS LT-KEY
024650         FILE STATUS IS CS-LOT-FILE-STATUS.
024660     SELECT LOT-HISTORY ASSIGN TO "LOTHIST"
024670         ORGANIZATION IS LINE SEQUENTIAL
024680         FILE STATUS IS CS-LOTHIST-FILE-STATUS.
024700     SELECT SHORTAGE-REPORT ASSIGN TO "SHORTRPT"
024800         ORGANIZATION IS LINE SEQUENTIAL
024900         FILE STATUS IS CS-SHORTRPT-FILE-STATUS.
027400     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
027500         ORGANIZATION IS LINE SEQUENTIAL
027600         FILE STATUS IS CS-RUNHIST-FILE-STATUS.
027610     SELECT MATERIAL-COST ASSIGN TO "COSTMAT"
027620         ORGANIZATION IS INDEXED
027630         ACCESS MODE IS RANDOM
027640         RECORD KEY IS CT-KEY
027650         FILE STATUS IS CS-COSTMAT-FILE-STATUS.
027658     SELECT MATERIAL-MASTER ASSIGN TO "MATLMAST"
027666         ORGANIZATION IS INDEXED
027674         ACCESS MODE IS RANDOM
027682         RECORD KEY IS MM-MATERIAL-CODE
027690         FILE STATUS IS CS-MATL-FILE-STATUS.
027700     SELECT AUDIT-TRAIL ASSIGN TO "AUDITTRL"
027800         ORGANIZATION IS LINE SEQUENTIAL
027900         FILE STATUS IS CS-AUDIT-FILE-STATUS.
030900 FD  STOCK-ONHAND
031000     RECORDING MODE IS F.
031100     COPY STKONH.
031110 FD  STOCK-LOT
031120     RECORDING MODE IS F.
031130     COPY STKLOT.
031140 FD  LOT-HISTORY
031150     RECORDING MODE IS F.
031160     COPY LOTHIST.
031200 FD  SHORTAGE-REPORT
031300     RECORDING MODE IS F.
031400 01  SHORTAGE-REPORT-LINE     PIC X(80).
034300     05  FILLER               PIC X(01).
034400     05  OV-REASON            PIC X(40).
034500     05  FILLER               PIC X(31).
034520 FD  MATERIAL-COST
034540     RECORDING MODE IS F.
034560     COPY COSTMAT.
034570 FD  MATERIAL-MASTER
034580     RECORDING MODE IS F.
034590     COPY MATLMAST.
034600 FD  AUDIT-TRAIL
034700     RECORDING MODE IS F.
034800     COPY AUDITREC.
036500         88  CS-COSTRPT-NOT-FOUND VALUE "35".
036600     05  CS-MTD-FILE-STATUS   PIC X(02)  VALUE "00".
036700         88  CS-MTD-NOT-FOUND VALUE "35".
036720     05  CS-COSTMAT-FILE-STATUS PIC X(02) VALUE "00".
036740         88  CS-COSTMAT-NOT-FOUND VALUE "35".
036760     05  CS-COSTMAT-HIT-SWITCH PIC X(01) VALUE "N".
036780         88  CS-COSTMAT-HIT   VALUE "Y".
036790     05  CS-MATL-FILE-STATUS  PIC X(02)  VALUE "00".
036800     05  CS-JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
036900         88  CS-JOBMAST-NOT-FOUND VALUE "35".
037000     05  CS-JOBMAST-HIT-SWITCH PIC X(01) VALUE "N".
037700         88  CS-REMN-EXHAUSTED VALUE "X".
037800     05  CS-FIT-SWITCH        PIC X(01)  VALUE "N".
037900         88  CS-REMNANT-FITS  VALUE "Y".
037930     05  CS-BEST-REMNANT-SWITCH PIC X(01) VALUE "N".
037960         88  CS-BEST-REMNANT-FOUND VALUE "Y".
038000     05  CS-ONHAND-FILE-STATUS PIC X(02) VALUE "00".
038100         88  CS-ONHAND-NOT-FOUND VALUE "35".
038110     05  CS-LOT-FILE-STATUS   PIC X(02)  VALUE "00".
038120         88  CS-LOT-NOT-FOUND VALUE "35".
038130     05  CS-LOTHIST-FILE-STATUS PIC X(02) VALUE "00".
038140         88  CS-LOTHIST-NOT-FOUND VALUE "35".
038150     05  CS-LOT-SCAN-SWITCH   PIC X(01)  VALUE "N".
038160         88  CS-LOT-EXHAUSTED VALUE "X".
038170     05  CS-LOT-FOUND-SWITCH  PIC X(01)  VALUE "N".
038180         88  CS-LOT-FOUND     VALUE "Y".
038186     05  CS-CKPT-EOF-SWITCH   PIC X(01)  VALUE "N".
038192         88  CS-CKPT-END-OF-FILE VALUE "Y".
038200     05  CS-SHORTRPT-FILE-STATUS PIC X(02) VALUE "00".
038300         88  CS-SHORTRPT-NOT-FOUND VALUE "35".
038310     05  CS-BALRPT-FILE-STATUS PIC X(02) VALUE "00".
038320         88  CS-BALRPT-NOT-FOUND VALUE "35".
038330     05  CS-OTHER-SHIFT-SWITCH PIC X(01) VALUE "N".
038340         88  CS-OTHER-SHIFT-RAN VALUES "S" "F".
038350         88  CS-OTHER-SHIFT-ENDED VALUE "F".
038400     05  CS-NO-STOCK-SWITCH   PIC X(01)  VALUE "N".
038500         88  CS-NO-STOCK      VALUE "Y".
038600     05  CS-RUNHIST-FILE-STATUS PIC X(02) VALUE "00".
040700         88  CS-CALC-ERROR    VALUE "Y".
040800     05  CS-SHORT-SWITCH      PIC X(01) VALUE "N".
040900         88  CS-JOB-SHORT     VALUE "Y".
040930     05  CS-RECT-SWITCH       PIC X(01) VALUE "N".
040960         88  CS-RECT-PIECE    VALUE "Y".
041000     05  CS-COST-ERROR-SWITCH PIC X(01) VALUE "N".
041100         88  CS-COST-ERROR    VALUE "Y".
041120     05  CS-WEIGHT-ERROR-SWITCH PIC X(01) VALUE "N".
041140         88  CS-WEIGHT-ERROR  VALUE "Y".
041160     05  CS-PIECE-ERROR-SWITCH PIC X(01) VALUE "N".
041180         88  CS-PIECE-COST-ERROR VALUE "Y".
041200     05  CS-COST-EST-SWITCH   PIC X(01) VALUE "N".
041300         88  CS-COST-ESTIMATED VALUE "Y".
041400     05  CS-BALANCE-SWITCH    PIC X(01) VALUE "Y".
045200*    CUT-TO-ORDER MODE THEY HOLD THE REQUESTED SIDE AND THE
045300*    TOTAL AREA OF ALL REQUESTED PIECES, AND EVERYTHING
045400*    DOWNSTREAM - UTILIZATION, THE DAILY ROLLUP, THE EXTRACT -
045500*    COSTS THESE, NOT THE THEORETICAL MAXIMUM.  CS-CUT-HEIGHT
045530*    EQUALS CS-CUT-SIDE FOR A SQUARE; FOR A RECTANGULAR PIECE
045560*    CS-CUT-SIDE IS ITS WIDTH.
045600******************************************************************
045700 01  CS-CUT-FIELDS.
045800     05  CS-CUT-SIDE          PIC 9(6)V9(3) VALUE ZERO.
045850     05  CS-CUT-HEIGHT        PIC 9(6)V9(3) VALUE ZERO.
045900     05  CS-CUT-AREA          PIC 9(8)V9(3) VALUE ZERO.
046000     05  CS-CUT-QTY           PIC 9(03)     VALUE 1.
046100******************************************************************
047600     05  CS-MATERIAL-COST     PIC 9(7)V9(2) VALUE ZERO.
047700     05  CS-SCRAP-CREDIT      PIC 9(7)V9(2) VALUE ZERO.
047800     05  CS-WASTE-COST        PIC 9(7)V9(2) VALUE ZERO.
047850     05  CS-PIECE-COST        PIC 9(7)V9(2) VALUE ZERO.
047870     05  CS-SCRAP-WEIGHT      PIC 9(7)V9(3) VALUE ZERO.
047900     05  CS-DAILY-MATERIAL-COST PIC 9(9)V9(2) VALUE ZERO.
048000     05  CS-DAILY-SCRAP-CREDIT PIC 9(9)V9(2) VALUE ZERO.
048100     05  CS-DAILY-WASTE-COST  PIC 9(9)V9(2)  VALUE ZERO.
048300     05  CS-MTD-SCRAP-CREDIT  PIC 9(9)V9(2)  VALUE ZERO.
048400     05  CS-MTD-WASTE-COST    PIC 9(9)V9(2)  VALUE ZERO.
048500 01  CS-RUN-MONTH             PIC 9(06)      VALUE ZERO.
048510******************************************************************
048520*    DENSITY OF THE LAST MATERIAL LOOKED UP ON MATLMAST - A
048530*    CUTTING LIST RUNS LONG STRETCHES OF ONE MATERIAL, SO THE
048540*    MASTER IS ONLY READ WHEN THE MATERIAL CHANGES.
048550******************************************************************
048560 01  CS-DENSITY-FIELDS.
048570     05  CS-DENSITY-MATL-CODE PIC X(02)     VALUE LOW-VALUES.
048580     05  CS-DENSITY           PIC 9(3)V9(6) VALUE ZERO.
048600******************************************************************
048700*    REMNANT FIT-TEST WORK FIELDS.  A REQUESTED SQUARE OF SIDE T
048800*    SITS IN ONE OF A REMNANT'S FOUR SEGMENTS, BASE ON THE CUT
048900*    EDGE, IF ITS TOP CORNERS STAY INSIDE THE PARENT CIRCLE:
049000*    (T/2)**2 + (S/2 + T)**2 <= R**2, WHERE S IS THE SIDE CUT
049100*    FROM THE PARENT AND R ITS RADIUS.  EACH TERM IS SQUARED IN
049200*    ITS OWN COMPUTE - SEE THE CS-PI HISTORY NOTE.  A RECTANGLE
049230*    IS TRIED WITH EACH SIDE IN TURN AS THE BASE (CS-RMT-BASE)
049260*    AND THE OTHER AS THE RISE OFF THE CUT EDGE (CS-RMT-RISE).
049300******************************************************************
049400 01  CS-REMNANT-FIT-FIELDS.
049430     05  CS-RMT-BASE          PIC 9(6)V9(3) VALUE ZERO.
049460     05  CS-RMT-RISE          PIC 9(6)V9(3) VALUE ZERO.
049500     05  CS-RMT-CORNER-TERM-A PIC 9(8)V9(5) VALUE ZERO.
049600     05  CS-RMT-CORNER-TERM-B PIC 9(8)V9(5) VALUE ZERO.
049700     05  CS-RMT-RADIUS-SQUARED PIC 9(8)V9(5) VALUE ZERO.
049800     05  CS-RMT-CORNER-SUM    PIC 9(9)V9(5) VALUE ZERO.
049802     05  CS-RMT-CANDIDATE-AREA PIC 9(8)V9(3) VALUE ZERO.
049804     05  CS-BEST-REMNANT-ID   PIC X(10)     VALUE SPACES.
049806     05  CS-BEST-RECLAIM-AREA PIC 9(8)V9(3) VALUE ZERO.
049810******************************************************************
049814*    RECTANGLE-IN-BLANK TEST.  A W BY H PIECE COMES OUT OF A
049818*    BLANK OF RADIUS R WHEN W**2 + H**2 <= (2R)**2 - THE SAME
049822*    TEST AREA-LARGEST-SQUARE'S RECTANGLE MODE MAKES, DONE HERE
049826*    SO THE LINE STILL LEAVES EXACTLY ONE AUDIT ROW.
049830******************************************************************
049834 01  CS-RECT-FIT-FIELDS.
049838     05  CS-RCT-WIDTH-SQUARED PIC 9(8)V9(5) VALUE ZERO.
049842     05  CS-RCT-HEIGHT-SQUARED PIC 9(8)V9(5) VALUE ZERO.
049846     05  CS-RCT-DIAG-SQUARED  PIC 9(9)V9(5) VALUE ZERO.
049850     05  CS-RCT-DIAM-SQUARED  PIC 9(9)V9(5) VALUE ZERO.
049854******************************************************************
049858*    HEAT/LOT OF THE BLANK BEING CUT.  SET BY 2097 WHEN A FRESH
049862*    BLANK IS ISSUED, OR BY 2068 FROM THE REMNANT CONSUMED;
049866*    SPACES WHEN THE STOCK PREDATES LOT TRACKING.
049870******************************************************************
049874 01  CS-LOT-FIELDS.
049878     05  CS-ISSUE-LOT         PIC X(08)  VALUE SPACES.
049882     05  CS-ISSUE-REMNANT-ID  PIC X(10)  VALUE SPACES.
049886     05  CS-OLDEST-LOT-DATE   PIC 9(08)  VALUE ZERO.
049900******************************************************************
050000*    QA INSPECTION-HOLD CONTROLS.  THE SAMPLING ACCUMULATOR
050100*    ADDS THE PERCENTAGE PER ELIGIBLE CUT AND HOLDS ONE EVERY
051200 77  CS-QJ-COUNT              PIC 9(03)  VALUE ZERO COMP.
051300 77  CS-QJ-MAX                PIC 9(03)  VALUE 200 COMP.
051400 77  CS-QJ-SUB                PIC 9(03)  VALUE ZERO COMP.
051406******************************************************************
051412*    THE SHIFT THIS RUN CUTS FOR, FROM COLUMN 9 OF THE PARM.
051418*    THE CHECKPOINT TABLE HOLDS THE OTHER SHIFT'S CHECKPOINT
051424*    RECORD(S) AS READ AT START, WRITTEN BACK AS-IS EVERY TIME
051430*    THIS RUN REWRITES ITS OWN.
051436******************************************************************
051442 01  CS-SHIFT-CODE            PIC X(01)  VALUE "1".
051448     88  CS-SHIFT-VALID       VALUES "1" "2".
051454 01  CS-CKPT-SHIFT            PIC X(01)  VALUE SPACE.
051460 01  CS-OTHER-CKPT-TABLE.
051466     05  CS-OTHER-CKPT-IMAGE  PIC X(161) OCCURS 4 TIMES.
051472 77  CS-OTHER-CKPT-COUNT      PIC 9(02)  VALUE ZERO COMP.
051478 77  CS-OTHER-CKPT-MAX        PIC 9(02)  VALUE 4 COMP.
051484 77  CS-OTHER-CKPT-SUB        PIC 9(02)  VALUE ZERO COMP.
051500     COPY ALSPARMS.
051600     COPY RCTLPARM.
051700 01  CS-OVERRIDE-REASON       PIC X(40)  VALUE SPACES.
055100     05  CS-DL-QTY            PIC ZZ9.
055200     05  FILLER               PIC X(02).
055300     05  CS-DL-STATUS         PIC X(10).
055310 01  CS-RECT-LINE.
055320     05  FILLER               PIC X(24)  VALUE SPACES.
055330     05  FILLER               PIC X(12)  VALUE "RECTANGLE".
055340     05  CS-RL-WIDTH          PIC ZZZZZ9.999.
055350     05  FILLER               PIC X(03)  VALUE " X ".
055360     05  CS-RL-HEIGHT         PIC ZZZZZ9.999.
055400 01  CS-UTIL-HEADING-1.
055500     05  FILLER               PIC X(20)  VALUE "CIRCSQR-BATCH".
055600     05  FILLER               PIC X(40)  VALUE
059000     05  FILLER               PIC X(12)  VALUE "MATL-COST".
059100     05  FILLER               PIC X(12)  VALUE "SCRAP-CR".
059200     05  FILLER               PIC X(12)  VALUE "WASTE-COST".
059250     05  FILLER               PIC X(10)  VALUE "SCRAP-LB".
059300     05  FILLER               PIC X(10)  VALUE "STATUS".
059400 01  CS-COST-DETAIL-LINE.
059500     05  CS-CDL-STOCK-ID      PIC X(12).
060000     05  FILLER               PIC X(02).
060100     05  CS-CDL-WASTE-COST    PIC ZZZZZZ9.99.
060200     05  FILLER               PIC X(02).
060230     05  CS-CDL-SCRAP-WEIGHT  PIC ZZZZZ9.9.
060260     05  FILLER               PIC X(02).
060300     05  CS-CDL-STATUS        PIC X(10).
060400 01  CS-COST-TOTAL-LINE.
060500     05  CS-CTL-LABEL         PIC X(24).
064300 LINKAGE SECTION.
064400 01  CS-PARM-AREA.
064500     05  CS-PARM-LENGTH       PIC S9(04) COMP.
064600     05  CS-PARM-TEXT         PIC X(09).
064700 PROCEDURE DIVISION USING CS-PARM-AREA.
064800******************************************************************
064900*    0000-MAINLINE
066200     OPEN INPUT STOCK-MASTER
066300     PERFORM 1050-CHECK-MASTER-STATUS THRU 1050-EXIT
066400     PERFORM 1060-OPEN-RATE-HISTORY THRU 1060-EXIT
066450     PERFORM 1065-OPEN-MATERIAL-MASTER THRU 1065-EXIT
066500     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
066600     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-CUT-DATE
066700     MOVE CS-CURRENT-DATE-TIME (1:6) TO CS-RUN-MONTH
066800     SET CS-MODE-FORWARD TO TRUE
066850     SET CS-SHAPE-SQUARE TO TRUE
066900     MOVE CS-PARM-TEXT (1:8) TO CS-RUN-ID
066950     PERFORM 1070-TAKE-SHIFT-CODE THRU 1070-EXIT
067000     PERFORM 1110-READ-OVERRIDE-CARD THRU 1110-EXIT
067100     PERFORM 1120-CHECK-RUN-CONTROL THRU 1120-EXIT
067200     PERFORM 1140-LOAD-QA-PARM THRU 1140-EXIT
072200     GO TO 1060-EXIT.
072300 1060-EXIT.
072400     EXIT.
072402******************************************************************
072404*    1065-OPEN-MATERIAL-MASTER THRU 1065-EXIT
072406*
072408*    THE MATERIAL MASTER IS READ FOR DENSITIES ONLY - THE EDIT
072410*    STEP HAS ALREADY POLICED THE CODES.  IT IS NOT OPTIONAL:
072412*    A RUN WEIGHING EVERY BLANK'S SCRAP AT ZERO WOULD LEAVE
072414*    THE MONTH SHORT IN THE DEALER RECONCILIATION WITH NOTHING
072416*    TO SAY WHY, SO ANY OPEN FAILURE ABENDS.
072418******************************************************************
072420 1065-OPEN-MATERIAL-MASTER.
072422     OPEN INPUT MATERIAL-MASTER
072424     IF CS-MATL-FILE-STATUS NOT = "00"
072426         DISPLAY "CIRCSQR-BATCH: MATERIAL-MASTER OPEN FAILED, "
072428             "STATUS " CS-MATL-FILE-STATUS
072430         MOVE 16 TO RETURN-CODE
072432         GOBACK
072434     END-IF
072436     GO TO 1065-EXIT.
072438 1065-EXIT.
072440     EXIT.
072442******************************************************************
072444*    1070-TAKE-SHIFT-CODE THRU 1070-EXIT
072446*
072448*    PARM COLUMNS 1-8 ARE THE RUN-ID, COLUMN 9 THE SHIFT.  A
072450*    PARM OF EIGHT OR FEWER CHARACTERS (OR A BLANK COLUMN 9)
072452*    IS THE DAY SHIFT, SO THE SINGLE-SHIFT JCL RUNS UNCHANGED.
072454*    ANY OTHER SHIFT CODE ABENDS - GUESSING WOULD STAMP, COST
072456*    AND CHECKPOINT THE CUTS AGAINST THE WRONG SHIFT.
072458******************************************************************
072460 1070-TAKE-SHIFT-CODE.
072462     MOVE "1" TO CS-SHIFT-CODE
072464     IF CS-PARM-LENGTH > 8
072466         AND CS-PARM-TEXT (9:1) NOT = SPACE
072468         MOVE CS-PARM-TEXT (9:1) TO CS-SHIFT-CODE
072470     END-IF
072472     IF NOT CS-SHIFT-VALID
072474         DISPLAY "CIRCSQR-BATCH: BAD SHIFT CODE IN PARM - "
072476             CS-SHIFT-CODE
072478         MOVE 16 TO RETURN-CODE
072480         GOBACK
072482     END-IF
072484     GO TO 1070-EXIT.
072486 1070-EXIT.
072488     EXIT.
072500******************************************************************
072600*    1100-READ-CHECKPOINT THRU 1100-EXIT
072700*
073000*    THE DAILY UTILIZATION TOTALS ACCUMULATED SO FAR, SO THE RECORDS
073100*    ALREADY PROCESSED ARE NOT COSTED TWICE AND THE DAILY TOTAL AT
073200*    3200-WRITE-UTIL-TOTAL STILL COVERS THE WHOLE DAY, NOT JUST THE
073300*    TAIL AFTER THE RESTART.  ONLY THIS SHIFT'S RECORD CAN RESTART
073330*    THE RUN; THE OTHER SHIFT'S RECORD IS KEPT IN
073360*    CS-OTHER-CKPT-TABLE TO BE WRITTEN BACK UNCHANGED.
073400******************************************************************
073500 1100-READ-CHECKPOINT.
073600     MOVE ZERO TO CS-RESTART-SKIP-COUNT
073630     MOVE ZERO TO CS-OTHER-CKPT-COUNT
073660     MOVE "N" TO CS-CKPT-EOF-SWITCH
073700     OPEN INPUT CHECKPOINT-FILE
073710     IF CS-CKPT-NOT-FOUND
073720         GO TO 1100-EXIT
077200     END-IF
077225     PERFORM 1101-READ-ONE-CHECKPOINT THRU 1101-EXIT
077250         UNTIL CS-CKPT-END-OF-FILE
077275     CLOSE CHECKPOINT-FILE
077300     GO TO 1100-EXIT.
077400 1100-EXIT.
077402     EXIT.
077404 1101-READ-ONE-CHECKPOINT.
077406     READ CHECKPOINT-FILE
077408         AT END
077410             SET CS-CKPT-END-OF-FILE TO TRUE
077412             GO TO 1101-EXIT
077414     END-READ
077416     MOVE CK-SHIFT-CODE TO CS-CKPT-SHIFT
077418     IF CS-CKPT-SHIFT = SPACE
077420         MOVE "1" TO CS-CKPT-SHIFT
077422     END-IF
077424     IF CS-CKPT-SHIFT NOT = CS-SHIFT-CODE
077426         PERFORM 1102-KEEP-OTHER-CHECKPOINT THRU 1102-EXIT
077428         GO TO 1101-EXIT
077430     END-IF
077432     IF CK-RUN-ID = CS-RUN-ID
077434         MOVE CK-RECORD-COUNT TO CS-RESTART-SKIP-COUNT
077436         MOVE CK-DAILY-CIRCLE-AREA
077438             TO CS-DAILY-CIRCLE-AREA
077440         MOVE CK-DAILY-CUT-AREA TO CS-DAILY-CUT-AREA
077442         MOVE CK-DAILY-WASTE-AREA
077444             TO CS-DAILY-WASTE-AREA
077446         MOVE CK-DAILY-MATERIAL-COST
077448             TO CS-DAILY-MATERIAL-COST
077450         MOVE CK-DAILY-SCRAP-CREDIT
077452             TO CS-DAILY-SCRAP-CREDIT
077454         MOVE CK-DAILY-WASTE-COST
077456             TO CS-DAILY-WASTE-COST
077458         MOVE CK-OK-COUNT TO CS-OK-COUNT
077460         MOVE CK-SHORT-COUNT TO CS-SHORT-COUNT
077462         MOVE CK-REJECT-COUNT TO CS-REJECT-COUNT
077464         MOVE CK-CALC-ERROR-COUNT
077466             TO CS-CALC-ERROR-COUNT
077468         MOVE CK-EXTRACT-COUNT TO CS-EXTRACT-COUNT
077470         MOVE CK-AUDIT-COUNT TO CS-AUDIT-COUNT
077472         MOVE CK-NO-STOCK-COUNT
077474             TO CS-NO-STOCK-COUNT
077476         MOVE CK-HOLD-COUNT TO CS-HOLD-COUNT
077478         MOVE CK-SAMPLE-ACCUM TO CS-SAMPLE-ACCUM
077480         MOVE CK-REMNANT-MADE-COUNT
077482             TO CS-REMNANT-MADE-COUNT
077484         MOVE CK-REMNANT-USED-COUNT
077486             TO CS-REMNANT-USED-COUNT
077488     END-IF
077490     GO TO 1101-EXIT.
077492 1101-EXIT.
077500     EXIT.
077507 1102-KEEP-OTHER-CHECKPOINT.
077514     IF CS-OTHER-CKPT-COUNT NOT < CS-OTHER-CKPT-MAX
077521         DISPLAY "CIRCSQR-BATCH: CHECKPOINT TABLE FULL AT "
077528             CS-OTHER-CKPT-MAX
077535         MOVE 16 TO RETURN-CODE
077542         GOBACK
077549     END-IF
077556     ADD 1 TO CS-OTHER-CKPT-COUNT
077563     MOVE CHECKPOINT-RECORD
077570         TO CS-OTHER-CKPT-IMAGE (CS-OTHER-CKPT-COUNT)
077577     GO TO 1102-EXIT.
077584 1102-EXIT.
077591     EXIT.
077600******************************************************************
077700*    1110-READ-OVERRIDE-CARD THRU 1110-EXIT
077800*
080600******************************************************************
080700*    1120-CHECK-RUN-CONTROL THRU 1120-EXIT
080800*
080900*    A REFUSED START MEANS A SECOND COMPLETE RUN FOR THIS SHIFT
081000*    TODAY - THE COSTMTD ROLL WOULD ADD THE SHIFT IN TWICE.
081100*    REFUSAL ABENDS BEFORE THE CHECKPOINT OR ANY OUTPUT FILE IS
081150*    TOUCHED.  THE REPLY ALSO SAYS WHETHER THE OTHER SHIFT HAS
081170*    ALREADY RUN TODAY - KEPT FOR 1150 AND 3400.
081200******************************************************************
081300 1120-CHECK-RUN-CONTROL.
081400     MOVE "S" TO RU-REQUEST-CODE
081500     MOVE "CIRCSQRB" TO RU-CALLER-JOB
081600     MOVE CS-CUT-DATE TO RU-CALLER-DATE
081700     MOVE SPACE TO RU-END-STATUS
081750     MOVE CS-SHIFT-CODE TO RU-SHIFT-CODE
081800     IF CS-OVERRIDE-PRESENT
081900         MOVE "Y" TO RU-OVERRIDE
082000     ELSE
082600         MOVE 16 TO RETURN-CODE
082700         GOBACK
082800     END-IF
082850     MOVE RU-OTHER-SHIFT-TODAY TO CS-OTHER-SHIFT-SWITCH
082900     GO TO 1120-EXIT.
083000 1120-EXIT.
083100     EXIT.
090700*    WITH A FALLBACK TO OUTPUT IF IT DOESN'T EXIST YET, SAME AS
090800*    AUDIT-TRAIL - SO THE ROWS FROM BEFORE THE CHECKPOINT SURVIVE
090900*    INSTEAD OF BEING TRUNCATED AWAY BY A PLAIN OPEN OUTPUT.
090920*    A FRESH RUN OPENS EXTEND THE SAME WAY WHEN THE OTHER SHIFT IS
090940*    ALREADY STAMPED TODAY - ITS ROWS ARE STILL WAITING FOR THE
090960*    ERP DRAW-DOWN, CIRCSQRW AND CIRCSQRN, AND THIS SHIFT'S ROWS
090980*    FOLLOW THEM.  HEADINGS ARE WRITTEN ONLY ON AN OPEN OUTPUT.
091000******************************************************************
091100 1150-OPEN-OUTPUT-FILES.
091200     PERFORM 1151-OPEN-CUT-REPORT THRU 1151-EXIT
091800     PERFORM 1157-OPEN-STOCK-ONHAND THRU 1157-EXIT
091900     PERFORM 1158-OPEN-SHORTAGE-REPORT THRU 1158-EXIT
092000     PERFORM 1159-OPEN-QA-HOLD THRU 1159-EXIT
092030     PERFORM 1160-OPEN-STOCK-LOT THRU 1160-EXIT
092060     PERFORM 1161-OPEN-LOT-HISTORY THRU 1161-EXIT
092080     PERFORM 1162-OPEN-MATERIAL-COST THRU 1162-EXIT
092100     GO TO 1150-EXIT.
092200 1150-EXIT.
092300     EXIT.
092400 1151-OPEN-CUT-REPORT.
092500     IF CS-RESTART-SKIP-COUNT > ZERO
092550         OR CS-OTHER-SHIFT-RAN
092600         OPEN EXTEND CUT-REPORT
092700         IF CS-CUTRPT-NOT-FOUND
092800             OPEN OUTPUT CUT-REPORT
093900     EXIT.
094000 1152-OPEN-UTIL-REPORT.
094100     IF CS-RESTART-SKIP-COUNT > ZERO
094150         OR CS-OTHER-SHIFT-RAN
094200         OPEN EXTEND UTIL-REPORT
094300         IF CS-UTILRPT-NOT-FOUND
094400             OPEN OUTPUT UTIL-REPORT
095500     EXIT.
095600 1153-OPEN-APPROVED-CUTS.
095700     IF CS-RESTART-SKIP-COUNT > ZERO
095750         OR CS-OTHER-SHIFT-RAN
095800         OPEN EXTEND APPROVED-CUTS
095900         IF CS-APRCUTS-NOT-FOUND
096000             OPEN OUTPUT APPROVED-CUTS
096700     EXIT.
096800 1154-OPEN-COST-REPORT.
096900     IF CS-RESTART-SKIP-COUNT > ZERO
096950         OR CS-OTHER-SHIFT-RAN
097000         OPEN EXTEND COST-REPORT
097100         IF CS-COSTRPT-NOT-FOUND
097200             OPEN OUTPUT COST-REPORT
105700     EXIT.
105800 1158-OPEN-SHORTAGE-REPORT.
105900     IF CS-RESTART-SKIP-COUNT > ZERO
105950         OR CS-OTHER-SHIFT-RAN
106000         OPEN EXTEND SHORTAGE-REPORT
106100         IF CS-SHORTRPT-NOT-FOUND
106200             OPEN OUTPUT SHORTAGE-REPORT
108700     GO TO 1159-EXIT.
108800 1159-EXIT.
108900     EXIT.
108902******************************************************************
108904*    1160-OPEN-STOCK-LOT THRU 1160-EXIT
108906*
108908*    SAME RULES AS THE ON-HAND FILE IT SPLITS BY LOT.
108910******************************************************************
108912 1160-OPEN-STOCK-LOT.
108914     OPEN I-O STOCK-LOT
108916     IF CS-LOT-NOT-FOUND
108918         OPEN OUTPUT STOCK-LOT
108920         CLOSE STOCK-LOT
108922         OPEN I-O STOCK-LOT
108924     END-IF
108926     IF CS-LOT-FILE-STATUS NOT = "00"
108928         DISPLAY "CIRCSQR-BATCH: STOCK-LOT OPEN FAILED, "
108930             "STATUS " CS-LOT-FILE-STATUS
108932         MOVE 16 TO RETURN-CODE
108934         GOBACK
108936     END-IF
108938     GO TO 1160-EXIT.
108940 1160-EXIT.
108942     EXIT.
108944******************************************************************
108946*    1161-OPEN-LOT-HISTORY THRU 1161-EXIT
108948*
108950*    CUMULATIVE, LIKE QAHOLD - ALWAYS OPENED EXTEND, FALLING
108952*    BACK TO OUTPUT THE FIRST TIME, NEVER TRUNCATED BY A RUN.
108954******************************************************************
108956 1161-OPEN-LOT-HISTORY.
108958     OPEN EXTEND LOT-HISTORY
108960     IF CS-LOTHIST-NOT-FOUND
108962         OPEN OUTPUT LOT-HISTORY
108964     END-IF
108966     GO TO 1161-EXIT.
108968 1161-EXIT.
108970     EXIT.
108971******************************************************************
108972*    1162-OPEN-MATERIAL-COST THRU 1162-EXIT
108973*
108974*    SAME RULES AS THE JOB-MASTER - A PERMANENT ROLLUP, OPENED
108975*    I-O, CREATED EMPTY THE FIRST TIME, ANY OTHER FAILURE
108976*    ABENDS RATHER THAN LEAVE A MONTH SHORT IN THE JOURNAL.
108977******************************************************************
108978 1162-OPEN-MATERIAL-COST.
108979     OPEN I-O MATERIAL-COST
108980     IF CS-COSTMAT-NOT-FOUND
108981         OPEN OUTPUT MATERIAL-COST
108982         CLOSE MATERIAL-COST
108983         OPEN I-O MATERIAL-COST
108984     END-IF
108985     IF CS-COSTMAT-FILE-STATUS NOT = "00"
108986         DISPLAY "CIRCSQR-BATCH: MATERIAL-COST OPEN FAILED, "
108987             "STATUS " CS-COSTMAT-FILE-STATUS
108988         MOVE 16 TO RETURN-CODE
108989         GOBACK
108990     END-IF
108991     GO TO 1162-EXIT.
108992 1162-EXIT.
108993     EXIT.
109000******************************************************************
109100*    1200-SKIP-TO-RESTART-POINT THRU 1200-EXIT
109200*
111400     ADD 1 TO CS-RECORD-COUNT
111500     MOVE SI-RADIUS TO CS-RADIUS
111600     MOVE SI-JOB-ID TO CS-JOB-ID
111630     MOVE SPACES TO CS-ISSUE-LOT
111660     MOVE SPACES TO CS-ISSUE-REMNANT-ID
111700*    SPACES = MILD STEEL - THE HISTORICAL SINGLE-MATERIAL LAYOUT
111800*    KEPT THE STEEL RATE, SO THAT IS WHAT OLD RECORDS MEAN.
111900     IF SI-MATERIAL-CODE = SPACES
116200             ADD 1 TO CS-OK-COUNT
116300     END-EVALUATE
116400     WRITE CUT-REPORT-LINE FROM CS-DETAIL-LINE
116410     IF CS-RECT-PIECE
116420         MOVE SI-REQ-SIDE-LENGTH TO CS-RL-WIDTH
116430         MOVE SI-REQ-HEIGHT TO CS-RL-HEIGHT
116440         WRITE CUT-REPORT-LINE FROM CS-RECT-LINE
116450     END-IF
116500     PERFORM 2080-WRITE-UTIL-DETAIL THRU 2080-EXIT
116600     PERFORM 2075-COMPUTE-COST THRU 2075-EXIT
116700     PERFORM 2085-WRITE-COST-DETAIL THRU 2085-EXIT
117200         ELSE
117300             PERFORM 2090-WRITE-APPROVED-CUT THRU 2090-EXIT
117400         END-IF
117450         PERFORM 2099-WRITE-LOT-HISTORY THRU 2099-EXIT
117500         IF NOT CS-REMNANT-USED AND NOT CS-CALC-ERROR
117600             PERFORM 2093-WRITE-REMNANT-RECORD THRU 2093-EXIT
117700         END-IF
117800     END-IF
117900     PERFORM 2095-UPDATE-JOB-MASTER THRU 2095-EXIT
117950     PERFORM 2089-POST-MATERIAL-COST THRU 2089-EXIT
118000     DIVIDE CS-RECORD-COUNT BY CS-CHECKPOINT-INTERVAL
118100         GIVING CS-CKPT-QUOTIENT REMAINDER CS-CKPT-REMAINDER
118200     IF CS-CKPT-REMAINDER = ZERO
136500*    JOB IS SHORT.  THE PIECE AREA IS SQUARED AND MULTIPLIED BY
136600*    THE QUANTITY IN SEPARATE COMPUTES - SEE THE CS-PI HISTORY
136700*    NOTE - AND AN OVERFLOW HERE MEANS THE ORDER CANNOT COME
136800*    OUT OF THIS BLANK, SO IT REPORTS SHORT TOO.  A REQUESTED
136830*    HEIGHT MAKES THE PIECE A RECTANGLE, TESTED AND AREA'D AT
136860*    2064 INSTEAD.
136900******************************************************************
137000 2065-SET-CUT-TARGET.
137100     MOVE "N" TO CS-SHORT-SWITCH
137150     MOVE "N" TO CS-RECT-SWITCH
137200     MOVE 1 TO CS-CUT-QTY
137300     MOVE CS-SIDE-LENGTH TO CS-CUT-SIDE
137350     MOVE CS-SIDE-LENGTH TO CS-CUT-HEIGHT
137400     MOVE CS-AREA TO CS-CUT-AREA
137500     IF SI-REQ-SIDE-LENGTH NOT NUMERIC
137600         GO TO 2065-EXIT
138100     IF SI-REQ-QTY NUMERIC AND SI-REQ-QTY > ZERO
138200         MOVE SI-REQ-QTY TO CS-CUT-QTY
138300     END-IF
138320     IF SI-REQ-HEIGHT NUMERIC AND SI-REQ-HEIGHT > ZERO
138340         SET CS-RECT-PIECE TO TRUE
138360     END-IF
138400     IF NOT CS-VALID-INPUT
138500         GO TO 2065-EXIT
138600     END-IF
138620     IF CS-RECT-PIECE
138640         PERFORM 2064-FIT-RECTANGLE THRU 2064-EXIT
138660         GO TO 2065-EXIT
138680     END-IF
138700     IF SI-REQ-SIDE-LENGTH > CS-SIDE-LENGTH
138800         SET CS-JOB-SHORT TO TRUE
138900         GO TO 2065-EXIT
139000     END-IF
139100     MOVE SI-REQ-SIDE-LENGTH TO CS-CUT-SIDE
139150     MOVE SI-REQ-SIDE-LENGTH TO CS-CUT-HEIGHT
139200     COMPUTE CS-CUT-AREA ROUNDED = CS-CUT-SIDE * CS-CUT-SIDE
139300         ON SIZE ERROR
139400             SET CS-JOB-SHORT TO TRUE
140000     GO TO 2065-EXIT.
140100 2065-EXIT.
140200     EXIT.
140201******************************************************************
140202*    2064-FIT-RECTANGLE THRU 2064-EXIT
140203*
140204*    A SI-REQ-SIDE-LENGTH BY SI-REQ-HEIGHT PIECE FITS THE BLANK
140205*    WHEN ITS DIAGONAL IS NO LONGER THAN THE DIAMETER.  A PIECE
140206*    THAT DOES NOT FIT, OR AN OVERFLOW ANYWHERE ALONG THE WAY,
140207*    MAKES THE JOB SHORT, EXACTLY AS FOR A SQUARE.  THE CUT
140208*    AREA IS W * H PER PIECE TIMES THE QUANTITY.
140209******************************************************************
140210 2064-FIT-RECTANGLE.
140211     MOVE SI-REQ-SIDE-LENGTH TO CS-CUT-SIDE
140212     MOVE SI-REQ-HEIGHT TO CS-CUT-HEIGHT
140213     COMPUTE CS-RCT-WIDTH-SQUARED ROUNDED = CS-CUT-SIDE ** 2
140214         ON SIZE ERROR
140215             SET CS-JOB-SHORT TO TRUE
140216             GO TO 2064-EXIT
140217     END-COMPUTE
140218     COMPUTE CS-RCT-HEIGHT-SQUARED ROUNDED = CS-CUT-HEIGHT ** 2
140219         ON SIZE ERROR
140220             SET CS-JOB-SHORT TO TRUE
140221             GO TO 2064-EXIT
140222     END-COMPUTE
140223     COMPUTE CS-RCT-DIAG-SQUARED ROUNDED =
140224         CS-RCT-WIDTH-SQUARED + CS-RCT-HEIGHT-SQUARED
140225         ON SIZE ERROR
140226             SET CS-JOB-SHORT TO TRUE
140227             GO TO 2064-EXIT
140228     END-COMPUTE
140229     COMPUTE CS-RCT-DIAM-SQUARED ROUNDED = CS-RADIUS ** 2
140230         ON SIZE ERROR
140231             SET CS-JOB-SHORT TO TRUE
140232             GO TO 2064-EXIT
140233     END-COMPUTE
140234     COMPUTE CS-RCT-DIAM-SQUARED ROUNDED = CS-RCT-DIAM-SQUARED * 4
140235         ON SIZE ERROR
140236             SET CS-JOB-SHORT TO TRUE
140237             GO TO 2064-EXIT
140238     END-COMPUTE
140239     IF CS-RCT-DIAG-SQUARED > CS-RCT-DIAM-SQUARED
140240         SET CS-JOB-SHORT TO TRUE
140241         GO TO 2064-EXIT
140242     END-IF
140243     COMPUTE CS-CUT-AREA ROUNDED = CS-CUT-SIDE * CS-CUT-HEIGHT
140244         ON SIZE ERROR
140245             SET CS-JOB-SHORT TO TRUE
140246             GO TO 2064-EXIT
140247     END-COMPUTE
140248     COMPUTE CS-CUT-AREA ROUNDED = CS-CUT-AREA * CS-CUT-QTY
140249         ON SIZE ERROR
140250             SET CS-JOB-SHORT TO TRUE
140251     END-COMPUTE
140252     GO TO 2064-EXIT.
140253 2064-EXIT.
140254     EXIT.
140300******************************************************************
140400*    2066-CHECK-STOCK-ONHAND THRU 2066-EXIT
140500*
143700*    JOB, THE REMNANT RACK IS OFFERED FIRST.  ONLY CUT-TO-ORDER
143800*    JOBS QUALIFY - A LARGEST-SQUARE JOB WANTS THE WHOLE BLANK
143900*    BY DEFINITION - AND ONLY UP TO FOUR PIECES, ONE PER
144000*    SEGMENT OF THE REMNANT.  A LINE CIRCSQR-PLAN ALREADY
144050*    PLANNED ONTO A REMNANT TAKES THAT ONE (2063).  OTHERWISE
144100*    THE WHOLE RACK IS WALKED AND THE SMALLEST AVAILABLE
144150*    REMNANT (BY RECLAIM AREA) THAT PASSES THE FIT TEST IS
144200*    CONSUMED (STATUS "U") - BEST FIT, SO THE LARGE OFFCUTS
144250*    STAY IN THE RACK FOR THE JOBS ONLY THEY CAN TAKE.  NO FIT
144300*    LEAVES THE JOB ON A FRESH BLANK, EXACTLY AS BEFORE.
144400******************************************************************
144500 2067-OFFER-REMNANT.
144600     MOVE "N" TO CS-REMNANT-SWITCH
144700     MOVE "N" TO CS-REMN-SCAN-SWITCH
144750     MOVE "N" TO CS-BEST-REMNANT-SWITCH
144800     IF NOT CS-VALID-INPUT OR CS-JOB-SHORT
144850         PERFORM 2062-RELEASE-PLANNED-REMNANT THRU 2062-EXIT
144900         GO TO 2067-EXIT
145000     END-IF
145100     IF SI-REQ-SIDE-LENGTH NOT NUMERIC
145700     IF CS-CUT-QTY > 4
145800         GO TO 2067-EXIT
145900     END-IF
145910     IF SI-PLAN-REMNANT-ID NOT = SPACES
145920         PERFORM 2063-TAKE-PLANNED-REMNANT THRU 2063-EXIT
145930         IF CS-REMNANT-USED
145940             GO TO 2067-EXIT
145950         END-IF
145960     END-IF
146000     MOVE LOW-VALUES TO RM-STOCK-ID
146100     START REMNANT-MASTER KEY IS NOT LESS THAN RM-STOCK-ID
146200         INVALID KEY
146300             GO TO 2067-EXIT
146400     END-START
146500     PERFORM 2068-SCAN-ONE-REMNANT THRU 2068-EXIT
146600         UNTIL CS-REMN-EXHAUSTED
146610     IF NOT CS-BEST-REMNANT-FOUND
146620         GO TO 2067-EXIT
146630     END-IF
146640     MOVE CS-BEST-REMNANT-ID TO RM-STOCK-ID
146650     READ REMNANT-MASTER
146660         INVALID KEY
146670             GO TO 2067-EXIT
146680     END-READ
146690     PERFORM 2061-CONSUME-REMNANT THRU 2061-EXIT
146700     GO TO 2067-EXIT.
146800 2067-EXIT.
146900     EXIT.
149700         GO TO 2068-EXIT
149800     END-IF
149900     PERFORM 2069-TEST-REMNANT-FIT THRU 2069-EXIT
149950     IF NOT CS-REMNANT-FITS
150000         GO TO 2068-EXIT
150800     END-IF
150806*    A ROW WITH NO USABLE RECLAIM AREA RANKS LAST - TAKEN ONLY
150812*    IF NOTHING ELSE FITS.
150818     IF RM-RECLAIM-AREA NUMERIC
150824         MOVE RM-RECLAIM-AREA TO CS-RMT-CANDIDATE-AREA
150830     ELSE
150836         MOVE 99999999.999 TO CS-RMT-CANDIDATE-AREA
150842     END-IF
150848     IF CS-BEST-REMNANT-FOUND
150854         AND CS-RMT-CANDIDATE-AREA NOT < CS-BEST-RECLAIM-AREA
150860         GO TO 2068-EXIT
150866     END-IF
150872     SET CS-BEST-REMNANT-FOUND TO TRUE
150878     MOVE RM-STOCK-ID TO CS-BEST-REMNANT-ID
150884     MOVE CS-RMT-CANDIDATE-AREA TO CS-BEST-RECLAIM-AREA
150900     GO TO 2068-EXIT.
151000 2068-EXIT.
151100     EXIT.
151400*
151500*    ONE PIECE PER SEGMENT, BASE ON THE CUT EDGE - THE PIECE
151600*    FITS IF ITS TOP CORNERS STAY INSIDE THE PARENT CIRCLE:
151700*    (B/2)**2 + (S/2 + H)**2 <= R**2, B THE BASE AND H THE
151720*    RISE.  A SQUARE HAS B = H = ITS SIDE; A RECTANGLE IS
151740*    TRIED WIDTH-DOWN FIRST, THEN HEIGHT-DOWN.  ANY SIZE ERROR
151760*    ALONG THE WAY MEANS NO FIT, NEVER A WRONG FIT - THE JOB
151800*    JUST FALLS BACK TO A FRESH BLANK.
152000******************************************************************
152100 2069-TEST-REMNANT-FIT.
152200     MOVE "N" TO CS-FIT-SWITCH
152207     MOVE CS-CUT-SIDE TO CS-RMT-BASE
152214     MOVE CS-CUT-HEIGHT TO CS-RMT-RISE
152221     PERFORM 2073-TEST-SEGMENT-FIT THRU 2073-EXIT
152228     IF CS-REMNANT-FITS OR CS-CUT-HEIGHT = CS-CUT-SIDE
152235         GO TO 2069-EXIT
152242     END-IF
152249     MOVE CS-CUT-HEIGHT TO CS-RMT-BASE
152256     MOVE CS-CUT-SIDE TO CS-RMT-RISE
152263     PERFORM 2073-TEST-SEGMENT-FIT THRU 2073-EXIT
152270     GO TO 2069-EXIT.
152277 2069-EXIT.
152284     EXIT.
152291 2073-TEST-SEGMENT-FIT.
152300     COMPUTE CS-RMT-CORNER-TERM-A ROUNDED =
152400         (CS-RMT-BASE / 2) ** 2
152500         ON SIZE ERROR
152600             GO TO 2073-EXIT
152700     END-COMPUTE
152800     COMPUTE CS-RMT-CORNER-TERM-B ROUNDED =
152900         (RM-SIDE-CUT / 2 + CS-RMT-RISE) ** 2
153000         ON SIZE ERROR
153100             GO TO 2073-EXIT
153200     END-COMPUTE
153300     COMPUTE CS-RMT-RADIUS-SQUARED ROUNDED =
153400         RM-PARENT-RADIUS ** 2
153500         ON SIZE ERROR
153600             GO TO 2073-EXIT
153700     END-COMPUTE
153800     COMPUTE CS-RMT-CORNER-SUM ROUNDED =
153900         CS-RMT-CORNER-TERM-A + CS-RMT-CORNER-TERM-B
154000         ON SIZE ERROR
154100             GO TO 2073-EXIT
154200     END-COMPUTE
154300     IF CS-RMT-CORNER-SUM NOT > CS-RMT-RADIUS-SQUARED
154400         SET CS-REMNANT-FITS TO TRUE
154500     END-IF
154600     GO TO 2073-EXIT.
154700 2073-EXIT.
154800     EXIT.
154801******************************************************************
154802*    2061-CONSUME-REMNANT THRU 2061-EXIT
154803*
154804*    THE REMNANT IN THE RECORD AREA IS CUT FOR THIS JOB.
154805******************************************************************
154806 2061-CONSUME-REMNANT.
154807     MOVE "U" TO RM-STATUS
154808     MOVE CS-CUT-DATE TO RM-DISPOSED-DATE
154809     REWRITE REMNANT-RECORD
154810     SET CS-REMNANT-USED TO TRUE
154811     MOVE RM-LOT-NUMBER TO CS-ISSUE-LOT
154812     MOVE RM-STOCK-ID TO CS-ISSUE-REMNANT-ID
154813*    NO FRESH BLANK NEEDED AFTER ALL - SEE 2066.
154814     MOVE "N" TO CS-NO-STOCK-SWITCH
154815     ADD 1 TO CS-REMNANT-USED-COUNT
154816     GO TO 2061-EXIT.
154817 2061-EXIT.
154818     EXIT.
154819******************************************************************
154820*    2062-RELEASE-PLANNED-REMNANT THRU 2062-EXIT
154821*
154822*    A LINE THAT WILL NOT BE CUT HANDS ITS RESERVED REMNANT
154823*    BACK TO THE RACK RATHER THAN LEAVING IT HELD UNTIL THE
154824*    NEXT PLANNING RUN.
154825******************************************************************
154826 2062-RELEASE-PLANNED-REMNANT.
154827     IF SI-PLAN-REMNANT-ID = SPACES
154828         GO TO 2062-EXIT
154829     END-IF
154830     MOVE SI-PLAN-REMNANT-ID TO RM-STOCK-ID
154831     READ REMNANT-MASTER
154832         INVALID KEY
154833             GO TO 2062-EXIT
154834     END-READ
154835     IF RM-RESERVED
154836         MOVE "A" TO RM-STATUS
154837         REWRITE REMNANT-RECORD
154838     END-IF
154839     GO TO 2062-EXIT.
154840 2062-EXIT.
154841     EXIT.
154842******************************************************************
154843*    2063-TAKE-PLANNED-REMNANT THRU 2063-EXIT
154844*
154845*    THE REMNANT CIRCSQR-PLAN RESERVED FOR THIS LINE IS READ BY
154846*    KEY AND CUT IF IT IS STILL IN THE RACK AND STILL FITS.  A
154847*    REMNANT THAT HAS GONE (SCRAPPED OR CONSUMED SINCE) LEAVES
154848*    THE LINE TO THE ORDINARY OFFER; ONE THAT NO LONGER FITS IS
154849*    RELEASED FIRST.
154850******************************************************************
154851 2063-TAKE-PLANNED-REMNANT.
154852     MOVE SI-PLAN-REMNANT-ID TO RM-STOCK-ID
154853     READ REMNANT-MASTER
154854         INVALID KEY
154855             GO TO 2063-EXIT
154856     END-READ
154857     IF NOT RM-RESERVED AND NOT RM-AVAILABLE
154858         GO TO 2063-EXIT
154859     END-IF
154860     PERFORM 2069-TEST-REMNANT-FIT THRU 2069-EXIT
154861     IF CS-REMNANT-FITS
154862         PERFORM 2061-CONSUME-REMNANT THRU 2061-EXIT
154863         GO TO 2063-EXIT
154864     END-IF
154865     IF RM-RESERVED
154866         MOVE "A" TO RM-STATUS
154867         REWRITE REMNANT-RECORD
154868     END-IF
154869     GO TO 2063-EXIT.
154870 2063-EXIT.
154871     EXIT.
154900******************************************************************
155000*    2070-COMPUTE-UTILIZATION THRU 2070-EXIT
155100*
155400*    DAILY ROLLUP, ONLY MAKE SENSE FOR A BLANK THAT ACTUALLY GOT
155500*    COSTED, SO THOSE ARE SKIPPED FOR A REJECTED RADIUS AND FOR
155600*    A SHORT CUT-TO-ORDER JOB - NOTHING IS CUT EITHER WAY.  THE
155700*    FIGURES COST THE PIECES ACTUALLY CUT (CS-CUT-AREA), NOT THE
155800*    LARGEST POSSIBLE ONE.  A TOTAL REQUESTED AREA BEYOND THE
155900*    CIRCLE ITSELF TURNS THE JOB SHORT HERE, ONCE THE CIRCLE
156000*    AREA IS KNOWN - THE WASTE FIELD IS UNSIGNED AND A NEGATIVE
170400*    ABOVE THE MATERIAL RATE.  ONLY A BLANK THAT ACTUALLY GOT
170500*    CUT IS COSTED OR ROLLED UP, AND A SIZE ERROR HERE FLAGS
170600*    THE LINE CALC ERROR AND LEAVES THE ROLLUP ALONE - SAME
170700*    RULES AS THE UTILIZATION FIGURES.  THE PIECE COST - THE
170720*    CUT AREA AT THE UNIT RATE - IS THE SHARE OF THE MATERIAL
170740*    COST THAT LEAVES IN THE PIECES; IT IS NOT ROLLED UP, ONLY
170760*    PARKED ON A HELD CUT IN CASE QA THROWS THE PIECE AWAY.
170770*    THE SCRAP WEIGHT (2076) IS TAKEN ON THE SAME WASTE AREA
170780*    AS THE SCRAP CREDIT, SO THE TWO SETTLE TOGETHER.  THE
170782*    WEIGHT AND THE PIECE COST EACH CARRY THEIR OWN SIZE-ERROR
170784*    SWITCH: AN OVERFLOW ZEROES THAT ONE FIGURE AND SAYS SO,
170786*    AND THE MONEY FIGURES STAND.  THE MATERIAL COST, SCRAP
170788*    CREDIT AND WASTE COST SHARE CS-COST-ERROR - THE WASTE
170790*    COST IS NETTED AGAINST THE CREDIT, SO ONE IS NO GOOD
170792*    WITHOUT THE OTHER.
170800******************************************************************
170900 2075-COMPUTE-COST.
171000     MOVE "N" TO CS-COST-ERROR-SWITCH
171030     MOVE "N" TO CS-WEIGHT-ERROR-SWITCH
171060     MOVE "N" TO CS-PIECE-ERROR-SWITCH
171100     MOVE ZERO TO CS-MATERIAL-COST
171200     MOVE ZERO TO CS-SCRAP-CREDIT
171300     MOVE ZERO TO CS-WASTE-COST
171350     MOVE ZERO TO CS-PIECE-COST
171370     MOVE ZERO TO CS-SCRAP-WEIGHT
171400     IF NOT CS-VALID-INPUT OR CS-JOB-SHORT OR CS-CALC-ERROR
171500         OR CS-NO-STOCK
171600         GO TO 2075-EXIT
172900         ON SIZE ERROR
173000             SET CS-COST-ERROR TO TRUE
173100     END-COMPUTE
173150     PERFORM 2076-COMPUTE-SCRAP-WEIGHT THRU 2076-EXIT
173200     COMPUTE CS-WASTE-COST ROUNDED =
173300         CS-WASTE-AREA * CS-UNIT-COST
173400         ON SIZE ERROR
173500             SET CS-COST-ERROR TO TRUE
173600     END-COMPUTE
173610     COMPUTE CS-PIECE-COST ROUNDED =
173620         CS-CUT-AREA * CS-UNIT-COST
173630         ON SIZE ERROR
173640             SET CS-PIECE-COST-ERROR TO TRUE
173642             MOVE ZERO TO CS-PIECE-COST
173644             DISPLAY "CIRCSQR-BATCH: PIECE COST OVERFLOW, "
173647                 "STOCK " SI-STOCK-ID
173650     END-COMPUTE
173700     IF CS-SCRAP-CREDIT > CS-WASTE-COST
173800         MOVE ZERO TO CS-WASTE-COST
173900     ELSE
174700     GO TO 2075-EXIT.
174800 2075-EXIT.
174900     EXIT.
174902******************************************************************
174904*    2076-COMPUTE-SCRAP-WEIGHT THRU 2076-EXIT
174906*
174908*    THE WASTE AREA AT THE MATERIAL'S DENSITY (POUNDS PER
174910*    SQUARE INCH AT THE STOCKED GAUGE).  A MATERIAL MISSING
174912*    FROM MATLMAST, OR WITH NO DENSITY KEYED YET, WEIGHS ZERO -
174914*    THE COST FIGURES STAND, AND THE SHORTFALL SHOWS UP IN THE
174916*    DEALER RECONCILIATION RATHER THAN STOPPING THE FLOOR.
174918******************************************************************
174920 2076-COMPUTE-SCRAP-WEIGHT.
174922     IF CS-MATERIAL-CODE NOT = CS-DENSITY-MATL-CODE
174924         MOVE CS-MATERIAL-CODE TO CS-DENSITY-MATL-CODE
174926         MOVE ZERO TO CS-DENSITY
174928         MOVE CS-MATERIAL-CODE TO MM-MATERIAL-CODE
174930         READ MATERIAL-MASTER
174932             INVALID KEY
174934                 CONTINUE
174936             NOT INVALID KEY
174938                 IF MM-DENSITY NUMERIC
174940                     MOVE MM-DENSITY TO CS-DENSITY
174942                 END-IF
174944         END-READ
174946     END-IF
174948     COMPUTE CS-SCRAP-WEIGHT ROUNDED =
174950         CS-WASTE-AREA * CS-DENSITY
174952         ON SIZE ERROR
174954             SET CS-WEIGHT-ERROR TO TRUE
174956             MOVE ZERO TO CS-SCRAP-WEIGHT
174958             DISPLAY "CIRCSQR-BATCH: SCRAP WEIGHT OVERFLOW, "
174960                 "STOCK " SI-STOCK-ID
174962     END-COMPUTE
174964     GO TO 2076-EXIT.
174966 2076-EXIT.
174968     EXIT.
175000******************************************************************
175100*    2085-WRITE-COST-DETAIL THRU 2085-EXIT
175200******************************************************************
175700     MOVE CS-MATERIAL-COST TO CS-CDL-MATERIAL-COST
175800     MOVE CS-SCRAP-CREDIT TO CS-CDL-SCRAP-CREDIT
175900     MOVE CS-WASTE-COST TO CS-CDL-WASTE-COST
175950     MOVE CS-SCRAP-WEIGHT TO CS-CDL-SCRAP-WEIGHT
176000     EVALUATE TRUE
176100         WHEN CS-COST-ERROR
176200             MOVE "CALC ERROR" TO CS-CDL-STATUS
177000             MOVE "CALC ERROR" TO CS-CDL-STATUS
177100         WHEN CS-REMNANT-USED
177200             MOVE "REMNANT" TO CS-CDL-STATUS
177220         WHEN CS-WEIGHT-ERROR
177240             MOVE "WEIGHT ERR" TO CS-CDL-STATUS
177260         WHEN CS-PIECE-COST-ERROR
177280             MOVE "PIECE ERR" TO CS-CDL-STATUS
177300         WHEN CS-COST-ESTIMATED
177400             MOVE "OK EST" TO CS-CDL-STATUS
177500         WHEN OTHER
177900     GO TO 2085-EXIT.
178000 2085-EXIT.
178100     EXIT.
178101******************************************************************
178102*    2089-POST-MATERIAL-COST THRU 2089-EXIT
178103*
178104*    ADDS THE BLANK INTO THIS MONTH'S COSTMAT ROW FOR ITS
178105*    MATERIAL - ONLY A BLANK 2075 ACTUALLY PRICED, UNDER THE
178106*    SAME RULES AS THE DAILY TOTALS, SO THE MONTH'S ROWS ADD
178107*    BACK TO THE COSTMTD FIGURES.  A REMNANT CUT COSTS NOTHING
178108*    AND IS LEFT OFF.  POSTED AS THE BLANK IS CUT, LIKE THE
178109*    JOB-MASTER - RECORDS SKIPPED ON A RESTART WERE ALREADY
178110*    POSTED BY THE INTERRUPTED RUN.  A SIZE ERROR OR A FAILED
178111*    WRITE LEAVES THE ROW AS IT WAS AND SAYS SO - ABENDING
178112*    MID-RUN WOULD POST THE BLANKS SINCE THE LAST CHECKPOINT
178113*    TWICE ON THE RESTART.
178114******************************************************************
178115 2089-POST-MATERIAL-COST.
178116     IF NOT CS-VALID-INPUT OR CS-JOB-SHORT OR CS-CALC-ERROR
178117         OR CS-NO-STOCK OR CS-REMNANT-USED OR CS-COST-ERROR
178118         GO TO 2089-EXIT
178119     END-IF
178120     MOVE CS-RUN-MONTH TO CT-MONTH
178121     MOVE CS-MATERIAL-CODE TO CT-MATERIAL-CODE
178122     READ MATERIAL-COST
178123         INVALID KEY
178124             MOVE SPACES TO MATERIAL-COST-RECORD
178125             MOVE CS-RUN-MONTH TO CT-MONTH
178126             MOVE CS-MATERIAL-CODE TO CT-MATERIAL-CODE
178127             MOVE ZERO TO CT-BLANKS-COSTED
178128             MOVE ZERO TO CT-CIRCLE-AREA
178129             MOVE ZERO TO CT-WASTE-AREA
178130             MOVE ZERO TO CT-MATERIAL-COST
178131             MOVE ZERO TO CT-SCRAP-CREDIT
178132             MOVE ZERO TO CT-WASTE-COST
178133             MOVE ZERO TO CT-SCRAP-WEIGHT
178134             SET CT-WEIGHT-WHOLE-MONTH TO TRUE
178135             MOVE "N" TO CS-COSTMAT-HIT-SWITCH
178136         NOT INVALID KEY
178137             MOVE "Y" TO CS-COSTMAT-HIT-SWITCH
178138     END-READ
178139*    A ROW STARTED BEFORE SCRAP WEIGHTS WERE POSTED CARRIES SPACES
178140*    HERE AND STARTS FROM ZERO.  IT AND A ROW TAKING A BLANK WHOSE
178141*    WEIGHT OVERFLOWED (2076) HOLD ONLY PART OF THE MONTH'S WEIGHT,
178142*    SO ARE MARKED PART MONTH FOR THE DEALER RECONCILIATION.
178143     IF CT-SCRAP-WEIGHT NOT NUMERIC
178144         MOVE ZERO TO CT-SCRAP-WEIGHT
178145         SET CT-WEIGHT-PART-MONTH TO TRUE
178146     END-IF
178147     IF CS-WEIGHT-ERROR
178148         SET CT-WEIGHT-PART-MONTH TO TRUE
178149     END-IF
178150     ADD 1 TO CT-BLANKS-COSTED
178151     ADD CS-CIRCLE-AREA TO CT-CIRCLE-AREA
178152         ON SIZE ERROR
178153             DISPLAY "CIRCSQR-BATCH: MATERIAL COST ROW OVERFLOW, "
178154                 CT-KEY
178155             GO TO 2089-EXIT
178156     END-ADD
178157     ADD CS-WASTE-AREA TO CT-WASTE-AREA
178158         ON SIZE ERROR
178159             DISPLAY "CIRCSQR-BATCH: MATERIAL COST ROW OVERFLOW, "
178160                 CT-KEY
178161             GO TO 2089-EXIT
178162     END-ADD
178163     ADD CS-MATERIAL-COST TO CT-MATERIAL-COST
178164         ON SIZE ERROR
178165             DISPLAY "CIRCSQR-BATCH: MATERIAL COST ROW OVERFLOW, "
178166                 CT-KEY
178167             GO TO 2089-EXIT
178168     END-ADD
178169     ADD CS-SCRAP-CREDIT TO CT-SCRAP-CREDIT
178170         ON SIZE ERROR
178171             DISPLAY "CIRCSQR-BATCH: MATERIAL COST ROW OVERFLOW, "
178172                 CT-KEY
178173             GO TO 2089-EXIT
178174     END-ADD
178175     ADD CS-WASTE-COST TO CT-WASTE-COST
178176         ON SIZE ERROR
178177             DISPLAY "CIRCSQR-BATCH: MATERIAL COST ROW OVERFLOW, "
178178                 CT-KEY
178179             GO TO 2089-EXIT
178180     END-ADD
178181     ADD CS-SCRAP-WEIGHT TO CT-SCRAP-WEIGHT
178182         ON SIZE ERROR
178183             DISPLAY "CIRCSQR-BATCH: MATERIAL COST ROW OVERFLOW, "
178184                 CT-KEY
178185             GO TO 2089-EXIT
178186     END-ADD
178187     MOVE CS-CUT-DATE TO CT-LAST-POSTED-DATE
178188     IF CS-COSTMAT-HIT
178189         REWRITE MATERIAL-COST-RECORD
178190     ELSE
178191         WRITE MATERIAL-COST-RECORD
178192     END-IF
178193     IF CS-COSTMAT-FILE-STATUS NOT = "00"
178194         DISPLAY "CIRCSQR-BATCH: MATERIAL-COST WRITE FAILED, "
178195             "STATUS " CS-COSTMAT-FILE-STATUS " FOR " CT-KEY
178196     END-IF
178197     GO TO 2089-EXIT.
178198 2089-EXIT.
178199     EXIT.
178200******************************************************************
178300*    2090-WRITE-APPROVED-CUT THRU 2090-EXIT
178400*
178800*    THE SIDE REPORTED IS THE SIDE ACTUALLY CUT - THE REQUESTED
178900*    SIDE ON A CUT-TO-ORDER JOB, THE LARGEST SQUARE OTHERWISE.
179000*    REJECTED RADII AND SHORT JOBS NEVER GET HERE - NOTHING WAS
179100*    ACTUALLY CUT.  A FRESH BLANK IS DRAWN DOWN FIRST SO THE
179150*    ROW CAN CARRY THE HEAT/LOT 2097 ISSUED IT FROM.
179200******************************************************************
179300 2090-WRITE-APPROVED-CUT.
179320     IF NOT CS-REMNANT-USED
179340         PERFORM 2091-DRAW-DOWN-ONHAND THRU 2091-EXIT
179360     END-IF
179400     MOVE SPACES TO APPROVED-CUT-RECORD
179500     MOVE SI-STOCK-ID TO AC-STOCK-ID
179600*    A REMNANT CUT CONSUMED NO FRESH BLANK - A ZERO RADIUS
179700*    TELLS ERP NOT TO DRAW ONE DOWN (SEE APCUTREC).
179800     IF CS-REMNANT-USED
179900         MOVE ZERO TO AC-RADIUS-CONSUMED
179950         MOVE CS-ISSUE-REMNANT-ID TO AC-REMNANT-ID
180000     ELSE
180100         MOVE CS-RADIUS TO AC-RADIUS-CONSUMED
180200     END-IF
180300     MOVE CS-CUT-SIDE TO AC-SIDE-LENGTH-CUT
180350     MOVE CS-CUT-HEIGHT TO AC-CUT-HEIGHT
180400     MOVE CS-CUT-DATE TO AC-CUT-DATE
180500     MOVE SI-JOB-ID TO AC-JOB-ID
180550     MOVE CS-ISSUE-LOT TO AC-LOT-NUMBER
180560     MOVE CS-MATERIAL-CODE TO AC-MATERIAL-CODE
180570     MOVE CS-CUT-QTY TO AC-CUT-QTY
180580     MOVE CS-SHIFT-CODE TO AC-SHIFT-CODE
180600     WRITE APPROVED-CUT-RECORD
180700     ADD 1 TO CS-EXTRACT-COUNT
181100     GO TO 2090-EXIT.
181200 2090-EXIT.
181300     EXIT.
181800*    CONFIRMED PRESENT AT 2066; IF IT HAS VANISHED SINCE, THE
181900*    CUT STANDS AND THERE IS SIMPLY NOTHING LEFT TO DRAW.  A
182000*    REMNANT CUT NEVER GETS HERE - NO FRESH BLANK WAS USED.
182030*    THE BLANK'S HEAT/LOT IS ISSUED AT 2097 ONLY ONCE THE
182060*    STKONH ROW IS REWRITTEN - A BLANK NOT TAKEN OFF THE TOTAL
182080*    IS NOT TAKEN OFF A LOT EITHER, AND CARRIES NO LOT.
182100******************************************************************
182200 2091-DRAW-DOWN-ONHAND.
182250     MOVE SPACES TO CS-ISSUE-LOT
182300     MOVE CS-RADIUS TO OH-RADIUS
182400     MOVE CS-MATERIAL-CODE TO OH-MATERIAL-CODE
182500     READ STOCK-ONHAND
183300     END-IF
183400     MOVE CS-CUT-DATE TO OH-LAST-ISSUE-DATE
183500     REWRITE STOCK-ONHAND-RECORD
183510     IF CS-ONHAND-FILE-STATUS NOT = "00"
183520         DISPLAY "CIRCSQR-BATCH: STOCK-ONHAND REWRITE FAILED, "
183530             "STATUS " CS-ONHAND-FILE-STATUS
183540         GO TO 2091-EXIT
183550     END-IF
183560     PERFORM 2097-ISSUE-OLDEST-LOT THRU 2097-EXIT
183600     GO TO 2091-EXIT.
183700 2091-EXIT.
183800     EXIT.
184300*    CIRCSQR-QADSP - SAME FIELD RULES AS 2090, INCLUDING THE
184400*    ZERO RADIUS ON A REMNANT CUT.  THE BLANK WAS STILL
184500*    PHYSICALLY CONSUMED, SO THE ON-HAND DRAW-DOWN HAPPENS
184600*    HERE EXACTLY AS IT WOULD HAVE AT 2090 - FIRST, SO THE
184650*    HOLD ROW CARRIES ITS HEAT/LOT.
184700******************************************************************
184800 2092-WRITE-QA-HOLD.
184820     IF NOT CS-REMNANT-USED
184840         PERFORM 2091-DRAW-DOWN-ONHAND THRU 2091-EXIT
184860     END-IF
184900     MOVE SPACES TO QA-HOLD-RECORD
185000     MOVE SI-STOCK-ID TO HD-STOCK-ID
185100     MOVE CS-MATERIAL-CODE TO HD-MATERIAL-CODE
185200     IF CS-REMNANT-USED
185300         MOVE ZERO TO HD-RADIUS-CONSUMED
185350         MOVE CS-ISSUE-REMNANT-ID TO HD-REMNANT-ID
185400     ELSE
185500         MOVE CS-RADIUS TO HD-RADIUS-CONSUMED
185600     END-IF
185700     MOVE CS-CUT-SIDE TO HD-SIDE-LENGTH-CUT
185750     MOVE CS-CUT-HEIGHT TO HD-CUT-HEIGHT
185800     MOVE CS-CUT-DATE TO HD-CUT-DATE
185900     MOVE SI-JOB-ID TO HD-JOB-ID
186000     MOVE CS-QA-HOLD-REASON TO HD-HOLD-REASON
186050     MOVE CS-ISSUE-LOT TO HD-LOT-NUMBER
186053     MOVE CS-SHIFT-CODE TO HD-SHIFT-CODE
186056     MOVE CS-CUT-QTY TO HD-CUT-QTY
186062     MOVE CS-CUT-AREA TO HD-CUT-AREA
186068     IF CS-PIECE-COST-ERROR
186074         MOVE ZERO TO HD-PIECE-COST
186080     ELSE
186086         MOVE CS-PIECE-COST TO HD-PIECE-COST
186092     END-IF
186100     WRITE QA-HOLD-RECORD
186200     ADD 1 TO CS-HOLD-COUNT
186600     GO TO 2092-EXIT.
186700 2092-EXIT.
186800     EXIT.
187600*    IS LEFT OF A REMNANT AFTER ITS CUT REALLY IS SCRAP.  A
187700*    DUPLICATE STOCK ID MEANS THE BLANK IS ALREADY BANKED
187800*    (A RE-KEYED ID, NOT A RESTART - RESTARTS NEVER REPROCESS)
187900*    AND THE FIRST ROW STANDS.  AFTER A RECTANGLE THE SEGMENTS
187920*    ARE UNEQUAL; THE LONGER SIDE IS BANKED AS RM-SIDE-CUT, SO
187940*    THE 2069 TEST SEES FOUR OF THE SHALLOWER SEGMENTS AND
187960*    NEVER PROMISES A FIT THE DEEPER PAIR WOULD NOT GIVE.
188000******************************************************************
188100 2093-WRITE-REMNANT-RECORD.
188200     MOVE SPACES TO REMNANT-RECORD
188400     MOVE CS-MATERIAL-CODE TO RM-MATERIAL-CODE
188500     MOVE CS-RADIUS TO RM-PARENT-RADIUS
188600     MOVE CS-CUT-SIDE TO RM-SIDE-CUT
188620     IF CS-CUT-HEIGHT > CS-CUT-SIDE
188640         MOVE CS-CUT-HEIGHT TO RM-SIDE-CUT
188660     END-IF
188700     MOVE CS-WASTE-AREA TO RM-RECLAIM-AREA
188800     MOVE CS-CUT-DATE TO RM-CREATED-DATE
188900     MOVE "A" TO RM-STATUS
189000     MOVE ZERO TO RM-DISPOSED-DATE
189050     MOVE CS-ISSUE-LOT TO RM-LOT-NUMBER
189100     WRITE REMNANT-RECORD
189200         INVALID KEY
189300             CONTINUE
190700*    ZEROES FIRST.  ERP-POSTED IS CIRCSQR-RECON'S COLUMN -
190800*    NEVER TOUCHED HERE.  RECORDS SKIPPED ON A RESTART WERE
190900*    ALREADY POSTED BY THE INTERRUPTED RUN, SO A RESTARTED
191000*    RUN CANNOT DOUBLE-COUNT A BLANK.  A CUT ALSO ADDS ITS
191020*    PIECES, PIECE AREA AND THE COSTS 2075 JUST WORKED OUT -
191040*    ALL ZERO ON A REMNANT CUT, AND LEFT OUT ON A COST ERROR
191060*    RATHER THAN ADD A WRONG FIGURE, SAME AS THE DAILY TOTALS.
191080*    THE BILL STATUS IS CIRCSQR-JOBRPT'S - NEVER TOUCHED HERE.
191100******************************************************************
191200 2095-UPDATE-JOB-MASTER.
191300     IF SI-JOB-ID = SPACES
192400             MOVE ZERO TO JB-BLANKS-REJECTED
192500             MOVE ZERO TO JB-BLANKS-NO-STOCK
192600             MOVE ZERO TO JB-ERP-POSTED
192610             MOVE ZERO TO JB-PIECES-DELIVERED
192620             MOVE ZERO TO JB-AREA-DELIVERED
192630             MOVE ZERO TO JB-MATERIAL-COST
192640             MOVE ZERO TO JB-SCRAP-CREDIT
192650             MOVE ZERO TO JB-WASTE-COST
192660             MOVE ZERO TO JB-QA-LOSS-COST
192670             MOVE ZERO TO JB-BILLED-DATE
192700             MOVE CS-CUT-DATE TO JB-FIRST-SEEN-DATE
192800             MOVE "N" TO CS-JOBMAST-HIT-SWITCH
192900         NOT INVALID KEY
193900             ADD 1 TO JB-BLANKS-NO-STOCK
194000         WHEN OTHER
194100             ADD 1 TO JB-BLANKS-CUT
194150             PERFORM 2094-ADD-JOB-COSTS THRU 2094-EXIT
194200     END-EVALUATE
194300     MOVE CS-CUT-DATE TO JB-LAST-ACTIVITY-DATE
194400     IF CS-JOBMAST-HIT
194900     GO TO 2095-EXIT.
195000 2095-EXIT.
195100     EXIT.
195102******************************************************************
195104*    2094-ADD-JOB-COSTS THRU 2094-EXIT
195106*
195108*    THE CUT'S SHARE OF ITS JOB'S COST ROLLUP.  PIECES AND
195110*    AREA COUNT ON EVERY CUT, A REMNANT CUT INCLUDED - THE
195112*    CUSTOMER GETS THE PIECES EITHER WAY; ITS COSTS ARE ZERO
195114*    FROM 2075.  A HELD CUT COUNTS AS DELIVERED UNTIL QA SAYS
195116*    OTHERWISE (CIRCSQR-QADSP 2900 TAKES IT BACK OUT).  A SIZE
195118*    ERROR ON THE JOB TOTALS LEAVES THE ROW AS IT WAS AND
195120*    SAYS SO - THE BLANK COUNTS ABOVE STILL POST.
195122******************************************************************
195124 2094-ADD-JOB-COSTS.
195126     ADD CS-CUT-QTY TO JB-PIECES-DELIVERED
195128         ON SIZE ERROR
195130             DISPLAY "CIRCSQR-BATCH: JOB PIECE TOTAL OVERFLOW, "
195132                 "JOB " JB-JOB-ID
195134             GO TO 2094-EXIT
195136     END-ADD
195138     ADD CS-CUT-AREA TO JB-AREA-DELIVERED
195140         ON SIZE ERROR
195142             DISPLAY "CIRCSQR-BATCH: JOB AREA TOTAL OVERFLOW, "
195144                 "JOB " JB-JOB-ID
195146             GO TO 2094-EXIT
195148     END-ADD
195150     IF CS-COST-ERROR OR CS-CALC-ERROR
195152         GO TO 2094-EXIT
195154     END-IF
195156     ADD CS-MATERIAL-COST TO JB-MATERIAL-COST
195158         ON SIZE ERROR
195160             DISPLAY "CIRCSQR-BATCH: JOB COST TOTAL OVERFLOW, "
195162                 "JOB " JB-JOB-ID
195164             GO TO 2094-EXIT
195166     END-ADD
195168     ADD CS-SCRAP-CREDIT TO JB-SCRAP-CREDIT
195170         ON SIZE ERROR
195172             DISPLAY "CIRCSQR-BATCH: JOB COST TOTAL OVERFLOW, "
195174                 "JOB " JB-JOB-ID
195176             GO TO 2094-EXIT
195178     END-ADD
195180     ADD CS-WASTE-COST TO JB-WASTE-COST
195182         ON SIZE ERROR
195184             DISPLAY "CIRCSQR-BATCH: JOB COST TOTAL OVERFLOW, "
195186                 "JOB " JB-JOB-ID
195188     END-ADD
195190     GO TO 2094-EXIT.
195192 2094-EXIT.
195194     EXIT.
195200******************************************************************
195300*    2096-WRITE-SHORTAGE-LINE THRU 2096-EXIT
195400*
196600     GO TO 2096-EXIT.
196700 2096-EXIT.
196800     EXIT.
196801******************************************************************
196802*    2097-ISSUE-OLDEST-LOT THRU 2097-EXIT
196803*
196804*    FIRST IN, FIRST OUT BY HEAT.  EVERY LOT ROW FOR THE RADIUS
196805*    AND MATERIAL IS WALKED AND THE ONE WITH STOCK LEFT AND THE
196806*    EARLIEST FIRST-RECEIPT DATE WINS - A TIE GOES TO THE FIRST
196807*    IN KEY ORDER.  THAT LOT IS DRAWN DOWN BY ONE AND BECOMES
196808*    CS-ISSUE-LOT.  NO LOT WITH STOCK LEAVES CS-ISSUE-LOT SPACES:
196809*    THE BLANK CAME FROM STOCK RECEIVED BEFORE LOTS WERE
196810*    TRACKED, AND THE CUT STANDS REGARDLESS, SAME AS 2091.
196811******************************************************************
196812 2097-ISSUE-OLDEST-LOT.
196813     MOVE SPACES TO CS-ISSUE-LOT
196814     MOVE "N" TO CS-LOT-SCAN-SWITCH
196815     MOVE "N" TO CS-LOT-FOUND-SWITCH
196816     MOVE ZERO TO CS-OLDEST-LOT-DATE
196817     MOVE CS-RADIUS TO LT-RADIUS
196818     MOVE CS-MATERIAL-CODE TO LT-MATERIAL-CODE
196819     MOVE LOW-VALUES TO LT-LOT-NUMBER
196820     START STOCK-LOT KEY IS NOT LESS THAN LT-KEY
196821         INVALID KEY
196822             GO TO 2097-EXIT
196823     END-START
196824     PERFORM 2098-SCAN-ONE-LOT THRU 2098-EXIT
196825         UNTIL CS-LOT-EXHAUSTED
196826     IF NOT CS-LOT-FOUND
196827         GO TO 2097-EXIT
196828     END-IF
196829     MOVE CS-RADIUS TO LT-RADIUS
196830     MOVE CS-MATERIAL-CODE TO LT-MATERIAL-CODE
196831     MOVE CS-ISSUE-LOT TO LT-LOT-NUMBER
196832     READ STOCK-LOT
196833         INVALID KEY
196834             MOVE SPACES TO CS-ISSUE-LOT
196835             GO TO 2097-EXIT
196836     END-READ
196837     SUBTRACT 1 FROM LT-QTY-ON-HAND
196838     MOVE CS-CUT-DATE TO LT-LAST-ISSUE-DATE
196839     REWRITE STOCK-LOT-RECORD
196840     GO TO 2097-EXIT.
196841 2097-EXIT.
196842     EXIT.
196843 2098-SCAN-ONE-LOT.
196844     READ STOCK-LOT NEXT RECORD
196845         AT END
196846             SET CS-LOT-EXHAUSTED TO TRUE
196847             GO TO 2098-EXIT
196848     END-READ
196849*    A HARD I-O ERROR TAKES NEITHER BRANCH ABOVE - SAME GUARD
196850*    AS EVERY OTHER INDEXED WALK IN THE SUITE.
196851     IF CS-LOT-FILE-STATUS NOT = "00"
196852         AND CS-LOT-FILE-STATUS NOT = "10"
196853         DISPLAY "CIRCSQR-BATCH: STOCK-LOT READ FAILED, "
196854             "STATUS " CS-LOT-FILE-STATUS
196855         MOVE 16 TO RETURN-CODE
196856         GOBACK
196857     END-IF
196858     IF LT-RADIUS NOT = CS-RADIUS
196859         OR LT-MATERIAL-CODE NOT = CS-MATERIAL-CODE
196860         SET CS-LOT-EXHAUSTED TO TRUE
196861         GO TO 2098-EXIT
196862     END-IF
196863     IF LT-QTY-ON-HAND NOT NUMERIC OR LT-QTY-ON-HAND < 1
196864         GO TO 2098-EXIT
196865     END-IF
196866     IF LT-FIRST-RECEIPT-DATE NOT NUMERIC
196867         MOVE ZERO TO LT-FIRST-RECEIPT-DATE
196868     END-IF
196869     IF NOT CS-LOT-FOUND
196870         OR LT-FIRST-RECEIPT-DATE < CS-OLDEST-LOT-DATE
196871         MOVE LT-LOT-NUMBER TO CS-ISSUE-LOT
196872         MOVE LT-FIRST-RECEIPT-DATE TO CS-OLDEST-LOT-DATE
196873         SET CS-LOT-FOUND TO TRUE
196874     END-IF
196875     GO TO 2098-EXIT.
196876 2098-EXIT.
196877     EXIT.
196900******************************************************************
197000*    2100-READ-STOCK-IN THRU 2100-EXIT
197100******************************************************************
197700     GO TO 2100-EXIT.
197800 2100-EXIT.
197900     EXIT.
197903******************************************************************
197906*    2099-WRITE-LOT-HISTORY THRU 2099-EXIT
197909*
197912*    ONE ROW PER APPROVED CUT, HELD OR NOT, ON THE CUMULATIVE
197915*    ISSUE HISTORY CIRCSQR-RECALL TRACES A HEAT THROUGH.  THE
197918*    RADIUS IS THE BLANK'S OWN EVEN ON A REMNANT CUT - THE
197921*    SOURCE FLAG AND REMNANT ID SAY WHERE THE PIECE CAME FROM.
197924******************************************************************
197927 2099-WRITE-LOT-HISTORY.
197930     MOVE SPACES TO LOT-HISTORY-RECORD
197933     MOVE CS-ISSUE-LOT TO LH-LOT-NUMBER
197936     MOVE SI-STOCK-ID TO LH-STOCK-ID
197939     MOVE SI-JOB-ID TO LH-JOB-ID
197942     MOVE CS-MATERIAL-CODE TO LH-MATERIAL-CODE
197945     MOVE CS-RADIUS TO LH-RADIUS
197948     MOVE CS-CUT-SIDE TO LH-SIDE-LENGTH-CUT
197951     MOVE CS-CUT-DATE TO LH-CUT-DATE
197954     IF CS-REMNANT-USED
197957         SET LH-FROM-REMNANT TO TRUE
197960         MOVE CS-ISSUE-REMNANT-ID TO LH-REMNANT-ID
197963     ELSE
197966         SET LH-FRESH-BLANK TO TRUE
197969     END-IF
197972     WRITE LOT-HISTORY-RECORD
197975     GO TO 2099-EXIT.
197978 2099-EXIT.
197981     EXIT.
198000******************************************************************
198100*    2200-WRITE-CHECKPOINT THRU 2200-EXIT
198200*
198300*    REWRITES THE CHECKPOINT FILE WITH THE RECORD COUNT PROCESSED
198400*    SO FAR FOR THIS RUN-ID.  LINE SEQUENTIAL HAS NO REWRITE, SO
198500*    THE FILE IS RE-OPENED OUTPUT - THE OTHER SHIFT'S RECORD IS
198550*    WRITTEN BACK FIRST, THEN THIS SHIFT'S REPLACES ITS OWN.
198600******************************************************************
198700 2200-WRITE-CHECKPOINT.
198800     OPEN OUTPUT CHECKPOINT-FILE
198900     PERFORM 2210-CHECK-CKPT-STATUS THRU 2210-EXIT
198950     PERFORM 2220-WRITE-OTHER-CHECKPOINTS THRU 2220-EXIT
199000     MOVE SPACES TO CHECKPOINT-RECORD
199100     MOVE CS-RUN-ID TO CK-RUN-ID
199150     MOVE CS-SHIFT-CODE TO CK-SHIFT-CODE
199200     MOVE CS-RECORD-COUNT TO CK-RECORD-COUNT
199300     MOVE CS-DAILY-CIRCLE-AREA TO CK-DAILY-CIRCLE-AREA
199400     MOVE CS-DAILY-CUT-AREA TO CK-DAILY-CUT-AREA
203200     GO TO 2210-EXIT.
203300 2210-EXIT.
203400     EXIT.
203405******************************************************************
203410*    2220-WRITE-OTHER-CHECKPOINTS THRU 2220-EXIT
203415******************************************************************
203420 2220-WRITE-OTHER-CHECKPOINTS.
203425     MOVE ZERO TO CS-OTHER-CKPT-SUB
203430     PERFORM 2221-WRITE-ONE-OTHER THRU 2221-EXIT
203435         UNTIL CS-OTHER-CKPT-SUB NOT < CS-OTHER-CKPT-COUNT
203440     GO TO 2220-EXIT.
203445 2220-EXIT.
203450     EXIT.
203455 2221-WRITE-ONE-OTHER.
203460     ADD 1 TO CS-OTHER-CKPT-SUB
203465     WRITE CHECKPOINT-RECORD
203470         FROM CS-OTHER-CKPT-IMAGE (CS-OTHER-CKPT-SUB)
203475     PERFORM 2210-CHECK-CKPT-STATUS THRU 2210-EXIT
203480     GO TO 2221-EXIT.
203485 2221-EXIT.
203490     EXIT.
203500******************************************************************
203600*    3000-TERMINATE
203700******************************************************************
205200         CLOSE RATE-HISTORY
205300     END-IF
205400     CLOSE STOCK-ONHAND
205430     CLOSE STOCK-LOT
205460     CLOSE LOT-HISTORY
205500     CLOSE SHORTAGE-REPORT
205600     CLOSE QA-HOLD
205700     CLOSE REMNANT-MASTER
205800     CLOSE JOB-MASTER
205850     CLOSE MATERIAL-COST
205870     CLOSE MATERIAL-MASTER
205900     CLOSE APPROVED-CUTS.
206000******************************************************************
206100*    3150-WRITE-SHORTAGE-TOTAL THRU 3150-EXIT
207600*    THE RUN REACHED A CLEAN END-OF-FILE, SO THERE IS NOTHING TO
207700*    RESTART - THE CHECKPOINT IS RESET TO ZERO RECORDS FOR THIS
207800*    CS-RUN-ID RATHER THAN LEFT POINTING PAST THE END OF THE FILE.
207830*    THE OTHER SHIFT'S RECORD GOES BACK UNCHANGED - ITS RUN MAY
207860*    STILL BE WAITING ON A RESTART.
207900******************************************************************
208000 3100-CLEAR-CHECKPOINT.
208100     OPEN OUTPUT CHECKPOINT-FILE
208200     PERFORM 2210-CHECK-CKPT-STATUS THRU 2210-EXIT
208250     PERFORM 2220-WRITE-OTHER-CHECKPOINTS THRU 2220-EXIT
208300     MOVE SPACES TO CHECKPOINT-RECORD
208400     MOVE CS-RUN-ID TO CK-RUN-ID
208450     MOVE CS-SHIFT-CODE TO CK-SHIFT-CODE
208500     MOVE ZERO TO CK-RECORD-COUNT
208600     MOVE ZERO TO CK-DAILY-CIRCLE-AREA
208700     MOVE ZERO TO CK-DAILY-CUT-AREA
214000*    FIRST TIME) STARTS THE MONTH OVER AT ZERO.  THE ROLL
214100*    HAPPENS ONLY AT CLEAN END OF RUN, SO A RESTART - WHICH
214200*    RE-CARRIES THE DAILY TOTALS FROM THE CHECKPOINT - CANNOT
214300*    ADD THE SAME DAY IN TWICE.  EACH SHIFT'S RUN ROLLS ITS OWN
214400*    TOTALS IN ONCE; CIRCSQR-RUNCTL REFUSES A SECOND COMPLETE
214450*    RUN OF THE SAME SHIFT ON THE SAME DAY.
214500******************************************************************
214600 3300-WRITE-COST-TOTALS.
214700     MOVE ZERO TO CS-MTD-MATERIAL-COST
219900*    COUNTS RIDE THE CHECKPOINT, SO A RESTARTED RUN BALANCES
220000*    ACROSS THE WHOLE DAY.  AN OUT-OF-BALANCE RUN ENDS RC=8 SO
220100*    THE SCHEDULER HOLDS THE ERP DRAW-DOWN JOB RATHER THAN LET
220200*    IT CONSUME A SHORT EXTRACT.  EACH SHIFT'S BLOCK OPENS WITH
220230*    ITS SHIFT AND RUN-ID; WHEN THE OTHER SHIFT HAS ALREADY ENDED
220260*    TODAY ITS BLOCK IS KEPT AND THIS ONE IS ADDED AFTER IT.
220300******************************************************************
220400 3400-WRITE-BALANCE-REPORT.
220500     IF CS-OTHER-SHIFT-ENDED
220510         OPEN EXTEND BALANCE-REPORT
220520         IF CS-BALRPT-NOT-FOUND
220530             OPEN OUTPUT BALANCE-REPORT
220540             WRITE BALANCE-REPORT-LINE FROM CS-BAL-HEADING-1
220550         END-IF
220560     ELSE
220570         OPEN OUTPUT BALANCE-REPORT
220600         WRITE BALANCE-REPORT-LINE FROM CS-BAL-HEADING-1
220610     END-IF
220620     MOVE SPACES TO CS-BAL-COUNT-LINE
220630     STRING "SHIFT " CS-SHIFT-CODE "  RUN " CS-RUN-ID
220640         DELIMITED BY SIZE INTO CS-BCL-LABEL
220650     WRITE BALANCE-REPORT-LINE FROM CS-BAL-COUNT-LINE
220700     MOVE SPACES TO CS-BAL-COUNT-LINE
220800     MOVE "RECORDS READ" TO CS-BCL-LABEL
220900     MOVE CS-RECORD-COUNT TO CS-BCL-COUNT
232000     MOVE SPACES TO RUN-HISTORY-RECORD
232100     MOVE CS-CUT-DATE TO RH-RUN-DATE
232200     MOVE CS-RUN-ID TO RH-RUN-ID
232250     MOVE CS-SHIFT-CODE TO RH-SHIFT-CODE
232300     MOVE CS-RECORD-COUNT TO RH-READ-COUNT
232400     MOVE CS-OK-COUNT TO RH-OK-COUNT
232500     MOVE CS-SHORT-COUNT TO RH-SHORT-COUNT
234800     MOVE "E" TO RU-REQUEST-CODE
234900     MOVE "CIRCSQRB" TO RU-CALLER-JOB
235000     MOVE CS-CUT-DATE TO RU-CALLER-DATE
235050     MOVE CS-SHIFT-CODE TO RU-SHIFT-CODE
235100     IF CS-RUN-IN-BALANCE
235200         MOVE "C" TO RU-END-STATUS
235300     ELSE
