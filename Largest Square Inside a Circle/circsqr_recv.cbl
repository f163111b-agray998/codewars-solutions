002000*
002100*    MODIFICATION HISTORY.
002200*    2026-09-02  ROH  ORIGINAL VERSION.
002210*    2026-09-14  ROH  HEAT/LOT TRACKING.  EVERY RECEIPT MUST NOW
002220*                     CARRY THE MILL HEAT/LOT AND IS POSTED TO
002230*                     THE NEW STKLOT FILE AS WELL AS THE STKONH
002240*                     TOTAL.  AN ADJUSTMENT WITH A LOT RECOUNTS
002250*                     THAT LOT AND MOVES THE SIZE TOTAL BY THE
002260*                     DIFFERENCE; WITHOUT ONE IT RECOUNTS THE
002270*                     SIZE AS A WHOLE, AS BEFORE.
002275*    2026-10-15  ROH  AN ADJUSTMENT WITHOUT A LOT IS NOW
002280*                     REJECTED WHEN ANY LOT OF THE SIZE STILL
002285*                     HOLDS STOCK - RECOUNTING THE TOTAL ALONE
002290*                     LEFT STKLOT OUT OF STEP WITH STKONH.
002295*                     STKLOT NOW OPENED DYNAMIC FOR THE CHECK.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CIRCSQR-RECV.
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS OH-KEY
004200         FILE STATUS IS CS-ONHAND-FILE-STATUS.
004210     SELECT STOCK-LOT ASSIGN TO "STKLOT"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS LT-KEY
004250         FILE STATUS IS CS-LOT-FILE-STATUS.
004300     SELECT STOCK-MASTER ASSIGN TO "STKMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
005700 FD  STOCK-ONHAND
005800     RECORDING MODE IS F.
005900 COPY STKONH.
005920 FD  STOCK-LOT
005940     RECORDING MODE IS F.
005960 COPY STKLOT.
006000 FD  STOCK-MASTER
006100     RECORDING MODE IS F.
006200 COPY STKMAST.
007000 01  CS-ONHAND-FILE-STATUS    PIC X(02).
007100     88  CS-ONHAND-OK         VALUE "00".
007200     88  CS-ONHAND-NOT-FOUND  VALUE "35".
007220 01  CS-LOT-FILE-STATUS       PIC X(02).
007240     88  CS-LOT-OK            VALUE "00".
007260     88  CS-LOT-NOT-FOUND     VALUE "35".
007300 01  CS-MASTER-FILE-STATUS    PIC X(02)  VALUE "00".
007400 01  CS-SWITCHES.
007500     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
007800         88  CS-TRAILER-FOUND VALUE "Y".
007900     05  CS-ONHAND-HIT-SWITCH PIC X(01)  VALUE "N".
008000         88  CS-ONHAND-HIT    VALUE "Y".
008030     05  CS-LOT-HIT-SWITCH    PIC X(01)  VALUE "N".
008060         88  CS-LOT-HIT       VALUE "Y".
008068     05  CS-LOT-SCAN-SWITCH   PIC X(01)  VALUE "N".
008076         88  CS-LOT-EXHAUSTED VALUE "Y".
008084     05  CS-LOT-STOCK-SWITCH  PIC X(01)  VALUE "N".
008092         88  CS-LOT-STOCK-FOUND VALUE "Y".
008100 01  CS-BATCH-CONTROLS.
008200     05  CS-RECEIPT-COUNT     PIC 9(05)  VALUE ZERO COMP.
008300     05  CS-ADJUST-COUNT      PIC 9(05)  VALUE ZERO COMP.
008700     05  CS-REJECT-COUNT      PIC 9(05)  VALUE ZERO COMP.
008800     05  CS-POSTED-COUNT      PIC 9(05)  VALUE ZERO COMP.
008850 01  CS-MATERIAL-CODE         PIC X(02)  VALUE SPACES.
008860 01  CS-LOT-OLD-QTY           PIC 9(06)  VALUE ZERO.
008870 01  CS-ONHAND-WORK           PIC S9(07) VALUE ZERO.
008900 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
009000 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
009100 01  CS-DETAIL-LINE.
009350     05  FILLER               PIC X(02).
009360     05  CS-DL-MATERIAL       PIC X(02).
009400     05  FILLER               PIC X(02).
009430     05  CS-DL-LOT            PIC X(08).
009460     05  FILLER               PIC X(02).
009500     05  CS-DL-QTY            PIC ZZZZ9.
009600     05  FILLER               PIC X(02).
009700     05  CS-DL-ON-HAND        PIC ZZZZZ9.
010500     05  FILLER               PIC X(10)  VALUE "ACTION".
010600     05  FILLER               PIC X(12)  VALUE "RADIUS".
010650     05  FILLER               PIC X(04)  VALUE "MAT".
010670     05  FILLER               PIC X(10)  VALUE "LOT".
010700     05  FILLER               PIC X(07)  VALUE "QTY".
010800     05  FILLER               PIC X(08)  VALUE "ON-HAND".
010900     05  FILLER               PIC X(20)  VALUE "RESULT".
013300     OPEN INPUT RECV-IN
013400     OPEN I-O STOCK-ONHAND
013500     PERFORM 1050-CHECK-ONHAND-STATUS THRU 1050-EXIT
013530     OPEN I-O STOCK-LOT
013560     PERFORM 1070-CHECK-LOT-STATUS THRU 1070-EXIT
013600     OPEN INPUT STOCK-MASTER
013700     PERFORM 1060-CHECK-MASTER-STATUS THRU 1060-EXIT
013800     OPEN OUTPUT RECV-REPORT
017800     GO TO 1060-EXIT.
017900 1060-EXIT.
018000     EXIT.
018004******************************************************************
018008*    1070-CHECK-LOT-STATUS THRU 1070-EXIT
018012*
018016*    SAME RULE AS THE ON-HAND FILE - CREATED EMPTY THE FIRST
018020*    TIME, ANY OTHER OPEN FAILURE ABENDS.
018024******************************************************************
018028 1070-CHECK-LOT-STATUS.
018032     IF CS-LOT-NOT-FOUND
018036         OPEN OUTPUT STOCK-LOT
018040         CLOSE STOCK-LOT
018044         OPEN I-O STOCK-LOT
018048     END-IF
018052     IF NOT CS-LOT-OK
018056         DISPLAY "CIRCSQR-RECV: STOCK-LOT OPEN FAILED, "
018060             "STATUS " CS-LOT-FILE-STATUS
018064         MOVE 16 TO RETURN-CODE
018068         GOBACK
018072     END-IF
018076     GO TO 1070-EXIT.
018080 1070-EXIT.
018084     EXIT.
018100******************************************************************
018200*    1100-VERIFY-BATCH-CONTROLS THRU 1100-EXIT
018300*
027200     PERFORM 3100-WRITE-CONTROL-TOTALS THRU 3100-EXIT
027300     CLOSE RECV-IN
027400     CLOSE STOCK-ONHAND
027450     CLOSE STOCK-LOT
027500     CLOSE STOCK-MASTER
027600     CLOSE RECV-REPORT
027700     CLOSE RECV-REJECTS
030300*    AT ZERO FIRST.  THE RADIUS MUST BE NUMERIC, THE QUANTITY
030400*    NUMERIC (NONZERO FOR A RECEIPT - AN EMPTY TRUCK IS A
030500*    KEYING ERROR), AND THE SIZE MUST EXIST ON STOCK-MASTER.
030520*    A RECEIPT WITH NO HEAT/LOT IS REJECTED - UNTRACEABLE STOCK
030540*    IS EXACTLY WHAT THE LOT FILE EXISTS TO PREVENT.  A LOT-LEVEL
030560*    RECOUNT (4100) MOVES THE SIZE TOTAL BY THE SAME AMOUNT IT
030580*    MOVED THE LOT, SO THE TWO FILES STAY IN STEP.  A RECOUNT
030584*    WITHOUT A LOT IS TAKEN ONLY WHILE NO LOT OF THE SIZE HOLDS
030588*    STOCK (4200) - ONCE ONE DOES, THE RACK IS COUNTED LOT BY
030592*    LOT, AND UNTAGGED OLD STOCK IS COUNTED UNDER A NEW LOT
030596*    NUMBER AS 4100 ALREADY ALLOWS.
030600******************************************************************
030700 4000-POST-TRANSACTION.
030800     MOVE SPACES TO CS-DETAIL-LINE
032400         GO TO 4000-WRITE-REPORT
032500     END-IF
032600     MOVE RV-QTY TO CS-DL-QTY
032610     MOVE RV-LOT-NUMBER TO CS-DL-LOT
032620     IF RV-RECEIPT AND RV-LOT-NUMBER = SPACES
032630         MOVE "REJECTED - NO LOT" TO CS-DL-RESULT
032640         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
032650         GO TO 4000-WRITE-REPORT
032660     END-IF
032700     MOVE RV-RADIUS TO SM-RADIUS
032750     MOVE CS-MATERIAL-CODE TO SM-MATERIAL-CODE
032800     READ STOCK-MASTER
033100             PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
033200             GO TO 4000-WRITE-REPORT
033300     END-READ
033310     IF RV-ADJUST AND RV-LOT-NUMBER = SPACES
033320         PERFORM 4200-CHECK-SIZE-LOTS THRU 4200-EXIT
033330         IF CS-LOT-STOCK-FOUND
033340             MOVE "REJECTED - NEEDS LOT" TO CS-DL-RESULT
033350             PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
033360             GO TO 4000-WRITE-REPORT
033370         END-IF
033380     END-IF
033400     MOVE RV-RADIUS TO OH-RADIUS
033450     MOVE CS-MATERIAL-CODE TO OH-MATERIAL-CODE
033500     READ STOCK-ONHAND
034600     IF OH-QTY-ON-HAND NOT NUMERIC
034700         MOVE ZERO TO OH-QTY-ON-HAND
034800     END-IF
034820     MOVE ZERO TO CS-LOT-OLD-QTY
034840     IF RV-LOT-NUMBER NOT = SPACES
034860         PERFORM 4100-POST-LOT THRU 4100-EXIT
034880     END-IF
034900     IF RV-RECEIPT
035000         ADD RV-QTY TO OH-QTY-ON-HAND
035100     ELSE
035150         IF RV-LOT-NUMBER = SPACES
035200             MOVE RV-QTY TO OH-QTY-ON-HAND
035210         ELSE
035220             COMPUTE CS-ONHAND-WORK =
035230                 OH-QTY-ON-HAND - CS-LOT-OLD-QTY + RV-QTY
035240             IF CS-ONHAND-WORK < ZERO
035250                 MOVE ZERO TO OH-QTY-ON-HAND
035260             ELSE
035270                 MOVE CS-ONHAND-WORK TO OH-QTY-ON-HAND
035280             END-IF
035290         END-IF
035300     END-IF
035400*    ONLY A REAL DELIVERY STAMPS THE RECEIPT DATE - A CYCLE-
035401*    COUNT ADJUSTMENT CORRECTS THE QUANTITY, IT IS NOT A
036900     GO TO 4000-EXIT.
037000 4000-EXIT.
037100     EXIT.
037101******************************************************************
037102*    4100-POST-LOT THRU 4100-EXIT
037103*
037104*    A RECEIPT ADDS TO ITS LOT, STARTING THE LOT AT ZERO WITH
037105*    TODAY AS ITS FIRST-RECEIPT DATE IF THIS IS ITS FIRST
037106*    DELIVERY - THAT DATE IS WHAT THE CUTTING RUN ISSUES
037107*    OLDEST-FIRST BY.  A RECOUNT REPLACES THE LOT'S QUANTITY
037108*    AND LEAVES ITS OLD QUANTITY IN CS-LOT-OLD-QTY FOR THE SIZE
037109*    TOTAL.  A LOT FIRST SEEN ON A RECOUNT IS STOCK FROM BEFORE
037110*    LOTS WERE TRACKED, TAGGED ON THE RACK AFTER THE FACT - ITS
037111*    FIRST-RECEIPT DATE IS LEFT ZERO SO IT IS ISSUED FIRST.
037112******************************************************************
037113 4100-POST-LOT.
037114     MOVE RV-RADIUS TO LT-RADIUS
037115     MOVE CS-MATERIAL-CODE TO LT-MATERIAL-CODE
037116     MOVE RV-LOT-NUMBER TO LT-LOT-NUMBER
037117     READ STOCK-LOT
037118         INVALID KEY
037119             MOVE SPACES TO STOCK-LOT-RECORD
037120             MOVE RV-RADIUS TO LT-RADIUS
037121             MOVE CS-MATERIAL-CODE TO LT-MATERIAL-CODE
037122             MOVE RV-LOT-NUMBER TO LT-LOT-NUMBER
037123             MOVE ZERO TO LT-QTY-ON-HAND
037124             MOVE ZERO TO LT-FIRST-RECEIPT-DATE
037125             MOVE ZERO TO LT-LAST-RECEIPT-DATE
037126             MOVE ZERO TO LT-LAST-ISSUE-DATE
037127             IF RV-RECEIPT
037128                 MOVE CS-RUN-DATE TO LT-FIRST-RECEIPT-DATE
037129             END-IF
037130             MOVE "N" TO CS-LOT-HIT-SWITCH
037131         NOT INVALID KEY
037132             MOVE "Y" TO CS-LOT-HIT-SWITCH
037133     END-READ
037134     IF LT-QTY-ON-HAND NOT NUMERIC
037135         MOVE ZERO TO LT-QTY-ON-HAND
037136     END-IF
037137     MOVE LT-QTY-ON-HAND TO CS-LOT-OLD-QTY
037138     IF RV-RECEIPT
037139         ADD RV-QTY TO LT-QTY-ON-HAND
037140         MOVE CS-RUN-DATE TO LT-LAST-RECEIPT-DATE
037141     ELSE
037142         MOVE RV-QTY TO LT-QTY-ON-HAND
037143     END-IF
037144     IF CS-LOT-HIT
037145         REWRITE STOCK-LOT-RECORD
037146     ELSE
037147         WRITE STOCK-LOT-RECORD
037148     END-IF
037149     GO TO 4100-EXIT.
037150 4100-EXIT.
037151     EXIT.
037152******************************************************************
037153*    4200-CHECK-SIZE-LOTS THRU 4200-EXIT
037154*
037155*    WALKS EVERY LOT ROW FOR THE RADIUS AND MATERIAL AND SETS
037156*    CS-LOT-STOCK-FOUND IF ANY STILL HOLDS STOCK.  LOTS RUN
037157*    DOWN TO ZERO DO NOT COUNT - A SIZE WHOSE LOTS ARE ALL
037158*    EMPTY IS PRE-LOT STOCK ONLY AND MAY BE RECOUNTED WHOLE.
037159******************************************************************
037160 4200-CHECK-SIZE-LOTS.
037161     MOVE "N" TO CS-LOT-SCAN-SWITCH
037162     MOVE "N" TO CS-LOT-STOCK-SWITCH
037163     MOVE RV-RADIUS TO LT-RADIUS
037164     MOVE CS-MATERIAL-CODE TO LT-MATERIAL-CODE
037165     MOVE LOW-VALUES TO LT-LOT-NUMBER
037166     START STOCK-LOT KEY IS NOT LESS THAN LT-KEY
037167         INVALID KEY
037168             GO TO 4200-EXIT
037169     END-START
037170     PERFORM 4210-SCAN-ONE-LOT THRU 4210-EXIT
037171         UNTIL CS-LOT-EXHAUSTED
037172     GO TO 4200-EXIT.
037173 4200-EXIT.
037174     EXIT.
037175 4210-SCAN-ONE-LOT.
037176     READ STOCK-LOT NEXT RECORD
037177         AT END
037178             SET CS-LOT-EXHAUSTED TO TRUE
037179             GO TO 4210-EXIT
037180     END-READ
037181     IF CS-LOT-FILE-STATUS NOT = "00"
037182         AND CS-LOT-FILE-STATUS NOT = "10"
037183         DISPLAY "CIRCSQR-RECV: STOCK-LOT READ FAILED, "
037184             "STATUS " CS-LOT-FILE-STATUS
037185         MOVE 16 TO RETURN-CODE
037186         GOBACK
037187     END-IF
037188     IF LT-RADIUS NOT = RV-RADIUS
037189         OR LT-MATERIAL-CODE NOT = CS-MATERIAL-CODE
037190         SET CS-LOT-EXHAUSTED TO TRUE
037191         GO TO 4210-EXIT
037192     END-IF
037193     IF LT-QTY-ON-HAND NUMERIC AND LT-QTY-ON-HAND > ZERO
037194         SET CS-LOT-STOCK-FOUND TO TRUE
037195         SET CS-LOT-EXHAUSTED TO TRUE
037196     END-IF
037197     GO TO 4210-EXIT.
037198 4210-EXIT.
037199     EXIT.
037200******************************************************************
037300*    7000-UNKNOWN-ACTION THRU 7000-EXIT
037400*
