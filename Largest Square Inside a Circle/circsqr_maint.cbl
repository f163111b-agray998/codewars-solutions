007800*                     PRICES THE CUT MIX AT PENDING RATES.
007900*                     THE MAINTIN TRAILER NOW CARRIES THE
008000*                     RATE-CHANGE COUNT TOO.
008030*    2026-10-15  ROH  SETS CS-SHAPE-SQUARE ON THE SUBPROGRAM
008060*                     CALL NOW THAT ALSPARMS CARRIES A SHAPE.
008064*    2026-10-15  ROH  STOCK LEVELS.  NEW "L" ACTION SETS A SIZE'S
008068*                     MINIMUM AND MAXIMUM BLANKS ON THE MASTER
008072*                     (6600) FOR CIRCSQR-REORD; ADD AND UPDATE
008076*                     CARRY THEM TOO WHEN KEYED.  LEVELS ARE
008080*                     CHECKED IN 8120 - BOTH NUMERIC, AND
008084*                     EITHER ZERO/ZERO OR MAXIMUM ABOVE
008088*                     MINIMUM.  THE TRAILER CARRIES THE LEVEL
008092*                     COUNT.
008093*    2026-10-15  ROH  MATERIAL MASTER.  8150 NOW ACCEPTS A CODE
008094*                     ONLY IF IT IS ON MATLMAST AND ACTIVE -
008095*                     THE AL/MS/BR LIST IS GONE FROM THE CODE.
008096*                     A RETIRE ALSO TAKES A DEACTIVATED
008097*                     MATERIAL, SO ITS SIZES CAN BE CLEARED
008098*                     OFF THE MASTER AFTER THE SHOP STOPS
008099*                     CUTTING IT.
008100******************************************************************
008200 IDENTIFICATION DIVISION.
008300 PROGRAM-ID. CIRCSQR-MAINT.
010700         ACCESS MODE IS RANDOM
010800         RECORD KEY IS RA-KEY
010900         FILE STATUS IS CS-RATE-FILE-STATUS.
010910     SELECT MATERIAL-MASTER ASSIGN TO "MATLMAST"
010920         ORGANIZATION IS INDEXED
010930         ACCESS MODE IS RANDOM
010940         RECORD KEY IS MM-MATERIAL-CODE
010950         FILE STATUS IS CS-MATL-FILE-STATUS.
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  MAINT-IN
012400 FD  RATE-HISTORY
012500     RECORDING MODE IS F.
012600     COPY RATEREC.
012620 FD  MATERIAL-MASTER
012640     RECORDING MODE IS F.
012660     COPY MATLMAST.
012700 WORKING-STORAGE SECTION.
012800 01  CS-MAINT-FILE-STATUS     PIC X(02).
012900     88  CS-MAINT-OK          VALUE "00".
013000 01  CS-RATE-FILE-STATUS      PIC X(02).
013100     88  CS-RATE-OK           VALUE "00".
013200     88  CS-RATE-NOT-FOUND    VALUE "35".
013230 01  CS-MATL-FILE-STATUS      PIC X(02).
013260     88  CS-MATL-OK           VALUE "00".
013300 01  CS-SWITCHES.
013400     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
013500         88  CS-END-OF-FILE   VALUE "Y".
013900         88  CS-DATE-VALID    VALUE "Y".
014000     05  CS-MATL-SWITCH       PIC X(01)  VALUE "N".
014100         88  CS-MATL-VALID    VALUE "Y".
014110         88  CS-MATL-ON-FILE  VALUES "Y" "I".
014120     05  CS-LEVEL-SWITCH      PIC X(01)  VALUE "N".
014140         88  CS-LEVELS-VALID  VALUE "Y".
014160     05  CS-LEVEL-KEYED-SWITCH PIC X(01) VALUE "N".
014180         88  CS-LEVELS-KEYED  VALUE "Y".
014200 01  CS-BATCH-CONTROLS.
014300     05  CS-ADD-COUNT         PIC 9(05)  VALUE ZERO COMP.
014400     05  CS-UPDATE-COUNT      PIC 9(05)  VALUE ZERO COMP.
014500     05  CS-RETIRE-COUNT      PIC 9(05)  VALUE ZERO COMP.
014600     05  CS-RATE-COUNT        PIC 9(05)  VALUE ZERO COMP.
014650     05  CS-LEVEL-COUNT       PIC 9(05)  VALUE ZERO COMP.
014700     05  CS-TRL-ADD-COUNT     PIC 9(05)  VALUE ZERO.
014800     05  CS-TRL-UPDATE-COUNT  PIC 9(05)  VALUE ZERO.
014900     05  CS-TRL-RETIRE-COUNT  PIC 9(05)  VALUE ZERO.
015000     05  CS-TRL-RATE-COUNT    PIC 9(05)  VALUE ZERO.
015050     05  CS-TRL-LEVEL-COUNT   PIC 9(05)  VALUE ZERO.
015100 01  CS-DATE-WORK.
015200     05  CS-DW-YEAR           PIC 9(04).
015300     05  CS-DW-MONTH          PIC 9(02).
018700     PERFORM 1050-CHECK-MASTER-STATUS THRU 1050-EXIT
018800     OPEN I-O RATE-HISTORY
018900     PERFORM 1060-CHECK-RATE-STATUS THRU 1060-EXIT
018930     OPEN INPUT MATERIAL-MASTER
018960     PERFORM 1070-CHECK-MATL-STATUS THRU 1070-EXIT
019000     OPEN OUTPUT MAINT-REPORT
019100     OPEN OUTPUT MAINT-REJECTS
019200     SET CS-MODE-FORWARD TO TRUE
019250     SET CS-SHAPE-SQUARE TO TRUE
019300     MOVE "MAINT" TO CS-JOB-ID
019400     PERFORM 2100-READ-MAINT-IN THRU 2100-EXIT.
019500******************************************************************
023300     GO TO 1060-EXIT.
023400 1060-EXIT.
023500     EXIT.
023505******************************************************************
023510*    1070-CHECK-MATL-STATUS THRU 1070-EXIT
023515*
023520*    THE MATERIAL MASTER IS MAINTAINED BY CIRCSQR-MATL, NEVER
023525*    CREATED HERE - WITHOUT IT EVERY TRANSACTION WOULD REJECT
023530*    ON ITS MATERIAL, SO A FAILED OPEN ABENDS.
023535******************************************************************
023540 1070-CHECK-MATL-STATUS.
023545     IF NOT CS-MATL-OK
023550         DISPLAY "CIRCSQR-MAINT: MATERIAL-MASTER OPEN FAILED, "
023555             "STATUS " CS-MATL-FILE-STATUS
023560         MOVE 16 TO RETURN-CODE
023565         GOBACK
023570     END-IF
023575     GO TO 1070-EXIT.
023580 1070-EXIT.
023585     EXIT.
023600******************************************************************
023700*    1100-VERIFY-BATCH-CONTROLS THRU 1100-EXIT
023800*
025600         OR CS-UPDATE-COUNT NOT = CS-TRL-UPDATE-COUNT
025700         OR CS-RETIRE-COUNT NOT = CS-TRL-RETIRE-COUNT
025800         OR CS-RATE-COUNT NOT = CS-TRL-RATE-COUNT
025850         OR CS-LEVEL-COUNT NOT = CS-TRL-LEVEL-COUNT
025900         DISPLAY "CIRCSQR-MAINT: MAINTIN OUT OF BALANCE"
026000         DISPLAY "  ADDS    FILE " CS-ADD-COUNT
026100             " TRAILER " CS-TRL-ADD-COUNT
026500             " TRAILER " CS-TRL-RETIRE-COUNT
026600         DISPLAY "  RATES   FILE " CS-RATE-COUNT
026700             " TRAILER " CS-TRL-RATE-COUNT
026730         DISPLAY "  LEVELS  FILE " CS-LEVEL-COUNT
026760             " TRAILER " CS-TRL-LEVEL-COUNT
026800         MOVE 16 TO RETURN-CODE
026900         GOBACK
027000     END-IF
028600             ADD 1 TO CS-RETIRE-COUNT
028700         WHEN MI-RATE-CHANGE
028800             ADD 1 TO CS-RATE-COUNT
028830         WHEN MI-LEVEL-CHANGE
028860             ADD 1 TO CS-LEVEL-COUNT
028900         WHEN MI-TRAILER
029000             IF CS-TRAILER-FOUND
029100                 DISPLAY "CIRCSQR-MAINT: MORE THAN ONE TRAILER"
030500             IF MT-RATE-COUNT NUMERIC
030600                 MOVE MT-RATE-COUNT TO CS-TRL-RATE-COUNT
030700             END-IF
030720             IF MT-LEVEL-COUNT NUMERIC
030740                 MOVE MT-LEVEL-COUNT TO CS-TRL-LEVEL-COUNT
030760             END-IF
030800         WHEN OTHER
030900             CONTINUE
031000     END-EVALUATE
032600             PERFORM 6000-RETIRE-STANDARD-SIZE THRU 6000-EXIT
032700         WHEN MI-RATE-CHANGE
032800             PERFORM 6500-ENTER-RATE-CHANGE THRU 6500-EXIT
032830         WHEN MI-LEVEL-CHANGE
032860             PERFORM 6600-SET-STOCK-LEVELS THRU 6600-EXIT
032900         WHEN MI-TRAILER
033000             CONTINUE
033100         WHEN OTHER
035300     CLOSE MAINT-IN
035400     CLOSE RATE-HISTORY
035500     CLOSE STOCK-MASTER
035550     CLOSE MATERIAL-MASTER
035600     CLOSE MAINT-REPORT
035700     CLOSE MAINT-REJECTS.
035800******************************************************************
038000         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
038100         GO TO 4000-WRITE-REPORT
038200     END-IF
038210     PERFORM 8120-VALIDATE-STOCK-LEVELS THRU 8120-EXIT
038220     IF NOT CS-LEVELS-VALID
038230         MOVE "REJECTED - LEVELS" TO CS-DL-RESULT
038240         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
038250         GO TO 4000-WRITE-REPORT
038260     END-IF
038300     MOVE SPACES TO STOCK-MASTER-RECORD
038400     MOVE CS-RADIUS TO SM-RADIUS
038500     MOVE CS-MATERIAL-CODE TO SM-MATERIAL-CODE
038700     MOVE CS-SIDE-LENGTH TO SM-SIDE-LENGTH
038800     MOVE MI-EFFECTIVE-DATE TO SM-EFFECTIVE-DATE
038900     PERFORM 8100-MOVE-COST-RATES THRU 8100-EXIT
038920     MOVE ZERO TO SM-MIN-STOCK
038940     MOVE ZERO TO SM-MAX-STOCK
038960     PERFORM 8110-MOVE-STOCK-LEVELS THRU 8110-EXIT
039000     SET SM-ACTIVE TO TRUE
039100     WRITE STOCK-MASTER-RECORD
039200         INVALID KEY
043300         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
043400         GO TO 5000-WRITE-REPORT
043500     END-IF
043510     PERFORM 8120-VALIDATE-STOCK-LEVELS THRU 8120-EXIT
043520     IF NOT CS-LEVELS-VALID
043530         MOVE "REJECTED - LEVELS" TO CS-DL-RESULT
043540         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
043550         GO TO 5000-WRITE-REPORT
043560     END-IF
043600     MOVE CS-AREA TO SM-AREA
043700     MOVE CS-SIDE-LENGTH TO SM-SIDE-LENGTH
043800     MOVE MI-EFFECTIVE-DATE TO SM-EFFECTIVE-DATE
043900     PERFORM 8100-MOVE-COST-RATES THRU 8100-EXIT
043910     IF SM-MIN-STOCK NOT NUMERIC OR SM-MAX-STOCK NOT NUMERIC
043920         MOVE ZERO TO SM-MIN-STOCK
043930         MOVE ZERO TO SM-MAX-STOCK
043940     END-IF
043950     PERFORM 8110-MOVE-STOCK-LEVELS THRU 8110-EXIT
044000     SET SM-ACTIVE TO TRUE
044100     REWRITE STOCK-MASTER-RECORD
044200     MOVE "UPDATED" TO CS-DL-RESULT.
045300     MOVE "RETIRE" TO CS-DL-ACTION
045400     MOVE CS-RADIUS TO CS-DL-RADIUS
045500     MOVE CS-MATERIAL-CODE TO CS-DL-MATERIAL
045600     IF NOT CS-MATL-ON-FILE
045700         MOVE "REJECTED - MATERIAL" TO CS-DL-RESULT
045800         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
045900         GO TO 6000-WRITE-REPORT
054400     GO TO 6500-EXIT.
054500 6500-EXIT.
054600     EXIT.
054601******************************************************************
054602*    6600-SET-STOCK-LEVELS THRU 6600-EXIT
054603*
054604*    SETS THE MINIMUM AND MAXIMUM BLANKS CIRCSQR-REORD
054605*    REPLENISHES THE SIZE BETWEEN, AND NOTHING ELSE ON THE
054606*    ROW.  BOTH LEVELS MUST BE KEYED.  A RETIRED SIZE IS NEVER
054607*    REPLENISHED, SO LEVELS FOR ONE ARE A MISKEYED CARD - BRING
054608*    THE SIZE BACK WITH AN UPDATE FIRST.
054609******************************************************************
054610 6600-SET-STOCK-LEVELS.
054611     MOVE SPACES TO CS-DETAIL-LINE
054612     MOVE "LEVELS" TO CS-DL-ACTION
054613     MOVE CS-RADIUS TO CS-DL-RADIUS
054614     MOVE CS-MATERIAL-CODE TO CS-DL-MATERIAL
054615     IF NOT CS-MATL-VALID
054616         MOVE "REJECTED - MATERIAL" TO CS-DL-RESULT
054617         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
054618         GO TO 6600-WRITE-REPORT
054619     END-IF
054620     IF MI-RADIUS NOT NUMERIC OR MI-RADIUS = ZERO
054621         MOVE "REJECTED - RADIUS" TO CS-DL-RESULT
054622         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
054623         GO TO 6600-WRITE-REPORT
054624     END-IF
054625     MOVE CS-RADIUS TO SM-RADIUS
054626     MOVE CS-MATERIAL-CODE TO SM-MATERIAL-CODE
054627     READ STOCK-MASTER
054628         INVALID KEY
054629             MOVE "REJECTED - NOTFND" TO CS-DL-RESULT
054630             PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
054631             GO TO 6600-WRITE-REPORT
054632     END-READ
054633     IF SM-RETIRED
054634         MOVE "REJECTED - RETIRED" TO CS-DL-RESULT
054635         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
054636         GO TO 6600-WRITE-REPORT
054637     END-IF
054638     PERFORM 8120-VALIDATE-STOCK-LEVELS THRU 8120-EXIT
054639     IF NOT CS-LEVELS-VALID OR NOT CS-LEVELS-KEYED
054640         MOVE "REJECTED - LEVELS" TO CS-DL-RESULT
054641         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
054642         GO TO 6600-WRITE-REPORT
054643     END-IF
054644     PERFORM 8110-MOVE-STOCK-LEVELS THRU 8110-EXIT
054645     REWRITE STOCK-MASTER-RECORD
054646     MOVE "LEVELS SET" TO CS-DL-RESULT.
054647 6600-WRITE-REPORT.
054648     WRITE MAINT-REPORT-LINE FROM CS-DETAIL-LINE
054649     GO TO 6600-EXIT.
054650 6600-EXIT.
054651     EXIT.
054700******************************************************************
054800*    7000-UNKNOWN-ACTION THRU 7000-EXIT
054900*
058400     GO TO 8100-EXIT.
058500 8100-EXIT.
058600     EXIT.
058602******************************************************************
058604*    8110-MOVE-STOCK-LEVELS THRU 8110-EXIT
058606*
058608*    ONLY WHEN KEYED - SPACES LEAVE WHATEVER THE ROW ALREADY
058610*    HOLDS (ZERO ON AN ADD).  RUN AFTER 8120 HAS PASSED THEM.
058612******************************************************************
058614 8110-MOVE-STOCK-LEVELS.
058616     IF CS-LEVELS-KEYED
058618         MOVE MI-MIN-STOCK TO SM-MIN-STOCK
058620         MOVE MI-MAX-STOCK TO SM-MAX-STOCK
058622     END-IF
058624     GO TO 8110-EXIT.
058626 8110-EXIT.
058628     EXIT.
058630******************************************************************
058632*    8120-VALIDATE-STOCK-LEVELS THRU 8120-EXIT
058634*
058636*    BOTH LEVELS SPACES IS VALID AND NOT KEYED.  OTHERWISE BOTH
058638*    MUST BE NUMERIC, AND EITHER BOTH ZERO (NOT REPLENISHED)
058640*    OR THE MAXIMUM ABOVE THE MINIMUM - A MAXIMUM AT OR BELOW
058642*    THE REORDER POINT WOULD ORDER NOTHING, OR ORDER EVERY DAY.
058644******************************************************************
058646 8120-VALIDATE-STOCK-LEVELS.
058648     MOVE "N" TO CS-LEVEL-SWITCH
058650     MOVE "N" TO CS-LEVEL-KEYED-SWITCH
058652     IF MI-MIN-STOCK-X = SPACES AND MI-MAX-STOCK-X = SPACES
058654         SET CS-LEVELS-VALID TO TRUE
058656         GO TO 8120-EXIT
058658     END-IF
058660     SET CS-LEVELS-KEYED TO TRUE
058662     IF MI-MIN-STOCK NOT NUMERIC OR MI-MAX-STOCK NOT NUMERIC
058664         GO TO 8120-EXIT
058666     END-IF
058668     IF MI-MIN-STOCK = ZERO AND MI-MAX-STOCK = ZERO
058670         SET CS-LEVELS-VALID TO TRUE
058672         GO TO 8120-EXIT
058674     END-IF
058676     IF MI-MAX-STOCK > MI-MIN-STOCK
058678         SET CS-LEVELS-VALID TO TRUE
058680     END-IF
058682     GO TO 8120-EXIT.
058684 8120-EXIT.
058686     EXIT.
058700******************************************************************
058800*    8150-SET-MATERIAL-CODE THRU 8150-EXIT
058900*
059000*    SPACES - THE HISTORICAL SINGLE-MATERIAL LAYOUT - MEANS
059100*    MILD STEEL, WHOSE RATE THE OLD ONE-RATE MASTER ALWAYS
059200*    CARRIED.  ANYTHING ELSE MUST BE A MATERIAL ON MATLMAST,
059300*    OR THE TRANSACTION REJECTS - A MISKEYED CODE WOULD
059400*    OTHERWISE OPEN A NEW PRODUCT LINE ON THE MASTER BY
059500*    ACCIDENT.  CS-MATL-VALID IS AN ACTIVE MATERIAL;
059550*    CS-MATL-ON-FILE ALSO TAKES A DEACTIVATED ONE, FOR RETIRE.
059600******************************************************************
059700 8150-SET-MATERIAL-CODE.
059800     MOVE "N" TO CS-MATL-SWITCH
060100     ELSE
060200         MOVE MI-MATERIAL-CODE TO CS-MATERIAL-CODE
060300     END-IF
060400     MOVE CS-MATERIAL-CODE TO MM-MATERIAL-CODE
060500     READ MATERIAL-MASTER
060520         INVALID KEY
060540             GO TO 8150-EXIT
060560     END-READ
060580     IF MM-ACTIVE
060600         SET CS-MATL-VALID TO TRUE
060630     ELSE
060660         MOVE "I" TO CS-MATL-SWITCH
060700     END-IF
060800     GO TO 8150-EXIT.
060900 8150-EXIT.
