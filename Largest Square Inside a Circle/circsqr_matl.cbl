000100******************************************************************
000200*    PROGRAM-ID.  CIRCSQR-MATL
000300*    AUTHOR.      R. OKONKWO-HALE, CUTTING FLOOR SYSTEMS
000400*    INSTALLATION. CIRCLE-SQUARING SHOP
000500*    DATE-WRITTEN. 2026-10-15
000600*    DATE-COMPILED.
000700*
000800*    REMARKS.  MATERIAL-MASTER MAINTENANCE.  THE MATERIALS THE
000900*    SHOP CUTS USED TO BE A HARD-CODED AL/MS/BR LIST IN EACH
001000*    PROGRAM THAT CHECKED A CODE; THEY NOW LIVE ON MATLMAST,
001100*    AND CIRCSQR-EDIT, CIRCSQR-MAINT AND CIRCSQR-REMNT ACCEPT
001200*    ONLY A CODE THAT IS ON IT AND ACTIVE.  THIS PROGRAM ADDS
001300*    A MATERIAL, CHANGES ITS DESCRIPTION OR DENSITY, AND
001400*    DEACTIVATES OR REACTIVATES IT - ROWS ARE NEVER DELETED,
001500*    SO COSTMAT AND REMNMAST HISTORY KEEPS ITS DESCRIPTION.
001600*    THE DENSITY (POUNDS PER SQUARE INCH OF PLATE AT THE
001700*    STOCKED GAUGE) IS WHAT CIRCSQR-BATCH WEIGHS EACH BLANK'S
001800*    SCRAP WITH.  THE RUN ENDS WITH A LISTING OF THE WHOLE
001900*    MASTER SO THE PLANNER SEES WHAT THE SUITE WILL ACCEPT.
002000*
002100*    RETURN CODES.  0 = ALL TRANSACTIONS APPLIED.  4 = ONE OR
002200*    MORE REJECTED (SEE MATLREJ).  16 = THE RUN ITSELF FAILED.
002300*
002400*    MODIFICATION HISTORY.
002500*    2026-10-15  ROH  ORIGINAL VERSION.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CIRCSQR-MATL.
002900 AUTHOR. R. OKONKWO-HALE.
003000 INSTALLATION. CIRCLE-SQUARING SHOP.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. GNUCOBOL.
003600 OBJECT-COMPUTER. GNUCOBOL.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT MATL-IN ASSIGN TO "MATLIN"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT MATERIAL-MASTER ASSIGN TO "MATLMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS MM-MATERIAL-CODE
004500         FILE STATUS IS CS-MATL-FILE-STATUS.
004600     SELECT MATL-REPORT ASSIGN TO "MATLRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT MATL-REJECTS ASSIGN TO "MATLREJ"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MATL-IN
005300     RECORDING MODE IS F.
005400 COPY MATLIN.
005500 FD  MATERIAL-MASTER
005600     RECORDING MODE IS F.
005700 COPY MATLMAST.
005800 FD  MATL-REPORT
005900     RECORDING MODE IS F.
006000 01  MATL-REPORT-LINE         PIC X(80).
006100 FD  MATL-REJECTS
006200     RECORDING MODE IS F.
006300 01  MATL-REJECT-RECORD       PIC X(80).
006400 WORKING-STORAGE SECTION.
006500 01  CS-MATL-FILE-STATUS      PIC X(02).
006600     88  CS-MATL-OK           VALUE "00".
006700     88  CS-MATL-NOT-FOUND    VALUE "35".
006800 01  CS-SWITCHES.
006900     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
007000         88  CS-END-OF-FILE   VALUE "Y".
007100     05  CS-TRAILER-SWITCH    PIC X(01)  VALUE "N".
007200         88  CS-TRAILER-FOUND VALUE "Y".
007300     05  CS-SCAN-SWITCH       PIC X(01)  VALUE "N".
007400         88  CS-SCAN-DONE     VALUE "X".
007500 01  CS-BATCH-CONTROLS.
007600     05  CS-ADD-COUNT         PIC 9(05)  VALUE ZERO COMP.
007700     05  CS-CHANGE-COUNT      PIC 9(05)  VALUE ZERO COMP.
007800     05  CS-DEACTIVATE-COUNT  PIC 9(05)  VALUE ZERO COMP.
007900     05  CS-REACTIVATE-COUNT  PIC 9(05)  VALUE ZERO COMP.
008000     05  CS-TRL-ADD-COUNT     PIC 9(05)  VALUE ZERO.
008100     05  CS-TRL-CHANGE-COUNT  PIC 9(05)  VALUE ZERO.
008200     05  CS-TRL-DEACT-COUNT   PIC 9(05)  VALUE ZERO.
008300     05  CS-TRL-REACT-COUNT   PIC 9(05)  VALUE ZERO.
008400 01  CS-COUNTERS.
008500     05  CS-REJECT-COUNT      PIC 9(05)  VALUE ZERO COMP.
008600     05  CS-ACTIVE-COUNT      PIC 9(06)  VALUE ZERO COMP.
008700     05  CS-INACTIVE-COUNT    PIC 9(06)  VALUE ZERO COMP.
008800 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
008900 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
009000 01  CS-DETAIL-LINE.
009100     05  CS-DL-ACTION         PIC X(12).
009200     05  CS-DL-MATERIAL       PIC X(04).
009300     05  CS-DL-DESCRIPTION    PIC X(22).
009400     05  CS-DL-DENSITY        PIC ZZ9.999999.
009500     05  FILLER               PIC X(02).
009600     05  CS-DL-RESULT         PIC X(20).
009700 01  CS-LIST-HEADING-1.
009800     05  FILLER               PIC X(40)  VALUE
009900         "MATERIAL MASTER AFTER THIS RUN".
010000 01  CS-LIST-HEADING-2.
010100     05  FILLER               PIC X(06)  VALUE "CODE".
010200     05  FILLER               PIC X(22)  VALUE "DESCRIPTION".
010300     05  FILLER               PIC X(12)  VALUE "LB/SQ IN".
010400     05  FILLER               PIC X(10)  VALUE "STATUS".
010500     05  FILLER               PIC X(10)  VALUE "ADDED".
010600     05  FILLER               PIC X(10)  VALUE "CHANGED".
010700 01  CS-LIST-LINE.
010800     05  CS-LL-MATERIAL       PIC X(06).
010900     05  CS-LL-DESCRIPTION    PIC X(22).
011000     05  CS-LL-DENSITY        PIC ZZ9.999999.
011100     05  FILLER               PIC X(02).
011200     05  CS-LL-STATUS         PIC X(10).
011300     05  CS-LL-ADDED-DATE     PIC 9(08).
011400     05  FILLER               PIC X(02).
011500     05  CS-LL-CHANGED-DATE   PIC 9(08).
011600 01  CS-TOTAL-LINE.
011700     05  CS-TL-LABEL          PIC X(28).
011800     05  CS-TL-COUNT          PIC ZZZZZ9.
011900 PROCEDURE DIVISION.
012000******************************************************************
012100*    0000-MAINLINE
012200******************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE
012500     PERFORM 2000-PROCESS-MATL-IN THRU 2000-EXIT
012600         UNTIL CS-END-OF-FILE
012700     PERFORM 3000-TERMINATE
012800     GOBACK.
012900******************************************************************
013000*    1000-INITIALIZE
013100******************************************************************
013200 1000-INITIALIZE.
013300     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
013400     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
013500     OPEN INPUT MATL-IN
013600     PERFORM 1100-VERIFY-BATCH-CONTROLS THRU 1100-EXIT
013700     CLOSE MATL-IN
013800     MOVE "N" TO CS-EOF-SWITCH
013900     OPEN INPUT MATL-IN
014000     OPEN I-O MATERIAL-MASTER
014100     PERFORM 1050-CHECK-MASTER-STATUS THRU 1050-EXIT
014200     OPEN OUTPUT MATL-REPORT
014300     OPEN OUTPUT MATL-REJECTS
014400     PERFORM 2100-READ-MATL-IN THRU 2100-EXIT.
014500******************************************************************
014600*    1050-CHECK-MASTER-STATUS THRU 1050-EXIT
014700*
014800*    THE MASTER IS CREATED EMPTY ON THE VERY FIRST RUN (STATUS
014900*    35) - THAT RUN'S ADDS ARE ITS INITIAL LOAD.  ANY OTHER
015000*    OPEN FAILURE ABENDS, SAME AS CIRCSQR-REMNT.
015100******************************************************************
015200 1050-CHECK-MASTER-STATUS.
015300     IF CS-MATL-NOT-FOUND
015400         OPEN OUTPUT MATERIAL-MASTER
015500         CLOSE MATERIAL-MASTER
015600         OPEN I-O MATERIAL-MASTER
015700     END-IF
015800     IF NOT CS-MATL-OK
015900         DISPLAY "CIRCSQR-MATL: MATERIAL-MASTER OPEN FAILED, "
016000             "STATUS " CS-MATL-FILE-STATUS
016100         MOVE 16 TO RETURN-CODE
016200         GOBACK
016300     END-IF
016400     GO TO 1050-EXIT.
016500 1050-EXIT.
016600     EXIT.
016700******************************************************************
016800*    1100-VERIFY-BATCH-CONTROLS THRU 1100-EXIT
016900*
017000*    FIRST PASS OVER MATLIN - COUNT THE TRANSACTIONS BY ACTION
017100*    CODE AND BALANCE THEM AGAINST THE "T" TRAILER BEFORE THE
017200*    MASTER IS EVEN OPENED, THE SAME WAY CIRCSQR-MAINT BALANCES
017300*    MAINTIN.  UNRECOGNIZED ACTION CODES ARE NOT COUNTED - THEY
017400*    REJECT INDIVIDUALLY ON THE SECOND PASS.
017500******************************************************************
017600 1100-VERIFY-BATCH-CONTROLS.
017700     PERFORM 1110-COUNT-ONE-TRANSACTION THRU 1110-EXIT
017800         UNTIL CS-END-OF-FILE
017900     IF NOT CS-TRAILER-FOUND
018000         DISPLAY "CIRCSQR-MATL: MATLIN HAS NO TRAILER"
018100         MOVE 16 TO RETURN-CODE
018200         GOBACK
018300     END-IF
018400     IF CS-ADD-COUNT NOT = CS-TRL-ADD-COUNT
018500         OR CS-CHANGE-COUNT NOT = CS-TRL-CHANGE-COUNT
018600         OR CS-DEACTIVATE-COUNT NOT = CS-TRL-DEACT-COUNT
018700         OR CS-REACTIVATE-COUNT NOT = CS-TRL-REACT-COUNT
018800         DISPLAY "CIRCSQR-MATL: MATLIN OUT OF BALANCE"
018900         DISPLAY "  ADDS        FILE " CS-ADD-COUNT
019000             " TRAILER " CS-TRL-ADD-COUNT
019100         DISPLAY "  CHANGES     FILE " CS-CHANGE-COUNT
019200             " TRAILER " CS-TRL-CHANGE-COUNT
019300         DISPLAY "  DEACTIVATES FILE " CS-DEACTIVATE-COUNT
019400             " TRAILER " CS-TRL-DEACT-COUNT
019500         DISPLAY "  REACTIVATES FILE " CS-REACTIVATE-COUNT
019600             " TRAILER " CS-TRL-REACT-COUNT
019700         MOVE 16 TO RETURN-CODE
019800         GOBACK
019900     END-IF
020000     GO TO 1100-EXIT.
020100 1100-EXIT.
020200     EXIT.
020300 1110-COUNT-ONE-TRANSACTION.
020400     READ MATL-IN
020500         AT END
020600             SET CS-END-OF-FILE TO TRUE
020700             GO TO 1110-EXIT
020800     END-READ
020900     EVALUATE TRUE
021000         WHEN LI-ADD
021100             ADD 1 TO CS-ADD-COUNT
021200         WHEN LI-CHANGE
021300             ADD 1 TO CS-CHANGE-COUNT
021400         WHEN LI-DEACTIVATE
021500             ADD 1 TO CS-DEACTIVATE-COUNT
021600         WHEN LI-REACTIVATE
021700             ADD 1 TO CS-REACTIVATE-COUNT
021800         WHEN LI-TRAILER
021900             IF CS-TRAILER-FOUND
022000                 DISPLAY "CIRCSQR-MATL: MORE THAN ONE TRAILER"
022100                 MOVE 16 TO RETURN-CODE
022200                 GOBACK
022300             END-IF
022400             SET CS-TRAILER-FOUND TO TRUE
022500             IF LC-ADD-COUNT NUMERIC
022600                 MOVE LC-ADD-COUNT TO CS-TRL-ADD-COUNT
022700             END-IF
022800             IF LC-CHANGE-COUNT NUMERIC
022900                 MOVE LC-CHANGE-COUNT TO CS-TRL-CHANGE-COUNT
023000             END-IF
023100             IF LC-DEACTIVATE-COUNT NUMERIC
023200                 MOVE LC-DEACTIVATE-COUNT TO CS-TRL-DEACT-COUNT
023300             END-IF
023400             IF LC-REACTIVATE-COUNT NUMERIC
023500                 MOVE LC-REACTIVATE-COUNT TO CS-TRL-REACT-COUNT
023600             END-IF
023700         WHEN OTHER
023800             CONTINUE
023900     END-EVALUATE
024000     GO TO 1110-EXIT.
024100 1110-EXIT.
024200     EXIT.
024300******************************************************************
024400*    2000-PROCESS-MATL-IN THRU 2000-EXIT
024500******************************************************************
024600 2000-PROCESS-MATL-IN.
024700     EVALUATE TRUE
024800         WHEN LI-ADD
024900             PERFORM 4000-ADD-MATERIAL THRU 4000-EXIT
025000         WHEN LI-CHANGE
025100             PERFORM 5000-CHANGE-MATERIAL THRU 5000-EXIT
025200         WHEN LI-DEACTIVATE
025300             PERFORM 6000-DEACTIVATE-MATERIAL THRU 6000-EXIT
025400         WHEN LI-REACTIVATE
025500             PERFORM 6500-REACTIVATE-MATERIAL THRU 6500-EXIT
025600         WHEN LI-TRAILER
025700             CONTINUE
025800         WHEN OTHER
025900             PERFORM 7000-UNKNOWN-ACTION THRU 7000-EXIT
026000     END-EVALUATE
026100     PERFORM 2100-READ-MATL-IN THRU 2100-EXIT
026200     GO TO 2000-EXIT.
026300 2000-EXIT.
026400     EXIT.
026500******************************************************************
026600*    2100-READ-MATL-IN THRU 2100-EXIT
026700******************************************************************
026800 2100-READ-MATL-IN.
026900     READ MATL-IN
027000         AT END
027100             SET CS-END-OF-FILE TO TRUE
027200     END-READ
027300     GO TO 2100-EXIT.
027400 2100-EXIT.
027500     EXIT.
027600******************************************************************
027700*    3000-TERMINATE
027800******************************************************************
027900 3000-TERMINATE.
028000     PERFORM 3100-WRITE-MASTER-LISTING THRU 3100-EXIT
028100     CLOSE MATL-IN
028200     CLOSE MATERIAL-MASTER
028300     CLOSE MATL-REPORT
028400     CLOSE MATL-REJECTS
028500     IF CS-REJECT-COUNT > ZERO
028600         MOVE 4 TO RETURN-CODE
028700     END-IF.
028800******************************************************************
028900*    3100-WRITE-MASTER-LISTING THRU 3100-EXIT
029000*
029100*    WALKS THE WHOLE MASTER AFTER THE TRANSACTIONS HAVE BEEN
029200*    APPLIED - ONE LINE PER MATERIAL, THEN THE ACTIVE AND
029300*    INACTIVE COUNTS.  A MATERIAL WITH NO DENSITY YET IS
029400*    LISTED AT ZERO SO IT IS CHASED BEFORE MONTH END.
029500******************************************************************
029600 3100-WRITE-MASTER-LISTING.
029700     MOVE SPACES TO MATL-REPORT-LINE
029800     WRITE MATL-REPORT-LINE
029900     WRITE MATL-REPORT-LINE FROM CS-LIST-HEADING-1
030000     WRITE MATL-REPORT-LINE FROM CS-LIST-HEADING-2
030100     MOVE LOW-VALUES TO MM-MATERIAL-CODE
030200     START MATERIAL-MASTER KEY IS NOT LESS THAN MM-MATERIAL-CODE
030300         INVALID KEY
030400             SET CS-SCAN-DONE TO TRUE
030500     END-START
030600     PERFORM 3110-LIST-ONE-MATERIAL THRU 3110-EXIT
030700         UNTIL CS-SCAN-DONE
030800     MOVE SPACES TO MATL-REPORT-LINE
030900     WRITE MATL-REPORT-LINE
031000     MOVE SPACES TO CS-TOTAL-LINE
031100     MOVE "MATERIALS ACTIVE" TO CS-TL-LABEL
031200     MOVE CS-ACTIVE-COUNT TO CS-TL-COUNT
031300     WRITE MATL-REPORT-LINE FROM CS-TOTAL-LINE
031400     MOVE SPACES TO CS-TOTAL-LINE
031500     MOVE "MATERIALS INACTIVE" TO CS-TL-LABEL
031600     MOVE CS-INACTIVE-COUNT TO CS-TL-COUNT
031700     WRITE MATL-REPORT-LINE FROM CS-TOTAL-LINE
031800     GO TO 3100-EXIT.
031900 3100-EXIT.
032000     EXIT.
032100 3110-LIST-ONE-MATERIAL.
032200     READ MATERIAL-MASTER NEXT RECORD
032300         AT END
032400             SET CS-SCAN-DONE TO TRUE
032500             GO TO 3110-EXIT
032600     END-READ
032700     MOVE SPACES TO CS-LIST-LINE
032800     MOVE MM-MATERIAL-CODE TO CS-LL-MATERIAL
032900     MOVE MM-DESCRIPTION TO CS-LL-DESCRIPTION
033000     IF MM-DENSITY NUMERIC
033100         MOVE MM-DENSITY TO CS-LL-DENSITY
033200     ELSE
033300         MOVE ZERO TO CS-LL-DENSITY
033400     END-IF
033500     MOVE MM-ADDED-DATE TO CS-LL-ADDED-DATE
033600     MOVE MM-CHANGED-DATE TO CS-LL-CHANGED-DATE
033700     IF MM-ACTIVE
033800         MOVE "ACTIVE" TO CS-LL-STATUS
033900         ADD 1 TO CS-ACTIVE-COUNT
034000     ELSE
034100         MOVE "INACTIVE" TO CS-LL-STATUS
034200         ADD 1 TO CS-INACTIVE-COUNT
034300     END-IF
034400     WRITE MATL-REPORT-LINE FROM CS-LIST-LINE
034500     GO TO 3110-EXIT.
034600 3110-EXIT.
034700     EXIT.
034800******************************************************************
034900*    4000-ADD-MATERIAL THRU 4000-EXIT
035000*
035100*    A NEW MATERIAL NEEDS ALL THREE FIELDS - A CODE, A
035200*    DESCRIPTION FOR THE REPORTS AND JOURNAL, AND A NONZERO
035300*    DENSITY, OR ITS SCRAP WOULD WEIGH NOTHING FROM THE FIRST
035400*    CUT.  IT GOES ON ACTIVE.
035500******************************************************************
035600 4000-ADD-MATERIAL.
035700     MOVE SPACES TO CS-DETAIL-LINE
035800     MOVE "ADD" TO CS-DL-ACTION
035900     MOVE LI-MATERIAL-CODE TO CS-DL-MATERIAL
036000     MOVE LI-DESCRIPTION TO CS-DL-DESCRIPTION
036100     IF LI-DENSITY NUMERIC
036200         MOVE LI-DENSITY TO CS-DL-DENSITY
036300     END-IF
036400     IF LI-MATERIAL-CODE = SPACES
036500         MOVE "REJECTED - CODE" TO CS-DL-RESULT
036600         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
036700         GO TO 4000-WRITE-REPORT
036800     END-IF
036900     IF LI-DESCRIPTION = SPACES
037000         MOVE "REJECTED - DESC" TO CS-DL-RESULT
037100         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
037200         GO TO 4000-WRITE-REPORT
037300     END-IF
037400     IF LI-DENSITY NOT NUMERIC OR LI-DENSITY = ZERO
037500         MOVE "REJECTED - DENSITY" TO CS-DL-RESULT
037600         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
037700         GO TO 4000-WRITE-REPORT
037800     END-IF
037900     MOVE SPACES TO MATERIAL-MASTER-RECORD
038000     MOVE LI-MATERIAL-CODE TO MM-MATERIAL-CODE
038100     MOVE LI-DESCRIPTION TO MM-DESCRIPTION
038200     MOVE LI-DENSITY TO MM-DENSITY
038300     SET MM-ACTIVE TO TRUE
038400     MOVE CS-RUN-DATE TO MM-ADDED-DATE
038500     MOVE CS-RUN-DATE TO MM-CHANGED-DATE
038600     WRITE MATERIAL-MASTER-RECORD
038700         INVALID KEY
038800             MOVE "REJECTED - DUP" TO CS-DL-RESULT
038900             PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
039000         NOT INVALID KEY
039100             MOVE "ADDED" TO CS-DL-RESULT
039200     END-WRITE.
039300 4000-WRITE-REPORT.
039400     WRITE MATL-REPORT-LINE FROM CS-DETAIL-LINE
039500     GO TO 4000-EXIT.
039600 4000-EXIT.
039700     EXIT.
039800******************************************************************
039900*    5000-CHANGE-MATERIAL THRU 5000-EXIT
040000*
040100*    ONLY THE FIELDS KEYED ARE CHANGED - A DENSITY CORRECTION
040200*    DOES NOT HAVE TO RE-KEY THE DESCRIPTION.  A CARD WITH
040300*    NEITHER FIELD KEYED IS A MISTAKE, NOT A NO-OP.  A CHANGED
040400*    DENSITY WEIGHS CUTS FROM THE NEXT BATCH RUN ON; WHAT IS
040500*    ALREADY POSTED TO COSTMAT STAYS AT THE OLD FIGURE.
040600******************************************************************
040700 5000-CHANGE-MATERIAL.
040800     MOVE SPACES TO CS-DETAIL-LINE
040900     MOVE "CHANGE" TO CS-DL-ACTION
041000     MOVE LI-MATERIAL-CODE TO CS-DL-MATERIAL
041100     MOVE LI-DESCRIPTION TO CS-DL-DESCRIPTION
041200     IF LI-DENSITY NUMERIC
041300         MOVE LI-DENSITY TO CS-DL-DENSITY
041400     END-IF
041500     IF LI-DESCRIPTION = SPACES AND LI-DENSITY-X = SPACES
041600         MOVE "REJECTED - NO CHANGE" TO CS-DL-RESULT
041700         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
041800         GO TO 5000-WRITE-REPORT
041900     END-IF
042000     IF LI-DENSITY-X NOT = SPACES
042100         AND (LI-DENSITY NOT NUMERIC OR LI-DENSITY = ZERO)
042200         MOVE "REJECTED - DENSITY" TO CS-DL-RESULT
042300         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
042400         GO TO 5000-WRITE-REPORT
042500     END-IF
042600     MOVE LI-MATERIAL-CODE TO MM-MATERIAL-CODE
042700     READ MATERIAL-MASTER
042800         INVALID KEY
042900             MOVE "REJECTED - NOTFND" TO CS-DL-RESULT
043000             PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
043100             GO TO 5000-WRITE-REPORT
043200     END-READ
043300     IF LI-DESCRIPTION NOT = SPACES
043400         MOVE LI-DESCRIPTION TO MM-DESCRIPTION
043500     END-IF
043600     IF LI-DENSITY-X NOT = SPACES
043700         MOVE LI-DENSITY TO MM-DENSITY
043800     END-IF
043900     MOVE CS-RUN-DATE TO MM-CHANGED-DATE
044000     REWRITE MATERIAL-MASTER-RECORD
044100     MOVE "CHANGED" TO CS-DL-RESULT.
044200 5000-WRITE-REPORT.
044300     WRITE MATL-REPORT-LINE FROM CS-DETAIL-LINE
044400     GO TO 5000-EXIT.
044500 5000-EXIT.
044600     EXIT.
044700******************************************************************
044800*    6000-DEACTIVATE-MATERIAL THRU 6000-EXIT
044900*
045000*    FROM THE NEXT RUN ON THE EDIT REJECTS THE CODE (07) AND
045100*    MAINT AND REMNT REFUSE NEW WORK IN IT.  STOCK AND RACK
045200*    ALREADY ON FILE ARE LEFT FOR THE PLANNER TO RETIRE.
045300******************************************************************
045400 6000-DEACTIVATE-MATERIAL.
045500     MOVE SPACES TO CS-DETAIL-LINE
045600     MOVE "DEACTIVATE" TO CS-DL-ACTION
045700     MOVE LI-MATERIAL-CODE TO CS-DL-MATERIAL
045800     MOVE LI-MATERIAL-CODE TO MM-MATERIAL-CODE
045900     READ MATERIAL-MASTER
046000         INVALID KEY
046100             MOVE "REJECTED - NOTFND" TO CS-DL-RESULT
046200             PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
046300             GO TO 6000-WRITE-REPORT
046400     END-READ
046500     MOVE MM-DESCRIPTION TO CS-DL-DESCRIPTION
046600     IF NOT MM-ACTIVE
046700         MOVE "REJECTED - STATUS" TO CS-DL-RESULT
046800         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
046900         GO TO 6000-WRITE-REPORT
047000     END-IF
047100     SET MM-INACTIVE TO TRUE
047200     MOVE CS-RUN-DATE TO MM-CHANGED-DATE
047300     REWRITE MATERIAL-MASTER-RECORD
047400     MOVE "DEACTIVATED" TO CS-DL-RESULT.
047500 6000-WRITE-REPORT.
047600     WRITE MATL-REPORT-LINE FROM CS-DETAIL-LINE
047700     GO TO 6000-EXIT.
047800 6000-EXIT.
047900     EXIT.
048000******************************************************************
048100*    6500-REACTIVATE-MATERIAL THRU 6500-EXIT
048200******************************************************************
048300 6500-REACTIVATE-MATERIAL.
048400     MOVE SPACES TO CS-DETAIL-LINE
048500     MOVE "REACTIVATE" TO CS-DL-ACTION
048600     MOVE LI-MATERIAL-CODE TO CS-DL-MATERIAL
048700     MOVE LI-MATERIAL-CODE TO MM-MATERIAL-CODE
048800     READ MATERIAL-MASTER
048900         INVALID KEY
049000             MOVE "REJECTED - NOTFND" TO CS-DL-RESULT
049100             PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
049200             GO TO 6500-WRITE-REPORT
049300     END-READ
049400     MOVE MM-DESCRIPTION TO CS-DL-DESCRIPTION
049500     IF NOT MM-INACTIVE
049600         MOVE "REJECTED - STATUS" TO CS-DL-RESULT
049700         PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
049800         GO TO 6500-WRITE-REPORT
049900     END-IF
050000     SET MM-ACTIVE TO TRUE
050100     MOVE CS-RUN-DATE TO MM-CHANGED-DATE
050200     REWRITE MATERIAL-MASTER-RECORD
050300     MOVE "REACTIVATED" TO CS-DL-RESULT.
050400 6500-WRITE-REPORT.
050500     WRITE MATL-REPORT-LINE FROM CS-DETAIL-LINE
050600     GO TO 6500-EXIT.
050700 6500-EXIT.
050800     EXIT.
050900******************************************************************
051000*    7000-UNKNOWN-ACTION THRU 7000-EXIT
051100*
051200*    AN UNRECOGNIZED ACTION CODE STILL GETS A TRACE LINE AND A
051300*    REJECT RECORD, SAME RULE AS CIRCSQR-MAINT.
051400******************************************************************
051500 7000-UNKNOWN-ACTION.
051600     MOVE SPACES TO CS-DETAIL-LINE
051700     MOVE "UNKNOWN" TO CS-DL-ACTION
051800     MOVE LI-MATERIAL-CODE TO CS-DL-MATERIAL
051900     MOVE "UNKNOWN ACTION" TO CS-DL-RESULT
052000     PERFORM 8300-WRITE-REJECT THRU 8300-EXIT
052100     WRITE MATL-REPORT-LINE FROM CS-DETAIL-LINE
052200     GO TO 7000-EXIT.
052300 7000-EXIT.
052400     EXIT.
052500******************************************************************
052600*    8300-WRITE-REJECT THRU 8300-EXIT
052700*
052800*    THE REJECTED TRANSACTION GOES TO MATLREJ EXACTLY AS KEYED,
052900*    IN MATLIN FORMAT, FOR CORRECTION AND RESUBMISSION WITH A
053000*    FRESH TRAILER.
053100******************************************************************
053200 8300-WRITE-REJECT.
053300     ADD 1 TO CS-REJECT-COUNT
053400     WRITE MATL-REJECT-RECORD FROM MATL-IN-RECORD
053500     GO TO 8300-EXIT.
053600 8300-EXIT.
053700     EXIT.
053800 END PROGRAM CIRCSQR-MATL.
