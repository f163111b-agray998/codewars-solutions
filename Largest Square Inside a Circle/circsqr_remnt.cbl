002620*                     CODE (SPACES = MILD STEEL) ONTO THE RACK,
002630*                     AND THE BATCH RUN ONLY OFFERS A REMNANT
002640*                     TO A JOB OF THE SAME MATERIAL.
002650*    2026-10-15  ROH  REMNANTS RESERVED BY CIRCSQR-PLAN FOR
002660*                     TODAY'S LIST ("R") ARE COUNTED ON THEIR
002670*                     OWN LINE INSTEAD OF FALLING INTO THE
002680*                     SCRAPPED TOTAL, AND CANNOT BE SCRAPPED
002690*                     WHILE THE RESERVATION STANDS.
002693*    2026-10-15  ROH  SETS CS-SHAPE-SQUARE ON THE SUBPROGRAM
002696*                     CALL NOW THAT ALSPARMS CARRIES A SHAPE.
002697*    2026-10-15  ROH  MATERIAL MASTER.  AN ADD'S MATERIAL (8150)
002698*                     MUST NOW BE ON MATLMAST AND ACTIVE - THE
002699*                     AL/MS/BR LIST IS GONE FROM THE CODE.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CIRCSQR-REMNT.
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS RM-STOCK-ID
004600         FILE STATUS IS CS-REMN-FILE-STATUS.
004610     SELECT MATERIAL-MASTER ASSIGN TO "MATLMAST"
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS RANDOM
004640         RECORD KEY IS MM-MATERIAL-CODE
004650         FILE STATUS IS CS-MATL-FILE-STATUS.
004700     SELECT REMN-REPORT ASSIGN TO "REMNRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT REMN-REJECTS ASSIGN TO "REMNREJ"
005600 FD  REMNANT-MASTER
005700     RECORDING MODE IS F.
005800 COPY REMNREC.
005820 FD  MATERIAL-MASTER
005840     RECORDING MODE IS F.
005860 COPY MATLMAST.
005900 FD  REMN-REPORT
006000     RECORDING MODE IS F.
006100 01  REMN-REPORT-LINE         PIC X(80).
006600 01  CS-REMN-FILE-STATUS      PIC X(02).
006700     88  CS-REMN-OK           VALUE "00".
006800     88  CS-REMN-NOT-FOUND    VALUE "35".
006830 01  CS-MATL-FILE-STATUS      PIC X(02).
006860     88  CS-MATL-OK           VALUE "00".
006900 01  CS-SWITCHES.
007000     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
007100         88  CS-END-OF-FILE   VALUE "Y".
008700     05  CS-AVAIL-COUNT       PIC 9(06)  VALUE ZERO COMP.
008800     05  CS-CONSUMED-COUNT    PIC 9(06)  VALUE ZERO COMP.
008900     05  CS-SCRAPPED-COUNT    PIC 9(06)  VALUE ZERO COMP.
008950     05  CS-RESERVED-COUNT    PIC 9(06)  VALUE ZERO COMP.
009000 01  CS-PI                    PIC 9V9(5) VALUE 3.14159.
009100 01  CS-AREA-FIELDS.
009200*    SPLIT COMPUTES THROUGHOUT - THE ONE-SHOT R ** 2 * PI FORM
013600     OPEN INPUT REMN-IN
013700     OPEN I-O REMNANT-MASTER
013800     PERFORM 1050-CHECK-MASTER-STATUS THRU 1050-EXIT
013830     OPEN INPUT MATERIAL-MASTER
013860     PERFORM 1060-CHECK-MATL-STATUS THRU 1060-EXIT
013900     OPEN OUTPUT REMN-REPORT
014000     OPEN OUTPUT REMN-REJECTS
014100     SET CS-MODE-FORWARD TO TRUE
014150     SET CS-SHAPE-SQUARE TO TRUE
014200     MOVE "REMNT" TO CS-JOB-ID
014300     PERFORM 2100-READ-REMN-IN THRU 2100-EXIT.
014400******************************************************************
016400     GO TO 1050-EXIT.
016500 1050-EXIT.
016600     EXIT.
016605******************************************************************
016610*    1060-CHECK-MATL-STATUS THRU 1060-EXIT
016615*
016620*    THE MATERIAL MASTER IS CIRCSQR-MATL'S TO CREATE, NOT THIS
016625*    PROGRAM'S - A FAILED OPEN ABENDS, SAME AS CIRCSQR-MAINT.
016630******************************************************************
016635 1060-CHECK-MATL-STATUS.
016640     IF NOT CS-MATL-OK
016645         DISPLAY "CIRCSQR-REMNT: MATERIAL-MASTER OPEN FAILED, "
016650             "STATUS " CS-MATL-FILE-STATUS
016655         MOVE 16 TO RETURN-CODE
016660         GOBACK
016665     END-IF
016670     GO TO 1060-EXIT.
016675 1060-EXIT.
016680     EXIT.
016700******************************************************************
016800*    1100-VERIFY-BATCH-CONTROLS THRU 1100-EXIT
016900*
027000     PERFORM 3100-WRITE-INVENTORY-SUMMARY THRU 3100-EXIT
027100     CLOSE REMN-IN
027200     CLOSE REMNANT-MASTER
027250     CLOSE MATERIAL-MASTER
027300     CLOSE REMN-REPORT
027400     CLOSE REMN-REJECTS
027500     IF CS-REJECT-COUNT > ZERO
030400     MOVE "REMNANTS SCRAPPED" TO CS-TL-LABEL
030500     MOVE CS-SCRAPPED-COUNT TO CS-TL-COUNT
030600     WRITE REMN-REPORT-LINE FROM CS-TOTAL-LINE
030620     MOVE SPACES TO CS-TOTAL-LINE
030640     MOVE "REMNANTS RESERVED" TO CS-TL-LABEL
030660     MOVE CS-RESERVED-COUNT TO CS-TL-COUNT
030680     WRITE REMN-REPORT-LINE FROM CS-TOTAL-LINE
030700     MOVE SPACES TO CS-AREA-LINE
030800     MOVE "AVAILABLE RECLAIM AREA" TO CS-AL-LABEL
030900     MOVE CS-AVAIL-AREA TO CS-AL-AREA
032500             END-IF
032600         WHEN RM-CONSUMED
032700             ADD 1 TO CS-CONSUMED-COUNT
032730         WHEN RM-RESERVED
032760             ADD 1 TO CS-RESERVED-COUNT
032800         WHEN OTHER
032900             ADD 1 TO CS-SCRAPPED-COUNT
033000     END-EVALUATE
051011*    8150-SET-MATERIAL-CODE THRU 8150-EXIT
051012*
051013*    SPACES = MILD STEEL, THE HISTORICAL SINGLE-MATERIAL
051014*    LAYOUT; EITHER WAY THE CODE MUST BE ACTIVE ON MATLMAST -
051015*    SAME RULE AS CIRCSQR-MAINT.
051016******************************************************************
051017 8150-SET-MATERIAL-CODE.
051018     MOVE "N" TO CS-MATL-SWITCH
051022     ELSE
051023         MOVE RI-MATERIAL-CODE TO CS-MATERIAL-CODE
051024     END-IF
051025     PERFORM 8160-READ-MATERIAL-MASTER THRU 8160-EXIT
051026     IF MM-ACTIVE
051027         SET CS-MATL-VALID TO TRUE
051028     END-IF
051029     GO TO 8150-EXIT.
051031 8150-EXIT.
051032     EXIT.
051040******************************************************************
051045*    8160-READ-MATERIAL-MASTER THRU 8160-EXIT
051050*
051055*    A CODE NOT ON MATLMAST COMES BACK INACTIVE.
051060******************************************************************
051065 8160-READ-MATERIAL-MASTER.
051070     MOVE CS-MATERIAL-CODE TO MM-MATERIAL-CODE
051075     READ MATERIAL-MASTER
051080         INVALID KEY
051085             SET MM-INACTIVE TO TRUE
051090     END-READ
051093     GO TO 8160-EXIT.
051096 8160-EXIT.
051098     EXIT.
051100******************************************************************
051200*    8300-WRITE-REJECT THRU 8300-EXIT
051300*
