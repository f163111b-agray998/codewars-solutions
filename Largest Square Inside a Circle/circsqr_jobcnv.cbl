000100******************************************************************
000200*    PROGRAM-ID.  CIRCSQR-JOBCNV
000300*    AUTHOR.      R. OKONKWO-HALE, CUTTING FLOOR SYSTEMS
000400*    INSTALLATION. CIRCLE-SQUARING SHOP
000500*    DATE-WRITTEN. 2026-10-15
000600*    DATE-COMPILED.
000700*
000800*    REMARKS.  ONE-TIME JOB-MASTER CONVERSION FOR JOB COSTING.
000900*    THE JOB-MASTER ROW GREW FROM 64 BYTES TO 138 WITH THE
001000*    PIECES/AREA DELIVERED, THE COST ROLLUP AND THE BILL
001100*    STATUS APPENDED, SO THE INDEXED FILE HAS TO BE REBUILT.
001200*    THIS PROGRAM READS THE OLD-LAYOUT MASTER FRONT TO BACK AND
001300*    WRITES EVERY ROW TO THE NEW LAYOUT WITH ITS COUNTS AS THEY
001400*    WERE AND THE COST FIELDS AT ZERO - NOTHING CUT BEFORE THE
001500*    CONVERSION WAS EVER ROLLED UP BY JOB, AND NO FIGURE IS
001600*    BETTER THAN A GUESSED ONE.
001700*
001800*    A JOB ALREADY COMPLETE ON THE OLD MASTER (THE SAME RULE AS
001900*    2200-DERIVE-STATUS IN CIRCSQR-JOBRPT) HAS BEEN INVOICED BY
002000*    HAND FROM CUTRPT.  ITS ROW IS STAMPED "H" (BILLED BY HAND)
002100*    WITH TODAY'S DATE, SO THE FIRST CIRCSQR-JOBRPT RUN ON THE
002200*    NEW LAYOUT DOES NOT SEND ERP A SECOND, ZERO-COST INVOICE
002300*    FOR EVERY FINISHED JOB ON FILE.
002310*
002320*    A JOB PART CUT BUT NOT YET COMPLETE IS HELD OUT OF BILLING
002330*    ("P") RATHER THAN SEEDED - APRCUTS HOLDS ONLY THE LAST DAY
002340*    AND AUDITTRL CARRIES NO COST, SO ITS EARLY PIECES CANNOT BE
002350*    PRICED.  EACH HELD JOB IS LISTED ON CNVRPT FOR BILLING BY
002360*    HAND WHEN IT COMPLETES.  RUN ONCE, BEFORE THE FIRST
002400*    CUTTING RUN ON THE NEW LAYOUT, WITH NOTHING ELSE HOLDING
002500*    EITHER DATASET.
002600*
002700*    MODIFICATION HISTORY.
002800*    2026-10-15  ROH  ORIGINAL VERSION.
002830*    2026-10-15  ROH  JOBS PART CUT AT CONVERSION ARE HELD OUT
002860*                     OF BILLING ("P") AND LISTED (2200).
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CIRCSQR-JOBCNV.
003200 AUTHOR. R. OKONKWO-HALE.
003300 INSTALLATION. CIRCLE-SQUARING SHOP.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. GNUCOBOL.
003900 OBJECT-COMPUTER. GNUCOBOL.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OLD-JOB-MASTER ASSIGN TO "JOBMASTO"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS OJ-JOB-ID
004600         FILE STATUS IS CS-OLD-FILE-STATUS.
004700     SELECT NEW-JOB-MASTER ASSIGN TO "JOBMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS JB-JOB-ID
005100         FILE STATUS IS CS-NEW-FILE-STATUS.
005200     SELECT CONVERT-REPORT ASSIGN TO "CNVRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600******************************************************************
005700*    THE OLD LAYOUT, FROZEN HERE - THE JOBMAST COPYBOOK NOW
005800*    DESCRIBES THE NEW LAYOUT AND MUST NOT BE USED FOR THE
005900*    FILE BEING CONVERTED.
006000******************************************************************
006100 FD  OLD-JOB-MASTER
006200     RECORDING MODE IS F.
006300 01  OLD-JOB-MASTER-RECORD.
006400     05  OJ-JOB-ID               PIC X(08).
006500     05  OJ-BLANKS-REQUESTED     PIC 9(06).
006600     05  OJ-BLANKS-CUT           PIC 9(06).
006700     05  OJ-BLANKS-SHORT         PIC 9(06).
006800     05  OJ-BLANKS-REJECTED      PIC 9(06).
006900     05  OJ-BLANKS-NO-STOCK      PIC 9(06).
007000     05  OJ-ERP-POSTED           PIC 9(06).
007100     05  OJ-FIRST-SEEN-DATE      PIC 9(08).
007200     05  OJ-LAST-ACTIVITY-DATE   PIC 9(08).
007300     05  FILLER                  PIC X(04).
007400 FD  NEW-JOB-MASTER
007500     RECORDING MODE IS F.
007600     COPY JOBMAST.
007700 FD  CONVERT-REPORT
007800     RECORDING MODE IS F.
007900 01  CONVERT-REPORT-LINE      PIC X(80).
008000 WORKING-STORAGE SECTION.
008100 01  CS-OLD-FILE-STATUS       PIC X(02)  VALUE "00".
008200 01  CS-NEW-FILE-STATUS       PIC X(02)  VALUE "00".
008300 01  CS-SWITCHES.
008400     05  CS-EOF-SWITCH        PIC X(01)  VALUE "N".
008500         88  CS-END-OF-FILE   VALUE "Y".
008600 01  CS-COUNTERS.
008700     05  CS-READ-COUNT        PIC 9(06)  VALUE ZERO COMP.
008800     05  CS-WRITE-COUNT       PIC 9(06)  VALUE ZERO COMP.
008900     05  CS-HAND-BILLED-COUNT PIC 9(06)  VALUE ZERO COMP.
008950     05  CS-HELD-COUNT        PIC 9(06)  VALUE ZERO COMP.
009000 01  CS-TERMINAL-COUNT        PIC 9(08)  VALUE ZERO.
009100 01  CS-RUN-DATE              PIC 9(08)  VALUE ZERO.
009200 01  CS-CURRENT-DATE-TIME     PIC X(26)  VALUE SPACES.
009300 01  CS-HEADING-1.
009400     05  FILLER               PIC X(20)  VALUE "CIRCSQR-JOBCNV".
009500     05  FILLER               PIC X(40)  VALUE
009600         "JOB-MASTER JOB-COSTING CONVERSION".
009700 01  CS-TOTAL-LINE.
009800     05  CS-TL-LABEL          PIC X(26).
009900     05  CS-TL-COUNT          PIC ZZZZZ9.
009907 01  CS-HEADING-2.
009914     05  FILLER               PIC X(60)  VALUE
009921         "JOBS PART CUT, NOT COMPLETE - HELD OUT OF BILLING".
009928 01  CS-HEADING-3.
009935     05  FILLER               PIC X(60)  VALUE
009942         "(NOT SEEDED) - INVOICE BY HAND FROM CUTRPT WHEN DONE".
009949 01  CS-HELD-DETAIL-LINE.
009956     05  FILLER               PIC X(06)  VALUE "HELD".
009963     05  CS-HD-JOB-ID         PIC X(10).
009970     05  FILLER               PIC X(04)  VALUE "CUT".
009977     05  CS-HD-CUT            PIC ZZZZZ9.
009984     05  FILLER               PIC X(04)  VALUE " OF".
009991     05  CS-HD-REQUESTED      PIC ZZZZZ9.
010000 PROCEDURE DIVISION.
010100******************************************************************
010200*    0000-MAINLINE
010300******************************************************************
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE
010600     PERFORM 2000-CONVERT-ONE-ROW THRU 2000-EXIT
010700         UNTIL CS-END-OF-FILE
010800     PERFORM 3000-TERMINATE
010900     GOBACK.
011000******************************************************************
011100*    1000-INITIALIZE
011200*
011300*    AN UNOPENABLE OLD MASTER MUST NOT TURN INTO AN EMPTY NEW
011400*    ONE QUIETLY CATALOGED OVER EVERY JOB ON FILE - EITHER
011500*    OPEN FAILURE ABENDS BEFORE A ROW MOVES.
011600******************************************************************
011700 1000-INITIALIZE.
011800     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATE-TIME
011900     MOVE CS-CURRENT-DATE-TIME (1:8) TO CS-RUN-DATE
012000     OPEN INPUT OLD-JOB-MASTER
012100     IF CS-OLD-FILE-STATUS NOT = "00"
012200         DISPLAY "CIRCSQR-JOBCNV: JOBMASTO OPEN FAILED, STATUS "
012300             CS-OLD-FILE-STATUS
012400         MOVE 16 TO RETURN-CODE
012500         GOBACK
012600     END-IF
012700     OPEN OUTPUT NEW-JOB-MASTER
012800     IF CS-NEW-FILE-STATUS NOT = "00"
012900         DISPLAY "CIRCSQR-JOBCNV: JOBMAST OPEN FAILED, STATUS "
013000             CS-NEW-FILE-STATUS
013100         MOVE 16 TO RETURN-CODE
013200         GOBACK
013300     END-IF
013400     OPEN OUTPUT CONVERT-REPORT
013500     WRITE CONVERT-REPORT-LINE FROM CS-HEADING-1
013510     MOVE SPACES TO CONVERT-REPORT-LINE
013520     WRITE CONVERT-REPORT-LINE
013530     WRITE CONVERT-REPORT-LINE FROM CS-HEADING-2
013540     WRITE CONVERT-REPORT-LINE FROM CS-HEADING-3
013550     MOVE SPACES TO CONVERT-REPORT-LINE
013560     WRITE CONVERT-REPORT-LINE
013600     PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT.
013700******************************************************************
013800*    2000-CONVERT-ONE-ROW THRU 2000-EXIT
013900*
014000*    EVERY OLD ROW COMES ACROSS FIELD FOR FIELD, COST FIELDS AT
014100*    ZERO.  OLD ROWS ARRIVE IN JOB-ID ORDER, SO THE SEQUENTIAL
014200*    WRITES LAND IN KEY ORDER - A DUPLICATE MEANS THE INPUT IS
014300*    NOT AN OLD-LAYOUT MASTER AND THE RUN ABENDS.
014400******************************************************************
014500 2000-CONVERT-ONE-ROW.
014600     ADD 1 TO CS-READ-COUNT
014700     MOVE SPACES TO JOB-MASTER-RECORD
014800     MOVE OJ-JOB-ID TO JB-JOB-ID
014900     MOVE OJ-BLANKS-REQUESTED TO JB-BLANKS-REQUESTED
015000     MOVE OJ-BLANKS-CUT TO JB-BLANKS-CUT
015100     MOVE OJ-BLANKS-SHORT TO JB-BLANKS-SHORT
015200     MOVE OJ-BLANKS-REJECTED TO JB-BLANKS-REJECTED
015300     MOVE OJ-BLANKS-NO-STOCK TO JB-BLANKS-NO-STOCK
015400     MOVE OJ-ERP-POSTED TO JB-ERP-POSTED
015500     MOVE OJ-FIRST-SEEN-DATE TO JB-FIRST-SEEN-DATE
015600     MOVE OJ-LAST-ACTIVITY-DATE TO JB-LAST-ACTIVITY-DATE
015700     MOVE ZERO TO JB-PIECES-DELIVERED
015800     MOVE ZERO TO JB-AREA-DELIVERED
015900     MOVE ZERO TO JB-MATERIAL-COST
016000     MOVE ZERO TO JB-SCRAP-CREDIT
016100     MOVE ZERO TO JB-WASTE-COST
016200     MOVE ZERO TO JB-QA-LOSS-COST
016300     MOVE ZERO TO JB-BILLED-DATE
016400     PERFORM 2200-MARK-HAND-BILLED THRU 2200-EXIT
016500     WRITE JOB-MASTER-RECORD
016600         INVALID KEY
016700             DISPLAY "CIRCSQR-JOBCNV: DUPLICATE KEY AT JOB "
016800                 OJ-JOB-ID
016900             MOVE 16 TO RETURN-CODE
017000             GOBACK
017100         NOT INVALID KEY
017200             ADD 1 TO CS-WRITE-COUNT
017300     END-WRITE
017400     PERFORM 2100-READ-OLD-MASTER THRU 2100-EXIT
017500     GO TO 2000-EXIT.
017600 2000-EXIT.
017700     EXIT.
017800******************************************************************
017900*    2100-READ-OLD-MASTER THRU 2100-EXIT
018000******************************************************************
018100 2100-READ-OLD-MASTER.
018200     READ OLD-JOB-MASTER NEXT RECORD
018300         AT END
018400             SET CS-END-OF-FILE TO TRUE
018500     END-READ
018600     GO TO 2100-EXIT.
018700 2100-EXIT.
018800     EXIT.
018900******************************************************************
019000*    2200-MARK-HAND-BILLED THRU 2200-EXIT
019100*
019200*    THE COMPLETE RULE IS CIRCSQR-JOBRPT'S, WORD FOR WORD - A
019300*    JOB IT WOULD CALL COMPLETE ON ITS FIRST RUN IS ONE THAT
019400*    WAS ALREADY INVOICED BY HAND.  ONE WITH PIECES CUT BUT NOT
019420*    YET COMPLETE IS HELD ("P") AND LISTED - ITS PRE-CONVERSION
019440*    PIECES CARRY NO COST, SO AN AUTOMATIC BILL WOULD BE SHORT.
019460*    A JOB WITH NOTHING CUT YET IS LEFT TO BILL NORMALLY.
019500******************************************************************
019600 2200-MARK-HAND-BILLED.
019700     COMPUTE CS-TERMINAL-COUNT =
019800         JB-BLANKS-CUT + JB-BLANKS-SHORT
019900         + JB-BLANKS-REJECTED + JB-BLANKS-NO-STOCK
020000     IF JB-BLANKS-CUT > ZERO
020100         AND JB-BLANKS-REQUESTED = CS-TERMINAL-COUNT
020200         AND JB-ERP-POSTED NOT < JB-BLANKS-CUT
020300         SET JB-BILLED-BY-HAND TO TRUE
020400         MOVE CS-RUN-DATE TO JB-BILLED-DATE
020500         ADD 1 TO CS-HAND-BILLED-COUNT
020600         GO TO 2200-EXIT
020610     END-IF
020620     IF JB-BLANKS-CUT > ZERO
020630         SET JB-HELD-FOR-HAND TO TRUE
020640         ADD 1 TO CS-HELD-COUNT
020650         MOVE JB-JOB-ID TO CS-HD-JOB-ID
020660         MOVE JB-BLANKS-CUT TO CS-HD-CUT
020670         MOVE JB-BLANKS-REQUESTED TO CS-HD-REQUESTED
020680         WRITE CONVERT-REPORT-LINE FROM CS-HELD-DETAIL-LINE
020690     END-IF
020700     GO TO 2200-EXIT.
020800 2200-EXIT.
020900     EXIT.
021000******************************************************************
021100*    3000-TERMINATE
021200*
021300*    READ MUST EQUAL WRITTEN - PRINTED SO THE OPERATOR CAN
021400*    PROVE THE CONVERSION MOVED EVERY ROW BEFORE THE OLD FILE
021500*    IS RETIRED.
021600******************************************************************
021700 3000-TERMINATE.
021800     MOVE SPACES TO CONVERT-REPORT-LINE
021900     WRITE CONVERT-REPORT-LINE
022000     MOVE SPACES TO CS-TOTAL-LINE
022100     MOVE "ROWS READ" TO CS-TL-LABEL
022200     MOVE CS-READ-COUNT TO CS-TL-COUNT
022300     WRITE CONVERT-REPORT-LINE FROM CS-TOTAL-LINE
022400     MOVE SPACES TO CS-TOTAL-LINE
022500     MOVE "ROWS WRITTEN" TO CS-TL-LABEL
022600     MOVE CS-WRITE-COUNT TO CS-TL-COUNT
022700     WRITE CONVERT-REPORT-LINE FROM CS-TOTAL-LINE
022800     MOVE SPACES TO CS-TOTAL-LINE
022900     MOVE "  MARKED BILLED BY HAND" TO CS-TL-LABEL
023000     MOVE CS-HAND-BILLED-COUNT TO CS-TL-COUNT
023100     WRITE CONVERT-REPORT-LINE FROM CS-TOTAL-LINE
023120     MOVE SPACES TO CS-TOTAL-LINE
023140     MOVE "  HELD OUT OF BILLING" TO CS-TL-LABEL
023160     MOVE CS-HELD-COUNT TO CS-TL-COUNT
023180     WRITE CONVERT-REPORT-LINE FROM CS-TOTAL-LINE
023200     CLOSE OLD-JOB-MASTER
023300     CLOSE NEW-JOB-MASTER
023400     CLOSE CONVERT-REPORT
023500     IF CS-READ-COUNT NOT = CS-WRITE-COUNT
023600         MOVE 16 TO RETURN-CODE
023700     END-IF.
023800 END PROGRAM CIRCSQR-JOBCNV.
