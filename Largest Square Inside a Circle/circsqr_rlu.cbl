002620*                     MATERIAL CODE (SPACES = MILD STEEL) AND
002630*                     THE STANDARD-SIZE WALK RECOMMENDS ONLY
002640*                     FROM THAT MATERIAL'S OWN SET OF SIZES.
002648*    2026-10-15  ROH  RECTANGULAR PIECES.  A REQUEST WITH A
002656*                     HEIGHT (SR-HEIGHT) CALLS THE SUBPROGRAM
002664*                     IN RECTANGLE MODE - THE MINIMUM RADIUS IS
002672*                     HALF THE PIECE'S DIAGONAL AND THE WASTE
002680*                     IS TAKEN AGAINST ITS REAL AREA.  THE
002688*                     REPORT SHOWS THE RECTANGLE UNDER ITS LINE.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CIRCSQR-RLU.
010000     05  CS-DL-WASTE-AREA     PIC ZZZZZZZ9.999.
010100     05  FILLER               PIC X(02).
010200     05  CS-DL-STATUS         PIC X(10).
010210*    FOLLOWS A RECTANGLE REQUEST - SIDE-REQD ABOVE IS ITS WIDTH.
010220 01  CS-RECT-LINE.
010230     05  FILLER               PIC X(17)  VALUE SPACES.
010240     05  FILLER               PIC X(12)  VALUE "RECTANGLE".
010250     05  CS-RL-WIDTH          PIC ZZZZZ9.999.
010260     05  FILLER               PIC X(03)  VALUE " X ".
010270     05  CS-RL-HEIGHT         PIC ZZZZZ9.999.
010300 PROCEDURE DIVISION.
010400******************************************************************
010500*    0000-MAINLINE
014500******************************************************************
014600 2000-PROCESS-SIDE-REQUEST.
014700     MOVE SR-SIDE-LENGTH TO CS-SIDE-LENGTH
014710     SET CS-SHAPE-SQUARE TO TRUE
014720     IF SR-HEIGHT NUMERIC
014730         IF SR-HEIGHT > ZERO
014740             SET CS-SHAPE-RECTANGLE TO TRUE
014750             MOVE SR-SIDE-LENGTH TO CS-WIDTH
014760             MOVE SR-HEIGHT TO CS-HEIGHT
014770         END-IF
014780     END-IF
014800     MOVE SR-JOB-ID TO CS-JOB-ID
014810*    SPACES = MILD STEEL, THE HISTORICAL SINGLE-MATERIAL LAYOUT.
014820     IF SR-MATERIAL-CODE = SPACES
015000     MOVE SPACES TO CS-DETAIL-LINE
015100     MOVE SR-JOB-ID TO CS-DL-JOB-ID
015150     MOVE CS-MATERIAL-CODE TO CS-DL-MATERIAL
015200     MOVE SR-SIDE-LENGTH TO CS-DL-SIDE-LENGTH
015300     MOVE CS-RADIUS TO CS-DL-RADIUS
015400     MOVE ZERO TO CS-DL-STD-RADIUS
015500     MOVE ZERO TO CS-DL-WASTE-AREA
017100         MOVE "REJECTED" TO CS-DL-STATUS
017200     END-IF
017300     WRITE RLU-REPORT-LINE FROM CS-DETAIL-LINE
017310     IF CS-SHAPE-RECTANGLE
017320         MOVE CS-WIDTH TO CS-RL-WIDTH
017330         MOVE CS-HEIGHT TO CS-RL-HEIGHT
017340         WRITE RLU-REPORT-LINE FROM CS-RECT-LINE
017350     END-IF
017400     PERFORM 2100-READ-SIDE-REQUEST THRU 2100-EXIT
017500     GO TO 2000-EXIT.
017600 2000-EXIT.
022300*    2300-COMPUTE-WASTE THRU 2300-EXIT
022400*
022500*    WASTE IS THE STANDARD BLANK'S CIRCLE AREA LESS THE AREA OF
022600*    THE REQUIRED PIECE (CS-AREA, WHICH THE REVERSE CALL HAS
022700*    ALREADY SET TO SIDE ** 2, OR W * H FOR A RECTANGLE).
022750*    EVERY COMPUTE TRAPS SIZE ERROR
022800*    - THIS COMPILER HAS FORM ON RETURNING WRONG ANSWERS
022900*    QUIETLY.
023000******************************************************************
