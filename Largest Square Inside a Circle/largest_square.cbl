004000*    2026-09-02  ROH  CS-MATERIAL-CODE ADDED TO THE INTERFACE
004100*                     AND LOGGED ON EVERY AUDIT ROW, SO CALL
004200*                     FREQUENCIES CAN BE ANALYZED PER MATERIAL.
004210*    2026-10-15  ROH  RECTANGLE MODE (CS-SHAPE-FLAG "R").
004220*                     FORWARD SAYS WHETHER A CS-WIDTH BY
004230*                     CS-HEIGHT PIECE FITS THE BLANK; REVERSE
004240*                     RETURNS THE SMALLEST RADIUS IT FITS.
004250*                     THE AUDIT ROW CARRIES THE PIECE AREA.
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. AREA-LARGEST-SQUARE.
006500 01  CS-AUDIT-FILE-STATUS        PIC X(02).
006600     88  CS-AUDIT-FILE-NOT-FOUND VALUE "35".
006700 01  CS-AUDIT-TIMESTAMP          PIC X(26).
006710 01  CS-RECT-WORK-FIELDS.
006720     05  CS-WIDTH-SQUARED        PIC 9(12)V9(6).
006730     05  CS-HEIGHT-SQUARED       PIC 9(12)V9(6).
006740     05  CS-DIAGONAL-SQUARED     PIC 9(13)V9(6).
006750     05  CS-DIAMETER-SQUARED     PIC 9(13)V9(6).
006800 LINKAGE SECTION.
006900     COPY ALSPARMS.
007000 PROCEDURE DIVISION USING CS-LINKAGE-FIELDS.
007500     PERFORM 1000-VALIDATE-INPUT THRU 1000-EXIT
007600     IF CS-VALID-INPUT
007700         IF CS-MODE-REVERSE
007720             IF CS-SHAPE-RECTANGLE
007740                 PERFORM 2300-COMPUTE-RADIUS-FROM-RECT
007760                     THRU 2300-EXIT
007780             ELSE
007800                 PERFORM 2100-COMPUTE-RADIUS-FROM-SIDE
007900                     THRU 2100-EXIT
007950             END-IF
008000         ELSE
008100             PERFORM 2000-COMPUTE-AREA THRU 2000-EXIT
008120             IF CS-SHAPE-RECTANGLE AND CS-VALID-INPUT
008140                 PERFORM 2200-TEST-RECTANGLE-FIT
008160                     THRU 2200-EXIT
008180             END-IF
008200         END-IF
008300     END-IF
008400     PERFORM 3000-WRITE-AUDIT-RECORD THRU 3000-EXIT
008800******************************************************************
008900 1000-VALIDATE-INPUT.
009000     SET CS-VALID-INPUT TO TRUE
009010     SET CS-RECT-NO-FIT TO TRUE
009020     IF CS-SHAPE-RECTANGLE
009030         IF CS-WIDTH = ZERO OR CS-HEIGHT = ZERO
009040             SET CS-ZERO-SIDE-ERROR TO TRUE
009050         END-IF
009060     END-IF
009100     IF CS-MODE-REVERSE
009200         MOVE ZERO TO CS-RADIUS
009300         MOVE ZERO TO CS-AREA
009400         IF CS-SIDE-LENGTH = ZERO AND NOT CS-SHAPE-RECTANGLE
009500             SET CS-ZERO-SIDE-ERROR TO TRUE
009600         END-IF
009700     ELSE
014400     GO TO 2100-EXIT.
014500 2100-EXIT.
014600     EXIT.
014601******************************************************************
014602*    2200-TEST-RECTANGLE-FIT THRU 2200-EXIT
014603*
014604*    A RECTANGLE COMES OUT OF THE BLANK WHEN ITS DIAGONAL IS NO
014605*    LONGER THAN THE DIAMETER: W**2 + H**2 <= (2R)**2.  THE
014606*    AREA RETURNED IS THE PIECE'S OWN, W * H, NOT THE LARGEST
014607*    SQUARE'S; CS-SIDE-LENGTH STILL CARRIES THE LARGEST SQUARE
014608*    2000 WORKED OUT.  A SIZE ERROR IS REPORTED, NEVER A FIT.
014609******************************************************************
014610 2200-TEST-RECTANGLE-FIT.
014611     PERFORM 2400-SQUARE-DIAGONAL THRU 2400-EXIT
014612     IF NOT CS-VALID-INPUT
014613         GO TO 2200-EXIT
014614     END-IF
014615     COMPUTE CS-DIAMETER-SQUARED ROUNDED = CS-RADIUS ** 2
014616         ON SIZE ERROR
014617             SET CS-SIZE-ERROR TO TRUE
014618             GO TO 2200-EXIT
014619     END-COMPUTE
014620     COMPUTE CS-DIAMETER-SQUARED ROUNDED = CS-DIAMETER-SQUARED * 4
014621         ON SIZE ERROR
014622             SET CS-SIZE-ERROR TO TRUE
014623             GO TO 2200-EXIT
014624     END-COMPUTE
014625     COMPUTE CS-AREA ROUNDED = CS-WIDTH * CS-HEIGHT
014626         ON SIZE ERROR
014627             SET CS-SIZE-ERROR TO TRUE
014628             GO TO 2200-EXIT
014629     END-COMPUTE
014630     IF CS-DIAGONAL-SQUARED NOT > CS-DIAMETER-SQUARED
014631         SET CS-RECT-FITS TO TRUE
014632     END-IF
014633     GO TO 2200-EXIT.
014634 2200-EXIT.
014635     EXIT.
014636******************************************************************
014637*    2300-COMPUTE-RADIUS-FROM-RECT THRU 2300-EXIT
014638*
014639*    REVERSE LOOKUP FOR A RECTANGLE - THE SMALLEST BLANK IT
014640*    FITS HAS THE DIAGONAL FOR ITS DIAMETER, SO
014641*    R = SQRT(W**2 + H**2) / 2.  THE RECTANGLE FITS THAT BLANK
014642*    BY CONSTRUCTION.
014643******************************************************************
014644 2300-COMPUTE-RADIUS-FROM-RECT.
014645     PERFORM 2400-SQUARE-DIAGONAL THRU 2400-EXIT
014646     IF NOT CS-VALID-INPUT
014647         GO TO 2300-EXIT
014648     END-IF
014649     COMPUTE CS-RADIUS ROUNDED =
014650         FUNCTION SQRT(CS-DIAGONAL-SQUARED) / 2
014651         ON SIZE ERROR
014652             SET CS-SIZE-ERROR TO TRUE
014653             GO TO 2300-EXIT
014654     END-COMPUTE
014655     COMPUTE CS-AREA ROUNDED = CS-WIDTH * CS-HEIGHT
014656         ON SIZE ERROR
014657             SET CS-SIZE-ERROR TO TRUE
014658             GO TO 2300-EXIT
014659     END-COMPUTE
014660     SET CS-RECT-FITS TO TRUE
014661     GO TO 2300-EXIT.
014662 2300-EXIT.
014663     EXIT.
014664******************************************************************
014665*    2400-SQUARE-DIAGONAL THRU 2400-EXIT
014666*
014667*    W**2 + H**2, IN SEPARATE COMPUTES FOR THE SAME REASON AS
014668*    THE 2000 AREA ORDERING NOTE.
014669******************************************************************
014670 2400-SQUARE-DIAGONAL.
014671     COMPUTE CS-WIDTH-SQUARED ROUNDED = CS-WIDTH ** 2
014672         ON SIZE ERROR
014673             SET CS-SIZE-ERROR TO TRUE
014674             GO TO 2400-EXIT
014675     END-COMPUTE
014676     COMPUTE CS-HEIGHT-SQUARED ROUNDED = CS-HEIGHT ** 2
014677         ON SIZE ERROR
014678             SET CS-SIZE-ERROR TO TRUE
014679             GO TO 2400-EXIT
014680     END-COMPUTE
014681     COMPUTE CS-DIAGONAL-SQUARED ROUNDED =
014682         CS-WIDTH-SQUARED + CS-HEIGHT-SQUARED
014683         ON SIZE ERROR
014684             SET CS-SIZE-ERROR TO TRUE
014685     END-COMPUTE
014686     GO TO 2400-EXIT.
014687 2400-EXIT.
014688     EXIT.
014700******************************************************************
014800*    3000-WRITE-AUDIT-RECORD THRU 3000-EXIT
014900*
