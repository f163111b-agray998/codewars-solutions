004100*                     BOTH JOBS WANT AUDITTRL.  THE OPERATOR'S
004200*                     RUNOVRD CARD WAIVES THE RULE AND PRINTS
004300*                     ON FREQRPT.
004330*    2026-10-15  ROH  THE MAINTADD TRAILER CARRIES A ZERO STOCK-
004360*                     LEVEL COUNT NOW THAT MAINTIN HAS ONE.
004400******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. CIRCSQR-FREQ.
057800     MOVE ZERO TO MT-UPDATE-COUNT
057900     MOVE ZERO TO MT-RETIRE-COUNT
057901     MOVE ZERO TO MT-RATE-COUNT
057941     MOVE ZERO TO MT-LEVEL-COUNT
058000     WRITE MAINT-TRAILER-RECORD
058100     GO TO 5200-EXIT.
058200 5200-EXIT.
