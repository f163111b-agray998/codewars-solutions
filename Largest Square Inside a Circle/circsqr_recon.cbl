005300*                     PAIR OFF ONE FOR ONE, EXACTLY AS THE
005400*                     TABLE DID.  SAME REPORT, SAME CARRY
005500*                     FILE, SAME COUNTS - NO VOLUME LIMIT.
005530*    2026-10-15  ROH  A JOB-MASTER ROW STARTED HERE NOW ZEROES
005560*                     THE JOB-COST FIELDS TOO.
005600******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. CIRCSQR-RECON.
070900             MOVE ZERO TO JB-BLANKS-REJECTED
071000             MOVE ZERO TO JB-BLANKS-NO-STOCK
071100             MOVE ZERO TO JB-ERP-POSTED
071110             MOVE ZERO TO JB-PIECES-DELIVERED
071120             MOVE ZERO TO JB-AREA-DELIVERED
071130             MOVE ZERO TO JB-MATERIAL-COST
071140             MOVE ZERO TO JB-SCRAP-CREDIT
071150             MOVE ZERO TO JB-WASTE-COST
071160             MOVE ZERO TO JB-QA-LOSS-COST
071170             MOVE ZERO TO JB-BILLED-DATE
071200             MOVE CS-RUN-DATE TO JB-FIRST-SEEN-DATE
071300             MOVE "N" TO CS-JOBMAST-HIT-SWITCH
071400         NOT INVALID KEY
