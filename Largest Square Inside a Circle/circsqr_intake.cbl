001500*    COUNT TRAILER THE WAY CIRCSQR-MAINT BALANCES MAINTIN, AND
001600*    TRANSLATES EACH ORDER INTO STOCKRAW LAYOUT - STOCK ID,
001700*    RADIUS, JOB ID, MATERIAL, AND THE CUT-TO-ORDER SIDE AND
001800*    QUANTITY (AND HEIGHT, FOR A RECTANGLE) - BYTE FOR BYTE,
001850*    AND THE SHIFT, WITH NO FIELD EDITING.
001900*    CIRCSQR-EDIT THEN RUNS OVER THE RESULT UNCHANGED, SO ITS
002000*    REJECT/RESUBMIT WORKFLOW STAYS THE ONE PLACE CONTENT IS
002100*    POLICED.  RECORDS OF A TYPE THIS PROGRAM DOES NOT KNOW
002700*
002800*    MODIFICATION HISTORY.
002900*    2026-09-02  ROH  ORIGINAL VERSION.
002920*    2026-10-15  ROH  CARRIES THE HEIGHT OF A RECTANGULAR
002940*                     PIECE (EO-REQ-HEIGHT-X) TO ITS STOCKRAW
002960*                     COLUMNS, AS KEYED, FOR CIRCSQR-EDIT.
002968*    2026-10-15  ROH  CARRIES THE ORDER'S SHIFT (EO-SHIFT-CODE)
002976*                     TO ITS STOCKRAW COLUMN, AS KEYED, SO ERP
002984*                     CAN PUT AN ORDER ON THE SECOND SHIFT'S
002992*                     LIST.  SPACES STAYS THE DAY SHIFT.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. CIRCSQR-INTAKE.
006100     05  SW-REQ-SIDE          PIC X(09).
006200     05  SW-REQ-QTY           PIC X(03).
006300     05  SW-MATERIAL-CODE     PIC X(02).
006310     05  SW-SHIFT-CODE        PIC X(01).
006320*    CIRCSQR-PLAN'S REMNANT COLUMNS, NOT SENT.
006340     05  FILLER               PIC X(10).
006360     05  SW-REQ-HEIGHT        PIC X(09).
006400*    12 LAYOUT FILLER PLUS THE TWO SPARE COLUMNS CIRCSQR-EDIT
006500*    KEEPS FOR RESUBMITTED REJECTS - SEE ITS STOCKRAW FD.
006600     05  FILLER               PIC X(14).
006700 FD  INTAKE-REPORT
006800     RECORDING MODE IS F.
006900 01  INTAKE-REPORT-LINE       PIC X(80).
023500     MOVE EO-JOB-ID TO SW-JOB-ID
023600     MOVE EO-REQ-SIDE-X TO SW-REQ-SIDE
023700     MOVE EO-REQ-QTY-X TO SW-REQ-QTY
023750     MOVE EO-REQ-HEIGHT-X TO SW-REQ-HEIGHT
023800     MOVE EO-MATERIAL-CODE TO SW-MATERIAL-CODE
023850     MOVE EO-SHIFT-CODE TO SW-SHIFT-CODE
023900     WRITE STOCK-RAW-RECORD
024000     GO TO 2200-EXIT.
024100 2200-EXIT.
