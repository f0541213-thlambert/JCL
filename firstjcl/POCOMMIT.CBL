      * THE COMMITMENTS AGAINST 'R' RECEIPTS ON THE MOVEMENT
      * TRAIL AND REPORTS EACH VENDOR'S REAL LEAD TIME AND FILL
      * RATE.
      *
      * A SUGGESTION LINE NOW CARRIES THE VENDOR'S PURCHASING UNIT
      * AND ITS FACTOR, AND THE COMMITMENT KEEPS BOTH, SO THE ORDER
      * QUANTITY STAYS IN THE UNIT THE VENDOR WAS ASKED FOR. A LINE
      * FROM AN OLDER SUGGESTION FILE WITH NO FACTOR IS COMMITTED
      * AS FACTOR 1.
      *
      * THE GROUP PROOF QUANTITY NOW CARRIES 9 DIGITS TO MATCH THE
      * WIDER PS-QTY-TOTAL ON THE SUGGESTION FILE'S 'V' RECORDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       01  WS-GROUP-PROOF.
           05  WS-GROUP-LINES       PIC 9(5) VALUE ZERO.
           05  WS-GROUP-QTY         PIC 9(9) VALUE ZERO.
           05  WS-PROOF-ERRORS      PIC 9(3) COMP VALUE ZERO.
           05  WS-DANGLING-SWITCH   PIC X(3) VALUE 'NO'.
           88  GROUP-LEFT-OPEN      VALUE 'YES'.
           MOVE ZERO             TO PM-RECEIVED-QTY
           MOVE ZERO             TO PM-RECEIPT-DATE
           MOVE 'O'              TO PM-STATUS
           MOVE PS-PURCH-UNIT    TO PM-ORDER-UNIT
           IF PS-PURCH-FACTOR NUMERIC AND PS-PURCH-FACTOR > ZERO
               MOVE PS-PURCH-FACTOR TO PM-UNIT-FACTOR
           ELSE
               MOVE 1               TO PM-UNIT-FACTOR
           END-IF
           WRITE PO-COMMIT-RECORD
           ADD 1 TO WS-COMMIT-COUNT.
       1000-TAKE-ONE-RECORD-EXIT. EXIT.
