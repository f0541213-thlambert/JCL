      * RECEIPTS (THE FIRST EVER RUN, OR A TRAIL JUST ROLLED OFF
      * BY MOVARCH). LIKE INVENT, AN OPTIONAL WAREHOUSE CODE IN
      * THE NEXT FOUR POSITIONS PICKS THAT SITE'S MOVEMENT FILE.
      *
      * THE COMMITMENT TABLE NOW CARRIES POCMTREC'S 7-DIGIT ORDER
      * AND RECEIVED QUANTITIES SO A LARGE RECEIPT IS NOT
      * TRUNCATED WHEN THE COMMITMENTS ARE REWRITTEN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-CMT-ENTRY OCCURS 9999 TIMES.
               10  CM-VENDOR-NUM    PIC X(6).
               10  CM-ITEM-NUM      PIC X(6).
               10  CM-ORDER-QTY     PIC 9(7).
               10  CM-ORDER-DATE    PIC 9(6).
               10  CM-EXPECT-DATE   PIC 9(6).
               10  CM-RECEIVED-QTY  PIC 9(7).
               10  CM-RECEIPT-DATE  PIC 9(6).
               10  CM-STATUS        PIC X(1).
               10  CM-ORDER-UNIT    PIC X(2).
               10  CM-UNIT-FACTOR   PIC 9(4).
      *
      * THE VENDOR MASTER, FOR NAMES AND QUOTED LEAD TIMES.
      *
                      TO CM-RECEIPT-DATE(WS-CMT-COUNT)
                    MOVE PM-STATUS
                      TO CM-STATUS(WS-CMT-COUNT)
                    MOVE PM-ORDER-UNIT
                      TO CM-ORDER-UNIT(WS-CMT-COUNT)
                    MOVE PM-UNIT-FACTOR
                      TO CM-UNIT-FACTOR(WS-CMT-COUNT)
                    PERFORM 0600-NOTE-VENDOR
                       THRU 0600-NOTE-VENDOR-EXIT
               END-READ
               MOVE CM-RECEIVED-QTY(WS-MI) TO PM-RECEIVED-QTY
               MOVE CM-RECEIPT-DATE(WS-MI) TO PM-RECEIPT-DATE
               MOVE CM-STATUS(WS-MI)       TO PM-STATUS
               MOVE CM-ORDER-UNIT(WS-MI)   TO PM-ORDER-UNIT
               MOVE CM-UNIT-FACTOR(WS-MI)  TO PM-UNIT-FACTOR
               WRITE PO-COMMIT-RECORD
           END-PERFORM
           CLOSE PO-COMMIT-FILE.
