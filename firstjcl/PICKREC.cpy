      *----------------------------------------------------------*
      * PICK-TICKET-RECORD - ONE RECORD PER BACKORDER RELEASE,    *
      * WRITTEN BY INVENT AT END OF RUN SO THE DOCK IS TOLD TO    *
      * SHIP STOCK A RECEIPT RELEASED INSTEAD OF LEAVING IT FOR   *
      * CUSTOMER SERVICE TO NOTICE ON BKORDRPT. PK-TICKET-NUM IS  *
      * THE RELEASE DATE, THE BATCH THAT RELEASED IT AND A        *
      * SEQUENCE WITHIN THE RUN - THE SHIP CONFIRMATION QUOTES IT *
      * BACK. PK-ORDER-DATE IS THE RELEASED BACKORDER'S ORIGINAL  *
      * ORDER DATE, KEPT SO A SHORT PICK GOES BACK ON THE OPEN    *
      * BACKORDER FILE AS THE SAME ORDER. APPENDED TO BY INVENT,  *
      * PRINTED AND CLEARED DOWN BY PICKTKT.                      *
      *----------------------------------------------------------*
       01  PICK-TICKET-RECORD.
      *
           05  PK-TICKET-NUM.
               10  PK-RELEASE-DATE PIC 9(6).
               10  PK-BATCH-NUM    PIC 9(6).
               10  PK-TICKET-SEQ   PIC 9(4).
           05  PK-ITEM-NUM         PIC X(6).
           05  PK-CUSTOMER-ID      PIC X(6).
           05  PK-RELEASE-QTY      PIC 9(7).
           05  PK-PRIORITY         PIC 9(1).
           05  PK-WAREHOUSE-CODE   PIC X(4).
           05  PK-ORDER-DATE       PIC 9(6).
