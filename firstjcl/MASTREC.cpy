      * DISCONTINUED (NO NEW ORDERS SUGGESTED), OR OBSOLETE        *
      * (PURGED AT MONTH-END ONCE QOH AND QOO REACH ZERO). SPACES  *
      * ON RECORDS FROM BEFORE THE FIELD EXISTED MEANS ACTIVE.     *
      * MR-HELD-QTY IS THE PART OF MR-QOH ON HOLD IN QUARANTINE -  *
      * STILL OWNED AND VALUED, BUT NOT FREE TO SELL, TRANSFER OR  *
      * RELEASE TO BACKORDERS. FREE STOCK IS MR-QOH LESS           *
      * MR-HELD-QTY. NOT NUMERIC ON RECORDS FROM BEFORE THE FIELD  *
      * EXISTED, WHICH MEANS NOTHING HELD.                         *
      *----------------------------------------------------------*
       01  MASTER-RECORD.
      *
           05  MR-ITEM-NUM         PIC X(6).
           05  MR-ITEM-DESC        PIC X(28).
           05  MR-QOH              PIC 9(7).
           05  MR-QOO              PIC 9(7).
           05  MR-INV-AMOUNT       PIC 9(9)V99.
           05  MR-YTD-SOLD         PIC 9(8).
           05  MR-ITEM-CATEGORY    PIC X(4).
           05  MR-UNIT-COST        PIC 9(5)V99.
           05  MR-VENDOR-NUM       PIC X(6).
               88  MR-ACTIVE           VALUE 'A' ' '.
               88  MR-DISCONTINUED     VALUE 'D'.
               88  MR-OBSOLETE         VALUE 'O'.
           05  MR-HELD-QTY         PIC 9(7).
