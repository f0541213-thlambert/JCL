               88  BH-IS-HEADER        VALUE 'BATCHH'.
           05  BH-BATCH-DATE       PIC 9(6).
           05  BH-BATCH-NUM        PIC 9(6).
           05  FILLER              PIC X(75).
      *
       01  BATCH-TRAILER-REC.
      *
           05  BT-RECORD-ID        PIC X(6).
               88  BT-IS-TRAILER       VALUE 'BATCHT'.
           05  BT-RECORD-COUNT     PIC 9(6).
           05  BT-QTY-HASH         PIC 9(10).
           05  FILLER              PIC X(71).
