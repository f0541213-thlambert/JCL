       01  REORDER-POINT-RECORD.
      *
           05  RP-ITEM-NUM         PIC X(6).
           05  RP-REORDER-POINT    PIC 9(7).
           05  RP-REORDER-QTY      PIC 9(7).
