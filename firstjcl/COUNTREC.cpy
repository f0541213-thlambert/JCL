       01  COUNT-RECORD.
      *
           05  CC-ITEM-NUM         PIC X(6).
           05  CC-COUNT-QTY        PIC 9(7).
           05  CC-COUNT-DATE       PIC 9(6).
           05  CC-COUNTER-ID       PIC X(8).
