      *
           05  BO-ITEM-NUM         PIC X(6).
           05  BO-CUSTOMER-ID      PIC X(6).
           05  BO-ORDER-QTY        PIC 9(7).
           05  BO-OPEN-QTY         PIC 9(7).
           05  BO-ORDER-DATE       PIC 9(6).
