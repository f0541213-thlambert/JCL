           05  XS-ITEM-NUM         PIC X(6).
           05  XS-FROM-WHSE        PIC X(4).
           05  XS-TO-WHSE          PIC X(4).
           05  XS-SUGGESTED-QTY    PIC 9(7).
           05  XS-LINE-COUNT       PIC 9(5).
           05  XS-QTY-TOTAL        PIC 9(9).
