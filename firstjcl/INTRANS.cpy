           05  NT-ITEM-NUM         PIC X(6).
           05  NT-FROM-WHSE        PIC X(4).
           05  NT-TO-WHSE          PIC X(4).
           05  NT-XFER-QTY         PIC 9(7).
           05  NT-OPEN-QTY         PIC 9(7).
           05  NT-SHIP-DATE        PIC 9(6).
