           05  CH-ITEM-NUM         PIC X(6).
           05  CH-OLD-COST         PIC 9(5)V99.
           05  CH-NEW-COST         PIC 9(5)V99.
           05  CH-RECEIPT-QTY      PIC 9(7).
           05  CH-RUN-DATE         PIC 9(6).
           05  CH-WAREHOUSE-CODE   PIC X(4).
