           05  CB-RECORDS-READ     PIC 9(7).
           05  CB-RECORDS-WRITTEN  PIC 9(7).
           05  CB-RECORDS-REJECTED PIC 9(7).
           05  CB-AMOUNT-NET       PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05  CB-WAREHOUSE-CODE   PIC X(4).
           05  CB-START-TIME       PIC 9(8).
