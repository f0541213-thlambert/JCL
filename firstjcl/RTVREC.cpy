      *----------------------------------------------------------*
      * RTV-RECORD - ONE RECORD PER 'W' RETURN-TO-VENDOR, WRITTEN *
      * BY INVENT AT END OF RUN FOR PURCHASING TO CHASE THE       *
      * CREDIT. THE VENDOR IS THE ITEM'S MR-VENDOR-NUM AND THE    *
      * STOCK IS VALUED AT ITS MR-UNIT-COST AS IT LEFT THE BOOKS. *
      * RV-VENDOR-RMA IS THE VENDOR'S OWN RETURN AUTHORIZATION    *
      * WHEN THEY GAVE ONE. RV-REASON-CODE IS DF DEFECTIVE, DM    *
      * DAMAGED, FI FAILED INSPECTION, WI WRONG ITEM OR OS        *
      * OVER-SHIPPED. APPENDED TO BY INVENT, ONE FILE PER SITE.   *
      *----------------------------------------------------------*
       01  RTV-RECORD.
      *
           05  RV-VENDOR-NUM       PIC X(6).
           05  RV-ITEM-NUM         PIC X(6).
           05  RV-QUANTITY         PIC 9(7).
           05  RV-UNIT-COST        PIC 9(5)V99.
           05  RV-VALUE            PIC 9(9)V99.
           05  RV-REASON-CODE      PIC X(2).
               88  RV-DEFECTIVE        VALUE 'DF'.
               88  RV-DAMAGED          VALUE 'DM'.
               88  RV-FAILED-INSPECTION VALUE 'FI'.
               88  RV-WRONG-ITEM       VALUE 'WI'.
               88  RV-OVER-SHIPPED     VALUE 'OS'.
           05  RV-VENDOR-RMA       PIC X(8).
           05  RV-RTV-DATE         PIC 9(6).
           05  RV-BATCH-NUM        PIC 9(6).
           05  RV-WAREHOUSE-CODE   PIC X(4).
