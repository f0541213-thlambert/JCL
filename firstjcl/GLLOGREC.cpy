      * PROVES THIS RETAINED LOG AGAINST ACCOUNTING'S POSTING     *
      * CONFIRMATIONS EVERY NIGHT, SO AN EXTRACT THAT WAS CUT BUT *
      * NEVER LOADED SURFACES THE NEXT MORNING INSTEAD OF AT      *
      * QUARTER END. GE-WAREHOUSE-CODE IS THE SITE A SITE-LEVEL   *
      * EXTRACT WAS CUT FOR (SPACES FOR THE DEFAULT SITE AND THE  *
      * COMPANY-LEVEL EXTRACT).                                   *
      *----------------------------------------------------------*
       01  GL-EXTRACT-LOG-RECORD.
      *
           05  GE-RECORD-COUNT     PIC 9(5).
           05  GE-AMOUNT           PIC 9(9)V99.
           05  GE-SOURCE           PIC X(8).
           05  GE-WAREHOUSE-CODE   PIC X(4).
