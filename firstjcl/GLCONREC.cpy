      * AND RUN DATE OFF THE EXTRACT IT LOADED, AND THE RECORD    *
      * COUNT AND AMOUNT IT POSTED. RETURNED BY ACCOUNTING AND    *
      * MATCHED BY GLRECON AGAINST THE RETAINED EXTRACT LOG.      *
      * GC-SOURCE AND GC-WAREHOUSE-CODE NAME THE EXTRACT LOADED   *
      * (THE PROGRAM THAT CUT IT AND ITS SITE) - REQUIRED TO TELL *
      * THE NIGHTLY MOVEMENT JOURNALS APART; SPACES IN GC-SOURCE  *
      * ON OLDER CONFIRMATIONS MEANS A BALANCE EXTRACT.           *
      *----------------------------------------------------------*
       01  GL-CONFIRM-RECORD.
      *
           05  GC-RUN-DATE         PIC 9(6).
           05  GC-RECORD-COUNT     PIC 9(5).
           05  GC-AMOUNT           PIC 9(9)V99.
           05  GC-SOURCE           PIC X(8).
           05  GC-WAREHOUSE-CODE   PIC X(4).
