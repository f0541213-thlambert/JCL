      *----------------------------------------------------------*
      * GL-JOURNAL-RECORD - GLJRNL'S NIGHTLY MOVEMENT JOURNAL FOR *
      * THE LEDGER LOAD JOB. ONE 'D' RECORD PER ITEM CATEGORY AND *
      * MOVEMENT TYPE WITH ITS DEBIT AND CREDIT ACCOUNTS OFF THE  *
      * GL CROSS-REFERENCE, THE NET QUANTITY MOVED AND ITS VALUE  *
      * AT MR-UNIT-COST, THEN ONE 'T' CONTROL RECORD CARRYING THE *
      * DETAIL COUNT AND TOTAL. GJ-JOURNAL-DATE IS THE MOVEMENT   *
      * DATE JOURNALED - IT IS THE RUN DATE THE EXTRACT LOG AND   *
      * ACCOUNTING'S CONFIRMATION CARRY FOR THIS EXTRACT.         *
      *----------------------------------------------------------*
       01  GL-JOURNAL-RECORD.
      *
           05  GJ-RECORD-TYPE      PIC X(1).
               88  GJ-DETAIL           VALUE 'D'.
               88  GJ-CONTROL-TOTAL    VALUE 'T'.
           05  GJ-ITEM-CATEGORY    PIC X(4).
           05  GJ-MOVE-TYPE        PIC X(1).
           05  GJ-DEBIT-ACCOUNT    PIC X(8).
           05  GJ-CREDIT-ACCOUNT   PIC X(8).
           05  GJ-QUANTITY         PIC 9(7).
           05  GJ-AMOUNT           PIC 9(9)V99.
           05  GJ-RECORD-COUNT     PIC 9(5).
           05  GJ-POSTING-PERIOD   PIC 9(4).
           05  GJ-JOURNAL-DATE     PIC 9(6).
           05  GJ-WAREHOUSE-CODE   PIC X(4).
