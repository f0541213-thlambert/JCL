      * WITH THE RUN DATE/TIME AND THE USER ID CARRIED ON THE     *
      * MAINTENANCE TRANSACTION, SO "WHO CHANGED THIS ITEM AND    *
      * WHEN" CAN BE ANSWERED FROM THE FILE. APPENDED TO - NEVER  *
      * REWRITTEN - SO THE TRAIL SURVIVES ACROSS RUNS. THE UNIT   *
      * GROUPS CARRY THE STOCKING UNIT AND THE PURCHASING AND     *
      * SELLING UNITS WITH THEIR CONVERSION FACTORS. A PRICE      *
      * CHANGE HELD OVER THE KEYING USER'S LIMIT IS AUDITED WHEN  *
      * IT IS APPROVED, AS ACTION 'P' - AU-USER-ID IS WHO KEYED   *
      * IT AND AU-APPROVER-ID WHO APPROVED IT (SPACES OTHERWISE). *
      *----------------------------------------------------------*
       01  AUDIT-RECORD.
      *
           05  AU-NEW-VENDOR       PIC X(6).
           05  AU-OLD-PRICE        PIC 9(5)V99.
           05  AU-NEW-PRICE        PIC 9(5)V99.
           05  AU-OLD-UNITS.
               10  AU-OLD-STOCK-UNIT   PIC X(2).
               10  AU-OLD-PURCH-UNIT   PIC X(2).
               10  AU-OLD-PURCH-FACTOR PIC 9(4).
               10  AU-OLD-SELL-UNIT    PIC X(2).
               10  AU-OLD-SELL-FACTOR  PIC 9(4).
           05  AU-NEW-UNITS.
               10  AU-NEW-STOCK-UNIT   PIC X(2).
               10  AU-NEW-PURCH-UNIT   PIC X(2).
               10  AU-NEW-PURCH-FACTOR PIC 9(4).
               10  AU-NEW-SELL-UNIT    PIC X(2).
               10  AU-NEW-SELL-FACTOR  PIC 9(4).
           05  AU-APPROVER-ID      PIC X(8).
