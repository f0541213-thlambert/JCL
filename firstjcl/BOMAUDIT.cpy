      *----------------------------------------------------------*
      * BOM-AUDIT-RECORD - ONE BEFORE/AFTER IMAGE PER             *
      * MAINTENANCE ACTION APPLIED TO THE BILL OF MATERIALS FILE, *
      * STAMPED WITH THE RUN DATE/TIME AND THE USER ID CARRIED ON *
      * THE MAINTENANCE TRANSACTION - THE SAME TRAIL AUDITREC     *
      * KEEPS FOR THE ITEM DESCRIPTION MASTER. APPENDED TO -      *
      * NEVER REWRITTEN - SO THE TRAIL SURVIVES ACROSS RUNS.      *
      *----------------------------------------------------------*
       01  BOM-AUDIT-RECORD.
      *
           05  BA-RUN-DATE         PIC 9(6).
           05  BA-RUN-TIME         PIC 9(8).
           05  BA-USER-ID          PIC X(8).
           05  BA-ACTION           PIC X(1).
           05  BA-KIT-ITEM         PIC X(6).
           05  BA-COMP-ITEM        PIC X(6).
           05  BA-OLD-QTY-PER      PIC 9(3).
           05  BA-NEW-QTY-PER      PIC 9(3).
