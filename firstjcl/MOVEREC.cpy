      * RUN DATE. APPENDED TO ACROSS RUNS - THIS IS THE AUDIT     *
      * TRAIL THAT TURNS A STOCK DISCREPANCY INVESTIGATION FROM A *
      * GUESSING GAME INTO A FILE READ. MOVERPT REPORTS IT BY     *
      * ITEM AND DATE RANGE. MV-KIT-ITEM LINKS THE MOVEMENTS ONE  *
      * KIT ASSEMBLY ('K') OR DISASSEMBLY ('U') WROTE - THE KIT   *
      * ITEM'S OWN RECORD AND ONE PER COMPONENT ALL CARRY THE KIT *
      * NUMBER. IT IS SPACES ON EVERY OTHER MOVEMENT.             *
      *----------------------------------------------------------*
       01  MOVEMENT-RECORD.
      *
           05  MV-ITEM-NUM         PIC X(6).
           05  MV-TRANS-CODE       PIC X(1).
           05  MV-QUANTITY         PIC 9(7).
           05  MV-QOH-BEFORE       PIC 9(7).
           05  MV-QOH-AFTER        PIC 9(7).
           05  MV-WAREHOUSE-CODE   PIC X(4).
           05  MV-RUN-DATE         PIC 9(6).
           05  MV-KIT-ITEM         PIC X(6).
