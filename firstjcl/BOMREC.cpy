      *----------------------------------------------------------*
      * BOM-RECORD - ONE LINE OF A KIT'S BILL OF MATERIALS: THE   *
      * KIT ITEM, ONE COMPONENT ITEM THAT GOES INTO IT, AND HOW   *
      * MANY OF THAT COMPONENT ONE KIT TAKES. A KIT HAS ONE LINE  *
      * PER COMPONENT. ONE SHARED COMPANY-WIDE FILE - THE SAME    *
      * KIT IS BUILT THE SAME WAY AT EVERY SITE. BOMMNT MAINTAINS *
      * IT AND INVENT LOADS IT TO ASSEMBLE AND BREAK DOWN KITS.   *
      * KITS ARE SINGLE LEVEL - A KIT IS NEVER ITSELF A COMPONENT *
      * OF ANOTHER KIT.                                           *
      *----------------------------------------------------------*
       01  BOM-RECORD.
      *
           05  BM-KIT-ITEM         PIC X(6).
           05  BM-COMP-ITEM        PIC X(6).
           05  BM-QTY-PER          PIC 9(3).
