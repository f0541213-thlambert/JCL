      * LIKE THE REST OF THE RECORD - MARGNRPT EXTENDS THE         *
      * PERIOD'S SALES AT IT AGAINST MR-UNIT-COST SO MARGIN CAN    *
      * FINALLY BE SEEN. ZERO MEANS NO PRICE SET YET.              *
      * ID-STOCK-UNIT IS THE UNIT QOH IS KEPT IN (EA, FT, LB...).  *
      * ID-PURCH-UNIT IS THE UNIT THE VENDOR SELLS IN (CS, BX...)  *
      * AND ID-PURCH-FACTOR HOW MANY STOCKING UNITS ONE OF THEM    *
      * HOLDS; ID-SELL-UNIT AND ID-SELL-FACTOR THE SAME FOR THE    *
      * UNIT WE SELL IN. A UNIT THE SAME AS THE STOCKING UNIT HAS  *
      * A FACTOR OF 1. SPACES/NOT NUMERIC ON A RECORD WRITTEN      *
      * BEFORE THE UNITS WERE ADDED MEANS STOCKING UNITS ONLY.     *
      * ID-SELL-PRICE IS PER STOCKING UNIT.                        *
      *----------------------------------------------------------*
       01  ITEM-DESC-RECORD.
      *
           05  ID-ITEM-CATEGORY    PIC X(4).
           05  ID-VENDOR-NUM       PIC X(6).
           05  ID-SELL-PRICE       PIC 9(5)V99.
           05  ID-UNITS.
               10  ID-STOCK-UNIT   PIC X(2).
               10  ID-PURCH-UNIT   PIC X(2).
               10  ID-PURCH-FACTOR PIC 9(4).
               10  ID-SELL-UNIT    PIC X(2).
               10  ID-SELL-FACTOR  PIC 9(4).
