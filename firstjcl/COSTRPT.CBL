      * DOUBLE OR LESS THAN HALF THE OLD COST IS FLAGGED REVIEW -
      * THAT IS THE SHAPE A KEYING ERROR IN TR-UNIT-COST TAKES.
      * AN EMPTY OR MISSING FILE MEANS NO COSTS HAVE MOVED.
      *
      * THE RECEIPT QUANTITY COLUMN NOW PRINTS THE 7-DIGIT CH-
      * RECEIPT-QTY UNDER ITS HEADING.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  DL-OLD-COST      PIC ZZZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-NEW-COST      PIC ZZZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-RECEIPT-QTY   PIC Z(6)9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-RUN-DATE      PIC 9(6).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-WAREHOUSE     PIC X(4).
