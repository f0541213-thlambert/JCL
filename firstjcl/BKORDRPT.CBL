      * MAINTAINS, SO CUSTOMER SERVICE STOPS LOOKING RAW IDS UP
      * IN A BINDER. A CUSTOMER NOT ON THE MASTER PRINTS AS NOT
      * ON FILE WITH THE DEFAULT CLASS 9.
      *
      * THE ORDERED AND OPEN COLUMNS NOW PRINT THE 7-DIGIT
      * BACKORDER QUANTITIES, WITH THE DETAIL LINE RESPACED TO
      * STAY WITHIN 80 COLUMNS, AND THE OPEN QUANTITY TOTAL
      * CARRIES 9 DIGITS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       01  WS-BACKORDER-DSNAME      PIC X(10).
      *
       01  WS-TOTAL-OPEN-QTY        PIC 9(9) VALUE ZERO.
      *
      * THE CUSTOMER MASTER, LOADED UP FRONT SO EACH BACKORDER
      * LINE CAN CARRY THE CUSTOMER'S NAME AND PRIORITY CLASS.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-CUSTOMER-ID   PIC X(6).
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  DL-ORDER-QTY     PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-OPEN-QTY      PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-ORDER-DATE    PIC 9(6).
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  DL-CUSTOMER-NAME PIC X(24).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-PRIORITY      PIC 9(1).
               10  FILLER           PIC X(11) VALUE SPACES.
           05  WS-EMPTY-LINE.
               10  FILLER           PIC X(34)
                       VALUE 'NO OPEN BACKORDERS - NOTHING OWED'.
                       VALUE 'OPEN BACKORDERS ...'.
               10  TL-COUNT         PIC ZZ,ZZ9.
               10  FILLER           PIC X(12) VALUE '  OPEN QTY '.
               10  TL-OPEN-QTY      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(31) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
