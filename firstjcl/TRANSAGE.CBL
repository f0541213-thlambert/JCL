      * NOWHERE UNTIL SOMEBODY NOTICES. NO CUTOFF GIVEN MEANS THE
      * FILE IS LISTED WITHOUT THE AGING TEST. AN EMPTY OR MISSING
      * FILE IS A GOOD DAY - NOTHING IS ON THE ROAD.
      *
      * THE SHIPPED AND OPEN COLUMNS NOW PRINT INTRANS'S 7-DIGIT
      * QUANTITIES UNDER THE SAME HEADINGS, AND THE OPEN QUANTITY
      * TOTAL CARRIES 9 DIGITS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CUTOFF-DATE           PIC X(6).
      *
       01  WS-TOTALS.
           05  WS-TOTAL-OPEN-QTY    PIC 9(9) VALUE ZERO.
           05  WS-AGED-COUNT        PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
               10  DL-FROM-WHSE     PIC X(4).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-TO-WHSE       PIC X(4).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-XFER-QTY      PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-OPEN-QTY      PIC Z(6)9.
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  DL-SHIP-DATE     PIC 9(6).
               10  FILLER           PIC X(3)  VALUE SPACES.
                       VALUE 'OPEN TRANSFERS ....'.
               10  TL-COUNT         PIC ZZ,ZZ9.
               10  FILLER           PIC X(12) VALUE '  OPEN QTY '.
               10  TL-OPEN-QTY      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(12) VALUE '  AGED '.
               10  TL-AGED          PIC ZZ,ZZ9.
               10  FILLER           PIC X(13) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
