      * NO LIMIT) AND, LIKE INVENT, AN OPTIONAL WAREHOUSE CODE IN
      * THE NEXT FOUR PICKING THAT SITE'S MOVEMENT AND MASTER
      * FILES.
      *
      * SOLD QUANTITIES NOW ROLL UP IN 9 DIGITS AND REVENUE, COST
      * AND MARGIN IN 11, SINCE A 7-DIGIT MOVEMENT QUANTITY AT
      * FULL PRICE OVERFLOWED THE OLD FIELDS. THE DETAIL AND
      * CATEGORY LINES DROP THEIR COMMAS AND THE DESCRIPTION IS
      * CUT TO 10 CHARACTERS TO KEEP WITHIN 80 COLUMNS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-MGN-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-MGN-ENTRY OCCURS 9999 TIMES.
               10  MG-ITEM-NUM      PIC X(6).
               10  MG-QTY           PIC 9(9).
               10  MG-REVENUE       PIC 9(11)V99.
               10  MG-COST          PIC 9(11)V99.
               10  MG-NO-PRICE-FLAG PIC X(1).
      *
      * THE CATEGORY ROLLUP.
           05  WS-CAT-COUNT         PIC 9(3) COMP VALUE ZERO.
           05  WS-CAT-ENTRY OCCURS 999 TIMES.
               10  CT-ITEM-CATEGORY PIC X(4).
               10  CT-REVENUE       PIC 9(11)V99.
               10  CT-COST          PIC 9(11)V99.
      *
       01  WS-SUBSCRIPTS.
           05  WS-MI                PIC 9(4) COMP VALUE ZERO.
           05  WS-THIS-COST         PIC 9(5)V99 VALUE ZERO.
           05  WS-THIS-CATEGORY     PIC X(4) VALUE SPACES.
           05  WS-THIS-DESC         PIC X(20) VALUE SPACES.
           05  WS-THIS-MARGIN       PIC S9(11)V99 VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-TOTAL-REVENUE     PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-COST        PIC 9(11)V99 VALUE ZERO.
           05  WS-LOSS-COUNT        PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-2.
               10  FILLER           PIC X(6)  VALUE 'ITEM'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(10) VALUE 'DESC'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(9)  VALUE '     SOLD'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(14) VALUE '       REVENUE'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(14) VALUE '          COST'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(15) VALUE '         MARGIN'.
               10  FILLER           PIC X(7)  VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  DL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-ITEM-DESC     PIC X(10).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-QTY           PIC Z(8)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-REVENUE       PIC Z(10)9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-COST          PIC Z(10)9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-MARGIN        PIC Z(10)9.99-.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-FLAG          PIC X(6).
           05  WS-CAT-LINE.
               10  FILLER           PIC X(9)  VALUE 'CATEGORY '.
               10  CL-CATEGORY      PIC X(4).
               10  FILLER           PIC X(9)  VALUE ' REVENUE '.
               10  CL-REVENUE       PIC Z(10)9.99.
               10  FILLER           PIC X(6)  VALUE ' COST '.
               10  CL-COST          PIC Z(10)9.99.
               10  FILLER           PIC X(9)  VALUE '  MARGIN '.
               10  CL-MARGIN        PIC Z(10)9.99-.
           05  WS-TOTAL-LINE.
               10  FILLER           PIC X(20)
                       VALUE 'GROSS MARGIN ......'.
               10  TL-MARGIN        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER           PIC X(14) VALUE '  AT A LOSS '.
               10  TL-LOSS          PIC ZZ,ZZ9.
               10  FILLER           PIC X(22) VALUE SPACES.
           05  WS-EMPTY-LINE.
               10  FILLER           PIC X(38)
                       VALUE 'NO SALES ON THE TRAIL FOR THIS RANGE'.
