      * REPORT FLAGS EVERY ITEM WHOSE COMPUTED POINT MOVED PAST
      * DOUBLE OR UNDER HALF ITS CURRENT ONE, SO PURCHASING CAN
      * APPROVE THE FILE BEFORE THE SCHEDULER SWAPS IT IN.
      *
      * NEW-ROP-RECORD AND THE REORDER POINT AND QUANTITY WORK
      * FIELDS NOW CARRY ROPFILE'S 7 DIGITS, CAPPING AT 9999999,
      * AND THE PER-PERIOD SOLD FIGURES AND DEMAND AVERAGES ARE
      * WIDENED FOR HISTREC'S 8-DIGIT YTD SOLD. THE REVIEW COLUMNS
      * PRINT 7 DIGITS UNDER THE SAME HEADINGS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       01  NEW-ROP-RECORD.
           05  NR-ITEM-NUM         PIC X(6).
           05  NR-REORDER-POINT    PIC 9(7).
           05  NR-REORDER-QTY      PIC 9(7).
      *
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
               10  IT-ITEM-NUM      PIC X(6).
               10  IT-ITEM-DESC     PIC X(20).
               10  IT-PERIOD-SOLD OCCURS 24 TIMES.
                   15  PS-SOLD      PIC 9(8).
                   15  PS-PRESENT   PIC X(1).
      *
      * THE ITEM-TO-VENDOR MAPPING AND THE VENDOR LEAD TIMES.
           05  WS-ROP-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-ROP-ENTRY OCCURS 9999 TIMES.
               10  RT-ITEM-NUM      PIC X(6).
               10  RT-REORDER-POINT PIC 9(7).
               10  RT-REORDER-QTY   PIC 9(7).
      *
       01  WS-SUBSCRIPTS.
           05  WS-PI                PIC 9(2) COMP VALUE ZERO.
      *
       01  WS-CALC-FIELDS.
           05  WS-PERIODS-USED      PIC 9(2) COMP VALUE ZERO.
           05  WS-SOLD-SUM          PIC 9(10) VALUE ZERO.
           05  WS-AVG-PERIOD-DEMAND PIC 9(8)V99 VALUE ZERO.
           05  WS-DAILY-DEMAND      PIC 9(7)V999 VALUE ZERO.
           05  WS-THIS-LEAD         PIC 9(3) VALUE ZERO.
           05  WS-NEW-ROP           PIC 9(7) VALUE ZERO.
           05  WS-NEW-ROQ           PIC 9(7) VALUE ZERO.
           05  WS-OLD-ROP           PIC 9(7) VALUE ZERO.
           05  WS-OLD-ROQ           PIC 9(7) VALUE ZERO.
           05  WS-DOUBLED-ROP       PIC 9(8) VALUE ZERO.
           05  WS-HALVED-ROP        PIC 9(7) VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-ITEMS-WRITTEN     PIC 9(5) COMP VALUE ZERO.
               10  DL-ITEM-DESC     PIC X(20).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-LEAD          PIC ZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-OLD-ROP       PIC Z(6)9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-NEW-ROP       PIC Z(6)9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-OLD-ROQ       PIC Z(6)9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-NEW-ROQ       PIC Z(6)9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-SHARP-FLAG    PIC X(6).
               10  FILLER           PIC X(4)  VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER           PIC X(20)
                       VALUE 'ITEMS COMPUTED ....'.
           COMPUTE WS-NEW-ROP ROUNDED =
                   WS-DAILY-DEMAND
                   * (WS-THIS-LEAD + WS-SAFETY-DAYS)
               ON SIZE ERROR MOVE 9999999 TO WS-NEW-ROP
           END-COMPUTE
           COMPUTE WS-NEW-ROQ ROUNDED = WS-AVG-PERIOD-DEMAND
               ON SIZE ERROR MOVE 9999999 TO WS-NEW-ROQ
           END-COMPUTE
           MOVE IT-ITEM-NUM(WS-II) TO NR-ITEM-NUM
           MOVE WS-NEW-ROP         TO NR-REORDER-POINT
