      * OLDEST IS DROPPED AND EVERYTHING SHIFTS DOWN A SLOT, SO
      * THE REPORT ALWAYS COVERS THE LATEST TWO YEARS INSTEAD OF
      * GOING QUIETLY WRONG ONCE THE TABLE FILLS.
      *
      * THE ITEM TABLE NOW CARRIES HISTREC'S 7-DIGIT QUANTITY ON
      * HAND, 8-DIGIT PERIOD SALES AND 9-DIGIT INVENTORY AMOUNT.
      * THE TREND COLUMNS ARE ONE BYTE WIDER, SO THE DESCRIPTION
      * ON THE TREND LINE IS CUT TO 10 CHARACTERS, AND THE DEAD
      * STOCK VALUES AND TOTALS PRINT THE WIDER AMOUNTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  IT-ITEM-NUM      PIC X(6).
               10  IT-ITEM-DESC     PIC X(28).
               10  IT-ITEM-CATEGORY PIC X(4).
               10  IT-LAST-QOH      PIC 9(7).
               10  IT-LAST-AMOUNT   PIC 9(9)V99.
               10  IT-LAST-PERIOD   PIC 9(2) COMP.
               10  IT-PERIOD-SOLD OCCURS 24 TIMES.
                   15  PS-SOLD      PIC 9(8).
      *
      * DEAD-STOCK VALUE ROLLED UP BY CATEGORY.
      *
           05  WS-CATEGORY-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-CATEGORY-ENTRY OCCURS 999 TIMES.
               10  CT-ITEM-CATEGORY PIC X(4).
               10  CT-DEAD-VALUE    PIC 9(11)V99.
      *
       01  WS-SUBSCRIPTS.
           05  WS-PI                PIC 9(2) COMP VALUE ZERO.
           05  WS-FIRST-COL         PIC 9(2) COMP VALUE ZERO.
           05  WS-CHECK-FROM        PIC S9(3) COMP VALUE ZERO.
      *
       01  WS-DEAD-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-DEAD-COUNT            PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(4)  VALUE 'CAT'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(10) VALUE 'DESC'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  HD-PERIOD-COLS.
                   15  HD-PERIOD-COL OCCURS 6 TIMES.
                       20  FILLER      PIC X(2).
                       20  HD-PER-DATE PIC 9(6).
                       20  FILLER      PIC X(1).
               10  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-TREND-LINE.
               10  TR-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  TR-CATEGORY      PIC X(4).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  TR-ITEM-DESC     PIC X(10).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  TR-SOLD-COLS.
                   15  TR-SOLD-COL OCCURS 6 TIMES.
                       20  TR-SOLD     PIC Z(7)9.
                       20  FILLER      PIC X(1).
               10  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-DEAD-HEADING.
               10  FILLER           PIC X(36) VALUE
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DD-ITEM-DESC     PIC X(28).
               10  FILLER           PIC X(6)  VALUE '  QOH '.
               10  DD-QOH           PIC Z(6)9.
               10  FILLER           PIC X(8)  VALUE '  VALUE '.
               10  DD-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(4)  VALUE SPACES.
           05  WS-CAT-DEAD-LINE.
               10  FILLER           PIC X(9)  VALUE 'CATEGORY '.
               10  CD-CATEGORY      PIC X(4).
               10  FILLER           PIC X(14) VALUE ' DEAD VALUE '.
               10  CD-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(36) VALUE SPACES.
           05  WS-DEAD-TOTAL-LINE.
               10  FILLER           PIC X(20)
                       VALUE 'DEAD ITEMS ........'.
               10  DT-COUNT         PIC ZZ,ZZ9.
               10  FILLER           PIC X(14) VALUE '  VALUE TIED '.
               10  DT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(23) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
