      * THE SMALLER OF THE SURPLUS AND THE SHORTAGE - FOLLOWED BY
      * A 'T' TOTAL RECORD, SO THE 'O'/'I' TRANSFER TRANSACTIONS
      * CAN BE CUT FROM THE FILE INSTEAD OF READ OFF THE REPORT.
      *
      * STOCK ON HOLD (QUARANTINE) CANNOT BE SOLD OR SENT ANYWHERE,
      * SO EACH SITE LINE NOW SHOWS HELD AND AVAILABLE BESIDE QOH,
      * THE ITEM LINE CARRIES THE COMPANY HELD TOTAL, AND THE
      * BELOW-REORDER-POINT AND SURPLUS TESTS - AND SO THE TRANSFER
      * SUGGESTIONS - WORK FROM AVAILABLE STOCK, NOT QOH.
      *
      * THE SITE STOCK TABLE, REORDER POINTS AND TRANSFER PICKS
      * NOW CARRY 7-DIGIT QUANTITIES, THE COMPANY TOTALS 8 DIGITS
      * AND THE SUGGESTION FILE TOTAL 9 DIGITS TO MATCH XS-QTY-
      * TOTAL. THE ITEM LINE'S DESCRIPTION IS CUT TO 19 CHARACTERS
      * TO MAKE ROOM FOR THE WIDER TOTALS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-ITEM-ENTRY OCCURS 9999 TIMES.
               10  IT-ITEM-NUM      PIC X(6).
               10  IT-ITEM-DESC     PIC X(28).
               10  IT-REORDER-POINT PIC 9(7).
               10  IT-SITE-STOCK OCCURS 8 TIMES.
                   15  ST-QOH       PIC 9(7).
                   15  ST-QOO       PIC 9(7).
                   15  ST-HELD      PIC 9(7).
                   15  ST-AVAIL     PIC 9(7).
                   15  ST-PRESENT   PIC X(1).
                   88  SITE-HOLDS-ITEM VALUE 'Y'.
      *
           05  WS-ROP-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-ROP-ENTRY OCCURS 9999 TIMES.
               10  RT-ITEM-NUM      PIC X(6).
               10  RT-REORDER-POINT PIC 9(7).
      *
       01  WS-SUBSCRIPTS.
           05  WS-SI                PIC 9(2) COMP VALUE ZERO.
           05  WS-RI                PIC 9(4) COMP VALUE ZERO.
      *
       01  WS-ITEM-TOTALS.
           05  WS-TOTAL-QOH         PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-QOO         PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-HELD        PIC 9(8) VALUE ZERO.
      *
      * THE TRANSFER PAIR BEING PICKED FOR A FLAGGED ITEM - THE
      * SITE FURTHEST BELOW ITS REORDER POINT AND THE SITE WITH
       01  WS-XSUG-FIELDS.
           05  WS-SHORT-SI          PIC 9(2) COMP VALUE ZERO.
           05  WS-SURPLUS-SI        PIC 9(2) COMP VALUE ZERO.
           05  WS-WORST-SHORT       PIC 9(7) VALUE ZERO.
           05  WS-BEST-SURPLUS      PIC 9(7) VALUE ZERO.
           05  WS-THIS-SHORT        PIC 9(7) VALUE ZERO.
           05  WS-THIS-SURPLUS      PIC 9(7) VALUE ZERO.
           05  WS-XSUG-QTY          PIC 9(7) VALUE ZERO.
           05  WS-XSUG-LINES        PIC 9(5) VALUE ZERO.
           05  WS-XSUG-QTY-TOTAL    PIC 9(9) VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
           05  WS-ITEM-LINE.
               10  IL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  IL-ITEM-DESC     PIC X(19).
               10  FILLER           PIC X(6)  VALUE ' TOTAL'.
               10  FILLER           PIC X(5)  VALUE ' QOH '.
               10  IL-TOTAL-QOH     PIC Z(7)9.
               10  FILLER           PIC X(5)  VALUE ' QOO '.
               10  IL-TOTAL-QOO     PIC Z(7)9.
               10  FILLER           PIC X(5)  VALUE ' HLD '.
               10  IL-TOTAL-HELD    PIC Z(7)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  IL-ACTION-FLAG   PIC X(8).
           05  WS-SITE-LINE.
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  FILLER           PIC X(5)  VALUE 'SITE '.
               10  SL-SITE-CODE     PIC X(4).
               10  FILLER           PIC X(6)  VALUE '  QOH '.
               10  SL-QOH           PIC Z(6)9.
               10  FILLER           PIC X(6)  VALUE '  QOO '.
               10  SL-QOO           PIC Z(6)9.
               10  FILLER           PIC X(7)  VALUE '  HELD '.
               10  SL-HELD          PIC Z(6)9.
               10  FILLER           PIC X(8)  VALUE '  AVAIL '.
               10  SL-AVAIL         PIC Z(6)9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  SL-SITE-FLAG     PIC X(9).
               10  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-SKIP-LINE.
               10  FILLER           PIC X(5)  VALUE 'SITE '.
               10  SK-SITE-CODE     PIC X(4).
      *
      *----------------------------------------------------------*
      * FIND OR ADD THE MASTER RECORD'S ITEM IN THE ITEM TABLE AND  *
      * STORE THIS SITE'S QOH/QOO AGAINST IT, SPLITTING QOH INTO    *
      * HELD AND AVAILABLE (NOTHING HELD ON AN OLD-FORMAT RECORD).  *
      *----------------------------------------------------------*
       1100-MERGE-ONE-ITEM.
           MOVE 'NO' TO WS-ITEM-FOUND-SWITCH
               PERFORM VARYING WS-SI FROM 1 BY 1 UNTIL WS-SI > 8
                   MOVE ZERO TO ST-QOH(WS-FOUND-II, WS-SI)
                   MOVE ZERO TO ST-QOO(WS-FOUND-II, WS-SI)
                   MOVE ZERO TO ST-HELD(WS-FOUND-II, WS-SI)
                   MOVE ZERO TO ST-AVAIL(WS-FOUND-II, WS-SI)
                   MOVE 'N'  TO ST-PRESENT(WS-FOUND-II, WS-SI)
               END-PERFORM
           END-IF
           MOVE MR-QOH TO ST-QOH(WS-FOUND-II, WS-THIS-SITE)
           MOVE MR-QOO TO ST-QOO(WS-FOUND-II, WS-THIS-SITE)
           IF MR-HELD-QTY NUMERIC AND MR-HELD-QTY NOT > MR-QOH
               MOVE MR-HELD-QTY TO ST-HELD(WS-FOUND-II, WS-THIS-SITE)
           ELSE
               IF MR-HELD-QTY NUMERIC
                   MOVE MR-QOH TO ST-HELD(WS-FOUND-II, WS-THIS-SITE)
               ELSE
                   MOVE ZERO   TO ST-HELD(WS-FOUND-II, WS-THIS-SITE)
               END-IF
           END-IF
           COMPUTE ST-AVAIL(WS-FOUND-II, WS-THIS-SITE) =
                   MR-QOH - ST-HELD(WS-FOUND-II, WS-THIS-SITE)
           MOVE 'Y'    TO ST-PRESENT(WS-FOUND-II, WS-THIS-SITE).
       1100-MERGE-ONE-ITEM-EXIT. EXIT.
      *
       3100-PRINT-ONE-ITEM.
           MOVE ZERO TO WS-TOTAL-QOH
           MOVE ZERO TO WS-TOTAL-QOO
           MOVE ZERO TO WS-TOTAL-HELD
           MOVE 'NO' TO WS-BELOW-SWITCH
           MOVE 'NO' TO WS-SURPLUS-SWITCH
           MOVE ZERO TO WS-SHORT-SI
                   UNTIL WS-SI > WS-SITE-COUNT
               ADD ST-QOH(WS-II, WS-SI) TO WS-TOTAL-QOH
               ADD ST-QOO(WS-II, WS-SI) TO WS-TOTAL-QOO
               ADD ST-HELD(WS-II, WS-SI) TO WS-TOTAL-HELD
               IF SITE-HOLDS-ITEM(WS-II, WS-SI)
                   IF ST-AVAIL(WS-II, WS-SI) <
                           IT-REORDER-POINT(WS-II)
                       MOVE 'YES' TO WS-BELOW-SWITCH
                       COMPUTE WS-THIS-SHORT =
                               IT-REORDER-POINT(WS-II)
                               - ST-AVAIL(WS-II, WS-SI)
                       IF WS-THIS-SHORT > WS-WORST-SHORT
                           MOVE WS-THIS-SHORT TO WS-WORST-SHORT
                           MOVE WS-SI         TO WS-SHORT-SI
                       END-IF
                   END-IF
                   IF ST-AVAIL(WS-II, WS-SI) >
                           IT-REORDER-POINT(WS-II)
                       MOVE 'YES' TO WS-SURPLUS-SWITCH
                       COMPUTE WS-THIS-SURPLUS =
                               ST-AVAIL(WS-II, WS-SI)
                               - IT-REORDER-POINT(WS-II)
                       IF WS-THIS-SURPLUS > WS-BEST-SURPLUS
                           MOVE WS-THIS-SURPLUS TO WS-BEST-SURPLUS
           MOVE IT-ITEM-DESC(WS-II) TO IL-ITEM-DESC
           MOVE WS-TOTAL-QOH        TO IL-TOTAL-QOH
           MOVE WS-TOTAL-QOO        TO IL-TOTAL-QOO
           MOVE WS-TOTAL-HELD       TO IL-TOTAL-HELD
           EVALUATE TRUE
               WHEN SOME-SITE-BELOW AND SOME-SITE-SURPLUS
                   MOVE 'TRANSFER' TO IL-ACTION-FLAG
               MOVE SITE-CODE(WS-SI)    TO SL-SITE-CODE
               MOVE ST-QOH(WS-II, WS-SI) TO SL-QOH
               MOVE ST-QOO(WS-II, WS-SI) TO SL-QOO
               MOVE ST-HELD(WS-II, WS-SI) TO SL-HELD
               MOVE ST-AVAIL(WS-II, WS-SI) TO SL-AVAIL
               EVALUATE TRUE
                   WHEN NOT SITE-HOLDS-ITEM(WS-II, WS-SI)
                       MOVE 'NOT HELD'  TO SL-SITE-FLAG
                   WHEN ST-AVAIL(WS-II, WS-SI) <
                           IT-REORDER-POINT(WS-II)
                       MOVE 'BELOW ROP' TO SL-SITE-FLAG
                   WHEN ST-AVAIL(WS-II, WS-SI) >
                           IT-REORDER-POINT(WS-II)
                       MOVE 'SURPLUS'   TO SL-SITE-FLAG
                   WHEN OTHER
