      * TO CARRY. AN ITEM WITH A ZERO UNIT COST (NO COSTED RECEIPT
      * YET) IS FLAGGED ON ITS DETAIL LINE SO PURCHASING CAN CHASE
      * THE MISSING COST.
      *
      * STOCK ON HOLD (QUARANTINE) IS STILL OWNED AND STILL VALUED
      * IN QOH UNTIL IT GOES BACK TO THE VENDOR, BUT IT IS NOT
      * AVAILABLE TO SELL, SO THE HELD QUANTITY IS PRINTED BESIDE
      * QOH ON EACH DETAIL LINE AND TOTALLED PER CATEGORY.
      *
      * QOH AND HELD NOW PRINT MASTREC'S 7-DIGIT QUANTITIES AND
      * THE EXTENDED VALUE, CATEGORY AND GRAND TOTALS CARRY 11
      * WHOLE DIGITS. TO KEEP THE LINE AT 80 COLUMNS THE
      * DESCRIPTION ON THE DETAIL LINE IS CUT TO 16 CHARACTERS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       01  WS-RUN-DATE              PIC 9(6) VALUE ZERO.
      *
       01  WS-EXTENDED-VALUE        PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-CATEGORY-ENTRY OCCURS 999 TIMES.
               10  CT-ITEM-CATEGORY PIC X(4).
               10  CT-CATEGORY-QTY  PIC 9(9).
               10  CT-CATEGORY-HELD PIC 9(9).
               10  CT-CATEGORY-VALUE PIC 9(11)V99.
      *
       01  WS-SUBSCRIPTS.
           05  WS-CI                PIC 9(3) COMP VALUE ZERO.
           05  WS-FOUND-CI          PIC 9(3) COMP VALUE ZERO.
      *
       01  WS-GRAND-TOTAL           PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-HELD-QTY              PIC 9(7) VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
           05  WS-HEADING-2.
               10  FILLER           PIC X(6)  VALUE 'ITEM'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(16) VALUE 'DESCRIPTION'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(4)  VALUE 'CAT'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(7)  VALUE '    QOH'.
               10  FILLER           PIC X(8)  VALUE '    HELD'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(9)  VALUE 'UNIT COST'.
               10  FILLER           PIC X(17) VALUE
                       '            VALUE'.
               10  FILLER           PIC X(9)  VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  DL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-ITEM-DESC     PIC X(16).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-CATEGORY      PIC X(4).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-QOH           PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-HELD          PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-UNIT-COST     PIC ZZZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-NO-COST-FLAG  PIC X(8).
           05  WS-CATEGORY-LINE.
               10  FILLER           PIC X(9)  VALUE 'CATEGORY '.
               10  CL-CATEGORY      PIC X(4).
               10  FILLER           PIC X(7)  VALUE '  QTY '.
               10  CL-QTY           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(8)  VALUE '  VALUE'.
               10  CL-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(7)  VALUE '  HELD '.
               10  CL-HELD          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(6)  VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER           PIC X(20)
                       VALUE 'TOTAL INVENTORY ...'.
               10  TL-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(43) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
           IF MR-UNIT-COST NOT NUMERIC
               MOVE ZERO TO MR-UNIT-COST
           END-IF
           IF MR-HELD-QTY NUMERIC
               MOVE MR-HELD-QTY TO WS-HELD-QTY
           ELSE
               MOVE ZERO TO WS-HELD-QTY
           END-IF
           COMPUTE WS-EXTENDED-VALUE = MR-QOH * MR-UNIT-COST
           MOVE MR-ITEM-NUM       TO DL-ITEM-NUM
           MOVE MR-ITEM-DESC      TO DL-ITEM-DESC
           MOVE MR-ITEM-CATEGORY  TO DL-CATEGORY
           MOVE MR-QOH            TO DL-QOH
           MOVE WS-HELD-QTY       TO DL-HELD
           MOVE MR-UNIT-COST      TO DL-UNIT-COST
           MOVE WS-EXTENDED-VALUE TO DL-VALUE
           IF MR-UNIT-COST = ZERO
      *
      *----------------------------------------------------------*
      * FIND MR-ITEM-CATEGORY IN THE TABLE, ADDING A NEW ENTRY THE  *
      * FIRST TIME IT IS SEEN, AND ROLL THE ITEM'S QOH, HELD QTY    *
      * AND VALUE INTO IT.                                          *
      *----------------------------------------------------------*
       2000-ROLL-INTO-CATEGORY.
           MOVE 'NO' TO WS-CAT-FOUND-SWITCH
                       CT-ITEM-CATEGORY(WS-FOUND-CI)
               MOVE ZERO                 TO
                       CT-CATEGORY-QTY(WS-FOUND-CI)
               MOVE ZERO                 TO
                       CT-CATEGORY-HELD(WS-FOUND-CI)
               MOVE ZERO                 TO
                       CT-CATEGORY-VALUE(WS-FOUND-CI)
           END-IF
           ADD MR-QOH            TO CT-CATEGORY-QTY(WS-FOUND-CI)
           ADD WS-HELD-QTY       TO CT-CATEGORY-HELD(WS-FOUND-CI)
           ADD WS-EXTENDED-VALUE TO CT-CATEGORY-VALUE(WS-FOUND-CI)
           ADD WS-EXTENDED-VALUE TO WS-GRAND-TOTAL.
       2000-ROLL-INTO-CATEGORY-EXIT. EXIT.
               MOVE CT-ITEM-CATEGORY(WS-CI)  TO CL-CATEGORY
               MOVE CT-CATEGORY-QTY(WS-CI)   TO CL-QTY
               MOVE CT-CATEGORY-VALUE(WS-CI) TO CL-VALUE
               MOVE CT-CATEGORY-HELD(WS-CI)  TO CL-HELD
               WRITE REPORT-RECORD FROM WS-CATEGORY-LINE
               ADD 1 TO WS-WRITE-COUNT
           END-PERFORM
