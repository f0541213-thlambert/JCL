      * POSTING PERIOD COMES OFF THE COMMAND LINE OR DEFAULTS TO
      * THE RUN DATE'S PERIOD, AND THE EXTRACT IS LOGGED TO THE
      * RETAINED EXTRACT LOG GLRECON RECONCILES.
      *
      * AS IN GLEXTRCT, ONLY THE CROSS-REFERENCE'S CATEGORY
      * BALANCE ROWS (MOVEMENT TYPE BLANK) ARE LOADED - THE
      * MOVEMENT JOURNAL ROWS BELONG TO GLJRNL.
      *
      * SITE, CATEGORY AND GRAND TOTALS ARE NOW ACCUMULATED AT
      * ELEVEN DIGITS, AND EVERY TOTAL BOUND FOR THE NINE-DIGIT GL
      * EXTRACT AMOUNT IS PROVED TO FIT BEFORE THE EXTRACT IS
      * OPENED. A TOTAL THAT DOES NOT FIT IS DISPLAYED WITH ITS
      * SITE OR CATEGORY AND ACCOUNT, THE RUN ENDS RETURN CODE 12,
      * AND NO EXTRACT OR EXTRACT LOG ENTRY IS CUT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  CAT-FOUND            VALUE 'YES'.
           05  WS-SITE-OK-SWITCH    PIC X(3) VALUE 'NO'.
           88  SITE-BALANCED        VALUE 'YES'.
           05  WS-GL-LIMIT-SWITCH   PIC X(3) VALUE 'NO'.
           88  GL-LIMIT-EXCEEDED    VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-WLIST-STATUS      PIC X(2).
           05  WS-SITE-COUNT        PIC 9(2) COMP VALUE ZERO.
           05  WS-SITE-ENTRY OCCURS 8 TIMES.
               10  SITE-CODE        PIC X(4).
               10  SITE-TOTAL       PIC 9(11)V99.
               10  SITE-STATE       PIC X(1).
      *
       01  WS-THIS-SITE             PIC 9(2) COMP VALUE ZERO.
           05  WS-CATEGORY-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-CATEGORY-ENTRY OCCURS 999 TIMES.
               10  CT-ITEM-CATEGORY PIC X(4).
               10  CT-CATEGORY-TOTAL PIC 9(11)V99.
      *
       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT        PIC 9(3) COMP VALUE ZERO.
           05  WS-FOUND-CI          PIC 9(3) COMP VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-GRAND-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  WS-DETAIL-COUNT      PIC 9(5) COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC 9(3) COMP VALUE ZERO.
           05  WS-HELD-OUT-COUNT    PIC 9(2) COMP VALUE ZERO.
      *
      * THE GL EXTRACT AND EXTRACT LOG AMOUNTS ARE 9(9)V99 - EVERY
      * TOTAL IS PROVED AGAINST THAT BEFORE THE EXTRACT IS CUT.
      *
       01  WS-GL-LIMIT-FIELDS.
           05  WS-GL-LIMIT-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           05  WS-MAPPED-TOTAL      PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER           PIC X(5)  VALUE 'SITE '.
               10  SL-SITE-CODE     PIC X(4).
               10  FILLER           PIC X(9)  VALUE '  AMOUNT '.
               10  SL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  SL-VERDICT       PIC X(28).
               10  FILLER           PIC X(15) VALUE SPACES.
           05  WS-EXC-LINE.
               10  FILLER           PIC X(9)  VALUE 'CATEGORY '.
               10  XL-CATEGORY      PIC X(4).
               10  FILLER           PIC X(10) VALUE '  AMOUNT '.
               10  XL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(17)
                       VALUE ' NOT MAPPED'.
               10  FILLER           PIC X(23) VALUE SPACES.
           05  WS-NOTE-LINE.
               10  NT-TEXT          PIC X(60).
               10  FILLER           PIC X(20) VALUE SPACES.
           PERFORM 1000-TAKE-ONE-SITE THRU 1000-TAKE-ONE-SITE-EXIT
               VARYING WS-THIS-SITE FROM 1 BY 1
               UNTIL WS-THIS-SITE > WS-SITE-COUNT
           PERFORM 2900-CHECK-GL-LIMITS THRU 2900-CHECK-GL-LIMITS-EXIT
           IF GL-LIMIT-EXCEEDED
               DISPLAY 'GLCONSOL - EXTRACT NOT CUT - TOTALS EXCEED GL '
                       'AMOUNT FIELD'
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 3000-WRITE-EXTRACT THRU 3000-WRITE-EXTRACT-EXIT
           IF WS-HELD-OUT-COUNT > ZERO
               MOVE 'SITES HELD OUT OF THE COMPANY TOTAL - DO NOT '
               READ GL-XREF-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF GX-MOVE-TYPE = SPACE
                        ADD 1 TO WS-XREF-COUNT
                        MOVE GX-ITEM-CATEGORY
                          TO XT-ITEM-CATEGORY(WS-XREF-COUNT)
                        MOVE GX-GL-ACCOUNT
                          TO XT-GL-ACCOUNT(WS-XREF-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE GL-XREF-FILE.
       1600-ACCUMULATE-CATEGORY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PROVE EVERY SITE SUBTOTAL INCLUDED, EVERY MAPPED CATEGORY  *
      * TOTAL AND THE CONTROL TOTAL FIT THE 9(9)V99 GL EXTRACT     *
      * AMOUNT BEFORE ANYTHING IS WRITTEN, SO AN OVERSIZE TOTAL    *
      * STOPS THE RUN INSTEAD OF POSTING A TRUNCATED AMOUNT OR     *
      * HALF AN EXTRACT.                                           *
      *----------------------------------------------------------*
       2900-CHECK-GL-LIMITS.
           MOVE 'NO' TO WS-GL-LIMIT-SWITCH
           MOVE ZERO TO WS-MAPPED-TOTAL
           PERFORM 2910-CHECK-SITE-LIMIT
              THRU 2910-CHECK-SITE-LIMIT-EXIT
               VARYING WS-THIS-SITE FROM 1 BY 1
               UNTIL WS-THIS-SITE > WS-SITE-COUNT
           PERFORM 2920-CHECK-CATEGORY-LIMIT
              THRU 2920-CHECK-CATEGORY-LIMIT-EXIT
               VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-CATEGORY-COUNT
           COMPUTE WS-GL-LIMIT-AMOUNT = WS-MAPPED-TOTAL
               ON SIZE ERROR
                   DISPLAY 'GLCONSOL - CONTROL TOTAL TOO LARGE FOR GL '
                           'EXTRACT'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-COMPUTE.
       2900-CHECK-GL-LIMITS-EXIT. EXIT.
      *
       2910-CHECK-SITE-LIMIT.
           IF SITE-STATE(WS-THIS-SITE) NOT = 'I'
               GO TO 2910-CHECK-SITE-LIMIT-EXIT
           END-IF
           COMPUTE WS-GL-LIMIT-AMOUNT = SITE-TOTAL(WS-THIS-SITE)
               ON SIZE ERROR
                   DISPLAY 'GLCONSOL - SITE ' SITE-CODE(WS-THIS-SITE)
                           ' TOTAL TOO LARGE FOR GL EXTRACT'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-COMPUTE.
       2910-CHECK-SITE-LIMIT-EXIT. EXIT.
      *
       2920-CHECK-CATEGORY-LIMIT.
           PERFORM 3150-FIND-ACCOUNT THRU 3150-FIND-ACCOUNT-EXIT
           IF NOT ACCOUNT-FOUND
               GO TO 2920-CHECK-CATEGORY-LIMIT-EXIT
           END-IF
           ADD CT-CATEGORY-TOTAL(WS-CI) TO WS-MAPPED-TOTAL
           COMPUTE WS-GL-LIMIT-AMOUNT = CT-CATEGORY-TOTAL(WS-CI)
               ON SIZE ERROR
                   DISPLAY 'GLCONSOL - CATEGORY '
                           CT-ITEM-CATEGORY(WS-CI)
                           ' ACCOUNT ' WS-THIS-ACCOUNT
                           ' TOTAL TOO LARGE FOR GL EXTRACT'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-COMPUTE.
       2920-CHECK-CATEGORY-LIMIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * WRITE THE CONSOLIDATED EXTRACT - ONE 'W' SUBTOTAL PER SITE *
      * INCLUDED, THE COMPANY 'D' RECORD PER MAPPED CATEGORY, AND  *
      * THE 'T' CONTROL TOTAL COVERING THE DETAILS WRITTEN.        *
           MOVE WS-DETAIL-COUNT   TO GE-RECORD-COUNT
           MOVE WS-GRAND-TOTAL    TO GE-AMOUNT
           MOVE 'GLCONSOL'        TO GE-SOURCE
           MOVE SPACES            TO GE-WAREHOUSE-CODE
           WRITE GL-EXTRACT-LOG-RECORD
           CLOSE GL-LOG-FILE.
       4000-LOG-EXTRACT-CUT-EXIT. EXIT.
