      * IN THE NIGHTLY STREAM - TWICE AN EXTRACT WAS CUT AND NEVER
      * LOADED AND NOBODY NOTICED UNTIL THE LEDGER DID NOT TIE AT
      * QUARTER END.
      *
      * THE CROSS-REFERENCE NOW ALSO HOLDS GLJRNL'S MOVEMENT
      * JOURNAL ROWS (A MOVEMENT TYPE FILLED IN); ONLY THE
      * CATEGORY BALANCE ROWS, MOVEMENT TYPE BLANK, ARE LOADED
      * HERE. THE EXTRACT LOG ENTRY CARRIES SPACES FOR ITS SITE.
      *
      * THE CATEGORY AND GRAND TOTALS ARE NOW ACCUMULATED AT
      * ELEVEN DIGITS, AND EVERY TOTAL BOUND FOR THE NINE-DIGIT GL
      * EXTRACT AMOUNT IS PROVED TO FIT BEFORE THE EXTRACT IS
      * OPENED. A TOTAL THAT DOES NOT FIT IS DISPLAYED WITH ITS
      * CATEGORY AND ACCOUNT, THE RUN ENDS RETURN CODE 12, AND NO
      * EXTRACT OR EXTRACT LOG ENTRY IS CUT - A TRUNCATED AMOUNT
      * IS NEVER POSTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  EOF                  VALUE 'YES'.
           05  WS-CAT-FOUND-SWITCH  PIC X(3) VALUE 'NO'.
           88  CAT-FOUND            VALUE 'YES'.
           05  WS-GL-LIMIT-SWITCH   PIC X(3) VALUE 'NO'.
           88  GL-LIMIT-EXCEEDED    VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS     PIC X(2).
           05  WS-CATEGORY-COUNT    PIC 9(3) COMP VALUE ZERO.
           05  WS-CATEGORY-ENTRY OCCURS 999 TIMES.
               10  CT-ITEM-CATEGORY PIC X(4).
               10  CT-CATEGORY-TOTAL PIC 9(11)V99.
      *
       01  WS-SUBSCRIPTS.
           05  WS-CI                PIC 9(3) COMP VALUE ZERO.
           05  WS-FOUND-CI          PIC 9(3) COMP VALUE ZERO.
      *
       01  WS-GRAND-TOTAL           PIC 9(11)V99 VALUE ZERO.
      *
      * THE GL EXTRACT AND EXTRACT LOG AMOUNTS ARE 9(9)V99 - EVERY
      * TOTAL IS PROVED AGAINST THAT BEFORE THE EXTRACT IS CUT.
      *
       01  WS-GL-LIMIT-FIELDS.
           05  WS-GL-LIMIT-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           05  WS-MAPPED-TOTAL      PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(6) VALUE ZERO.
      *
           05  WS-EXC-LINE.
               10  XL-CATEGORY      PIC X(4).
               10  FILLER           PIC X(10) VALUE '  AMOUNT '.
               10  XL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(49) VALUE SPACES.
           05  WS-EXC-NONE-LINE.
               10  FILLER           PIC X(40) VALUE
                       'ALL CATEGORIES MAPPED - NOTHING KICKED'.
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           PERFORM 1500-CHECK-GL-LIMITS THRU 1500-CHECK-GL-LIMITS-EXIT
           IF GL-LIMIT-EXCEEDED
               DISPLAY 'GLEXTRCT - EXTRACT NOT CUT - TOTALS EXCEED GL '
                       'AMOUNT FIELD'
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'GLEXTRCT - EXTRACT FILE NOT AVAILABLE - STATUS '
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
       1100-FIND-CATEGORY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PROVE EVERY MAPPED CATEGORY TOTAL, AND THE GRAND TOTAL OF  *
      * THEM, FITS THE 9(9)V99 GL EXTRACT AMOUNT BEFORE ANYTHING   *
      * IS WRITTEN, SO AN OVERSIZE TOTAL STOPS THE RUN INSTEAD OF  *
      * POSTING A TRUNCATED AMOUNT OR HALF AN EXTRACT. UNMAPPED    *
      * CATEGORIES GO TO THE EXCEPTION LISTING, NOT THE EXTRACT.   *
      *----------------------------------------------------------*
       1500-CHECK-GL-LIMITS.
           MOVE 'NO' TO WS-GL-LIMIT-SWITCH
           MOVE ZERO TO WS-MAPPED-TOTAL
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CATEGORY-COUNT
               PERFORM 1550-CHECK-CATEGORY-LIMIT
                  THRU 1550-CHECK-CATEGORY-LIMIT-EXIT
           END-PERFORM
           COMPUTE WS-GL-LIMIT-AMOUNT = WS-MAPPED-TOTAL
               ON SIZE ERROR
                   DISPLAY 'GLEXTRCT - CONTROL TOTAL TOO LARGE FOR GL '
                           'EXTRACT'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-COMPUTE.
       1500-CHECK-GL-LIMITS-EXIT. EXIT.
      *
       1550-CHECK-CATEGORY-LIMIT.
           PERFORM 2150-FIND-ACCOUNT THRU 2150-FIND-ACCOUNT-EXIT
           IF NOT ACCOUNT-FOUND
               GO TO 1550-CHECK-CATEGORY-LIMIT-EXIT
           END-IF
           ADD CT-CATEGORY-TOTAL(WS-CI) TO WS-MAPPED-TOTAL
           COMPUTE WS-GL-LIMIT-AMOUNT = CT-CATEGORY-TOTAL(WS-CI)
               ON SIZE ERROR
                   DISPLAY 'GLEXTRCT - CATEGORY '
                           CT-ITEM-CATEGORY(WS-CI)
                           ' ACCOUNT ' WS-THIS-ACCOUNT
                           ' TOTAL TOO LARGE FOR GL EXTRACT'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-COMPUTE.
       1550-CHECK-CATEGORY-LIMIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * WRITE ONE DETAIL RECORD PER CATEGORY FOLLOWED BY THE        *
      * CONTROL TOTAL RECORD.                                       *
      *----------------------------------------------------------*
                   WS-CATEGORY-COUNT - WS-EXCEPTION-COUNT
           MOVE WS-GRAND-TOTAL    TO GE-AMOUNT
           MOVE 'GLEXTRCT'        TO GE-SOURCE
           MOVE SPACES            TO GE-WAREHOUSE-CODE
           WRITE GL-EXTRACT-LOG-RECORD
           CLOSE GL-LOG-FILE.
       2300-LOG-EXTRACT-CUT-EXIT. EXIT.
