      * SOMEONE. A MISSING CONFIRMATION FILE MEANS ACCOUNTING HAS
      * RETURNED NOTHING YET - EVERY LOGGED EXTRACT SHOWS AS NOT
      * CONFIRMED.
      *
      * GLJRNL NOW CUTS A MOVEMENT JOURNAL EVERY NIGHT PER SITE,
      * SO AN EXTRACT IS IDENTIFIED BY ITS SOURCE PROGRAM AND SITE
      * AS WELL AS ITS PERIOD AND RUN DATE, AND A CONFIRMATION
      * ONLY MATCHES AN EXTRACT FROM THE SAME SOURCE AND SITE. A
      * CONFIRMATION WITH NO SOURCE (THE LAYOUT BEFORE THE
      * JOURNAL) IS TAKEN AS A BALANCE EXTRACT. 'POSTED TWICE'
      * MEANS THE SAME PERIOD CONFIRMED TWICE FOR A BALANCE
      * EXTRACT, BUT THE SAME JOURNAL DATE CONFIRMED TWICE FOR A
      * MOVEMENT JOURNAL - THERE IS ONE OF THOSE EVERY NIGHT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  EOF                  VALUE 'YES'.
           05  WS-MATCH-SWITCH      PIC X(3) VALUE 'NO'.
           88  CONFIRM-MATCHED      VALUE 'YES'.
           05  WS-SOURCE-SWITCH     PIC X(3) VALUE 'NO'.
           88  SAME-SOURCE          VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-GLLOG-STATUS      PIC X(2).
               10  XT-RUN-DATE     PIC 9(6).
               10  XT-REC-COUNT    PIC 9(5).
               10  XT-AMOUNT       PIC 9(9)V99.
               10  XT-SOURCE       PIC X(8).
               10  XT-WAREHOUSE    PIC X(4).
      *
      * EVERY CONFIRMATION ACCOUNTING RETURNED, WITH A USED FLAG
      * SO A CONFIRMATION NOT MATCHING ANY LOGGED EXTRACT CAN BE
               10  CF-RUN-DATE     PIC 9(6).
               10  CF-REC-COUNT    PIC 9(5).
               10  CF-AMOUNT       PIC 9(9)V99.
               10  CF-SOURCE       PIC X(8).
               10  CF-WAREHOUSE    PIC X(4).
               10  CF-USED-FLAG    PIC X(1).
      *
       01  WS-SUBSCRIPTS.
               10  DL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-VERDICT       PIC X(24).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-SOURCE        PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-WAREHOUSE     PIC X(4).
               10  FILLER           PIC X(5)  VALUE SPACES.
           05  WS-NOTE-LINE.
               10  NT-TEXT          PIC X(60).
               10  FILLER           PIC X(20) VALUE SPACES.
                      TO XT-REC-COUNT(WS-EXT-COUNT)
                    MOVE GE-AMOUNT
                      TO XT-AMOUNT(WS-EXT-COUNT)
                    MOVE GE-SOURCE
                      TO XT-SOURCE(WS-EXT-COUNT)
                    MOVE GE-WAREHOUSE-CODE
                      TO XT-WAREHOUSE(WS-EXT-COUNT)
               END-READ
           END-PERFORM
           CLOSE GL-LOG-FILE.
                 TO XT-REC-COUNT(WS-SHIFT-SUB)
               MOVE XT-AMOUNT(WS-SHIFT-SUB + 1)
                 TO XT-AMOUNT(WS-SHIFT-SUB)
               MOVE XT-SOURCE(WS-SHIFT-SUB + 1)
                 TO XT-SOURCE(WS-SHIFT-SUB)
               MOVE XT-WAREHOUSE(WS-SHIFT-SUB + 1)
                 TO XT-WAREHOUSE(WS-SHIFT-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-EXT-COUNT.
       0550-DROP-OLDEST-EXTRACT-EXIT. EXIT.
                      TO CF-REC-COUNT(WS-CNF-COUNT)
                    MOVE GC-AMOUNT
                      TO CF-AMOUNT(WS-CNF-COUNT)
                    MOVE GC-SOURCE
                      TO CF-SOURCE(WS-CNF-COUNT)
                    MOVE GC-WAREHOUSE-CODE
                      TO CF-WAREHOUSE(WS-CNF-COUNT)
                    MOVE 'N' TO CF-USED-FLAG(WS-CNF-COUNT)
               END-READ
           END-PERFORM
                 TO CF-REC-COUNT(WS-SHIFT-SUB)
               MOVE CF-AMOUNT(WS-SHIFT-SUB + 1)
                 TO CF-AMOUNT(WS-SHIFT-SUB)
               MOVE CF-SOURCE(WS-SHIFT-SUB + 1)
                 TO CF-SOURCE(WS-SHIFT-SUB)
               MOVE CF-WAREHOUSE(WS-SHIFT-SUB + 1)
                 TO CF-WAREHOUSE(WS-SHIFT-SUB)
               MOVE CF-USED-FLAG(WS-SHIFT-SUB + 1)
                 TO CF-USED-FLAG(WS-SHIFT-SUB)
           END-PERFORM
      *
      *----------------------------------------------------------*
      * PROVE ONE LOGGED EXTRACT - FIND ITS CONFIRMATION, COMPARE  *
      * COUNT AND AMOUNT, AND FLAG A PERIOD (A JOURNAL DATE FOR    *
      * THE MOVEMENT JOURNAL) CONFIRMED MORE THAN ONCE. ONLY       *
      * CONFIRMATIONS FROM THE SAME SOURCE AND SITE COUNT.         *
      *----------------------------------------------------------*
       1000-PROVE-ONE-EXTRACT.
           MOVE 'NO' TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-PERIOD-POSTS
           PERFORM VARYING WS-NI FROM 1 BY 1
                   UNTIL WS-NI > WS-CNF-COUNT
               PERFORM 1100-CHECK-SOURCE THRU 1100-CHECK-SOURCE-EXIT
               IF SAME-SOURCE
                       AND CF-PERIOD(WS-NI) = XT-PERIOD(WS-XI)
                   IF XT-SOURCE(WS-XI) NOT = 'GLJRNL'
                           OR CF-RUN-DATE(WS-NI) = XT-RUN-DATE(WS-XI)
                       ADD 1 TO WS-PERIOD-POSTS
                   END-IF
               END-IF
               IF SAME-SOURCE
                       AND CF-PERIOD(WS-NI) = XT-PERIOD(WS-XI)
                       AND CF-RUN-DATE(WS-NI) = XT-RUN-DATE(WS-XI)
                       AND CF-USED-FLAG(WS-NI) = 'N'
                       AND NOT CONFIRM-MATCHED
           MOVE XT-RUN-DATE(WS-XI)  TO DL-RUN-DATE
           MOVE XT-REC-COUNT(WS-XI) TO DL-REC-COUNT
           MOVE XT-AMOUNT(WS-XI)    TO DL-AMOUNT
           MOVE XT-SOURCE(WS-XI)    TO DL-SOURCE
           MOVE XT-WAREHOUSE(WS-XI) TO DL-WAREHOUSE
           EVALUATE TRUE
               WHEN NOT CONFIRM-MATCHED
                   MOVE 'NOT CONFIRMED' TO DL-VERDICT
       1000-PROVE-ONE-EXTRACT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * DOES CONFIRMATION WS-NI COME FROM THE SAME SOURCE AND SITE *
      * AS EXTRACT WS-XI? A CONFIRMATION WITH NO SOURCE PREDATES   *
      * THE MOVEMENT JOURNAL AND CAN ONLY BE A BALANCE EXTRACT'S.  *
      *----------------------------------------------------------*
       1100-CHECK-SOURCE.
           MOVE 'NO' TO WS-SOURCE-SWITCH
           IF CF-SOURCE(WS-NI) = XT-SOURCE(WS-XI)
                   AND CF-WAREHOUSE(WS-NI) = XT-WAREHOUSE(WS-XI)
               MOVE 'YES' TO WS-SOURCE-SWITCH
               GO TO 1100-CHECK-SOURCE-EXIT
           END-IF
           IF CF-SOURCE(WS-NI) = SPACES
                   AND XT-SOURCE(WS-XI) NOT = 'GLJRNL'
               MOVE 'YES' TO WS-SOURCE-SWITCH
           END-IF.
       1100-CHECK-SOURCE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LIST EVERY CONFIRMATION THAT MATCHED NO LOGGED EXTRACT -   *
      * ACCOUNTING POSTED SOMETHING WE NEVER CUT.                  *
      *----------------------------------------------------------*
                   MOVE CF-RUN-DATE(WS-NI)  TO DL-RUN-DATE
                   MOVE CF-REC-COUNT(WS-NI) TO DL-REC-COUNT
                   MOVE CF-AMOUNT(WS-NI)    TO DL-AMOUNT
                   MOVE CF-SOURCE(WS-NI)    TO DL-SOURCE
                   MOVE CF-WAREHOUSE(WS-NI) TO DL-WAREHOUSE
                   MOVE 'CONFIRM WITHOUT EXTRACT' TO DL-VERDICT
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   ADD 1 TO WS-WRITE-COUNT
