      * OPTIONAL WAREHOUSE CODE ON THE COMMAND LINE PICKS THAT
      * SITE'S BACKORDER AND MOVEMENT FILES. THE APPLIED/REJECTED
      * REPORT GOES TO CUSTOMER SERVICE.
      *
      * NOTHING IS APPLIED UNLESS THE SHARED USER AUTHORIZATION
      * FILE ON UT-S-UAUTH SAYS THE USER ON THE ACTION MAY KEY
      * THAT ACTION IN BKORDMNT. A BACKORDER BELONGING TO A
      * PRIORITY-1 CUSTOMER ON THE CUSTOMER MASTER - OR A CHANGE
      * OF CUSTOMER ONTO ONE - ALSO NEEDS ACTION 1 ON THE USER'S
      * ENTRY. ANYTHING ELSE IS REJECTED AS NOT AUTHORIZED, AND
      * WITHOUT THE AUTHORIZATION FILE THE RUN STOPS BEFORE THE
      * BACKORDER FILE IS TOUCHED.
      *
      * BM-NEW-QTY AND THE BACKORDER TABLE'S ORDER AND OPEN
      * QUANTITIES ARE NOW 7 DIGITS, FOLLOWING THE WIDER QUANTITY
      * FIELDS ON BKORDREC AND MOVEREC.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                              FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO WS-MOVEMENT-DSNAME
                              FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO UT-S-CUSTM
                              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO UT-S-UAUTH
                              FILE STATUS IS WS-USERAUTH-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
           05  BM-ITEM-NUM         PIC X(6).
           05  BM-CUSTOMER-ID      PIC X(6).
           05  BM-ORDER-DATE       PIC 9(6).
           05  BM-NEW-QTY          PIC 9(7).
           05  BM-NEW-CUSTOMER     PIC X(6).
           05  BM-USER-ID          PIC X(8).
      *
           LABEL RECORDS ARE STANDARD.
      *
           COPY MOVEREC.
      *
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY CUSTREC.
      *
       FD  USER-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY USERAUTH.
      *
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           88  MAINT-IS-VALID       VALUE 'YES'.
           05  WS-BKO-FOUND-SWITCH  PIC X(3) VALUE 'NO'.
           88  BKO-FOUND            VALUE 'YES'.
           05  WS-LOAD-OK-SWITCH    PIC X(3) VALUE 'YES'.
           88  LOAD-OK              VALUE 'YES'.
           05  WS-AUTH-SWITCH       PIC X(3) VALUE 'NO'.
           88  USER-AUTHORIZED      VALUE 'YES'.
           05  WS-PRI-AUTH-SWITCH   PIC X(3) VALUE 'NO'.
           88  PRIORITY-1-AUTHORIZED VALUE 'YES'.
           05  WS-PRI-CUST-SWITCH   PIC X(3) VALUE 'NO'.
           88  PRIORITY-1-CUSTOMER  VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS      PIC X(2).
           05  WS-BACKORDER-STATUS  PIC X(2).
           05  WS-MOVEMENT-STATUS   PIC X(2).
           05  WS-CUSTOMER-STATUS   PIC X(2).
           05  WS-USERAUTH-STATUS   PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS     PIC X(2).
      *
           05  WS-BKO-ENTRY OCCURS 9999 TIMES.
               10  BK-ITEM-NUM      PIC X(6).
               10  BK-CUSTOMER-ID   PIC X(6).
               10  BK-ORDER-QTY     PIC 9(7).
               10  BK-OPEN-QTY      PIC 9(7).
               10  BK-ORDER-DATE    PIC 9(6).
      *
      * THE CUSTOMER MASTER'S PRIORITY CLASSES, AND BKORDMNT'S
      * ENTRIES OFF THE USER AUTHORIZATION FILE.
      *
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 9999 TIMES.
               10  CS-CUSTOMER-ID   PIC X(6).
               10  CS-PRIORITY      PIC 9(1).
      *
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 999 TIMES.
               10  AT-USER-ID       PIC X(8).
               10  AT-ACTIONS       PIC X(10).
      *
       01  WS-AUTH-WORK.
           05  WS-CI                PIC 9(4) COMP VALUE ZERO.
           05  WS-AI                PIC 9(4) COMP VALUE ZERO.
           05  WS-ACTION-TALLY      PIC 9(4) COMP VALUE ZERO.
           05  WS-PRIORITY-TALLY    PIC 9(4) COMP VALUE ZERO.
      *
       01  WS-BKO-WORK.
           05  WS-BI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-BI          PIC 9(4) COMP VALUE ZERO.
           05  WS-QTY-REMOVED       PIC 9(7) VALUE ZERO.
           05  WS-OPEN-BEFORE       PIC 9(7) VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
           WRITE REPORT-RECORD FROM WS-HEADING-2
           PERFORM 0500-LOAD-BACKORDERS
              THRU 0500-LOAD-BACKORDERS-EXIT
           PERFORM 0600-LOAD-CUSTOMERS THRU 0600-LOAD-CUSTOMERS-EXIT
           PERFORM 0700-LOAD-USER-AUTH THRU 0700-LOAD-USER-AUTH-EXIT
           IF LOAD-OK
               PERFORM 1000-PROCESS-MAINT THRU 1000-PROCESS-MAINT-EXIT
               PERFORM 3000-REWRITE-BACKORDERS
                  THRU 3000-REWRITE-BACKORDERS-EXIT
           END-IF
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
           CLOSE MOVEMENT-FILE
                 REPORT-FILE
       0500-LOAD-BACKORDERS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD EACH CUSTOMER'S PRIORITY CLASS OFF THE CUSTOMER       *
      * MASTER. THE FILE IS OPTIONAL - A CUSTOMER NOT ON IT IS     *
      * CLASS 9, SO WITHOUT IT NO BACKORDER NEEDS ACTION 1.        *
      *----------------------------------------------------------*
       0600-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
                   AND WS-CUSTOMER-STATUS NOT = '05'
               GO TO 0600-LOAD-CUSTOMERS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ CUSTOMER-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-CUST-COUNT < 9999
                        ADD 1 TO WS-CUST-COUNT
                        MOVE CU-CUSTOMER-ID
                          TO CS-CUSTOMER-ID(WS-CUST-COUNT)
                        MOVE CU-PRIORITY-CLASS
                          TO CS-PRIORITY(WS-CUST-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.
       0600-LOAD-CUSTOMERS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD BKORDMNT'S ENTRIES OFF THE USER AUTHORIZATION FILE.   *
      * WITHOUT THE FILE NO USER CAN BE SHOWN TO BE AUTHORIZED, SO *
      * THE RUN STOPS BEFORE ANYTHING IS APPLIED.                  *
      *----------------------------------------------------------*
       0700-LOAD-USER-AUTH.
           OPEN INPUT USER-AUTH-FILE
           IF WS-USERAUTH-STATUS NOT = '00'
               DISPLAY 'BKORDMNT - USER AUTH FILE NOT AVAILABLE - '
                       'STATUS ' WS-USERAUTH-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'NO' TO WS-LOAD-OK-SWITCH
               GO TO 0700-LOAD-USER-AUTH-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ USER-AUTH-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF UA-PROGRAM = 'BKORDMNT'
                            AND UA-USER-ID NOT = SPACES
                            AND WS-AUTH-COUNT < 999
                        ADD 1 TO WS-AUTH-COUNT
                        MOVE UA-USER-ID
                          TO AT-USER-ID(WS-AUTH-COUNT)
                        MOVE UA-ACTIONS
                          TO AT-ACTIONS(WS-AUTH-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE USER-AUTH-FILE.
       0700-LOAD-USER-AUTH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * READ THE MAINTENANCE FEED AND APPLY EACH ACTION TO THE     *
      * TABLE AS IT IS READ.                                       *
      *----------------------------------------------------------*
       1100-APPLY-ONE-MAINT.
           ADD 1 TO WS-READ-COUNT
           PERFORM 1200-FIND-BACKORDER THRU 1200-FIND-BACKORDER-EXIT
           PERFORM 1250-CHECK-PRIORITY THRU 1250-CHECK-PRIORITY-EXIT
           PERFORM 1260-CHECK-USER-AUTH THRU 1260-CHECK-USER-AUTH-EXIT
           PERFORM 1300-VALIDATE-MAINT THRU 1300-VALIDATE-MAINT-EXIT
           IF MAINT-IS-VALID
               PERFORM 2000-APPLY-ACTION THRU 2000-APPLY-ACTION-EXIT
       1200-FIND-BACKORDER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * DOES THE ACTION TOUCH A PRIORITY-1 CUSTOMER - THE FOUND    *
      * BACKORDER'S CUSTOMER, OR THE NEW CUSTOMER ON A CHANGE?     *
      *----------------------------------------------------------*
       1250-CHECK-PRIORITY.
           MOVE 'NO' TO WS-PRI-CUST-SWITCH
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CUST-COUNT
                      OR PRIORITY-1-CUSTOMER
               IF CS-PRIORITY(WS-CI) = 1
                   IF BKO-FOUND
                       IF CS-CUSTOMER-ID(WS-CI) =
                               BK-CUSTOMER-ID(WS-FOUND-BI)
                           MOVE 'YES' TO WS-PRI-CUST-SWITCH
                       END-IF
                   END-IF
                   IF BM-RECUST
                           AND CS-CUSTOMER-ID(WS-CI) = BM-NEW-CUSTOMER
                       MOVE 'YES' TO WS-PRI-CUST-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
       1250-CHECK-PRIORITY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * IS BM-USER-ID ALLOWED TO KEY BM-ACTION IN BKORDMNT, AND    *
      * DOES THEIR ENTRY ALSO CARRY ACTION 1 FOR PRIORITY-1        *
      * CUSTOMERS?                                                 *
      *----------------------------------------------------------*
       1260-CHECK-USER-AUTH.
           MOVE 'NO' TO WS-AUTH-SWITCH
           MOVE 'NO' TO WS-PRI-AUTH-SWITCH
           PERFORM VARYING WS-AI FROM 1 BY 1
                   UNTIL WS-AI > WS-AUTH-COUNT
                      OR USER-AUTHORIZED
               IF AT-USER-ID(WS-AI) = BM-USER-ID
                   MOVE ZERO TO WS-ACTION-TALLY
                   MOVE ZERO TO WS-PRIORITY-TALLY
                   INSPECT AT-ACTIONS(WS-AI) TALLYING WS-ACTION-TALLY
                       FOR ALL BM-ACTION
                   INSPECT AT-ACTIONS(WS-AI) TALLYING WS-PRIORITY-TALLY
                       FOR ALL '1'
                   IF WS-ACTION-TALLY > ZERO
                       MOVE 'YES' TO WS-AUTH-SWITCH
                       IF WS-PRIORITY-TALLY > ZERO
                           MOVE 'YES' TO WS-PRI-AUTH-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       1260-CHECK-USER-AUTH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * VALIDATE THE CURRENT ACTION AGAINST THE OPEN FILE. SETS    *
      * WS-VALID-SWITCH AND, WHEN INVALID, WS-REJECT-REASON.       *
      *----------------------------------------------------------*
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'ACTION CODE NOT C, Q OR U'
                 TO WS-REJECT-REASON
           ELSE IF NOT USER-AUTHORIZED
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'USER NOT AUTHORIZED FOR ACTION'
                 TO WS-REJECT-REASON
           ELSE IF NOT BKO-FOUND
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'NO MATCHING OPEN BACKORDER'
                 TO WS-REJECT-REASON
           ELSE IF PRIORITY-1-CUSTOMER AND NOT PRIORITY-1-AUTHORIZED
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'PRIORITY-1 CUSTOMER NOT AUTHORIZED'
                 TO WS-REJECT-REASON
           ELSE IF BM-REDUCE AND BM-NEW-QTY NOT NUMERIC
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'NEW QUANTITY NOT NUMERIC'
           MOVE BK-OPEN-QTY(WS-FOUND-BI) TO MV-QOH-AFTER
           MOVE WS-WAREHOUSE-CODE TO MV-WAREHOUSE-CODE
           MOVE WS-RUN-DATE       TO MV-RUN-DATE
           MOVE SPACES            TO MV-KIT-ITEM
           WRITE MOVEMENT-RECORD
           MOVE BM-ACTION      TO DL-ACTION
           MOVE BM-ITEM-NUM    TO DL-ITEM-NUM
