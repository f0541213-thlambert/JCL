      * OR CHANGE, OR A PRIORITY CLASS NOT 1-9 IS REJECTED AND
      * PRINTED ON THE REJECT REPORT WITH THE REASON SPELLED OUT.
      *
      * NOTHING IS APPLIED UNLESS THE SHARED USER AUTHORIZATION
      * FILE ON UT-S-UAUTH SAYS THE USER ON THE TRANSACTION MAY
      * KEY THAT ACTION IN CUSTMNT - ANYTHING ELSE IS REJECTED AS
      * NOT AUTHORIZED, AND WITHOUT THE FILE THE RUN STOPS BEFORE
      * A CUSTOMER IS TOUCHED.
      *
      * EVERY APPLIED ACTION WRITES A BEFORE/AFTER CUST-AUDIT
      * RECORD TO THE AUDIT FILE, WHICH IS APPENDED TO ACROSS
      * RUNS. THE MASTER IS LOADED INTO A TABLE, THE ACTIONS ARE
                              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO UT-S-CAUDT
                              FILE STATUS IS WS-AUDIT-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO UT-S-UAUTH
                              FILE STATUS IS WS-USERAUTH-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY CUSAUDIT.
      *
       FD  USER-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY USERAUTH.
      *
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           88  CUST-FOUND           VALUE 'YES'.
           05  WS-LOAD-OK-SWITCH    PIC X(3) VALUE 'YES'.
           88  LOAD-OK              VALUE 'YES'.
           05  WS-AUTH-SWITCH       PIC X(3) VALUE 'NO'.
           88  USER-AUTHORIZED      VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS      PIC X(2).
           05  WS-USERAUTH-STATUS   PIC X(2).
           05  WS-CUSTOMER-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS      PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
               10  CS-CUSTOMER-NAME PIC X(28).
               10  CS-CONTACT       PIC X(20).
               10  CS-PRIORITY      PIC 9(1).
      *
      * CUSTMNT'S ENTRIES OFF THE USER AUTHORIZATION FILE.
      *
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 999 TIMES.
               10  AT-USER-ID       PIC X(8).
               10  AT-ACTIONS       PIC X(10).
      *
       01  WS-SUBSCRIPTS.
           05  WS-AI                PIC 9(4) COMP VALUE ZERO.
           05  WS-ACTION-TALLY      PIC 9(4) COMP VALUE ZERO.
           05  WS-CI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-CI          PIC 9(4) COMP VALUE ZERO.
      *
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           PERFORM 0500-LOAD-CUSTOMERS THRU 0500-LOAD-CUSTOMERS-EXIT
           PERFORM 0600-LOAD-USER-AUTH THRU 0600-LOAD-USER-AUTH-EXIT
           IF LOAD-OK
               PERFORM 1000-PROCESS-MAINT THRU 1000-PROCESS-MAINT-EXIT
               PERFORM 3000-REWRITE-CUSTOMERS
       0500-LOAD-CUSTOMERS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD CUSTMNT'S ENTRIES OFF THE USER AUTHORIZATION FILE.    *
      * WITHOUT THE FILE NO USER CAN BE SHOWN TO BE AUTHORIZED, SO *
      * THE RUN STOPS BEFORE ANYTHING IS APPLIED.                  *
      *----------------------------------------------------------*
       0600-LOAD-USER-AUTH.
           OPEN INPUT USER-AUTH-FILE
           IF WS-USERAUTH-STATUS NOT = '00'
               DISPLAY 'CUSTMNT - USER AUTH FILE NOT AVAILABLE - '
                       'STATUS ' WS-USERAUTH-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'NO' TO WS-LOAD-OK-SWITCH
               GO TO 0600-LOAD-USER-AUTH-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ USER-AUTH-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF UA-PROGRAM = 'CUSTMNT'
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
       0600-LOAD-USER-AUTH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * READ THE MAINTENANCE TRANSACTION FILE AND APPLY EACH       *
      * ACTION TO THE TABLE AS IT IS READ.                         *
      *----------------------------------------------------------*
       1100-APPLY-ONE-MAINT.
           ADD 1 TO WS-READ-COUNT
           PERFORM 1200-FIND-CUSTOMER THRU 1200-FIND-CUSTOMER-EXIT
           PERFORM 1260-CHECK-USER-AUTH THRU 1260-CHECK-USER-AUTH-EXIT
           PERFORM 1300-VALIDATE-MAINT THRU 1300-VALIDATE-MAINT-EXIT
           IF MAINT-IS-VALID
               PERFORM 2000-APPLY-ACTION THRU 2000-APPLY-ACTION-EXIT
       1200-FIND-CUSTOMER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * IS CM-USER-ID ALLOWED TO KEY CM-ACTION IN CUSTMNT?         *
      *----------------------------------------------------------*
       1260-CHECK-USER-AUTH.
           MOVE 'NO' TO WS-AUTH-SWITCH
           MOVE ZERO TO WS-ACTION-TALLY
           PERFORM VARYING WS-AI FROM 1 BY 1
                   UNTIL WS-AI > WS-AUTH-COUNT
                      OR USER-AUTHORIZED
               IF AT-USER-ID(WS-AI) = CM-USER-ID
                   INSPECT AT-ACTIONS(WS-AI) TALLYING WS-ACTION-TALLY
                       FOR ALL CM-ACTION
                   IF WS-ACTION-TALLY > ZERO
                       MOVE 'YES' TO WS-AUTH-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
       1260-CHECK-USER-AUTH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * VALIDATE THE CURRENT MAINTENANCE TRANSACTION. SETS         *
      * WS-VALID-SWITCH AND, WHEN INVALID, WS-REJECT-REASON.       *
      *----------------------------------------------------------*
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'ACTION CODE NOT A, C OR D'
                 TO WS-REJECT-REASON
           ELSE IF NOT USER-AUTHORIZED
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'USER NOT AUTHORIZED FOR ACTION'
                 TO WS-REJECT-REASON
           ELSE IF CM-CUSTOMER-ID = SPACES
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'CUSTOMER ID IS BLANK'
