       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAMNT.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * RMAMNT MAINTAINS THE CUSTOMER RETURN AUTHORIZATION FILE
      * THAT INVENT PROVES EVERY 'T' RETURN AGAINST. CUSTOMER
      * SERVICE ISSUES AN RMA ONCE IT HAS AGREED WITH THE CUSTOMER
      * WHAT IS COMING BACK - ONE CUSTOMER, ONE ITEM, THE QUANTITY
      * AUTHORIZED, THE REASON (DF DEFECTIVE, DM DAMAGED, WI WRONG
      * ITEM, OS OVER-SHIPPED, NW NOT WANTED) AND THE DISPOSITION
      * (R RESTOCK, S SCRAP, V RETURN TO VENDOR). IT IS
      * TRANSACTION DRIVEN THE WAY BOMMNT IS - EACH MAINT-REC
      * CARRIES AN ACTION CODE (A = ISSUE A NEW RMA, C = CHANGE
      * ITS QUANTITY, REASON OR DISPOSITION, X = CLOSE IT), THE
      * RMA NUMBER, THE RMA'S FIELDS, AND THE USER ID OF WHOEVER
      * KEYED IT. EVERY TRANSACTION IS VALIDATED BEFORE IT IS
      * APPLIED - A BLANK RMA NUMBER, AN ADD FOR AN RMA ALREADY ON
      * FILE, A CHANGE OR CLOSE FOR ONE THAT IS NOT OR IS ALREADY
      * CLOSED, AN ADD FOR A CUSTOMER NOT ON THE CUSTOMER MASTER
      * OR A NON-NUMERIC OR ZERO ITEM, A MISSING OR ZERO QUANTITY
      * OR ONE BELOW WHAT HAS ALREADY COME BACK, OR AN UNKNOWN
      * REASON OR DISPOSITION IS REJECTED AND PRINTED ON THE
      * REJECT REPORT WITH THE REASON SPELLED OUT. THE CUSTOMER
      * AND ITEM OF AN RMA CANNOT BE CHANGED - CLOSE IT AND ISSUE
      * ANOTHER.
      *
      * NOTHING IS APPLIED UNLESS THE SHARED USER AUTHORIZATION
      * FILE ON UT-S-UAUTH SAYS THE USER ON THE TRANSACTION MAY
      * KEY THAT ACTION IN RMAMNT - ANYTHING ELSE IS REJECTED AS
      * NOT AUTHORIZED, AND WITHOUT THE FILE THE RUN STOPS BEFORE
      * AN RMA IS TOUCHED.
      *
      * THE RMA FILE IS LOADED INTO A TABLE, THE ACTIONS ARE
      * APPLIED TO THE TABLE, AND THE FILE IS THEN REWRITTEN FROM
      * THE TABLE IN ONE PASS. RMAS CLOSED - HERE, OR BY INVENT
      * WHEN THE LAST OF THE AUTHORIZED QUANTITY CAME BACK - ARE
      * DROPPED ON THE REWRITE, SO THE FILE HOLDS ONLY WHAT IS
      * STILL OPEN FOR RMAAGE TO AGE. A SUMMARY LINE IS APPENDED
      * TO THE SHARED RUN LOG LIKE THE OTHER PROGRAMS DO.
      *
      * THE AUTHORIZED AND RECEIVED QUANTITIES ON THE RMA FILE ARE
      * NOW 7 DIGITS, AS THE TRANSACTION AND MOVEMENT QUANTITIES
      * ARE, AND THE QUANTITY ON A MAINT-REC IS 7 DIGITS TO MATCH,
      * MOVING THE REASON, DISPOSITION AND USER ID THREE BYTES
      * ALONG. THE RMA FILE IS REFORMATTED ONCE BY WIDECONV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE ASSIGN TO UT-S-RMANT
                              FILE STATUS IS WS-MAINT-STATUS.
           SELECT RMA-FILE ASSIGN TO UT-S-RMAFL
                              FILE STATUS IS WS-RMA-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO UT-S-CUSTM
                              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO UT-S-UAUTH
                              FILE STATUS IS WS-USERAUTH-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  MAINT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  MAINT-REC.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD              VALUE 'A'.
               88  MT-CHANGE           VALUE 'C'.
               88  MT-CLOSE            VALUE 'X'.
               88  MT-ACTION-VALID     VALUE 'A' 'C' 'X'.
           05  MT-RMA-NUM          PIC X(8).
           05  MT-CUSTOMER-ID      PIC X(6).
           05  MT-ITEM-NUM         PIC X(6).
           05  MT-AUTH-QTY         PIC 9(7).
           05  MT-REASON-CODE      PIC X(2).
               88  MT-REASON-VALID     VALUE 'DF' 'DM' 'WI' 'OS'
                                             'NW'.
           05  MT-DISPOSITION      PIC X(1).
               88  MT-DISPOSITION-VALID VALUE 'R' 'S' 'V'.
           05  MT-USER-ID          PIC X(8).
      *
       FD  RMA-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RMAREC.
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
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
      *
       01  REPORT-RECORD           PIC X(80).
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(3) VALUE 'NO'.
           88  EOF                  VALUE 'YES'.
           05  WS-VALID-SWITCH      PIC X(3) VALUE 'YES'.
           88  MAINT-IS-VALID       VALUE 'YES'.
           05  WS-RMA-FOUND-SWITCH  PIC X(3) VALUE 'NO'.
           88  RMA-FOUND            VALUE 'YES'.
           05  WS-CUST-FOUND-SWITCH PIC X(3) VALUE 'NO'.
           88  CUSTOMER-FOUND       VALUE 'YES'.
           05  WS-LOAD-OK-SWITCH    PIC X(3) VALUE 'YES'.
           88  LOAD-OK              VALUE 'YES'.
           05  WS-AUTH-SWITCH       PIC X(3) VALUE 'NO'.
           88  USER-AUTHORIZED      VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS      PIC X(2).
           05  WS-USERAUTH-STATUS   PIC X(2).
           05  WS-RMA-STATUS        PIC X(2).
           05  WS-CUSTOMER-STATUS   PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS     PIC X(2).
      *
       01  WS-RUN-LOG-FIELDS.
           05  WS-RUN-START-TIME    PIC 9(8) VALUE ZERO.
           05  WS-RUN-END-TIME      PIC 9(8) VALUE ZERO.
           05  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  WS-DROPPED-COUNT     PIC 9(7) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(6) VALUE ZERO.
      *
       01  WS-REJECT-REASON         PIC X(34) VALUE SPACES.
      *
      * RETURN AUTHORIZATIONS LOADED INTO A TABLE SO THE
      * MAINTENANCE ACTIONS CAN BE APPLIED IN PLACE BEFORE THE
      * FILE IS REWRITTEN FROM IT IN ONE PASS.
      *
       01  WS-RMA-TABLE.
           05  WS-RMA-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-RMA-ENTRY OCCURS 9999 TIMES.
               10  RN-RMA-NUM       PIC X(8).
               10  RN-CUSTOMER-ID   PIC X(6).
               10  RN-ITEM-NUM      PIC X(6).
               10  RN-AUTH-QTY      PIC 9(7).
               10  RN-RECEIVED-QTY  PIC 9(7).
               10  RN-REASON-CODE   PIC X(2).
               10  RN-DISPOSITION   PIC X(1).
               10  RN-STATUS        PIC X(1).
               10  RN-ISSUE-DATE    PIC 9(6).
               10  RN-ISSUED-BY     PIC X(8).
               10  RN-LAST-RETURN   PIC 9(6).
      *
      * THE CUSTOMER IDS OFF THE CUSTOMER MASTER, SO AN RMA CAN
      * ONLY BE ISSUED TO A CUSTOMER THE COMPANY KNOWS.
      *
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 9999 TIMES.
               10  CS-CUSTOMER-ID   PIC X(6).
      *
      * RMAMNT'S ENTRIES OFF THE USER AUTHORIZATION FILE.
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
           05  WS-RI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-RI          PIC 9(4) COMP VALUE ZERO.
           05  WS-CI                PIC 9(4) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER           PIC X(23) VALUE SPACES.
               10  FILLER           PIC X(34)
                       VALUE 'RETURN AUTHORIZATION MAINT REJECTS'.
               10  FILLER           PIC X(23) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER           PIC X(3)  VALUE 'ACT'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(8)  VALUE 'RMA'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(6)  VALUE 'CUST'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(6)  VALUE 'ITEM'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(8)  VALUE 'USER'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(34) VALUE 'REASON'.
               10  FILLER           PIC X(11) VALUE SPACES.
           05  WS-REJECT-LINE.
               10  RJ-ACTION        PIC X(1).
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  RJ-RMA-NUM       PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  RJ-CUSTOMER-ID   PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  RJ-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  RJ-USER-ID       PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  RJ-REASON        PIC X(34).
               10  FILLER           PIC X(10) VALUE SPACES.
           05  WS-SUMMARY-LINE-1.
               10  FILLER           PIC X(20)
                       VALUE 'ACTIONS APPLIED ...'.
               10  SM-APPLIED       PIC ZZ,ZZ9.
               10  FILLER           PIC X(53) VALUE SPACES.
           05  WS-SUMMARY-LINE-2.
               10  FILLER           PIC X(20)
                       VALUE 'ACTIONS REJECTED ..'.
               10  SM-REJECTED      PIC ZZ,ZZ9.
               10  FILLER           PIC X(53) VALUE SPACES.
           05  WS-SUMMARY-LINE-3.
               10  FILLER           PIC X(20)
                       VALUE 'CLOSED RMAS DROPPED'.
               10  SM-DROPPED       PIC ZZ,ZZ9.
               10  FILLER           PIC X(53) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'RMAMNT - REPORT FILE NOT AVAILABLE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           PERFORM 0500-LOAD-RMAS THRU 0500-LOAD-RMAS-EXIT
           PERFORM 0600-LOAD-CUSTOMERS THRU 0600-LOAD-CUSTOMERS-EXIT
           PERFORM 0700-LOAD-USER-AUTH THRU 0700-LOAD-USER-AUTH-EXIT
           IF LOAD-OK
               PERFORM 1000-PROCESS-MAINT THRU 1000-PROCESS-MAINT-EXIT
               PERFORM 3000-REWRITE-RMAS THRU 3000-REWRITE-RMAS-EXIT
           END-IF
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
           CLOSE REPORT-FILE
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'RMAMNT - ACTIONS APPLIED:  ' WS-APPLIED-COUNT
           DISPLAY 'RMAMNT - ACTIONS REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'RMAMNT - CLOSED RMAS DROPPED: ' WS-DROPPED-COUNT.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * LOAD THE RETURN AUTHORIZATIONS INTO WS-RMA-TABLE. A        *
      * MISSING FILE (STATUS 35) MEANS A FIRST-EVER RUN STARTING   *
      * FROM EMPTY. ANY OTHER OPEN FAILURE STOPS THE RUN BEFORE    *
      * THE REWRITE PASS CAN TRUNCATE AN EXISTING FILE.            *
      *----------------------------------------------------------*
       0500-LOAD-RMAS.
           OPEN INPUT RMA-FILE
           IF WS-RMA-STATUS = '35'
               GO TO 0500-LOAD-RMAS-EXIT
           END-IF
           IF WS-RMA-STATUS NOT = '00'
               DISPLAY 'RMAMNT - RMA FILE NOT AVAILABLE - STATUS '
                       WS-RMA-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'NO' TO WS-LOAD-OK-SWITCH
               GO TO 0500-LOAD-RMAS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ RMA-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-RMA-COUNT
                    MOVE RA-RMA-NUM      TO RN-RMA-NUM(WS-RMA-COUNT)
                    MOVE RA-CUSTOMER-ID
                      TO RN-CUSTOMER-ID(WS-RMA-COUNT)
                    MOVE RA-ITEM-NUM     TO RN-ITEM-NUM(WS-RMA-COUNT)
                    MOVE RA-AUTH-QTY     TO RN-AUTH-QTY(WS-RMA-COUNT)
                    MOVE RA-RECEIVED-QTY
                      TO RN-RECEIVED-QTY(WS-RMA-COUNT)
                    MOVE RA-REASON-CODE
                      TO RN-REASON-CODE(WS-RMA-COUNT)
                    MOVE RA-DISPOSITION
                      TO RN-DISPOSITION(WS-RMA-COUNT)
                    MOVE RA-STATUS       TO RN-STATUS(WS-RMA-COUNT)
                    MOVE RA-ISSUE-DATE   TO RN-ISSUE-DATE(WS-RMA-COUNT)
                    MOVE RA-ISSUED-BY    TO RN-ISSUED-BY(WS-RMA-COUNT)
                    MOVE RA-LAST-RETURN-DATE
                      TO RN-LAST-RETURN(WS-RMA-COUNT)
               END-READ
           END-PERFORM
           CLOSE RMA-FILE.
       0500-LOAD-RMAS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE CUSTOMER IDS OFF THE CUSTOMER MASTER. WITHOUT THE *
      * FILE NO CUSTOMER IS KNOWN AND EVERY ADD IS REJECTED.       *
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
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.
       0600-LOAD-CUSTOMERS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD RMAMNT'S ENTRIES OFF THE USER AUTHORIZATION FILE.     *
      * WITHOUT THE FILE NO USER CAN BE SHOWN TO BE AUTHORIZED, SO *
      * THE RUN STOPS BEFORE ANYTHING IS APPLIED.                  *
      *----------------------------------------------------------*
       0700-LOAD-USER-AUTH.
           OPEN INPUT USER-AUTH-FILE
           IF WS-USERAUTH-STATUS NOT = '00'
               DISPLAY 'RMAMNT - USER AUTH FILE NOT AVAILABLE - '
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
                    IF UA-PROGRAM = 'RMAMNT'
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
      * READ THE MAINTENANCE TRANSACTION FILE AND APPLY EACH        *
      * ACTION TO THE TABLE AS IT IS READ.                          *
      *----------------------------------------------------------*
       1000-PROCESS-MAINT.
           OPEN INPUT MAINT-TRANS-FILE
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY 'RMAMNT - MAINT TRANS NOT AVAILABLE - STATUS '
                       WS-MAINT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 1000-PROCESS-MAINT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ MAINT-TRANS-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    PERFORM 1100-APPLY-ONE-MAINT
                       THRU 1100-APPLY-ONE-MAINT-EXIT
               END-READ
           END-PERFORM
           CLOSE MAINT-TRANS-FILE.
       1000-PROCESS-MAINT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * VALIDATE ONE MAINTENANCE TRANSACTION AND APPLY IT TO THE    *
      * TABLE, OR REJECT IT ONTO THE REPORT WITH ITS REASON         *
      * SPELLED OUT.                                                *
      *----------------------------------------------------------*
       1100-APPLY-ONE-MAINT.
           ADD 1 TO WS-READ-COUNT
           PERFORM 1200-FIND-RMA THRU 1200-FIND-RMA-EXIT
           PERFORM 1250-FIND-CUSTOMER THRU 1250-FIND-CUSTOMER-EXIT
           PERFORM 1260-CHECK-USER-AUTH THRU 1260-CHECK-USER-AUTH-EXIT
           PERFORM 1300-VALIDATE-MAINT THRU 1300-VALIDATE-MAINT-EXIT
           IF MAINT-IS-VALID
               PERFORM 2000-APPLY-ACTION THRU 2000-APPLY-ACTION-EXIT
           ELSE
               PERFORM 9000-REJECT-MAINT THRU 9000-REJECT-MAINT-EXIT
           END-IF.
       1100-APPLY-ONE-MAINT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * FIND MT-RMA-NUM IN THE TABLE. LEAVES THE ENTRY'S SUBSCRIPT  *
      * IN WS-FOUND-RI WHEN FOUND.                                  *
      *----------------------------------------------------------*
       1200-FIND-RMA.
           MOVE 'NO' TO WS-RMA-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-RI
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-RMA-COUNT
               IF RN-RMA-NUM(WS-RI) = MT-RMA-NUM
                   MOVE 'YES' TO WS-RMA-FOUND-SWITCH
                   MOVE WS-RI TO WS-FOUND-RI
               END-IF
           END-PERFORM.
       1200-FIND-RMA-EXIT. EXIT.
      *
       1250-FIND-CUSTOMER.
           MOVE 'NO' TO WS-CUST-FOUND-SWITCH
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CUST-COUNT
               IF CS-CUSTOMER-ID(WS-CI) = MT-CUSTOMER-ID
                   MOVE 'YES' TO WS-CUST-FOUND-SWITCH
               END-IF
           END-PERFORM.
       1250-FIND-CUSTOMER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * IS MT-USER-ID ALLOWED TO KEY MT-ACTION IN RMAMNT?          *
      *----------------------------------------------------------*
       1260-CHECK-USER-AUTH.
           MOVE 'NO' TO WS-AUTH-SWITCH
           MOVE ZERO TO WS-ACTION-TALLY
           PERFORM VARYING WS-AI FROM 1 BY 1
                   UNTIL WS-AI > WS-AUTH-COUNT
                      OR USER-AUTHORIZED
               IF AT-USER-ID(WS-AI) = MT-USER-ID
                   INSPECT AT-ACTIONS(WS-AI) TALLYING WS-ACTION-TALLY
                       FOR ALL MT-ACTION
                   IF WS-ACTION-TALLY > ZERO
                       MOVE 'YES' TO WS-AUTH-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
       1260-CHECK-USER-AUTH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * VALIDATE THE CURRENT MAINTENANCE TRANSACTION. SETS          *
      * WS-VALID-SWITCH AND, WHEN INVALID, WS-REJECT-REASON.        *
      *----------------------------------------------------------*
       1300-VALIDATE-MAINT.
           MOVE 'YES'  TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT MT-ACTION-VALID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'ACTION CODE NOT A, C OR X'
                 TO WS-REJECT-REASON
           ELSE IF NOT USER-AUTHORIZED
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'USER NOT AUTHORIZED FOR ACTION'
                 TO WS-REJECT-REASON
           ELSE IF MT-RMA-NUM = SPACES
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'RMA NUMBER MISSING'
                 TO WS-REJECT-REASON
           ELSE IF MT-ADD AND RMA-FOUND
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'ADD - RMA ALREADY ON FILE'
                 TO WS-REJECT-REASON
           ELSE IF (MT-CHANGE OR MT-CLOSE) AND NOT RMA-FOUND
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'CHANGE/CLOSE - RMA NOT ON FILE'
                 TO WS-REJECT-REASON
           ELSE IF (MT-CHANGE OR MT-CLOSE)
                   AND RN-STATUS(WS-FOUND-RI) = 'C'
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'CHANGE/CLOSE - RMA ALREADY CLOSED'
                 TO WS-REJECT-REASON
           ELSE IF MT-ADD AND NOT CUSTOMER-FOUND
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
                 TO WS-REJECT-REASON
           ELSE IF MT-ADD AND (MT-ITEM-NUM NOT NUMERIC
                               OR MT-ITEM-NUM = '000000')
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'ITEM NUMBER NOT NUMERIC OR ZERO'
                 TO WS-REJECT-REASON
           ELSE IF (MT-ADD OR MT-CHANGE)
                   AND (MT-AUTH-QTY NOT NUMERIC
                        OR MT-AUTH-QTY = ZERO)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'QUANTITY NOT NUMERIC OR ZERO'
                 TO WS-REJECT-REASON
           ELSE IF MT-CHANGE
                   AND MT-AUTH-QTY < RN-RECEIVED-QTY(WS-FOUND-RI)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'QUANTITY BELOW WHAT HAS COME BACK'
                 TO WS-REJECT-REASON
           ELSE IF (MT-ADD OR MT-CHANGE) AND NOT MT-REASON-VALID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'REASON NOT DF, DM, WI, OS OR NW'
                 TO WS-REJECT-REASON
           ELSE IF (MT-ADD OR MT-CHANGE)
                   AND NOT MT-DISPOSITION-VALID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'DISPOSITION NOT R, S OR V'
                 TO WS-REJECT-REASON
           ELSE IF MT-ADD AND WS-RMA-COUNT = 9999
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'RMA TABLE FULL'
                 TO WS-REJECT-REASON
           END-IF.
       1300-VALIDATE-MAINT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPLY THE VALIDATED ACTION TO THE TABLE. A CHANGE THAT     *
      * BRINGS THE AUTHORIZED QUANTITY DOWN TO WHAT HAS ALREADY    *
      * COME BACK CLOSES THE RMA.                                  *
      *----------------------------------------------------------*
       2000-APPLY-ACTION.
           EVALUATE TRUE
               WHEN MT-ADD
                   ADD 1 TO WS-RMA-COUNT
                   MOVE WS-RMA-COUNT   TO WS-FOUND-RI
                   MOVE MT-RMA-NUM     TO RN-RMA-NUM(WS-FOUND-RI)
                   MOVE MT-CUSTOMER-ID TO RN-CUSTOMER-ID(WS-FOUND-RI)
                   MOVE MT-ITEM-NUM    TO RN-ITEM-NUM(WS-FOUND-RI)
                   MOVE MT-AUTH-QTY    TO RN-AUTH-QTY(WS-FOUND-RI)
                   MOVE ZERO           TO RN-RECEIVED-QTY(WS-FOUND-RI)
                   MOVE MT-REASON-CODE TO RN-REASON-CODE(WS-FOUND-RI)
                   MOVE MT-DISPOSITION TO RN-DISPOSITION(WS-FOUND-RI)
                   MOVE 'O'            TO RN-STATUS(WS-FOUND-RI)
                   MOVE WS-RUN-DATE    TO RN-ISSUE-DATE(WS-FOUND-RI)
                   MOVE MT-USER-ID     TO RN-ISSUED-BY(WS-FOUND-RI)
                   MOVE ZERO           TO RN-LAST-RETURN(WS-FOUND-RI)
               WHEN MT-CHANGE
                   MOVE MT-AUTH-QTY    TO RN-AUTH-QTY(WS-FOUND-RI)
                   MOVE MT-REASON-CODE TO RN-REASON-CODE(WS-FOUND-RI)
                   MOVE MT-DISPOSITION TO RN-DISPOSITION(WS-FOUND-RI)
                   IF RN-RECEIVED-QTY(WS-FOUND-RI) = MT-AUTH-QTY
                       MOVE 'C' TO RN-STATUS(WS-FOUND-RI)
                   END-IF
               WHEN MT-CLOSE
                   MOVE 'C' TO RN-STATUS(WS-FOUND-RI)
           END-EVALUATE
           ADD 1 TO WS-APPLIED-COUNT.
       2000-APPLY-ACTION-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REWRITE THE RMA FILE FROM THE TABLE IN ONE PASS, DROPPING   *
      * THE CLOSED RMAS.                                            *
      *----------------------------------------------------------*
       3000-REWRITE-RMAS.
           OPEN OUTPUT RMA-FILE
           IF WS-RMA-STATUS NOT = '00'
               DISPLAY 'RMAMNT - RMA FILE NOT AVAILABLE - STATUS '
                       WS-RMA-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 3000-REWRITE-RMAS-EXIT
           END-IF
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-RMA-COUNT
               IF RN-STATUS(WS-RI) = 'C'
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   MOVE RN-RMA-NUM(WS-RI)      TO RA-RMA-NUM
                   MOVE RN-CUSTOMER-ID(WS-RI)  TO RA-CUSTOMER-ID
                   MOVE RN-ITEM-NUM(WS-RI)     TO RA-ITEM-NUM
                   MOVE RN-AUTH-QTY(WS-RI)     TO RA-AUTH-QTY
                   MOVE RN-RECEIVED-QTY(WS-RI) TO RA-RECEIVED-QTY
                   MOVE RN-REASON-CODE(WS-RI)  TO RA-REASON-CODE
                   MOVE RN-DISPOSITION(WS-RI)  TO RA-DISPOSITION
                   MOVE RN-STATUS(WS-RI)       TO RA-STATUS
                   MOVE RN-ISSUE-DATE(WS-RI)   TO RA-ISSUE-DATE
                   MOVE RN-ISSUED-BY(WS-RI)    TO RA-ISSUED-BY
                   MOVE RN-LAST-RETURN(WS-RI)  TO RA-LAST-RETURN-DATE
                   WRITE RMA-RECORD
               END-IF
           END-PERFORM
           CLOSE RMA-FILE.
       3000-REWRITE-RMAS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE RUN SUMMARY AT THE BOTTOM OF THE REJECT REPORT.   *
      *----------------------------------------------------------*
       4000-PRINT-SUMMARY.
           MOVE WS-APPLIED-COUNT TO SM-APPLIED
           MOVE WS-REJECT-COUNT  TO SM-REJECTED
           MOVE WS-DROPPED-COUNT TO SM-DROPPED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-1
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-3.
       4000-PRINT-SUMMARY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE REJECTED TRANSACTION WITH ITS REASON TEXT AND     *
      * COUNT IT.                                                   *
      *----------------------------------------------------------*
       9000-REJECT-MAINT.
           MOVE MT-ACTION        TO RJ-ACTION
           MOVE MT-RMA-NUM       TO RJ-RMA-NUM
           MOVE MT-CUSTOMER-ID   TO RJ-CUSTOMER-ID
           MOVE MT-ITEM-NUM      TO RJ-ITEM-NUM
           MOVE MT-USER-ID       TO RJ-USER-ID
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REPORT-RECORD FROM WS-REJECT-LINE
           ADD 1 TO WS-REJECT-COUNT.
       9000-REJECT-MAINT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND A SUMMARY LINE FOR THIS RUN TO THE SHARED RUN LOG.   *
      * THE LOG MAY NOT EXIST YET THE FIRST TIME ANY PROGRAM RUNS,  *
      * SO FALL BACK TO OPEN OUTPUT WHEN OPEN EXTEND FAILS.         *
      *----------------------------------------------------------*
       9200-WRITE-RUN-LOG.
           MOVE 'RMAMNT'           TO RL-PROGRAM-NAME
           MOVE WS-RUN-START-TIME  TO RL-START-TIME
           MOVE WS-RUN-END-TIME    TO RL-END-TIME
           MOVE WS-READ-COUNT      TO RL-RECORDS-READ
           MOVE WS-APPLIED-COUNT   TO RL-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT    TO RL-RECORDS-REJECTED
           MOVE WS-RUN-DATE        TO RL-RUN-DATE
           MOVE SPACES             TO RL-WAREHOUSE-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       9200-WRITE-RUN-LOG-EXIT. EXIT.
