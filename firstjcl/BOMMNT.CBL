       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOMMNT.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * BOMMNT MAINTAINS THE BILL OF MATERIALS FILE - ONE LINE PER
      * KIT AND COMPONENT, WITH THE QUANTITY OF THE COMPONENT ONE
      * KIT TAKES - THAT INVENT LOADS TO ASSEMBLE KITS OUT OF STOCK
      * COMPONENTS AND BREAK THEM BACK DOWN. IT IS TRANSACTION
      * DRIVEN THE WAY ITEMMNT IS - EACH MAINT-REC CARRIES AN
      * ACTION CODE (A = ADD A LINE, C = CHANGE ITS QUANTITY PER
      * KIT, D = DELETE IT), THE KIT AND COMPONENT ITEM NUMBERS,
      * THE QUANTITY PER KIT, AND THE USER ID OF WHOEVER KEYED IT.
      * EVERY TRANSACTION IS VALIDATED BEFORE IT IS APPLIED - AN
      * ADD FOR A LINE ALREADY ON FILE, A CHANGE OR DELETE FOR ONE
      * THAT IS NOT, A NON-NUMERIC OR ZERO KIT OR COMPONENT NUMBER,
      * A KIT NAMED AS ITS OWN COMPONENT, OR A MISSING OR ZERO
      * QUANTITY ON AN ADD OR CHANGE IS REJECTED AND PRINTED ON
      * THE REJECT REPORT WITH THE REASON SPELLED OUT. KITS ARE
      * SINGLE LEVEL, SO AN ADD WHOSE COMPONENT IS ITSELF A KIT,
      * OR WHOSE KIT IS ALREADY A COMPONENT OF ANOTHER KIT, IS
      * REJECTED AS WELL.
      *
      * NOTHING IS APPLIED UNLESS THE SHARED USER AUTHORIZATION
      * FILE ON UT-S-UAUTH SAYS THE USER ON THE TRANSACTION MAY
      * KEY THAT ACTION IN BOMMNT - ANYTHING ELSE IS REJECTED AS
      * NOT AUTHORIZED, AND WITHOUT THE FILE THE RUN STOPS BEFORE
      * THE BILL OF MATERIALS IS TOUCHED.
      *
      * EVERY APPLIED ACTION WRITES A BEFORE/AFTER BOM-AUDIT-RECORD
      * (RUN DATE/TIME, USER ID, ACTION, KIT, COMPONENT, OLD AND
      * NEW QUANTITY PER KIT) TO BOM-AUDIT-FILE, WHICH IS APPENDED
      * TO ACROSS RUNS. THE BILL OF MATERIALS IS LOADED INTO A
      * TABLE, THE ACTIONS ARE APPLIED TO THE TABLE, AND THE FILE
      * IS THEN REWRITTEN FROM THE TABLE IN ONE PASS. A SUMMARY
      * LINE IS APPENDED TO THE SHARED RUN LOG LIKE THE OTHER
      * PROGRAMS DO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE ASSIGN TO UT-S-BOMNT
                              FILE STATUS IS WS-MAINT-STATUS.
           SELECT BOM-FILE ASSIGN TO UT-S-BOMFL
                              FILE STATUS IS WS-BOM-STATUS.
           SELECT BOM-AUDIT-FILE ASSIGN TO UT-S-BAUDT
                              FILE STATUS IS WS-AUDIT-STATUS.
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
               88  MT-DELETE           VALUE 'D'.
               88  MT-ACTION-VALID     VALUE 'A' 'C' 'D'.
           05  MT-KIT-ITEM         PIC X(6).
           05  MT-COMP-ITEM        PIC X(6).
           05  MT-QTY-PER          PIC 9(3).
           05  MT-USER-ID          PIC X(8).
      *
       FD  BOM-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY BOMREC.
      *
       FD  BOM-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY BOMAUDIT.
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
           05  WS-LINE-FOUND-SWITCH PIC X(3) VALUE 'NO'.
           88  LINE-FOUND           VALUE 'YES'.
           05  WS-LOAD-OK-SWITCH    PIC X(3) VALUE 'YES'.
           88  LOAD-OK              VALUE 'YES'.
           05  WS-AUTH-SWITCH       PIC X(3) VALUE 'NO'.
           88  USER-AUTHORIZED      VALUE 'YES'.
           05  WS-COMP-IS-KIT-SW    PIC X(3) VALUE 'NO'.
           88  COMP-IS-A-KIT        VALUE 'YES'.
           05  WS-KIT-IS-COMP-SW    PIC X(3) VALUE 'NO'.
           88  KIT-IS-A-COMPONENT   VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS      PIC X(2).
           05  WS-USERAUTH-STATUS   PIC X(2).
           05  WS-BOM-STATUS        PIC X(2).
           05  WS-AUDIT-STATUS      PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS     PIC X(2).
      *
       01  WS-RUN-LOG-FIELDS.
           05  WS-RUN-START-TIME    PIC 9(8) VALUE ZERO.
           05  WS-RUN-END-TIME      PIC 9(8) VALUE ZERO.
           05  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(6) VALUE ZERO.
      *
       01  WS-REJECT-REASON         PIC X(34) VALUE SPACES.
      *
      * BILL OF MATERIALS LOADED INTO A TABLE SO THE MAINTENANCE
      * ACTIONS CAN BE APPLIED IN PLACE BEFORE THE FILE IS
      * REWRITTEN FROM IT IN ONE PASS. A DELETED LINE'S KIT ITEM
      * IS SET TO LOW-VALUES AND SKIPPED ON REWRITE.
      *
       01  WS-BOM-TABLE.
           05  WS-BOM-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-BOM-ENTRY OCCURS 9999 TIMES.
               10  BT-KIT-ITEM      PIC X(6).
               10  BT-COMP-ITEM     PIC X(6).
               10  BT-QTY-PER       PIC 9(3).
      *
      * BOMMNT'S ENTRIES OFF THE USER AUTHORIZATION FILE.
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
           05  WS-BI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-BI          PIC 9(4) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER           PIC X(24) VALUE SPACES.
               10  FILLER           PIC X(32)
                       VALUE 'BILL OF MATERIALS MAINT REJECTS'.
               10  FILLER           PIC X(24) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER           PIC X(3)  VALUE 'ACT'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(6)  VALUE 'KIT'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(6)  VALUE 'COMP'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(8)  VALUE 'USER'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(34) VALUE 'REASON'.
               10  FILLER           PIC X(19) VALUE SPACES.
           05  WS-REJECT-LINE.
               10  RJ-ACTION        PIC X(1).
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  RJ-KIT-ITEM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  RJ-COMP-ITEM     PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  RJ-USER-ID       PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  RJ-REASON        PIC X(34).
               10  FILLER           PIC X(19) VALUE SPACES.
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
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'BOMMNT - REPORT FILE NOT AVAILABLE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           OPEN EXTEND BOM-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT BOM-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'BOMMNT - AUDIT FILE NOT AVAILABLE - STATUS '
                       WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           PERFORM 0500-LOAD-BOM THRU 0500-LOAD-BOM-EXIT
           PERFORM 0600-LOAD-USER-AUTH THRU 0600-LOAD-USER-AUTH-EXIT
           IF LOAD-OK
               PERFORM 1000-PROCESS-MAINT THRU 1000-PROCESS-MAINT-EXIT
               PERFORM 3000-REWRITE-BOM THRU 3000-REWRITE-BOM-EXIT
           END-IF
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
           CLOSE BOM-AUDIT-FILE
                 REPORT-FILE
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'BOMMNT - ACTIONS APPLIED:  ' WS-APPLIED-COUNT
           DISPLAY 'BOMMNT - ACTIONS REJECTED: ' WS-REJECT-COUNT.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * LOAD THE BILL OF MATERIALS INTO WS-BOM-TABLE. A MISSING    *
      * FILE (STATUS 35) MEANS A FIRST-EVER RUN STARTING FROM      *
      * EMPTY. ANY OTHER OPEN FAILURE STOPS THE RUN BEFORE THE     *
      * REWRITE PASS CAN TRUNCATE AN EXISTING FILE.                *
      *----------------------------------------------------------*
       0500-LOAD-BOM.
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS = '35'
               GO TO 0500-LOAD-BOM-EXIT
           END-IF
           IF WS-BOM-STATUS NOT = '00'
               DISPLAY 'BOMMNT - BOM FILE NOT AVAILABLE - STATUS '
                       WS-BOM-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'NO' TO WS-LOAD-OK-SWITCH
               GO TO 0500-LOAD-BOM-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ BOM-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-BOM-COUNT
                    MOVE BM-KIT-ITEM  TO BT-KIT-ITEM(WS-BOM-COUNT)
                    MOVE BM-COMP-ITEM TO BT-COMP-ITEM(WS-BOM-COUNT)
                    MOVE BM-QTY-PER   TO BT-QTY-PER(WS-BOM-COUNT)
               END-READ
           END-PERFORM
           CLOSE BOM-FILE.
       0500-LOAD-BOM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD BOMMNT'S ENTRIES OFF THE USER AUTHORIZATION FILE.     *
      * WITHOUT THE FILE NO USER CAN BE SHOWN TO BE AUTHORIZED, SO *
      * THE RUN STOPS BEFORE ANYTHING IS APPLIED.                  *
      *----------------------------------------------------------*
       0600-LOAD-USER-AUTH.
           OPEN INPUT USER-AUTH-FILE
           IF WS-USERAUTH-STATUS NOT = '00'
               DISPLAY 'BOMMNT - USER AUTH FILE NOT AVAILABLE - '
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
                    IF UA-PROGRAM = 'BOMMNT'
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
      * READ THE MAINTENANCE TRANSACTION FILE AND APPLY EACH        *
      * ACTION TO THE TABLE AS IT IS READ.                          *
      *----------------------------------------------------------*
       1000-PROCESS-MAINT.
           OPEN INPUT MAINT-TRANS-FILE
           IF WS-MAINT-STATUS NOT = '00'
               DISPLAY 'BOMMNT - MAINT TRANS NOT AVAILABLE - STATUS '
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
      * TABLE, WRITING THE AUDIT RECORD, OR REJECT IT ONTO THE      *
      * REPORT WITH ITS REASON SPELLED OUT.                         *
      *----------------------------------------------------------*
       1100-APPLY-ONE-MAINT.
           ADD 1 TO WS-READ-COUNT
           PERFORM 1200-FIND-LINE THRU 1200-FIND-LINE-EXIT
           PERFORM 1250-CHECK-LEVELS THRU 1250-CHECK-LEVELS-EXIT
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
      * FIND THE MT-KIT-ITEM / MT-COMP-ITEM LINE IN THE TABLE.      *
      * LEAVES THE ENTRY'S SUBSCRIPT IN WS-FOUND-BI WHEN FOUND.     *
      *----------------------------------------------------------*
       1200-FIND-LINE.
           MOVE 'NO' TO WS-LINE-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-BI
           PERFORM VARYING WS-BI FROM 1 BY 1
                   UNTIL WS-BI > WS-BOM-COUNT
               IF BT-KIT-ITEM(WS-BI) = MT-KIT-ITEM
                       AND BT-COMP-ITEM(WS-BI) = MT-COMP-ITEM
                   MOVE 'YES' TO WS-LINE-FOUND-SWITCH
                   MOVE WS-BI TO WS-FOUND-BI
               END-IF
           END-PERFORM.
       1200-FIND-LINE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * KITS ARE SINGLE LEVEL - IS THE TRANSACTION'S COMPONENT      *
      * ALREADY A KIT, OR ITS KIT ALREADY A COMPONENT OF ANOTHER?   *
      *----------------------------------------------------------*
       1250-CHECK-LEVELS.
           MOVE 'NO' TO WS-COMP-IS-KIT-SW
           MOVE 'NO' TO WS-KIT-IS-COMP-SW
           PERFORM VARYING WS-BI FROM 1 BY 1
                   UNTIL WS-BI > WS-BOM-COUNT
               IF BT-KIT-ITEM(WS-BI) = MT-COMP-ITEM
                   MOVE 'YES' TO WS-COMP-IS-KIT-SW
               END-IF
               IF BT-COMP-ITEM(WS-BI) = MT-KIT-ITEM
                       AND BT-KIT-ITEM(WS-BI) NOT = LOW-VALUES
                   MOVE 'YES' TO WS-KIT-IS-COMP-SW
               END-IF
           END-PERFORM.
       1250-CHECK-LEVELS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * IS MT-USER-ID ALLOWED TO KEY MT-ACTION IN BOMMNT?          *
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
               MOVE 'ACTION CODE NOT A, C OR D'
                 TO WS-REJECT-REASON
           ELSE IF NOT USER-AUTHORIZED
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'USER NOT AUTHORIZED FOR ACTION'
                 TO WS-REJECT-REASON
           ELSE IF MT-KIT-ITEM NOT NUMERIC
                   OR MT-KIT-ITEM = '000000'
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'KIT NUMBER NOT NUMERIC OR ZERO'
                 TO WS-REJECT-REASON
           ELSE IF MT-COMP-ITEM NOT NUMERIC
                   OR MT-COMP-ITEM = '000000'
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'COMPONENT NOT NUMERIC OR ZERO'
                 TO WS-REJECT-REASON
           ELSE IF MT-COMP-ITEM = MT-KIT-ITEM
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'KIT NAMED AS ITS OWN COMPONENT'
                 TO WS-REJECT-REASON
           ELSE IF MT-ADD AND LINE-FOUND
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'ADD - LINE ALREADY ON FILE'
                 TO WS-REJECT-REASON
           ELSE IF (MT-CHANGE OR MT-DELETE) AND NOT LINE-FOUND
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'CHANGE/DELETE - LINE NOT ON FILE'
                 TO WS-REJECT-REASON
           ELSE IF (MT-ADD OR MT-CHANGE)
                   AND (MT-QTY-PER NOT NUMERIC
                        OR MT-QTY-PER = ZERO)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'QTY PER KIT NOT NUMERIC OR ZERO'
                 TO WS-REJECT-REASON
           ELSE IF MT-ADD AND COMP-IS-A-KIT
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'COMPONENT IS ITSELF A KIT'
                 TO WS-REJECT-REASON
           ELSE IF MT-ADD AND KIT-IS-A-COMPONENT
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'KIT IS A COMPONENT OF ANOTHER KIT'
                 TO WS-REJECT-REASON
           END-IF.
       1300-VALIDATE-MAINT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPLY THE VALIDATED ACTION TO THE TABLE AND WRITE THE       *
      * BEFORE/AFTER AUDIT RECORD. A DELETED LINE'S KIT ITEM IS     *
      * SET TO LOW-VALUES SO THE REWRITE PASS SKIPS IT.             *
      *----------------------------------------------------------*
       2000-APPLY-ACTION.
           MOVE WS-RUN-DATE       TO BA-RUN-DATE
           MOVE WS-RUN-START-TIME TO BA-RUN-TIME
           MOVE MT-USER-ID        TO BA-USER-ID
           MOVE MT-ACTION         TO BA-ACTION
           MOVE MT-KIT-ITEM       TO BA-KIT-ITEM
           MOVE MT-COMP-ITEM      TO BA-COMP-ITEM
           IF LINE-FOUND
               MOVE BT-QTY-PER(WS-FOUND-BI) TO BA-OLD-QTY-PER
           ELSE
               MOVE ZERO TO BA-OLD-QTY-PER
           END-IF
           EVALUATE TRUE
               WHEN MT-ADD
                   ADD 1 TO WS-BOM-COUNT
                   MOVE WS-BOM-COUNT  TO WS-FOUND-BI
                   MOVE MT-KIT-ITEM   TO BT-KIT-ITEM(WS-FOUND-BI)
                   MOVE MT-COMP-ITEM  TO BT-COMP-ITEM(WS-FOUND-BI)
                   MOVE MT-QTY-PER    TO BT-QTY-PER(WS-FOUND-BI)
                   MOVE MT-QTY-PER    TO BA-NEW-QTY-PER
               WHEN MT-CHANGE
                   MOVE MT-QTY-PER    TO BT-QTY-PER(WS-FOUND-BI)
                   MOVE MT-QTY-PER    TO BA-NEW-QTY-PER
               WHEN MT-DELETE
                   MOVE LOW-VALUES TO BT-KIT-ITEM(WS-FOUND-BI)
                   MOVE ZERO       TO BA-NEW-QTY-PER
           END-EVALUATE
           WRITE BOM-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.
       2000-APPLY-ACTION-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REWRITE THE BILL OF MATERIALS FROM THE TABLE IN ONE PASS,   *
      * SKIPPING LINES DELETED THIS RUN.                            *
      *----------------------------------------------------------*
       3000-REWRITE-BOM.
           OPEN OUTPUT BOM-FILE
           IF WS-BOM-STATUS NOT = '00'
               DISPLAY 'BOMMNT - BOM FILE NOT AVAILABLE - STATUS '
                       WS-BOM-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 3000-REWRITE-BOM-EXIT
           END-IF
           PERFORM VARYING WS-BI FROM 1 BY 1
                   UNTIL WS-BI > WS-BOM-COUNT
               IF BT-KIT-ITEM(WS-BI) NOT = LOW-VALUES
                   MOVE BT-KIT-ITEM(WS-BI)  TO BM-KIT-ITEM
                   MOVE BT-COMP-ITEM(WS-BI) TO BM-COMP-ITEM
                   MOVE BT-QTY-PER(WS-BI)   TO BM-QTY-PER
                   WRITE BOM-RECORD
               END-IF
           END-PERFORM
           CLOSE BOM-FILE.
       3000-REWRITE-BOM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE RUN SUMMARY AT THE BOTTOM OF THE REJECT REPORT.   *
      *----------------------------------------------------------*
       4000-PRINT-SUMMARY.
           MOVE WS-APPLIED-COUNT TO SM-APPLIED
           MOVE WS-REJECT-COUNT  TO SM-REJECTED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-1
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2.
       4000-PRINT-SUMMARY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE REJECTED TRANSACTION WITH ITS REASON TEXT AND     *
      * COUNT IT.                                                   *
      *----------------------------------------------------------*
       9000-REJECT-MAINT.
           MOVE MT-ACTION        TO RJ-ACTION
           MOVE MT-KIT-ITEM      TO RJ-KIT-ITEM
           MOVE MT-COMP-ITEM     TO RJ-COMP-ITEM
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
           MOVE 'BOMMNT'           TO RL-PROGRAM-NAME
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
