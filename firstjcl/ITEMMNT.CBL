      * MEANS NO PRICE SET YET) - SO MARGNRPT CAN EXTEND SALES AT
      * WHAT THINGS ACTUALLY SELL FOR.
      *
      * IT NOW ALSO CARRIES THE ITEM'S UNITS OF MEASURE - THE
      * STOCKING UNIT QOH IS KEPT IN, AND THE PURCHASING AND
      * SELLING UNITS WITH HOW MANY STOCKING UNITS EACH HOLDS - SO
      * A RECEIVER CAN KEY CASES AND INVENT CONVERTS. THE STOCKING
      * UNIT IS REQUIRED ON AN ADD OR CHANGE. A PURCHASING OR
      * SELLING UNIT LEFT BLANK (OR THE SAME AS THE STOCKING UNIT)
      * IS STORED AS THE STOCKING UNIT WITH A FACTOR OF 1; ANY
      * OTHER UNIT NEEDS A NUMERIC, NON-ZERO FACTOR, AND THE SAME
      * UNIT CANNOT BE GIVEN TWO DIFFERENT FACTORS. THE UNITS ARE
      * ON THE AUDIT RECORD BEFORE AND AFTER LIKE EVERYTHING ELSE.
      *
      * NOBODY MAY MAINTAIN AN ITEM UNLESS THE SHARED USER
      * AUTHORIZATION FILE ON UT-S-UAUTH SAYS THEY MAY KEY THAT
      * ACTION IN ITEMMNT - ANYTHING ELSE IS REJECTED AS NOT
      * AUTHORIZED, AND WITHOUT THE FILE NOTHING IS APPLIED AT
      * ALL. A CHANGE THAT MOVES THE SELLING PRICE BY MORE THAN
      * THE USER'S PRICE LIMIT IS APPLIED WITHOUT THE NEW PRICE,
      * WHICH IS HELD ON THE PENDING PRICE FILE (UT-S-PPEND) AND
      * PRINTED AS HELD. A SECOND USER, AUTHORIZED FOR ACTION P
      * AND WITH A LIMIT OF THEIR OWN THAT COVERS THE CHANGE,
      * APPROVES IT ON A LATER RUN WITH A 'P' FOR THE ITEM; THE
      * AUDIT RECORD FOR THE APPROVAL CARRIES BOTH USER IDS. THE
      * SAME USER CANNOT APPROVE THEIR OWN CHANGE, AN APPROVAL IS
      * REFUSED IF THE PRICE HAS MOVED SINCE THE CHANGE WAS KEYED,
      * AND ONLY ONE PRICE CHANGE MAY WAIT PER ITEM. AN ADD SETS
      * THE FIRST PRICE AND IS NOT HELD.
      *
      * EVERY APPLIED ACTION WRITES A BEFORE/AFTER AUDIT-RECORD
      * (RUN DATE/TIME, USER ID, ACTION, OLD AND NEW DESCRIPTION,
      * CATEGORY AND PRICE) TO AUDIT-FILE, WHICH IS APPENDED TO ACROSS
      * THE ACTIONS ARE APPLIED TO THE TABLE, AND THE FILE IS THEN
      * REWRITTEN FROM THE TABLE IN ONE PASS. A SUMMARY LINE IS
      * APPENDED TO THE SHARED RUN LOG LIKE THE OTHER PROGRAMS DO.
      *
      * A PRICE CHANGE HELD IN THIS RUN CANNOT ALSO BE APPROVED IN
      * THIS RUN - THE APPROVAL IS REJECTED AND MUST COME ON A
      * LATER RUN, AS THE PENDING FILE HAS ALWAYS INTENDED. THE
      * HELD-THIS-RUN MARK IS KEPT IN STORAGE ONLY AND IS NOT
      * WRITTEN TO THE PENDING PRICE FILE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                              FILE STATUS IS WS-ITEMDESC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO UT-S-AFILE
                              FILE STATUS IS WS-AUDIT-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO UT-S-UAUTH
                              FILE STATUS IS WS-USERAUTH-STATUS.
           SELECT OPTIONAL PENDING-PRICE-FILE ASSIGN TO UT-S-PPEND
                              FILE STATUS IS WS-PENDING-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
               88  MT-ADD              VALUE 'A'.
               88  MT-CHANGE           VALUE 'C'.
               88  MT-DELETE           VALUE 'D'.
               88  MT-APPROVE          VALUE 'P'.
               88  MT-ACTION-VALID     VALUE 'A' 'C' 'D' 'P'.
           05  MT-ITEM-NUM         PIC X(6).
           05  MT-ITEM-DESC        PIC X(28).
           05  MT-ITEM-CATEGORY    PIC X(4).
           05  MT-VENDOR-NUM       PIC X(6).
           05  MT-SELL-PRICE       PIC 9(5)V99.
           05  MT-USER-ID          PIC X(8).
           05  MT-STOCK-UNIT       PIC X(2).
           05  MT-PURCH-UNIT       PIC X(2).
           05  MT-PURCH-FACTOR     PIC 9(4).
           05  MT-SELL-UNIT        PIC X(2).
           05  MT-SELL-FACTOR      PIC 9(4).
      *
       FD  ITEM-DESC-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
      *
           COPY AUDITREC.
      *
       FD  USER-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY USERAUTH.
      *
       FD  PENDING-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY PNDPRICE.
      *
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           88  ITEM-FOUND           VALUE 'YES'.
           05  WS-LOAD-OK-SWITCH    PIC X(3) VALUE 'YES'.
           88  LOAD-OK              VALUE 'YES'.
           05  WS-AUTH-SWITCH       PIC X(3) VALUE 'NO'.
           88  USER-AUTHORIZED      VALUE 'YES'.
           05  WS-PEND-FOUND-SWITCH PIC X(3) VALUE 'NO'.
           88  PENDING-FOUND        VALUE 'YES'.
           05  WS-PRICE-HELD-SWITCH PIC X(3) VALUE 'NO'.
           88  PRICE-HELD           VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS      PIC X(2).
           05  WS-ITEMDESC-STATUS   PIC X(2).
           05  WS-AUDIT-STATUS      PIC X(2).
           05  WS-USERAUTH-STATUS   PIC X(2).
           05  WS-PENDING-STATUS    PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS     PIC X(2).
      *
           05  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
           05  WS-APPLIED-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(7) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(6) VALUE ZERO.
      *
               10  DT-ITEM-CATEGORY PIC X(4).
               10  DT-VENDOR-NUM    PIC X(6).
               10  DT-SELL-PRICE    PIC 9(5)V99.
               10  DT-STOCK-UNIT    PIC X(2).
               10  DT-PURCH-UNIT    PIC X(2).
               10  DT-PURCH-FACTOR  PIC 9(4).
               10  DT-SELL-UNIT     PIC X(2).
               10  DT-SELL-FACTOR   PIC 9(4).
      *
      * ITEMMNT'S ENTRIES OFF THE USER AUTHORIZATION FILE.
      *
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 999 TIMES.
               10  AT-USER-ID       PIC X(8).
               10  AT-ACTIONS       PIC X(10).
               10  AT-PRICE-LIMIT   PIC 9(5)V99.
      *
      * PRICE CHANGES WAITING FOR A SECOND USER. AN ENTRY APPROVED
      * OR WHOSE ITEM IS DELETED THIS RUN HAS ITS ITEM NUMBER SET
      * TO LOW-VALUES AND IS DROPPED ON REWRITE.
      *
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 999 TIMES.
               10  PT-ITEM-NUM      PIC X(6).
               10  PT-OLD-PRICE     PIC 9(5)V99.
               10  PT-NEW-PRICE     PIC 9(5)V99.
               10  PT-REQUEST-USER  PIC X(8).
               10  PT-REQUEST-DATE  PIC 9(6).
               10  PT-HELD-SWITCH   PIC X(3).
               88  PT-HELD-THIS-RUN    VALUE 'YES'.
      *
       01  WS-AUTH-WORK.
           05  WS-ACTION-TALLY      PIC 9(4) COMP VALUE ZERO.
           05  WS-USER-LIMIT        PIC 9(5)V99 VALUE ZERO.
           05  WS-PRICE-MOVE        PIC 9(5)V99 VALUE ZERO.
      *
       01  WS-SUBSCRIPTS.
           05  WS-DI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-DI          PIC 9(4) COMP VALUE ZERO.
           05  WS-AI                PIC 9(4) COMP VALUE ZERO.
           05  WS-PI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-PI          PIC 9(4) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
                       VALUE 'ACTIONS REJECTED ..'.
               10  SM-REJECTED      PIC ZZ,ZZ9.
               10  FILLER           PIC X(53) VALUE SPACES.
           05  WS-SUMMARY-LINE-3.
               10  FILLER           PIC X(20)
                       VALUE 'PRICE CHANGES HELD '.
               10  SM-HELD          PIC ZZ,ZZ9.
               10  FILLER           PIC X(53) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           PERFORM 0500-LOAD-ITEM-DESC THRU 0500-LOAD-ITEM-DESC-EXIT
           PERFORM 0600-LOAD-USER-AUTH THRU 0600-LOAD-USER-AUTH-EXIT
           PERFORM 0700-LOAD-PENDING THRU 0700-LOAD-PENDING-EXIT
           IF LOAD-OK
               PERFORM 1000-PROCESS-MAINT THRU 1000-PROCESS-MAINT-EXIT
               PERFORM 3000-REWRITE-ITEM-DESC
                  THRU 3000-REWRITE-ITEM-DESC-EXIT
               PERFORM 3100-REWRITE-PENDING
                  THRU 3100-REWRITE-PENDING-EXIT
           END-IF
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
           CLOSE AUDIT-FILE
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'ITEMMNT - ACTIONS APPLIED:  ' WS-APPLIED-COUNT
           DISPLAY 'ITEMMNT - ACTIONS REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'ITEMMNT - PRICE CHANGES HELD: ' WS-HELD-COUNT.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
               MOVE ID-SELL-PRICE TO DT-SELL-PRICE(WS-DESC-COUNT)
           ELSE
               MOVE ZERO          TO DT-SELL-PRICE(WS-DESC-COUNT)
           END-IF
           MOVE ID-STOCK-UNIT    TO DT-STOCK-UNIT   (WS-DESC-COUNT)
           MOVE ID-PURCH-UNIT    TO DT-PURCH-UNIT   (WS-DESC-COUNT)
           MOVE ID-SELL-UNIT     TO DT-SELL-UNIT    (WS-DESC-COUNT)
           IF ID-PURCH-FACTOR NUMERIC AND ID-PURCH-FACTOR > ZERO
               MOVE ID-PURCH-FACTOR TO DT-PURCH-FACTOR(WS-DESC-COUNT)
           ELSE
               MOVE 1               TO DT-PURCH-FACTOR(WS-DESC-COUNT)
           END-IF
           IF ID-SELL-FACTOR NUMERIC AND ID-SELL-FACTOR > ZERO
               MOVE ID-SELL-FACTOR  TO DT-SELL-FACTOR(WS-DESC-COUNT)
           ELSE
               MOVE 1               TO DT-SELL-FACTOR(WS-DESC-COUNT)
           END-IF.
       0550-STORE-ITEM-DESC-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD ITEMMNT'S ENTRIES OFF THE USER AUTHORIZATION FILE.    *
      * WITHOUT THE FILE NO USER CAN BE SHOWN TO BE AUTHORIZED, SO *
      * THE RUN STOPS BEFORE ANYTHING IS APPLIED.                  *
      *----------------------------------------------------------*
       0600-LOAD-USER-AUTH.
           OPEN INPUT USER-AUTH-FILE
           IF WS-USERAUTH-STATUS NOT = '00'
               DISPLAY 'ITEMMNT - USER AUTH FILE NOT AVAILABLE - '
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
                    IF UA-PROGRAM = 'ITEMMNT'
                            AND UA-USER-ID NOT = SPACES
                            AND WS-AUTH-COUNT < 999
                        ADD 1 TO WS-AUTH-COUNT
                        MOVE UA-USER-ID
                          TO AT-USER-ID(WS-AUTH-COUNT)
                        MOVE UA-ACTIONS
                          TO AT-ACTIONS(WS-AUTH-COUNT)
                        IF UA-PRICE-LIMIT NUMERIC
                            MOVE UA-PRICE-LIMIT
                              TO AT-PRICE-LIMIT(WS-AUTH-COUNT)
                        ELSE
                            MOVE ZERO
                              TO AT-PRICE-LIMIT(WS-AUTH-COUNT)
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE USER-AUTH-FILE.
       0600-LOAD-USER-AUTH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE PRICE CHANGES STILL WAITING FOR APPROVAL. NO FILE *
      * MEANS NONE ARE WAITING; ANY OTHER OPEN FAILURE STOPS THE   *
      * RUN BEFORE THE REWRITE CAN LOSE THEM.                      *
      *----------------------------------------------------------*
       0700-LOAD-PENDING.
           OPEN INPUT PENDING-PRICE-FILE
           IF WS-PENDING-STATUS NOT = '00'
                   AND WS-PENDING-STATUS NOT = '05'
               DISPLAY 'ITEMMNT - PENDING PRICE FILE NOT AVAILABLE - '
                       'STATUS ' WS-PENDING-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'NO' TO WS-LOAD-OK-SWITCH
               GO TO 0700-LOAD-PENDING-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ PENDING-PRICE-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-PEND-COUNT
                    MOVE PP-ITEM-NUM
                      TO PT-ITEM-NUM(WS-PEND-COUNT)
                    MOVE PP-OLD-PRICE
                      TO PT-OLD-PRICE(WS-PEND-COUNT)
                    MOVE PP-NEW-PRICE
                      TO PT-NEW-PRICE(WS-PEND-COUNT)
                    MOVE PP-REQUEST-USER
                      TO PT-REQUEST-USER(WS-PEND-COUNT)
                    MOVE PP-REQUEST-DATE
                      TO PT-REQUEST-DATE(WS-PEND-COUNT)
                    MOVE 'NO'
                      TO PT-HELD-SWITCH(WS-PEND-COUNT)
               END-READ
           END-PERFORM
           CLOSE PENDING-PRICE-FILE.
       0700-LOAD-PENDING-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * READ THE MAINTENANCE TRANSACTION FILE AND APPLY EACH        *
      * ACTION TO THE TABLE AS IT IS READ.                          *
      *----------------------------------------------------------*
       1100-APPLY-ONE-MAINT.
           ADD 1 TO WS-READ-COUNT
           PERFORM 1200-FIND-ITEM THRU 1200-FIND-ITEM-EXIT
           PERFORM 1250-FIND-PENDING THRU 1250-FIND-PENDING-EXIT
           PERFORM 1260-CHECK-USER-AUTH THRU 1260-CHECK-USER-AUTH-EXIT
           PERFORM 1270-MEASURE-PRICE-MOVE
              THRU 1270-MEASURE-PRICE-MOVE-EXIT
           PERFORM 1300-VALIDATE-MAINT THRU 1300-VALIDATE-MAINT-EXIT
           PERFORM 1350-DECIDE-PRICE-HOLD
              THRU 1350-DECIDE-PRICE-HOLD-EXIT
           IF MAINT-IS-VALID
               PERFORM 2000-APPLY-ACTION THRU 2000-APPLY-ACTION-EXIT
           ELSE
       1200-FIND-ITEM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * FIND A PRICE CHANGE WAITING FOR MT-ITEM-NUM. LEAVES ITS     *
      * SUBSCRIPT IN WS-FOUND-PI WHEN FOUND.                        *
      *----------------------------------------------------------*
       1250-FIND-PENDING.
           MOVE 'NO' TO WS-PEND-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-PI
           PERFORM VARYING WS-PI FROM 1 BY 1
                   UNTIL WS-PI > WS-PEND-COUNT
               IF PT-ITEM-NUM(WS-PI) = MT-ITEM-NUM
                   MOVE 'YES' TO WS-PEND-FOUND-SWITCH
                   MOVE WS-PI TO WS-FOUND-PI
               END-IF
           END-PERFORM.
       1250-FIND-PENDING-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * IS MT-USER-ID ALLOWED TO KEY MT-ACTION IN ITEMMNT? LEAVES   *
      * THE USER'S PRICE LIMIT IN WS-USER-LIMIT (ZERO FOR A USER    *
      * NOT ON FILE).                                               *
      *----------------------------------------------------------*
       1260-CHECK-USER-AUTH.
           MOVE 'NO' TO WS-AUTH-SWITCH
           MOVE ZERO TO WS-USER-LIMIT
           MOVE ZERO TO WS-ACTION-TALLY
           PERFORM VARYING WS-AI FROM 1 BY 1
                   UNTIL WS-AI > WS-AUTH-COUNT
                      OR USER-AUTHORIZED
               IF AT-USER-ID(WS-AI) = MT-USER-ID
                   MOVE AT-PRICE-LIMIT(WS-AI) TO WS-USER-LIMIT
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
      * HOW FAR THE TRANSACTION MOVES THE SELLING PRICE, EITHER     *
      * WAY - A CHANGE AGAINST THE PRICE ON FILE, AN APPROVAL BY    *
      * THE CHANGE IT IS APPROVING.                                 *
      *----------------------------------------------------------*
       1270-MEASURE-PRICE-MOVE.
           MOVE ZERO TO WS-PRICE-MOVE
           IF MT-CHANGE AND ITEM-FOUND AND MT-SELL-PRICE NUMERIC
               IF MT-SELL-PRICE > DT-SELL-PRICE(WS-FOUND-DI)
                   COMPUTE WS-PRICE-MOVE = MT-SELL-PRICE
                           - DT-SELL-PRICE(WS-FOUND-DI)
               ELSE
                   COMPUTE WS-PRICE-MOVE = DT-SELL-PRICE(WS-FOUND-DI)
                           - MT-SELL-PRICE
               END-IF
           END-IF
           IF MT-APPROVE AND PENDING-FOUND
               IF PT-NEW-PRICE(WS-FOUND-PI) > PT-OLD-PRICE(WS-FOUND-PI)
                   COMPUTE WS-PRICE-MOVE = PT-NEW-PRICE(WS-FOUND-PI)
                           - PT-OLD-PRICE(WS-FOUND-PI)
               ELSE
                   COMPUTE WS-PRICE-MOVE = PT-OLD-PRICE(WS-FOUND-PI)
                           - PT-NEW-PRICE(WS-FOUND-PI)
               END-IF
           END-IF.
       1270-MEASURE-PRICE-MOVE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * VALIDATE THE CURRENT MAINTENANCE TRANSACTION. SETS          *
      * WS-VALID-SWITCH AND, WHEN INVALID, WS-REJECT-REASON.        *
      *----------------------------------------------------------*
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT MT-ACTION-VALID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'ACTION CODE NOT A, C, D OR P'
                 TO WS-REJECT-REASON
           ELSE IF NOT USER-AUTHORIZED
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'USER NOT AUTHORIZED FOR ACTION'
                 TO WS-REJECT-REASON
           ELSE IF MT-ITEM-NUM NOT NUMERIC
                   OR MT-ITEM-NUM = '000000'
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'CHANGE/DELETE - ITEM NOT ON FILE'
                 TO WS-REJECT-REASON
           ELSE IF MT-APPROVE AND NOT ITEM-FOUND
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'APPROVE - ITEM NOT ON FILE'
                 TO WS-REJECT-REASON
           ELSE IF MT-APPROVE AND NOT PENDING-FOUND
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'NO PRICE CHANGE WAITING FOR ITEM'
                 TO WS-REJECT-REASON
           ELSE IF MT-APPROVE AND PT-HELD-THIS-RUN(WS-FOUND-PI)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'PRICE CHANGE HELD THIS RUN'
                 TO WS-REJECT-REASON
           ELSE IF MT-APPROVE
                   AND PT-REQUEST-USER(WS-FOUND-PI) = MT-USER-ID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'CANNOT APPROVE OWN PRICE CHANGE'
                 TO WS-REJECT-REASON
           ELSE IF MT-APPROVE
                   AND PT-OLD-PRICE(WS-FOUND-PI)
                       NOT = DT-SELL-PRICE(WS-FOUND-DI)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'PRICE HAS MOVED SINCE IT WAS KEYED'
                 TO WS-REJECT-REASON
           ELSE IF MT-APPROVE AND WS-PRICE-MOVE > WS-USER-LIMIT
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'CHANGE OVER APPROVER PRICE LIMIT'
                 TO WS-REJECT-REASON
           ELSE IF (MT-ADD OR MT-CHANGE)
                   AND MT-ITEM-DESC = SPACES
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'SELL PRICE NOT NUMERIC'
                 TO WS-REJECT-REASON
           ELSE IF (MT-ADD OR MT-CHANGE)
                   AND MT-STOCK-UNIT = SPACES
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'STOCKING UNIT IS BLANK'
                 TO WS-REJECT-REASON
           ELSE IF (MT-ADD OR MT-CHANGE)
                   AND MT-PURCH-UNIT NOT = SPACES
                   AND MT-PURCH-UNIT NOT = MT-STOCK-UNIT
                   AND (MT-PURCH-FACTOR NOT NUMERIC
                        OR MT-PURCH-FACTOR = ZERO)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'PURCHASE FACTOR NOT NUMERIC/ZERO'
                 TO WS-REJECT-REASON
           ELSE IF (MT-ADD OR MT-CHANGE)
                   AND MT-SELL-UNIT NOT = SPACES
                   AND MT-SELL-UNIT NOT = MT-STOCK-UNIT
                   AND (MT-SELL-FACTOR NOT NUMERIC
                        OR MT-SELL-FACTOR = ZERO)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'SELLING FACTOR NOT NUMERIC/ZERO'
                 TO WS-REJECT-REASON
           ELSE IF (MT-ADD OR MT-CHANGE)
                   AND MT-PURCH-UNIT = MT-SELL-UNIT
                   AND MT-PURCH-UNIT NOT = SPACES
                   AND MT-PURCH-UNIT NOT = MT-STOCK-UNIT
                   AND MT-PURCH-FACTOR NOT = MT-SELL-FACTOR
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'SAME UNIT GIVEN TWO FACTORS'
                 TO WS-REJECT-REASON
           ELSE IF MT-CHANGE AND WS-PRICE-MOVE > ZERO
                   AND PENDING-FOUND
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'A PRICE CHANGE IS ALREADY WAITING'
                 TO WS-REJECT-REASON
           END-IF.
       1300-VALIDATE-MAINT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A VALID CHANGE THAT MOVES THE PRICE BY MORE THAN THE        *
      * USER'S LIMIT HAS ITS NEW PRICE HELD FOR A SECOND USER -     *
      * UNLESS THE PENDING TABLE IS FULL, WHEN IT IS REJECTED.      *
      *----------------------------------------------------------*
       1350-DECIDE-PRICE-HOLD.
           MOVE 'NO' TO WS-PRICE-HELD-SWITCH
           IF NOT MAINT-IS-VALID OR NOT MT-CHANGE
                   OR WS-PRICE-MOVE NOT > WS-USER-LIMIT
               GO TO 1350-DECIDE-PRICE-HOLD-EXIT
           END-IF
           IF WS-PEND-COUNT NOT < 999
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'PENDING PRICE TABLE IS FULL'
                 TO WS-REJECT-REASON
               GO TO 1350-DECIDE-PRICE-HOLD-EXIT
           END-IF
           MOVE 'YES' TO WS-PRICE-HELD-SWITCH.
       1350-DECIDE-PRICE-HOLD-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A PURCHASING OR SELLING UNIT LEFT BLANK, OR THE SAME AS     *
      * THE STOCKING UNIT, IS STORED AS THE STOCKING UNIT WITH A    *
      * FACTOR OF 1 SO INVENT NEVER HAS TO GUESS.                   *
      *----------------------------------------------------------*
       1400-SETTLE-UNITS.
           IF MT-PURCH-UNIT = SPACES OR MT-PURCH-UNIT = MT-STOCK-UNIT
               MOVE MT-STOCK-UNIT TO MT-PURCH-UNIT
               MOVE 1             TO MT-PURCH-FACTOR
           END-IF
           IF MT-SELL-UNIT = SPACES OR MT-SELL-UNIT = MT-STOCK-UNIT
               MOVE MT-STOCK-UNIT TO MT-SELL-UNIT
               MOVE 1             TO MT-SELL-FACTOR
           END-IF.
       1400-SETTLE-UNITS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPLY THE VALIDATED ACTION TO THE TABLE AND WRITE THE       *
      * BEFORE/AFTER AUDIT RECORD. A DELETED ENTRY'S ITEM NUMBER    *
      * IS SET TO LOW-VALUES SO THE REWRITE PASS SKIPS IT.          *
           MOVE WS-RUN-DATE       TO AU-RUN-DATE
           MOVE WS-RUN-START-TIME TO AU-RUN-TIME
           MOVE MT-USER-ID        TO AU-USER-ID
           MOVE SPACES            TO AU-APPROVER-ID
           MOVE MT-ACTION         TO AU-ACTION
           MOVE MT-ITEM-NUM       TO AU-ITEM-NUM
           IF ITEM-FOUND
               MOVE DT-ITEM-CATEGORY(WS-FOUND-DI) TO AU-OLD-CATEGORY
               MOVE DT-VENDOR-NUM(WS-FOUND-DI)    TO AU-OLD-VENDOR
               MOVE DT-SELL-PRICE(WS-FOUND-DI)    TO AU-OLD-PRICE
               MOVE DT-STOCK-UNIT(WS-FOUND-DI)  TO AU-OLD-STOCK-UNIT
               MOVE DT-PURCH-UNIT(WS-FOUND-DI)  TO AU-OLD-PURCH-UNIT
               MOVE DT-PURCH-FACTOR(WS-FOUND-DI)
                 TO AU-OLD-PURCH-FACTOR
               MOVE DT-SELL-UNIT(WS-FOUND-DI)   TO AU-OLD-SELL-UNIT
               MOVE DT-SELL-FACTOR(WS-FOUND-DI) TO AU-OLD-SELL-FACTOR
           ELSE
               MOVE SPACES TO AU-OLD-DESC
               MOVE SPACES TO AU-OLD-CATEGORY
               MOVE SPACES TO AU-OLD-VENDOR
               MOVE ZERO   TO AU-OLD-PRICE
               MOVE SPACES TO AU-OLD-STOCK-UNIT
               MOVE SPACES TO AU-OLD-PURCH-UNIT
               MOVE ZERO   TO AU-OLD-PURCH-FACTOR
               MOVE SPACES TO AU-OLD-SELL-UNIT
               MOVE ZERO   TO AU-OLD-SELL-FACTOR
           END-IF
           IF MT-ADD OR MT-CHANGE
               PERFORM 1400-SETTLE-UNITS THRU 1400-SETTLE-UNITS-EXIT
               MOVE MT-STOCK-UNIT   TO AU-NEW-STOCK-UNIT
               MOVE MT-PURCH-UNIT   TO AU-NEW-PURCH-UNIT
               MOVE MT-PURCH-FACTOR TO AU-NEW-PURCH-FACTOR
               MOVE MT-SELL-UNIT    TO AU-NEW-SELL-UNIT
               MOVE MT-SELL-FACTOR  TO AU-NEW-SELL-FACTOR
           END-IF
           EVALUATE TRUE
               WHEN MT-ADD
                           DT-ITEM-CATEGORY(WS-FOUND-DI)
                   MOVE MT-VENDOR-NUM    TO DT-VENDOR-NUM(WS-FOUND-DI)
                   MOVE MT-SELL-PRICE    TO DT-SELL-PRICE(WS-FOUND-DI)
                   PERFORM 2100-STORE-UNITS THRU 2100-STORE-UNITS-EXIT
                   MOVE MT-ITEM-DESC     TO AU-NEW-DESC
                   MOVE MT-ITEM-CATEGORY TO AU-NEW-CATEGORY
                   MOVE MT-VENDOR-NUM    TO AU-NEW-VENDOR
                   MOVE MT-ITEM-CATEGORY TO
                           DT-ITEM-CATEGORY(WS-FOUND-DI)
                   MOVE MT-VENDOR-NUM    TO DT-VENDOR-NUM(WS-FOUND-DI)
                   IF PRICE-HELD
                       PERFORM 2200-HOLD-PRICE-CHANGE
                          THRU 2200-HOLD-PRICE-CHANGE-EXIT
                   ELSE
                       MOVE MT-SELL-PRICE
                         TO DT-SELL-PRICE(WS-FOUND-DI)
                   END-IF
                   PERFORM 2100-STORE-UNITS THRU 2100-STORE-UNITS-EXIT
                   MOVE MT-ITEM-DESC     TO AU-NEW-DESC
                   MOVE MT-ITEM-CATEGORY TO AU-NEW-CATEGORY
                   MOVE MT-VENDOR-NUM    TO AU-NEW-VENDOR
                   MOVE DT-SELL-PRICE(WS-FOUND-DI) TO AU-NEW-PRICE
               WHEN MT-APPROVE
                   MOVE PT-NEW-PRICE(WS-FOUND-PI)
                     TO DT-SELL-PRICE(WS-FOUND-DI)
                   MOVE PT-REQUEST-USER(WS-FOUND-PI) TO AU-USER-ID
                   MOVE MT-USER-ID       TO AU-APPROVER-ID
                   MOVE LOW-VALUES       TO PT-ITEM-NUM(WS-FOUND-PI)
                   MOVE AU-OLD-DESC      TO AU-NEW-DESC
                   MOVE AU-OLD-CATEGORY  TO AU-NEW-CATEGORY
                   MOVE AU-OLD-VENDOR    TO AU-NEW-VENDOR
                   MOVE DT-SELL-PRICE(WS-FOUND-DI) TO AU-NEW-PRICE
                   MOVE AU-OLD-UNITS     TO AU-NEW-UNITS
               WHEN MT-DELETE
                   MOVE LOW-VALUES TO DT-ITEM-NUM(WS-FOUND-DI)
                   IF PENDING-FOUND
                       MOVE LOW-VALUES TO PT-ITEM-NUM(WS-FOUND-PI)
                   END-IF
                   MOVE SPACES     TO AU-NEW-DESC
                   MOVE SPACES     TO AU-NEW-CATEGORY
                   MOVE SPACES     TO AU-NEW-VENDOR
                   MOVE ZERO       TO AU-NEW-PRICE
                   MOVE SPACES     TO AU-NEW-STOCK-UNIT
                   MOVE SPACES     TO AU-NEW-PURCH-UNIT
                   MOVE ZERO       TO AU-NEW-PURCH-FACTOR
                   MOVE SPACES     TO AU-NEW-SELL-UNIT
                   MOVE ZERO       TO AU-NEW-SELL-FACTOR
           END-EVALUATE
           WRITE AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.
       2000-APPLY-ACTION-EXIT. EXIT.
      *
       2100-STORE-UNITS.
           MOVE MT-STOCK-UNIT   TO DT-STOCK-UNIT(WS-FOUND-DI)
           MOVE MT-PURCH-UNIT   TO DT-PURCH-UNIT(WS-FOUND-DI)
           MOVE MT-PURCH-FACTOR TO DT-PURCH-FACTOR(WS-FOUND-DI)
           MOVE MT-SELL-UNIT    TO DT-SELL-UNIT(WS-FOUND-DI)
           MOVE MT-SELL-FACTOR  TO DT-SELL-FACTOR(WS-FOUND-DI).
       2100-STORE-UNITS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * HOLD THE NEW PRICE OF A CHANGE OVER THE USER'S LIMIT ON THE *
      * PENDING TABLE - THE PRICE ON FILE STAYS AS IT WAS - AND     *
      * PRINT IT AS HELD.                                           *
      *----------------------------------------------------------*
       2200-HOLD-PRICE-CHANGE.
           ADD 1 TO WS-PEND-COUNT
           MOVE MT-ITEM-NUM   TO PT-ITEM-NUM(WS-PEND-COUNT)
           MOVE DT-SELL-PRICE(WS-FOUND-DI)
                              TO PT-OLD-PRICE(WS-PEND-COUNT)
           MOVE MT-SELL-PRICE TO PT-NEW-PRICE(WS-PEND-COUNT)
           MOVE MT-USER-ID    TO PT-REQUEST-USER(WS-PEND-COUNT)
           MOVE WS-RUN-DATE   TO PT-REQUEST-DATE(WS-PEND-COUNT)
           MOVE 'YES'         TO PT-HELD-SWITCH(WS-PEND-COUNT)
           MOVE MT-ACTION     TO RJ-ACTION
           MOVE MT-ITEM-NUM   TO RJ-ITEM-NUM
           MOVE MT-USER-ID    TO RJ-USER-ID
           MOVE 'PRICE CHANGE HELD FOR APPROVAL' TO RJ-REASON
           WRITE REPORT-RECORD FROM WS-REJECT-LINE
           ADD 1 TO WS-HELD-COUNT.
       2200-HOLD-PRICE-CHANGE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REWRITE THE ITEM DESCRIPTION MASTER FROM THE TABLE IN ONE   *
                   MOVE DT-ITEM-CATEGORY(WS-DI) TO ID-ITEM-CATEGORY
                   MOVE DT-VENDOR-NUM(WS-DI)    TO ID-VENDOR-NUM
                   MOVE DT-SELL-PRICE(WS-DI)    TO ID-SELL-PRICE
                   MOVE DT-STOCK-UNIT(WS-DI)    TO ID-STOCK-UNIT
                   MOVE DT-PURCH-UNIT(WS-DI)    TO ID-PURCH-UNIT
                   MOVE DT-PURCH-FACTOR(WS-DI)  TO ID-PURCH-FACTOR
                   MOVE DT-SELL-UNIT(WS-DI)     TO ID-SELL-UNIT
                   MOVE DT-SELL-FACTOR(WS-DI)   TO ID-SELL-FACTOR
                   WRITE ITEM-DESC-RECORD
               END-IF
           END-PERFORM
       3000-REWRITE-ITEM-DESC-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REWRITE THE PENDING PRICE FILE FROM THE TABLE, DROPPING     *
      * WHAT WAS APPROVED OR DELETED THIS RUN.                      *
      *----------------------------------------------------------*
       3100-REWRITE-PENDING.
           OPEN OUTPUT PENDING-PRICE-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'ITEMMNT - PENDING PRICE FILE NOT AVAILABLE - '
                       'STATUS ' WS-PENDING-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 3100-REWRITE-PENDING-EXIT
           END-IF
           PERFORM VARYING WS-PI FROM 1 BY 1
                   UNTIL WS-PI > WS-PEND-COUNT
               IF PT-ITEM-NUM(WS-PI) NOT = LOW-VALUES
                   MOVE PT-ITEM-NUM(WS-PI)     TO PP-ITEM-NUM
                   MOVE PT-OLD-PRICE(WS-PI)    TO PP-OLD-PRICE
                   MOVE PT-NEW-PRICE(WS-PI)    TO PP-NEW-PRICE
                   MOVE PT-REQUEST-USER(WS-PI) TO PP-REQUEST-USER
                   MOVE PT-REQUEST-DATE(WS-PI) TO PP-REQUEST-DATE
                   WRITE PENDING-PRICE-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-PRICE-FILE.
       3100-REWRITE-PENDING-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE RUN SUMMARY AT THE BOTTOM OF THE REJECT REPORT.   *
      *----------------------------------------------------------*
       4000-PRINT-SUMMARY.
           MOVE WS-APPLIED-COUNT TO SM-APPLIED
           MOVE WS-REJECT-COUNT  TO SM-REJECTED
           MOVE WS-HELD-COUNT    TO SM-HELD
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-1
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-3.
       4000-PRINT-SUMMARY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
