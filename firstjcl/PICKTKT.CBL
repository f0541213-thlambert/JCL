       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKTKT.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * PICKTKT TELLS THE DOCK WHAT TO SHIP WHEN A RECEIPT RELEASES
      * BACKORDERS. UNTIL NOW INVENT ONLY LEFT A 'B' RECORD ON THE
      * MOVEMENT TRAIL, WHICH CARRIES NO CUSTOMER, AND RELEASED
      * STOCK SAT ON THE SHELF UNTIL CUSTOMER SERVICE NOTICED IT ON
      * BKORDRPT. INVENT NOW APPENDS A PICK TICKET FOR EVERY
      * RELEASE TO THE SITE'S PICK TICKET FILE, AND PICKTKT WORKS
      * THAT FILE IN TWO MODES OFF THE COMMAND LINE:
      *
      * (PRINT - NO MODE WORD) EVERY OPEN TICKET IS PRINTED,
      * GROUPED BY CUSTOMER UNDER THE CUSTOMER'S NAME AND CONTACT
      * OFF THE CUSTOMER MASTER CUSTMNT MAINTAINS, WITH A SHIPPED
      * COLUMN FOR THE PICKER TO FILL IN. THE TICKET FILE IS NOT
      * CHANGED - A TICKET STAYS OPEN UNTIL IT IS CONFIRMED.
      *
      * (CONFIRM) THE DOCK'S SHIP CONFIRMATION FILE - TICKET
      * NUMBER, QUANTITY ACTUALLY SHIPPED AND THE USER ID OF
      * WHOEVER KEYED IT - IS MATCHED TO THE OPEN TICKETS. A
      * TICKET SHIPPED IN FULL IS SIMPLY CLOSED. A TICKET PICKED
      * SHORT IS CLOSED AND THE SHORTFALL GOES BACK ON THE OPEN
      * BACKORDER FILE FOR THE SAME CUSTOMER UNDER ITS ORIGINAL
      * ORDER DATE, LEAVING AN 'M' RECORD ON THE MOVEMENT TRAIL THE
      * WAY BKORDMNT'S CHANGES DO - ON AN 'M' THE BEFORE/AFTER
      * FIELDS CARRY THE BACKORDER'S OPEN QUANTITY. A CONFIRMATION
      * FOR NO OPEN TICKET, OR FOR MORE THAN THE TICKET RELEASED,
      * IS REJECTED AND PRINTED WITH THE REASON SPELLED OUT. THE
      * TICKET FILE IS THEN REWRITTEN WITH ONLY THE TICKETS STILL
      * AWAITING CONFIRMATION.
      *
      * LIKE INVENT, AN OPTIONAL WAREHOUSE CODE AHEAD OF THE MODE
      * WORD PICKS THAT SITE'S TICKET, CONFIRMATION, BACKORDER AND
      * MOVEMENT FILES. THE BACKORDER FILE IS ONLY EVER APPENDED
      * TO HERE, SO PICKTKT MUST NOT RUN WHILE INVENT OR BKORDMNT
      * IS RUNNING FOR THE SAME SITE.
      *
      * SC-SHIPPED-QTY AND THE TICKET TABLE'S RELEASE QUANTITY ARE
      * NOW 7 DIGITS, FOLLOWING PICKREC. THE CONFIRMATION REPORT
      * PRINTS BOTH QUANTITIES AT 7 DIGITS, WITH THE DISPOSITION
      * TEXTS SHORTENED TO 22 CHARACTERS TO KEEP THE LINE WITHIN
      * 80 COLUMNS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PICK-TICKET-FILE
                              ASSIGN TO WS-PICKTKT-DSNAME
                              FILE STATUS IS WS-PICKTKT-STATUS.
           SELECT OPTIONAL SHIP-CONFIRM-FILE
                              ASSIGN TO WS-SHIPCONF-DSNAME
                              FILE STATUS IS WS-SHIPCONF-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO UT-S-CUSTM
                              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT OPTIONAL BACKORDER-FILE ASSIGN TO WS-BACKORDER-DSNAME
                              FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO WS-MOVEMENT-DSNAME
                              FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PICK-TICKET-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY PICKREC.
      *
       FD  SHIP-CONFIRM-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  SHIP-CONFIRM-REC.
           05  SC-TICKET-NUM       PIC X(16).
           05  SC-SHIPPED-QTY      PIC 9(7).
           05  SC-USER-ID          PIC X(8).
      *
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY CUSTREC.
      *
       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY BKORDREC.
      *
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MOVEREC.
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
           88  CONFIRM-IS-VALID     VALUE 'YES'.
           05  WS-CUST-FOUND-SWITCH PIC X(3) VALUE 'NO'.
           88  CUST-FOUND           VALUE 'YES'.
           05  WS-MODE-SWITCH       PIC X(7) VALUE SPACES.
           88  CONFIRM-MODE         VALUE 'CONFIRM'.
      *
       01  WS-FILE-STATUSES.
           05  WS-PICKTKT-STATUS    PIC X(2).
           05  WS-SHIPCONF-STATUS   PIC X(2).
           05  WS-CUSTOMER-STATUS   PIC X(2).
           05  WS-BACKORDER-STATUS  PIC X(2).
           05  WS-MOVEMENT-STATUS   PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS     PIC X(2).
      *
       01  WS-RUN-LOG-FIELDS.
           05  WS-RUN-START-TIME    PIC 9(8) VALUE ZERO.
           05  WS-RUN-END-TIME      PIC 9(8) VALUE ZERO.
           05  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
           05  WS-WRITE-COUNT       PIC 9(7) COMP VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(7) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(6) VALUE ZERO.
      *
      * THE COMMAND LINE AS KEYED - WAREHOUSE CODE IN 1-4 AND THE
      * OPTIONAL WORD CONFIRM IN 6-12, OR CONFIRM ALONE IN 1-7 FOR
      * THE DEFAULT SITE.
      *
       01  WS-PARM                  PIC X(12) VALUE SPACES.
      *
       01  WS-WAREHOUSE-CODE        PIC X(4) VALUE SPACES.
      *
       01  WS-DYNAMIC-FILE-NAMES.
           05  WS-PICKTKT-DSNAME    PIC X(12).
           05  WS-SHIPCONF-DSNAME   PIC X(12).
           05  WS-BACKORDER-DSNAME  PIC X(10).
           05  WS-MOVEMENT-DSNAME   PIC X(10).
      *
       01  WS-REJECT-REASON         PIC X(22) VALUE SPACES.
      *
      * THE CUSTOMER MASTER, LOADED UP FRONT SO EACH CUSTOMER'S
      * TICKETS PRINT UNDER ITS NAME AND CONTACT.
      *
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 9999 TIMES.
               10  CS-CUSTOMER-ID   PIC X(6).
               10  CS-CUSTOMER-NAME PIC X(28).
               10  CS-CONTACT       PIC X(20).
      *
       01  WS-CI                    PIC 9(4) COMP VALUE ZERO.
      *
      * OPEN PICK TICKETS, LOADED AT START OF RUN. TK-DONE IS SET
      * AS A TICKET IS PRINTED (PRINT MODE) OR CONFIRMED (CONFIRM
      * MODE) - ON THE CONFIRM REWRITE ONLY THE TICKETS NOT DONE
      * ARE KEPT.
      *
       01  WS-TKT-TABLE.
           05  WS-TKT-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-TKT-ENTRY OCCURS 9999 TIMES.
               10  TK-TICKET-NUM    PIC X(16).
               10  TK-ITEM-NUM      PIC X(6).
               10  TK-CUSTOMER-ID   PIC X(6).
               10  TK-RELEASE-QTY   PIC 9(7).
               10  TK-PRIORITY      PIC 9(1).
               10  TK-WAREHOUSE     PIC X(4).
               10  TK-ORDER-DATE    PIC 9(6).
               10  TK-DONE          PIC X(1).
      *
       01  WS-TKT-WORK.
           05  WS-TI                PIC 9(4) COMP VALUE ZERO.
           05  WS-TJ                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-TI          PIC 9(4) COMP VALUE ZERO.
           05  WS-SHORT-QTY         PIC 9(7) VALUE ZERO.
           05  WS-SHIPPED-FULL      PIC 9(5) COMP VALUE ZERO.
           05  WS-SHIPPED-SHORT     PIC 9(5) COMP VALUE ZERO.
           05  WS-STILL-OPEN        PIC 9(5) COMP VALUE ZERO.
           05  WS-CUSTOMERS-PRINTED PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-TICKET-NUM-WORK.
           05  WT-RELEASE-DATE      PIC 9(6).
           05  WT-BATCH-NUM         PIC 9(6).
           05  WT-TICKET-SEQ        PIC 9(4).
      *
       01  WS-REPORT-LINES.
           05  WS-PRINT-HEADING.
               10  FILLER           PIC X(27) VALUE SPACES.
               10  FILLER           PIC X(26)
                       VALUE 'PICK TICKETS BY CUSTOMER'.
               10  FILLER           PIC X(27) VALUE SPACES.
           05  WS-CONFIRM-HEADING.
               10  FILLER           PIC X(27) VALUE SPACES.
               10  FILLER           PIC X(26)
                       VALUE 'SHIP CONFIRMATION REPORT'.
               10  FILLER           PIC X(27) VALUE SPACES.
           05  WS-CUSTOMER-LINE.
               10  FILLER           PIC X(9)  VALUE 'CUSTOMER '.
               10  CL-CUSTOMER-ID   PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  CL-CUSTOMER-NAME PIC X(28).
               10  FILLER           PIC X(9)  VALUE ' CONTACT '.
               10  CL-CONTACT       PIC X(20).
               10  FILLER           PIC X(7)  VALUE SPACES.
           05  WS-TICKET-HEADING.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  FILLER           PIC X(20) VALUE 'TICKET NUMBER'.
               10  FILLER           PIC X(8)  VALUE 'ITEM'.
               10  FILLER           PIC X(7)  VALUE '   QTY'.
               10  FILLER           PIC X(8)  VALUE 'ORDERED'.
               10  FILLER           PIC X(6)  VALUE 'WHSE'.
               10  FILLER           PIC X(2)  VALUE 'P'.
               10  FILLER           PIC X(9)  VALUE ' SHIPPED'.
               10  FILLER           PIC X(18) VALUE SPACES.
           05  WS-TICKET-LINE.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  TL-RELEASE-DATE  PIC 9(6).
               10  FILLER           PIC X(1)  VALUE '-'.
               10  TL-BATCH-NUM     PIC 9(6).
               10  FILLER           PIC X(1)  VALUE '-'.
               10  TL-TICKET-SEQ    PIC 9(4).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  TL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  TL-RELEASE-QTY   PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  TL-ORDER-DATE    PIC 9(6).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  TL-WAREHOUSE     PIC X(4).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  TL-PRIORITY      PIC 9(1).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  FILLER           PIC X(8)  VALUE '________'.
               10  FILLER           PIC X(18) VALUE SPACES.
           05  WS-CONFIRM-COLUMNS.
               10  FILLER           PIC X(19) VALUE 'TICKET NUMBER'.
               10  FILLER           PIC X(7)  VALUE 'ITEM'.
               10  FILLER           PIC X(7)  VALUE 'CUST'.
               10  FILLER           PIC X(8)  VALUE '  RELSD'.
               10  FILLER           PIC X(8)  VALUE '  SHIPD'.
               10  FILLER           PIC X(9)  VALUE 'USER'.
               10  FILLER           PIC X(22) VALUE 'DISPOSITION'.
           05  WS-CONFIRM-LINE.
               10  CF-TICKET-NUM.
                   15  CF-RELEASE-DATE PIC X(6).
                   15  CF-DASH-1       PIC X(1).
                   15  CF-BATCH-NUM    PIC X(6).
                   15  CF-DASH-2       PIC X(1).
                   15  CF-TICKET-SEQ   PIC X(4).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  CF-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  CF-CUSTOMER-ID   PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  CF-RELEASE-QTY   PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  CF-SHIPPED-QTY   PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  CF-USER-ID       PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  CF-DISPOSITION   PIC X(22).
           05  WS-EMPTY-LINE.
               10  FILLER           PIC X(34)
                       VALUE 'NO OPEN PICK TICKETS - NOTHING DUE'.
               10  FILLER           PIC X(46) VALUE SPACES.
           05  WS-SUMMARY-LINE.
               10  SM-LABEL         PIC X(24).
               10  SM-COUNT         PIC ZZ,ZZ9.
               10  FILLER           PIC X(50) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:7) = 'CONFIRM'
               MOVE 'CONFIRM' TO WS-MODE-SWITCH
           ELSE
               MOVE WS-PARM(1:4) TO WS-WAREHOUSE-CODE
               MOVE WS-PARM(6:7) TO WS-MODE-SWITCH
           END-IF
           PERFORM 0100-BUILD-FILE-NAMES THRU 0100-BUILD-FILE-NAMES-EXIT
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'PICKTKT - REPORT FILE NOT AVAILABLE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 0500-LOAD-CUSTOMERS THRU 0500-LOAD-CUSTOMERS-EXIT
           PERFORM 0600-LOAD-TICKETS THRU 0600-LOAD-TICKETS-EXIT
           IF RETURN-CODE NOT = ZERO
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           IF CONFIRM-MODE
               WRITE REPORT-RECORD FROM WS-CONFIRM-HEADING
               WRITE REPORT-RECORD FROM WS-CONFIRM-COLUMNS
               PERFORM 2000-PROCESS-CONFIRMS
                  THRU 2000-PROCESS-CONFIRMS-EXIT
               IF RETURN-CODE = ZERO
                   PERFORM 3000-REWRITE-TICKETS
                      THRU 3000-REWRITE-TICKETS-EXIT
               END-IF
           ELSE
               WRITE REPORT-RECORD FROM WS-PRINT-HEADING
               PERFORM 1000-PRINT-TICKETS THRU 1000-PRINT-TICKETS-EXIT
           END-IF
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
           CLOSE REPORT-FILE
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'PICKTKT - TICKETS READ:       ' WS-TKT-COUNT
           IF CONFIRM-MODE
               DISPLAY 'PICKTKT - SHIPPED IN FULL:    ' WS-SHIPPED-FULL
               DISPLAY 'PICKTKT - PICKED SHORT:       ' WS-SHIPPED-SHORT
               DISPLAY 'PICKTKT - CONFIRMS REJECTED:  ' WS-REJECT-COUNT
           END-IF.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * BUILD THE PER-SITE FILE NAMES THE SAME WAY INVENT DOES.    *
      *----------------------------------------------------------*
       0100-BUILD-FILE-NAMES.
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-PKTKT' TO WS-PICKTKT-DSNAME
               MOVE 'UT-S-SHPCF' TO WS-SHIPCONF-DSNAME
               MOVE 'UT-S-BFILE' TO WS-BACKORDER-DSNAME
               MOVE 'UT-S-EFILE' TO WS-MOVEMENT-DSNAME
           ELSE
               STRING 'UT-S-PK' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-PICKTKT-DSNAME
               STRING 'UT-S-SC' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-SHIPCONF-DSNAME
               STRING 'UT-S-B' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-BACKORDER-DSNAME
               STRING 'UT-S-E' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MOVEMENT-DSNAME
           END-IF.
       0100-BUILD-FILE-NAMES-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE CUSTOMER MASTER'S NAMES AND CONTACTS. THE FILE IS *
      * OPTIONAL - WITHOUT IT EVERY CUSTOMER PRINTS AS NOT ON FILE.*
      *----------------------------------------------------------*
       0500-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
                   AND WS-CUSTOMER-STATUS NOT = '05'
               GO TO 0500-LOAD-CUSTOMERS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ CUSTOMER-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-CUST-COUNT
                    MOVE CU-CUSTOMER-ID
                      TO CS-CUSTOMER-ID(WS-CUST-COUNT)
                    MOVE CU-CUSTOMER-NAME
                      TO CS-CUSTOMER-NAME(WS-CUST-COUNT)
                    MOVE CU-CONTACT
                      TO CS-CONTACT(WS-CUST-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.
       0500-LOAD-CUSTOMERS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE OPEN PICK TICKETS INTO WS-TKT-TABLE. A MISSING OR *
      * EMPTY FILE JUST MEANS NOTHING IS WAITING TO SHIP. ANY      *
      * OTHER OPEN FAILURE STOPS THE RUN BEFORE A CONFIRM REWRITE  *
      * CAN TRUNCATE THE FILE.                                     *
      *----------------------------------------------------------*
       0600-LOAD-TICKETS.
           OPEN INPUT PICK-TICKET-FILE
           IF WS-PICKTKT-STATUS NOT = '00'
                   AND WS-PICKTKT-STATUS NOT = '05'
               DISPLAY 'PICKTKT - PICK TICKET FILE NOT AVAILABLE - '
                       'STATUS ' WS-PICKTKT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0600-LOAD-TICKETS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ PICK-TICKET-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-TKT-COUNT
                    MOVE PK-TICKET-NUM  TO TK-TICKET-NUM(WS-TKT-COUNT)
                    MOVE PK-ITEM-NUM    TO TK-ITEM-NUM(WS-TKT-COUNT)
                    MOVE PK-CUSTOMER-ID
                      TO TK-CUSTOMER-ID(WS-TKT-COUNT)
                    MOVE PK-RELEASE-QTY
                      TO TK-RELEASE-QTY(WS-TKT-COUNT)
                    MOVE PK-PRIORITY    TO TK-PRIORITY(WS-TKT-COUNT)
                    MOVE PK-WAREHOUSE-CODE
                      TO TK-WAREHOUSE(WS-TKT-COUNT)
                    MOVE PK-ORDER-DATE  TO TK-ORDER-DATE(WS-TKT-COUNT)
                    MOVE 'N'            TO TK-DONE(WS-TKT-COUNT)
               END-READ
           END-PERFORM
           CLOSE PICK-TICKET-FILE.
       0600-LOAD-TICKETS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT MODE - ONE BLOCK PER CUSTOMER, IN THE ORDER THE      *
      * CUSTOMERS FIRST APPEAR ON THE TICKET FILE (WHICH IS        *
      * RELEASE ORDER, SO PRIORITY CLASS 1 CUSTOMERS COME FIRST    *
      * WITHIN A RUN), EACH WITH ALL OF ITS OPEN TICKETS.          *
      *----------------------------------------------------------*
       1000-PRINT-TICKETS.
           IF WS-TKT-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-EMPTY-LINE
               GO TO 1000-PRINT-TICKETS-EXIT
           END-IF
           PERFORM VARYING WS-TI FROM 1 BY 1
                   UNTIL WS-TI > WS-TKT-COUNT
               IF TK-DONE(WS-TI) = 'N'
                   PERFORM 1100-PRINT-ONE-CUSTOMER
                      THRU 1100-PRINT-ONE-CUSTOMER-EXIT
               END-IF
           END-PERFORM.
       1000-PRINT-TICKETS-EXIT. EXIT.
      *
       1100-PRINT-ONE-CUSTOMER.
           PERFORM 1200-FIND-CUSTOMER THRU 1200-FIND-CUSTOMER-EXIT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-CUSTOMER-LINE
           WRITE REPORT-RECORD FROM WS-TICKET-HEADING
           ADD 1 TO WS-CUSTOMERS-PRINTED
           PERFORM VARYING WS-TJ FROM WS-TI BY 1
                   UNTIL WS-TJ > WS-TKT-COUNT
               IF TK-DONE(WS-TJ) = 'N'
                       AND TK-CUSTOMER-ID(WS-TJ) = TK-CUSTOMER-ID(WS-TI)
                   PERFORM 1300-PRINT-ONE-TICKET
                      THRU 1300-PRINT-ONE-TICKET-EXIT
               END-IF
           END-PERFORM.
       1100-PRINT-ONE-CUSTOMER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * SET UP THE CUSTOMER HEADING LINE FOR TK-CUSTOMER-ID(WS-TI) *
      * FROM THE CUSTOMER TABLE.                                   *
      *----------------------------------------------------------*
       1200-FIND-CUSTOMER.
           MOVE 'NO' TO WS-CUST-FOUND-SWITCH
           MOVE TK-CUSTOMER-ID(WS-TI)   TO CL-CUSTOMER-ID
           MOVE '** NOT ON CUSTOMER MASTER **' TO CL-CUSTOMER-NAME
           MOVE SPACES                  TO CL-CONTACT
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CUST-COUNT
                      OR CUST-FOUND
               IF CS-CUSTOMER-ID(WS-CI) = TK-CUSTOMER-ID(WS-TI)
                   MOVE 'YES' TO WS-CUST-FOUND-SWITCH
                   MOVE CS-CUSTOMER-NAME(WS-CI) TO CL-CUSTOMER-NAME
                   MOVE CS-CONTACT(WS-CI)       TO CL-CONTACT
               END-IF
           END-PERFORM.
       1200-FIND-CUSTOMER-EXIT. EXIT.
      *
       1300-PRINT-ONE-TICKET.
           MOVE TK-TICKET-NUM(WS-TJ)  TO WS-TICKET-NUM-WORK
           MOVE WT-RELEASE-DATE       TO TL-RELEASE-DATE
           MOVE WT-BATCH-NUM          TO TL-BATCH-NUM
           MOVE WT-TICKET-SEQ         TO TL-TICKET-SEQ
           MOVE TK-ITEM-NUM(WS-TJ)    TO TL-ITEM-NUM
           MOVE TK-RELEASE-QTY(WS-TJ) TO TL-RELEASE-QTY
           MOVE TK-ORDER-DATE(WS-TJ)  TO TL-ORDER-DATE
           MOVE TK-WAREHOUSE(WS-TJ)   TO TL-WAREHOUSE
           MOVE TK-PRIORITY(WS-TJ)    TO TL-PRIORITY
           WRITE REPORT-RECORD FROM WS-TICKET-LINE
           MOVE 'Y' TO TK-DONE(WS-TJ)
           ADD 1 TO WS-WRITE-COUNT.
       1300-PRINT-ONE-TICKET-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * CONFIRM MODE - READ THE DOCK'S SHIP CONFIRMATIONS AND      *
      * CLOSE EACH ONE'S TICKET. THE MOVEMENT AND BACKORDER FILES  *
      * ARE OPENED FOR APPEND UP FRONT SO A SHORT PICK CAN BE PUT  *
      * STRAIGHT BACK.                                             *
      *----------------------------------------------------------*
       2000-PROCESS-CONFIRMS.
           OPEN INPUT SHIP-CONFIRM-FILE
           IF WS-SHIPCONF-STATUS NOT = '00'
                   AND WS-SHIPCONF-STATUS NOT = '05'
               DISPLAY 'PICKTKT - SHIP CONFIRM NOT AVAILABLE - STATUS '
                       WS-SHIPCONF-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 2000-PROCESS-CONFIRMS-EXIT
           END-IF
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = '35'
               OPEN OUTPUT MOVEMENT-FILE
           END-IF
           IF WS-MOVEMENT-STATUS NOT = '00'
               DISPLAY 'PICKTKT - MOVEMENT FILE NOT AVAILABLE - '
                       'STATUS ' WS-MOVEMENT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SHIP-CONFIRM-FILE
               GO TO 2000-PROCESS-CONFIRMS-EXIT
           END-IF
           OPEN EXTEND BACKORDER-FILE
           IF WS-BACKORDER-STATUS = '35'
               OPEN OUTPUT BACKORDER-FILE
           END-IF
           IF WS-BACKORDER-STATUS NOT = '00'
                   AND WS-BACKORDER-STATUS NOT = '05'
               DISPLAY 'PICKTKT - BACKORDER FILE NOT AVAILABLE - '
                       'STATUS ' WS-BACKORDER-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE SHIP-CONFIRM-FILE
                     MOVEMENT-FILE
               GO TO 2000-PROCESS-CONFIRMS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ SHIP-CONFIRM-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    PERFORM 2100-APPLY-ONE-CONFIRM
                       THRU 2100-APPLY-ONE-CONFIRM-EXIT
               END-READ
           END-PERFORM
           CLOSE SHIP-CONFIRM-FILE
                 MOVEMENT-FILE
                 BACKORDER-FILE.
       2000-PROCESS-CONFIRMS-EXIT. EXIT.
      *
       2100-APPLY-ONE-CONFIRM.
           ADD 1 TO WS-READ-COUNT
           PERFORM 2200-FIND-TICKET THRU 2200-FIND-TICKET-EXIT
           PERFORM 2300-VALIDATE-CONFIRM THRU 2300-VALIDATE-CONFIRM-EXIT
           IF CONFIRM-IS-VALID
               PERFORM 2400-CLOSE-TICKET THRU 2400-CLOSE-TICKET-EXIT
           ELSE
               PERFORM 9000-REJECT-CONFIRM THRU 9000-REJECT-CONFIRM-EXIT
           END-IF.
       2100-APPLY-ONE-CONFIRM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * FIND THE STILL-OPEN TICKET THE CONFIRMATION QUOTES. LEAVES *
      * ITS SUBSCRIPT IN WS-FOUND-TI, ZERO WHEN NOT FOUND.         *
      *----------------------------------------------------------*
       2200-FIND-TICKET.
           MOVE ZERO TO WS-FOUND-TI
           PERFORM VARYING WS-TI FROM 1 BY 1
                   UNTIL WS-TI > WS-TKT-COUNT
                      OR WS-FOUND-TI > ZERO
               IF TK-TICKET-NUM(WS-TI) = SC-TICKET-NUM
                       AND TK-DONE(WS-TI) = 'N'
                   MOVE WS-TI TO WS-FOUND-TI
               END-IF
           END-PERFORM.
       2200-FIND-TICKET-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * VALIDATE THE CURRENT CONFIRMATION. SETS WS-VALID-SWITCH    *
      * AND, WHEN INVALID, WS-REJECT-REASON.                       *
      *----------------------------------------------------------*
       2300-VALIDATE-CONFIRM.
           MOVE 'YES'  TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-FOUND-TI = ZERO
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'NO OPEN PICK TICKET'
                 TO WS-REJECT-REASON
           ELSE IF SC-SHIPPED-QTY NOT NUMERIC
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'SHIP QTY NOT NUMERIC'
                 TO WS-REJECT-REASON
           ELSE IF SC-SHIPPED-QTY > TK-RELEASE-QTY(WS-FOUND-TI)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'SHIPPED OVER RELEASED'
                 TO WS-REJECT-REASON
           END-IF.
       2300-VALIDATE-CONFIRM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * CLOSE THE TICKET. A SHORT PICK PUTS THE SHORTFALL BACK ON  *
      * THE OPEN BACKORDER FILE FOR THE SAME CUSTOMER AND ORDER    *
      * DATE AND LEAVES AN 'M' RECORD ON THE MOVEMENT TRAIL.       *
      *----------------------------------------------------------*
       2400-CLOSE-TICKET.
           MOVE 'Y' TO TK-DONE(WS-FOUND-TI)
           COMPUTE WS-SHORT-QTY =
                   TK-RELEASE-QTY(WS-FOUND-TI) - SC-SHIPPED-QTY
           IF WS-SHORT-QTY = ZERO
               ADD 1 TO WS-SHIPPED-FULL
               MOVE 'SHIPPED IN FULL' TO CF-DISPOSITION
           ELSE
               MOVE TK-ITEM-NUM(WS-FOUND-TI)    TO BO-ITEM-NUM
               MOVE TK-CUSTOMER-ID(WS-FOUND-TI) TO BO-CUSTOMER-ID
               MOVE WS-SHORT-QTY                TO BO-ORDER-QTY
               MOVE WS-SHORT-QTY                TO BO-OPEN-QTY
               MOVE TK-ORDER-DATE(WS-FOUND-TI)  TO BO-ORDER-DATE
               WRITE BACKORDER-RECORD
               MOVE TK-ITEM-NUM(WS-FOUND-TI)    TO MV-ITEM-NUM
               MOVE 'M'                         TO MV-TRANS-CODE
               MOVE WS-SHORT-QTY                TO MV-QUANTITY
               MOVE ZERO                        TO MV-QOH-BEFORE
               MOVE WS-SHORT-QTY                TO MV-QOH-AFTER
               MOVE WS-WAREHOUSE-CODE           TO MV-WAREHOUSE-CODE
               MOVE WS-RUN-DATE                 TO MV-RUN-DATE
               MOVE SPACES                      TO MV-KIT-ITEM
               WRITE MOVEMENT-RECORD
               ADD 1 TO WS-SHIPPED-SHORT
               MOVE 'SHORT - BACKORDERED' TO CF-DISPOSITION
           END-IF
           PERFORM 9100-SET-CONFIRM-LINE THRU 9100-SET-CONFIRM-LINE-EXIT
           MOVE TK-ITEM-NUM(WS-FOUND-TI)    TO CF-ITEM-NUM
           MOVE TK-CUSTOMER-ID(WS-FOUND-TI) TO CF-CUSTOMER-ID
           MOVE TK-RELEASE-QTY(WS-FOUND-TI) TO CF-RELEASE-QTY
           MOVE SC-SHIPPED-QTY              TO CF-SHIPPED-QTY
           WRITE REPORT-RECORD FROM WS-CONFIRM-LINE
           ADD 1 TO WS-WRITE-COUNT.
       2400-CLOSE-TICKET-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REWRITE THE PICK TICKET FILE FROM THE TABLE, KEEPING ONLY  *
      * THE TICKETS STILL AWAITING CONFIRMATION.                   *
      *----------------------------------------------------------*
       3000-REWRITE-TICKETS.
           OPEN OUTPUT PICK-TICKET-FILE
           IF WS-PICKTKT-STATUS NOT = '00'
               DISPLAY 'PICKTKT - PICK TICKET FILE NOT AVAILABLE - '
                       'STATUS ' WS-PICKTKT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 3000-REWRITE-TICKETS-EXIT
           END-IF
           PERFORM VARYING WS-TI FROM 1 BY 1
                   UNTIL WS-TI > WS-TKT-COUNT
               IF TK-DONE(WS-TI) = 'N'
                   MOVE TK-TICKET-NUM(WS-TI)  TO PK-TICKET-NUM
                   MOVE TK-ITEM-NUM(WS-TI)    TO PK-ITEM-NUM
                   MOVE TK-CUSTOMER-ID(WS-TI) TO PK-CUSTOMER-ID
                   MOVE TK-RELEASE-QTY(WS-TI) TO PK-RELEASE-QTY
                   MOVE TK-PRIORITY(WS-TI)    TO PK-PRIORITY
                   MOVE TK-WAREHOUSE(WS-TI)   TO PK-WAREHOUSE-CODE
                   MOVE TK-ORDER-DATE(WS-TI)  TO PK-ORDER-DATE
                   WRITE PICK-TICKET-RECORD
                   ADD 1 TO WS-STILL-OPEN
               END-IF
           END-PERFORM
           CLOSE PICK-TICKET-FILE.
       3000-REWRITE-TICKETS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE RUN SUMMARY AT THE BOTTOM OF THE REPORT.         *
      *----------------------------------------------------------*
       4000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF CONFIRM-MODE
               MOVE 'SHIPPED IN FULL .......' TO SM-LABEL
               MOVE WS-SHIPPED-FULL TO SM-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'PICKED SHORT ..........' TO SM-LABEL
               MOVE WS-SHIPPED-SHORT TO SM-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'CONFIRMS REJECTED .....' TO SM-LABEL
               MOVE WS-REJECT-COUNT TO SM-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'TICKETS STILL OPEN ....' TO SM-LABEL
               MOVE WS-STILL-OPEN TO SM-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           ELSE
               MOVE 'CUSTOMERS .............' TO SM-LABEL
               MOVE WS-CUSTOMERS-PRINTED TO SM-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'TICKETS PRINTED .......' TO SM-LABEL
               MOVE WS-WRITE-COUNT TO SM-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-IF.
       4000-PRINT-SUMMARY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE REJECTED CONFIRMATION WITH ITS REASON TEXT AND   *
      * COUNT IT.                                                  *
      *----------------------------------------------------------*
       9000-REJECT-CONFIRM.
           PERFORM 9100-SET-CONFIRM-LINE THRU 9100-SET-CONFIRM-LINE-EXIT
           IF WS-FOUND-TI > ZERO
               MOVE TK-ITEM-NUM(WS-FOUND-TI)    TO CF-ITEM-NUM
               MOVE TK-CUSTOMER-ID(WS-FOUND-TI) TO CF-CUSTOMER-ID
               MOVE TK-RELEASE-QTY(WS-FOUND-TI) TO CF-RELEASE-QTY
           ELSE
               MOVE SPACES TO CF-ITEM-NUM
               MOVE SPACES TO CF-CUSTOMER-ID
               MOVE ZERO   TO CF-RELEASE-QTY
           END-IF
           IF SC-SHIPPED-QTY NUMERIC
               MOVE SC-SHIPPED-QTY TO CF-SHIPPED-QTY
           ELSE
               MOVE ZERO TO CF-SHIPPED-QTY
           END-IF
           MOVE WS-REJECT-REASON TO CF-DISPOSITION
           WRITE REPORT-RECORD FROM WS-CONFIRM-LINE
           ADD 1 TO WS-REJECT-COUNT.
       9000-REJECT-CONFIRM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LAY THE CONFIRMATION'S TICKET NUMBER AND USER ID OUT ON    *
      * THE CONFIRM LINE AS DDDDDD-BBBBBB-SSSS.                    *
      *----------------------------------------------------------*
       9100-SET-CONFIRM-LINE.
           MOVE SC-TICKET-NUM(1:6)  TO CF-RELEASE-DATE
           MOVE '-'                 TO CF-DASH-1
           MOVE SC-TICKET-NUM(7:6)  TO CF-BATCH-NUM
           MOVE '-'                 TO CF-DASH-2
           MOVE SC-TICKET-NUM(13:4) TO CF-TICKET-SEQ
           MOVE SC-USER-ID          TO CF-USER-ID.
       9100-SET-CONFIRM-LINE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND A SUMMARY LINE FOR THIS RUN TO THE SHARED RUN LOG.   *
      * THE LOG MAY NOT EXIST YET THE FIRST TIME ANY PROGRAM RUNS,  *
      * SO FALL BACK TO OPEN OUTPUT WHEN OPEN EXTEND FAILS.         *
      *----------------------------------------------------------*
       9200-WRITE-RUN-LOG.
           MOVE 'PICKTKT'          TO RL-PROGRAM-NAME
           MOVE WS-RUN-START-TIME  TO RL-START-TIME
           MOVE WS-RUN-END-TIME    TO RL-END-TIME
           IF CONFIRM-MODE
               MOVE WS-READ-COUNT  TO RL-RECORDS-READ
           ELSE
               MOVE WS-TKT-COUNT   TO RL-RECORDS-READ
           END-IF
           MOVE WS-WRITE-COUNT     TO RL-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT    TO RL-RECORDS-REJECTED
           MOVE WS-RUN-DATE        TO RL-RUN-DATE
           MOVE WS-WAREHOUSE-CODE  TO RL-WAREHOUSE-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       9200-WRITE-RUN-LOG-EXIT. EXIT.
