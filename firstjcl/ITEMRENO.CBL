      *
      *   - CARRIES THE MASTER RECORD ACROSS. A PAIR WHOSE NEW
      *     NUMBER IS ALREADY ON THE MASTER IS A MERGE - THE
      *     QUANTITIES (STOCK ON HOLD INCLUDED), AMOUNT AND YTD ARE
      *     ADDED TOGETHER AND THE UNIT COST ROLLS AS THE WEIGHTED
      *     AVERAGE OF THE TWO HOLDINGS - OTHERWISE THE RECORD IS
      *     REKEYED WHOLE.
      *     EITHER WAY THE OLD KEY IS DELETED. A MERGE CHANGES THE
      *     SURVIVING ITEM'S QOH WITH NO TRANSACTION BEHIND IT, SO
      *     IT LEAVES A 'G' RECORD ON THE MOVEMENT TRAIL (QOH
      *     FILES THE SAME WAY - A TRANSFER ON THE ROAD CAN STILL
      *     BE TAKEN IN, AND AN OPEN COMMITMENT CAN STILL FILL,
      *     UNDER THE NEW NUMBER.
      *   - REKEYS THE SITE'S LOT FILE SO DATED STOCK KEEPS ITS
      *     LOTS AND EXPIRY DATES UNDER THE NEW NUMBER. ON A MERGE
      *     A LOT NUMBER HELD UNDER BOTH ITEMS BECOMES ONE LOT, AND
      *     WHEN ONLY ONE SIDE WAS LOT-CONTROLLED THE OTHER SIDE'S
      *     QOH GOES INTO THE SURVIVOR'S UNDATED LOT SO ITS LOTS
      *     STILL TOTAL THE MERGED QOH.
      *   - REKEYS THE SHARED BILL OF MATERIALS, BOTH AS KIT AND AS
      *     COMPONENT, SO INVENT CAN STILL BUILD AND BREAK DOWN THE
      *     KIT. ON A MERGE A KIT ALREADY ON FILE UNDER THE NEW
      *     NUMBER KEEPS ITS OWN BILL, AND A KIT THAT TOOK BOTH
      *     NUMBERS AS COMPONENTS TAKES ONE LINE FOR THE TOTAL.
      *   - REKEYS THE SHARED PENDING PRICE FILE SO A PRICE CHANGE
      *     WAITING FOR APPROVAL CAN STILL BE APPROVED UNDER THE NEW
      *     NUMBER (ONE ALREADY WAITING FOR THE NEW NUMBER IS KEPT
      *     AND THE OLD DROPPED), AND THE SITE'S PICK TICKETS SO
      *     THEIR SHIP CONFIRMATIONS APPLY TO THE NEW NUMBER.
      *   - APPENDS AN ALIAS CROSS-REFERENCE RECORD THAT INVENT'S
      *     VALIDATION AND INVQUERY CONSULT, SO TRANSACTIONS AND
      *     LOOKUPS UNDER THE OLD NUMBER STILL LAND RIGHT, AND
      *     OLD MOVEMENT AND HISTORY RECORDS STAY READABLE.
      *
      * LIKE INVENT, AN OPTIONAL WAREHOUSE CODE ON THE COMMAND
      * LINE PICKS THAT SITE'S MASTER, BACKORDER, LOT AND PICK
      * TICKET FILES - RUN THE SAME PAIRS FILE ONCE PER SITE. THE
      * COMPANY-WIDE DESCRIPTION, REORDER-POINT, BILL OF MATERIALS
      * AND PENDING PRICE FILES TAKE EACH PAIR ONLY THE FIRST TIME
      * THROUGH - A RERUN FINDS THE OLD NUMBER ALREADY GONE AND
      * MOVES ON - AND A PAIR ALREADY ON THE ALIAS FILE IS NOT
      * APPENDED AGAIN. THE REPORT SHOWS WHAT EACH PAIR DID FILE
      * BY FILE.
      *
      * A PAIR IS ONLY TAKEN WHEN THE SHARED USER AUTHORIZATION
      * FILE ON UT-S-UAUTH GIVES THE USER WHO KEYED IT ACTION R
      * IN ITEMRENO - ANY OTHER PAIR IS DROPPED WITH A REPORT
      * LINE, AND WITHOUT THE FILE NOTHING IS RENUMBERED.
      *
      * THE HELD OLD MASTER IMAGE IS NOW 92 BYTES, AND IT AND THE
      * IN-STORAGE IN-TRANSIT, COMMITMENT, REORDER-POINT,
      * BACKORDER AND LOT TABLES CARRY THE 7-DIGIT QUANTITIES,
      * 9-DIGIT AMOUNT AND 8-DIGIT YTD SOLD OF THE WIDENED
      * RECORDS. A MERGE THAT OVERFLOWS NOW CAPS AT THE NEW FIELD
      * LIMITS.
      *
      * THE SHARED BILL OF MATERIALS AND PENDING PRICE FILE AND
      * THE SITE'S PICK TICKETS ARE NOW REKEYED WITH THE REST, SO
      * A RENUMBERED KIT OR COMPONENT STILL BUILDS, A PRICE CHANGE
      * WAITING UNDER THE OLD NUMBER CAN STILL BE APPROVED, AND A
      * PICK TICKET STILL CONFIRMS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                              FILE STATUS IS WS-INTRANSIT-STATUS.
           SELECT OPTIONAL PO-COMMIT-FILE ASSIGN TO UT-S-PCMIT
                              FILE STATUS IS WS-COMMIT-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN TO WS-LOT-DSNAME
                              FILE STATUS IS WS-LOT-STATUS.
           SELECT OPTIONAL BOM-FILE ASSIGN TO UT-S-BOMFL
                              FILE STATUS IS WS-BOM-STATUS.
           SELECT OPTIONAL PENDING-PRICE-FILE ASSIGN TO UT-S-PPEND
                              FILE STATUS IS WS-PENDING-STATUS.
           SELECT OPTIONAL PICK-TICKET-FILE
                              ASSIGN TO WS-PICKTKT-DSNAME
                              FILE STATUS IS WS-PICKTKT-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO WS-MOVEMENT-DSNAME
                              FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO UT-S-ALIAS
                              FILE STATUS IS WS-ALIAS-STATUS.
           SELECT USER-AUTH-FILE ASSIGN TO UT-S-UAUTH
                              FILE STATUS IS WS-USERAUTH-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY POCMTREC.
      *
       FD  LOT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY LOTREC.
      *
       FD  BOM-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY BOMREC.
      *
       FD  PENDING-PRICE-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY PNDPRICE.
      *
       FD  PICK-TICKET-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY PICKREC.
      *
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
      *
           COPY ALIASREC.
      *
       FD  USER-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY USERAUTH.
      *
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           88  OLD-ON-MASTER        VALUE 'YES'.
           05  WS-NEW-FOUND-SWITCH  PIC X(3) VALUE 'NO'.
           88  NEW-ON-MASTER        VALUE 'YES'.
           05  WS-AUTH-SWITCH       PIC X(3) VALUE 'NO'.
           88  USER-AUTHORIZED      VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-PAIRS-STATUS      PIC X(2).
           05  WS-BACKORDER-STATUS  PIC X(2).
           05  WS-INTRANSIT-STATUS  PIC X(2).
           05  WS-COMMIT-STATUS     PIC X(2).
           05  WS-LOT-STATUS        PIC X(2).
           05  WS-BOM-STATUS        PIC X(2).
           05  WS-PENDING-STATUS    PIC X(2).
           05  WS-PICKTKT-STATUS    PIC X(2).
           05  WS-MOVEMENT-STATUS   PIC X(2).
           05  WS-ALIAS-STATUS      PIC X(2).
           05  WS-USERAUTH-STATUS   PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS     PIC X(2).
      *
           05  WS-MASTER-DSNAME     PIC X(10).
           05  WS-BACKORDER-DSNAME  PIC X(10).
           05  WS-MOVEMENT-DSNAME   PIC X(10).
           05  WS-LOT-DSNAME        PIC X(12).
           05  WS-PICKTKT-DSNAME    PIC X(12).
      *
      * THE RENUMBER PAIRS, LOADED UP FRONT SO EVERY TARGET FILE
      * CAN BE PASSED ONCE.
               10  PR-OLD-ITEM      PIC X(6).
               10  PR-NEW-ITEM     PIC X(6).
               10  PR-USER-ID      PIC X(8).
               10  PR-MERGE-SW     PIC X(1).
               10  PR-OLD-QOH      PIC 9(7).
               10  PR-TARGET-QOH   PIC 9(7).
      *
      * THE OLD MASTER RECORD HELD WHILE ITS NEW HOME IS WORKED
      * OUT, AND THE MERGE ARITHMETIC WORK FIELDS.
      *
       01  WS-OLD-MASTER           PIC X(92) VALUE SPACES.
       01  WS-OLD-FIELDS REDEFINES WS-OLD-MASTER.
           05  WO-ITEM-NUM         PIC X(6).
           05  WO-ITEM-DESC        PIC X(28).
           05  WO-QOH              PIC 9(7).
           05  WO-QOO              PIC 9(7).
           05  WO-INV-AMOUNT       PIC 9(9)V99.
           05  WO-YTD-SOLD         PIC 9(8).
           05  WO-ITEM-CATEGORY    PIC X(4).
           05  WO-UNIT-COST        PIC 9(5)V99.
           05  WO-VENDOR-NUM       PIC X(6).
           05  WO-ITEM-STATUS      PIC X(1).
           05  WO-HELD-QTY         PIC 9(7).
      *
       01  WS-MERGE-FIELDS.
           05  WS-MERGED-QOH       PIC 9(8) VALUE ZERO.
           05  WS-MERGED-COST      PIC 9(5)V99 VALUE ZERO.
           05  WS-TARGET-QOH       PIC 9(7) VALUE ZERO.
      *
      * THE SHARED IN-TRANSIT AND PO COMMITMENT FILES IN STORAGE
      * FOR THEIR REKEY PASSES - THE SAME LOAD/REWRITE PATTERN AS
               10  XF-ITEM-NUM      PIC X(6).
               10  XF-FROM-WHSE     PIC X(4).
               10  XF-TO-WHSE       PIC X(4).
               10  XF-XFER-QTY      PIC 9(7).
               10  XF-OPEN-QTY      PIC 9(7).
               10  XF-SHIP-DATE     PIC 9(6).
      *
       01  WS-CMT-TABLE.
           05  WS-CMT-ENTRY OCCURS 9999 TIMES.
               10  CM-VENDOR-NUM    PIC X(6).
               10  CM-ITEM-NUM      PIC X(6).
               10  CM-ORDER-QTY     PIC 9(7).
               10  CM-ORDER-DATE    PIC 9(6).
               10  CM-EXPECT-DATE   PIC 9(6).
               10  CM-RECEIVED-QTY  PIC 9(7).
               10  CM-RECEIPT-DATE  PIC 9(6).
               10  CM-STATUS        PIC X(1).
               10  CM-ORDER-UNIT    PIC X(2).
               10  CM-UNIT-FACTOR   PIC 9(4).
      *
      * THE ITEM DESCRIPTION MASTER AND REORDER-POINT FILE IN
      * STORAGE FOR THE REKEY PASSES, AS ITEMMNT WORKS.
               10  DT-ITEM-CATEGORY PIC X(4).
               10  DT-VENDOR-NUM    PIC X(6).
               10  DT-SELL-PRICE    PIC 9(5)V99.
               10  DT-UNITS         PIC X(14).
      *
       01  WS-ROP-TABLE.
           05  WS-ROP-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-ROP-ENTRY OCCURS 9999 TIMES.
               10  RT-ITEM-NUM      PIC X(6).
               10  RT-REORDER-POINT PIC 9(7).
               10  RT-REORDER-QTY   PIC 9(7).
      *
       01  WS-BKO-TABLE.
           05  WS-BKO-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-BKO-ENTRY OCCURS 9999 TIMES.
               10  BK-ITEM-NUM      PIC X(6).
               10  BK-CUSTOMER-ID   PIC X(6).
               10  BK-ORDER-QTY     PIC 9(7).
               10  BK-OPEN-QTY      PIC 9(7).
               10  BK-ORDER-DATE    PIC 9(6).
      *
      *
      * THE SITE'S LOT FILE IN STORAGE FOR ITS REKEY PASS. A LOT
      * FOLDED INTO THE SAME LOT OF THE SURVIVING ITEM IS MARKED
      * LOW-VALUES AND NOT WRITTEN BACK.
      *
       01  WS-LOT-TABLE.
           05  WS-LOT-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-LOT-ENTRY OCCURS 9999 TIMES.
               10  LO-ITEM-NUM      PIC X(6).
               10  LO-LOT-NUM       PIC X(10).
               10  LO-EXPIRE-DATE   PIC 9(6).
               10  LO-LOT-QTY       PIC 9(7).
               10  LO-RECEIPT-DATE  PIC 9(6).
      *
       01  WS-LOT-WORK.
           05  WS-OLD-LOTS-SWITCH   PIC X(3) VALUE 'NO'.
           88  OLD-HAS-LOTS         VALUE 'YES'.
           05  WS-NEW-LOTS-SWITCH   PIC X(3) VALUE 'NO'.
           88  NEW-HAS-LOTS         VALUE 'YES'.
           05  WS-LOT-ADD-QTY       PIC 9(7) VALUE ZERO.
           05  WS-FOUND-LOI         PIC 9(4) COMP VALUE ZERO.
      *
       01  WS-BOM-TABLE.
           05  WS-BOM-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-BOM-ENTRY OCCURS 9999 TIMES.
               10  BT-KIT-ITEM      PIC X(6).
               10  BT-COMP-ITEM     PIC X(6).
               10  BT-QTY-PER       PIC 9(3).
      *
       01  WS-BOM-WORK.
           05  WS-NEW-KIT-SWITCH    PIC X(3) VALUE 'NO'.
           88  NEW-KIT-ON-BOM       VALUE 'YES'.
           05  WS-FOUND-BMI         PIC 9(4) COMP VALUE ZERO.
      *
      * THE SHARED PENDING PRICE FILE AND THE SITE'S PICK TICKETS
      * IN STORAGE FOR THEIR REKEY PASSES.
      *
       01  WS-PND-TABLE.
           05  WS-PND-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-PND-ENTRY OCCURS 999 TIMES.
               10  PN-ITEM-NUM      PIC X(6).
               10  PN-OLD-PRICE     PIC 9(5)V99.
               10  PN-NEW-PRICE     PIC 9(5)V99.
               10  PN-REQUEST-USER  PIC X(8).
               10  PN-REQUEST-DATE  PIC 9(6).
      *
       01  WS-TKT-TABLE.
           05  WS-TKT-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-TKT-ENTRY OCCURS 9999 TIMES.
               10  TK-TICKET-NUM    PIC X(16).
               10  TK-ITEM-NUM      PIC X(6).
               10  TK-CUSTOMER-ID   PIC X(6).
               10  TK-RELEASE-QTY   PIC 9(7).
               10  TK-PRIORITY      PIC 9(1).
               10  TK-WAREHOUSE-CODE PIC X(4).
               10  TK-ORDER-DATE    PIC 9(6).
      *
       01  WS-SUBSCRIPTS.
           05  WS-PI                PIC 9(3) COMP VALUE ZERO.
           05  WS-XI                PIC 9(4) COMP VALUE ZERO.
           05  WS-XFI               PIC 9(4) COMP VALUE ZERO.
           05  WS-MI                PIC 9(4) COMP VALUE ZERO.
           05  WS-LOI               PIC 9(4) COMP VALUE ZERO.
           05  WS-LXI               PIC 9(4) COMP VALUE ZERO.
           05  WS-BMI               PIC 9(4) COMP VALUE ZERO.
           05  WS-BXI               PIC 9(4) COMP VALUE ZERO.
           05  WS-NDI               PIC 9(4) COMP VALUE ZERO.
           05  WS-TKI               PIC 9(4) COMP VALUE ZERO.
      *
      * ITEMRENO'S ENTRIES OFF THE USER AUTHORIZATION FILE.
      *
       01  WS-AUTH-TABLE.
           05  WS-AUTH-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-AUTH-ENTRY OCCURS 999 TIMES.
               10  AT-USER-ID       PIC X(8).
               10  AT-ACTIONS       PIC X(10).
      *
       01  WS-AUTH-WORK.
           05  WS-AI                PIC 9(4) COMP VALUE ZERO.
           05  WS-ACTION-TALLY      PIC 9(4) COMP VALUE ZERO.
      *
      * THE ALIASES ALREADY ON FILE, LOADED BEFORE ANY ARE
      * WRITTEN - THE SAME PAIRS FILE RUNS ONCE PER SITE, AND A
               MOVE 'UT-S-DFILE' TO WS-MASTER-DSNAME
               MOVE 'UT-S-BFILE' TO WS-BACKORDER-DSNAME
               MOVE 'UT-S-EFILE' TO WS-MOVEMENT-DSNAME
               MOVE 'UT-S-LOTFL' TO WS-LOT-DSNAME
               MOVE 'UT-S-PKTKT' TO WS-PICKTKT-DSNAME
           ELSE
               STRING 'UT-S-D' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MASTER-DSNAME
                   INTO WS-BACKORDER-DSNAME
               STRING 'UT-S-E' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MOVEMENT-DSNAME
               STRING 'UT-S-LT' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-LOT-DSNAME
               STRING 'UT-S-PK' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-PICKTKT-DSNAME
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               GO TO 100-MAINLINE-EXIT
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADING-1
           PERFORM 0400-LOAD-USER-AUTH THRU 0400-LOAD-USER-AUTH-EXIT
           IF RETURN-CODE = ZERO
               PERFORM 0500-LOAD-PAIRS THRU 0500-LOAD-PAIRS-EXIT
           END-IF
           IF RETURN-CODE NOT = ZERO OR WS-PAIR-COUNT = ZERO
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
              THRU 4500-REKEY-IN-TRANSIT-EXIT
           PERFORM 4700-REKEY-COMMITMENTS
              THRU 4700-REKEY-COMMITMENTS-EXIT
           PERFORM 4800-REKEY-LOTS THRU 4800-REKEY-LOTS-EXIT
           PERFORM 4900-REKEY-BOM THRU 4900-REKEY-BOM-EXIT
           PERFORM 4940-REKEY-PENDING-PRICES
              THRU 4940-REKEY-PENDING-PRICES-EXIT
           PERFORM 4960-REKEY-PICK-TICKETS
              THRU 4960-REKEY-PICK-TICKETS-EXIT
           PERFORM 5000-WRITE-ALIASES THRU 5000-WRITE-ALIASES-EXIT
           CLOSE REPORT-FILE
           ACCEPT WS-RUN-END-TIME FROM TIME
           STOP RUN.
      *
      *----------------------------------------------------------*
      * LOAD ITEMRENO'S ENTRIES OFF THE USER AUTHORIZATION FILE.   *
      * WITHOUT THE FILE NO USER CAN BE SHOWN TO BE AUTHORIZED, SO *
      * THE RUN STOPS BEFORE ANYTHING IS RENUMBERED.               *
      *----------------------------------------------------------*
       0400-LOAD-USER-AUTH.
           OPEN INPUT USER-AUTH-FILE
           IF WS-USERAUTH-STATUS NOT = '00'
               DISPLAY 'ITEMRENO - USER AUTH FILE NOT AVAILABLE - '
                       'STATUS ' WS-USERAUTH-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0400-LOAD-USER-AUTH-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ USER-AUTH-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF UA-PROGRAM = 'ITEMRENO'
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
       0400-LOAD-USER-AUTH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE OLD-TO-NEW PAIRS. A PAIR WITH A BLANK NUMBER OR   *
      * OLD = NEW IS DROPPED WITH A REPORT LINE.                   *
      *----------------------------------------------------------*
               WRITE REPORT-RECORD FROM WS-PAIR-LINE
               GO TO 0550-STORE-ONE-PAIR-EXIT
           END-IF
           PERFORM 0560-CHECK-USER-AUTH THRU 0560-CHECK-USER-AUTH-EXIT
           IF NOT USER-AUTHORIZED
               MOVE 'USER NOT AUTHORIZED - DROPPED' TO PL-NOTE
               WRITE REPORT-RECORD FROM WS-PAIR-LINE
               GO TO 0550-STORE-ONE-PAIR-EXIT
           END-IF
           IF WS-PAIR-COUNT = 200
               MOVE 'MORE THAN 200 PAIRS - DROPPED' TO PL-NOTE
               WRITE REPORT-RECORD FROM WS-PAIR-LINE
           ADD 1 TO WS-PAIR-COUNT
           MOVE RN-OLD-ITEM TO PR-OLD-ITEM(WS-PAIR-COUNT)
           MOVE RN-NEW-ITEM TO PR-NEW-ITEM(WS-PAIR-COUNT)
           MOVE RN-USER-ID  TO PR-USER-ID(WS-PAIR-COUNT)
           MOVE 'N'         TO PR-MERGE-SW(WS-PAIR-COUNT)
           MOVE ZERO        TO PR-OLD-QOH(WS-PAIR-COUNT)
           MOVE ZERO        TO PR-TARGET-QOH(WS-PAIR-COUNT).
       0550-STORE-ONE-PAIR-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * IS RN-USER-ID ALLOWED ACTION R (RENUMBER OR MERGE) IN      *
      * ITEMRENO?                                                  *
      *----------------------------------------------------------*
       0560-CHECK-USER-AUTH.
           MOVE 'NO' TO WS-AUTH-SWITCH
           MOVE ZERO TO WS-ACTION-TALLY
           PERFORM VARYING WS-AI FROM 1 BY 1
                   UNTIL WS-AI > WS-AUTH-COUNT
                      OR USER-AUTHORIZED
               IF AT-USER-ID(WS-AI) = RN-USER-ID
                   INSPECT AT-ACTIONS(WS-AI) TALLYING WS-ACTION-TALLY
                       FOR ALL 'R'
                   IF WS-ACTION-TALLY > ZERO
                       MOVE 'YES' TO WS-AUTH-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
       0560-CHECK-USER-AUTH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * CARRY EACH PAIR'S MASTER RECORD ACROSS - A STRAIGHT REKEY  *
      * WHEN THE NEW NUMBER IS FREE, A MERGE OF QUANTITIES, VALUE  *
      * AND WEIGHTED COST WHEN IT IS ALREADY ON FILE.              *
           IF NEW-ON-MASTER
               PERFORM 1200-MERGE-INTO-NEW
                  THRU 1200-MERGE-INTO-NEW-EXIT
               MOVE 'Y'           TO PR-MERGE-SW(WS-PI)
               MOVE WO-QOH        TO PR-OLD-QOH(WS-PI)
               MOVE WS-TARGET-QOH TO PR-TARGET-QOH(WS-PI)
               MOVE 'MERGED INTO EXISTING ITEM' TO PL-NOTE
           ELSE
               MOVE WS-OLD-MASTER      TO MASTER-RECORD
               MOVE WO-UNIT-COST TO WS-MERGED-COST
           END-IF
           ADD WO-QOH TO MR-QOH
               ON SIZE ERROR MOVE 9999999 TO MR-QOH
           END-ADD
           ADD WO-QOO TO MR-QOO
               ON SIZE ERROR MOVE 9999999 TO MR-QOO
           END-ADD
           IF MR-HELD-QTY NOT NUMERIC
               MOVE ZERO TO MR-HELD-QTY
           END-IF
           IF WO-HELD-QTY NUMERIC
               ADD WO-HELD-QTY TO MR-HELD-QTY
                   ON SIZE ERROR MOVE 9999999 TO MR-HELD-QTY
               END-ADD
           END-IF
           ADD WO-INV-AMOUNT TO MR-INV-AMOUNT
               ON SIZE ERROR MOVE 999999999.99 TO MR-INV-AMOUNT
           END-ADD
           ADD WO-YTD-SOLD TO MR-YTD-SOLD
               ON SIZE ERROR MOVE 99999999 TO MR-YTD-SOLD
           END-ADD
           MOVE WS-MERGED-COST TO MR-UNIT-COST
           REWRITE MASTER-RECORD
           MOVE MR-QOH            TO MV-QOH-AFTER
           MOVE WS-WAREHOUSE-CODE TO MV-WAREHOUSE-CODE
           MOVE WS-RUN-DATE       TO MV-RUN-DATE
           MOVE SPACES            TO MV-KIT-ITEM
           WRITE MOVEMENT-RECORD.
       1200-MERGE-INTO-NEW-EXIT. EXIT.
      *
                        MOVE ZERO
                          TO DT-SELL-PRICE(WS-DESC-COUNT)
                    END-IF
                    MOVE ID-UNITS
                      TO DT-UNITS(WS-DESC-COUNT)
               END-READ
           END-PERFORM
           CLOSE ITEM-DESC-FILE
                   MOVE DT-ITEM-CATEGORY(WS-DI) TO ID-ITEM-CATEGORY
                   MOVE DT-VENDOR-NUM(WS-DI)    TO ID-VENDOR-NUM
                   MOVE DT-SELL-PRICE(WS-DI)    TO ID-SELL-PRICE
                   MOVE DT-UNITS(WS-DI)         TO ID-UNITS
                   WRITE ITEM-DESC-RECORD
               END-IF
           END-PERFORM
                      TO CM-RECEIPT-DATE(WS-CMT-COUNT)
                    MOVE PM-STATUS
                      TO CM-STATUS(WS-CMT-COUNT)
                    MOVE PM-ORDER-UNIT
                      TO CM-ORDER-UNIT(WS-CMT-COUNT)
                    MOVE PM-UNIT-FACTOR
                      TO CM-UNIT-FACTOR(WS-CMT-COUNT)
               END-READ
           END-PERFORM
           CLOSE PO-COMMIT-FILE
               MOVE CM-RECEIVED-QTY(WS-MI) TO PM-RECEIVED-QTY
               MOVE CM-RECEIPT-DATE(WS-MI) TO PM-RECEIPT-DATE
               MOVE CM-STATUS(WS-MI)       TO PM-STATUS
               MOVE CM-ORDER-UNIT(WS-MI)   TO PM-ORDER-UNIT
               MOVE CM-UNIT-FACTOR(WS-MI)  TO PM-UNIT-FACTOR
               WRITE PO-COMMIT-RECORD
           END-PERFORM
           CLOSE PO-COMMIT-FILE.
       4700-REKEY-COMMITMENTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REKEY THE SITE'S LOT FILE SO DATED STOCK KEEPS ITS LOTS    *
      * UNDER THE NEW NUMBER - BALANCE PROVES THE LOTS AGAINST     *
      * MR-QOH, SO THEY MUST FOLLOW THE MASTER RECORD ACROSS. A    *
      * SITE WITH NO LOT FILE HAS NOTHING TO DO.                   *
      *----------------------------------------------------------*
       4800-REKEY-LOTS.
           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
                   AND WS-LOT-STATUS NOT = '05'
               GO TO 4800-REKEY-LOTS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ LOT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-LOT-COUNT < 9999
                        ADD 1 TO WS-LOT-COUNT
                        MOVE LT-ITEM-NUM
                          TO LO-ITEM-NUM(WS-LOT-COUNT)
                        MOVE LT-LOT-NUM
                          TO LO-LOT-NUM(WS-LOT-COUNT)
                        MOVE LT-EXPIRE-DATE
                          TO LO-EXPIRE-DATE(WS-LOT-COUNT)
                        MOVE LT-LOT-QTY
                          TO LO-LOT-QTY(WS-LOT-COUNT)
                        MOVE LT-RECEIPT-DATE
                          TO LO-RECEIPT-DATE(WS-LOT-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE LOT-FILE
           IF WS-LOT-COUNT = ZERO
               GO TO 4800-REKEY-LOTS-EXIT
           END-IF
           PERFORM 4850-REKEY-ONE-ITEM-LOTS
              THRU 4850-REKEY-ONE-ITEM-LOTS-EXIT
               VARYING WS-PI FROM 1 BY 1
               UNTIL WS-PI > WS-PAIR-COUNT
           OPEN OUTPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'ITEMRENO - LOT FILE NOT REWRITABLE - STATUS '
                       WS-LOT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 4800-REKEY-LOTS-EXIT
           END-IF
           PERFORM VARYING WS-LOI FROM 1 BY 1
                   UNTIL WS-LOI > WS-LOT-COUNT
               IF LO-ITEM-NUM(WS-LOI) NOT = LOW-VALUES
                   MOVE LO-ITEM-NUM(WS-LOI)     TO LT-ITEM-NUM
                   MOVE LO-LOT-NUM(WS-LOI)      TO LT-LOT-NUM
                   MOVE LO-EXPIRE-DATE(WS-LOI)  TO LT-EXPIRE-DATE
                   MOVE LO-LOT-QTY(WS-LOI)      TO LT-LOT-QTY
                   MOVE LO-RECEIPT-DATE(WS-LOI) TO LT-RECEIPT-DATE
                   WRITE LOT-RECORD
               END-IF
           END-PERFORM
           CLOSE LOT-FILE.
       4800-REKEY-LOTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * MOVE ONE PAIR'S LOTS TO THE NEW NUMBER. A MERGE WHERE ONLY *
      * ONE SIDE WAS LOT-CONTROLLED FIRST PUTS THE OTHER SIDE'S    *
      * QOH IN THE SURVIVOR'S UNDATED LOT, AS INVENT DOES FOR AN   *
      * ITEM'S FIRST LOT RECEIPT. A LOT NUMBER THE SURVIVOR        *
      * ALREADY HOLDS TAKES THE OLD LOT'S QUANTITY.                *
      *----------------------------------------------------------*
       4850-REKEY-ONE-ITEM-LOTS.
           MOVE 'NO' TO WS-OLD-LOTS-SWITCH
           MOVE 'NO' TO WS-NEW-LOTS-SWITCH
           PERFORM VARYING WS-LOI FROM 1 BY 1
                   UNTIL WS-LOI > WS-LOT-COUNT
               IF LO-ITEM-NUM(WS-LOI) = PR-OLD-ITEM(WS-PI)
                   MOVE 'YES' TO WS-OLD-LOTS-SWITCH
               END-IF
               IF LO-ITEM-NUM(WS-LOI) = PR-NEW-ITEM(WS-PI)
                   MOVE 'YES' TO WS-NEW-LOTS-SWITCH
               END-IF
           END-PERFORM
           IF NOT OLD-HAS-LOTS
                   AND NOT NEW-HAS-LOTS
               GO TO 4850-REKEY-ONE-ITEM-LOTS-EXIT
           END-IF
           IF PR-MERGE-SW(WS-PI) = 'Y'
               IF OLD-HAS-LOTS AND NOT NEW-HAS-LOTS
                   MOVE PR-TARGET-QOH(WS-PI) TO WS-LOT-ADD-QTY
                   PERFORM 4870-ADD-TO-UNDATED-LOT
                      THRU 4870-ADD-TO-UNDATED-LOT-EXIT
               END-IF
               IF NEW-HAS-LOTS AND NOT OLD-HAS-LOTS
                   MOVE PR-OLD-QOH(WS-PI) TO WS-LOT-ADD-QTY
                   PERFORM 4870-ADD-TO-UNDATED-LOT
                      THRU 4870-ADD-TO-UNDATED-LOT-EXIT
               END-IF
           END-IF
           PERFORM VARYING WS-LOI FROM 1 BY 1
                   UNTIL WS-LOI > WS-LOT-COUNT
               IF LO-ITEM-NUM(WS-LOI) = PR-OLD-ITEM(WS-PI)
                   MOVE ZERO TO WS-FOUND-LOI
                   PERFORM VARYING WS-LXI FROM 1 BY 1
                           UNTIL WS-LXI > WS-LOT-COUNT
                       IF LO-ITEM-NUM(WS-LXI) = PR-NEW-ITEM(WS-PI)
                          AND LO-LOT-NUM(WS-LXI) = LO-LOT-NUM(WS-LOI)
                           MOVE WS-LXI TO WS-FOUND-LOI
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-LOI = ZERO
                       MOVE PR-NEW-ITEM(WS-PI)
                         TO LO-ITEM-NUM(WS-LOI)
                   ELSE
                       ADD LO-LOT-QTY(WS-LOI)
                        TO LO-LOT-QTY(WS-FOUND-LOI)
                           ON SIZE ERROR
                               MOVE 9999999 TO LO-LOT-QTY(WS-FOUND-LOI)
                       END-ADD
                       MOVE LOW-VALUES TO LO-ITEM-NUM(WS-LOI)
                   END-IF
               END-IF
           END-PERFORM.
       4850-REKEY-ONE-ITEM-LOTS-EXIT. EXIT.
      *
       4870-ADD-TO-UNDATED-LOT.
           IF WS-LOT-ADD-QTY = ZERO
               GO TO 4870-ADD-TO-UNDATED-LOT-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-LOI
           PERFORM VARYING WS-LXI FROM 1 BY 1
                   UNTIL WS-LXI > WS-LOT-COUNT
               IF LO-ITEM-NUM(WS-LXI) = PR-NEW-ITEM(WS-PI)
                  AND LO-LOT-NUM(WS-LXI) = SPACES
                   MOVE WS-LXI TO WS-FOUND-LOI
               END-IF
           END-PERFORM
           IF WS-FOUND-LOI = ZERO
               IF WS-LOT-COUNT = 9999
                   GO TO 4870-ADD-TO-UNDATED-LOT-EXIT
               END-IF
               ADD 1 TO WS-LOT-COUNT
               MOVE WS-LOT-COUNT       TO WS-FOUND-LOI
               MOVE PR-NEW-ITEM(WS-PI) TO LO-ITEM-NUM(WS-FOUND-LOI)
               MOVE SPACES             TO LO-LOT-NUM(WS-FOUND-LOI)
               MOVE 999999             TO LO-EXPIRE-DATE(WS-FOUND-LOI)
               MOVE ZERO               TO LO-LOT-QTY(WS-FOUND-LOI)
               MOVE WS-RUN-DATE        TO LO-RECEIPT-DATE(WS-FOUND-LOI)
           END-IF
           ADD WS-LOT-ADD-QTY TO LO-LOT-QTY(WS-FOUND-LOI)
               ON SIZE ERROR MOVE 9999999 TO LO-LOT-QTY(WS-FOUND-LOI)
           END-ADD.
       4870-ADD-TO-UNDATED-LOT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REKEY THE SHARED BILL OF MATERIALS - INVENT MATCHES BOM    *
      * LINES ON THE ITEM NUMBER AS IT STANDS ON THE MASTER, SO    *
      * WITHOUT THIS EVERY BUILD OF A RENUMBERED KIT, OR OF A KIT  *
      * TAKING A RENUMBERED COMPONENT, WOULD REJECT. A LINE        *
      * FOLDED INTO ANOTHER IS MARKED LOW-VALUES AND NOT WRITTEN   *
      * BACK. A RERUN FOR ANOTHER SITE FINDS THE OLD NUMBERS       *
      * ALREADY GONE AND CHANGES NOTHING.                          *
      *----------------------------------------------------------*
       4900-REKEY-BOM.
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = '00'
                   AND WS-BOM-STATUS NOT = '05'
               GO TO 4900-REKEY-BOM-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ BOM-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-BOM-COUNT < 9999
                        ADD 1 TO WS-BOM-COUNT
                        MOVE BM-KIT-ITEM
                          TO BT-KIT-ITEM(WS-BOM-COUNT)
                        MOVE BM-COMP-ITEM
                          TO BT-COMP-ITEM(WS-BOM-COUNT)
                        MOVE BM-QTY-PER
                          TO BT-QTY-PER(WS-BOM-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE
           IF WS-BOM-COUNT = ZERO
               GO TO 4900-REKEY-BOM-EXIT
           END-IF
           PERFORM 4910-REKEY-ONE-BOM-PAIR
              THRU 4910-REKEY-ONE-BOM-PAIR-EXIT
               VARYING WS-PI FROM 1 BY 1
               UNTIL WS-PI > WS-PAIR-COUNT
           OPEN OUTPUT BOM-FILE
           IF WS-BOM-STATUS NOT = '00'
               DISPLAY 'ITEMRENO - BOM FILE NOT REWRITABLE - STATUS '
                       WS-BOM-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 4900-REKEY-BOM-EXIT
           END-IF
           PERFORM VARYING WS-BMI FROM 1 BY 1
                   UNTIL WS-BMI > WS-BOM-COUNT
               IF BT-KIT-ITEM(WS-BMI) NOT = LOW-VALUES
                   MOVE BT-KIT-ITEM(WS-BMI)  TO BM-KIT-ITEM
                   MOVE BT-COMP-ITEM(WS-BMI) TO BM-COMP-ITEM
                   MOVE BT-QTY-PER(WS-BMI)   TO BM-QTY-PER
                   WRITE BOM-RECORD
               END-IF
           END-PERFORM
           CLOSE BOM-FILE.
       4900-REKEY-BOM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * MOVE ONE PAIR'S BOM LINES TO THE NEW NUMBER. AS A KIT: A   *
      * KIT ALREADY ON FILE UNDER THE NEW NUMBER KEEPS ITS OWN     *
      * BILL AND THE OLD KIT'S LINES ARE DROPPED, AS WITH THE      *
      * DESCRIPTION MASTER. AS A COMPONENT: A KIT THAT ALREADY     *
      * TAKES THE NEW NUMBER ADDS THE OLD LINE'S QUANTITY TO IT,   *
      * CAPPED AT 999, AND THE OLD LINE IS DROPPED.                *
      *----------------------------------------------------------*
       4910-REKEY-ONE-BOM-PAIR.
           MOVE 'NO' TO WS-NEW-KIT-SWITCH
           PERFORM VARYING WS-BMI FROM 1 BY 1
                   UNTIL WS-BMI > WS-BOM-COUNT
               IF BT-KIT-ITEM(WS-BMI) = PR-NEW-ITEM(WS-PI)
                   MOVE 'YES' TO WS-NEW-KIT-SWITCH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BMI FROM 1 BY 1
                   UNTIL WS-BMI > WS-BOM-COUNT
               IF BT-KIT-ITEM(WS-BMI) = PR-OLD-ITEM(WS-PI)
                   IF NEW-KIT-ON-BOM
                       MOVE LOW-VALUES TO BT-KIT-ITEM(WS-BMI)
                   ELSE
                       MOVE PR-NEW-ITEM(WS-PI) TO BT-KIT-ITEM(WS-BMI)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 4920-REKEY-ONE-COMPONENT
              THRU 4920-REKEY-ONE-COMPONENT-EXIT
               VARYING WS-BMI FROM 1 BY 1
               UNTIL WS-BMI > WS-BOM-COUNT.
       4910-REKEY-ONE-BOM-PAIR-EXIT. EXIT.
      *
       4920-REKEY-ONE-COMPONENT.
           IF BT-KIT-ITEM(WS-BMI) = LOW-VALUES
                   OR BT-COMP-ITEM(WS-BMI) NOT = PR-OLD-ITEM(WS-PI)
               GO TO 4920-REKEY-ONE-COMPONENT-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-BMI
           PERFORM VARYING WS-BXI FROM 1 BY 1
                   UNTIL WS-BXI > WS-BOM-COUNT
               IF BT-KIT-ITEM(WS-BXI) = BT-KIT-ITEM(WS-BMI)
                       AND BT-COMP-ITEM(WS-BXI) = PR-NEW-ITEM(WS-PI)
                   MOVE WS-BXI TO WS-FOUND-BMI
               END-IF
           END-PERFORM
           IF WS-FOUND-BMI = ZERO
               MOVE PR-NEW-ITEM(WS-PI) TO BT-COMP-ITEM(WS-BMI)
               GO TO 4920-REKEY-ONE-COMPONENT-EXIT
           END-IF
           ADD BT-QTY-PER(WS-BMI) TO BT-QTY-PER(WS-FOUND-BMI)
               ON SIZE ERROR MOVE 999 TO BT-QTY-PER(WS-FOUND-BMI)
           END-ADD
           MOVE LOW-VALUES TO BT-KIT-ITEM(WS-BMI).
       4920-REKEY-ONE-COMPONENT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REKEY THE SHARED PENDING PRICE FILE SO A CHANGE KEYED      *
      * UNDER THE OLD NUMBER CAN STILL BE APPROVED IN ITEMMNT.     *
      * ONLY ONE CHANGE MAY WAIT PER ITEM, SO WHEN THE NEW NUMBER  *
      * ALREADY HAS ONE IT IS KEPT AND THE OLD DROPPED.            *
      *----------------------------------------------------------*
       4940-REKEY-PENDING-PRICES.
           OPEN INPUT PENDING-PRICE-FILE
           IF WS-PENDING-STATUS NOT = '00'
                   AND WS-PENDING-STATUS NOT = '05'
               GO TO 4940-REKEY-PENDING-PRICES-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ PENDING-PRICE-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-PND-COUNT < 999
                        ADD 1 TO WS-PND-COUNT
                        MOVE PP-ITEM-NUM
                          TO PN-ITEM-NUM(WS-PND-COUNT)
                        MOVE PP-OLD-PRICE
                          TO PN-OLD-PRICE(WS-PND-COUNT)
                        MOVE PP-NEW-PRICE
                          TO PN-NEW-PRICE(WS-PND-COUNT)
                        MOVE PP-REQUEST-USER
                          TO PN-REQUEST-USER(WS-PND-COUNT)
                        MOVE PP-REQUEST-DATE
                          TO PN-REQUEST-DATE(WS-PND-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-PRICE-FILE
           IF WS-PND-COUNT = ZERO
               GO TO 4940-REKEY-PENDING-PRICES-EXIT
           END-IF
           PERFORM VARYING WS-PI FROM 1 BY 1
                   UNTIL WS-PI > WS-PAIR-COUNT
               PERFORM 4950-REKEY-ONE-PENDING
                  THRU 4950-REKEY-ONE-PENDING-EXIT
           END-PERFORM
           OPEN OUTPUT PENDING-PRICE-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY 'ITEMRENO - PENDING PRICE FILE NOT REWRITABLE - '
                       'STATUS ' WS-PENDING-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 4940-REKEY-PENDING-PRICES-EXIT
           END-IF
           PERFORM VARYING WS-NDI FROM 1 BY 1
                   UNTIL WS-NDI > WS-PND-COUNT
               IF PN-ITEM-NUM(WS-NDI) NOT = LOW-VALUES
                   MOVE PN-ITEM-NUM(WS-NDI)     TO PP-ITEM-NUM
                   MOVE PN-OLD-PRICE(WS-NDI)    TO PP-OLD-PRICE
                   MOVE PN-NEW-PRICE(WS-NDI)    TO PP-NEW-PRICE
                   MOVE PN-REQUEST-USER(WS-NDI) TO PP-REQUEST-USER
                   MOVE PN-REQUEST-DATE(WS-NDI) TO PP-REQUEST-DATE
                   WRITE PENDING-PRICE-RECORD
               END-IF
           END-PERFORM
           CLOSE PENDING-PRICE-FILE.
       4940-REKEY-PENDING-PRICES-EXIT. EXIT.
      *
       4950-REKEY-ONE-PENDING.
           PERFORM VARYING WS-NDI FROM 1 BY 1
                   UNTIL WS-NDI > WS-PND-COUNT
               IF PN-ITEM-NUM(WS-NDI) = PR-OLD-ITEM(WS-PI)
                   PERFORM VARYING WS-XI FROM 1 BY 1
                           UNTIL WS-XI > WS-PND-COUNT
                       IF PN-ITEM-NUM(WS-XI) = PR-NEW-ITEM(WS-PI)
                           MOVE LOW-VALUES TO PN-ITEM-NUM(WS-NDI)
                       END-IF
                   END-PERFORM
                   IF PN-ITEM-NUM(WS-NDI) NOT = LOW-VALUES
                       MOVE PR-NEW-ITEM(WS-PI)
                         TO PN-ITEM-NUM(WS-NDI)
                   END-IF
               END-IF
           END-PERFORM.
       4950-REKEY-ONE-PENDING-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REKEY THE SITE'S PICK TICKETS NOT YET CONFIRMED SO THE     *
      * SHIP CONFIRMATION AND ANY SHORT PICK GOING BACK ON THE     *
      * BACKORDER FILE LAND ON THE NEW NUMBER. A SITE WITH NO      *
      * TICKETS HAS NOTHING TO DO.                                 *
      *----------------------------------------------------------*
       4960-REKEY-PICK-TICKETS.
           OPEN INPUT PICK-TICKET-FILE
           IF WS-PICKTKT-STATUS NOT = '00'
                   AND WS-PICKTKT-STATUS NOT = '05'
               GO TO 4960-REKEY-PICK-TICKETS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ PICK-TICKET-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-TKT-COUNT < 9999
                        ADD 1 TO WS-TKT-COUNT
                        MOVE PK-TICKET-NUM
                          TO TK-TICKET-NUM(WS-TKT-COUNT)
                        MOVE PK-ITEM-NUM
                          TO TK-ITEM-NUM(WS-TKT-COUNT)
                        MOVE PK-CUSTOMER-ID
                          TO TK-CUSTOMER-ID(WS-TKT-COUNT)
                        MOVE PK-RELEASE-QTY
                          TO TK-RELEASE-QTY(WS-TKT-COUNT)
                        MOVE PK-PRIORITY
                          TO TK-PRIORITY(WS-TKT-COUNT)
                        MOVE PK-WAREHOUSE-CODE
                          TO TK-WAREHOUSE-CODE(WS-TKT-COUNT)
                        MOVE PK-ORDER-DATE
                          TO TK-ORDER-DATE(WS-TKT-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PICK-TICKET-FILE
           IF WS-TKT-COUNT = ZERO
               GO TO 4960-REKEY-PICK-TICKETS-EXIT
           END-IF
           PERFORM VARYING WS-TKI FROM 1 BY 1
                   UNTIL WS-TKI > WS-TKT-COUNT
               PERFORM VARYING WS-PI FROM 1 BY 1
                       UNTIL WS-PI > WS-PAIR-COUNT
                   IF TK-ITEM-NUM(WS-TKI) = PR-OLD-ITEM(WS-PI)
                       MOVE PR-NEW-ITEM(WS-PI)
                         TO TK-ITEM-NUM(WS-TKI)
                   END-IF
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT PICK-TICKET-FILE
           IF WS-PICKTKT-STATUS NOT = '00'
               DISPLAY 'ITEMRENO - PICK TICKET FILE NOT REWRITABLE - '
                       'STATUS ' WS-PICKTKT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 4960-REKEY-PICK-TICKETS-EXIT
           END-IF
           PERFORM VARYING WS-TKI FROM 1 BY 1
                   UNTIL WS-TKI > WS-TKT-COUNT
               MOVE TK-TICKET-NUM(WS-TKI)     TO PK-TICKET-NUM
               MOVE TK-ITEM-NUM(WS-TKI)       TO PK-ITEM-NUM
               MOVE TK-CUSTOMER-ID(WS-TKI)    TO PK-CUSTOMER-ID
               MOVE TK-RELEASE-QTY(WS-TKI)    TO PK-RELEASE-QTY
               MOVE TK-PRIORITY(WS-TKI)       TO PK-PRIORITY
               MOVE TK-WAREHOUSE-CODE(WS-TKI) TO PK-WAREHOUSE-CODE
               MOVE TK-ORDER-DATE(WS-TKI)     TO PK-ORDER-DATE
               WRITE PICK-TICKET-RECORD
           END-PERFORM
           CLOSE PICK-TICKET-FILE.
       4960-REKEY-PICK-TICKETS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LEAVE ONE ALIAS CROSS-REFERENCE PER PAIR SO TRANSACTIONS   *
      * AND LOOKUPS UNDER THE OLD NUMBER STILL LAND RIGHT. A PAIR  *
      * ALREADY ON THE FILE - A LATER SITE'S PASS OF THE SAME      *
