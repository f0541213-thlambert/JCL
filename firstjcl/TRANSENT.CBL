       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSENT.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * TRANSENT IS THE COUNTER DESK'S TRANSACTION ENTRY. WALK-IN
      * RECEIPTS, COUNTER SALES AND MANUAL ADJUSTMENTS USED TO BE
      * KEYED STRAIGHT INTO A FLAT FILE IN SALES-REC LAYOUT WITH
      * NO CHECKING, AND THE MISTAKES ONLY SHOWED UP NEXT MORNING
      * ON RECYPRNT'S WORKSHEET. THE CLERK NOW KEYS ONE
      * TRANSACTION AT A TIME AT THE PROMPTS, THE WAY INVQUERY IS
      * WORKED, AND EACH ONE IS CHECKED ON THE SPOT:
      *   - THE ITEM NUMBER IS RESOLVED THROUGH THE ITEM ALIAS
      *     CROSS-REFERENCE AS INVENT DOES, AND THE ITEM'S
      *     DESCRIPTION, QOH, HELD, AVAILABLE AND ON-ORDER
      *     QUANTITIES ARE SHOWN FOR THE CLERK TO CONFIRM.
      *   - THE TRANSACTION IS PUT THROUGH THE SAME RULES AS
      *     INVENT'S 2200-VALIDATE-TRANS AND UNIT CONVERSION -
      *     ITEM NUMBER, CODE, UNIT OF MEASURE, NEGATIVE OR
      *     OVERSIZED QUANTITIES, AMOUNT CEILING, STATUS CODE,
      *     LOT EXPIRY, FREE AND HELD STOCK, RTV REASON AND
      *     VENDOR - AGAINST THE MASTER, THE ITEM DESCRIPTION
      *     MASTER, AND EVERYTHING ALREADY KEYED THIS SESSION.
      *     A REJECT IS SHOWN WITH INVENT'S REASON CODE AND
      *     NOTHING IS WRITTEN.
      *   - A SALE'S CUSTOMER, WHEN ONE IS KEYED, MUST BE ON THE
      *     CUSTOMER MASTER; BLANK IS A WALK-IN.
      * ONLY THE DESK'S OWN CODES ARE TAKEN - R RECEIPT, S SALE,
      * A ADJUSTMENT, X STATUS CHANGE, H HOLD, L RELEASE HOLD AND
      * W RETURN TO VENDOR. RETURNS, TRANSFERS, KIT BUILDS AND
      * COUNT GAINS NEED FILES THE DESK DOES NOT HOLD (THE RMA,
      * IN-TRANSIT AND BOM FILES) AND COME FROM THEIR OWN FEEDS.
      *
      * A TRANSACTION THE CLERK CONFIRMS IS WRITTEN TO THE KEYED
      * BATCH ON UT-S-KEYIN EXACTLY AS CYCLCNT WRITES ITS
      * ADJUSTMENTS - BATCH HEADER FIRST (BATCH DATE = TODAY,
      * BATCH NUMBER FROM THE SESSION START TIME), EACH DETAIL
      * STAMPED WITH TODAY AS TR-TRANS-DATE AND CARRYING THE
      * ITEM'S CURRENT MR-INV-AMOUNT AND MR-YTD-SOLD FORWARD (A
      * SALE ADDS WHAT SHIPS TO YTD-SOLD), AND ON CLOSING THE
      * SESSION A TRAILER WITH THE RECORD COUNT AND TR-QOH HASH -
      * SO RECYMRGE AND INVENT'S BATCH PROOF TAKE IT LIKE THE
      * ORDER-ENTRY FEED. QUANTITIES GO OUT IN THE UNIT KEYED;
      * INVENT CONVERTS THEM. LIKE INVENT, AN OPTIONAL WAREHOUSE
      * CODE ON THE COMMAND LINE PICKS THAT SITE'S MASTER, ITEM
      * DESCRIPTION MASTER AND KEYED BATCH (UT-S-KY + CODE).
      *
      * THE KEYED BATCH IS WRITTEN IN THE WIDER SALESREC LAYOUT. A
      * QUANTITY MAY NOW BE KEYED AS UP TO SEVEN DIGITS, REASONS
      * 05 AND 23 REJECT ABOVE 9999999 AND THE AMOUNT CEILING IS
      * 50,000,000.00 AS IN INVENT, AND THE WORKING QUANTITIES,
      * SESSION TABLE AND BATCH HASH ARE WIDENED TO MATCH.
      *
      * A KEYED BATCH LEFT ON UT-S-KEYIN (OR THE SITE'S UT-S-KY
      * FILE) THAT HAS NOT BEEN TAKEN UP IS NO LONGER OVERWRITTEN
      * BY THE NEXT SESSION. THE FILE IS READ FIRST, AND WHEN IT
      * HOLDS ANYTHING THE CLERK IS TOLD WHICH BATCH IT IS AND
      * MUST KEY NEW TO DISCARD IT AND START AGAIN; ANY OTHER
      * ANSWER ENDS THE SESSION WITH RETURN CODE 12 AND THE OLD
      * BATCH UNTOUCHED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO WS-MASTER-DSNAME
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS MR-ITEM-NUM
                              FILE STATUS IS WS-MASTER-STATUS.
           SELECT ITEM-DESC-FILE ASSIGN TO WS-ITEMDESC-DSNAME
                              FILE STATUS IS WS-ITEMDESC-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO UT-S-CUSTM
                              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO UT-S-ALIAS
                              FILE STATUS IS WS-ALIAS-STATUS.
           SELECT KEYED-TRANS-FILE ASSIGN TO WS-KEYED-DSNAME
                              FILE STATUS IS WS-KEYED-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MASTREC.
      *
       FD  ITEM-DESC-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY ITEMDESC.
      *
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY CUSTREC.
      *
       FD  ALIAS-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY ALIASREC.
      *
       FD  KEYED-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           RECORDING MODE IS F.
      *
           COPY SALESREC.
      *
           COPY BATCHREC.
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-DONE-SWITCH       PIC X(3) VALUE 'NO'.
           88  DONE                 VALUE 'YES'.
           05  WS-EOF-SWITCH        PIC X(3) VALUE 'NO'.
           88  EOF                  VALUE 'YES'.
           05  WS-VALID-SWITCH      PIC X(3) VALUE 'YES'.
           88  TRANS-IS-VALID       VALUE 'YES'.
           05  WS-ON-MASTER-SWITCH  PIC X(3) VALUE 'NO'.
           88  ITEM-ON-MASTER       VALUE 'YES'.
           05  WS-ENTRY-SWITCH      PIC X(3) VALUE 'NO'.
           88  ENTRY-IS-NUMERIC     VALUE 'YES'.
           05  WS-ALIAS-AGAIN-SW    PIC X(3) VALUE 'NO'.
           88  ALIAS-REDIRECTED     VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS     PIC X(2).
           05  WS-ITEMDESC-STATUS   PIC X(2).
           05  WS-CUSTOMER-STATUS   PIC X(2).
           05  WS-ALIAS-STATUS      PIC X(2).
           05  WS-KEYED-STATUS      PIC X(2).
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
       01  WS-WAREHOUSE-CODE        PIC X(4).
      *
       01  WS-DYNAMIC-FILE-NAMES.
           05  WS-MASTER-DSNAME     PIC X(10).
           05  WS-ITEMDESC-DSNAME   PIC X(10).
           05  WS-KEYED-DSNAME      PIC X(11).
      *
       01  WS-BATCH-FIELDS.
           05  WS-QTY-HASH          PIC 9(10) VALUE ZERO.
      *
      * SAME CEILING AS INVENT'S - A TRANSACTION CARRYING A LARGER
      * INVENTORY AMOUNT IS REJECTED WITH REASON 03.
      *
       01  WS-AMOUNT-CEILING        PIC 9(9)V99 VALUE 50000000.00.
      *
       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
      *
      * THE ITEM DESCRIPTION MASTER, LOADED ONCE AT START OF THE
      * SESSION FOR THE DESCRIPTION AND THE UNITS OF MEASURE.
      *
       01  WS-DESC-TABLE.
           05  WS-DESC-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-DESC-ENTRY OCCURS 9999 TIMES.
               10  DT-ITEM-NUM      PIC X(6).
               10  DT-ITEM-DESC     PIC X(28).
               10  DT-VENDOR-NUM    PIC X(6).
               10  DT-STOCK-UNIT    PIC X(2).
               10  DT-PURCH-UNIT    PIC X(2).
               10  DT-PURCH-FACTOR  PIC 9(4).
               10  DT-SELL-UNIT     PIC X(2).
               10  DT-SELL-FACTOR   PIC 9(4).
      *
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 9999 TIMES.
               10  CS-CUSTOMER-ID   PIC X(6).
               10  CS-CUSTOMER-NAME PIC X(28).
               10  CS-PRIORITY      PIC 9(1).
      *
      * THE ITEM ALIAS CROSS-REFERENCE, LOADED ONCE AT START OF
      * THE SESSION SO AN OLD ITEM NUMBER LANDS ON THE RIGHT ITEM.
      *
       01  WS-ALS-TABLE.
           05  WS-ALS-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-ALS-ENTRY OCCURS 999 TIMES.
               10  AX-OLD-ITEM      PIC X(6).
               10  AX-NEW-ITEM      PIC X(6).
      *
      * WHAT THIS SESSION HAS ALREADY DONE TO EACH ITEM, IN
      * STOCKING UNITS, SO THE NEXT TRANSACTION FOR THE SAME ITEM
      * IS CHECKED AGAINST THE QUANTITIES INVENT WILL ACTUALLY
      * SEE WHEN IT REACHES IT.
      *
       01  WS-SESSION-TABLE.
           05  WS-SES-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-SES-ENTRY OCCURS 999 TIMES.
               10  SS-ITEM-NUM      PIC X(6).
               10  SS-QOH-CHANGE    PIC S9(8).
               10  SS-QOO-CHANGE    PIC S9(8).
               10  SS-HELD-CHANGE   PIC S9(8).
               10  SS-YTD-CHANGE    PIC S9(8).
               10  SS-VENDOR-NUM    PIC X(6).
      *
       01  WS-SUBSCRIPTS.
           05  WS-DI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-DI          PIC 9(4) COMP VALUE ZERO.
           05  WS-CI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-CI          PIC 9(4) COMP VALUE ZERO.
           05  WS-AXI               PIC 9(4) COMP VALUE ZERO.
           05  WS-SI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-SI          PIC 9(4) COMP VALUE ZERO.
           05  WS-ALIAS-HOPS        PIC 9(1) VALUE ZERO.
      *
       01  WS-ENTRY-FIELDS.
           05  WS-KEY-ITEM          PIC X(6).
           05  WS-KEY-CODE          PIC X(1).
           05  WS-KEY-REPLY         PIC X(1).
           05  WS-ENTRY-TEXT        PIC X(8).
           05  WS-ENTRY-LEN         PIC 9(2) COMP VALUE ZERO.
           05  WS-EDIT-QTY-X        PIC X(7).
           05  WS-EDIT-QTY REDEFINES WS-EDIT-QTY-X
                                    PIC 9(7).
           05  WS-COST-WHOLE        PIC X(8).
           05  WS-COST-CENTS        PIC X(8).
           05  WS-WHOLE-LEN         PIC 9(2) COMP VALUE ZERO.
           05  WS-CENTS-LEN         PIC 9(2) COMP VALUE ZERO.
           05  WS-EDIT-COST-X       PIC X(7).
           05  WS-EDIT-COST REDEFINES WS-EDIT-COST-X
                                    PIC 9(5)V99.
           05  WS-EXPIRE-CHECK      PIC 9(6).
           05  WS-EXPIRE-PARTS REDEFINES WS-EXPIRE-CHECK.
               10  EC-EXPIRE-YY     PIC 9(2).
               10  EC-EXPIRE-MM     PIC 9(2).
               10  EC-EXPIRE-DD     PIC 9(2).
      *
       01  WS-ITEM-FIELDS.
           05  WS-ITEM-DESC         PIC X(28).
           05  WS-STOCK-UNIT        PIC X(2).
           05  WS-VENDOR-NUM        PIC X(6).
           05  WS-INV-AMOUNT        PIC 9(9)V99.
           05  WS-YTD-SOLD          PIC 9(8).
           05  WS-YTD-NEW           PIC S9(9).
           05  WS-SHIPPED-QTY       PIC S9(8).
      *
       01  WS-QUANTITY-FIELDS.
           05  WS-QOH-BEFORE        PIC S9(8) VALUE ZERO.
           05  WS-QOO-BEFORE        PIC S9(8) VALUE ZERO.
           05  WS-HELD-BEFORE       PIC S9(8) VALUE ZERO.
           05  WS-NEW-QOH           PIC S9(8) VALUE ZERO.
           05  WS-NEW-QOO           PIC S9(8) VALUE ZERO.
           05  WS-NEW-HELD          PIC S9(8) VALUE ZERO.
           05  WS-AVAIL-QTY         PIC S9(8) VALUE ZERO.
           05  WS-BO-SHORT-QTY      PIC S9(8) VALUE ZERO.
           05  WS-UNIT-FACTOR       PIC 9(4) VALUE 1.
           05  WS-CONV-QOH          PIC 9(11) VALUE ZERO.
           05  WS-CONV-QOO          PIC 9(11) VALUE ZERO.
      *
       01  WS-DISPLAY-FIELDS.
           05  WS-SHOW-QOH          PIC -(8)9.
           05  WS-SHOW-NEW-QOH      PIC -(8)9.
           05  WS-SHOW-HELD         PIC -(8)9.
           05  WS-SHOW-NEW-HELD     PIC -(8)9.
           05  WS-SHOW-AVAIL        PIC -(8)9.
           05  WS-SHOW-QOO          PIC -(8)9.
           05  WS-SHOW-NEW-QOO      PIC -(8)9.
           05  WS-SHOW-QTY          PIC Z(7)9.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-WAREHOUSE-CODE FROM COMMAND-LINE
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-DFILE' TO WS-MASTER-DSNAME
               MOVE 'UT-S-IFILE' TO WS-ITEMDESC-DSNAME
               MOVE 'UT-S-KEYIN' TO WS-KEYED-DSNAME
           ELSE
               STRING 'UT-S-D' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MASTER-DSNAME
               STRING 'UT-S-I' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-ITEMDESC-DSNAME
               STRING 'UT-S-KY' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-KEYED-DSNAME
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'TRANSENT - MASTER FILE NOT AVAILABLE - STATUS '
                       WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 0500-LOAD-ITEM-DESC THRU 0500-LOAD-ITEM-DESC-EXIT
           IF RETURN-CODE = 12
               CLOSE MASTER-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 0600-LOAD-CUSTOMERS THRU 0600-LOAD-CUSTOMERS-EXIT
           PERFORM 0700-LOAD-ALIASES THRU 0700-LOAD-ALIASES-EXIT
           PERFORM 0800-CHECK-OPEN-BATCH
              THRU 0800-CHECK-OPEN-BATCH-EXIT
           IF RETURN-CODE = 12
               CLOSE MASTER-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           OPEN OUTPUT KEYED-TRANS-FILE
           IF WS-KEYED-STATUS NOT = '00'
               DISPLAY 'TRANSENT - KEYED BATCH NOT AVAILABLE - STATUS '
                       WS-KEYED-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE MASTER-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           MOVE 'BATCHH'             TO BH-RECORD-ID
           MOVE WS-RUN-DATE          TO BH-BATCH-DATE
           MOVE WS-RUN-START-TIME(1:6) TO BH-BATCH-NUM
           WRITE BATCH-HEADER-REC
           DISPLAY 'TRANSENT - BATCH ' WS-RUN-START-TIME(1:6)
                   ' OPENED FOR ' WS-RUN-DATE
           PERFORM UNTIL DONE
               PERFORM 1000-KEY-ONE-TRANS THRU 1000-KEY-ONE-TRANS-EXIT
           END-PERFORM
           MOVE 'BATCHT'        TO BT-RECORD-ID
           MOVE WS-WRITE-COUNT  TO BT-RECORD-COUNT
           MOVE WS-QTY-HASH     TO BT-QTY-HASH
           WRITE BATCH-TRAILER-REC
           CLOSE MASTER-FILE
                 KEYED-TRANS-FILE
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'TRANSENT - TRANSACTIONS WRITTEN: ' WS-WRITE-COUNT
           DISPLAY 'TRANSENT - TRANSACTIONS REFUSED: ' WS-REJECT-COUNT
           DISPLAY 'TRANSENT - BATCH QTY HASH:       ' WS-QTY-HASH.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * LOAD THE ITEM DESCRIPTION MASTER. INVENT CANNOT RUN        *
      * WITHOUT IT, SO NEITHER CAN THE DESK - RETURN CODE 12.      *
      * MISSING OR ZERO FACTORS ARE TAKEN AS 1, AS INVENT DOES.    *
      *----------------------------------------------------------*
       0500-LOAD-ITEM-DESC.
           OPEN INPUT ITEM-DESC-FILE
           IF WS-ITEMDESC-STATUS NOT = '00'
               DISPLAY 'TRANSENT - ITEM DESC FILE NOT AVAILABLE - '
                       'STATUS ' WS-ITEMDESC-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-LOAD-ITEM-DESC-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ ITEM-DESC-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-DESC-COUNT < 9999
                        PERFORM 0550-STORE-ITEM-DESC
                           THRU 0550-STORE-ITEM-DESC-EXIT
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-DESC-FILE.
       0500-LOAD-ITEM-DESC-EXIT. EXIT.
      *
       0550-STORE-ITEM-DESC.
           ADD 1 TO WS-DESC-COUNT
           MOVE ID-ITEM-NUM      TO DT-ITEM-NUM     (WS-DESC-COUNT)
           MOVE ID-ITEM-DESC     TO DT-ITEM-DESC     (WS-DESC-COUNT)
           MOVE ID-VENDOR-NUM    TO DT-VENDOR-NUM    (WS-DESC-COUNT)
           MOVE ID-STOCK-UNIT    TO DT-STOCK-UNIT    (WS-DESC-COUNT)
           MOVE ID-PURCH-UNIT    TO DT-PURCH-UNIT    (WS-DESC-COUNT)
           MOVE ID-SELL-UNIT     TO DT-SELL-UNIT     (WS-DESC-COUNT)
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
      * LOAD THE CUSTOMER MASTER. THE FILE IS OPTIONAL - WITHOUT   *
      * IT ONLY WALK-IN (BLANK CUSTOMER) SALES CAN BE KEYED.       *
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
                        MOVE CU-CUSTOMER-NAME
                          TO CS-CUSTOMER-NAME(WS-CUST-COUNT)
                        MOVE CU-PRIORITY-CLASS
                          TO CS-PRIORITY(WS-CUST-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.
       0600-LOAD-CUSTOMERS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE ITEM ALIAS CROSS-REFERENCE. THE FILE IS OPTIONAL  *
      * - NO FILE MEANS NOTHING HAS EVER BEEN RENUMBERED.          *
      *----------------------------------------------------------*
       0700-LOAD-ALIASES.
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = '00'
                   AND WS-ALIAS-STATUS NOT = '05'
               GO TO 0700-LOAD-ALIASES-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ ALIAS-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-ALS-COUNT < 999
                        ADD 1 TO WS-ALS-COUNT
                        MOVE AL-OLD-ITEM-NUM
                          TO AX-OLD-ITEM(WS-ALS-COUNT)
                        MOVE AL-NEW-ITEM-NUM
                          TO AX-NEW-ITEM(WS-ALS-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ALIAS-FILE
           MOVE 'NO' TO WS-EOF-SWITCH.
       0700-LOAD-ALIASES-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A KEYED BATCH STILL ON FILE HAS NOT BEEN TAKEN UP YET, AND *
      * OPENING A NEW ONE WOULD WIPE IT OUT. UNLESS THE CLERK SAYS *
      * IN SO MANY WORDS TO START AGAIN, THE SESSION ENDS WITH     *
      * RETURN CODE 12 AND THE OLD BATCH IS LEFT AS IT IS.         *
      *----------------------------------------------------------*
       0800-CHECK-OPEN-BATCH.
           OPEN INPUT KEYED-TRANS-FILE
           IF WS-KEYED-STATUS NOT = '00'
               GO TO 0800-CHECK-OPEN-BATCH-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           READ KEYED-TRANS-FILE
               AT END MOVE 'YES' TO WS-EOF-SWITCH
           END-READ
           CLOSE KEYED-TRANS-FILE
           IF EOF
               GO TO 0800-CHECK-OPEN-BATCH-EXIT
           END-IF
           DISPLAY 'TRANSENT - ' WS-KEYED-DSNAME
                   ' STILL HOLDS A BATCH NOT YET TAKEN UP'
           IF BH-IS-HEADER
               DISPLAY 'BATCH ' BH-BATCH-NUM ' OPENED FOR '
                       BH-BATCH-DATE
           END-IF
           DISPLAY 'A NEW BATCH WILL OVERWRITE IT - ENTER NEW TO '
                   'DISCARD IT AND START AGAIN: '
           MOVE SPACES TO WS-ENTRY-TEXT
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT NOT = 'NEW'
                   AND WS-ENTRY-TEXT NOT = 'new'
               DISPLAY 'TRANSENT - SESSION ENDED - THE BATCH ON '
                       WS-KEYED-DSNAME ' IS KEPT'
               MOVE 12 TO RETURN-CODE
           END-IF.
       0800-CHECK-OPEN-BATCH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * KEY ONE TRANSACTION - ITEM, CODE, THEN WHATEVER THAT CODE  *
      * NEEDS - CHECK IT, SHOW THE OUTCOME, AND WRITE IT WHEN THE  *
      * CLERK CONFIRMS. SPACES OR 'END' AT THE ITEM PROMPT CLOSES  *
      * THE SESSION.                                               *
      *----------------------------------------------------------*
       1000-KEY-ONE-TRANS.
           DISPLAY ' '
           DISPLAY 'ENTER ITEM NUMBER (END=CLOSE BATCH): '
           MOVE SPACES TO WS-KEY-ITEM
           ACCEPT WS-KEY-ITEM
           IF WS-KEY-ITEM = SPACES OR WS-KEY-ITEM = 'END   '
               MOVE 'YES' TO WS-DONE-SWITCH
               GO TO 1000-KEY-ONE-TRANS-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE 'YES'  TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO SALES-REC
           MOVE WS-KEY-ITEM TO TR-ITEM-NUM
           MOVE ZERO   TO TR-QOH
           MOVE ZERO   TO TR-QOO
           MOVE ZERO   TO TR-RECYCLE-COUNT
           MOVE ZERO   TO TR-UNIT-COST
           MOVE WS-RUN-DATE TO TR-TRANS-DATE
           MOVE ZERO   TO TR-EXPIRE-DATE
           PERFORM 1100-RESOLVE-ALIAS THRU 1100-RESOLVE-ALIAS-EXIT
           IF TR-ITEM-NUM NOT NUMERIC
                   OR TR-ITEM-NUM = '000000'
               MOVE '01 ITEM NUMBER NOT VALID' TO WS-REJECT-REASON
               GO TO 1000-REFUSE
           END-IF
           PERFORM 1200-SHOW-ITEM THRU 1200-SHOW-ITEM-EXIT
           DISPLAY 'ENTER CODE - R=RECEIPT S=SALE A=ADJUST '
                   'X=STATUS H=HOLD L=RELEASE W=RTV: '
           MOVE SPACES TO WS-KEY-CODE
           ACCEPT WS-KEY-CODE
           MOVE WS-KEY-CODE TO TR-TRANS-CODE
           IF NOT TR-CODE-VALID
               MOVE '04 TRANSACTION CODE NOT VALID' TO WS-REJECT-REASON
               GO TO 1000-REFUSE
           END-IF
           IF TR-RETURN OR TR-XFER-OUT OR TR-XFER-IN OR TR-KIT-TRANS
                   OR TR-COUNT-GAIN
               MOVE 'CODE COMES FROM ITS OWN FEED, NOT KEYED'
                   TO WS-REJECT-REASON
               GO TO 1000-REFUSE
           END-IF
           IF TR-STATUS-CHANGE
               PERFORM 1300-KEY-STATUS THRU 1300-KEY-STATUS-EXIT
           ELSE
               PERFORM 1400-KEY-QUANTITIES
                  THRU 1400-KEY-QUANTITIES-EXIT
           END-IF
           IF NOT TRANS-IS-VALID
               GO TO 1000-REFUSE
           END-IF
           PERFORM 2000-VALIDATE-TRANS THRU 2000-VALIDATE-TRANS-EXIT
           IF NOT TRANS-IS-VALID
               GO TO 1000-REFUSE
           END-IF
           PERFORM 2500-SHOW-OUTCOME THRU 2500-SHOW-OUTCOME-EXIT
           DISPLAY 'WRITE THIS TRANSACTION (Y/N): '
           MOVE SPACES TO WS-KEY-REPLY
           ACCEPT WS-KEY-REPLY
           IF WS-KEY-REPLY = 'Y' OR WS-KEY-REPLY = 'y'
               PERFORM 3000-WRITE-TRANS THRU 3000-WRITE-TRANS-EXIT
               DISPLAY 'WRITTEN - ' WS-WRITE-COUNT ' IN THIS BATCH'
           ELSE
               DISPLAY 'NOT WRITTEN'
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           GO TO 1000-KEY-ONE-TRANS-EXIT.
       1000-REFUSE.
           DISPLAY 'REFUSED - ' WS-REJECT-REASON
           ADD 1 TO WS-REJECT-COUNT.
       1000-KEY-ONE-TRANS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * FOLLOW THE ITEM ALIAS CROSS-REFERENCE THROUGH UP TO FIVE   *
      * HOPS, AS INVENT DOES, AND TELL THE CLERK WHEN THE NUMBER   *
      * KEYED HAS BEEN RENUMBERED.                                 *
      *----------------------------------------------------------*
       1100-RESOLVE-ALIAS.
           MOVE ZERO  TO WS-ALIAS-HOPS
           MOVE 'YES' TO WS-ALIAS-AGAIN-SW
           PERFORM 1150-RESOLVE-ONE-HOP
              THRU 1150-RESOLVE-ONE-HOP-EXIT
               UNTIL NOT ALIAS-REDIRECTED
                  OR WS-ALIAS-HOPS > 4
           IF TR-ITEM-NUM NOT = WS-KEY-ITEM
               DISPLAY 'ITEM ' WS-KEY-ITEM ' WAS RENUMBERED TO '
                       TR-ITEM-NUM
           END-IF.
       1100-RESOLVE-ALIAS-EXIT. EXIT.
      *
       1150-RESOLVE-ONE-HOP.
           MOVE 'NO' TO WS-ALIAS-AGAIN-SW
           PERFORM VARYING WS-AXI FROM 1 BY 1
                   UNTIL WS-AXI > WS-ALS-COUNT
                      OR ALIAS-REDIRECTED
               IF AX-OLD-ITEM(WS-AXI) = TR-ITEM-NUM
                   MOVE AX-NEW-ITEM(WS-AXI) TO TR-ITEM-NUM
                   MOVE 'YES' TO WS-ALIAS-AGAIN-SW
               END-IF
           END-PERFORM
           ADD 1 TO WS-ALIAS-HOPS.
       1150-RESOLVE-ONE-HOP-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * READ THE ITEM, FIND ITS DESCRIPTION RECORD AND WHAT THIS   *
      * SESSION HAS ALREADY KEYED AGAINST IT, AND SHOW THE CLERK   *
      * THE ITEM AS INVENT WILL FIND IT. AN ITEM NOT YET ON THE    *
      * MASTER STARTS FROM ZERO, AS IN INVENT'S 1300-NEW-ITEM.     *
      *----------------------------------------------------------*
       1200-SHOW-ITEM.
           MOVE TR-ITEM-NUM TO MR-ITEM-NUM
           MOVE 'YES' TO WS-ON-MASTER-SWITCH
           READ MASTER-FILE KEY IS MR-ITEM-NUM
               INVALID KEY
                   MOVE 'NO' TO WS-ON-MASTER-SWITCH
           END-READ
           MOVE ZERO TO WS-FOUND-DI
           PERFORM VARYING WS-DI FROM 1 BY 1
                   UNTIL WS-DI > WS-DESC-COUNT
               IF DT-ITEM-NUM(WS-DI) = TR-ITEM-NUM
                   MOVE WS-DI TO WS-FOUND-DI
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-FOUND-SI
           PERFORM VARYING WS-SI FROM 1 BY 1
                   UNTIL WS-SI > WS-SES-COUNT
               IF SS-ITEM-NUM(WS-SI) = TR-ITEM-NUM
                   MOVE WS-SI TO WS-FOUND-SI
               END-IF
           END-PERFORM
           IF ITEM-ON-MASTER
               MOVE MR-ITEM-DESC  TO WS-ITEM-DESC
               MOVE MR-QOH        TO WS-QOH-BEFORE
               MOVE MR-QOO        TO WS-QOO-BEFORE
               IF MR-HELD-QTY NUMERIC
                   MOVE MR-HELD-QTY TO WS-HELD-BEFORE
               ELSE
                   MOVE ZERO TO WS-HELD-BEFORE
               END-IF
               MOVE MR-VENDOR-NUM TO WS-VENDOR-NUM
               MOVE MR-INV-AMOUNT TO WS-INV-AMOUNT
               MOVE MR-YTD-SOLD   TO WS-YTD-SOLD
           ELSE
               MOVE SPACES TO WS-ITEM-DESC
               MOVE ZERO   TO WS-QOH-BEFORE
               MOVE ZERO   TO WS-QOO-BEFORE
               MOVE ZERO   TO WS-HELD-BEFORE
               MOVE SPACES TO WS-VENDOR-NUM
               MOVE ZERO   TO WS-INV-AMOUNT
               MOVE ZERO   TO WS-YTD-SOLD
           END-IF
           MOVE SPACES TO WS-STOCK-UNIT
           IF WS-FOUND-DI > ZERO
               MOVE DT-ITEM-DESC(WS-FOUND-DI)  TO WS-ITEM-DESC
               MOVE DT-STOCK-UNIT(WS-FOUND-DI) TO WS-STOCK-UNIT
           END-IF
           IF WS-FOUND-SI > ZERO
               ADD SS-QOH-CHANGE(WS-FOUND-SI)  TO WS-QOH-BEFORE
               ADD SS-QOO-CHANGE(WS-FOUND-SI)  TO WS-QOO-BEFORE
               ADD SS-HELD-CHANGE(WS-FOUND-SI) TO WS-HELD-BEFORE
               ADD SS-YTD-CHANGE(WS-FOUND-SI)  TO WS-YTD-SOLD
               IF NOT ITEM-ON-MASTER
                   MOVE SS-VENDOR-NUM(WS-FOUND-SI) TO WS-VENDOR-NUM
               END-IF
           END-IF
           IF WS-HELD-BEFORE > WS-QOH-BEFORE
               MOVE WS-QOH-BEFORE TO WS-HELD-BEFORE
           END-IF
           COMPUTE WS-AVAIL-QTY = WS-QOH-BEFORE - WS-HELD-BEFORE
           MOVE WS-QOH-BEFORE  TO WS-SHOW-QOH
           MOVE WS-HELD-BEFORE TO WS-SHOW-HELD
           MOVE WS-AVAIL-QTY   TO WS-SHOW-AVAIL
           MOVE WS-QOO-BEFORE  TO WS-SHOW-QOO
           DISPLAY '------------------------------------------------'
           DISPLAY 'ITEM NUMBER .... ' TR-ITEM-NUM
           DISPLAY 'DESCRIPTION .... ' WS-ITEM-DESC
           DISPLAY 'STOCKING UNIT .. ' WS-STOCK-UNIT
           DISPLAY 'QTY ON HAND .... ' WS-SHOW-QOH
           DISPLAY 'QTY ON HOLD .... ' WS-SHOW-HELD
           DISPLAY 'QTY AVAILABLE .. ' WS-SHOW-AVAIL
           DISPLAY 'QTY ON ORDER ... ' WS-SHOW-QOO
           IF NOT ITEM-ON-MASTER AND WS-FOUND-SI = ZERO
               DISPLAY '*** NEW ITEM - NOT YET ON THE MASTER FILE'
           END-IF
           IF WS-FOUND-DI = ZERO
               DISPLAY '*** NO ITEM DESCRIPTION RECORD FOR THIS ITEM'
           END-IF
           IF WS-FOUND-SI > ZERO
               DISPLAY '*** INCLUDES WHAT THIS BATCH HAS ALREADY KEYED'
           END-IF
           DISPLAY '------------------------------------------------'.
       1200-SHOW-ITEM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * AN 'X' CHANGES ONLY THE ITEM'S LIFECYCLE STATUS - REASON   *
      * 07 FOR A STATUS OTHER THAN A, D OR O, 08 FOR AN ITEM NOT   *
      * ON THE MASTER.                                             *
      *----------------------------------------------------------*
       1300-KEY-STATUS.
           DISPLAY 'ENTER NEW STATUS - A=ACTIVE D=DISCONTINUED '
                   'O=OBSOLETE: '
           ACCEPT TR-ITEM-STATUS
           IF NOT TR-STATUS-VALID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '07 ITEM STATUS NOT A, D OR O' TO WS-REJECT-REASON
               GO TO 1300-KEY-STATUS-EXIT
           END-IF
           IF NOT ITEM-ON-MASTER AND WS-FOUND-SI = ZERO
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '08 STATUS CHANGE FOR ITEM NOT ON MASTER'
                   TO WS-REJECT-REASON
           END-IF.
       1300-KEY-STATUS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * KEY THE QUANTITY AND UNIT, THEN WHAT THE CODE NEEDS - THE  *
      * ON-ORDER QUANTITY ON A RECEIPT OR ADJUSTMENT, COST AND LOT *
      * ON A RECEIPT, THE CUSTOMER ON A SALE, THE REASON ON A HOLD *
      * OR RTV AND THE VENDOR'S RETURN AUTHORIZATION ON AN RTV.    *
      *----------------------------------------------------------*
       1400-KEY-QUANTITIES.
           DISPLAY 'ENTER QUANTITY: '
           PERFORM 1600-EDIT-QUANTITY THRU 1600-EDIT-QUANTITY-EXIT
           IF NOT ENTRY-IS-NUMERIC
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'QUANTITY MUST BE 1 TO 7 DIGITS'
                   TO WS-REJECT-REASON
               GO TO 1400-KEY-QUANTITIES-EXIT
           END-IF
           MOVE WS-EDIT-QTY TO TR-QOH
           IF TR-RECEIPT OR TR-ADJUSTMENT
               IF TR-RECEIPT
                   DISPLAY 'ENTER QTY RECEIVED AGAINST ORDER '
                           '(BLANK=NONE): '
               ELSE
                   DISPLAY 'ENTER QTY TO ADD TO ON ORDER '
                           '(BLANK=NONE): '
               END-IF
               PERFORM 1600-EDIT-QUANTITY THRU 1600-EDIT-QUANTITY-EXIT
               IF NOT ENTRY-IS-NUMERIC
                   MOVE 'NO' TO WS-VALID-SWITCH
                   MOVE 'ON-ORDER QTY MUST BE 0 TO 7 DIGITS'
                       TO WS-REJECT-REASON
                   GO TO 1400-KEY-QUANTITIES-EXIT
               END-IF
               MOVE WS-EDIT-QTY TO TR-QOO
           END-IF
           DISPLAY 'ENTER UNIT (BLANK=STOCKING UNIT ' WS-STOCK-UNIT
                   '): '
           ACCEPT TR-UNIT
           IF TR-RECEIPT
               PERFORM 1450-KEY-RECEIPT THRU 1450-KEY-RECEIPT-EXIT
           END-IF
           IF TR-SALE
               PERFORM 1500-KEY-CUSTOMER THRU 1500-KEY-CUSTOMER-EXIT
           END-IF
           IF TR-HOLD OR TR-VENDOR-RETURN
               DISPLAY 'ENTER REASON - DF DM FI WI OS: '
               ACCEPT TR-HOLD-REASON
           END-IF
           IF TR-VENDOR-RETURN
               DISPLAY 'ENTER VENDOR RETURN AUTHORIZATION '
                       '(BLANK=NONE): '
               ACCEPT TR-RMA-NUM
           END-IF.
       1400-KEY-QUANTITIES-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A RECEIPT MAY CARRY THE UNIT COST (BLANK = NO COST CHANGE) *
      * AND, FOR DATED STOCK, THE LOT NUMBER AND EXPIRY DATE.      *
      *----------------------------------------------------------*
       1450-KEY-RECEIPT.
           DISPLAY 'ENTER UNIT COST, E.G. 12.50 (BLANK=NO CHANGE): '
           PERFORM 1650-EDIT-COST THRU 1650-EDIT-COST-EXIT
           IF NOT ENTRY-IS-NUMERIC
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'UNIT COST NOT A VALID AMOUNT' TO WS-REJECT-REASON
               GO TO 1450-KEY-RECEIPT-EXIT
           END-IF
           MOVE WS-EDIT-COST TO TR-UNIT-COST
           DISPLAY 'ENTER LOT NUMBER (BLANK=UNDATED STOCK): '
           ACCEPT TR-LOT-NUM
           IF TR-LOT-NUM NOT = SPACES
               DISPLAY 'ENTER EXPIRY DATE YYMMDD: '
               ACCEPT TR-EXPIRE-DATE
           END-IF.
       1450-KEY-RECEIPT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A SALE'S CUSTOMER, WHEN KEYED, MUST BE ON THE CUSTOMER     *
      * MASTER SO A SHORT SALE BACKORDERS TO SOMEONE REAL. BLANK   *
      * IS A WALK-IN.                                              *
      *----------------------------------------------------------*
       1500-KEY-CUSTOMER.
           DISPLAY 'ENTER CUSTOMER ID (BLANK=WALK-IN): '
           ACCEPT TR-CUSTOMER-ID
           IF TR-CUSTOMER-ID = SPACES
               GO TO 1500-KEY-CUSTOMER-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-CI
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CUST-COUNT
               IF CS-CUSTOMER-ID(WS-CI) = TR-CUSTOMER-ID
                   MOVE WS-CI TO WS-FOUND-CI
               END-IF
           END-PERFORM
           IF WS-FOUND-CI = ZERO
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'CUSTOMER NOT ON CUSTOMER MASTER'
                   TO WS-REJECT-REASON
               GO TO 1500-KEY-CUSTOMER-EXIT
           END-IF
           DISPLAY 'CUSTOMER ....... ' CS-CUSTOMER-NAME(WS-FOUND-CI)
                   '  PRIORITY ' CS-PRIORITY(WS-FOUND-CI).
       1500-KEY-CUSTOMER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * ACCEPT A WHOLE QUANTITY OF UP TO SEVEN DIGITS, KEYED LEFT- *
      * JUSTIFIED, INTO WS-EDIT-QTY. BLANK IS ZERO.                *
      *----------------------------------------------------------*
       1600-EDIT-QUANTITY.
           MOVE 'NO'   TO WS-ENTRY-SWITCH
           MOVE SPACES TO WS-ENTRY-TEXT
           MOVE ZERO   TO WS-EDIT-QTY
           ACCEPT WS-ENTRY-TEXT
           MOVE 8 TO WS-ENTRY-LEN
           PERFORM UNTIL WS-ENTRY-LEN = 0
                      OR WS-ENTRY-TEXT(WS-ENTRY-LEN:1) NOT = ' '
               SUBTRACT 1 FROM WS-ENTRY-LEN
           END-PERFORM
           IF WS-ENTRY-LEN = 0
               MOVE 'YES' TO WS-ENTRY-SWITCH
               GO TO 1600-EDIT-QUANTITY-EXIT
           END-IF
           IF WS-ENTRY-LEN > 7
               GO TO 1600-EDIT-QUANTITY-EXIT
           END-IF
           IF WS-ENTRY-TEXT(1:WS-ENTRY-LEN) NOT NUMERIC
               GO TO 1600-EDIT-QUANTITY-EXIT
           END-IF
           MOVE WS-ENTRY-TEXT(1:WS-ENTRY-LEN)
             TO WS-EDIT-QTY-X(8 - WS-ENTRY-LEN:WS-ENTRY-LEN)
           MOVE 'YES' TO WS-ENTRY-SWITCH.
       1600-EDIT-QUANTITY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * ACCEPT AN AMOUNT OF UP TO 99999.99, KEYED WITH OR WITHOUT  *
      * A DECIMAL POINT, INTO WS-EDIT-COST. BLANK IS ZERO.         *
      *----------------------------------------------------------*
       1650-EDIT-COST.
           MOVE 'NO'   TO WS-ENTRY-SWITCH
           MOVE SPACES TO WS-ENTRY-TEXT
           MOVE SPACES TO WS-COST-WHOLE
           MOVE SPACES TO WS-COST-CENTS
           MOVE ZERO   TO WS-WHOLE-LEN
           MOVE ZERO   TO WS-CENTS-LEN
           MOVE ZERO   TO WS-EDIT-COST
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT = SPACES
               MOVE 'YES' TO WS-ENTRY-SWITCH
               GO TO 1650-EDIT-COST-EXIT
           END-IF
           UNSTRING WS-ENTRY-TEXT DELIMITED BY '.' OR ALL SPACE
               INTO WS-COST-WHOLE COUNT IN WS-WHOLE-LEN
                    WS-COST-CENTS COUNT IN WS-CENTS-LEN
           END-UNSTRING
           IF WS-WHOLE-LEN > 5 OR WS-CENTS-LEN > 2
               GO TO 1650-EDIT-COST-EXIT
           END-IF
           IF WS-WHOLE-LEN > 0
               IF WS-COST-WHOLE(1:WS-WHOLE-LEN) NOT NUMERIC
                   GO TO 1650-EDIT-COST-EXIT
               END-IF
               MOVE WS-COST-WHOLE(1:WS-WHOLE-LEN)
                 TO WS-EDIT-COST-X(6 - WS-WHOLE-LEN:WS-WHOLE-LEN)
           END-IF
           IF WS-CENTS-LEN > 0
               IF WS-COST-CENTS(1:WS-CENTS-LEN) NOT NUMERIC
                   GO TO 1650-EDIT-COST-EXIT
               END-IF
               MOVE WS-COST-CENTS(1:WS-CENTS-LEN)
                 TO WS-EDIT-COST-X(6:WS-CENTS-LEN)
           END-IF
           MOVE 'YES' TO WS-ENTRY-SWITCH.
       1650-EDIT-COST-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * INVENT'S RULES, IN INVENT'S ORDER, WITH ITS REASON CODES:  *
      * UNIT OF MEASURE (22/23) AS IN 1150-CONVERT-UNIT, THEN THE  *
      * QUANTITIES THE TRANSACTION WOULD LEAVE AS IN               *
      * 2150-COMPUTE-QUANTITIES, THEN 2200-VALIDATE-TRANS. ITEM    *
      * NUMBER, CODE AND STATUS WERE PROVED AS THEY WERE KEYED;    *
      * THE TRANSACTION DATE IS ALWAYS THE BATCH DATE.             *
      *----------------------------------------------------------*
       2000-VALIDATE-TRANS.
           MOVE 1 TO WS-UNIT-FACTOR
           IF TR-UNIT NOT = SPACES AND NOT TR-STATUS-CHANGE
               IF WS-FOUND-DI = ZERO
                   MOVE 'NO' TO WS-VALID-SWITCH
                   MOVE '22 NO UNITS - ITEM HAS NO DESCRIPTION'
                       TO WS-REJECT-REASON
                   GO TO 2000-VALIDATE-TRANS-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN TR-UNIT = DT-STOCK-UNIT(WS-FOUND-DI)
                       MOVE 1 TO WS-UNIT-FACTOR
                   WHEN TR-UNIT = DT-PURCH-UNIT(WS-FOUND-DI)
                       MOVE DT-PURCH-FACTOR(WS-FOUND-DI)
                         TO WS-UNIT-FACTOR
                   WHEN TR-UNIT = DT-SELL-UNIT(WS-FOUND-DI)
                       MOVE DT-SELL-FACTOR(WS-FOUND-DI)
                         TO WS-UNIT-FACTOR
                   WHEN OTHER
                       MOVE 'NO' TO WS-VALID-SWITCH
                       MOVE '22 ITEM IS NOT KEPT IN THAT UNIT'
                           TO WS-REJECT-REASON
                       GO TO 2000-VALIDATE-TRANS-EXIT
               END-EVALUATE
           END-IF
           COMPUTE WS-CONV-QOH = TR-QOH * WS-UNIT-FACTOR
           COMPUTE WS-CONV-QOO = TR-QOO * WS-UNIT-FACTOR
           IF WS-CONV-QOH > 9999999 OR WS-CONV-QOO > 9999999
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '23 QTY IN STOCKING UNITS OVER 9999999'
                   TO WS-REJECT-REASON
               GO TO 2000-VALIDATE-TRANS-EXIT
           END-IF
           PERFORM 2100-COMPUTE-QUANTITIES
              THRU 2100-COMPUTE-QUANTITIES-EXIT
           MOVE TR-EXPIRE-DATE TO WS-EXPIRE-CHECK
           IF (WS-NEW-QOH < ZERO AND NOT TR-SALE)
                   OR WS-NEW-QOO < ZERO
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '02 QUANTITY WOULD GO NEGATIVE' TO WS-REJECT-REASON
           ELSE IF WS-NEW-QOH > 9999999 OR WS-NEW-QOO > 9999999
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '05 QOH OR QOO WOULD PASS 9999999'
                   TO WS-REJECT-REASON
           ELSE IF WS-INV-AMOUNT > WS-AMOUNT-CEILING
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '03 INVENTORY AMOUNT OVER CEILING'
                   TO WS-REJECT-REASON
           ELSE IF TR-RECEIPT AND TR-LOT-NUM NOT = SPACES
                   AND (TR-EXPIRE-DATE NOT NUMERIC
                        OR EC-EXPIRE-MM < 1 OR EC-EXPIRE-MM > 12
                        OR EC-EXPIRE-DD < 1 OR EC-EXPIRE-DD > 31)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '11 LOT EXPIRY DATE NOT VALID' TO WS-REJECT-REASON
           ELSE IF TR-HOLD AND WS-NEW-QOH < WS-NEW-HELD
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '18 MORE THAN THE FREE STOCK' TO WS-REJECT-REASON
           ELSE IF (TR-RELEASE-HOLD OR TR-VENDOR-RETURN)
                   AND WS-NEW-HELD < ZERO
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '19 MORE THAN IS ON HOLD' TO WS-REJECT-REASON
           ELSE IF TR-VENDOR-RETURN AND NOT TR-HOLD-REASON-VALID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '20 RTV REASON NOT DF DM FI WI OR OS'
                   TO WS-REJECT-REASON
           ELSE IF TR-VENDOR-RETURN AND WS-VENDOR-NUM = SPACES
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '21 ITEM HAS NO VENDOR TO RETURN TO'
                   TO WS-REJECT-REASON
           ELSE IF TR-HOLD AND TR-HOLD-REASON NOT = SPACES
                   AND NOT TR-HOLD-REASON-VALID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE 'HOLD REASON NOT DF DM FI WI OR OS'
                   TO WS-REJECT-REASON
           END-IF.
       2000-VALIDATE-TRANS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * WHAT QOH, QOO AND HELD WOULD BECOME, IN STOCKING UNITS, AS *
      * INVENT'S 2150-COMPUTE-QUANTITIES WORKS THEM OUT. A SALE    *
      * BEYOND THE FREE STOCK SHIPS WHAT IS FREE AND BACKORDERS    *
      * THE REST, AS IN 2170-CAPTURE-BACKORDER.                    *
      *----------------------------------------------------------*
       2100-COMPUTE-QUANTITIES.
           MOVE WS-QOH-BEFORE  TO WS-NEW-QOH
           MOVE WS-QOO-BEFORE  TO WS-NEW-QOO
           MOVE WS-HELD-BEFORE TO WS-NEW-HELD
           MOVE ZERO TO WS-BO-SHORT-QTY
           EVALUATE TRUE
               WHEN TR-RECEIPT
                   ADD      WS-CONV-QOH TO WS-NEW-QOH
                   SUBTRACT WS-CONV-QOO FROM WS-NEW-QOO
               WHEN TR-SALE
                   SUBTRACT WS-CONV-QOH FROM WS-NEW-QOH
               WHEN TR-ADJUSTMENT
                   SUBTRACT WS-CONV-QOH FROM WS-NEW-QOH
                   ADD      WS-CONV-QOO TO WS-NEW-QOO
                   IF WS-NEW-HELD > WS-NEW-QOH
                           AND WS-NEW-QOH NOT < ZERO
                       MOVE WS-NEW-QOH TO WS-NEW-HELD
                   END-IF
               WHEN TR-HOLD
                   ADD      WS-CONV-QOH TO WS-NEW-HELD
               WHEN TR-RELEASE-HOLD
                   SUBTRACT WS-CONV-QOH FROM WS-NEW-HELD
               WHEN TR-VENDOR-RETURN
                   SUBTRACT WS-CONV-QOH FROM WS-NEW-QOH
                   SUBTRACT WS-CONV-QOH FROM WS-NEW-HELD
               WHEN TR-STATUS-CHANGE
                   CONTINUE
           END-EVALUATE
           IF TR-SALE AND WS-NEW-QOH < WS-NEW-HELD
               COMPUTE WS-BO-SHORT-QTY = WS-NEW-HELD - WS-NEW-QOH
               MOVE WS-NEW-HELD TO WS-NEW-QOH
           END-IF.
       2100-COMPUTE-QUANTITIES-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * SHOW THE CLERK WHAT THE TRANSACTION WILL DO BEFORE IT IS   *
      * WRITTEN.                                                   *
      *----------------------------------------------------------*
       2500-SHOW-OUTCOME.
           MOVE WS-QOH-BEFORE  TO WS-SHOW-QOH
           MOVE WS-NEW-QOH     TO WS-SHOW-NEW-QOH
           MOVE WS-HELD-BEFORE TO WS-SHOW-HELD
           MOVE WS-NEW-HELD    TO WS-SHOW-NEW-HELD
           MOVE WS-QOO-BEFORE  TO WS-SHOW-QOO
           MOVE WS-NEW-QOO     TO WS-SHOW-NEW-QOO
           IF WS-UNIT-FACTOR NOT = 1
               MOVE WS-CONV-QOH TO WS-SHOW-QTY
               DISPLAY 'IN STOCKING UNITS  ' WS-SHOW-QTY ' '
                       WS-STOCK-UNIT
           END-IF
           IF TR-STATUS-CHANGE
               DISPLAY 'ITEM STATUS WILL BECOME ' TR-ITEM-STATUS
           ELSE
               DISPLAY 'QTY ON HAND  ' WS-SHOW-QOH ' -> '
                       WS-SHOW-NEW-QOH
               DISPLAY 'QTY ON HOLD  ' WS-SHOW-HELD ' -> '
                       WS-SHOW-NEW-HELD
               DISPLAY 'QTY ON ORDER ' WS-SHOW-QOO ' -> '
                       WS-SHOW-NEW-QOO
           END-IF
           IF WS-BO-SHORT-QTY > ZERO
               MOVE WS-BO-SHORT-QTY TO WS-SHOW-QTY
               DISPLAY '*** SHORT ' WS-SHOW-QTY
                       ' - WILL BE BACKORDERED FOR CUSTOMER '
                       TR-CUSTOMER-ID
           END-IF.
       2500-SHOW-OUTCOME-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * WRITE THE CONFIRMED TRANSACTION TO THE BATCH AND REMEMBER  *
      * WHAT IT DOES TO THE ITEM FOR THE REST OF THE SESSION. THE  *
      * AMOUNT AND YTD-SOLD ARE CARRIED FORWARD AS CYCLCNT DOES;   *
      * A SALE ADDS WHAT ACTUALLY SHIPS TO YTD-SOLD.               *
      *----------------------------------------------------------*
       3000-WRITE-TRANS.
           MOVE ZERO TO WS-SHIPPED-QTY
           IF TR-SALE
               COMPUTE WS-SHIPPED-QTY = WS-CONV-QOH - WS-BO-SHORT-QTY
           END-IF
           COMPUTE WS-YTD-NEW = WS-YTD-SOLD + WS-SHIPPED-QTY
           IF WS-YTD-NEW > 99999999
               MOVE 99999999 TO WS-YTD-NEW
           END-IF
           MOVE WS-INV-AMOUNT TO TR-INV-AMOUNT
           MOVE WS-YTD-NEW    TO TR-YTD-SOLD
           WRITE SALES-REC
           ADD 1 TO WS-WRITE-COUNT
           ADD TR-QOH TO WS-QTY-HASH
           IF WS-FOUND-SI = ZERO
               IF WS-SES-COUNT < 999
                   ADD 1 TO WS-SES-COUNT
                   MOVE WS-SES-COUNT TO WS-FOUND-SI
                   MOVE TR-ITEM-NUM TO SS-ITEM-NUM(WS-FOUND-SI)
                   MOVE ZERO TO SS-QOH-CHANGE(WS-FOUND-SI)
                   MOVE ZERO TO SS-QOO-CHANGE(WS-FOUND-SI)
                   MOVE ZERO TO SS-HELD-CHANGE(WS-FOUND-SI)
                   MOVE ZERO TO SS-YTD-CHANGE(WS-FOUND-SI)
                   MOVE SPACES TO SS-VENDOR-NUM(WS-FOUND-SI)
                   IF WS-FOUND-DI > ZERO
                       MOVE DT-VENDOR-NUM(WS-FOUND-DI)
                         TO SS-VENDOR-NUM(WS-FOUND-SI)
                   END-IF
               ELSE
                   DISPLAY '*** SESSION TABLE FULL - LATER ENTRIES '
                           'FOR NEW ITEMS ARE CHECKED AGAINST THE '
                           'MASTER ONLY'
                   GO TO 3000-WRITE-TRANS-EXIT
               END-IF
           END-IF
           COMPUTE SS-QOH-CHANGE(WS-FOUND-SI) =
                   SS-QOH-CHANGE(WS-FOUND-SI)
                   + WS-NEW-QOH - WS-QOH-BEFORE
           COMPUTE SS-QOO-CHANGE(WS-FOUND-SI) =
                   SS-QOO-CHANGE(WS-FOUND-SI)
                   + WS-NEW-QOO - WS-QOO-BEFORE
           COMPUTE SS-HELD-CHANGE(WS-FOUND-SI) =
                   SS-HELD-CHANGE(WS-FOUND-SI)
                   + WS-NEW-HELD - WS-HELD-BEFORE
           COMPUTE SS-YTD-CHANGE(WS-FOUND-SI) =
                   SS-YTD-CHANGE(WS-FOUND-SI)
                   + WS-YTD-NEW - WS-YTD-SOLD.
       3000-WRITE-TRANS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND A SUMMARY LINE FOR THIS RUN TO THE SHARED RUN LOG.  *
      * THE LOG MAY NOT EXIST YET THE FIRST TIME ANY PROGRAM RUNS, *
      * SO FALL BACK TO OPEN OUTPUT WHEN OPEN EXTEND FAILS.        *
      *----------------------------------------------------------*
       9200-WRITE-RUN-LOG.
           MOVE 'TRANSENT'         TO RL-PROGRAM-NAME
           MOVE WS-RUN-START-TIME  TO RL-START-TIME
           MOVE WS-RUN-END-TIME    TO RL-END-TIME
           MOVE WS-READ-COUNT      TO RL-RECORDS-READ
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
