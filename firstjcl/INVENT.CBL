      *  MASTER IS READ - A FEED STILL CARRYING THE OLD NUMBER
      *  LANDS ON THE RIGHT ITEM INSTEAD OF CREATING A GHOST.
      *  CHAINED ALIASES RESOLVE THROUGH UP TO FIVE HOPS.
      *
      *  A SUSPICIOUS FEED CAN NOW BE TRIED BEFORE THE NIGHTLY
      *  WINDOW. THE WORD TRIAL ON THE COMMAND LINE AFTER THE
      *  WAREHOUSE CODE (OR ALONE, FOR THE DEFAULT SITE) RUNS THE
      *  BATCH PROOF, ALIAS RESOLUTION AND EVERY 2200-VALIDATE-TRANS
      *  CHECK EXACTLY AS A LIVE RUN WOULD, BUT THE MASTER IS ONLY
      *  READ - EACH ITEM'S PROJECTED RECORD IS HELD IN STORAGE SO
      *  LATER TRANSACTIONS IN THE BATCH SEE IT - AND NOTHING IS
      *  WRITTEN EXCEPT THE TRIAL REPORT: THE REJECTS WITH THEIR
      *  REASON CODES, THE PROJECTED BEFORE/AFTER QOH OF EVERY
      *  MOVEMENT, AND THE BACKORDERS AND TRANSFERS THAT WOULD BE
      *  BOOKED OR RELEASED. THE MOVEMENT TRAIL, BACKORDER, IN-
      *  TRANSIT, COST HISTORY, BATCH CONTROL, APPLY CONTROL,
      *  EXCEPTION, MISMATCH AND BALANCE CONTROL FILES AND THE RUN
      *  LOG ARE NOT OPENED FOR OUTPUT, AND A PRIOR ABENDED RUN IS
      *  REPORTED BUT NOT BACKED OUT.
      *
      *  EVERY BACKORDER RELEASE NOW ALSO PRODUCES A PICK TICKET -
      *  ITEM, CUSTOMER, RELEASED QUANTITY, PRIORITY CLASS AND
      *  WAREHOUSE - SO THE DOCK IS TOLD TO SHIP WHAT A RECEIPT
      *  RELEASED. THE TICKETS ARE HELD IN STORAGE AND APPENDED TO
      *  THE SITE'S PICK TICKET FILE AT END OF RUN ALONGSIDE THE
      *  BACKORDER REWRITE, SO A BACKED-OUT RUN NEVER LEFT ANY.
      *  PICKTKT PRINTS THEM BY CUSTOMER AND TAKES BACK THE SHIP
      *  CONFIRMATIONS.
      *
      *  DATED STOCK - SEALANTS, ADHESIVES, BATTERIES - IS NOW
      *  TRACKED BY LOT. A RECEIPT CARRYING TR-LOT-NUM AND
      *  TR-EXPIRE-DATE OPENS OR TOPS UP THAT LOT ON THE SITE'S LOT
      *  FILE, AND THE ITEM IS LOT-CONTROLLED FROM THEN ON - WHAT
      *  WAS ALREADY ON HAND GOES ON AN UNDATED LOT SO THE LOTS
      *  START OUT TOTALLING MR-QOH. SALES (WHAT SHIPPED),
      *  ADJUSTMENTS, TRANSFERS OUT AND BACKORDER RELEASES TAKE
      *  FROM THE EARLIEST-EXPIRING LOT FIRST; RETURNS, TRANSFERS
      *  IN AND RECEIPTS WITHOUT A LOT GO ON THE UNDATED LOT, WHICH
      *  IS ALWAYS CONSUMED LAST. A LOT RECEIPT WITH A MISSING OR
      *  IMPOSSIBLE EXPIRATION DATE IS REJECTED WITH REASON 11. THE
      *  LOTS ARE HELD IN STORAGE AND REWRITTEN AT END OF RUN WITH
      *  THE BACKORDERS, SO A BACKED-OUT RUN NEVER TOUCHED THEM.
      *  BALANCE PROVES EACH LOT-CONTROLLED ITEM'S LOTS AGAINST
      *  MR-QOH, AND EXPRPT LISTS WHAT IS COMING UP TO EXPIRY.
      *
      *  KITS ASSEMBLED IN THE BACK ROOM ARE NOW ONE TRANSACTION
      *  INSTEAD OF AN 'A' PER COMPONENT AND A 'T' FOR THE KIT. A
      *  'K' ASSEMBLY BUILDS TR-QOH KITS FROM THE KIT'S LINES ON
      *  THE BILL OF MATERIALS FILE BOMMNT MAINTAINS: EVERY
      *  COMPONENT IS CHECKED BEFORE ANYTHING IS TOUCHED, AND A
      *  KIT WITH NO BILL OF MATERIALS (REASON 12), A COMPONENT
      *  WITH LESS ON HAND THAN THE BUILD NEEDS (13) OR A
      *  COMPONENT NOT ON THE MASTER (14) REJECTS THE WHOLE BUILD.
      *  A GOOD BUILD TAKES QUANTITY PER KIT TIMES TR-QOH OF EACH
      *  COMPONENT OUT OF STOCK (EARLIEST-EXPIRING LOT FIRST) AND
      *  PUTS THE KITS INTO STOCK, ROLLING THE COMPONENTS' UNIT
      *  COSTS INTO THE KIT'S MR-UNIT-COST AS A WEIGHTED AVERAGE
      *  THE WAY A COSTED RECEIPT DOES, WITH THE CHANGE ON THE
      *  COST HISTORY FILE. A 'U' DISASSEMBLY BREAKS TR-QOH KITS
      *  BACK DOWN - THE KIT MUST HAVE THEM ON HAND, AND THE
      *  COMPONENTS GO BACK ON THEIR UNDATED LOTS AT THEIR OWN
      *  UNIT COSTS. THE KIT AND EVERY COMPONENT EACH GET A
      *  CHECKPOINT AND A 'K' OR 'U' MOVEMENT RECORD CARRYING THE
      *  KIT NUMBER IN MV-KIT-ITEM, SO THE BUILD CAN BE TRACED AND
      *  A BACKOUT PUTS ALL OF IT BACK.
      *
      *  A 'T' RETURN NOW HAS TO COME BACK UNDER A RETURN
      *  AUTHORIZATION CUSTOMER SERVICE ISSUED THROUGH RMAMNT.
      *  TR-RMA-NUM MUST NAME AN OPEN RMA FOR THE ITEM (AS KEYED OR
      *  AS REDIRECTED BY ITS ALIAS) OR IT IS REJECTED WITH REASON
      *  15; AN RMA ISSUED TO ANOTHER CUSTOMER THAN TR-CUSTOMER-ID
      *  REJECTS WITH 16, AND A RETURN OF MORE THAN THE RMA STILL
      *  AUTHORIZES WITH 17. A GOOD RETURN IS ADDED TO THE RMA'S
      *  RECEIVED QUANTITY, CLOSING IT WHEN THE FULL QUANTITY IS
      *  BACK, BUT ONLY A RESTOCK RETURN GOES BACK ON HAND - GOODS
      *  FOR SCRAP OR FOR THE VENDOR ARE RECEIVED AGAINST THE RMA
      *  AND LEAVE QOH ALONE, WITH THEIR MOVEMENT SHOWING NO
      *  CHANGE. THE RMA FILE IS COMPANY-WIDE LIKE THE IN-TRANSIT
      *  FILE, HELD IN STORAGE AND REWRITTEN AT END OF RUN WHEN ANY
      *  RETURN WAS TAKEN. CYCLCNT'S COUNT OVERAGES, WHICH USED TO
      *  COME IN AS 'T' RETURNS, NOW COME IN AS 'C' COUNT GAINS
      *  AND GO ON THE UNDATED LOT AS A RETURN DID.
      *
      *  STOCK THAT ARRIVES DAMAGED OR FAILS INSPECTION IS NOW
      *  RECEIVED AS USUAL AND PUT ON HOLD, INSTEAD OF BEING LEFT
      *  OFF THE RECEIPT. MR-HELD-QTY IS THE PART OF MR-QOH IN
      *  QUARANTINE: AN 'H' PUTS FREE STOCK ON HOLD AND AN 'L'
      *  RELEASES IT, NEITHER CHANGING QOH. HELD STOCK CANNOT BE
      *  SOLD (A SALE SHIPS ONLY FREE STOCK AND BACKORDERS THE
      *  REST), TRANSFERRED OUT, RELEASED TO BACKORDERS OR USED AS
      *  A KIT COMPONENT. A 'W' RETURNS HELD STOCK TO THE VENDOR,
      *  TAKING IT OFF QOH AND OFF HOLD AND WRITING AN RTV RECORD
      *  FOR PURCHASING - THE ITEM'S VENDOR, THE QUANTITY, ITS
      *  VALUE AT MR-UNIT-COST AND THE REASON - TO A FILE PER SITE
      *  AT END OF RUN. AN 'H' OR 'O' FOR MORE THAN THE FREE STOCK
      *  REJECTS WITH REASON 18, AN 'L' OR 'W' FOR MORE THAN IS
      *  HELD WITH 19, A 'W' WITH NO VALID REASON WITH 20 AND ONE
      *  FOR AN ITEM WITH NO VENDOR ON THE MASTER WITH 21. AN 'A'
      *  ADJUSTMENT THAT TAKES QOH BELOW WHAT IS HELD TAKES THE
      *  HOLD DOWN WITH IT. A CUSTOMER RETURN UNDER AN RMA WITH
      *  DISPOSITION V NOW GOES ON HAND AND STRAIGHT ON HOLD,
      *  READY TO GO BACK TO THE VENDOR WITH A 'W'.
      *
      *  TRANSACTIONS NOW NAME THE UNIT THEY WERE KEYED IN, IN
      *  TR-UNIT, SO RECEIVERS STOP CONVERTING CASES TO EACHES BY
      *  HAND. BEFORE ANYTHING ELSE A TRANSACTION IN THE ITEM'S
      *  PURCHASING OR SELLING UNIT HAS TR-QOH AND TR-QOO
      *  MULTIPLIED UP TO STOCKING UNITS BY THE FACTOR ON THE ITEM
      *  DESCRIPTION MASTER (AND A RECEIPT'S TR-UNIT-COST DIVIDED
      *  DOWN), AND CARRIES THE STOCKING UNIT FROM THEN ON - SO
      *  MOVEMENTS, LOTS, BACKORDERS AND A REJECT WRITTEN LATER ARE
      *  ALL IN STOCKING UNITS. SPACES MEANS STOCKING UNITS. A UNIT
      *  THE ITEM DOES NOT HAVE (OR ANY UNIT FOR AN ITEM NOT ON THE
      *  DESCRIPTION MASTER) REJECTS WITH REASON 22, AND ONE THAT
      *  CONVERTS TO MORE THAN 9999 WITH REASON 23.
      *
      *  QUANTITIES AND AMOUNTS ARE NOW WIDER THROUGHOUT - QOH, QOO,
      *  HELD AND EVERY TRANSACTION, MOVEMENT, LOT, BACKORDER,
      *  TRANSIT, PICK AND RTV QUANTITY CARRY 7 DIGITS, THE
      *  INV-AMOUNT FIELDS 9 DIGITS AND 2 DECIMALS, YTD-SOLD 8
      *  DIGITS. REASONS 05 AND 23 NOW REJECT ABOVE 9999999, THE
      *  AMOUNT CEILING IS RAISED TO 50,000,000.00 IN STEP, AND THE
      *  BATCH TRAILER'S TR-QOH HASH CARRIES 10 DIGITS. TRANS-FILE
      *  IS 93 BYTES, THE MASTER IMAGES HELD FOR CHECKPOINTS, THE
      *  BACKOUT AND A TRIAL RUN 92, AND THE TRIAL REPORT SHOWS
      *  7-DIGIT QUANTITIES. EXISTING FILES ARE REFORMATTED ONCE BY
      *  WIDECONV.
      *
      *  THE NET AMOUNT CHANGE CARRIED TO THE BALANCE CONTROL
      *  RECORD IS NOW 11 DIGITS AND 2 DECIMALS, SO A NIGHT OF
      *  9-DIGIT INV-AMOUNTS CANNOT WRAP IT, AND THE BALANCE
      *  CONTROL RECORD GROWS TO 47 BYTES. SHOULD IT STILL
      *  OVERFLOW, THE ITEM IS DISPLAYED AND THE STEP ENDS RETURN
      *  CODE 12.
      *
      *  RMA AUTHORIZED AND RECEIVED QUANTITIES ARE NOW 7 DIGITS
      *  LIKE THE TRANSACTION QUANTITY, SO A RETURN IS PROVED
      *  AGAINST WHAT IS STILL AUTHORIZED WITHOUT EITHER SIDE
      *  BEING CUT TO 4 DIGITS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO UT-S-ALIAS
                              FILE STATUS IS WS-ALIAS-STATUS.
           SELECT OPTIONAL PICK-TICKET-FILE
                              ASSIGN TO WS-PICKTKT-DSNAME
                              FILE STATUS IS WS-PICKTKT-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN TO WS-LOT-DSNAME
                              FILE STATUS IS WS-LOT-STATUS.
           SELECT OPTIONAL BOM-FILE ASSIGN TO UT-S-BOMFL
                              FILE STATUS IS WS-BOM-STATUS.
           SELECT OPTIONAL RMA-FILE ASSIGN TO UT-S-RMAFL
                              FILE STATUS IS WS-RMA-STATUS.
           SELECT OPTIONAL RTV-FILE ASSIGN TO WS-RTV-DSNAME
                              FILE STATUS IS WS-RTV-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT TRIAL-REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-TRIALRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           RECORDING MODE IS F.
      *
           COPY SALESREC.
           LABEL RECORDS ARE STANDARD.
      *
           COPY ALIASREC.
      *
       FD  PICK-TICKET-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY PICKREC.
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
       FD  RMA-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RMAREC.
      *
       FD  RTV-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RTVREC.
      *
       FD  APPLY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           05  AC-NEW-ITEM-FLAG    PIC X(1).
               88  AC-ITEM-WAS-NEW     VALUE 'Y'.
           05  AC-ITEM-NUM         PIC X(6).
           05  AC-MASTER-IMAGE     PIC X(92).
           05  AC-TIME             PIC 9(8).
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RUNLOG.
      *
       FD  TRIAL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
      *
       01  TRIAL-REPORT-RECORD     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           88  TRANS-IS-VALID      VALUE 'YES'.
           05  WS-ON-MASTER-SWITCH PIC X(3)  VALUE 'NO'.
           88  ITEM-ON-MASTER      VALUE 'YES'.
           05  WS-TRIAL-SWITCH     PIC X(3)  VALUE 'NO'.
           88  TRIAL-RUN           VALUE 'YES'.
           05  WS-NO-MASTER-SWITCH PIC X(3)  VALUE 'NO'.
           88  NO-MASTER-YET       VALUE 'YES'.
           05  WS-RESTOCK-SWITCH   PIC X(3)  VALUE 'YES'.
           88  RETURN-TO-STOCK     VALUE 'YES'.
           05  WS-RETURN-HOLD-SW   PIC X(3)  VALUE 'NO'.
           88  RETURN-TO-HOLD      VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-TRANS-STATUS     PIC X(2).
           05  WS-CUSTOMER-STATUS  PIC X(2).
           05  WS-ALIAS-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS    PIC X(2).
           05  WS-TRIALRPT-STATUS  PIC X(2).
           05  WS-PICKTKT-STATUS   PIC X(2).
           05  WS-LOT-STATUS       PIC X(2).
           05  WS-BOM-STATUS       PIC X(2).
           05  WS-RMA-STATUS       PIC X(2).
           05  WS-RTV-STATUS       PIC X(2).
      *
       01  WS-VALIDATION-FIELDS.
           05  WS-REASON-CODE      PIC X(2) VALUE SPACES.
           05  WS-AMOUNT-CEILING   PIC 9(9)V99 VALUE 50000000.00.
           05  WS-REJECT-COUNT     PIC 9(5) COMP VALUE ZERO.
           05  WS-MISMATCH-COUNT   PIC 9(5) COMP VALUE ZERO.
      *
      *
       01  WS-RUN-DATE             PIC 9(6) VALUE ZERO.
      *
       01  WS-AMOUNT-NET           PIC S9(11)V99 VALUE ZERO.
      *
      * OPEN BACKORDERS, LOADED FROM BACKORDER-FILE AT START OF
      * RUN, WORKED ON IN STORAGE, AND REWRITTEN AT END OF RUN
           05  WS-BKO-ENTRY OCCURS 9999 TIMES.
               10  BK-ITEM-NUM     PIC X(6).
               10  BK-CUSTOMER-ID  PIC X(6).
               10  BK-ORDER-QTY    PIC 9(7).
               10  BK-OPEN-QTY     PIC 9(7).
               10  BK-ORDER-DATE   PIC 9(6).
               10  BK-PRIORITY     PIC 9(1).
      *
       01  WS-BKO-WORK.
           05  WS-BI               PIC 9(4) COMP VALUE ZERO.
           05  WS-BO-SHORT-QTY     PIC 9(7) VALUE ZERO.
           05  WS-RELEASE-QTY      PIC 9(7) VALUE ZERO.
           05  WS-NEW-BACKORDERS   PIC 9(5) COMP VALUE ZERO.
           05  WS-RELEASED-COUNT   PIC 9(5) COMP VALUE ZERO.
           05  WS-PRI              PIC 9(2) COMP VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 9999 TIMES.
               10  CS-CUSTOMER-ID  PIC X(6).
               10  CS-PRIORITY     PIC 9(1).
      *
      * PICK TICKETS FOR THE BACKORDERS RELEASED THIS RUN, HELD
      * UNTIL END OF RUN THE SAME WAY THE BACKORDER TABLE IS.
      *
       01  WS-PICK-TABLE.
           05  WS-PICK-COUNT       PIC 9(4) COMP VALUE ZERO.
           05  WS-PICK-ENTRY OCCURS 9999 TIMES.
               10  PT-ITEM-NUM     PIC X(6).
               10  PT-CUSTOMER-ID  PIC X(6).
               10  PT-RELEASE-QTY  PIC 9(7).
               10  PT-PRIORITY     PIC 9(1).
               10  PT-ORDER-DATE   PIC 9(6).
      *
       01  WS-PTI                  PIC 9(4) COMP VALUE ZERO.
      *
      * THE SITE'S LOTS, LOADED AT START OF RUN, WORKED ON IN
      * STORAGE AND REWRITTEN AT END OF RUN WITH EMPTY LOTS
      * DROPPED, THE SAME WAY THE BACKORDERS ARE. THE UNDATED LOT
      * HAS A LOT NUMBER OF SPACES AND EXPIRES 999999.
      *
       01  WS-LOT-TABLE.
           05  WS-LOT-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-LOT-ENTRY OCCURS 9999 TIMES.
               10  LO-ITEM-NUM     PIC X(6).
               10  LO-LOT-NUM      PIC X(10).
               10  LO-EXPIRE-DATE  PIC 9(6).
               10  LO-LOT-QTY      PIC 9(7).
               10  LO-RECEIPT-DATE PIC 9(6).
      *
       01  WS-LOT-WORK.
           05  WS-LOI              PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-LOI        PIC 9(4) COMP VALUE ZERO.
           05  WS-HAS-LOTS-SWITCH  PIC X(3) VALUE 'NO'.
           88  ITEM-HAS-LOTS       VALUE 'YES'.
           05  WS-LOT-KEY          PIC X(10) VALUE SPACES.
           05  WS-LOT-EXPIRE       PIC 9(6) VALUE ZERO.
           05  WS-LOT-ADD-QTY      PIC 9(7) VALUE ZERO.
           05  WS-LOT-IN-QTY       PIC 9(7) VALUE ZERO.
           05  WS-LOT-OUT-QTY      PIC S9(8) VALUE ZERO.
           05  WS-LOT-TAKE-QTY     PIC 9(7) VALUE ZERO.
           05  WS-LOTS-OPENED      PIC 9(5) COMP VALUE ZERO.
      *
      * A LOT RECEIPT'S EXPIRATION DATE BROKEN OUT FOR THE
      * REASON 11 TEST.
      *
       01  WS-EXPIRE-CHECK.
           05  EC-EXPIRE-YY        PIC 9(2).
           05  EC-EXPIRE-MM        PIC 9(2).
           05  EC-EXPIRE-DD        PIC 9(2).
      *
      * THE KIT BILL OF MATERIALS BOMMNT MAINTAINS, LOADED AT
      * START OF RUN FOR THE 'K' AND 'U' TRANSACTIONS.
      *
       01  WS-BOM-TABLE.
           05  WS-BOM-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-BOM-ENTRY OCCURS 9999 TIMES.
               10  BT-KIT-ITEM     PIC X(6).
               10  BT-COMP-ITEM    PIC X(6).
               10  BT-QTY-PER      PIC 9(3).
      *
      * THE CURRENT KIT TRANSACTION'S COMPONENTS, EXPANDED OFF THE
      * BILL OF MATERIALS WITH THE QUANTITY EACH ONE MOVES, SO THE
      * WHOLE BUILD IS CHECKED BEFORE ANY RECORD IS TOUCHED.
      *
       01  WS-KIT-TABLE.
           05  WS-KIT-COUNT        PIC 9(3) COMP VALUE ZERO.
           05  WS-KIT-ENTRY OCCURS 999 TIMES.
               10  KC-COMP-ITEM    PIC X(6).
               10  KC-QTY-PER      PIC 9(3).
               10  KC-MOVE-QTY     PIC 9(10).
      *
       01  WS-KIT-WORK.
           05  WS-BMI              PIC 9(4) COMP VALUE ZERO.
           05  WS-KCI              PIC 9(3) COMP VALUE ZERO.
           05  WS-KIT-ITEM-NUM     PIC X(6) VALUE SPACES.
           05  WS-KIT-BUILD-COST   PIC 9(11)V99 VALUE ZERO.
           05  WS-ASSEMBLY-COUNT   PIC 9(5) COMP VALUE ZERO.
           05  WS-DISASSEMBLY-COUNT PIC 9(5) COMP VALUE ZERO.
      *
      * THE COMPANY-WIDE RETURN AUTHORIZATIONS, LOADED AT START OF
      * RUN SO EACH 'T' RETURN CAN BE PROVED AGAINST ITS RMA AND
      * THE RECEIVED QUANTITIES BUMPED IN PLACE. REWRITTEN AT END
      * OF RUN WHEN ANY RETURN WAS TAKEN.
      *
       01  WS-RMA-TABLE.
           05  WS-RMA-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-RMA-ENTRY OCCURS 9999 TIMES.
               10  RN-RMA-NUM      PIC X(8).
               10  RN-CUSTOMER-ID  PIC X(6).
               10  RN-ITEM-NUM     PIC X(6).
               10  RN-AUTH-QTY     PIC 9(7).
               10  RN-RECEIVED-QTY PIC 9(7).
               10  RN-REASON-CODE  PIC X(2).
               10  RN-DISPOSITION  PIC X(1).
               10  RN-STATUS       PIC X(1).
               10  RN-ISSUE-DATE   PIC 9(6).
               10  RN-ISSUED-BY    PIC X(8).
               10  RN-LAST-RETURN  PIC 9(6).
      *
       01  WS-RMA-WORK.
           05  WS-RNI              PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-RNI        PIC 9(4) COMP VALUE ZERO.
           05  WS-RMA-REASON       PIC X(2) VALUE SPACES.
           05  WS-RMA-LEFT-QTY     PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-TAKEN    PIC 9(5) COMP VALUE ZERO.
           05  WS-RETURNS-UNSTOCKED PIC 9(5) COMP VALUE ZERO.
      *
      * RETURNS TO VENDOR BOOKED THIS RUN, HELD UNTIL END OF RUN
      * THE SAME WAY THE PICK TICKETS ARE, AND THE HOLD COUNTS.
      *
       01  WS-RTV-TABLE.
           05  WS-RTV-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-RTV-ENTRY OCCURS 9999 TIMES.
               10  VR-VENDOR-NUM   PIC X(6).
               10  VR-ITEM-NUM     PIC X(6).
               10  VR-QUANTITY     PIC 9(7).
               10  VR-UNIT-COST    PIC 9(5)V99.
               10  VR-REASON-CODE  PIC X(2).
               10  VR-VENDOR-RMA   PIC X(8).
      *
       01  WS-HOLD-WORK.
           05  WS-VRI              PIC 9(4) COMP VALUE ZERO.
           05  WS-HOLDS-COUNT      PIC 9(5) COMP VALUE ZERO.
           05  WS-RELEASES-COUNT   PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-CUST-LOOKUP.
           05  WS-CI               PIC 9(4) COMP VALUE ZERO.
               10  XF-ITEM-NUM     PIC X(6).
               10  XF-FROM-WHSE    PIC X(4).
               10  XF-TO-WHSE      PIC X(4).
               10  XF-XFER-QTY     PIC 9(7).
               10  XF-OPEN-QTY     PIC 9(7).
               10  XF-SHIP-DATE    PIC 9(6).
      *
       01  WS-XFR-WORK.
           05  WS-XFI              PIC 9(4) COMP VALUE ZERO.
           05  WS-XFER-FOUND-SW    PIC X(3) VALUE 'NO'.
           88  IN-TRANSIT-FOUND    VALUE 'YES'.
           05  WS-RELIEVE-QTY      PIC 9(7) VALUE ZERO.
           05  WS-XFER-REMAINING   PIC 9(7) VALUE ZERO.
           05  WS-XFER-OUT-COUNT   PIC 9(5) COMP VALUE ZERO.
           05  WS-XFER-IN-COUNT    PIC 9(5) COMP VALUE ZERO.
      *
           05  WS-BATCH-DATE       PIC 9(6) VALUE ZERO.
           05  WS-BATCH-NUM        PIC 9(6) VALUE ZERO.
           05  WS-DETAIL-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-QTY-HASH         PIC 9(10) VALUE ZERO.
           05  WS-TRAILER-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-TRAILER-HASH     PIC 9(10) VALUE ZERO.
      *
      * THE MOVEMENT RECORD ABOUT TO BE WRITTEN - SET UP BY THE
      * CALLER SO ONE PARAGRAPH SERVES TRANSACTIONS AND BACKORDER
      *
       01  WS-MV-FIELDS.
           05  WS-MV-CODE          PIC X(1) VALUE SPACES.
           05  WS-MV-QTY           PIC 9(7) VALUE ZERO.
           05  WS-MV-BEFORE        PIC 9(7) VALUE ZERO.
           05  WS-MV-AFTER         PIC 9(7) VALUE ZERO.
           05  WS-MV-KIT-ITEM      PIC X(6) VALUE SPACES.
      *
      * WAREHOUSE CODE TAKEN OFF THE COMMAND LINE, AND THE DATA
      * NAMES BUILT FROM IT THAT TRANS-FILE/MASTER-FILE/EXCEPTION-
      * FILE/ITEM-DESC-FILE/MISMATCH-FILE ARE ASSIGNED TO.
      *
       01  WS-WAREHOUSE-CODE       PIC X(4).
      *
      * THE COMMAND LINE AS KEYED - WAREHOUSE CODE IN 1-4 AND THE
      * OPTIONAL WORD TRIAL IN 6-10, OR TRIAL ALONE IN 1-5 FOR THE
      * DEFAULT SITE.
      *
       01  WS-PARM                 PIC X(10) VALUE SPACES.
      *
       01  WS-DYNAMIC-FILE-NAMES.
           05  WS-TRANS-DSNAME     PIC X(10).
      * SINGLE-LETTER UT-S-?FILE PATTERN - EVERY LETTER IS TAKEN.
      *
       01  WS-APPLYCTL-DSNAME      PIC X(12).
       01  WS-PICKTKT-DSNAME       PIC X(12).
       01  WS-LOT-DSNAME           PIC X(12).
       01  WS-RTV-DSNAME           PIC X(12).
      *
      * THE PRIOR RUN'S STATE OFF THE APPLY CONTROL FILE, THE
      * CURRENT TRANSACTION'S MASTER BEFORE-IMAGE FOR ITS
      *
       01  WS-APPLY-CONTROL-FIELDS.
           05  WS-LAST-AC-STATE    PIC X(1) VALUE SPACES.
           05  WS-BEFORE-IMAGE     PIC X(92) VALUE SPACES.
           05  WS-NEW-ITEM-FLAG    PIC X(1) VALUE 'N'.
           05  WS-BACKED-OUT-COUNT PIC 9(5) COMP VALUE ZERO.
           05  WS-PRIOR-BATCH-NUM  PIC 9(6) VALUE ZERO.
           05  WS-BKOUT-ENTRY OCCURS 9999 TIMES.
               10  BV-ITEM-NUM     PIC X(6).
               10  BV-NEW-FLAG     PIC X(1).
               10  BV-IMAGE        PIC X(92).
      *
       01  WS-BKOUT-WORK.
           05  WS-BVI              PIC 9(4) COMP VALUE ZERO.
               10  DT-ITEM-DESC    PIC X(28).
               10  DT-ITEM-CATEGORY PIC X(4).
               10  DT-VENDOR-NUM   PIC X(6).
               10  DT-STOCK-UNIT   PIC X(2).
               10  DT-PURCH-UNIT   PIC X(2).
               10  DT-PURCH-FACTOR PIC 9(4).
               10  DT-SELL-UNIT    PIC X(2).
               10  DT-SELL-FACTOR  PIC 9(4).
      *
      * THE UNIT CONVERSION OF THE CURRENT TRANSACTION.
      *
       01  WS-UNIT-WORK.
           05  WS-UNIT-REASON      PIC X(2) VALUE SPACES.
           05  WS-UNIT-FACTOR      PIC 9(4) VALUE ZERO.
           05  WS-FOUND-UDI        PIC 9(4) COMP VALUE ZERO.
           05  WS-CONV-QOH         PIC 9(11) VALUE ZERO.
           05  WS-CONV-QOO         PIC 9(11) VALUE ZERO.
           05  WS-CONVERTED-COUNT  PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-DESC-LOOKUP.
           05  WS-DESC-FOUND-SWITCH PIC X(3) VALUE 'NO'.
      * UNSIGNED MASTER FIELDS.
      *
       01  WS-COMPUTED-QUANTITIES.
           05  WS-QOH-BEFORE       PIC 9(7)  VALUE ZERO.
           05  WS-NEW-QOH          PIC S9(8) VALUE ZERO.
           05  WS-HELD-BEFORE      PIC 9(7)  VALUE ZERO.
           05  WS-NEW-HELD         PIC S9(8) VALUE ZERO.
           05  WS-FREE-QTY         PIC S9(8) VALUE ZERO.
           05  WS-NEW-QOO          PIC S9(8) VALUE ZERO.
           05  WS-NEW-UNIT-COST    PIC 9(5)V99 VALUE ZERO.
           05  WS-OLD-UNIT-COST    PIC 9(5)V99 VALUE ZERO.
      *
       01  WS-COST-CHANGE-COUNT    PIC 9(5) COMP VALUE ZERO.
      *
      * A TRIAL RUN NEVER WRITES THE MASTER - EACH ITEM'S PROJECTED
      * RECORD IS HELD HERE INSTEAD, SO A LATER TRANSACTION IN THE
      * SAME BATCH IS VALIDATED AGAINST WHAT THE EARLIER ONES WOULD
      * HAVE LEFT. THE IMAGE LENGTH MUST TRACK MASTREC.
      *
       01  WS-PROJ-TABLE.
           05  WS-PROJ-COUNT       PIC 9(4) COMP VALUE ZERO.
           05  WS-PROJ-ENTRY OCCURS 9999 TIMES.
               10  PJ-ITEM-NUM     PIC X(6).
               10  PJ-IMAGE        PIC X(92).
      *
       01  WS-PROJ-WORK.
           05  WS-PJI              PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-PJI        PIC 9(4) COMP VALUE ZERO.
           05  WS-TRIAL-NOTE       PIC X(44) VALUE SPACES.
           05  WS-TRIAL-WHSE       PIC X(4)  VALUE SPACES.
      *
       01  WS-TRIAL-LINES.
           05  WS-TRIAL-HEADING-1.
               10  FILLER          PIC X(20) VALUE SPACES.
               10  FILLER          PIC X(40)
                       VALUE 'INVENT TRIAL RUN - NO FILES UPDATED'.
               10  FILLER          PIC X(20) VALUE SPACES.
           05  WS-TRIAL-HEADING-2.
               10  FILLER          PIC X(11) VALUE 'WAREHOUSE: '.
               10  TH-WAREHOUSE    PIC X(4).
               10  FILLER          PIC X(9)  VALUE '  BATCH: '.
               10  TH-BATCH-NUM    PIC 9(6).
               10  FILLER          PIC X(8)  VALUE '  DATED '.
               10  TH-BATCH-DATE   PIC 9(6).
               10  FILLER          PIC X(36) VALUE SPACES.
           05  WS-TRIAL-HEADING-3.
               10  FILLER          PIC X(6)  VALUE 'ITEM'.
               10  FILLER          PIC X(1)  VALUE SPACES.
               10  FILLER          PIC X(2)  VALUE 'CD'.
               10  FILLER          PIC X(7)  VALUE '    QTY'.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  FILLER          PIC X(7)  VALUE ' BEFORE'.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  FILLER          PIC X(7)  VALUE '  AFTER'.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  FILLER          PIC X(44) VALUE 'DISPOSITION'.
           05  WS-TRIAL-LINE.
               10  TP-ITEM-NUM     PIC X(6).
               10  FILLER          PIC X(1)  VALUE SPACES.
               10  TP-TRANS-CODE   PIC X(1).
               10  FILLER          PIC X(1)  VALUE SPACES.
               10  TP-QTY          PIC Z(6)9.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  TP-BEFORE       PIC Z(6)9.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  TP-AFTER        PIC Z(6)9.
               10  FILLER          PIC X(2)  VALUE SPACES.
               10  TP-NOTE         PIC X(44).
           05  WS-TRIAL-NOTE-LINE.
               10  FILLER          PIC X(36) VALUE SPACES.
               10  TN-NOTE         PIC X(44).
           05  WS-TRIAL-TOTAL-LINE.
               10  TT-LABEL        PIC X(32).
               10  TT-COUNT        PIC ZZ,ZZ9.
               10  FILLER          PIC X(42) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:5) = 'TRIAL'
               MOVE SPACES TO WS-WAREHOUSE-CODE
               MOVE 'YES'  TO WS-TRIAL-SWITCH
           ELSE
               MOVE WS-PARM(1:4) TO WS-WAREHOUSE-CODE
               IF WS-PARM(6:5) = 'TRIAL'
                   MOVE 'YES' TO WS-TRIAL-SWITCH
               END-IF
           END-IF
           PERFORM 0100-BUILD-FILE-NAMES THRU 0100-BUILD-FILE-NAMES-EXIT
           ACCEPT WS-RUN-START-TIME FROM TIME
           IF TRIAL-RUN
               PERFORM 0200-TRIAL-RUN THRU 0200-TRIAL-RUN-EXIT
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPT-STATUS NOT = '00'
               DISPLAY 'INVENT - EXCEPTION FILE NOT AVAILABLE - STATUS '
              THRU 0600-LOAD-BACKORDERS-EXIT
           PERFORM 0650-LOAD-IN-TRANSIT
              THRU 0650-LOAD-IN-TRANSIT-EXIT
           PERFORM 0660-LOAD-LOTS THRU 0660-LOAD-LOTS-EXIT
           PERFORM 0665-LOAD-BOM THRU 0665-LOAD-BOM-EXIT
           PERFORM 0668-LOAD-RMAS THRU 0668-LOAD-RMAS-EXIT
           PERFORM 1000-PROCESS-TRANS THRU 1000-PROCESS-TRANS-EXIT
           PERFORM 0700-REWRITE-BACKORDERS
              THRU 0700-REWRITE-BACKORDERS-EXIT
           PERFORM 0750-REWRITE-IN-TRANSIT
              THRU 0750-REWRITE-IN-TRANSIT-EXIT
           PERFORM 0760-WRITE-PICK-TICKETS
              THRU 0760-WRITE-PICK-TICKETS-EXIT
           PERFORM 0790-WRITE-RTVS THRU 0790-WRITE-RTVS-EXIT
           PERFORM 0770-REWRITE-LOTS THRU 0770-REWRITE-LOTS-EXIT
           IF WS-RETURNS-TAKEN > ZERO
               PERFORM 0780-REWRITE-RMAS THRU 0780-REWRITE-RMAS-EXIT
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM 0900-RECORD-BATCH THRU 0900-RECORD-BATCH-EXIT
           END-IF
           DISPLAY 'INVENT - ITEM DESC MISMATCHES:   ' WS-MISMATCH-COUNT
           DISPLAY 'INVENT - BACKORDERS BOOKED:      ' WS-NEW-BACKORDERS
           DISPLAY 'INVENT - BACKORDERS RELEASED:    ' WS-RELEASED-COUNT
           DISPLAY 'INVENT - PICK TICKETS WRITTEN:   ' WS-PICK-COUNT
           DISPLAY 'INVENT - LOTS OPENED:            ' WS-LOTS-OPENED
           DISPLAY 'INVENT - TRANSFERS BOOKED OUT:   ' WS-XFER-OUT-COUNT
           DISPLAY 'INVENT - TRANSFERS TAKEN IN:     ' WS-XFER-IN-COUNT
           DISPLAY 'INVENT - UNIT COST CHANGES:      '
                   WS-COST-CHANGE-COUNT
           DISPLAY 'INVENT - ALIAS REDIRECTS:        '
                   WS-REDIRECT-COUNT
           DISPLAY 'INVENT - KIT ASSEMBLIES:         ' WS-ASSEMBLY-COUNT
           DISPLAY 'INVENT - KIT DISASSEMBLIES:      '
                   WS-DISASSEMBLY-COUNT
           DISPLAY 'INVENT - RMA RETURNS TAKEN:      ' WS-RETURNS-TAKEN
           DISPLAY 'INVENT - RETURNS NOT RESTOCKED:  '
                   WS-RETURNS-UNSTOCKED
           DISPLAY 'INVENT - STOCK PUT ON HOLD:      ' WS-HOLDS-COUNT
           DISPLAY 'INVENT - STOCK RELEASED:         '
                   WS-RELEASES-COUNT
           DISPLAY 'INVENT - RETURNED TO VENDOR:     ' WS-RTV-COUNT
           DISPLAY 'INVENT - UNIT CONVERSIONS:       '
                   WS-CONVERTED-COUNT
           STOP RUN.
      *
      *----------------------------------------------------------*
           ELSE
               STRING 'UT-S-AP' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-APPLYCTL-DSNAME
           END-IF
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-PKTKT' TO WS-PICKTKT-DSNAME
           ELSE
               STRING 'UT-S-PK' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-PICKTKT-DSNAME
           END-IF
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-LOTFL' TO WS-LOT-DSNAME
           ELSE
               STRING 'UT-S-LT' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-LOT-DSNAME
           END-IF
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-RTVFL' TO WS-RTV-DSNAME
           ELSE
               STRING 'UT-S-RV' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-RTV-DSNAME
           END-IF.
       0100-BUILD-FILE-NAMES-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TRIAL RUN - PROVE AND VALIDATE THE BATCH AND PRINT WHAT    *
      * WOULD HAPPEN WITHOUT UPDATING A SINGLE FILE. THE MASTER IS *
      * OPENED INPUT ONLY AND THE BACKORDER AND IN-TRANSIT TABLES  *
      * ARE WORKED IN STORAGE BUT NEVER REWRITTEN. A PRIOR RUN     *
      * LEFT MID-BATCH IS REPORTED - THE LIVE RUN WILL BACK IT     *
      * OUT FIRST, SO THE PROJECTIONS MAY NOT MATCH UNTIL IT HAS.  *
      *----------------------------------------------------------*
       0200-TRIAL-RUN.
           OPEN OUTPUT TRIAL-REPORT-FILE
           IF WS-TRIALRPT-STATUS NOT = '00'
               DISPLAY 'INVENT - TRIAL REPORT NOT AVAILABLE - STATUS '
                       WS-TRIALRPT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0200-TRIAL-RUN-EXIT
           END-IF
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-HEADING-1
           PERFORM 0150-CHECK-PRIOR-RUN
              THRU 0150-CHECK-PRIOR-RUN-EXIT
           IF WS-LAST-AC-STATE = 'S' OR WS-LAST-AC-STATE = 'C'
               DISPLAY 'INVENT - PRIOR RUN ABENDED MID-BATCH - NOT '
                       'BACKED OUT IN A TRIAL RUN'
               MOVE 'PRIOR RUN ABENDED - LIVE RUN WILL BACK IT OUT'
                 TO TN-NOTE
               WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-NOTE-LINE
           END-IF
           PERFORM 0800-VERIFY-BATCH THRU 0800-VERIFY-BATCH-EXIT
           MOVE WS-WAREHOUSE-CODE TO TH-WAREHOUSE
           MOVE WS-BATCH-NUM      TO TH-BATCH-NUM
           MOVE WS-BATCH-DATE     TO TH-BATCH-DATE
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-HEADING-2
           IF NOT BATCH-IS-GOOD
               MOVE 'BATCH REFUSED - SEE JOB LOG FOR THE REASON'
                 TO TN-NOTE
               WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-NOTE-LINE
               MOVE 12 TO RETURN-CODE
               CLOSE TRIAL-REPORT-FILE
               GO TO 0200-TRIAL-RUN-EXIT
           END-IF
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-HEADING-3
           PERFORM 0500-LOAD-ITEM-DESC THRU 0500-LOAD-ITEM-DESC-EXIT
           PERFORM 0680-LOAD-CUSTOMERS
              THRU 0680-LOAD-CUSTOMERS-EXIT
           PERFORM 0670-LOAD-ALIASES THRU 0670-LOAD-ALIASES-EXIT
           PERFORM 0600-LOAD-BACKORDERS
              THRU 0600-LOAD-BACKORDERS-EXIT
           PERFORM 0650-LOAD-IN-TRANSIT
              THRU 0650-LOAD-IN-TRANSIT-EXIT
           PERFORM 0660-LOAD-LOTS THRU 0660-LOAD-LOTS-EXIT
           PERFORM 0665-LOAD-BOM THRU 0665-LOAD-BOM-EXIT
           PERFORM 0668-LOAD-RMAS THRU 0668-LOAD-RMAS-EXIT
           PERFORM 1000-PROCESS-TRANS THRU 1000-PROCESS-TRANS-EXIT
           PERFORM 0250-PRINT-TRIAL-TOTALS
              THRU 0250-PRINT-TRIAL-TOTALS-EXIT
           CLOSE TRIAL-REPORT-FILE
           DISPLAY 'INVENT - TRIAL RUN - NO FILES UPDATED'
           DISPLAY 'INVENT - TRANSACTIONS REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'INVENT - BACKORDERS BOOKED:      ' WS-NEW-BACKORDERS
           DISPLAY 'INVENT - BACKORDERS RELEASED:    ' WS-RELEASED-COUNT
           DISPLAY 'INVENT - TRANSFERS BOOKED OUT:   ' WS-XFER-OUT-COUNT
           DISPLAY 'INVENT - TRANSFERS TAKEN IN:     ' WS-XFER-IN-COUNT
           DISPLAY 'INVENT - LOTS OPENED:            ' WS-LOTS-OPENED
           DISPLAY 'INVENT - KIT ASSEMBLIES:         ' WS-ASSEMBLY-COUNT
           DISPLAY 'INVENT - KIT DISASSEMBLIES:      '
                   WS-DISASSEMBLY-COUNT
           DISPLAY 'INVENT - RMA RETURNS TAKEN:      ' WS-RETURNS-TAKEN
           DISPLAY 'INVENT - RETURNS NOT RESTOCKED:  '
                   WS-RETURNS-UNSTOCKED.
       0200-TRIAL-RUN-EXIT. EXIT.
      *
       0250-PRINT-TRIAL-TOTALS.
           MOVE SPACES TO TRIAL-REPORT-RECORD
           WRITE TRIAL-REPORT-RECORD
           MOVE 'TRANSACTIONS READ ..............' TO TT-LABEL
           MOVE WS-READ-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'WOULD BE APPLIED ...............' TO TT-LABEL
           MOVE WS-WRITE-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'WOULD BE REJECTED ..............' TO TT-LABEL
           MOVE WS-REJECT-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'ITEM DESC MISMATCHES ...........' TO TT-LABEL
           MOVE WS-MISMATCH-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'BACKORDERS BOOKED ..............' TO TT-LABEL
           MOVE WS-NEW-BACKORDERS TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'BACKORDERS RELEASED ............' TO TT-LABEL
           MOVE WS-RELEASED-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'TRANSFERS BOOKED OUT ...........' TO TT-LABEL
           MOVE WS-XFER-OUT-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'TRANSFERS TAKEN IN .............' TO TT-LABEL
           MOVE WS-XFER-IN-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'UNIT COST CHANGES ..............' TO TT-LABEL
           MOVE WS-COST-CHANGE-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'ALIAS REDIRECTS ................' TO TT-LABEL
           MOVE WS-REDIRECT-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'LOTS OPENED ....................' TO TT-LABEL
           MOVE WS-LOTS-OPENED TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'KIT ASSEMBLIES .................' TO TT-LABEL
           MOVE WS-ASSEMBLY-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'KIT DISASSEMBLIES ..............' TO TT-LABEL
           MOVE WS-DISASSEMBLY-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'RMA RETURNS TAKEN ..............' TO TT-LABEL
           MOVE WS-RETURNS-TAKEN TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'RETURNS NOT RESTOCKED ..........' TO TT-LABEL
           MOVE WS-RETURNS-UNSTOCKED TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'STOCK PUT ON HOLD ..............' TO TT-LABEL
           MOVE WS-HOLDS-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'STOCK RELEASED FROM HOLD .......' TO TT-LABEL
           MOVE WS-RELEASES-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'RETURNS TO VENDOR ..............' TO TT-LABEL
           MOVE WS-RTV-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE
           MOVE 'UNIT CONVERSIONS ...............' TO TT-LABEL
           MOVE WS-CONVERTED-COUNT TO TT-COUNT
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-TOTAL-LINE.
       0250-PRINT-TRIAL-TOTALS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * SCAN THE APPLY CONTROL FILE FOR THE PRIOR RUN'S STATE. AN  *
      * 'S' OR 'C' AS THE LAST STATE MEANS THE PRIOR RUN ABENDED   *
      * MID-BATCH. EVERY ITEM'S FIRST BEFORE-IMAGE IS COLLECTED    *
           MOVE ZERO                TO MV-QUANTITY
           MOVE WS-WAREHOUSE-CODE   TO MV-WAREHOUSE-CODE
           MOVE WS-RUN-DATE         TO MV-RUN-DATE
           MOVE SPACES              TO MV-KIT-ITEM
           WRITE MOVEMENT-RECORD
           PERFORM 0187-VOID-COST-HISTORY
              THRU 0187-VOID-COST-HISTORY-EXIT
           MOVE ID-ITEM-NUM      TO DT-ITEM-NUM     (WS-DESC-COUNT)
           MOVE ID-ITEM-DESC     TO DT-ITEM-DESC     (WS-DESC-COUNT)
           MOVE ID-ITEM-CATEGORY TO DT-ITEM-CATEGORY (WS-DESC-COUNT)
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
       0750-REWRITE-IN-TRANSIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND THIS RUN'S PICK TICKETS TO THE SITE'S PICK TICKET   *
      * FILE. THE FILE MAY NOT EXIST YET, OR MAY HAVE BEEN CLEARED *
      * DOWN TO NOTHING BY PICKTKT.                                *
      *----------------------------------------------------------*
       0760-WRITE-PICK-TICKETS.
           IF WS-PICK-COUNT = ZERO
               GO TO 0760-WRITE-PICK-TICKETS-EXIT
           END-IF
           OPEN EXTEND PICK-TICKET-FILE
           IF WS-PICKTKT-STATUS = '35'
               OPEN OUTPUT PICK-TICKET-FILE
           END-IF
           IF WS-PICKTKT-STATUS NOT = '00'
                   AND WS-PICKTKT-STATUS NOT = '05'
               DISPLAY 'INVENT - PICK TICKET FILE NOT AVAILABLE - '
                       'STATUS ' WS-PICKTKT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0760-WRITE-PICK-TICKETS-EXIT
           END-IF
           PERFORM VARYING WS-PTI FROM 1 BY 1
                   UNTIL WS-PTI > WS-PICK-COUNT
               MOVE WS-RUN-DATE            TO PK-RELEASE-DATE
               MOVE WS-BATCH-NUM           TO PK-BATCH-NUM
               MOVE WS-PTI                 TO PK-TICKET-SEQ
               MOVE PT-ITEM-NUM(WS-PTI)    TO PK-ITEM-NUM
               MOVE PT-CUSTOMER-ID(WS-PTI) TO PK-CUSTOMER-ID
               MOVE PT-RELEASE-QTY(WS-PTI) TO PK-RELEASE-QTY
               MOVE PT-PRIORITY(WS-PTI)    TO PK-PRIORITY
               MOVE WS-WAREHOUSE-CODE      TO PK-WAREHOUSE-CODE
               MOVE PT-ORDER-DATE(WS-PTI)  TO PK-ORDER-DATE
               WRITE PICK-TICKET-RECORD
           END-PERFORM
           CLOSE PICK-TICKET-FILE.
       0760-WRITE-PICK-TICKETS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE SITE'S LOTS INTO WS-LOT-TABLE. A MISSING FILE     *
      * JUST MEANS NO ITEM HERE IS LOT-CONTROLLED YET.             *
      *----------------------------------------------------------*
       0660-LOAD-LOTS.
           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
                   AND WS-LOT-STATUS NOT = '05'
               GO TO 0660-LOAD-LOTS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ LOT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-LOT-COUNT
                    MOVE LT-ITEM-NUM     TO LO-ITEM-NUM(WS-LOT-COUNT)
                    MOVE LT-LOT-NUM      TO LO-LOT-NUM(WS-LOT-COUNT)
                    MOVE LT-EXPIRE-DATE  TO
                            LO-EXPIRE-DATE(WS-LOT-COUNT)
                    MOVE LT-LOT-QTY      TO LO-LOT-QTY(WS-LOT-COUNT)
                    MOVE LT-RECEIPT-DATE TO
                            LO-RECEIPT-DATE(WS-LOT-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOT-FILE.
       0660-LOAD-LOTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE KIT BILL OF MATERIALS INTO WS-BOM-TABLE. A        *
      * MISSING FILE JUST MEANS NO KITS ARE SET UP YET - A 'K' OR  *
      * 'U' TRANSACTION THEN REJECTS WITH REASON 12.               *
      *----------------------------------------------------------*
       0665-LOAD-BOM.
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = '00'
                   AND WS-BOM-STATUS NOT = '05'
               GO TO 0665-LOAD-BOM-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ BOM-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-BOM-COUNT < 9999
                        ADD 1 TO WS-BOM-COUNT
                        MOVE BM-KIT-ITEM  TO BT-KIT-ITEM(WS-BOM-COUNT)
                        MOVE BM-COMP-ITEM TO BT-COMP-ITEM(WS-BOM-COUNT)
                        MOVE BM-QTY-PER   TO BT-QTY-PER(WS-BOM-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE.
       0665-LOAD-BOM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE RETURN AUTHORIZATIONS INTO WS-RMA-TABLE. A        *
      * MISSING FILE JUST MEANS NONE HAVE BEEN ISSUED YET - EVERY  *
      * 'T' RETURN THEN REJECTS WITH REASON 15.                    *
      *----------------------------------------------------------*
       0668-LOAD-RMAS.
           OPEN INPUT RMA-FILE
           IF WS-RMA-STATUS NOT = '00'
                   AND WS-RMA-STATUS NOT = '05'
               GO TO 0668-LOAD-RMAS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ RMA-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-RMA-COUNT < 9999
                        ADD 1 TO WS-RMA-COUNT
                        MOVE RA-RMA-NUM TO RN-RMA-NUM(WS-RMA-COUNT)
                        MOVE RA-CUSTOMER-ID
                          TO RN-CUSTOMER-ID(WS-RMA-COUNT)
                        MOVE RA-ITEM-NUM TO RN-ITEM-NUM(WS-RMA-COUNT)
                        MOVE RA-AUTH-QTY TO RN-AUTH-QTY(WS-RMA-COUNT)
                        MOVE RA-RECEIVED-QTY
                          TO RN-RECEIVED-QTY(WS-RMA-COUNT)
                        MOVE RA-REASON-CODE
                          TO RN-REASON-CODE(WS-RMA-COUNT)
                        MOVE RA-DISPOSITION
                          TO RN-DISPOSITION(WS-RMA-COUNT)
                        MOVE RA-STATUS TO RN-STATUS(WS-RMA-COUNT)
                        MOVE RA-ISSUE-DATE
                          TO RN-ISSUE-DATE(WS-RMA-COUNT)
                        MOVE RA-ISSUED-BY
                          TO RN-ISSUED-BY(WS-RMA-COUNT)
                        MOVE RA-LAST-RETURN-DATE
                          TO RN-LAST-RETURN(WS-RMA-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE RMA-FILE.
       0668-LOAD-RMAS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REWRITE THE LOT FILE FROM THE TABLE, KEEPING ONLY THE      *
      * LOTS WITH STOCK LEFT IN THEM.                              *
      *----------------------------------------------------------*
       0770-REWRITE-LOTS.
           OPEN OUTPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               DISPLAY 'INVENT - LOT FILE NOT AVAILABLE - STATUS '
                       WS-LOT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0770-REWRITE-LOTS-EXIT
           END-IF
           PERFORM VARYING WS-LOI FROM 1 BY 1
                   UNTIL WS-LOI > WS-LOT-COUNT
               IF LO-LOT-QTY(WS-LOI) > ZERO
                   MOVE LO-ITEM-NUM(WS-LOI)     TO LT-ITEM-NUM
                   MOVE LO-LOT-NUM(WS-LOI)      TO LT-LOT-NUM
                   MOVE LO-EXPIRE-DATE(WS-LOI)  TO LT-EXPIRE-DATE
                   MOVE LO-LOT-QTY(WS-LOI)      TO LT-LOT-QTY
                   MOVE LO-RECEIPT-DATE(WS-LOI) TO LT-RECEIPT-DATE
                   WRITE LOT-RECORD
               END-IF
           END-PERFORM
           CLOSE LOT-FILE.
       0770-REWRITE-LOTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REWRITE THE RETURN AUTHORIZATIONS FROM THE TABLE WITH THIS *
      * RUN'S RECEIVED QUANTITIES AND CLOSINGS. CLOSED RMAS STAY   *
      * ON FILE FOR RMAMNT TO DROP.                                *
      *----------------------------------------------------------*
       0780-REWRITE-RMAS.
           OPEN OUTPUT RMA-FILE
           IF WS-RMA-STATUS NOT = '00'
               DISPLAY 'INVENT - RMA FILE NOT AVAILABLE - STATUS '
                       WS-RMA-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0780-REWRITE-RMAS-EXIT
           END-IF
           PERFORM VARYING WS-RNI FROM 1 BY 1
                   UNTIL WS-RNI > WS-RMA-COUNT
               MOVE RN-RMA-NUM(WS-RNI)      TO RA-RMA-NUM
               MOVE RN-CUSTOMER-ID(WS-RNI)  TO RA-CUSTOMER-ID
               MOVE RN-ITEM-NUM(WS-RNI)     TO RA-ITEM-NUM
               MOVE RN-AUTH-QTY(WS-RNI)     TO RA-AUTH-QTY
               MOVE RN-RECEIVED-QTY(WS-RNI) TO RA-RECEIVED-QTY
               MOVE RN-REASON-CODE(WS-RNI)  TO RA-REASON-CODE
               MOVE RN-DISPOSITION(WS-RNI)  TO RA-DISPOSITION
               MOVE RN-STATUS(WS-RNI)       TO RA-STATUS
               MOVE RN-ISSUE-DATE(WS-RNI)   TO RA-ISSUE-DATE
               MOVE RN-ISSUED-BY(WS-RNI)    TO RA-ISSUED-BY
               MOVE RN-LAST-RETURN(WS-RNI)  TO RA-LAST-RETURN-DATE
               WRITE RMA-RECORD
           END-PERFORM
           CLOSE RMA-FILE.
       0780-REWRITE-RMAS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND THE RUN'S RETURNS TO VENDOR TO THE SITE'S RTV FILE  *
      * FOR PURCHASING, VALUED AT THE UNIT COST THEY LEFT AT.      *
      *----------------------------------------------------------*
       0790-WRITE-RTVS.
           IF WS-RTV-COUNT = ZERO
               GO TO 0790-WRITE-RTVS-EXIT
           END-IF
           OPEN EXTEND RTV-FILE
           IF WS-RTV-STATUS = '35'
               OPEN OUTPUT RTV-FILE
           END-IF
           IF WS-RTV-STATUS NOT = '00'
                   AND WS-RTV-STATUS NOT = '05'
               DISPLAY 'INVENT - RTV FILE NOT AVAILABLE - STATUS '
                       WS-RTV-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0790-WRITE-RTVS-EXIT
           END-IF
           PERFORM VARYING WS-VRI FROM 1 BY 1
                   UNTIL WS-VRI > WS-RTV-COUNT
               MOVE VR-VENDOR-NUM(WS-VRI)  TO RV-VENDOR-NUM
               MOVE VR-ITEM-NUM(WS-VRI)    TO RV-ITEM-NUM
               MOVE VR-QUANTITY(WS-VRI)    TO RV-QUANTITY
               MOVE VR-UNIT-COST(WS-VRI)   TO RV-UNIT-COST
               COMPUTE RV-VALUE = VR-QUANTITY(WS-VRI)
                                * VR-UNIT-COST(WS-VRI)
               MOVE VR-REASON-CODE(WS-VRI) TO RV-REASON-CODE
               MOVE VR-VENDOR-RMA(WS-VRI)  TO RV-VENDOR-RMA
               MOVE WS-RUN-DATE            TO RV-RTV-DATE
               MOVE WS-BATCH-NUM           TO RV-BATCH-NUM
               MOVE WS-WAREHOUSE-CODE      TO RV-WAREHOUSE-CODE
               WRITE RTV-RECORD
           END-PERFORM
           CLOSE RTV-FILE.
       0790-WRITE-RTVS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PROVE THE WHOLE BATCH BEFORE APPLYING A SINGLE             *
      * TRANSACTION - HEADER FIRST, TRAILER LAST WITH A MATCHING   *
      * RECORD COUNT AND TR-QOH HASH TOTAL, AND A BATCH NUMBER     *
               MOVE 12 TO RETURN-CODE
               GO TO 1000-PROCESS-TRANS-EXIT
           END-IF
           IF TRIAL-RUN
               PERFORM 1050-OPEN-MASTER-FOR-TRIAL
                  THRU 1050-OPEN-MASTER-FOR-TRIAL-EXIT
           ELSE
               OPEN I-O MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS = '35' AND NOT TRIAL-RUN
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           IF NOT NO-MASTER-YET
               CLOSE MASTER-FILE
           END-IF.
       1000-PROCESS-TRANS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A TRIAL RUN ONLY READS THE MASTER. WITH NO MASTER YET      *
      * (FIRST-EVER RUN) EVERY ITEM IS PROJECTED AS NEW RATHER     *
      * THAN CREATING THE FILE.                                    *
      *----------------------------------------------------------*
       1050-OPEN-MASTER-FOR-TRIAL.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               MOVE 'YES' TO WS-NO-MASTER-SWITCH
               MOVE '00'  TO WS-MASTER-STATUS
           END-IF.
       1050-OPEN-MASTER-FOR-TRIAL-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * GO DIRECTLY TO THE TRANSACTION'S MASTER RECORD BY KEY. A   *
      * KEY NOT FOUND MEANS THIS IS A BRAND NEW ITEM. A KIT         *
      * ASSEMBLY OR DISASSEMBLY TOUCHES SEVERAL RECORDS AND TAKES   *
      * ITS OWN PATH.                                               *
      *----------------------------------------------------------*
       1100-APPLY-ONE-TRANS.
           ADD 1 TO WS-READ-COUNT
           PERFORM 0675-RESOLVE-ALIAS THRU 0675-RESOLVE-ALIAS-EXIT
           PERFORM 1150-CONVERT-UNIT THRU 1150-CONVERT-UNIT-EXIT
           IF TR-KIT-TRANS
               PERFORM 3000-APPLY-KIT-TRANS
                  THRU 3000-APPLY-KIT-TRANS-EXIT
               GO TO 1100-APPLY-ONE-TRANS-EXIT
           END-IF
           IF TRIAL-RUN
               PERFORM 2710-FIND-PROJECTED-ITEM
                  THRU 2710-FIND-PROJECTED-ITEM-EXIT
               IF WS-FOUND-PJI > ZERO
                   MOVE PJ-IMAGE(WS-FOUND-PJI) TO MASTER-RECORD
                   PERFORM 1200-EXISTING-ITEM
                      THRU 1200-EXISTING-ITEM-EXIT
                   GO TO 1100-APPLY-ONE-TRANS-EXIT
               END-IF
               IF NO-MASTER-YET
                   MOVE TR-ITEM-NUM TO MR-ITEM-NUM
                   PERFORM 1300-NEW-ITEM THRU 1300-NEW-ITEM-EXIT
                   GO TO 1100-APPLY-ONE-TRANS-EXIT
               END-IF
           END-IF
           MOVE TR-ITEM-NUM TO MR-ITEM-NUM
           READ MASTER-FILE KEY IS MR-ITEM-NUM
               INVALID KEY
       1100-APPLY-ONE-TRANS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * BRING A TRANSACTION KEYED IN THE ITEM'S PURCHASING OR       *
      * SELLING UNIT DOWN TO STOCKING UNITS - QUANTITIES TIMES THE  *
      * UNIT'S FACTOR, A RECEIPT'S UNIT COST DIVIDED BY IT - AND    *
      * LABEL IT WITH THE STOCKING UNIT. A UNIT THE ITEM DOES NOT   *
      * HAVE LEAVES REASON 22 IN WS-UNIT-REASON, A QUANTITY THAT    *
      * WOULD NOT FIT LEAVES 23, AND THE TRANSACTION IS UNTOUCHED.  *
      *----------------------------------------------------------*
       1150-CONVERT-UNIT.
           MOVE SPACES TO WS-UNIT-REASON
           IF TR-UNIT = SPACES OR TR-STATUS-CHANGE
               GO TO 1150-CONVERT-UNIT-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-UDI
           PERFORM VARYING WS-DI FROM 1 BY 1
                   UNTIL WS-DI > WS-DESC-COUNT
               IF DT-ITEM-NUM(WS-DI) = TR-ITEM-NUM
                   MOVE WS-DI TO WS-FOUND-UDI
               END-IF
           END-PERFORM
           IF WS-FOUND-UDI = ZERO
               MOVE '22' TO WS-UNIT-REASON
               GO TO 1150-CONVERT-UNIT-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TR-UNIT = DT-STOCK-UNIT(WS-FOUND-UDI)
                   MOVE 1 TO WS-UNIT-FACTOR
               WHEN TR-UNIT = DT-PURCH-UNIT(WS-FOUND-UDI)
                   MOVE DT-PURCH-FACTOR(WS-FOUND-UDI) TO WS-UNIT-FACTOR
               WHEN TR-UNIT = DT-SELL-UNIT(WS-FOUND-UDI)
                   MOVE DT-SELL-FACTOR(WS-FOUND-UDI)  TO WS-UNIT-FACTOR
               WHEN OTHER
                   MOVE '22' TO WS-UNIT-REASON
                   GO TO 1150-CONVERT-UNIT-EXIT
           END-EVALUATE
           IF TR-QOH NOT NUMERIC OR TR-QOO NOT NUMERIC
               GO TO 1150-CONVERT-UNIT-EXIT
           END-IF
           COMPUTE WS-CONV-QOH = TR-QOH * WS-UNIT-FACTOR
           COMPUTE WS-CONV-QOO = TR-QOO * WS-UNIT-FACTOR
           IF WS-CONV-QOH > 9999999 OR WS-CONV-QOO > 9999999
               MOVE '23' TO WS-UNIT-REASON
               GO TO 1150-CONVERT-UNIT-EXIT
           END-IF
           IF WS-UNIT-FACTOR NOT = 1
               MOVE WS-CONV-QOH TO TR-QOH
               MOVE WS-CONV-QOO TO TR-QOO
               IF TR-RECEIPT AND TR-UNIT-COST NUMERIC
                   COMPUTE TR-UNIT-COST ROUNDED =
                           TR-UNIT-COST / WS-UNIT-FACTOR
               END-IF
               ADD 1 TO WS-CONVERTED-COUNT
           END-IF
           MOVE DT-STOCK-UNIT(WS-FOUND-UDI) TO TR-UNIT.
       1150-CONVERT-UNIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPLY THE TRANSACTION TO THE MASTER RECORD JUST READ AND    *
      * REWRITE IT, UNLESS THE TRANSACTION IS REJECTED.             *
      *----------------------------------------------------------*
           PERFORM 2160-LOOKUP-ITEM-DESC THRU 2160-LOOKUP-ITEM-DESC-EXIT
           IF TRANS-IS-VALID AND TR-STATUS-CHANGE
               MOVE TR-ITEM-STATUS TO MR-ITEM-STATUS
               IF TRIAL-RUN
                   PERFORM 2700-HOLD-PROJECTED-ITEM
                      THRU 2700-HOLD-PROJECTED-ITEM-EXIT
               ELSE
                   REWRITE MASTER-RECORD
               END-IF
               ADD 1 TO WS-WRITE-COUNT
               PERFORM 9400-WRITE-CHECKPOINT
                  THRU 9400-WRITE-CHECKPOINT-EXIT
                   MOVE WS-LOOKED-UP-CATEGORY TO MR-ITEM-CATEGORY
                   MOVE WS-LOOKED-UP-VENDOR   TO MR-VENDOR-NUM
               END-IF
               PERFORM 2265-TAKE-RMA-RETURN
                  THRU 2265-TAKE-RMA-RETURN-EXIT
               PERFORM 2270-APPLY-HOLD THRU 2270-APPLY-HOLD-EXIT
               PERFORM 2170-CAPTURE-BACKORDER
                  THRU 2170-CAPTURE-BACKORDER-EXIT
               PERFORM 2175-APPLY-TRANSFER
                  THRU 2175-APPLY-TRANSFER-EXIT
               PERFORM 2180-RELEASE-BACKORDERS
                  THRU 2180-RELEASE-BACKORDERS-EXIT
               PERFORM 2190-APPLY-LOTS THRU 2190-APPLY-LOTS-EXIT
               COMPUTE WS-AMOUNT-NET = WS-AMOUNT-NET
                       + TR-INV-AMOUNT - MR-INV-AMOUNT
                   ON SIZE ERROR
                       DISPLAY 'INVENT - NET AMOUNT OVERFLOW AT ITEM '
                               TR-ITEM-NUM
                       MOVE 12 TO RETURN-CODE
               END-COMPUTE
               MOVE WS-NEW-QOH        TO MR-QOH
               MOVE WS-NEW-QOO        TO MR-QOO
               MOVE WS-NEW-HELD       TO MR-HELD-QTY
               MOVE TR-INV-AMOUNT     TO MR-INV-AMOUNT
               MOVE TR-YTD-SOLD       TO MR-YTD-SOLD
               MOVE WS-NEW-UNIT-COST  TO MR-UNIT-COST
               IF TRIAL-RUN
                   PERFORM 2700-HOLD-PROJECTED-ITEM
                      THRU 2700-HOLD-PROJECTED-ITEM-EXIT
               ELSE
                   REWRITE MASTER-RECORD
               END-IF
               ADD 1 TO WS-WRITE-COUNT
               PERFORM 9400-WRITE-CHECKPOINT
                  THRU 9400-WRITE-CHECKPOINT-EXIT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ZERO   TO MR-QOH
           MOVE ZERO   TO MR-QOO
           MOVE ZERO   TO MR-HELD-QTY
           MOVE ZERO   TO MR-UNIT-COST
           MOVE SPACES TO MR-ITEM-CATEGORY
           MOVE SPACES TO MR-VENDOR-NUM
               MOVE WS-LOOKED-UP-DESC     TO MR-ITEM-DESC
               MOVE WS-LOOKED-UP-CATEGORY TO MR-ITEM-CATEGORY
               MOVE WS-LOOKED-UP-VENDOR   TO MR-VENDOR-NUM
               PERFORM 2265-TAKE-RMA-RETURN
                  THRU 2265-TAKE-RMA-RETURN-EXIT
               PERFORM 2270-APPLY-HOLD THRU 2270-APPLY-HOLD-EXIT
               PERFORM 2170-CAPTURE-BACKORDER
                  THRU 2170-CAPTURE-BACKORDER-EXIT
               PERFORM 2175-APPLY-TRANSFER
                  THRU 2175-APPLY-TRANSFER-EXIT
               PERFORM 2190-APPLY-LOTS THRU 2190-APPLY-LOTS-EXIT
               ADD TR-INV-AMOUNT      TO WS-AMOUNT-NET
                   ON SIZE ERROR
                       DISPLAY 'INVENT - NET AMOUNT OVERFLOW AT ITEM '
                               TR-ITEM-NUM
                       MOVE 12 TO RETURN-CODE
               END-ADD
               MOVE WS-NEW-QOH        TO MR-QOH
               MOVE WS-NEW-QOO        TO MR-QOO
               MOVE WS-NEW-HELD       TO MR-HELD-QTY
               MOVE TR-INV-AMOUNT     TO MR-INV-AMOUNT
               MOVE TR-YTD-SOLD       TO MR-YTD-SOLD
               MOVE WS-NEW-UNIT-COST  TO MR-UNIT-COST
               IF TRIAL-RUN
                   PERFORM 2700-HOLD-PROJECTED-ITEM
                      THRU 2700-HOLD-PROJECTED-ITEM-EXIT
               ELSE
                   WRITE MASTER-RECORD
               END-IF
               ADD 1 TO WS-WRITE-COUNT
               PERFORM 9400-WRITE-CHECKPOINT
                  THRU 9400-WRITE-CHECKPOINT-EXIT
           MOVE MR-QOH TO WS-QOH-BEFORE
           MOVE MR-QOH TO WS-NEW-QOH
           MOVE MR-QOO TO WS-NEW-QOO
           IF MR-HELD-QTY NUMERIC
               MOVE MR-HELD-QTY TO WS-HELD-BEFORE
           ELSE
               MOVE ZERO TO WS-HELD-BEFORE
           END-IF
           MOVE WS-HELD-BEFORE TO WS-NEW-HELD
           IF MR-UNIT-COST NUMERIC
               MOVE MR-UNIT-COST TO WS-NEW-UNIT-COST
           ELSE
               WHEN TR-SALE
                   SUBTRACT TR-QOH FROM WS-NEW-QOH
               WHEN TR-RETURN
                   PERFORM 2260-FIND-RMA THRU 2260-FIND-RMA-EXIT
                   IF RETURN-TO-STOCK
                       ADD  TR-QOH TO WS-NEW-QOH
                   END-IF
                   IF RETURN-TO-HOLD
                       ADD  TR-QOH TO WS-NEW-HELD
                   END-IF
               WHEN TR-COUNT-GAIN
                   ADD      TR-QOH TO WS-NEW-QOH
               WHEN TR-ADJUSTMENT
                   SUBTRACT TR-QOH FROM WS-NEW-QOH
                   ADD      TR-QOO TO WS-NEW-QOO
                   IF WS-NEW-HELD > WS-NEW-QOH
                           AND WS-NEW-QOH NOT < ZERO
                       MOVE WS-NEW-QOH TO WS-NEW-HELD
                   END-IF
               WHEN TR-HOLD
                   ADD      TR-QOH TO WS-NEW-HELD
               WHEN TR-RELEASE-HOLD
                   SUBTRACT TR-QOH FROM WS-NEW-HELD
               WHEN TR-VENDOR-RETURN
                   SUBTRACT TR-QOH FROM WS-NEW-QOH
                   SUBTRACT TR-QOH FROM WS-NEW-HELD
               WHEN TR-XFER-OUT
                   SUBTRACT TR-QOH FROM WS-NEW-QOH
               WHEN TR-XFER-IN
       2200-VALIDATE-TRANS.
           MOVE 'YES'   TO WS-VALID-SWITCH
           MOVE SPACES  TO WS-REASON-CODE
           MOVE TR-EXPIRE-DATE TO WS-EXPIRE-CHECK
           IF TR-ITEM-NUM NOT NUMERIC
                   OR TR-ITEM-NUM = '000000'
               MOVE 'NO' TO WS-VALID-SWITCH
           ELSE IF NOT TR-CODE-VALID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '04' TO WS-REASON-CODE
           ELSE IF WS-UNIT-REASON NOT = SPACES
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE WS-UNIT-REASON TO WS-REASON-CODE
           ELSE IF (WS-NEW-QOH < ZERO AND NOT TR-SALE)
                   OR WS-NEW-QOO < ZERO
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '02' TO WS-REASON-CODE
           ELSE IF WS-NEW-QOH > 9999999 OR WS-NEW-QOO > 9999999
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '05' TO WS-REASON-CODE
           ELSE IF TR-INV-AMOUNT > WS-AMOUNT-CEILING
           ELSE IF TR-STATUS-CHANGE AND NOT ITEM-ON-MASTER
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '08' TO WS-REASON-CODE
           ELSE IF TR-RECEIPT AND TR-LOT-NUM NOT = SPACES
                   AND (TR-EXPIRE-DATE NOT NUMERIC
                        OR EC-EXPIRE-MM < 1 OR EC-EXPIRE-MM > 12
                        OR EC-EXPIRE-DD < 1 OR EC-EXPIRE-DD > 31)
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '11' TO WS-REASON-CODE
           ELSE IF TR-RETURN AND WS-RMA-REASON NOT = SPACES
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE WS-RMA-REASON TO WS-REASON-CODE
           ELSE IF (TR-HOLD OR TR-XFER-OUT)
                   AND WS-NEW-QOH < WS-NEW-HELD
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '18' TO WS-REASON-CODE
           ELSE IF (TR-RELEASE-HOLD OR TR-VENDOR-RETURN)
                   AND WS-NEW-HELD < ZERO
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '19' TO WS-REASON-CODE
           ELSE IF TR-VENDOR-RETURN AND NOT TR-HOLD-REASON-VALID
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '20' TO WS-REASON-CODE
           ELSE IF TR-VENDOR-RETURN AND MR-VENDOR-NUM = SPACES
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '21' TO WS-REASON-CODE
           ELSE IF (TR-XFER-OUT OR TR-XFER-IN)
                   AND TR-XFER-WHSE = WS-WAREHOUSE-CODE
               MOVE 'NO' TO WS-VALID-SWITCH
       2200-VALIDATE-TRANS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A VALID SALE THAT WOULD DRIVE QOH BELOW WHAT IS HELD SHIPS  *
      * THE FREE STOCK THERE IS AND BOOKS THE UNFILLED REMAINDER AS *
      * A BACKORDER TO THE TRANSACTION'S CUSTOMER. THE MOVEMENT     *
      * RECORD FOR THE SALE SHOWS ONLY WHAT ACTUALLY SHIPPED.       *
      *----------------------------------------------------------*
       2170-CAPTURE-BACKORDER.
           MOVE ZERO TO WS-BO-SHORT-QTY
           IF NOT TR-SALE OR WS-NEW-QOH >= WS-NEW-HELD
               MOVE TR-TRANS-CODE TO WS-MV-CODE
               MOVE TR-QOH        TO WS-MV-QTY
               MOVE WS-QOH-BEFORE TO WS-MV-BEFORE
                  THRU 2500-WRITE-MOVEMENT-EXIT
               GO TO 2170-CAPTURE-BACKORDER-EXIT
           END-IF
           COMPUTE WS-BO-SHORT-QTY = WS-NEW-HELD - WS-NEW-QOH
           MOVE WS-NEW-HELD TO WS-NEW-QOH
           ADD 1 TO WS-BKO-COUNT
           MOVE TR-ITEM-NUM     TO BK-ITEM-NUM(WS-BKO-COUNT)
           MOVE TR-CUSTOMER-ID  TO BK-CUSTOMER-ID(WS-BKO-COUNT)
              THRU 0690-FIND-CUST-CLASS-EXIT
           MOVE WS-CUST-CLASS   TO BK-PRIORITY(WS-BKO-COUNT)
           ADD 1 TO WS-NEW-BACKORDERS
           IF TRIAL-RUN
               STRING 'SHORT ' WS-BO-SHORT-QTY
                      ' - BACKORDERED FOR CUST ' TR-CUSTOMER-ID
                      DELIMITED BY SIZE INTO WS-TRIAL-NOTE
           END-IF
           MOVE TR-TRANS-CODE TO WS-MV-CODE
           COMPUTE WS-MV-QTY = TR-QOH - WS-BO-SHORT-QTY
           MOVE WS-QOH-BEFORE TO WS-MV-BEFORE
      * A VALID RECEIPT RELEASES OPEN BACKORDERS ON ITS ITEM        *
      * BEFORE THE NEW STOCK SHOWS AS AVAILABLE - PRIORITY CLASS 1  *
      * CUSTOMERS FIRST, THEN 2, AND SO ON, OLDEST-FIRST (FILE      *
      * ORDER) WITHIN A CLASS, OUT OF FREE STOCK ONLY - WHAT IS     *
      * ON HOLD IS NEVER RELEASED. EACH RELEASE LEAVES ITS OWN 'B'  *
      * RECORD ON THE MOVEMENT TRAIL.                               *
      *----------------------------------------------------------*
       2180-RELEASE-BACKORDERS.
              THRU 2181-RELEASE-ONE-CLASS-EXIT
               VARYING WS-PRI FROM 1 BY 1
               UNTIL WS-PRI > 9
                  OR WS-NEW-QOH NOT > WS-NEW-HELD.
       2180-RELEASE-BACKORDERS-EXIT. EXIT.
      *
       2181-RELEASE-ONE-CLASS.
           PERFORM VARYING WS-BI FROM 1 BY 1
                   UNTIL WS-BI > WS-BKO-COUNT
                      OR WS-NEW-QOH NOT > WS-NEW-HELD
               IF BK-ITEM-NUM(WS-BI) = TR-ITEM-NUM
                       AND BK-PRIORITY(WS-BI) = WS-PRI
                       AND BK-OPEN-QTY(WS-BI) > ZERO
                   COMPUTE WS-FREE-QTY = WS-NEW-QOH - WS-NEW-HELD
                   IF BK-OPEN-QTY(WS-BI) > WS-FREE-QTY
                       MOVE WS-FREE-QTY TO WS-RELEASE-QTY
                   ELSE
                       MOVE BK-OPEN-QTY(WS-BI) TO WS-RELEASE-QTY
                   END-IF
                   SUBTRACT WS-RELEASE-QTY FROM BK-OPEN-QTY(WS-BI)
                   MOVE WS-NEW-QOH     TO WS-MV-AFTER
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD 1 TO WS-PICK-COUNT
                   MOVE TR-ITEM-NUM    TO PT-ITEM-NUM(WS-PICK-COUNT)
                   MOVE BK-CUSTOMER-ID(WS-BI)
                     TO PT-CUSTOMER-ID(WS-PICK-COUNT)
                   MOVE WS-RELEASE-QTY TO PT-RELEASE-QTY(WS-PICK-COUNT)
                   MOVE BK-PRIORITY(WS-BI)
                     TO PT-PRIORITY(WS-PICK-COUNT)
                   MOVE BK-ORDER-DATE(WS-BI)
                     TO PT-ORDER-DATE(WS-PICK-COUNT)
                   IF TRIAL-RUN
                       STRING 'BACKORDER RELEASED TO CUST '
                              BK-CUSTOMER-ID(WS-BI)
                              DELIMITED BY SIZE INTO WS-TRIAL-NOTE
                   END-IF
                   PERFORM 2500-WRITE-MOVEMENT
                      THRU 2500-WRITE-MOVEMENT-EXIT
               END-IF
       2181-RELEASE-ONE-CLASS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * CARRY THE TRANSACTION ONTO THE ITEM'S LOTS. AN ITEM WITH   *
      * NO LOTS IS LEFT ALONE UNLESS THIS IS A RECEIPT CARRYING A  *
      * LOT, WHICH FIRST PUTS WHAT WAS ALREADY ON HAND ON THE      *
      * UNDATED LOT. STOCK COMING IN GOES ON ITS LOT (THE UNDATED  *
      * ONE WHEN THERE IS NO LOT NUMBER, AS FOR KITS BUILT AND     *
      * COMPONENTS PUT BACK); WHATEVER THE QOH DROPPED BY BEYOND   *
      * THAT - WHAT A SALE SHIPPED, AN ADJUSTMENT OR TRANSFER-OUT, *
      * THE BACKORDERS A RECEIPT RELEASED, THE COMPONENTS A KIT    *
      * TOOK - IS TAKEN EARLIEST-EXPIRING LOT FIRST.               *
      *----------------------------------------------------------*
       2190-APPLY-LOTS.
           MOVE 'NO' TO WS-HAS-LOTS-SWITCH
           PERFORM VARYING WS-LOI FROM 1 BY 1
                   UNTIL WS-LOI > WS-LOT-COUNT
               IF LO-ITEM-NUM(WS-LOI) = TR-ITEM-NUM
                   MOVE 'YES' TO WS-HAS-LOTS-SWITCH
               END-IF
           END-PERFORM
           IF NOT ITEM-HAS-LOTS
               IF NOT TR-RECEIPT OR TR-LOT-NUM = SPACES
                   GO TO 2190-APPLY-LOTS-EXIT
               END-IF
               IF WS-QOH-BEFORE > ZERO
                   MOVE SPACES        TO WS-LOT-KEY
                   MOVE 999999        TO WS-LOT-EXPIRE
                   MOVE WS-QOH-BEFORE TO WS-LOT-ADD-QTY
                   PERFORM 2192-ADD-TO-LOT THRU 2192-ADD-TO-LOT-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-LOT-IN-QTY
           IF TR-RECEIPT OR TR-XFER-IN OR TR-COUNT-GAIN
                   OR (TR-RETURN AND RETURN-TO-STOCK)
               IF TR-RECEIPT AND TR-LOT-NUM NOT = SPACES
                   MOVE TR-LOT-NUM     TO WS-LOT-KEY
                   MOVE TR-EXPIRE-DATE TO WS-LOT-EXPIRE
               ELSE
                   MOVE SPACES         TO WS-LOT-KEY
                   MOVE 999999         TO WS-LOT-EXPIRE
               END-IF
               MOVE TR-QOH TO WS-LOT-IN-QTY
               MOVE TR-QOH TO WS-LOT-ADD-QTY
               PERFORM 2192-ADD-TO-LOT THRU 2192-ADD-TO-LOT-EXIT
           END-IF
           IF TR-KIT-TRANS AND WS-NEW-QOH > WS-QOH-BEFORE
               MOVE SPACES TO WS-LOT-KEY
               MOVE 999999 TO WS-LOT-EXPIRE
               COMPUTE WS-LOT-IN-QTY = WS-NEW-QOH - WS-QOH-BEFORE
               MOVE WS-LOT-IN-QTY TO WS-LOT-ADD-QTY
               PERFORM 2192-ADD-TO-LOT THRU 2192-ADD-TO-LOT-EXIT
           END-IF
           COMPUTE WS-LOT-OUT-QTY =
                   WS-QOH-BEFORE + WS-LOT-IN-QTY - WS-NEW-QOH
           MOVE 1 TO WS-FOUND-LOI
           PERFORM 2195-TAKE-EARLIEST-LOT
              THRU 2195-TAKE-EARLIEST-LOT-EXIT
               UNTIL WS-LOT-OUT-QTY NOT > ZERO
                  OR WS-FOUND-LOI = ZERO.
       2190-APPLY-LOTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * ADD WS-LOT-ADD-QTY TO THE ITEM'S LOT WS-LOT-KEY, OPENING   *
      * IT WHEN IT IS NOT ON THE TABLE YET. A LOT ALREADY OPEN     *
      * KEEPS THE EXPIRATION DATE IT WAS FIRST RECEIVED WITH.      *
      *----------------------------------------------------------*
       2192-ADD-TO-LOT.
           MOVE ZERO TO WS-FOUND-LOI
           PERFORM VARYING WS-LOI FROM 1 BY 1
                   UNTIL WS-LOI > WS-LOT-COUNT
               IF LO-ITEM-NUM(WS-LOI) = TR-ITEM-NUM
                       AND LO-LOT-NUM(WS-LOI) = WS-LOT-KEY
                   MOVE WS-LOI TO WS-FOUND-LOI
               END-IF
           END-PERFORM
           IF WS-FOUND-LOI = ZERO
               ADD 1 TO WS-LOT-COUNT
               MOVE WS-LOT-COUNT  TO WS-FOUND-LOI
               MOVE TR-ITEM-NUM   TO LO-ITEM-NUM(WS-FOUND-LOI)
               MOVE WS-LOT-KEY    TO LO-LOT-NUM(WS-FOUND-LOI)
               MOVE WS-LOT-EXPIRE TO LO-EXPIRE-DATE(WS-FOUND-LOI)
               MOVE ZERO          TO LO-LOT-QTY(WS-FOUND-LOI)
               MOVE WS-RUN-DATE   TO LO-RECEIPT-DATE(WS-FOUND-LOI)
               IF WS-LOT-KEY NOT = SPACES
                   ADD 1 TO WS-LOTS-OPENED
                   IF TRIAL-RUN
                       MOVE SPACES TO TN-NOTE
                       STRING 'LOT ' WS-LOT-KEY ' OPENED, EXPIRES '
                              WS-LOT-EXPIRE
                              DELIMITED BY SIZE INTO TN-NOTE
                       WRITE TRIAL-REPORT-RECORD
                           FROM WS-TRIAL-NOTE-LINE
                   END-IF
               END-IF
           END-IF
           ADD WS-LOT-ADD-QTY TO LO-LOT-QTY(WS-FOUND-LOI).
       2192-ADD-TO-LOT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TAKE AS MUCH OF WS-LOT-OUT-QTY AS THE ITEM'S EARLIEST-     *
      * EXPIRING LOT WITH STOCK IN IT CAN GIVE. WS-FOUND-LOI COMES *
      * BACK ZERO WHEN THE ITEM HAS NO STOCK LEFT ON ANY LOT - THE *
      * LOTS AND MR-QOH ARE ALREADY APART, AND BALANCE WILL FLAG   *
      * THE ITEM.                                                  *
      *----------------------------------------------------------*
       2195-TAKE-EARLIEST-LOT.
           MOVE ZERO TO WS-FOUND-LOI
           PERFORM VARYING WS-LOI FROM 1 BY 1
                   UNTIL WS-LOI > WS-LOT-COUNT
               IF LO-ITEM-NUM(WS-LOI) = TR-ITEM-NUM
                       AND LO-LOT-QTY(WS-LOI) > ZERO
                   IF WS-FOUND-LOI = ZERO
                       MOVE WS-LOI TO WS-FOUND-LOI
                   ELSE
                       IF LO-EXPIRE-DATE(WS-LOI) <
                               LO-EXPIRE-DATE(WS-FOUND-LOI)
                           MOVE WS-LOI TO WS-FOUND-LOI
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-LOI = ZERO
               GO TO 2195-TAKE-EARLIEST-LOT-EXIT
           END-IF
           IF LO-LOT-QTY(WS-FOUND-LOI) > WS-LOT-OUT-QTY
               MOVE WS-LOT-OUT-QTY TO WS-LOT-TAKE-QTY
           ELSE
               MOVE LO-LOT-QTY(WS-FOUND-LOI) TO WS-LOT-TAKE-QTY
           END-IF
           SUBTRACT WS-LOT-TAKE-QTY FROM LO-LOT-QTY(WS-FOUND-LOI)
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-OUT-QTY.
       2195-TAKE-EARLIEST-LOT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * IS THERE OPEN IN-TRANSIT STOCK FOR THE CURRENT TRANSFER-IN *
      * - SAME ITEM, SHIPPED FROM TR-XFER-WHSE, BOUND FOR THIS     *
      * WAREHOUSE? A TRANSFER-IN WITH NOTHING MATCHING IS A KEYING *
       2250-FIND-IN-TRANSIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * FIND THE OPEN RMA A 'T' RETURN COMES BACK UNDER - ITS      *
      * NUMBER, FOR THE ITEM AS KEYED OR AS REDIRECTED BY ITS      *
      * ALIAS - AND PROVE THE RETURN AGAINST IT. LEAVES THE ENTRY  *
      * IN WS-FOUND-RNI, ANY REJECT REASON IN WS-RMA-REASON FOR    *
      * 2200 TO PICK UP, AND RETURN-TO-STOCK OFF WHEN THE GOODS    *
      * ARE FOR SCRAP OR THE VENDOR RATHER THAN THE SHELF.         *
      *----------------------------------------------------------*
       2260-FIND-RMA.
           MOVE 'YES'  TO WS-RESTOCK-SWITCH
           MOVE 'NO'   TO WS-RETURN-HOLD-SW
           MOVE SPACES TO WS-RMA-REASON
           MOVE ZERO   TO WS-FOUND-RNI
           PERFORM VARYING WS-RNI FROM 1 BY 1
                   UNTIL WS-RNI > WS-RMA-COUNT
                      OR WS-FOUND-RNI > ZERO
               IF RN-RMA-NUM(WS-RNI) = TR-RMA-NUM
                       AND RN-STATUS(WS-RNI) = 'O'
                       AND (RN-ITEM-NUM(WS-RNI) = TR-ITEM-NUM
                         OR RN-ITEM-NUM(WS-RNI) = WS-ALIAS-SAVED-ITEM)
                   MOVE WS-RNI TO WS-FOUND-RNI
               END-IF
           END-PERFORM
           IF WS-FOUND-RNI = ZERO
               MOVE '15' TO WS-RMA-REASON
               GO TO 2260-FIND-RMA-EXIT
           END-IF
           IF RN-DISPOSITION(WS-FOUND-RNI) = 'S'
               MOVE 'NO' TO WS-RESTOCK-SWITCH
           END-IF
           IF RN-DISPOSITION(WS-FOUND-RNI) = 'V'
               MOVE 'YES' TO WS-RETURN-HOLD-SW
           END-IF
           IF RN-CUSTOMER-ID(WS-FOUND-RNI) NOT = TR-CUSTOMER-ID
               MOVE '16' TO WS-RMA-REASON
               GO TO 2260-FIND-RMA-EXIT
           END-IF
           COMPUTE WS-RMA-LEFT-QTY = RN-AUTH-QTY(WS-FOUND-RNI)
                                   - RN-RECEIVED-QTY(WS-FOUND-RNI)
           IF TR-QOH > WS-RMA-LEFT-QTY
               MOVE '17' TO WS-RMA-REASON
           END-IF.
       2260-FIND-RMA-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * BOOK A VALID RETURN AGAINST ITS RMA, CLOSING THE RMA ONCE  *
      * THE FULL AUTHORIZED QUANTITY IS BACK. A RETURN FOR THE     *
      * VENDOR HAS GONE ON HAND AND ON HOLD.                       *
      *----------------------------------------------------------*
       2265-TAKE-RMA-RETURN.
           IF NOT TR-RETURN
               GO TO 2265-TAKE-RMA-RETURN-EXIT
           END-IF
           ADD TR-QOH        TO RN-RECEIVED-QTY(WS-FOUND-RNI)
           MOVE WS-BATCH-DATE TO RN-LAST-RETURN(WS-FOUND-RNI)
           IF RN-RECEIVED-QTY(WS-FOUND-RNI)
                   NOT < RN-AUTH-QTY(WS-FOUND-RNI)
               MOVE 'C' TO RN-STATUS(WS-FOUND-RNI)
           END-IF
           ADD 1 TO WS-RETURNS-TAKEN
           IF NOT RETURN-TO-STOCK
               ADD 1 TO WS-RETURNS-UNSTOCKED
               IF TRIAL-RUN
                   STRING 'RMA ' TR-RMA-NUM
                          ' - NOT RESTOCKED, DISPOSITION '
                          RN-DISPOSITION(WS-FOUND-RNI)
                          DELIMITED BY SIZE INTO WS-TRIAL-NOTE
               END-IF
           END-IF
           IF RETURN-TO-HOLD
               ADD 1 TO WS-HOLDS-COUNT
               IF TRIAL-RUN
                   STRING 'RMA ' TR-RMA-NUM
                          ' - ON HOLD FOR RETURN TO VENDOR'
                          DELIMITED BY SIZE INTO WS-TRIAL-NOTE
               END-IF
           END-IF.
       2265-TAKE-RMA-RETURN-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * COUNT A VALID HOLD OR RELEASE, AND BOOK A VALID RETURN TO  *
      * VENDOR ONTO THE RTV TABLE AT THE ITEM'S UNIT COST FOR THE  *
      * END-OF-RUN RTV FILE.                                       *
      *----------------------------------------------------------*
       2270-APPLY-HOLD.
           IF TR-HOLD
               ADD 1 TO WS-HOLDS-COUNT
               GO TO 2270-APPLY-HOLD-EXIT
           END-IF
           IF TR-RELEASE-HOLD
               ADD 1 TO WS-RELEASES-COUNT
               GO TO 2270-APPLY-HOLD-EXIT
           END-IF
           IF NOT TR-VENDOR-RETURN
               GO TO 2270-APPLY-HOLD-EXIT
           END-IF
           ADD 1 TO WS-RTV-COUNT
           MOVE MR-VENDOR-NUM  TO VR-VENDOR-NUM(WS-RTV-COUNT)
           MOVE TR-ITEM-NUM    TO VR-ITEM-NUM(WS-RTV-COUNT)
           MOVE TR-QOH         TO VR-QUANTITY(WS-RTV-COUNT)
           MOVE WS-NEW-UNIT-COST TO VR-UNIT-COST(WS-RTV-COUNT)
           MOVE TR-HOLD-REASON TO VR-REASON-CODE(WS-RTV-COUNT)
           MOVE TR-RMA-NUM     TO VR-VENDOR-RMA(WS-RTV-COUNT)
           IF TRIAL-RUN
               STRING 'RETURN TO VENDOR ' MR-VENDOR-NUM
                      ' - REASON ' TR-HOLD-REASON
                      DELIMITED BY SIZE INTO WS-TRIAL-NOTE
           END-IF.
       2270-APPLY-HOLD-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * BOOK A VALID TRANSFER-OUT ONTO THE IN-TRANSIT TABLE, OR    *
      * RELIEVE A VALID TRANSFER-IN AGAINST IT OLDEST-FIRST. A     *
      * TRANSFER-IN FOR MORE THAN IS OPEN IN TRANSIT RELIEVES      *
               MOVE TR-QOH            TO XF-OPEN-QTY(WS-XFR-COUNT)
               MOVE WS-RUN-DATE       TO XF-SHIP-DATE(WS-XFR-COUNT)
               ADD 1 TO WS-XFER-OUT-COUNT
               IF TRIAL-RUN
                   MOVE TR-XFER-WHSE TO WS-TRIAL-WHSE
                   IF WS-TRIAL-WHSE = SPACES
                       MOVE 'DFLT' TO WS-TRIAL-WHSE
                   END-IF
                   MOVE SPACES TO TN-NOTE
                   STRING 'BOOKED IN TRANSIT TO ' WS-TRIAL-WHSE
                          DELIMITED BY SIZE INTO TN-NOTE
                   WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-NOTE-LINE
               END-IF
               GO TO 2175-APPLY-TRANSFER-EXIT
           END-IF
           IF NOT TR-XFER-IN
                   SUBTRACT WS-RELIEVE-QTY FROM WS-XFER-REMAINING
               END-IF
           END-PERFORM
           ADD 1 TO WS-XFER-IN-COUNT
           IF TRIAL-RUN
               MOVE TR-XFER-WHSE TO WS-TRIAL-WHSE
               IF WS-TRIAL-WHSE = SPACES
                   MOVE 'DFLT' TO WS-TRIAL-WHSE
               END-IF
               MOVE SPACES TO TN-NOTE
               STRING 'RELIEVES IN TRANSIT FROM ' WS-TRIAL-WHSE
                      DELIMITED BY SIZE INTO TN-NOTE
               WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-NOTE-LINE
           END-IF.
       2175-APPLY-TRANSFER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * RELEASES ALIKE.                                             *
      *----------------------------------------------------------*
       2500-WRITE-MOVEMENT.
           IF TRIAL-RUN
               PERFORM 2720-PRINT-PROJECTED-MOVE
                  THRU 2720-PRINT-PROJECTED-MOVE-EXIT
               GO TO 2500-WRITE-MOVEMENT-EXIT
           END-IF
           MOVE TR-ITEM-NUM       TO MV-ITEM-NUM
           MOVE WS-MV-CODE        TO MV-TRANS-CODE
           MOVE WS-MV-QTY         TO MV-QUANTITY
           MOVE WS-MV-AFTER       TO MV-QOH-AFTER
           MOVE WS-WAREHOUSE-CODE TO MV-WAREHOUSE-CODE
           MOVE WS-RUN-DATE       TO MV-RUN-DATE
           MOVE WS-MV-KIT-ITEM    TO MV-KIT-ITEM
           WRITE MOVEMENT-RECORD.
       2500-WRITE-MOVEMENT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TRIAL RUN - HOLD THE ITEM'S PROJECTED MASTER RECORD IN     *
      * STORAGE IN PLACE OF WRITING IT, SO THE NEXT TRANSACTION    *
      * FOR THE SAME ITEM STARTS FROM IT.                          *
      *----------------------------------------------------------*
       2700-HOLD-PROJECTED-ITEM.
           PERFORM 2710-FIND-PROJECTED-ITEM
              THRU 2710-FIND-PROJECTED-ITEM-EXIT
           IF WS-FOUND-PJI = ZERO
               ADD 1 TO WS-PROJ-COUNT
               MOVE WS-PROJ-COUNT TO WS-FOUND-PJI
               MOVE TR-ITEM-NUM   TO PJ-ITEM-NUM(WS-FOUND-PJI)
           END-IF
           MOVE MASTER-RECORD TO PJ-IMAGE(WS-FOUND-PJI).
       2700-HOLD-PROJECTED-ITEM-EXIT. EXIT.
      *
       2710-FIND-PROJECTED-ITEM.
           MOVE ZERO TO WS-FOUND-PJI
           PERFORM VARYING WS-PJI FROM 1 BY 1
                   UNTIL WS-PJI > WS-PROJ-COUNT
                      OR WS-FOUND-PJI > ZERO
               IF PJ-ITEM-NUM(WS-PJI) = TR-ITEM-NUM
                   MOVE WS-PJI TO WS-FOUND-PJI
               END-IF
           END-PERFORM.
       2710-FIND-PROJECTED-ITEM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TRIAL RUN - PRINT THE MOVEMENT THE LIVE RUN WOULD WRITE,   *
      * WITH THE CALLER'S NOTE WHEN IT LEFT ONE.                   *
      *----------------------------------------------------------*
       2720-PRINT-PROJECTED-MOVE.
           MOVE TR-ITEM-NUM  TO TP-ITEM-NUM
           MOVE WS-MV-CODE   TO TP-TRANS-CODE
           MOVE WS-MV-QTY    TO TP-QTY
           MOVE WS-MV-BEFORE TO TP-BEFORE
           MOVE WS-MV-AFTER  TO TP-AFTER
           IF WS-TRIAL-NOTE = SPACES
               MOVE 'WOULD APPLY' TO TP-NOTE
           ELSE
               MOVE WS-TRIAL-NOTE TO TP-NOTE
           END-IF
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-LINE
           MOVE SPACES TO WS-TRIAL-NOTE.
       2720-PRINT-PROJECTED-MOVE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TRIAL RUN - PRINT THE REJECT THE LIVE RUN WOULD WRITE TO   *
      * THE EXCEPTION FILE, WITH ITS REASON CODE.                  *
      *----------------------------------------------------------*
       2730-PRINT-PROJECTED-REJECT.
           MOVE TR-ITEM-NUM   TO TP-ITEM-NUM
           MOVE TR-TRANS-CODE TO TP-TRANS-CODE
           IF TR-QOH NUMERIC
               MOVE TR-QOH TO TP-QTY
           ELSE
               MOVE ZERO   TO TP-QTY
           END-IF
           MOVE WS-QOH-BEFORE TO TP-BEFORE
           MOVE WS-QOH-BEFORE TO TP-AFTER
           MOVE SPACES TO TP-NOTE
           STRING 'REJECTED - REASON ' WS-REASON-CODE
                  DELIMITED BY SIZE INTO TP-NOTE
           WRITE TRIAL-REPORT-RECORD FROM WS-TRIAL-LINE
           MOVE SPACES TO WS-TRIAL-NOTE.
       2730-PRINT-PROJECTED-REJECT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A VALID RECEIPT OR KIT ASSEMBLY THAT MOVED THE UNIT COST   *
      * LEAVES ITS TRAIL ON THE SHARED COST HISTORY FILE SO        *
      * ACCOUNTING CAN SEE WHEN A COST CHANGED AND WHAT IT WAS     *
      * BEFORE. AN ASSEMBLY'S QUANTITY IS THE KITS BUILT.          *
      *----------------------------------------------------------*
       2600-WRITE-COST-HISTORY.
           IF (NOT TR-RECEIPT AND NOT TR-ASSEMBLY)
                   OR WS-NEW-UNIT-COST = WS-OLD-UNIT-COST
               GO TO 2600-WRITE-COST-HISTORY-EXIT
           END-IF
           IF TRIAL-RUN
               ADD 1 TO WS-COST-CHANGE-COUNT
               GO TO 2600-WRITE-COST-HISTORY-EXIT
           END-IF
           MOVE TR-ITEM-NUM       TO CH-ITEM-NUM
           MOVE WS-OLD-UNIT-COST  TO CH-OLD-COST
           MOVE WS-NEW-UNIT-COST  TO CH-NEW-COST
       2600-WRITE-COST-HISTORY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A 'K' ASSEMBLY OR 'U' DISASSEMBLY. THE KIT'S BILL OF       *
      * MATERIALS IS EXPANDED AND EVERY COMPONENT CHECKED BEFORE   *
      * ANY RECORD IS TOUCHED, SO ONE SHORT OR MISSING COMPONENT   *
      * REJECTS THE WHOLE BUILD. THEN EACH COMPONENT GOES OUT OF   *
      * (OR BACK INTO) STOCK AND THE KIT INTO (OR OUT OF) STOCK,   *
      * EACH WITH ITS OWN LOTS, CHECKPOINT AND MOVEMENT RECORD     *
      * CARRYING THE KIT NUMBER. THE LOT, MOVEMENT, CHECKPOINT AND *
      * TRIAL PARAGRAPHS ALL WORK ON TR-ITEM-NUM, SO EACH          *
      * COMPONENT NUMBER IS PUT THERE WHILE IT IS WORKED AND THE   *
      * KIT NUMBER PUT BACK AFTER.                                 *
      *----------------------------------------------------------*
       3000-APPLY-KIT-TRANS.
           MOVE TR-ITEM-NUM TO WS-KIT-ITEM-NUM
           MOVE ZERO        TO WS-QOH-BEFORE
           PERFORM 3050-VALIDATE-KIT-TRANS
              THRU 3050-VALIDATE-KIT-TRANS-EXIT
           MOVE WS-KIT-ITEM-NUM TO TR-ITEM-NUM
           IF NOT TRANS-IS-VALID
               PERFORM 9000-REJECT-TRANS THRU 9000-REJECT-TRANS-EXIT
               GO TO 3000-APPLY-KIT-TRANS-EXIT
           END-IF
           MOVE WS-KIT-ITEM-NUM TO WS-MV-KIT-ITEM
           PERFORM 3400-APPLY-COMPONENT
              THRU 3400-APPLY-COMPONENT-EXIT
               VARYING WS-KCI FROM 1 BY 1
               UNTIL WS-KCI > WS-KIT-COUNT
           MOVE WS-KIT-ITEM-NUM TO TR-ITEM-NUM
           PERFORM 3500-APPLY-KIT-ITEM THRU 3500-APPLY-KIT-ITEM-EXIT
           MOVE SPACES TO WS-MV-KIT-ITEM
           IF TR-ASSEMBLY
               ADD 1 TO WS-ASSEMBLY-COUNT
           ELSE
               ADD 1 TO WS-DISASSEMBLY-COUNT
           END-IF.
       3000-APPLY-KIT-TRANS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * VALIDATE A KIT TRANSACTION AS A WHOLE - THE SAME ITEM,     *
      * AMOUNT AND DATE RULES AS ANY OTHER TRANSACTION, THE KIT'S  *
      * OWN QOH STAYING BETWEEN 0 AND 9999999, A BILL OF MATERIALS *
      * TO BUILD FROM, AND EVERY COMPONENT ON THE MASTER WITH THE  *
      * STOCK (OR ROOM) FOR ITS SHARE. SETS WS-VALID-SWITCH AND,   *
      * WHEN INVALID, WS-REASON-CODE. LEAVES THE KIT'S QOH IN      *
      * WS-QOH-BEFORE AND THE COST OF ONE KIT'S COMPONENTS IN      *
      * WS-KIT-BUILD-COST.                                         *
      *----------------------------------------------------------*
       3050-VALIDATE-KIT-TRANS.
           MOVE 'YES'  TO WS-VALID-SWITCH
           MOVE SPACES TO WS-REASON-CODE
           MOVE ZERO   TO WS-KIT-COUNT
           MOVE ZERO   TO WS-KIT-BUILD-COST
           IF TR-ITEM-NUM NOT NUMERIC
                   OR TR-ITEM-NUM = '000000'
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '01' TO WS-REASON-CODE
               GO TO 3050-VALIDATE-KIT-TRANS-EXIT
           END-IF
           IF WS-UNIT-REASON NOT = SPACES
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE WS-UNIT-REASON TO WS-REASON-CODE
               GO TO 3050-VALIDATE-KIT-TRANS-EXIT
           END-IF
           IF TR-INV-AMOUNT > WS-AMOUNT-CEILING
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '03' TO WS-REASON-CODE
               GO TO 3050-VALIDATE-KIT-TRANS-EXIT
           END-IF
           IF TR-TRANS-DATE NOT NUMERIC
                   OR TR-TRANS-DATE NOT = WS-BATCH-DATE
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '06' TO WS-REASON-CODE
               GO TO 3050-VALIDATE-KIT-TRANS-EXIT
           END-IF
           PERFORM 3100-READ-ITEM THRU 3100-READ-ITEM-EXIT
           MOVE ZERO TO WS-HELD-BEFORE
           IF ITEM-ON-MASTER
               MOVE MR-QOH TO WS-QOH-BEFORE
               IF MR-HELD-QTY NUMERIC
                   MOVE MR-HELD-QTY TO WS-HELD-BEFORE
               END-IF
           END-IF
           IF TR-ASSEMBLY
               COMPUTE WS-NEW-QOH = WS-QOH-BEFORE + TR-QOH
           ELSE
               COMPUTE WS-NEW-QOH = WS-QOH-BEFORE - TR-QOH
           END-IF
           IF WS-NEW-QOH < ZERO
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '02' TO WS-REASON-CODE
               GO TO 3050-VALIDATE-KIT-TRANS-EXIT
           END-IF
           IF WS-NEW-QOH > 9999999
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '05' TO WS-REASON-CODE
               GO TO 3050-VALIDATE-KIT-TRANS-EXIT
           END-IF
           IF WS-NEW-QOH < WS-HELD-BEFORE
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '18' TO WS-REASON-CODE
               GO TO 3050-VALIDATE-KIT-TRANS-EXIT
           END-IF
           PERFORM 3060-EXPAND-ONE-LINE
              THRU 3060-EXPAND-ONE-LINE-EXIT
               VARYING WS-BMI FROM 1 BY 1
               UNTIL WS-BMI > WS-BOM-COUNT
           IF WS-KIT-COUNT = ZERO
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '12' TO WS-REASON-CODE
               GO TO 3050-VALIDATE-KIT-TRANS-EXIT
           END-IF
           PERFORM 3300-CHECK-COMPONENT
              THRU 3300-CHECK-COMPONENT-EXIT
               VARYING WS-KCI FROM 1 BY 1
               UNTIL WS-KCI > WS-KIT-COUNT
                  OR NOT TRANS-IS-VALID.
       3050-VALIDATE-KIT-TRANS-EXIT. EXIT.
      *
       3060-EXPAND-ONE-LINE.
           IF BT-KIT-ITEM(WS-BMI) NOT = WS-KIT-ITEM-NUM
                   OR WS-KIT-COUNT = 999
               GO TO 3060-EXPAND-ONE-LINE-EXIT
           END-IF
           ADD 1 TO WS-KIT-COUNT
           MOVE BT-COMP-ITEM(WS-BMI) TO KC-COMP-ITEM(WS-KIT-COUNT)
           MOVE BT-QTY-PER(WS-BMI)   TO KC-QTY-PER(WS-KIT-COUNT)
           COMPUTE KC-MOVE-QTY(WS-KIT-COUNT) =
                   BT-QTY-PER(WS-BMI) * TR-QOH.
       3060-EXPAND-ONE-LINE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * GET TR-ITEM-NUM'S CURRENT MASTER RECORD INTO MASTER-RECORD *
      * - IN A TRIAL RUN THE PROJECTED IMAGE WHEN THE BATCH HAS    *
      * ALREADY TOUCHED THE ITEM. ITEM-ON-MASTER SAYS WHETHER IT   *
      * WAS FOUND.                                                 *
      *----------------------------------------------------------*
       3100-READ-ITEM.
           MOVE 'NO' TO WS-ON-MASTER-SWITCH
           IF TRIAL-RUN
               PERFORM 2710-FIND-PROJECTED-ITEM
                  THRU 2710-FIND-PROJECTED-ITEM-EXIT
               IF WS-FOUND-PJI > ZERO
                   MOVE PJ-IMAGE(WS-FOUND-PJI) TO MASTER-RECORD
                   MOVE 'YES' TO WS-ON-MASTER-SWITCH
                   GO TO 3100-READ-ITEM-EXIT
               END-IF
               IF NO-MASTER-YET
                   GO TO 3100-READ-ITEM-EXIT
               END-IF
           END-IF
           MOVE TR-ITEM-NUM TO MR-ITEM-NUM
           READ MASTER-FILE KEY IS MR-ITEM-NUM
               INVALID KEY
                   MOVE 'NO'  TO WS-ON-MASTER-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO WS-ON-MASTER-SWITCH
           END-READ.
       3100-READ-ITEM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * ONE COMPONENT OF THE BUILD MUST BE ON THE MASTER AND HAVE  *
      * ITS SHARE IN FREE STOCK (ASSEMBLY) OR ROOM TO TAKE IT BACK *
      * (DISASSEMBLY). ITS UNIT COST TIMES THE QUANTITY PER KIT    *
      * GOES INTO THE COST OF ONE KIT.                             *
      *----------------------------------------------------------*
       3300-CHECK-COMPONENT.
           MOVE KC-COMP-ITEM(WS-KCI) TO TR-ITEM-NUM
           PERFORM 3100-READ-ITEM THRU 3100-READ-ITEM-EXIT
           IF NOT ITEM-ON-MASTER
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '14' TO WS-REASON-CODE
               GO TO 3300-CHECK-COMPONENT-EXIT
           END-IF
           MOVE ZERO TO WS-HELD-BEFORE
           IF MR-HELD-QTY NUMERIC
               MOVE MR-HELD-QTY TO WS-HELD-BEFORE
           END-IF
           IF TR-ASSEMBLY
                   AND KC-MOVE-QTY(WS-KCI) + WS-HELD-BEFORE > MR-QOH
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '13' TO WS-REASON-CODE
               GO TO 3300-CHECK-COMPONENT-EXIT
           END-IF
           IF TR-DISASSEMBLY
                   AND KC-MOVE-QTY(WS-KCI) + MR-QOH > 9999999
               MOVE 'NO' TO WS-VALID-SWITCH
               MOVE '05' TO WS-REASON-CODE
               GO TO 3300-CHECK-COMPONENT-EXIT
           END-IF
           IF MR-UNIT-COST NUMERIC
               COMPUTE WS-KIT-BUILD-COST = WS-KIT-BUILD-COST
                       + (KC-QTY-PER(WS-KCI) * MR-UNIT-COST)
           END-IF.
       3300-CHECK-COMPONENT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TAKE ONE COMPONENT'S SHARE OF THE BUILD OUT OF STOCK, OR   *
      * PUT IT BACK ON A DISASSEMBLY, WITH ITS CHECKPOINT, LOTS    *
      * AND MOVEMENT RECORD. ITS UNIT COST IS LEFT AS IT IS.       *
      *----------------------------------------------------------*
       3400-APPLY-COMPONENT.
           MOVE KC-COMP-ITEM(WS-KCI) TO TR-ITEM-NUM
           PERFORM 3100-READ-ITEM THRU 3100-READ-ITEM-EXIT
           MOVE 'N'           TO WS-NEW-ITEM-FLAG
           MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE MR-QOH        TO WS-QOH-BEFORE
           IF TR-ASSEMBLY
               COMPUTE WS-NEW-QOH = MR-QOH - KC-MOVE-QTY(WS-KCI)
           ELSE
               COMPUTE WS-NEW-QOH = MR-QOH + KC-MOVE-QTY(WS-KCI)
           END-IF
           PERFORM 2190-APPLY-LOTS THRU 2190-APPLY-LOTS-EXIT
           MOVE WS-NEW-QOH TO MR-QOH
           IF TRIAL-RUN
               PERFORM 2700-HOLD-PROJECTED-ITEM
                  THRU 2700-HOLD-PROJECTED-ITEM-EXIT
           ELSE
               REWRITE MASTER-RECORD
           END-IF
           PERFORM 9400-WRITE-CHECKPOINT
              THRU 9400-WRITE-CHECKPOINT-EXIT
           MOVE TR-TRANS-CODE       TO WS-MV-CODE
           MOVE KC-MOVE-QTY(WS-KCI) TO WS-MV-QTY
           MOVE WS-QOH-BEFORE       TO WS-MV-BEFORE
           MOVE WS-NEW-QOH          TO WS-MV-AFTER
           IF TRIAL-RUN
               STRING 'COMPONENT OF KIT ' WS-KIT-ITEM-NUM
                      DELIMITED BY SIZE INTO WS-TRIAL-NOTE
           END-IF
           PERFORM 2500-WRITE-MOVEMENT
              THRU 2500-WRITE-MOVEMENT-EXIT.
       3400-APPLY-COMPONENT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PUT THE KITS BUILT INTO STOCK - A KIT BUILT FOR THE FIRST  *
      * TIME IS ADDED TO THE MASTER THE WAY A NEW ITEM IS - OR     *
      * TAKE THE KITS BROKEN DOWN OUT OF IT, CARRYING THE          *
      * TRANSACTION'S AMOUNT AND YTD FORWARD AS EVERY OTHER CODE   *
      * DOES, WITH THE KIT'S CHECKPOINT, LOTS, MOVEMENT RECORD     *
      * AND COST HISTORY.                                          *
      *----------------------------------------------------------*
       3500-APPLY-KIT-ITEM.
           PERFORM 3100-READ-ITEM THRU 3100-READ-ITEM-EXIT
           IF ITEM-ON-MASTER
               MOVE 'N'           TO WS-NEW-ITEM-FLAG
               MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
           ELSE
               MOVE 'Y'         TO WS-NEW-ITEM-FLAG
               MOVE SPACES      TO WS-BEFORE-IMAGE
               MOVE TR-ITEM-NUM TO MR-ITEM-NUM
               MOVE SPACES      TO MR-ITEM-DESC
               MOVE ZERO        TO MR-QOH
               MOVE ZERO        TO MR-QOO
               MOVE ZERO        TO MR-HELD-QTY
               MOVE ZERO        TO MR-INV-AMOUNT
               MOVE ZERO        TO MR-UNIT-COST
               MOVE SPACES      TO MR-ITEM-CATEGORY
               MOVE SPACES      TO MR-VENDOR-NUM
               MOVE 'A'         TO MR-ITEM-STATUS
           END-IF
           PERFORM 2160-LOOKUP-ITEM-DESC THRU 2160-LOOKUP-ITEM-DESC-EXIT
           IF DESC-FOUND
               MOVE WS-LOOKED-UP-DESC     TO MR-ITEM-DESC
               MOVE WS-LOOKED-UP-CATEGORY TO MR-ITEM-CATEGORY
               MOVE WS-LOOKED-UP-VENDOR   TO MR-VENDOR-NUM
           END-IF
           MOVE MR-QOH TO WS-QOH-BEFORE
           IF MR-UNIT-COST NUMERIC
               MOVE MR-UNIT-COST TO WS-OLD-UNIT-COST
           ELSE
               MOVE ZERO TO WS-OLD-UNIT-COST
           END-IF
           MOVE WS-OLD-UNIT-COST TO WS-NEW-UNIT-COST
           IF TR-ASSEMBLY
               COMPUTE WS-NEW-QOH = MR-QOH + TR-QOH
               PERFORM 3550-ROLL-KIT-COST THRU 3550-ROLL-KIT-COST-EXIT
           ELSE
               COMPUTE WS-NEW-QOH = MR-QOH - TR-QOH
           END-IF
           PERFORM 2190-APPLY-LOTS THRU 2190-APPLY-LOTS-EXIT
           COMPUTE WS-AMOUNT-NET = WS-AMOUNT-NET
                   + TR-INV-AMOUNT - MR-INV-AMOUNT
               ON SIZE ERROR
                   DISPLAY 'INVENT - NET AMOUNT OVERFLOW AT ITEM '
                           TR-ITEM-NUM
                   MOVE 12 TO RETURN-CODE
           END-COMPUTE
           MOVE WS-NEW-QOH       TO MR-QOH
           MOVE TR-INV-AMOUNT    TO MR-INV-AMOUNT
           MOVE TR-YTD-SOLD      TO MR-YTD-SOLD
           MOVE WS-NEW-UNIT-COST TO MR-UNIT-COST
           IF TRIAL-RUN
               PERFORM 2700-HOLD-PROJECTED-ITEM
                  THRU 2700-HOLD-PROJECTED-ITEM-EXIT
           ELSE
               IF ITEM-ON-MASTER
                   REWRITE MASTER-RECORD
               ELSE
                   WRITE MASTER-RECORD
               END-IF
           END-IF
           ADD 1 TO WS-WRITE-COUNT
           PERFORM 9400-WRITE-CHECKPOINT
              THRU 9400-WRITE-CHECKPOINT-EXIT
           MOVE TR-TRANS-CODE TO WS-MV-CODE
           MOVE TR-QOH        TO WS-MV-QTY
           MOVE WS-QOH-BEFORE TO WS-MV-BEFORE
           MOVE WS-NEW-QOH    TO WS-MV-AFTER
           PERFORM 2500-WRITE-MOVEMENT
              THRU 2500-WRITE-MOVEMENT-EXIT
           PERFORM 2600-WRITE-COST-HISTORY
              THRU 2600-WRITE-COST-HISTORY-EXIT.
       3500-APPLY-KIT-ITEM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * ROLL THE KIT'S UNIT COST AS THE WEIGHTED AVERAGE OF THE    *
      * KITS ALREADY ON HAND AND THE ONES JUST BUILT AT THEIR      *
      * COMPONENTS' COST, THE WAY 2155 ROLLS A COSTED RECEIPT. ON  *
      * SIZE ERROR THE OLD COST IS KEPT.                           *
      *----------------------------------------------------------*
       3550-ROLL-KIT-COST.
           IF WS-QOH-BEFORE = ZERO
                   OR WS-OLD-UNIT-COST = ZERO
               COMPUTE WS-NEW-UNIT-COST = WS-KIT-BUILD-COST
                   ON SIZE ERROR
                       MOVE WS-OLD-UNIT-COST TO WS-NEW-UNIT-COST
               END-COMPUTE
               GO TO 3550-ROLL-KIT-COST-EXIT
           END-IF
           COMPUTE WS-NEW-UNIT-COST ROUNDED =
                   ((WS-QOH-BEFORE * WS-OLD-UNIT-COST)
                   + (TR-QOH * WS-KIT-BUILD-COST))
                   / (WS-QOH-BEFORE + TR-QOH)
               ON SIZE ERROR
                   MOVE WS-OLD-UNIT-COST TO WS-NEW-UNIT-COST
           END-COMPUTE.
       3550-ROLL-KIT-COST-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOOK UP THE CURRENT TRANSACTION'S ITEM NUMBER IN THE ITEM    *
      * DESCRIPTION MASTER TABLE. WHEN IT IS NOT FOUND, WRITE A     *
      * MISMATCH RECORD - THE TRANSACTION IS STILL PROCESSED.       *
      * REASON CODE AND COUNT IT.                                   *
      *----------------------------------------------------------*
       9000-REJECT-TRANS.
           IF TRIAL-RUN
               PERFORM 2730-PRINT-PROJECTED-REJECT
                  THRU 2730-PRINT-PROJECTED-REJECT-EXIT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 9000-REJECT-TRANS-EXIT
           END-IF
           MOVE TR-ITEM-NUM     TO EX-ITEM-NUM
           MOVE TR-QOH          TO EX-QOH
           MOVE TR-QOO          TO EX-QOO
           MOVE TR-TRANS-DATE   TO EX-TRANS-DATE
           MOVE TR-ITEM-STATUS  TO EX-ITEM-STATUS
           MOVE TR-XFER-WHSE    TO EX-XFER-WHSE
           MOVE TR-LOT-NUM      TO EX-LOT-NUM
           MOVE TR-EXPIRE-DATE  TO EX-EXPIRE-DATE
           MOVE TR-RMA-NUM      TO EX-RMA-NUM
           MOVE TR-HOLD-REASON  TO EX-HOLD-REASON
           MOVE TR-UNIT         TO EX-UNIT
           IF TR-RECYCLE-COUNT NUMERIC
               COMPUTE EX-RECYCLE-COUNT = TR-RECYCLE-COUNT + 1
                   ON SIZE ERROR MOVE 9 TO EX-RECYCLE-COUNT
      * IS NOT FOUND IN THE ITEM DESCRIPTION MASTER.                *
      *----------------------------------------------------------*
       9100-WRITE-MISMATCH.
           IF TRIAL-RUN
               ADD 1 TO WS-MISMATCH-COUNT
               GO TO 9100-WRITE-MISMATCH-EXIT
           END-IF
           MOVE TR-ITEM-NUM    TO MM-ITEM-NUM
           MOVE TR-TRANS-CODE  TO MM-TRANS-CODE
           WRITE MISMATCH-RECORD
      * RECORD'S BEFORE-IMAGE IS WHAT A BACKOUT WOULD PUT BACK.    *
      *----------------------------------------------------------*
       9400-WRITE-CHECKPOINT.
           IF TRIAL-RUN
               GO TO 9400-WRITE-CHECKPOINT-EXIT
           END-IF
           MOVE 'C'              TO AC-RECORD-TYPE
           MOVE WS-BATCH-NUM     TO AC-BATCH-NUM
           MOVE WS-BATCH-DATE    TO AC-BATCH-DATE
