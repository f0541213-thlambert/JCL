       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVEXPRT.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * CSVEXPRT CUTS THE SPREADSHEET COPIES OF THE MASTER AND THE
      * REPORTS FINANCE AND PURCHASING USED TO RE-KEY FROM THE
      * PRINTOUTS EVERY MONTH. EACH EXPORT IS A COMMA-DELIMITED
      * FILE - ONE HEADER ROW OF COLUMN NAMES, THEN ONE ROW PER
      * DETAIL LINE, NO PAGE HEADINGS OR SUBTOTAL LINES (THE
      * SPREADSHEET DOES ITS OWN TOTALS). AMOUNTS CARRY A REAL
      * DECIMAL POINT AND A LEADING MINUS WHEN NEGATIVE, QUANTITIES
      * ARE PLAIN DIGITS, AND TEXT - ITEM NUMBERS, CODES AND DATES
      * INCLUDED, SO THEIR LEADING ZEROS SURVIVE - IS IN DOUBLE
      * QUOTES WITH TRAILING SPACES DROPPED. EVERY VALUE IS WORKED
      * OUT THE WAY THE PRINTED REPORT WORKS IT OUT:
      *   ITEM   - THE ITEM MASTER JOINED TO THE SITE'S ITEM
      *            DESCRIPTION MASTER (UNITS, FACTORS AND SELLING
      *            PRICE), HELD AND AVAILABLE SPLIT AS INVQUERY
      *            SPLITS THEM. AN ITEM WITH NO DESCRIPTION RECORD
      *            HAS THOSE COLUMNS EMPTY.
      *   VALUE  - VALURPT'S VALUATION - QOH EXTENDED AT
      *            MR-UNIT-COST, HELD BESIDE IT, NO COST FLAGGED.
      *   STKPOS - STOCKPOS'S COMPANY-WIDE POSITION - ONE ROW PER
      *            ITEM PER SITE ON THE WAREHOUSE LIST, WITH THE
      *            ITEM'S COMPANY TOTALS, ITS TRANSFER OR REORDER
      *            ACTION, AND THE SITE'S NOT HELD / BELOW ROP /
      *            SURPLUS FLAG OFF AVAILABLE STOCK.
      *   MARGIN - MARGNRPT'S GROSS MARGIN BY ITEM - THE SITE'S 'S'
      *            MOVEMENTS PRICED AT ID-SELL-PRICE AND COSTED AT
      *            MR-UNIT-COST, FLAGGED NO PRC OR LOSS.
      *   BKORD  - BKORDRPT'S OPEN BACKORDERS WITH THE CUSTOMER'S
      *            NAME AND PRIORITY CLASS (NOT ON FILE, CLASS 9,
      *            FOR A CUSTOMER MISSING FROM THE MASTER).
      * WHICH EXPORTS TO CUT, FOR WHICH SITE, COMES FROM THE
      * CONTROL CARDS ON UT-S-SSCTL (CSVCTL LAYOUT), SO THE
      * SCHEDULER RUNS IT NIGHTLY UNCHANGED. EACH EXPORT HAS ITS
      * OWN FILE - UT-S-SSITM, UT-S-SSVAL, UT-S-SSPOS, UT-S-SSMGN
      * AND UT-S-SSBKO - OPENED THE FIRST TIME A CARD ASKS FOR IT;
      * CARDS FOR SEVERAL SITES LAND IN THE ONE FILE, TOLD APART
      * BY THE SITE COLUMN. A CARD REPEATING AN EXPORT AND SITE
      * ALREADY CUT THIS RUN, OR NAMING AN UNKNOWN EXPORT, IS
      * IGNORED WITH RETURN CODE 8. AN INPUT FILE THAT WILL NOT
      * OPEN SKIPS THAT CARD WITH RETURN CODE 12; THE OTHER CARDS
      * ARE STILL CUT. NO CONTROL FILE IS RETURN CODE 12.
      *
      * THE STOCK POSITION AND VALUATION TABLES NOW CARRY 7-DIGIT
      * QUANTITIES, THE SITE TOTALS AND MARGIN QUANTITIES 9 DIGITS
      * AND THE EXTENDED VALUES AND MARGIN AMOUNTS 11 WHOLE
      * DIGITS, AND AN AMOUNT COLUMN IS CUT WITH UP TO 11 WHOLE
      * DIGITS.
      *
      * EACH PIECE OF A HEADER ROW IS NOW SIZED TO ITS OWN
      * LITERAL. THEY WERE 50-BYTE FILLERS, AND THE SPACES PADDING
      * EACH PIECE OUT CAME THROUGH INSIDE THE ROW, SO THE
      * SPREADSHEET SAW BLANKS IN THE MIDDLE OF COLUMN NAMES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO UT-S-SSCTL
                              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT MASTER-FILE ASSIGN TO WS-MASTER-DSNAME
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS MR-ITEM-NUM
                              FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL ITEM-DESC-FILE ASSIGN TO WS-ITEMDESC-DSNAME
                              FILE STATUS IS WS-ITEMDESC-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO WS-MOVEMENT-DSNAME
                              FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT OPTIONAL BACKORDER-FILE ASSIGN TO WS-BACKORDER-DSNAME
                              FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO UT-S-CUSTM
                              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT WHSE-LIST-FILE ASSIGN TO UT-S-WFILE
                              FILE STATUS IS WS-WLIST-STATUS.
           SELECT OPTIONAL REORDER-POINT-FILE ASSIGN TO UT-S-RFILE
                              FILE STATUS IS WS-ROP-STATUS.
           SELECT ITEM-EXPORT-FILE ASSIGN TO UT-S-SSITM
                              FILE STATUS IS WS-ITEM-EXP-STATUS.
           SELECT VALUE-EXPORT-FILE ASSIGN TO UT-S-SSVAL
                              FILE STATUS IS WS-VALUE-EXP-STATUS.
           SELECT STKPOS-EXPORT-FILE ASSIGN TO UT-S-SSPOS
                              FILE STATUS IS WS-STKPOS-EXP-STATUS.
           SELECT MARGIN-EXPORT-FILE ASSIGN TO UT-S-SSMGN
                              FILE STATUS IS WS-MARGIN-EXP-STATUS.
           SELECT BKORD-EXPORT-FILE ASSIGN TO UT-S-SSBKO
                              FILE STATUS IS WS-BKORD-EXP-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY CSVCTL.
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
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MOVEREC.
      *
       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY BKORDREC.
      *
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY CUSTREC.
      *
       FD  WHSE-LIST-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  WHSE-LIST-RECORD.
           05  WL-WAREHOUSE-CODE   PIC X(4).
      *
       FD  REORDER-POINT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY ROPFILE.
      *
       FD  ITEM-EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD VARYING IN SIZE FROM 1 TO 300 CHARACTERS
               DEPENDING ON WS-CSV-LENGTH.
      *
       01  ITEM-EXPORT-RECORD      PIC X(300).
      *
       FD  VALUE-EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD VARYING IN SIZE FROM 1 TO 300 CHARACTERS
               DEPENDING ON WS-CSV-LENGTH.
      *
       01  VALUE-EXPORT-RECORD     PIC X(300).
      *
       FD  STKPOS-EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD VARYING IN SIZE FROM 1 TO 300 CHARACTERS
               DEPENDING ON WS-CSV-LENGTH.
      *
       01  STKPOS-EXPORT-RECORD    PIC X(300).
      *
       FD  MARGIN-EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD VARYING IN SIZE FROM 1 TO 300 CHARACTERS
               DEPENDING ON WS-CSV-LENGTH.
      *
       01  MARGIN-EXPORT-RECORD    PIC X(300).
      *
       FD  BKORD-EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD VARYING IN SIZE FROM 1 TO 300 CHARACTERS
               DEPENDING ON WS-CSV-LENGTH.
      *
       01  BKORD-EXPORT-RECORD     PIC X(300).
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
           05  WS-CTL-EOF-SWITCH    PIC X(3) VALUE 'NO'.
           88  CTL-EOF              VALUE 'YES'.
           05  WS-FOUND-SWITCH      PIC X(3) VALUE 'NO'.
           88  ENTRY-FOUND          VALUE 'YES'.
           05  WS-CUT-SWITCH        PIC X(3) VALUE 'NO'.
           88  ALREADY-CUT          VALUE 'YES'.
           05  WS-BELOW-SWITCH      PIC X(3) VALUE 'NO'.
           88  SOME-SITE-BELOW      VALUE 'YES'.
           05  WS-SURPLUS-SWITCH    PIC X(3) VALUE 'NO'.
           88  SOME-SITE-SURPLUS    VALUE 'YES'.
           05  WS-CUST-LOADED-SW    PIC X(3) VALUE 'NO'.
           88  CUSTOMERS-LOADED     VALUE 'YES'.
           05  WS-ITEM-EXP-SW       PIC X(3) VALUE 'NO'.
           88  ITEM-EXPORT-OPEN     VALUE 'YES'.
           05  WS-VALUE-EXP-SW      PIC X(3) VALUE 'NO'.
           88  VALUE-EXPORT-OPEN    VALUE 'YES'.
           05  WS-STKPOS-EXP-SW     PIC X(3) VALUE 'NO'.
           88  STKPOS-EXPORT-OPEN   VALUE 'YES'.
           05  WS-MARGIN-EXP-SW     PIC X(3) VALUE 'NO'.
           88  MARGIN-EXPORT-OPEN   VALUE 'YES'.
           05  WS-BKORD-EXP-SW      PIC X(3) VALUE 'NO'.
           88  BKORD-EXPORT-OPEN    VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS    PIC X(2).
           05  WS-MASTER-STATUS     PIC X(2).
           05  WS-ITEMDESC-STATUS   PIC X(2).
           05  WS-MOVEMENT-STATUS   PIC X(2).
           05  WS-BACKORDER-STATUS  PIC X(2).
           05  WS-CUSTOMER-STATUS   PIC X(2).
           05  WS-WLIST-STATUS      PIC X(2).
           05  WS-ROP-STATUS        PIC X(2).
           05  WS-ITEM-EXP-STATUS   PIC X(2).
           05  WS-VALUE-EXP-STATUS  PIC X(2).
           05  WS-STKPOS-EXP-STATUS PIC X(2).
           05  WS-MARGIN-EXP-STATUS PIC X(2).
           05  WS-BKORD-EXP-STATUS  PIC X(2).
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
       01  WS-CONTROL-COUNT         PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-ROW-COUNT             PIC 9(7) VALUE ZERO.
      *
       01  WS-DYNAMIC-FILE-NAMES.
           05  WS-MASTER-DSNAME     PIC X(10).
           05  WS-ITEMDESC-DSNAME   PIC X(10).
           05  WS-MOVEMENT-DSNAME   PIC X(10).
           05  WS-BACKORDER-DSNAME  PIC X(10).
      *
       01  WS-DEFAULTS.
           05  WS-DEFAULT-ROP       PIC 9(4) VALUE 0025.
      *
      * THE EXPORTS ALREADY CUT THIS RUN, BY EXPORT AND SITE, SO A
      * REPEATED CARD CANNOT WRITE THE SAME ROWS TWICE.
      *
       01  WS-CUT-TABLE.
           05  WS-CUT-COUNT         PIC 9(3) COMP VALUE ZERO.
           05  WS-CUT-ENTRY OCCURS 100 TIMES.
               10  CX-EXPORT-NAME   PIC X(6).
               10  CX-WAREHOUSE     PIC X(4).
      *
      * THE ROW BEING BUILT AND THE EDIT FIELDS THAT TURN EACH
      * VALUE INTO ITS DELIMITED FORM.
      *
       01  WS-CSV-FIELDS.
           05  WS-CSV-ROW           PIC X(300).
           05  WS-CSV-PTR           PIC 9(3) COMP VALUE 1.
           05  WS-CSV-LENGTH        PIC 9(3) COMP VALUE ZERO.
           05  WS-CSV-TEXT          PIC X(30).
           05  WS-CSV-TEXT-LEN      PIC 9(2) COMP VALUE ZERO.
           05  WS-CSV-CI            PIC 9(2) COMP VALUE ZERO.
           05  WS-CSV-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           05  WS-CSV-AMOUNT-EDIT   PIC -(11)9.99.
           05  WS-CSV-COUNT         PIC S9(9) VALUE ZERO.
           05  WS-CSV-COUNT-EDIT    PIC -(9)9.
           05  WS-CSV-EI            PIC 9(2) COMP VALUE ZERO.
      *
       01  WS-CSV-HEADINGS.
           05  WS-ITEM-HEADING.
               10  FILLER           PIC X(47) VALUE
                   'SITE,ITEM,DESCRIPTION,CATEGORY,STATUS,QOH,HELD,'.
               10  FILLER           PIC X(44) VALUE
                   'AVAILABLE,QOO,UNIT_COST,INV_AMOUNT,YTD_SOLD,'.
               10  FILLER           PIC X(37) VALUE
                   'VENDOR,ON_DESC_FILE,DESC_DESCRIPTION,'.
               10  FILLER           PIC X(48) VALUE
                   'DESC_CATEGORY,DESC_VENDOR,SELL_PRICE,STOCK_UNIT,'.
               10  FILLER           PIC X(45) VALUE
                   'PURCH_UNIT,PURCH_FACTOR,SELL_UNIT,SELL_FACTOR'.
           05  WS-VALUE-HEADING.
               10  FILLER           PIC X(40) VALUE
                   'SITE,ITEM,DESCRIPTION,CATEGORY,QOH,HELD,'.
               10  FILLER           PIC X(20) VALUE
                   'UNIT_COST,VALUE,FLAG'.
           05  WS-STKPOS-HEADING.
               10  FILLER           PIC X(43) VALUE
                   'ITEM,DESCRIPTION,REORDER_POINT,ITEM_ACTION,'.
               10  FILLER           PIC X(46) VALUE
                   'TOTAL_QOH,TOTAL_QOO,TOTAL_HELD,SITE,SITE_FLAG,'.
               10  FILLER           PIC X(22) VALUE
                   'QOH,QOO,HELD,AVAILABLE'.
           05  WS-MARGIN-HEADING.
               10  FILLER           PIC X(48) VALUE
                   'SITE,ITEM,DESCRIPTION,CATEGORY,QTY_SOLD,REVENUE,'.
               10  FILLER           PIC X(16) VALUE
                   'COST,MARGIN,FLAG'.
           05  WS-BKORD-HEADING.
               10  FILLER           PIC X(42) VALUE
                   'SITE,ITEM,CUSTOMER,ORDERED,OPEN,BOOKED_ON,'.
               10  FILLER           PIC X(22) VALUE
                   'CUSTOMER_NAME,PRIORITY'.
      *
      * THE ITEM DESCRIPTION MASTER - THE SITE'S FOR THE ITEM
      * EXPORT, UT-S-IFILE'S FOR THE MARGIN EXPORT AS MARGNRPT.
      *
       01  WS-DESC-TABLE.
           05  WS-DESC-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-DESC-ENTRY OCCURS 9999 TIMES.
               10  DT-ITEM-NUM      PIC X(6).
               10  DT-ITEM-DESC     PIC X(28).
               10  DT-ITEM-CATEGORY PIC X(4).
               10  DT-VENDOR-NUM    PIC X(6).
               10  DT-SELL-PRICE    PIC 9(5)V99.
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
      * STOCKPOS'S SITE LIST, REORDER POINTS AND ITEM-BY-SITE
      * TABLE. THE SITE SUBSCRIPT LINES UP WITH WS-SITE-TABLE.
      *
       01  WS-SITE-TABLE.
           05  WS-SITE-COUNT        PIC 9(2) COMP VALUE ZERO.
           05  WS-SITE-ENTRY OCCURS 8 TIMES.
               10  SITE-CODE        PIC X(4).
      *
       01  WS-ROP-TABLE.
           05  WS-ROP-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-ROP-ENTRY OCCURS 9999 TIMES.
               10  RT-ITEM-NUM      PIC X(6).
               10  RT-REORDER-POINT PIC 9(7).
      *
       01  WS-POS-TABLE.
           05  WS-POS-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-POS-ENTRY OCCURS 9999 TIMES.
               10  IT-ITEM-NUM      PIC X(6).
               10  IT-ITEM-DESC     PIC X(28).
               10  IT-REORDER-POINT PIC 9(7).
               10  IT-SITE-STOCK OCCURS 8 TIMES.
                   15  ST-QOH       PIC 9(7).
                   15  ST-QOO       PIC 9(7).
                   15  ST-HELD      PIC 9(7).
                   15  ST-AVAIL     PIC 9(7).
                   15  ST-PRESENT   PIC X(1).
                   88  SITE-HOLDS-ITEM VALUE 'Y'.
      *
      * MARGNRPT'S MASTER COST TABLE AND PERIOD SALES BY ITEM.
      *
       01  WS-MST-TABLE.
           05  WS-MST-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-MST-ENTRY OCCURS 9999 TIMES.
               10  MS-ITEM-NUM      PIC X(6).
               10  MS-ITEM-DESC     PIC X(28).
               10  MS-ITEM-CATEGORY PIC X(4).
               10  MS-UNIT-COST     PIC 9(5)V99.
      *
       01  WS-MGN-TABLE.
           05  WS-MGN-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-MGN-ENTRY OCCURS 9999 TIMES.
               10  MG-ITEM-NUM      PIC X(6).
               10  MG-QTY           PIC 9(9).
               10  MG-REVENUE       PIC 9(11)V99.
               10  MG-COST          PIC 9(11)V99.
               10  MG-NO-PRICE-FLAG PIC X(1).
      *
       01  WS-SUBSCRIPTS.
           05  WS-XI                PIC 9(3) COMP VALUE ZERO.
           05  WS-DI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-DI          PIC 9(4) COMP VALUE ZERO.
           05  WS-CI                PIC 9(4) COMP VALUE ZERO.
           05  WS-SI                PIC 9(2) COMP VALUE ZERO.
           05  WS-THIS-SITE         PIC 9(2) COMP VALUE ZERO.
           05  WS-II                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-II          PIC 9(4) COMP VALUE ZERO.
           05  WS-RI                PIC 9(4) COMP VALUE ZERO.
           05  WS-MI                PIC 9(4) COMP VALUE ZERO.
           05  WS-GI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-GI          PIC 9(4) COMP VALUE ZERO.
      *
       01  WS-CALC-FIELDS.
           05  WS-HELD-QTY          PIC 9(7) VALUE ZERO.
           05  WS-AVAIL-QTY         PIC 9(7) VALUE ZERO.
           05  WS-UNIT-COST         PIC 9(5)V99 VALUE ZERO.
           05  WS-EXTENDED-VALUE    PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-QOH         PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-QOO         PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-HELD        PIC 9(9) VALUE ZERO.
           05  WS-ITEM-ACTION       PIC X(8) VALUE SPACES.
           05  WS-SITE-FLAG         PIC X(9) VALUE SPACES.
           05  WS-THIS-PRICE        PIC 9(5)V99 VALUE ZERO.
           05  WS-THIS-COST         PIC 9(5)V99 VALUE ZERO.
           05  WS-THIS-CATEGORY     PIC X(4) VALUE SPACES.
           05  WS-THIS-DESC         PIC X(28) VALUE SPACES.
           05  WS-THIS-MARGIN       PIC S9(11)V99 VALUE ZERO.
           05  WS-THIS-CUST-NAME    PIC X(28) VALUE SPACES.
           05  WS-THIS-PRIORITY     PIC 9(1) VALUE 9.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'CSVEXPRT - CONTROL FILE NOT AVAILABLE - STATUS '
                       WS-CONTROL-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM UNTIL CTL-EOF
               READ CONTROL-FILE
                   AT END MOVE 'YES' TO WS-CTL-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-CONTROL-COUNT
                    PERFORM 1000-CUT-ONE-EXPORT
                       THRU 1000-CUT-ONE-EXPORT-EXIT
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-CONTROL-COUNT = ZERO
               DISPLAY 'CSVEXPRT - NO CONTROL CARDS - NOTHING TO CUT'
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-CLOSE-EXPORTS THRU 9000-CLOSE-EXPORTS-EXIT
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'CSVEXPRT - CONTROL CARDS READ: ' WS-CONTROL-COUNT
           DISPLAY 'CSVEXPRT - ROWS WRITTEN:       ' WS-WRITE-COUNT
           DISPLAY 'CSVEXPRT - CARDS IGNORED:      ' WS-REJECT-COUNT.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * CUT THE EXPORT ONE CONTROL CARD ASKS FOR. THE CARD'S SITE  *
      * PICKS THE MASTER, ITEM DESCRIPTION, MOVEMENT AND BACKORDER *
      * FILES THE WAY INVENT'S WAREHOUSE PARM DOES.                *
      *----------------------------------------------------------*
       1000-CUT-ONE-EXPORT.
           MOVE ZERO TO WS-ROW-COUNT
           IF CV-STOCK-POSITION
               MOVE SPACES TO CV-WAREHOUSE-CODE
           END-IF
           IF CV-FROM-DATE NOT NUMERIC
               MOVE SPACES TO CV-FROM-DATE
           END-IF
           IF CV-TO-DATE NOT NUMERIC
               MOVE SPACES TO CV-TO-DATE
           END-IF
           IF CV-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-DFILE' TO WS-MASTER-DSNAME
               MOVE 'UT-S-IFILE' TO WS-ITEMDESC-DSNAME
               MOVE 'UT-S-EFILE' TO WS-MOVEMENT-DSNAME
               MOVE 'UT-S-BFILE' TO WS-BACKORDER-DSNAME
           ELSE
               STRING 'UT-S-D' CV-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MASTER-DSNAME
               STRING 'UT-S-I' CV-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-ITEMDESC-DSNAME
               STRING 'UT-S-E' CV-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MOVEMENT-DSNAME
               STRING 'UT-S-B' CV-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-BACKORDER-DSNAME
           END-IF
           PERFORM 1100-CHECK-ALREADY-CUT
              THRU 1100-CHECK-ALREADY-CUT-EXIT
           IF ALREADY-CUT
               DISPLAY 'CSVEXPRT - ' CV-EXPORT-NAME ' SITE '
                       CV-WAREHOUSE-CODE ' ALREADY CUT THIS RUN - '
                       'CARD IGNORED'
               ADD 1 TO WS-REJECT-COUNT
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 1000-CUT-ONE-EXPORT-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CV-ITEM-MASTER
                   PERFORM 2000-EXPORT-ITEMS
                      THRU 2000-EXPORT-ITEMS-EXIT
               WHEN CV-VALUATION
                   PERFORM 3000-EXPORT-VALUATION
                      THRU 3000-EXPORT-VALUATION-EXIT
               WHEN CV-STOCK-POSITION
                   PERFORM 4000-EXPORT-STOCK-POSITION
                      THRU 4000-EXPORT-STOCK-POSITION-EXIT
               WHEN CV-GROSS-MARGIN
                   PERFORM 5000-EXPORT-MARGIN
                      THRU 5000-EXPORT-MARGIN-EXIT
               WHEN CV-BACKORDERS
                   PERFORM 6000-EXPORT-BACKORDERS
                      THRU 6000-EXPORT-BACKORDERS-EXIT
               WHEN OTHER
                   DISPLAY 'CSVEXPRT - UNKNOWN EXPORT ' CV-EXPORT-NAME
                           ' - CARD IGNORED'
                   ADD 1 TO WS-REJECT-COUNT
                   IF RETURN-CODE = ZERO
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 1000-CUT-ONE-EXPORT-EXIT
           END-EVALUATE
           IF WS-CUT-COUNT < 100
               ADD 1 TO WS-CUT-COUNT
               MOVE CV-EXPORT-NAME    TO CX-EXPORT-NAME(WS-CUT-COUNT)
               MOVE CV-WAREHOUSE-CODE TO CX-WAREHOUSE(WS-CUT-COUNT)
           END-IF
           DISPLAY 'CSVEXPRT - ' CV-EXPORT-NAME ' SITE '
                   CV-WAREHOUSE-CODE ' ROWS ' WS-ROW-COUNT.
       1000-CUT-ONE-EXPORT-EXIT. EXIT.
      *
       1100-CHECK-ALREADY-CUT.
           MOVE 'NO' TO WS-CUT-SWITCH
           PERFORM VARYING WS-XI FROM 1 BY 1
                   UNTIL WS-XI > WS-CUT-COUNT
               IF CX-EXPORT-NAME(WS-XI) = CV-EXPORT-NAME
                       AND CX-WAREHOUSE(WS-XI) = CV-WAREHOUSE-CODE
                   MOVE 'YES' TO WS-CUT-SWITCH
               END-IF
           END-PERFORM.
       1100-CHECK-ALREADY-CUT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE ITEM DESCRIPTION MASTER NAMED IN                  *
      * WS-ITEMDESC-DSNAME. THE FILE IS OPTIONAL - NO FILE MEANS   *
      * NO DESCRIPTIONS OR PRICES. MISSING OR ZERO FACTORS ARE     *
      * TAKEN AS 1, A MISSING PRICE AS ZERO.                       *
      *----------------------------------------------------------*
       0500-LOAD-ITEM-DESC.
           MOVE ZERO TO WS-DESC-COUNT
           OPEN INPUT ITEM-DESC-FILE
           IF WS-ITEMDESC-STATUS NOT = '00'
                   AND WS-ITEMDESC-STATUS NOT = '05'
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
           MOVE ID-ITEM-CATEGORY TO DT-ITEM-CATEGORY (WS-DESC-COUNT)
           MOVE ID-VENDOR-NUM    TO DT-VENDOR-NUM    (WS-DESC-COUNT)
           MOVE ID-STOCK-UNIT    TO DT-STOCK-UNIT    (WS-DESC-COUNT)
           MOVE ID-PURCH-UNIT    TO DT-PURCH-UNIT    (WS-DESC-COUNT)
           MOVE ID-SELL-UNIT     TO DT-SELL-UNIT     (WS-DESC-COUNT)
           IF ID-SELL-PRICE NUMERIC
               MOVE ID-SELL-PRICE   TO DT-SELL-PRICE(WS-DESC-COUNT)
           ELSE
               MOVE ZERO            TO DT-SELL-PRICE(WS-DESC-COUNT)
           END-IF
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
      * ITEM EXPORT - EVERY MASTER ITEM WITH ITS DESCRIPTION       *
      * MASTER RECORD ALONGSIDE. HELD IS CAPPED AT QOH AND ZERO ON *
      * AN OLD-FORMAT RECORD, AS INVQUERY SHOWS IT.                *
      *----------------------------------------------------------*
       2000-EXPORT-ITEMS.
           IF NOT ITEM-EXPORT-OPEN
               OPEN OUTPUT ITEM-EXPORT-FILE
               IF WS-ITEM-EXP-STATUS NOT = '00'
                   DISPLAY 'CSVEXPRT - ITEM EXPORT NOT AVAILABLE - '
                           'STATUS ' WS-ITEM-EXP-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 2000-EXPORT-ITEMS-EXIT
               END-IF
               MOVE 'YES' TO WS-ITEM-EXP-SW
               MOVE WS-ITEM-HEADING TO WS-CSV-ROW
               PERFORM 8950-FIND-ROW-END THRU 8950-FIND-ROW-END-EXIT
               WRITE ITEM-EXPORT-RECORD FROM WS-CSV-ROW
           END-IF
           PERFORM 0500-LOAD-ITEM-DESC THRU 0500-LOAD-ITEM-DESC-EXIT
           PERFORM 7000-OPEN-MASTER THRU 7000-OPEN-MASTER-EXIT
           IF WS-MASTER-STATUS NOT = '00'
               GO TO 2000-EXPORT-ITEMS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 2100-EXPORT-ONE-ITEM
                       THRU 2100-EXPORT-ONE-ITEM-EXIT
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.
       2000-EXPORT-ITEMS-EXIT. EXIT.
      *
       2100-EXPORT-ONE-ITEM.
           MOVE ZERO TO WS-FOUND-DI
           PERFORM VARYING WS-DI FROM 1 BY 1
                   UNTIL WS-DI > WS-DESC-COUNT
               IF DT-ITEM-NUM(WS-DI) = MR-ITEM-NUM
                   MOVE WS-DI TO WS-FOUND-DI
               END-IF
           END-PERFORM
           IF MR-HELD-QTY NUMERIC
               MOVE MR-HELD-QTY TO WS-HELD-QTY
           ELSE
               MOVE ZERO TO WS-HELD-QTY
           END-IF
           IF WS-HELD-QTY > MR-QOH
               MOVE MR-QOH TO WS-HELD-QTY
           END-IF
           COMPUTE WS-AVAIL-QTY = MR-QOH - WS-HELD-QTY
           IF MR-UNIT-COST NUMERIC
               MOVE MR-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE ZERO TO WS-UNIT-COST
           END-IF
           PERFORM 8000-START-ROW THRU 8000-START-ROW-EXIT
           MOVE CV-WAREHOUSE-CODE TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MR-ITEM-NUM       TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MR-ITEM-DESC      TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MR-ITEM-CATEGORY  TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           IF MR-ITEM-STATUS = SPACE
               MOVE 'A'            TO WS-CSV-TEXT
           ELSE
               MOVE MR-ITEM-STATUS TO WS-CSV-TEXT
           END-IF
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MR-QOH            TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE WS-HELD-QTY       TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE WS-AVAIL-QTY      TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE MR-QOO            TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE WS-UNIT-COST      TO WS-CSV-AMOUNT
           PERFORM 8200-ADD-AMOUNT THRU 8200-ADD-AMOUNT-EXIT
           MOVE MR-INV-AMOUNT     TO WS-CSV-AMOUNT
           PERFORM 8200-ADD-AMOUNT THRU 8200-ADD-AMOUNT-EXIT
           MOVE MR-YTD-SOLD       TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE MR-VENDOR-NUM     TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           IF WS-FOUND-DI = ZERO
               MOVE 'N' TO WS-CSV-TEXT
               PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
               PERFORM 8050-ADD-SEPARATOR THRU 8050-ADD-SEPARATOR-EXIT
                   9 TIMES
           ELSE
               MOVE 'Y' TO WS-CSV-TEXT
               PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
               PERFORM 2200-ADD-DESC-COLUMNS
                  THRU 2200-ADD-DESC-COLUMNS-EXIT
           END-IF
           PERFORM 8900-WRITE-ROW THRU 8900-WRITE-ROW-EXIT.
       2100-EXPORT-ONE-ITEM-EXIT. EXIT.
      *
       2200-ADD-DESC-COLUMNS.
           MOVE DT-ITEM-DESC(WS-FOUND-DI)     TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE DT-ITEM-CATEGORY(WS-FOUND-DI) TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE DT-VENDOR-NUM(WS-FOUND-DI)    TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE DT-SELL-PRICE(WS-FOUND-DI)    TO WS-CSV-AMOUNT
           PERFORM 8200-ADD-AMOUNT THRU 8200-ADD-AMOUNT-EXIT
           MOVE DT-STOCK-UNIT(WS-FOUND-DI)    TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE DT-PURCH-UNIT(WS-FOUND-DI)    TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE DT-PURCH-FACTOR(WS-FOUND-DI)  TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE DT-SELL-UNIT(WS-FOUND-DI)     TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE DT-SELL-FACTOR(WS-FOUND-DI)   TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT.
       2200-ADD-DESC-COLUMNS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * VALUATION EXPORT - VALURPT'S DETAIL LINE: QOH EXTENDED BY  *
      * MR-UNIT-COST, HELD AS RECORDED, NO COST FLAGGED.           *
      *----------------------------------------------------------*
       3000-EXPORT-VALUATION.
           IF NOT VALUE-EXPORT-OPEN
               OPEN OUTPUT VALUE-EXPORT-FILE
               IF WS-VALUE-EXP-STATUS NOT = '00'
                   DISPLAY 'CSVEXPRT - VALUE EXPORT NOT AVAILABLE - '
                           'STATUS ' WS-VALUE-EXP-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 3000-EXPORT-VALUATION-EXIT
               END-IF
               MOVE 'YES' TO WS-VALUE-EXP-SW
               MOVE WS-VALUE-HEADING TO WS-CSV-ROW
               PERFORM 8950-FIND-ROW-END THRU 8950-FIND-ROW-END-EXIT
               WRITE VALUE-EXPORT-RECORD FROM WS-CSV-ROW
           END-IF
           PERFORM 7000-OPEN-MASTER THRU 7000-OPEN-MASTER-EXIT
           IF WS-MASTER-STATUS NOT = '00'
               GO TO 3000-EXPORT-VALUATION-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 3100-VALUE-ONE-ITEM
                       THRU 3100-VALUE-ONE-ITEM-EXIT
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.
       3000-EXPORT-VALUATION-EXIT. EXIT.
      *
       3100-VALUE-ONE-ITEM.
           IF MR-UNIT-COST NUMERIC
               MOVE MR-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE ZERO TO WS-UNIT-COST
           END-IF
           IF MR-HELD-QTY NUMERIC
               MOVE MR-HELD-QTY TO WS-HELD-QTY
           ELSE
               MOVE ZERO TO WS-HELD-QTY
           END-IF
           COMPUTE WS-EXTENDED-VALUE = MR-QOH * WS-UNIT-COST
           PERFORM 8000-START-ROW THRU 8000-START-ROW-EXIT
           MOVE CV-WAREHOUSE-CODE TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MR-ITEM-NUM       TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MR-ITEM-DESC      TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MR-ITEM-CATEGORY  TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MR-QOH            TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE WS-HELD-QTY       TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE WS-UNIT-COST      TO WS-CSV-AMOUNT
           PERFORM 8200-ADD-AMOUNT THRU 8200-ADD-AMOUNT-EXIT
           MOVE WS-EXTENDED-VALUE TO WS-CSV-AMOUNT
           PERFORM 8200-ADD-AMOUNT THRU 8200-ADD-AMOUNT-EXIT
           IF WS-UNIT-COST = ZERO
               MOVE 'NO COST' TO WS-CSV-TEXT
           ELSE
               MOVE SPACES    TO WS-CSV-TEXT
           END-IF
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           PERFORM 8900-WRITE-ROW THRU 8900-WRITE-ROW-EXIT.
       3100-VALUE-ONE-ITEM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * STOCK POSITION EXPORT - STOCKPOS'S MERGE OF EVERY SITE ON  *
      * THE WAREHOUSE LIST, ONE ROW PER ITEM PER SITE. A SITE      *
      * WHOSE MASTER WILL NOT OPEN IS REPORTED AND ITS ROWS SHOW   *
      * NOT HELD, AS ON THE REPORT.                                *
      *----------------------------------------------------------*
       4000-EXPORT-STOCK-POSITION.
           IF NOT STKPOS-EXPORT-OPEN
               OPEN OUTPUT STKPOS-EXPORT-FILE
               IF WS-STKPOS-EXP-STATUS NOT = '00'
                   DISPLAY 'CSVEXPRT - STKPOS EXPORT NOT AVAILABLE - '
                           'STATUS ' WS-STKPOS-EXP-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 4000-EXPORT-STOCK-POSITION-EXIT
               END-IF
               MOVE 'YES' TO WS-STKPOS-EXP-SW
               MOVE WS-STKPOS-HEADING TO WS-CSV-ROW
               PERFORM 8950-FIND-ROW-END THRU 8950-FIND-ROW-END-EXIT
               WRITE STKPOS-EXPORT-RECORD FROM WS-CSV-ROW
           END-IF
           PERFORM 4050-LOAD-ROP-TABLE THRU 4050-LOAD-ROP-TABLE-EXIT
           PERFORM 4060-LOAD-SITE-LIST THRU 4060-LOAD-SITE-LIST-EXIT
           IF WS-SITE-COUNT = ZERO
               DISPLAY 'CSVEXPRT - NO WAREHOUSES IN LIST - NO STOCK '
                       'POSITION'
               IF RETURN-CODE = ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 4000-EXPORT-STOCK-POSITION-EXIT
           END-IF
           MOVE ZERO TO WS-POS-COUNT
           PERFORM 4100-READ-ONE-SITE THRU 4100-READ-ONE-SITE-EXIT
               VARYING WS-THIS-SITE FROM 1 BY 1
               UNTIL WS-THIS-SITE > WS-SITE-COUNT
           PERFORM 4300-EXPORT-ONE-ITEM THRU 4300-EXPORT-ONE-ITEM-EXIT
               VARYING WS-II FROM 1 BY 1
               UNTIL WS-II > WS-POS-COUNT.
       4000-EXPORT-STOCK-POSITION-EXIT. EXIT.
      *
       4050-LOAD-ROP-TABLE.
           MOVE ZERO TO WS-ROP-COUNT
           OPEN INPUT REORDER-POINT-FILE
           IF WS-ROP-STATUS NOT = '00'
               GO TO 4050-LOAD-ROP-TABLE-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ REORDER-POINT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-ROP-COUNT < 9999
                        ADD 1 TO WS-ROP-COUNT
                        MOVE RP-ITEM-NUM TO RT-ITEM-NUM(WS-ROP-COUNT)
                        MOVE RP-REORDER-POINT
                          TO RT-REORDER-POINT(WS-ROP-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE REORDER-POINT-FILE.
       4050-LOAD-ROP-TABLE-EXIT. EXIT.
      *
       4060-LOAD-SITE-LIST.
           MOVE ZERO TO WS-SITE-COUNT
           OPEN INPUT WHSE-LIST-FILE
           IF WS-WLIST-STATUS NOT = '00'
               DISPLAY 'CSVEXPRT - WAREHOUSE LIST NOT AVAILABLE - '
                       'STATUS ' WS-WLIST-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 4060-LOAD-SITE-LIST-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ WHSE-LIST-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-SITE-COUNT < 8
                        ADD 1 TO WS-SITE-COUNT
                        MOVE WL-WAREHOUSE-CODE
                          TO SITE-CODE(WS-SITE-COUNT)
                    ELSE
                        DISPLAY 'CSVEXPRT - MORE THAN 8 WAREHOUSES '
                                'LISTED - EXTRAS IGNORED'
                    END-IF
               END-READ
           END-PERFORM
           CLOSE WHSE-LIST-FILE.
       4060-LOAD-SITE-LIST-EXIT. EXIT.
      *
       4100-READ-ONE-SITE.
           IF SITE-CODE(WS-THIS-SITE) = SPACES
               MOVE 'UT-S-DFILE' TO WS-MASTER-DSNAME
           ELSE
               STRING 'UT-S-D' SITE-CODE(WS-THIS-SITE)
                   DELIMITED BY SIZE INTO WS-MASTER-DSNAME
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CSVEXPRT - SITE ' SITE-CODE(WS-THIS-SITE)
                       ' MASTER NOT AVAILABLE - SKIPPED'
               GO TO 4100-READ-ONE-SITE-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 4200-MERGE-ONE-ITEM
                       THRU 4200-MERGE-ONE-ITEM-EXIT
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.
       4100-READ-ONE-SITE-EXIT. EXIT.
      *
       4200-MERGE-ONE-ITEM.
           MOVE 'NO' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-II FROM 1 BY 1
                   UNTIL WS-II > WS-POS-COUNT
               IF IT-ITEM-NUM(WS-II) = MR-ITEM-NUM
                   MOVE 'YES' TO WS-FOUND-SWITCH
                   MOVE WS-II TO WS-FOUND-II
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-POS-COUNT NOT < 9999
                   GO TO 4200-MERGE-ONE-ITEM-EXIT
               END-IF
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT TO WS-FOUND-II
               MOVE MR-ITEM-NUM  TO IT-ITEM-NUM(WS-FOUND-II)
               MOVE MR-ITEM-DESC TO IT-ITEM-DESC(WS-FOUND-II)
               MOVE WS-DEFAULT-ROP TO IT-REORDER-POINT(WS-FOUND-II)
               PERFORM VARYING WS-RI FROM 1 BY 1
                       UNTIL WS-RI > WS-ROP-COUNT
                   IF RT-ITEM-NUM(WS-RI) = MR-ITEM-NUM
                       MOVE RT-REORDER-POINT(WS-RI)
                         TO IT-REORDER-POINT(WS-FOUND-II)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SI FROM 1 BY 1 UNTIL WS-SI > 8
                   MOVE ZERO TO ST-QOH(WS-FOUND-II, WS-SI)
                   MOVE ZERO TO ST-QOO(WS-FOUND-II, WS-SI)
                   MOVE ZERO TO ST-HELD(WS-FOUND-II, WS-SI)
                   MOVE ZERO TO ST-AVAIL(WS-FOUND-II, WS-SI)
                   MOVE 'N'  TO ST-PRESENT(WS-FOUND-II, WS-SI)
               END-PERFORM
           END-IF
           MOVE MR-QOH TO ST-QOH(WS-FOUND-II, WS-THIS-SITE)
           MOVE MR-QOO TO ST-QOO(WS-FOUND-II, WS-THIS-SITE)
           IF MR-HELD-QTY NUMERIC AND MR-HELD-QTY NOT > MR-QOH
               MOVE MR-HELD-QTY TO ST-HELD(WS-FOUND-II, WS-THIS-SITE)
           ELSE
               IF MR-HELD-QTY NUMERIC
                   MOVE MR-QOH TO ST-HELD(WS-FOUND-II, WS-THIS-SITE)
               ELSE
                   MOVE ZERO   TO ST-HELD(WS-FOUND-II, WS-THIS-SITE)
               END-IF
           END-IF
           COMPUTE ST-AVAIL(WS-FOUND-II, WS-THIS-SITE) =
                   MR-QOH - ST-HELD(WS-FOUND-II, WS-THIS-SITE)
           MOVE 'Y'    TO ST-PRESENT(WS-FOUND-II, WS-THIS-SITE).
       4200-MERGE-ONE-ITEM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE ITEM'S COMPANY TOTALS AND ACTION AS STOCKPOS WORKS     *
      * THEM OUT, THEN ONE ROW PER SITE WITH THE SITE'S FLAG.      *
      *----------------------------------------------------------*
       4300-EXPORT-ONE-ITEM.
           MOVE ZERO TO WS-TOTAL-QOH
           MOVE ZERO TO WS-TOTAL-QOO
           MOVE ZERO TO WS-TOTAL-HELD
           MOVE 'NO' TO WS-BELOW-SWITCH
           MOVE 'NO' TO WS-SURPLUS-SWITCH
           PERFORM VARYING WS-SI FROM 1 BY 1
                   UNTIL WS-SI > WS-SITE-COUNT
               ADD ST-QOH(WS-II, WS-SI) TO WS-TOTAL-QOH
               ADD ST-QOO(WS-II, WS-SI) TO WS-TOTAL-QOO
               ADD ST-HELD(WS-II, WS-SI) TO WS-TOTAL-HELD
               IF SITE-HOLDS-ITEM(WS-II, WS-SI)
                   IF ST-AVAIL(WS-II, WS-SI) <
                           IT-REORDER-POINT(WS-II)
                       MOVE 'YES' TO WS-BELOW-SWITCH
                   END-IF
                   IF ST-AVAIL(WS-II, WS-SI) >
                           IT-REORDER-POINT(WS-II)
                       MOVE 'YES' TO WS-SURPLUS-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN SOME-SITE-BELOW AND SOME-SITE-SURPLUS
                   MOVE 'TRANSFER' TO WS-ITEM-ACTION
               WHEN SOME-SITE-BELOW
                   MOVE 'REORDER'  TO WS-ITEM-ACTION
               WHEN OTHER
                   MOVE SPACES     TO WS-ITEM-ACTION
           END-EVALUATE
           PERFORM 4400-EXPORT-ONE-SITE THRU 4400-EXPORT-ONE-SITE-EXIT
               VARYING WS-SI FROM 1 BY 1
               UNTIL WS-SI > WS-SITE-COUNT.
       4300-EXPORT-ONE-ITEM-EXIT. EXIT.
      *
       4400-EXPORT-ONE-SITE.
           EVALUATE TRUE
               WHEN NOT SITE-HOLDS-ITEM(WS-II, WS-SI)
                   MOVE 'NOT HELD'  TO WS-SITE-FLAG
               WHEN ST-AVAIL(WS-II, WS-SI) <
                       IT-REORDER-POINT(WS-II)
                   MOVE 'BELOW ROP' TO WS-SITE-FLAG
               WHEN ST-AVAIL(WS-II, WS-SI) >
                       IT-REORDER-POINT(WS-II)
                   MOVE 'SURPLUS'   TO WS-SITE-FLAG
               WHEN OTHER
                   MOVE SPACES      TO WS-SITE-FLAG
           END-EVALUATE
           PERFORM 8000-START-ROW THRU 8000-START-ROW-EXIT
           MOVE IT-ITEM-NUM(WS-II)      TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE IT-ITEM-DESC(WS-II)     TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE IT-REORDER-POINT(WS-II) TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE WS-ITEM-ACTION          TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE WS-TOTAL-QOH            TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE WS-TOTAL-QOO            TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE WS-TOTAL-HELD           TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE SITE-CODE(WS-SI)        TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE WS-SITE-FLAG            TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE ST-QOH(WS-II, WS-SI)    TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE ST-QOO(WS-II, WS-SI)    TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE ST-HELD(WS-II, WS-SI)   TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE ST-AVAIL(WS-II, WS-SI)  TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           PERFORM 8900-WRITE-ROW THRU 8900-WRITE-ROW-EXIT.
       4400-EXPORT-ONE-SITE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * GROSS MARGIN EXPORT - MARGNRPT'S ITEM LINE. THE SITE'S     *
      * 'S' MOVEMENTS INSIDE THE CARD'S DATE RANGE, PRICED AT THE  *
      * UT-S-IFILE SELLING PRICE AND COSTED AT THE SITE MASTER'S   *
      * UNIT COST.                                                 *
      *----------------------------------------------------------*
       5000-EXPORT-MARGIN.
           IF NOT MARGIN-EXPORT-OPEN
               OPEN OUTPUT MARGIN-EXPORT-FILE
               IF WS-MARGIN-EXP-STATUS NOT = '00'
                   DISPLAY 'CSVEXPRT - MARGIN EXPORT NOT AVAILABLE - '
                           'STATUS ' WS-MARGIN-EXP-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 5000-EXPORT-MARGIN-EXIT
               END-IF
               MOVE 'YES' TO WS-MARGIN-EXP-SW
               MOVE WS-MARGIN-HEADING TO WS-CSV-ROW
               PERFORM 8950-FIND-ROW-END THRU 8950-FIND-ROW-END-EXIT
               WRITE MARGIN-EXPORT-RECORD FROM WS-CSV-ROW
           END-IF
           PERFORM 7000-OPEN-MASTER THRU 7000-OPEN-MASTER-EXIT
           IF WS-MASTER-STATUS NOT = '00'
               GO TO 5000-EXPORT-MARGIN-EXIT
           END-IF
           MOVE ZERO TO WS-MST-COUNT
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-MST-COUNT < 9999
                        ADD 1 TO WS-MST-COUNT
                        MOVE MR-ITEM-NUM
                          TO MS-ITEM-NUM(WS-MST-COUNT)
                        MOVE MR-ITEM-DESC
                          TO MS-ITEM-DESC(WS-MST-COUNT)
                        MOVE MR-ITEM-CATEGORY
                          TO MS-ITEM-CATEGORY(WS-MST-COUNT)
                        IF MR-UNIT-COST NUMERIC
                            MOVE MR-UNIT-COST
                              TO MS-UNIT-COST(WS-MST-COUNT)
                        ELSE
                            MOVE ZERO
                              TO MS-UNIT-COST(WS-MST-COUNT)
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE 'UT-S-IFILE' TO WS-ITEMDESC-DSNAME
           PERFORM 0500-LOAD-ITEM-DESC THRU 0500-LOAD-ITEM-DESC-EXIT
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS NOT = '00'
               DISPLAY 'CSVEXPRT - MOVEMENT FILE NOT AVAILABLE - '
                       'STATUS ' WS-MOVEMENT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 5000-EXPORT-MARGIN-EXIT
           END-IF
           MOVE ZERO TO WS-MGN-COUNT
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ MOVEMENT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 5100-ABSORB-ONE-SALE
                       THRU 5100-ABSORB-ONE-SALE-EXIT
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-FILE
           PERFORM 5300-EXPORT-ONE-ITEM THRU 5300-EXPORT-ONE-ITEM-EXIT
               VARYING WS-GI FROM 1 BY 1
               UNTIL WS-GI > WS-MGN-COUNT.
       5000-EXPORT-MARGIN-EXIT. EXIT.
      *
       5100-ABSORB-ONE-SALE.
           IF MV-TRANS-CODE NOT = 'S'
               GO TO 5100-ABSORB-ONE-SALE-EXIT
           END-IF
           IF CV-FROM-DATE NOT = SPACES
                   AND MV-RUN-DATE < CV-FROM-DATE
               GO TO 5100-ABSORB-ONE-SALE-EXIT
           END-IF
           IF CV-TO-DATE NOT = SPACES
                   AND MV-RUN-DATE > CV-TO-DATE
               GO TO 5100-ABSORB-ONE-SALE-EXIT
           END-IF
           MOVE 'NO' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GI FROM 1 BY 1
                   UNTIL WS-GI > WS-MGN-COUNT
               IF MG-ITEM-NUM(WS-GI) = MV-ITEM-NUM
                   MOVE 'YES' TO WS-FOUND-SWITCH
                   MOVE WS-GI TO WS-FOUND-GI
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-MGN-COUNT NOT < 9999
                   GO TO 5100-ABSORB-ONE-SALE-EXIT
               END-IF
               ADD 1 TO WS-MGN-COUNT
               MOVE WS-MGN-COUNT TO WS-FOUND-GI
               MOVE MV-ITEM-NUM  TO MG-ITEM-NUM(WS-FOUND-GI)
               MOVE ZERO         TO MG-QTY(WS-FOUND-GI)
               MOVE ZERO         TO MG-REVENUE(WS-FOUND-GI)
               MOVE ZERO         TO MG-COST(WS-FOUND-GI)
               MOVE 'N'          TO MG-NO-PRICE-FLAG(WS-FOUND-GI)
           END-IF
           PERFORM 5200-PRICE-AND-COST THRU 5200-PRICE-AND-COST-EXIT
           ADD MV-QUANTITY TO MG-QTY(WS-FOUND-GI)
           COMPUTE MG-REVENUE(WS-FOUND-GI) =
                   MG-REVENUE(WS-FOUND-GI)
                   + (MV-QUANTITY * WS-THIS-PRICE)
           COMPUTE MG-COST(WS-FOUND-GI) =
                   MG-COST(WS-FOUND-GI)
                   + (MV-QUANTITY * WS-THIS-COST)
           IF WS-THIS-PRICE = ZERO
               MOVE 'Y' TO MG-NO-PRICE-FLAG(WS-FOUND-GI)
           END-IF.
       5100-ABSORB-ONE-SALE-EXIT. EXIT.
      *
       5200-PRICE-AND-COST.
           MOVE ZERO TO WS-THIS-PRICE
           MOVE ZERO TO WS-THIS-COST
           PERFORM VARYING WS-DI FROM 1 BY 1
                   UNTIL WS-DI > WS-DESC-COUNT
               IF DT-ITEM-NUM(WS-DI) = MV-ITEM-NUM
                   MOVE DT-SELL-PRICE(WS-DI) TO WS-THIS-PRICE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-MST-COUNT
               IF MS-ITEM-NUM(WS-MI) = MV-ITEM-NUM
                   MOVE MS-UNIT-COST(WS-MI) TO WS-THIS-COST
               END-IF
           END-PERFORM.
       5200-PRICE-AND-COST-EXIT. EXIT.
      *
       5300-EXPORT-ONE-ITEM.
           MOVE SPACES TO WS-THIS-CATEGORY
           MOVE SPACES TO WS-THIS-DESC
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-MST-COUNT
               IF MS-ITEM-NUM(WS-MI) = MG-ITEM-NUM(WS-GI)
                   MOVE MS-ITEM-CATEGORY(WS-MI) TO WS-THIS-CATEGORY
                   MOVE MS-ITEM-DESC(WS-MI)     TO WS-THIS-DESC
               END-IF
           END-PERFORM
           COMPUTE WS-THIS-MARGIN =
                   MG-REVENUE(WS-GI) - MG-COST(WS-GI)
           PERFORM 8000-START-ROW THRU 8000-START-ROW-EXIT
           MOVE CV-WAREHOUSE-CODE  TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MG-ITEM-NUM(WS-GI) TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE WS-THIS-DESC       TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE WS-THIS-CATEGORY   TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE MG-QTY(WS-GI)      TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE MG-REVENUE(WS-GI)  TO WS-CSV-AMOUNT
           PERFORM 8200-ADD-AMOUNT THRU 8200-ADD-AMOUNT-EXIT
           MOVE MG-COST(WS-GI)     TO WS-CSV-AMOUNT
           PERFORM 8200-ADD-AMOUNT THRU 8200-ADD-AMOUNT-EXIT
           MOVE WS-THIS-MARGIN     TO WS-CSV-AMOUNT
           PERFORM 8200-ADD-AMOUNT THRU 8200-ADD-AMOUNT-EXIT
           EVALUATE TRUE
               WHEN MG-NO-PRICE-FLAG(WS-GI) = 'Y'
                   MOVE 'NO PRC' TO WS-CSV-TEXT
               WHEN WS-THIS-MARGIN < ZERO
                   MOVE 'LOSS'   TO WS-CSV-TEXT
               WHEN OTHER
                   MOVE SPACES   TO WS-CSV-TEXT
           END-EVALUATE
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           PERFORM 8900-WRITE-ROW THRU 8900-WRITE-ROW-EXIT.
       5300-EXPORT-ONE-ITEM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * BACKORDER EXPORT - BKORDRPT'S DETAIL LINE WITH THE         *
      * CUSTOMER'S NAME AND PRIORITY CLASS. AN EMPTY OR MISSING    *
      * BACKORDER FILE SIMPLY CUTS NO ROWS.                        *
      *----------------------------------------------------------*
       6000-EXPORT-BACKORDERS.
           IF NOT BKORD-EXPORT-OPEN
               OPEN OUTPUT BKORD-EXPORT-FILE
               IF WS-BKORD-EXP-STATUS NOT = '00'
                   DISPLAY 'CSVEXPRT - BKORD EXPORT NOT AVAILABLE - '
                           'STATUS ' WS-BKORD-EXP-STATUS
                   MOVE 12 TO RETURN-CODE
                   GO TO 6000-EXPORT-BACKORDERS-EXIT
               END-IF
               MOVE 'YES' TO WS-BKORD-EXP-SW
               MOVE WS-BKORD-HEADING TO WS-CSV-ROW
               PERFORM 8950-FIND-ROW-END THRU 8950-FIND-ROW-END-EXIT
               WRITE BKORD-EXPORT-RECORD FROM WS-CSV-ROW
           END-IF
           IF NOT CUSTOMERS-LOADED
               PERFORM 6050-LOAD-CUSTOMERS
                  THRU 6050-LOAD-CUSTOMERS-EXIT
           END-IF
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-STATUS NOT = '00'
                   AND WS-BACKORDER-STATUS NOT = '05'
               GO TO 6000-EXPORT-BACKORDERS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ BACKORDER-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 6100-EXPORT-ONE-BACKORDER
                       THRU 6100-EXPORT-ONE-BACKORDER-EXIT
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE.
       6000-EXPORT-BACKORDERS-EXIT. EXIT.
      *
       6050-LOAD-CUSTOMERS.
           MOVE 'YES' TO WS-CUST-LOADED-SW
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
                   AND WS-CUSTOMER-STATUS NOT = '05'
               GO TO 6050-LOAD-CUSTOMERS-EXIT
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
       6050-LOAD-CUSTOMERS-EXIT. EXIT.
      *
       6100-EXPORT-ONE-BACKORDER.
           MOVE '* NOT ON FILE *' TO WS-THIS-CUST-NAME
           MOVE 9                 TO WS-THIS-PRIORITY
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CUST-COUNT
               IF CS-CUSTOMER-ID(WS-CI) = BO-CUSTOMER-ID
                   MOVE CS-CUSTOMER-NAME(WS-CI) TO WS-THIS-CUST-NAME
                   MOVE CS-PRIORITY(WS-CI)      TO WS-THIS-PRIORITY
               END-IF
           END-PERFORM
           PERFORM 8000-START-ROW THRU 8000-START-ROW-EXIT
           MOVE CV-WAREHOUSE-CODE TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE BO-ITEM-NUM       TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE BO-CUSTOMER-ID    TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE BO-ORDER-QTY      TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE BO-OPEN-QTY       TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           MOVE BO-ORDER-DATE     TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE WS-THIS-CUST-NAME TO WS-CSV-TEXT
           PERFORM 8100-ADD-TEXT THRU 8100-ADD-TEXT-EXIT
           MOVE WS-THIS-PRIORITY  TO WS-CSV-COUNT
           PERFORM 8300-ADD-COUNT THRU 8300-ADD-COUNT-EXIT
           PERFORM 8900-WRITE-ROW THRU 8900-WRITE-ROW-EXIT.
       6100-EXPORT-ONE-BACKORDER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * OPEN THE CARD'S SITE MASTER FOR A SEQUENTIAL PASS. A       *
      * MASTER THAT WILL NOT OPEN SKIPS THE CARD - RETURN CODE 12. *
      *----------------------------------------------------------*
       7000-OPEN-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'CSVEXPRT - MASTER FILE NOT AVAILABLE - STATUS '
                       WS-MASTER-STATUS ' - ' CV-EXPORT-NAME ' SITE '
                       CV-WAREHOUSE-CODE ' NOT CUT'
               MOVE 12 TO RETURN-CODE
           END-IF.
       7000-OPEN-MASTER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * ROW BUILDING. 8000 STARTS AN EMPTY ROW; 8100, 8200 AND     *
      * 8300 APPEND ONE COLUMN EACH - TEXT QUOTED WITH TRAILING    *
      * SPACES DROPPED AND ANY QUOTE DOUBLED, AN AMOUNT WITH ITS   *
      * DECIMAL POINT, A WHOLE NUMBER - PUTTING THE COMMA IN FRONT *
      * OF EVERY COLUMN BUT THE FIRST; 8050 ALONE APPENDS AN EMPTY *
      * COLUMN. 8900 WRITES THE ROW TO THE CARD'S EXPORT FILE.     *
      *----------------------------------------------------------*
       8000-START-ROW.
           MOVE SPACES TO WS-CSV-ROW
           MOVE 1      TO WS-CSV-PTR.
       8000-START-ROW-EXIT. EXIT.
      *
       8050-ADD-SEPARATOR.
           IF WS-CSV-PTR > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR
           END-IF.
       8050-ADD-SEPARATOR-EXIT. EXIT.
      *
       8100-ADD-TEXT.
           PERFORM 8050-ADD-SEPARATOR THRU 8050-ADD-SEPARATOR-EXIT
           MOVE 30 TO WS-CSV-TEXT-LEN
           PERFORM UNTIL WS-CSV-TEXT-LEN = 0
                      OR WS-CSV-TEXT(WS-CSV-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CSV-TEXT-LEN
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
               INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR
           PERFORM VARYING WS-CSV-CI FROM 1 BY 1
                   UNTIL WS-CSV-CI > WS-CSV-TEXT-LEN
               IF WS-CSV-TEXT(WS-CSV-CI:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                       INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR
               ELSE
                   STRING WS-CSV-TEXT(WS-CSV-CI:1) DELIMITED BY SIZE
                       INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
               INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR
           MOVE SPACES TO WS-CSV-TEXT.
       8100-ADD-TEXT-EXIT. EXIT.
      *
       8200-ADD-AMOUNT.
           PERFORM 8050-ADD-SEPARATOR THRU 8050-ADD-SEPARATOR-EXIT
           MOVE WS-CSV-AMOUNT TO WS-CSV-AMOUNT-EDIT
           MOVE 1 TO WS-CSV-EI
           PERFORM UNTIL WS-CSV-AMOUNT-EDIT(WS-CSV-EI:1) NOT = SPACE
               ADD 1 TO WS-CSV-EI
           END-PERFORM
           STRING WS-CSV-AMOUNT-EDIT(WS-CSV-EI:) DELIMITED BY SIZE
               INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR.
       8200-ADD-AMOUNT-EXIT. EXIT.
      *
       8300-ADD-COUNT.
           PERFORM 8050-ADD-SEPARATOR THRU 8050-ADD-SEPARATOR-EXIT
           MOVE WS-CSV-COUNT TO WS-CSV-COUNT-EDIT
           MOVE 1 TO WS-CSV-EI
           PERFORM UNTIL WS-CSV-COUNT-EDIT(WS-CSV-EI:1) NOT = SPACE
               ADD 1 TO WS-CSV-EI
           END-PERFORM
           STRING WS-CSV-COUNT-EDIT(WS-CSV-EI:) DELIMITED BY SIZE
               INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR.
       8300-ADD-COUNT-EXIT. EXIT.
      *
       8900-WRITE-ROW.
           COMPUTE WS-CSV-LENGTH = WS-CSV-PTR - 1
           EVALUATE TRUE
               WHEN CV-ITEM-MASTER
                   WRITE ITEM-EXPORT-RECORD   FROM WS-CSV-ROW
               WHEN CV-VALUATION
                   WRITE VALUE-EXPORT-RECORD  FROM WS-CSV-ROW
               WHEN CV-STOCK-POSITION
                   WRITE STKPOS-EXPORT-RECORD FROM WS-CSV-ROW
               WHEN CV-GROSS-MARGIN
                   WRITE MARGIN-EXPORT-RECORD FROM WS-CSV-ROW
               WHEN CV-BACKORDERS
                   WRITE BKORD-EXPORT-RECORD  FROM WS-CSV-ROW
           END-EVALUATE
           ADD 1 TO WS-ROW-COUNT
           ADD 1 TO WS-WRITE-COUNT.
       8900-WRITE-ROW-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * SET WS-CSV-LENGTH TO THE LAST NON-BLANK BYTE OF THE ROW -  *
      * USED FOR THE HEADER ROWS, WHICH ARE MOVED IN WHOLE.        *
      *----------------------------------------------------------*
       8950-FIND-ROW-END.
           MOVE 300 TO WS-CSV-LENGTH
           PERFORM UNTIL WS-CSV-LENGTH = 1
                      OR WS-CSV-ROW(WS-CSV-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CSV-LENGTH
           END-PERFORM.
       8950-FIND-ROW-END-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * CLOSE WHICHEVER EXPORT FILES THE CARDS OPENED.             *
      *----------------------------------------------------------*
       9000-CLOSE-EXPORTS.
           IF ITEM-EXPORT-OPEN
               CLOSE ITEM-EXPORT-FILE
           END-IF
           IF VALUE-EXPORT-OPEN
               CLOSE VALUE-EXPORT-FILE
           END-IF
           IF STKPOS-EXPORT-OPEN
               CLOSE STKPOS-EXPORT-FILE
           END-IF
           IF MARGIN-EXPORT-OPEN
               CLOSE MARGIN-EXPORT-FILE
           END-IF
           IF BKORD-EXPORT-OPEN
               CLOSE BKORD-EXPORT-FILE
           END-IF.
       9000-CLOSE-EXPORTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND A SUMMARY LINE FOR THIS RUN TO THE SHARED RUN LOG.  *
      * THE LOG MAY NOT EXIST YET THE FIRST TIME ANY PROGRAM RUNS, *
      * SO FALL BACK TO OPEN OUTPUT WHEN OPEN EXTEND FAILS.        *
      *----------------------------------------------------------*
       9200-WRITE-RUN-LOG.
           MOVE 'CSVEXPRT'         TO RL-PROGRAM-NAME
           MOVE WS-RUN-START-TIME  TO RL-START-TIME
           MOVE WS-RUN-END-TIME    TO RL-END-TIME
           MOVE WS-READ-COUNT      TO RL-RECORDS-READ
           MOVE WS-WRITE-COUNT     TO RL-RECORDS-WRITTEN
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
