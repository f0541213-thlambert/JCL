       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIDECONV.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * WIDECONV IS THE ONE-TIME REFORMAT THAT GOES WITH WIDENING
      * THE QUANTITY AND AMOUNT FIELDS. QUANTITIES WERE FOUR DIGITS
      * (9,999) AND THE INVENTORY AMOUNT FIVE WHOLE DIGITS
      * ($99,999.99); THE RECORD LAYOUTS NOW CARRY SEVEN-DIGIT
      * QUANTITIES, AN EIGHT-DIGIT YTD-SOLD AND A NINE-DIGIT
      * AMOUNT, SO EVERY FILE WRITTEN UNDER THE OLD LAYOUTS MUST BE
      * REFORMATTED ONCE BEFORE ANY PROGRAM BUILT ON THE NEW
      * COPYBOOKS READS IT.
      *
      * ONE FILE IS CONVERTED PER RUN. THE COMMAND LINE CARRIES THE
      * FILE TYPE IN THE FIRST EIGHT POSITIONS AND, LIKE INVENT, AN
      * OPTIONAL WAREHOUSE CODE IN THE NEXT FOUR TO PICK THAT
      * SITE'S COPY OF A PER-SITE FILE (IGNORED FOR THE COMPANY-
      * WIDE ONES):
      *
      *   MASTER    ITEM MASTER         UT-S-DFILE / UT-S-D+WHSE
      *   HISTORY   MONTH-END HISTORY   UT-S-HFILE
      *   MOVEMENT  MOVEMENT TRAIL      UT-S-EFILE / UT-S-E+WHSE
      *   MOVARCH   MOVEMENT ARCHIVE    UT-S-MARCH
      *   BACKORD   BACKORDERS          UT-S-BFILE / UT-S-B+WHSE
      *   INTRANS   IN-TRANSIT          UT-S-NTRAN
      *   POCOMMIT  PO COMMITMENTS      UT-S-PCMIT
      *   EXCEPT    EXCEPTIONS          UT-S-XFILE / UT-S-X+WHSE
      *   LOT       LOTS                UT-S-LOTFL / UT-S-LT+WHSE
      *   PICKTKT   PICK TICKETS        UT-S-PKTKT / UT-S-PK+WHSE
      *   RTV       RETURNS TO VENDOR   UT-S-RTVFL / UT-S-RV+WHSE
      *   COSTHIST  COST HISTORY        UT-S-CHIST
      *   ROP       REORDER POINTS      UT-S-RFILE
      *   PURGED    MONTHEND'S PURGED-ITEM ARCHIVE  UT-S-ARCHV
      *   VINVOICE  VENDOR INVOICES     UT-S-VINVC
      *   PAIDHIST  PAID INVOICES       UT-S-INVHS
      *   RMA       CUSTOMER RMAS       UT-S-RMAFL
      *
      * THE OLD FILE IS ONLY READ. THE OLD LAYOUTS ARE DESCRIBED
      * HERE (THE COPYBOOKS NOW HOLD THE NEW ONES) AND EACH RECORD
      * IS WRITTEN FIELD BY FIELD IN THE NEW LAYOUT TO UT-S-CVOUT -
      * OR, FOR THE ITEM MASTER, TO THE NEW INDEXED FILE UT-S-CVMST.
      * A QUANTITY OR AMOUNT THAT IS NOT NUMERIC ON THE OLD RECORD
      * (MR-HELD-QTY ON MASTERS WRITTEN BEFORE STOCK COULD BE HELD,
      * FOR ONE) IS WRITTEN AS ZERO AND COUNTED.
      *
      * THE CONVERSION PROVES ITSELF BEFORE ANYONE SWAPS THE NEW
      * FILE IN. WHILE THE OLD FILE IS READ ITS RECORDS ARE COUNTED
      * AND ITS QUANTITIES AND AMOUNTS TOTALLED; THE NEW FILE IS
      * THEN READ BACK UNDER THE NEW LAYOUT AND COUNTED AND
      * TOTALLED AGAIN. BOTH SETS OF FIGURES ARE PRINTED SIDE BY
      * SIDE ON UT-S-PFILE, AND ANY DIFFERENCE ENDS THE STEP WITH
      * RETURN CODE 12 - OPERATIONS RENAME THE NEW DATASET OVER THE
      * OLD ONE ONLY AFTER A CLEAN RUN. THE RUN IS LOGGED ON THE
      * SHARED RUN LOG LIKE EVERY OTHER STEP.
      *
      * THE TRANSACTION BATCHES, COUNT FILES, SUGGESTION FILES AND
      * INVENT'S APPLY CHECKPOINT ARE NOT CONVERTED - THEY ARE
      * REBUILT EVERY CYCLE AND MUST SIMPLY BE RUN OFF UNDER THE
      * OLD PROGRAMS BEFORE THE CUT-OVER.
      *
      * THE VENDOR INVOICE FILE, THE PAID INVOICE HISTORY AND THE
      * RMA FILE HAVE NOW HAD THEIR QUANTITIES WIDENED TO 7 DIGITS
      * TOO, AND THE PAID HISTORY'S PAY AMOUNT TO 9 DIGITS AND 2
      * DECIMALS, SO THEY ARE CONVERTED HERE AS FILE TYPES
      * VINVOICE, PAIDHIST AND RMA WITH THE SAME COUNT AND TOTAL
      * PROOF. INVMATCH'S APPROVED-FOR-PAYMENT EXTRACT AND
      * RMAMNT'S MAINTENANCE TRANSACTIONS ARE REBUILT EVERY CYCLE
      * AND ARE NOT CONVERTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO WS-OLD-DSNAME
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS OMR-ITEM-NUM
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-HISTORY-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-MOVEMENT-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-BACKORDER-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-INTRANSIT-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-COMMIT-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-EXCEPTION-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-LOT-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-PICKTKT-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-RTV-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-COSTHIST-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-ROP-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-INVOICE-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-PAIDHIST-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-RMA-FILE ASSIGN TO WS-OLD-DSNAME
                              FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO UT-S-CVMST
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS MR-ITEM-NUM
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-HISTORY-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-MOVEMENT-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-BACKORDER-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-INTRANSIT-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-COMMIT-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-EXCEPTION-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-LOT-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-PICKTKT-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-RTV-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-COSTHIST-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-ROP-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-ARCHIVE-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-INVOICE-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-PAIDHIST-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT NEW-RMA-FILE ASSIGN TO UT-S-CVOUT
                              FILE STATUS IS WS-NEW-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * THE OLD LAYOUTS, AS THEY STOOD BEFORE THE WIDENING. THE
      * ITEM MASTER IS TAKEN WHOLE INTO WS-OLD-IMAGE.
      *
       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-MASTER-RECORD.
           05  OMR-ITEM-NUM        PIC X(6).
           05  FILLER              PIC X(70).
      *
       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-HISTORY-RECORD.
           05  OHR-ITEM-NUM        PIC X(6).
           05  OHR-ITEM-DESC       PIC X(28).
           05  OHR-QOH             PIC 9(4).
           05  OHR-QOO             PIC 9(4).
           05  OHR-INV-AMOUNT      PIC 9(5)V99.
           05  OHR-YTD-SOLD        PIC 9(5).
           05  OHR-ITEM-CATEGORY   PIC X(4).
           05  OHR-PERIOD-END-DATE PIC 9(6).
      *
      * THE MOVEMENT TRAIL AND MOVARCH'S ARCHIVE SHARE ONE LAYOUT.
      *
       FD  OLD-MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-MOVEMENT-RECORD.
           05  OMV-ITEM-NUM        PIC X(6).
           05  OMV-TRANS-CODE      PIC X(1).
           05  OMV-QUANTITY        PIC 9(4).
           05  OMV-QOH-BEFORE      PIC 9(4).
           05  OMV-QOH-AFTER       PIC 9(4).
           05  OMV-WAREHOUSE-CODE  PIC X(4).
           05  OMV-RUN-DATE        PIC 9(6).
           05  OMV-KIT-ITEM        PIC X(6).
      *
       FD  OLD-BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-BACKORDER-RECORD.
           05  OBO-ITEM-NUM        PIC X(6).
           05  OBO-CUSTOMER-ID     PIC X(6).
           05  OBO-ORDER-QTY       PIC 9(4).
           05  OBO-OPEN-QTY        PIC 9(4).
           05  OBO-ORDER-DATE      PIC 9(6).
      *
       FD  OLD-INTRANSIT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-INTRANSIT-RECORD.
           05  ONT-ITEM-NUM        PIC X(6).
           05  ONT-FROM-WHSE       PIC X(4).
           05  ONT-TO-WHSE         PIC X(4).
           05  ONT-XFER-QTY        PIC 9(4).
           05  ONT-OPEN-QTY        PIC 9(4).
           05  ONT-SHIP-DATE       PIC 9(6).
      *
       FD  OLD-COMMIT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-COMMIT-RECORD.
           05  OPM-VENDOR-NUM      PIC X(6).
           05  OPM-ITEM-NUM        PIC X(6).
           05  OPM-ORDER-QTY       PIC 9(4).
           05  OPM-ORDER-DATE      PIC 9(6).
           05  OPM-EXPECT-DATE     PIC 9(6).
           05  OPM-RECEIVED-QTY    PIC 9(4).
           05  OPM-RECEIPT-DATE    PIC 9(6).
           05  OPM-STATUS          PIC X(1).
           05  OPM-ORDER-UNIT      PIC X(2).
           05  OPM-UNIT-FACTOR     PIC 9(4).
      *
       FD  OLD-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-EXCEPTION-RECORD.
           05  OEX-ITEM-NUM        PIC X(6).
           05  OEX-QOH             PIC 9(4).
           05  OEX-QOO             PIC 9(4).
           05  OEX-INV-AMOUNT      PIC 9(5)V99.
           05  OEX-YTD-SOLD        PIC 9(5).
           05  OEX-TRANS-CODE      PIC X(1).
           05  OEX-REASON-CODE     PIC X(2).
           05  OEX-RECYCLE-COUNT   PIC 9(1).
           05  OEX-UNIT-COST       PIC 9(5)V99.
           05  OEX-CUSTOMER-ID     PIC X(6).
           05  OEX-TRANS-DATE      PIC 9(6).
           05  OEX-ITEM-STATUS     PIC X(1).
           05  OEX-XFER-WHSE       PIC X(4).
           05  OEX-LOT-NUM         PIC X(10).
           05  OEX-EXPIRE-DATE     PIC 9(6).
           05  OEX-RMA-NUM         PIC X(8).
           05  OEX-HOLD-REASON     PIC X(2).
           05  OEX-UNIT            PIC X(2).
      *
       FD  OLD-LOT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-LOT-RECORD.
           05  OLT-ITEM-NUM        PIC X(6).
           05  OLT-LOT-NUM         PIC X(10).
           05  OLT-EXPIRE-DATE     PIC 9(6).
           05  OLT-LOT-QTY         PIC 9(4).
           05  OLT-RECEIPT-DATE    PIC 9(6).
      *
       FD  OLD-PICKTKT-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-PICKTKT-RECORD.
           05  OPK-TICKET-NUM      PIC X(16).
           05  OPK-ITEM-NUM        PIC X(6).
           05  OPK-CUSTOMER-ID     PIC X(6).
           05  OPK-RELEASE-QTY     PIC 9(4).
           05  OPK-PRIORITY        PIC 9(1).
           05  OPK-WAREHOUSE-CODE  PIC X(4).
           05  OPK-ORDER-DATE      PIC 9(6).
      *
       FD  OLD-RTV-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-RTV-RECORD.
           05  ORV-VENDOR-NUM      PIC X(6).
           05  ORV-ITEM-NUM        PIC X(6).
           05  ORV-QUANTITY        PIC 9(4).
           05  ORV-UNIT-COST       PIC 9(5)V99.
           05  ORV-VALUE           PIC 9(9)V99.
           05  ORV-REASON-CODE     PIC X(2).
           05  ORV-VENDOR-RMA      PIC X(8).
           05  ORV-RTV-DATE        PIC 9(6).
           05  ORV-BATCH-NUM       PIC 9(6).
           05  ORV-WAREHOUSE-CODE  PIC X(4).
      *
       FD  OLD-COSTHIST-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-COSTHIST-RECORD.
           05  OCH-ITEM-NUM        PIC X(6).
           05  OCH-OLD-COST        PIC 9(5)V99.
           05  OCH-NEW-COST        PIC 9(5)V99.
           05  OCH-RECEIPT-QTY     PIC 9(4).
           05  OCH-RUN-DATE        PIC 9(6).
           05  OCH-WAREHOUSE-CODE  PIC X(4).
      *
       FD  OLD-ROP-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-ROP-RECORD.
           05  ORP-ITEM-NUM        PIC X(6).
           05  ORP-REORDER-POINT   PIC 9(4).
           05  ORP-REORDER-QTY     PIC 9(4).
      *
       FD  OLD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-ARCHIVE-RECORD.
           05  OAR-MASTER-IMAGE    PIC X(76).
           05  OAR-PURGE-DATE      PIC 9(6).
      *
       FD  OLD-INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-INVOICE-RECORD.
           05  OVI-VENDOR-NUM      PIC X(6).
           05  OVI-INVOICE-NUM     PIC X(10).
           05  OVI-INVOICE-DATE    PIC 9(6).
           05  OVI-ITEM-NUM        PIC X(6).
           05  OVI-BILLED-QTY      PIC 9(4).
           05  OVI-BILLED-PRICE    PIC 9(5)V99.
           05  OVI-SHIP-TO-WHSE    PIC X(4).
      *
       FD  OLD-PAIDHIST-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-PAIDHIST-RECORD.
           05  OAP-VENDOR-NUM      PIC X(6).
           05  OAP-INVOICE-NUM     PIC X(10).
           05  OAP-INVOICE-DATE    PIC 9(6).
           05  OAP-ITEM-NUM        PIC X(6).
           05  OAP-PAY-QTY         PIC 9(4).
           05  OAP-UNIT-PRICE      PIC 9(5)V99.
           05  OAP-PAY-AMOUNT      PIC 9(7)V99.
           05  OAP-ORDER-DATE      PIC 9(6).
           05  OAP-RECEIPT-DATE    PIC 9(6).
           05  OAP-APPROVE-DATE    PIC 9(6).
           05  OAP-WAREHOUSE-CODE  PIC X(4).
      *
       FD  OLD-RMA-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  OLD-RMA-RECORD.
           05  ORA-RMA-NUM         PIC X(8).
           05  ORA-CUSTOMER-ID     PIC X(6).
           05  ORA-ITEM-NUM        PIC X(6).
           05  ORA-AUTH-QTY        PIC 9(4).
           05  ORA-RECEIVED-QTY    PIC 9(4).
           05  ORA-REASON-CODE     PIC X(2).
           05  ORA-DISPOSITION     PIC X(1).
           05  ORA-STATUS          PIC X(1).
           05  ORA-ISSUE-DATE      PIC 9(6).
           05  ORA-ISSUED-BY       PIC X(8).
           05  ORA-LAST-RETURN     PIC 9(6).
      *
      * THE NEW LAYOUTS, FROM THE COPYBOOKS THE SYSTEM NOW USES.
      *
       FD  NEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MASTREC.
      *
       FD  NEW-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY HISTREC.
      *
       FD  NEW-MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MOVEREC.
      *
       FD  NEW-BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY BKORDREC.
      *
       FD  NEW-INTRANSIT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY INTRANS.
      *
       FD  NEW-COMMIT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY POCMTREC.
      *
       FD  NEW-EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY EXCPTREC.
      *
       FD  NEW-LOT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY LOTREC.
      *
       FD  NEW-PICKTKT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY PICKREC.
      *
       FD  NEW-RTV-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RTVREC.
      *
       FD  NEW-COSTHIST-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY COSTHREC.
      *
       FD  NEW-ROP-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY ROPFILE.
      *
      * MONTHEND'S ARCHIVE - A MASTER IMAGE PLUS THE PURGE DATE.
      * THE IMAGE LENGTH MUST TRACK MASTREC.
      *
       FD  NEW-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  NEW-ARCHIVE-RECORD.
           05  NAR-MASTER-IMAGE    PIC X(92).
           05  NAR-PURGE-DATE      PIC 9(6).
      *
       FD  NEW-INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY VINVREC.
      *
       FD  NEW-PAIDHIST-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY APPAYREC.
      *
       FD  NEW-RMA-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RMAREC.
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
           05  WS-PROOF-SWITCH      PIC X(3) VALUE 'YES'.
           88  PROOF-AGREES         VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-OLD-STATUS        PIC X(2).
           05  WS-NEW-STATUS        PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS     PIC X(2).
      *
       01  WS-RUN-LOG-FIELDS.
           05  WS-RUN-START-TIME    PIC 9(8) VALUE ZERO.
           05  WS-RUN-END-TIME      PIC 9(8) VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(6) VALUE ZERO.
      *
       01  WS-PARM                  PIC X(12).
      *
       01  WS-FILE-TYPE             PIC X(8).
           88  FT-MASTER            VALUE 'MASTER'.
           88  FT-HISTORY           VALUE 'HISTORY'.
           88  FT-MOVEMENT          VALUE 'MOVEMENT'.
           88  FT-MOVARCH           VALUE 'MOVARCH'.
           88  FT-BACKORD           VALUE 'BACKORD'.
           88  FT-INTRANS           VALUE 'INTRANS'.
           88  FT-POCOMMIT          VALUE 'POCOMMIT'.
           88  FT-EXCEPT            VALUE 'EXCEPT'.
           88  FT-LOT               VALUE 'LOT'.
           88  FT-PICKTKT           VALUE 'PICKTKT'.
           88  FT-RTV               VALUE 'RTV'.
           88  FT-COSTHIST          VALUE 'COSTHIST'.
           88  FT-ROP               VALUE 'ROP'.
           88  FT-PURGED            VALUE 'PURGED'.
           88  FT-VINVOICE          VALUE 'VINVOICE'.
           88  FT-PAIDHIST          VALUE 'PAIDHIST'.
           88  FT-RMA               VALUE 'RMA'.
      *
       01  WS-WAREHOUSE-CODE        PIC X(4).
      *
      * THE OLD FILE'S DSNAME - THE DEFAULT SITE'S NAME, OR THE
      * SITE PREFIX PLUS THE WAREHOUSE CODE. A COMPANY-WIDE FILE
      * HAS NO SITE PREFIX.
      *
       01  WS-DSNAME-FIELDS.
           05  WS-OLD-DSNAME        PIC X(11).
           05  WS-DEFAULT-DSNAME    PIC X(10).
           05  WS-SITE-PREFIX       PIC X(7).
      *
      * RECORD COUNTS AND QUANTITY AND AMOUNT TOTALS - TAKEN FROM
      * THE OLD FILE AS IT IS READ, AND FROM THE NEW FILE AS IT IS
      * READ BACK.
      *
       01  WS-PROOF-FIGURES.
           05  WS-OLD-COUNT         PIC 9(7) COMP VALUE ZERO.
           05  WS-WRITE-COUNT       PIC 9(7) COMP VALUE ZERO.
           05  WS-NEW-COUNT         PIC 9(7) COMP VALUE ZERO.
           05  WS-ZEROED-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  WS-OLD-QTY-TOTAL     PIC 9(12) VALUE ZERO.
           05  WS-NEW-QTY-TOTAL     PIC 9(12) VALUE ZERO.
           05  WS-OLD-AMOUNT-TOTAL  PIC 9(13)V99 VALUE ZERO.
           05  WS-NEW-AMOUNT-TOTAL  PIC 9(13)V99 VALUE ZERO.
      *
      * AN ITEM MASTER RECORD, OLD AND NEW, FOR THE MASTER ITSELF
      * AND FOR THE MASTER IMAGES IN MONTHEND'S ARCHIVE.
      *
       01  WS-OLD-IMAGE.
           05  OM-ITEM-NUM          PIC X(6).
           05  OM-ITEM-DESC         PIC X(28).
           05  OM-QOH               PIC 9(4).
           05  OM-QOO               PIC 9(4).
           05  OM-INV-AMOUNT        PIC 9(5)V99.
           05  OM-YTD-SOLD          PIC 9(5).
           05  OM-ITEM-CATEGORY     PIC X(4).
           05  OM-UNIT-COST         PIC 9(5)V99.
           05  OM-VENDOR-NUM        PIC X(6).
           05  OM-ITEM-STATUS       PIC X(1).
           05  OM-HELD-QTY          PIC 9(4).
      *
       01  WS-NEW-IMAGE.
           05  NM-ITEM-NUM          PIC X(6).
           05  NM-ITEM-DESC         PIC X(28).
           05  NM-QOH               PIC 9(7).
           05  NM-QOO               PIC 9(7).
           05  NM-INV-AMOUNT        PIC 9(9)V99.
           05  NM-YTD-SOLD          PIC 9(8).
           05  NM-ITEM-CATEGORY     PIC X(4).
           05  NM-UNIT-COST         PIC 9(5)V99.
           05  NM-VENDOR-NUM        PIC X(6).
           05  NM-ITEM-STATUS       PIC X(1).
           05  NM-HELD-QTY          PIC 9(7).
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER           PIC X(24) VALUE SPACES.
               10  FILLER           PIC X(31)
                       VALUE 'FIELD WIDENING CONVERSION PROOF'.
               10  FILLER           PIC X(25) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER           PIC X(5)  VALUE 'FILE '.
               10  HD-FILE-TYPE     PIC X(8).
               10  FILLER           PIC X(9)  VALUE '  DSNAME '.
               10  HD-DSNAME        PIC X(11).
               10  FILLER           PIC X(11) VALUE '  RUN DATE '.
               10  HD-RUN-DATE      PIC 9(6).
               10  FILLER           PIC X(30) VALUE SPACES.
           05  WS-HEADING-3.
               10  FILLER           PIC X(12) VALUE SPACES.
               10  FILLER           PIC X(9)  VALUE '  RECORDS'.
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  FILLER           PIC X(15) VALUE ' QUANTITY TOTAL'.
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  FILLER           PIC X(20)
                       VALUE '        AMOUNT TOTAL'.
               10  FILLER           PIC X(18) VALUE SPACES.
           05  WS-PROOF-LINE.
               10  PL-LABEL         PIC X(10).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  PL-RECORDS       PIC Z,ZZZ,ZZ9.
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  PL-QTY-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  PL-AMOUNT-TOTAL  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(18) VALUE SPACES.
           05  WS-ZEROED-LINE.
               10  FILLER           PIC X(51) VALUE
                   'NON-NUMERIC QUANTITIES AND AMOUNTS WRITTEN AS ZERO'.
               10  ZL-COUNT         PIC Z,ZZZ,ZZ9.
               10  FILLER           PIC X(20) VALUE SPACES.
           05  WS-RESULT-LINE.
               10  FILLER           PIC X(20)
                       VALUE 'CONVERSION PROOF ...'.
               10  PR-RESULT        PIC X(30).
               10  FILLER           PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-PARM FROM COMMAND-LINE
           MOVE WS-PARM(1:8)  TO WS-FILE-TYPE
           MOVE WS-PARM(9:4)  TO WS-WAREHOUSE-CODE
           PERFORM 1000-SET-DSNAME THRU 1000-SET-DSNAME-EXIT
           IF RETURN-CODE NOT = ZERO
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 2000-CONVERT-FILE THRU 2000-CONVERT-FILE-EXIT
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'WIDECONV - CONVERSION STOPPED - OLD FILE '
                       'LEFT AS IT WAS'
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 3000-READ-BACK-FILE THRU 3000-READ-BACK-FILE-EXIT
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'WIDECONV - CONVERSION STOPPED - OLD FILE '
                       'LEFT AS IT WAS'
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 4000-PRINT-PROOF THRU 4000-PRINT-PROOF-EXIT
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'WIDECONV - RECORDS READ:       ' WS-OLD-COUNT
           DISPLAY 'WIDECONV - RECORDS WRITTEN:    ' WS-WRITE-COUNT
           DISPLAY 'WIDECONV - RECORDS READ BACK:  ' WS-NEW-COUNT
           DISPLAY 'WIDECONV - FIELDS ZEROED:      ' WS-ZEROED-COUNT
           IF NOT PROOF-AGREES
               DISPLAY 'WIDECONV - PROOF FAILED - DO NOT SWAP THE '
                       'NEW FILE IN'
               MOVE 12 TO RETURN-CODE
           END-IF.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * WORK OUT THE OLD FILE'S DSNAME FROM THE FILE TYPE AND    *
      * THE WAREHOUSE CODE, THE WAY EACH FILE'S OWN PROGRAMS DO. *
      *----------------------------------------------------------*
       1000-SET-DSNAME.
           MOVE SPACES TO WS-OLD-DSNAME
           MOVE SPACES TO WS-SITE-PREFIX
           EVALUATE TRUE
               WHEN FT-MASTER
                   MOVE 'UT-S-DFILE' TO WS-DEFAULT-DSNAME
                   MOVE 'UT-S-D'    TO WS-SITE-PREFIX
               WHEN FT-HISTORY
                   MOVE 'UT-S-HFILE' TO WS-DEFAULT-DSNAME
               WHEN FT-MOVEMENT
                   MOVE 'UT-S-EFILE' TO WS-DEFAULT-DSNAME
                   MOVE 'UT-S-E'    TO WS-SITE-PREFIX
               WHEN FT-MOVARCH
                   MOVE 'UT-S-MARCH' TO WS-DEFAULT-DSNAME
               WHEN FT-BACKORD
                   MOVE 'UT-S-BFILE' TO WS-DEFAULT-DSNAME
                   MOVE 'UT-S-B'    TO WS-SITE-PREFIX
               WHEN FT-INTRANS
                   MOVE 'UT-S-NTRAN' TO WS-DEFAULT-DSNAME
               WHEN FT-POCOMMIT
                   MOVE 'UT-S-PCMIT' TO WS-DEFAULT-DSNAME
               WHEN FT-EXCEPT
                   MOVE 'UT-S-XFILE' TO WS-DEFAULT-DSNAME
                   MOVE 'UT-S-X'    TO WS-SITE-PREFIX
               WHEN FT-LOT
                   MOVE 'UT-S-LOTFL' TO WS-DEFAULT-DSNAME
                   MOVE 'UT-S-LT'   TO WS-SITE-PREFIX
               WHEN FT-PICKTKT
                   MOVE 'UT-S-PKTKT' TO WS-DEFAULT-DSNAME
                   MOVE 'UT-S-PK'   TO WS-SITE-PREFIX
               WHEN FT-RTV
                   MOVE 'UT-S-RTVFL' TO WS-DEFAULT-DSNAME
                   MOVE 'UT-S-RV'   TO WS-SITE-PREFIX
               WHEN FT-COSTHIST
                   MOVE 'UT-S-CHIST' TO WS-DEFAULT-DSNAME
               WHEN FT-ROP
                   MOVE 'UT-S-RFILE' TO WS-DEFAULT-DSNAME
               WHEN FT-PURGED
                   MOVE 'UT-S-ARCHV' TO WS-DEFAULT-DSNAME
               WHEN FT-VINVOICE
                   MOVE 'UT-S-VINVC' TO WS-DEFAULT-DSNAME
               WHEN FT-PAIDHIST
                   MOVE 'UT-S-INVHS' TO WS-DEFAULT-DSNAME
               WHEN FT-RMA
                   MOVE 'UT-S-RMAFL' TO WS-DEFAULT-DSNAME
               WHEN OTHER
                   DISPLAY 'WIDECONV - FILE TYPE (MASTER, HISTORY, '
                           'MOVEMENT ...) REQUIRED ON THE COMMAND '
                           'LINE - GOT ' WS-FILE-TYPE
                   MOVE 12 TO RETURN-CODE
                   GO TO 1000-SET-DSNAME-EXIT
           END-EVALUATE
           IF WS-WAREHOUSE-CODE = SPACES OR WS-SITE-PREFIX = SPACES
               MOVE WS-DEFAULT-DSNAME TO WS-OLD-DSNAME
           ELSE
               STRING WS-SITE-PREFIX DELIMITED BY SPACE
                      WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-OLD-DSNAME
           END-IF.
       1000-SET-DSNAME-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PASS THE OLD FILE ONCE, WRITING EACH RECORD IN THE NEW   *
      * LAYOUT AND TAKING THE OLD FILE'S COUNT AND TOTALS.       *
      *----------------------------------------------------------*
       2000-CONVERT-FILE.
           EVALUATE TRUE
               WHEN FT-MASTER
                   PERFORM 2100-CONVERT-MASTER
                      THRU 2100-CONVERT-MASTER-EXIT
               WHEN FT-HISTORY
                   PERFORM 2150-CONVERT-HISTORY
                      THRU 2150-CONVERT-HISTORY-EXIT
               WHEN FT-MOVEMENT OR FT-MOVARCH
                   PERFORM 2200-CONVERT-MOVEMENT
                      THRU 2200-CONVERT-MOVEMENT-EXIT
               WHEN FT-BACKORD
                   PERFORM 2250-CONVERT-BACKORDER
                      THRU 2250-CONVERT-BACKORDER-EXIT
               WHEN FT-INTRANS
                   PERFORM 2300-CONVERT-INTRANSIT
                      THRU 2300-CONVERT-INTRANSIT-EXIT
               WHEN FT-POCOMMIT
                   PERFORM 2350-CONVERT-COMMIT
                      THRU 2350-CONVERT-COMMIT-EXIT
               WHEN FT-EXCEPT
                   PERFORM 2400-CONVERT-EXCEPTION
                      THRU 2400-CONVERT-EXCEPTION-EXIT
               WHEN FT-LOT
                   PERFORM 2450-CONVERT-LOT
                      THRU 2450-CONVERT-LOT-EXIT
               WHEN FT-PICKTKT
                   PERFORM 2500-CONVERT-PICKTKT
                      THRU 2500-CONVERT-PICKTKT-EXIT
               WHEN FT-RTV
                   PERFORM 2550-CONVERT-RTV
                      THRU 2550-CONVERT-RTV-EXIT
               WHEN FT-COSTHIST
                   PERFORM 2600-CONVERT-COSTHIST
                      THRU 2600-CONVERT-COSTHIST-EXIT
               WHEN FT-ROP
                   PERFORM 2650-CONVERT-ROP
                      THRU 2650-CONVERT-ROP-EXIT
               WHEN FT-PURGED
                   PERFORM 2700-CONVERT-ARCHIVE
                      THRU 2700-CONVERT-ARCHIVE-EXIT
               WHEN FT-VINVOICE
                   PERFORM 2750-CONVERT-INVOICE
                      THRU 2750-CONVERT-INVOICE-EXIT
               WHEN FT-PAIDHIST
                   PERFORM 2800-CONVERT-PAIDHIST
                      THRU 2800-CONVERT-PAIDHIST-EXIT
               WHEN FT-RMA
                   PERFORM 2850-CONVERT-RMA
                      THRU 2850-CONVERT-RMA-EXIT
           END-EVALUATE.
       2000-CONVERT-FILE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE ITEM MASTER - OLD INDEXED FILE TO NEW INDEXED FILE,  *
      * IN ITEM NUMBER ORDER.                                    *
      *----------------------------------------------------------*
       2100-CONVERT-MASTER.
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2100-CONVERT-MASTER-EXIT
           END-IF
           OPEN OUTPUT NEW-MASTER-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-MASTER-FILE
               GO TO 2100-CONVERT-MASTER-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-MASTER-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2110-WIDEN-MASTER
                       THRU 2110-WIDEN-MASTER-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER-FILE
                 NEW-MASTER-FILE.
       2100-CONVERT-MASTER-EXIT. EXIT.
      *
       2110-WIDEN-MASTER.
           MOVE OLD-MASTER-RECORD TO WS-OLD-IMAGE
           PERFORM 5000-WIDEN-MASTER-IMAGE
              THRU 5000-WIDEN-MASTER-IMAGE-EXIT
           MOVE WS-NEW-IMAGE TO MASTER-RECORD
           WRITE MASTER-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' MR-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2110-WIDEN-MASTER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * MONTH-END HISTORY SNAPSHOTS.                             *
      *----------------------------------------------------------*
       2150-CONVERT-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2150-CONVERT-HISTORY-EXIT
           END-IF
           OPEN OUTPUT NEW-HISTORY-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-HISTORY-FILE
               GO TO 2150-CONVERT-HISTORY-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-HISTORY-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2160-WIDEN-HISTORY
                       THRU 2160-WIDEN-HISTORY-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-HISTORY-FILE
                 NEW-HISTORY-FILE.
       2150-CONVERT-HISTORY-EXIT. EXIT.
      *
       2160-WIDEN-HISTORY.
           MOVE OHR-ITEM-NUM          TO HR-ITEM-NUM
           MOVE OHR-ITEM-DESC         TO HR-ITEM-DESC
           IF OHR-QOH NUMERIC
               ADD OHR-QOH TO WS-OLD-QTY-TOTAL
               MOVE OHR-QOH TO HR-QOH
           ELSE
               MOVE ZERO TO HR-QOH
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OHR-QOO NUMERIC
               ADD OHR-QOO TO WS-OLD-QTY-TOTAL
               MOVE OHR-QOO TO HR-QOO
           ELSE
               MOVE ZERO TO HR-QOO
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OHR-INV-AMOUNT NUMERIC
               ADD OHR-INV-AMOUNT TO WS-OLD-AMOUNT-TOTAL
               MOVE OHR-INV-AMOUNT TO HR-INV-AMOUNT
           ELSE
               MOVE ZERO TO HR-INV-AMOUNT
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OHR-YTD-SOLD NUMERIC
               ADD OHR-YTD-SOLD TO WS-OLD-QTY-TOTAL
               MOVE OHR-YTD-SOLD TO HR-YTD-SOLD
           ELSE
               MOVE ZERO TO HR-YTD-SOLD
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OHR-ITEM-CATEGORY     TO HR-ITEM-CATEGORY
           MOVE OHR-PERIOD-END-DATE   TO HR-PERIOD-END-DATE
           WRITE HISTORY-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' HR-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2160-WIDEN-HISTORY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE MOVEMENT TRAIL, OR MOVARCH'S ARCHIVE OF IT.          *
      *----------------------------------------------------------*
       2200-CONVERT-MOVEMENT.
           OPEN INPUT OLD-MOVEMENT-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2200-CONVERT-MOVEMENT-EXIT
           END-IF
           OPEN OUTPUT NEW-MOVEMENT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-MOVEMENT-FILE
               GO TO 2200-CONVERT-MOVEMENT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-MOVEMENT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2210-WIDEN-MOVEMENT
                       THRU 2210-WIDEN-MOVEMENT-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-MOVEMENT-FILE
                 NEW-MOVEMENT-FILE.
       2200-CONVERT-MOVEMENT-EXIT. EXIT.
      *
       2210-WIDEN-MOVEMENT.
           MOVE OMV-ITEM-NUM          TO MV-ITEM-NUM
           MOVE OMV-TRANS-CODE        TO MV-TRANS-CODE
           IF OMV-QUANTITY NUMERIC
               ADD OMV-QUANTITY TO WS-OLD-QTY-TOTAL
               MOVE OMV-QUANTITY TO MV-QUANTITY
           ELSE
               MOVE ZERO TO MV-QUANTITY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OMV-QOH-BEFORE NUMERIC
               ADD OMV-QOH-BEFORE TO WS-OLD-QTY-TOTAL
               MOVE OMV-QOH-BEFORE TO MV-QOH-BEFORE
           ELSE
               MOVE ZERO TO MV-QOH-BEFORE
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OMV-QOH-AFTER NUMERIC
               ADD OMV-QOH-AFTER TO WS-OLD-QTY-TOTAL
               MOVE OMV-QOH-AFTER TO MV-QOH-AFTER
           ELSE
               MOVE ZERO TO MV-QOH-AFTER
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OMV-WAREHOUSE-CODE    TO MV-WAREHOUSE-CODE
           MOVE OMV-RUN-DATE          TO MV-RUN-DATE
           MOVE OMV-KIT-ITEM          TO MV-KIT-ITEM
           WRITE MOVEMENT-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' MV-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2210-WIDEN-MOVEMENT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * OPEN BACKORDERS.                                         *
      *----------------------------------------------------------*
       2250-CONVERT-BACKORDER.
           OPEN INPUT OLD-BACKORDER-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2250-CONVERT-BACKORDER-EXIT
           END-IF
           OPEN OUTPUT NEW-BACKORDER-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-BACKORDER-FILE
               GO TO 2250-CONVERT-BACKORDER-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-BACKORDER-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2260-WIDEN-BACKORDER
                       THRU 2260-WIDEN-BACKORDER-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-BACKORDER-FILE
                 NEW-BACKORDER-FILE.
       2250-CONVERT-BACKORDER-EXIT. EXIT.
      *
       2260-WIDEN-BACKORDER.
           MOVE OBO-ITEM-NUM          TO BO-ITEM-NUM
           MOVE OBO-CUSTOMER-ID       TO BO-CUSTOMER-ID
           IF OBO-ORDER-QTY NUMERIC
               ADD OBO-ORDER-QTY TO WS-OLD-QTY-TOTAL
               MOVE OBO-ORDER-QTY TO BO-ORDER-QTY
           ELSE
               MOVE ZERO TO BO-ORDER-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OBO-OPEN-QTY NUMERIC
               ADD OBO-OPEN-QTY TO WS-OLD-QTY-TOTAL
               MOVE OBO-OPEN-QTY TO BO-OPEN-QTY
           ELSE
               MOVE ZERO TO BO-OPEN-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OBO-ORDER-DATE        TO BO-ORDER-DATE
           WRITE BACKORDER-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' BO-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2260-WIDEN-BACKORDER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TRANSFERS IN TRANSIT.                                    *
      *----------------------------------------------------------*
       2300-CONVERT-INTRANSIT.
           OPEN INPUT OLD-INTRANSIT-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2300-CONVERT-INTRANSIT-EXIT
           END-IF
           OPEN OUTPUT NEW-INTRANSIT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-INTRANSIT-FILE
               GO TO 2300-CONVERT-INTRANSIT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-INTRANSIT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2310-WIDEN-INTRANSIT
                       THRU 2310-WIDEN-INTRANSIT-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-INTRANSIT-FILE
                 NEW-INTRANSIT-FILE.
       2300-CONVERT-INTRANSIT-EXIT. EXIT.
      *
       2310-WIDEN-INTRANSIT.
           MOVE ONT-ITEM-NUM          TO NT-ITEM-NUM
           MOVE ONT-FROM-WHSE         TO NT-FROM-WHSE
           MOVE ONT-TO-WHSE           TO NT-TO-WHSE
           IF ONT-XFER-QTY NUMERIC
               ADD ONT-XFER-QTY TO WS-OLD-QTY-TOTAL
               MOVE ONT-XFER-QTY TO NT-XFER-QTY
           ELSE
               MOVE ZERO TO NT-XFER-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF ONT-OPEN-QTY NUMERIC
               ADD ONT-OPEN-QTY TO WS-OLD-QTY-TOTAL
               MOVE ONT-OPEN-QTY TO NT-OPEN-QTY
           ELSE
               MOVE ZERO TO NT-OPEN-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE ONT-SHIP-DATE         TO NT-SHIP-DATE
           WRITE IN-TRANSIT-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' NT-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2310-WIDEN-INTRANSIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PURCHASE ORDER COMMITMENTS.                              *
      *----------------------------------------------------------*
       2350-CONVERT-COMMIT.
           OPEN INPUT OLD-COMMIT-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2350-CONVERT-COMMIT-EXIT
           END-IF
           OPEN OUTPUT NEW-COMMIT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-COMMIT-FILE
               GO TO 2350-CONVERT-COMMIT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-COMMIT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2360-WIDEN-COMMIT
                       THRU 2360-WIDEN-COMMIT-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-COMMIT-FILE
                 NEW-COMMIT-FILE.
       2350-CONVERT-COMMIT-EXIT. EXIT.
      *
       2360-WIDEN-COMMIT.
           MOVE OPM-VENDOR-NUM        TO PM-VENDOR-NUM
           MOVE OPM-ITEM-NUM          TO PM-ITEM-NUM
           IF OPM-ORDER-QTY NUMERIC
               ADD OPM-ORDER-QTY TO WS-OLD-QTY-TOTAL
               MOVE OPM-ORDER-QTY TO PM-ORDER-QTY
           ELSE
               MOVE ZERO TO PM-ORDER-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OPM-ORDER-DATE        TO PM-ORDER-DATE
           MOVE OPM-EXPECT-DATE       TO PM-EXPECT-DATE
           IF OPM-RECEIVED-QTY NUMERIC
               ADD OPM-RECEIVED-QTY TO WS-OLD-QTY-TOTAL
               MOVE OPM-RECEIVED-QTY TO PM-RECEIVED-QTY
           ELSE
               MOVE ZERO TO PM-RECEIVED-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OPM-RECEIPT-DATE      TO PM-RECEIPT-DATE
           MOVE OPM-STATUS            TO PM-STATUS
           MOVE OPM-ORDER-UNIT        TO PM-ORDER-UNIT
           MOVE OPM-UNIT-FACTOR       TO PM-UNIT-FACTOR
           WRITE PO-COMMIT-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' PM-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2360-WIDEN-COMMIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REJECTED TRANSACTIONS WAITING TO BE RECYCLED.            *
      *----------------------------------------------------------*
       2400-CONVERT-EXCEPTION.
           OPEN INPUT OLD-EXCEPTION-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2400-CONVERT-EXCEPTION-EXIT
           END-IF
           OPEN OUTPUT NEW-EXCEPTION-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-EXCEPTION-FILE
               GO TO 2400-CONVERT-EXCEPTION-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-EXCEPTION-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2410-WIDEN-EXCEPTION
                       THRU 2410-WIDEN-EXCEPTION-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-EXCEPTION-FILE
                 NEW-EXCEPTION-FILE.
       2400-CONVERT-EXCEPTION-EXIT. EXIT.
      *
       2410-WIDEN-EXCEPTION.
           MOVE OEX-ITEM-NUM          TO EX-ITEM-NUM
           IF OEX-QOH NUMERIC
               ADD OEX-QOH TO WS-OLD-QTY-TOTAL
               MOVE OEX-QOH TO EX-QOH
           ELSE
               MOVE ZERO TO EX-QOH
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OEX-QOO NUMERIC
               ADD OEX-QOO TO WS-OLD-QTY-TOTAL
               MOVE OEX-QOO TO EX-QOO
           ELSE
               MOVE ZERO TO EX-QOO
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OEX-INV-AMOUNT NUMERIC
               ADD OEX-INV-AMOUNT TO WS-OLD-AMOUNT-TOTAL
               MOVE OEX-INV-AMOUNT TO EX-INV-AMOUNT
           ELSE
               MOVE ZERO TO EX-INV-AMOUNT
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OEX-YTD-SOLD NUMERIC
               ADD OEX-YTD-SOLD TO WS-OLD-QTY-TOTAL
               MOVE OEX-YTD-SOLD TO EX-YTD-SOLD
           ELSE
               MOVE ZERO TO EX-YTD-SOLD
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OEX-TRANS-CODE        TO EX-TRANS-CODE
           MOVE OEX-REASON-CODE       TO EX-REASON-CODE
           MOVE OEX-RECYCLE-COUNT     TO EX-RECYCLE-COUNT
           MOVE OEX-UNIT-COST         TO EX-UNIT-COST
           MOVE OEX-CUSTOMER-ID       TO EX-CUSTOMER-ID
           MOVE OEX-TRANS-DATE        TO EX-TRANS-DATE
           MOVE OEX-ITEM-STATUS       TO EX-ITEM-STATUS
           MOVE OEX-XFER-WHSE         TO EX-XFER-WHSE
           MOVE OEX-LOT-NUM           TO EX-LOT-NUM
           MOVE OEX-EXPIRE-DATE       TO EX-EXPIRE-DATE
           MOVE OEX-RMA-NUM           TO EX-RMA-NUM
           MOVE OEX-HOLD-REASON       TO EX-HOLD-REASON
           MOVE OEX-UNIT              TO EX-UNIT
           WRITE EXCEPTION-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' EX-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2410-WIDEN-EXCEPTION-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * STOCK LOTS.                                              *
      *----------------------------------------------------------*
       2450-CONVERT-LOT.
           OPEN INPUT OLD-LOT-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2450-CONVERT-LOT-EXIT
           END-IF
           OPEN OUTPUT NEW-LOT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-LOT-FILE
               GO TO 2450-CONVERT-LOT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-LOT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2460-WIDEN-LOT
                       THRU 2460-WIDEN-LOT-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-LOT-FILE
                 NEW-LOT-FILE.
       2450-CONVERT-LOT-EXIT. EXIT.
      *
       2460-WIDEN-LOT.
           MOVE OLT-ITEM-NUM          TO LT-ITEM-NUM
           MOVE OLT-LOT-NUM           TO LT-LOT-NUM
           MOVE OLT-EXPIRE-DATE       TO LT-EXPIRE-DATE
           IF OLT-LOT-QTY NUMERIC
               ADD OLT-LOT-QTY TO WS-OLD-QTY-TOTAL
               MOVE OLT-LOT-QTY TO LT-LOT-QTY
           ELSE
               MOVE ZERO TO LT-LOT-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OLT-RECEIPT-DATE      TO LT-RECEIPT-DATE
           WRITE LOT-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' LT-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2460-WIDEN-LOT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PICK TICKETS NOT YET CONFIRMED.                          *
      *----------------------------------------------------------*
       2500-CONVERT-PICKTKT.
           OPEN INPUT OLD-PICKTKT-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2500-CONVERT-PICKTKT-EXIT
           END-IF
           OPEN OUTPUT NEW-PICKTKT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-PICKTKT-FILE
               GO TO 2500-CONVERT-PICKTKT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-PICKTKT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2510-WIDEN-PICKTKT
                       THRU 2510-WIDEN-PICKTKT-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-PICKTKT-FILE
                 NEW-PICKTKT-FILE.
       2500-CONVERT-PICKTKT-EXIT. EXIT.
      *
       2510-WIDEN-PICKTKT.
           MOVE OPK-TICKET-NUM        TO PK-TICKET-NUM
           MOVE OPK-ITEM-NUM          TO PK-ITEM-NUM
           MOVE OPK-CUSTOMER-ID       TO PK-CUSTOMER-ID
           IF OPK-RELEASE-QTY NUMERIC
               ADD OPK-RELEASE-QTY TO WS-OLD-QTY-TOTAL
               MOVE OPK-RELEASE-QTY TO PK-RELEASE-QTY
           ELSE
               MOVE ZERO TO PK-RELEASE-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OPK-PRIORITY          TO PK-PRIORITY
           MOVE OPK-WAREHOUSE-CODE    TO PK-WAREHOUSE-CODE
           MOVE OPK-ORDER-DATE        TO PK-ORDER-DATE
           WRITE PICK-TICKET-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' PK-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2510-WIDEN-PICKTKT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * RETURNS TO VENDOR.                                       *
      *----------------------------------------------------------*
       2550-CONVERT-RTV.
           OPEN INPUT OLD-RTV-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2550-CONVERT-RTV-EXIT
           END-IF
           OPEN OUTPUT NEW-RTV-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-RTV-FILE
               GO TO 2550-CONVERT-RTV-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-RTV-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2560-WIDEN-RTV
                       THRU 2560-WIDEN-RTV-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-RTV-FILE
                 NEW-RTV-FILE.
       2550-CONVERT-RTV-EXIT. EXIT.
      *
       2560-WIDEN-RTV.
           MOVE ORV-VENDOR-NUM        TO RV-VENDOR-NUM
           MOVE ORV-ITEM-NUM          TO RV-ITEM-NUM
           IF ORV-QUANTITY NUMERIC
               ADD ORV-QUANTITY TO WS-OLD-QTY-TOTAL
               MOVE ORV-QUANTITY TO RV-QUANTITY
           ELSE
               MOVE ZERO TO RV-QUANTITY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE ORV-UNIT-COST         TO RV-UNIT-COST
           IF ORV-VALUE NUMERIC
               ADD ORV-VALUE TO WS-OLD-AMOUNT-TOTAL
               MOVE ORV-VALUE TO RV-VALUE
           ELSE
               MOVE ZERO TO RV-VALUE
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE ORV-REASON-CODE       TO RV-REASON-CODE
           MOVE ORV-VENDOR-RMA        TO RV-VENDOR-RMA
           MOVE ORV-RTV-DATE          TO RV-RTV-DATE
           MOVE ORV-BATCH-NUM         TO RV-BATCH-NUM
           MOVE ORV-WAREHOUSE-CODE    TO RV-WAREHOUSE-CODE
           WRITE RTV-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' RV-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2560-WIDEN-RTV-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * UNIT COST CHANGE HISTORY.                                *
      *----------------------------------------------------------*
       2600-CONVERT-COSTHIST.
           OPEN INPUT OLD-COSTHIST-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2600-CONVERT-COSTHIST-EXIT
           END-IF
           OPEN OUTPUT NEW-COSTHIST-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-COSTHIST-FILE
               GO TO 2600-CONVERT-COSTHIST-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-COSTHIST-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2610-WIDEN-COSTHIST
                       THRU 2610-WIDEN-COSTHIST-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-COSTHIST-FILE
                 NEW-COSTHIST-FILE.
       2600-CONVERT-COSTHIST-EXIT. EXIT.
      *
       2610-WIDEN-COSTHIST.
           MOVE OCH-ITEM-NUM          TO CH-ITEM-NUM
           MOVE OCH-OLD-COST          TO CH-OLD-COST
           MOVE OCH-NEW-COST          TO CH-NEW-COST
           IF OCH-RECEIPT-QTY NUMERIC
               ADD OCH-RECEIPT-QTY TO WS-OLD-QTY-TOTAL
               MOVE OCH-RECEIPT-QTY TO CH-RECEIPT-QTY
           ELSE
               MOVE ZERO TO CH-RECEIPT-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OCH-RUN-DATE          TO CH-RUN-DATE
           MOVE OCH-WAREHOUSE-CODE    TO CH-WAREHOUSE-CODE
           WRITE COST-HISTORY-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' CH-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2610-WIDEN-COSTHIST-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REORDER POINTS.                                          *
      *----------------------------------------------------------*
       2650-CONVERT-ROP.
           OPEN INPUT OLD-ROP-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2650-CONVERT-ROP-EXIT
           END-IF
           OPEN OUTPUT NEW-ROP-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-ROP-FILE
               GO TO 2650-CONVERT-ROP-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-ROP-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2660-WIDEN-ROP
                       THRU 2660-WIDEN-ROP-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-ROP-FILE
                 NEW-ROP-FILE.
       2650-CONVERT-ROP-EXIT. EXIT.
      *
       2660-WIDEN-ROP.
           MOVE ORP-ITEM-NUM          TO RP-ITEM-NUM
           IF ORP-REORDER-POINT NUMERIC
               ADD ORP-REORDER-POINT TO WS-OLD-QTY-TOTAL
               MOVE ORP-REORDER-POINT TO RP-REORDER-POINT
           ELSE
               MOVE ZERO TO RP-REORDER-POINT
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF ORP-REORDER-QTY NUMERIC
               ADD ORP-REORDER-QTY TO WS-OLD-QTY-TOTAL
               MOVE ORP-REORDER-QTY TO RP-REORDER-QTY
           ELSE
               MOVE ZERO TO RP-REORDER-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           WRITE REORDER-POINT-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' RP-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2660-WIDEN-ROP-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * MONTHEND'S ARCHIVE OF PURGED MASTER RECORDS.             *
      *----------------------------------------------------------*
       2700-CONVERT-ARCHIVE.
           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2700-CONVERT-ARCHIVE-EXIT
           END-IF
           OPEN OUTPUT NEW-ARCHIVE-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-ARCHIVE-FILE
               GO TO 2700-CONVERT-ARCHIVE-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-ARCHIVE-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2710-WIDEN-ARCHIVE
                       THRU 2710-WIDEN-ARCHIVE-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-ARCHIVE-FILE
                 NEW-ARCHIVE-FILE.
       2700-CONVERT-ARCHIVE-EXIT. EXIT.
      *
       2710-WIDEN-ARCHIVE.
           MOVE OAR-MASTER-IMAGE TO WS-OLD-IMAGE
           PERFORM 5000-WIDEN-MASTER-IMAGE
              THRU 5000-WIDEN-MASTER-IMAGE-EXIT
           MOVE WS-NEW-IMAGE   TO NAR-MASTER-IMAGE
           MOVE OAR-PURGE-DATE TO NAR-PURGE-DATE
           WRITE NEW-ARCHIVE-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' NM-ITEM-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2710-WIDEN-ARCHIVE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * VENDOR INVOICE LINES NOT YET MATCHED.                    *
      *----------------------------------------------------------*
       2750-CONVERT-INVOICE.
           OPEN INPUT OLD-INVOICE-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2750-CONVERT-INVOICE-EXIT
           END-IF
           OPEN OUTPUT NEW-INVOICE-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-INVOICE-FILE
               GO TO 2750-CONVERT-INVOICE-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-INVOICE-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2760-WIDEN-INVOICE
                       THRU 2760-WIDEN-INVOICE-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-INVOICE-FILE
                 NEW-INVOICE-FILE.
       2750-CONVERT-INVOICE-EXIT. EXIT.
      *
       2760-WIDEN-INVOICE.
           MOVE OVI-VENDOR-NUM        TO VI-VENDOR-NUM
           MOVE OVI-INVOICE-NUM       TO VI-INVOICE-NUM
           MOVE OVI-INVOICE-DATE      TO VI-INVOICE-DATE
           MOVE OVI-ITEM-NUM          TO VI-ITEM-NUM
           IF OVI-BILLED-QTY NUMERIC
               ADD OVI-BILLED-QTY TO WS-OLD-QTY-TOTAL
               MOVE OVI-BILLED-QTY TO VI-BILLED-QTY
           ELSE
               MOVE ZERO TO VI-BILLED-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OVI-BILLED-PRICE      TO VI-BILLED-PRICE
           MOVE OVI-SHIP-TO-WHSE      TO VI-SHIP-TO-WHSE
           WRITE VENDOR-INVOICE-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' VI-INVOICE-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2760-WIDEN-INVOICE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE PAID INVOICE HISTORY.                                *
      *----------------------------------------------------------*
       2800-CONVERT-PAIDHIST.
           OPEN INPUT OLD-PAIDHIST-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2800-CONVERT-PAIDHIST-EXIT
           END-IF
           OPEN OUTPUT NEW-PAIDHIST-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-PAIDHIST-FILE
               GO TO 2800-CONVERT-PAIDHIST-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-PAIDHIST-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2810-WIDEN-PAIDHIST
                       THRU 2810-WIDEN-PAIDHIST-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-PAIDHIST-FILE
                 NEW-PAIDHIST-FILE.
       2800-CONVERT-PAIDHIST-EXIT. EXIT.
      *
       2810-WIDEN-PAIDHIST.
           MOVE OAP-VENDOR-NUM        TO AP-VENDOR-NUM
           MOVE OAP-INVOICE-NUM       TO AP-INVOICE-NUM
           MOVE OAP-INVOICE-DATE      TO AP-INVOICE-DATE
           MOVE OAP-ITEM-NUM          TO AP-ITEM-NUM
           IF OAP-PAY-QTY NUMERIC
               ADD OAP-PAY-QTY TO WS-OLD-QTY-TOTAL
               MOVE OAP-PAY-QTY TO AP-PAY-QTY
           ELSE
               MOVE ZERO TO AP-PAY-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OAP-UNIT-PRICE        TO AP-UNIT-PRICE
           IF OAP-PAY-AMOUNT NUMERIC
               ADD OAP-PAY-AMOUNT TO WS-OLD-AMOUNT-TOTAL
               MOVE OAP-PAY-AMOUNT TO AP-PAY-AMOUNT
           ELSE
               MOVE ZERO TO AP-PAY-AMOUNT
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OAP-ORDER-DATE        TO AP-ORDER-DATE
           MOVE OAP-RECEIPT-DATE      TO AP-RECEIPT-DATE
           MOVE OAP-APPROVE-DATE      TO AP-APPROVE-DATE
           MOVE OAP-WAREHOUSE-CODE    TO AP-WAREHOUSE-CODE
           WRITE APPROVED-PAY-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' AP-INVOICE-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2810-WIDEN-PAIDHIST-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * CUSTOMER RETURN AUTHORIZATIONS.                          *
      *----------------------------------------------------------*
       2850-CONVERT-RMA.
           OPEN INPUT OLD-RMA-FILE
           IF WS-OLD-STATUS NOT = '00'
               PERFORM 8000-OLD-NOT-AVAILABLE
                  THRU 8000-OLD-NOT-AVAILABLE-EXIT
               GO TO 2850-CONVERT-RMA-EXIT
           END-IF
           OPEN OUTPUT NEW-RMA-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               CLOSE OLD-RMA-FILE
               GO TO 2850-CONVERT-RMA-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ OLD-RMA-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM 2860-WIDEN-RMA
                       THRU 2860-WIDEN-RMA-EXIT
               END-READ
           END-PERFORM
           CLOSE OLD-RMA-FILE
                 NEW-RMA-FILE.
       2850-CONVERT-RMA-EXIT. EXIT.
      *
       2860-WIDEN-RMA.
           MOVE ORA-RMA-NUM           TO RA-RMA-NUM
           MOVE ORA-CUSTOMER-ID       TO RA-CUSTOMER-ID
           MOVE ORA-ITEM-NUM          TO RA-ITEM-NUM
           IF ORA-AUTH-QTY NUMERIC
               ADD ORA-AUTH-QTY TO WS-OLD-QTY-TOTAL
               MOVE ORA-AUTH-QTY TO RA-AUTH-QTY
           ELSE
               MOVE ZERO TO RA-AUTH-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF ORA-RECEIVED-QTY NUMERIC
               ADD ORA-RECEIVED-QTY TO WS-OLD-QTY-TOTAL
               MOVE ORA-RECEIVED-QTY TO RA-RECEIVED-QTY
           ELSE
               MOVE ZERO TO RA-RECEIVED-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE ORA-REASON-CODE       TO RA-REASON-CODE
           MOVE ORA-DISPOSITION       TO RA-DISPOSITION
           MOVE ORA-STATUS            TO RA-STATUS
           MOVE ORA-ISSUE-DATE        TO RA-ISSUE-DATE
           MOVE ORA-ISSUED-BY         TO RA-ISSUED-BY
           MOVE ORA-LAST-RETURN       TO RA-LAST-RETURN-DATE
           WRITE RMA-RECORD
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'WIDECONV - NEW RECORD NOT WRITTEN - '
                       'STATUS ' WS-NEW-STATUS ' - ' RA-RMA-NUM
           ELSE
               ADD 1 TO WS-WRITE-COUNT
           END-IF.
       2860-WIDEN-RMA-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * READ THE NEW FILE BACK UNDER THE NEW LAYOUT, TAKING ITS  *
      * COUNT AND TOTALS FOR THE PROOF.                          *
      *----------------------------------------------------------*
       3000-READ-BACK-FILE.
           MOVE 'NO' TO WS-EOF-SWITCH
           EVALUATE TRUE
               WHEN FT-MASTER
                   PERFORM 3100-READ-BACK-MASTER
                      THRU 3100-READ-BACK-MASTER-EXIT
               WHEN FT-HISTORY
                   PERFORM 3150-READ-BACK-HISTORY
                      THRU 3150-READ-BACK-HISTORY-EXIT
               WHEN FT-MOVEMENT OR FT-MOVARCH
                   PERFORM 3200-READ-BACK-MOVEMENT
                      THRU 3200-READ-BACK-MOVEMENT-EXIT
               WHEN FT-BACKORD
                   PERFORM 3250-READ-BACK-BACKORDER
                      THRU 3250-READ-BACK-BACKORDER-EXIT
               WHEN FT-INTRANS
                   PERFORM 3300-READ-BACK-INTRANSIT
                      THRU 3300-READ-BACK-INTRANSIT-EXIT
               WHEN FT-POCOMMIT
                   PERFORM 3350-READ-BACK-COMMIT
                      THRU 3350-READ-BACK-COMMIT-EXIT
               WHEN FT-EXCEPT
                   PERFORM 3400-READ-BACK-EXCEPTION
                      THRU 3400-READ-BACK-EXCEPTION-EXIT
               WHEN FT-LOT
                   PERFORM 3450-READ-BACK-LOT
                      THRU 3450-READ-BACK-LOT-EXIT
               WHEN FT-PICKTKT
                   PERFORM 3500-READ-BACK-PICKTKT
                      THRU 3500-READ-BACK-PICKTKT-EXIT
               WHEN FT-RTV
                   PERFORM 3550-READ-BACK-RTV
                      THRU 3550-READ-BACK-RTV-EXIT
               WHEN FT-COSTHIST
                   PERFORM 3600-READ-BACK-COSTHIST
                      THRU 3600-READ-BACK-COSTHIST-EXIT
               WHEN FT-ROP
                   PERFORM 3650-READ-BACK-ROP
                      THRU 3650-READ-BACK-ROP-EXIT
               WHEN FT-PURGED
                   PERFORM 3700-READ-BACK-ARCHIVE
                      THRU 3700-READ-BACK-ARCHIVE-EXIT
               WHEN FT-VINVOICE
                   PERFORM 3750-READ-BACK-INVOICE
                      THRU 3750-READ-BACK-INVOICE-EXIT
               WHEN FT-PAIDHIST
                   PERFORM 3800-READ-BACK-PAIDHIST
                      THRU 3800-READ-BACK-PAIDHIST-EXIT
               WHEN FT-RMA
                   PERFORM 3850-READ-BACK-RMA
                      THRU 3850-READ-BACK-RMA-EXIT
           END-EVALUATE.
       3000-READ-BACK-FILE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW ITEM MASTER.                                     *
      *----------------------------------------------------------*
       3100-READ-BACK-MASTER.
           OPEN INPUT NEW-MASTER-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3100-READ-BACK-MASTER-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-MASTER-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    MOVE MASTER-RECORD TO WS-NEW-IMAGE
                    PERFORM 5100-SUM-NEW-IMAGE
                       THRU 5100-SUM-NEW-IMAGE-EXIT
               END-READ
           END-PERFORM
           CLOSE NEW-MASTER-FILE.
       3100-READ-BACK-MASTER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW HISTORY FILE.                                    *
      *----------------------------------------------------------*
       3150-READ-BACK-HISTORY.
           OPEN INPUT NEW-HISTORY-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3150-READ-BACK-HISTORY-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-HISTORY-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD HR-QOH HR-QOO HR-YTD-SOLD TO WS-NEW-QTY-TOTAL
                    ADD HR-INV-AMOUNT TO WS-NEW-AMOUNT-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-HISTORY-FILE.
       3150-READ-BACK-HISTORY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW MOVEMENT TRAIL OR ARCHIVE.                       *
      *----------------------------------------------------------*
       3200-READ-BACK-MOVEMENT.
           OPEN INPUT NEW-MOVEMENT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3200-READ-BACK-MOVEMENT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-MOVEMENT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD MV-QUANTITY MV-QOH-BEFORE MV-QOH-AFTER
                      TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-MOVEMENT-FILE.
       3200-READ-BACK-MOVEMENT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW BACKORDER FILE.                                  *
      *----------------------------------------------------------*
       3250-READ-BACK-BACKORDER.
           OPEN INPUT NEW-BACKORDER-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3250-READ-BACK-BACKORDER-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-BACKORDER-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD BO-ORDER-QTY BO-OPEN-QTY TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-BACKORDER-FILE.
       3250-READ-BACK-BACKORDER-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW IN-TRANSIT FILE.                                 *
      *----------------------------------------------------------*
       3300-READ-BACK-INTRANSIT.
           OPEN INPUT NEW-INTRANSIT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3300-READ-BACK-INTRANSIT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-INTRANSIT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD NT-XFER-QTY NT-OPEN-QTY TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-INTRANSIT-FILE.
       3300-READ-BACK-INTRANSIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW COMMITMENT FILE.                                 *
      *----------------------------------------------------------*
       3350-READ-BACK-COMMIT.
           OPEN INPUT NEW-COMMIT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3350-READ-BACK-COMMIT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-COMMIT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD PM-ORDER-QTY PM-RECEIVED-QTY TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-COMMIT-FILE.
       3350-READ-BACK-COMMIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW EXCEPTION FILE.                                  *
      *----------------------------------------------------------*
       3400-READ-BACK-EXCEPTION.
           OPEN INPUT NEW-EXCEPTION-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3400-READ-BACK-EXCEPTION-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-EXCEPTION-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD EX-QOH EX-QOO EX-YTD-SOLD TO WS-NEW-QTY-TOTAL
                    ADD EX-INV-AMOUNT TO WS-NEW-AMOUNT-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-EXCEPTION-FILE.
       3400-READ-BACK-EXCEPTION-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW LOT FILE.                                        *
      *----------------------------------------------------------*
       3450-READ-BACK-LOT.
           OPEN INPUT NEW-LOT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3450-READ-BACK-LOT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-LOT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD LT-LOT-QTY TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-LOT-FILE.
       3450-READ-BACK-LOT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW PICK TICKET FILE.                                *
      *----------------------------------------------------------*
       3500-READ-BACK-PICKTKT.
           OPEN INPUT NEW-PICKTKT-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3500-READ-BACK-PICKTKT-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-PICKTKT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD PK-RELEASE-QTY TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-PICKTKT-FILE.
       3500-READ-BACK-PICKTKT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW RETURN-TO-VENDOR FILE.                           *
      *----------------------------------------------------------*
       3550-READ-BACK-RTV.
           OPEN INPUT NEW-RTV-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3550-READ-BACK-RTV-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-RTV-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD RV-QUANTITY TO WS-NEW-QTY-TOTAL
                    ADD RV-VALUE TO WS-NEW-AMOUNT-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-RTV-FILE.
       3550-READ-BACK-RTV-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW COST HISTORY FILE.                               *
      *----------------------------------------------------------*
       3600-READ-BACK-COSTHIST.
           OPEN INPUT NEW-COSTHIST-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3600-READ-BACK-COSTHIST-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-COSTHIST-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD CH-RECEIPT-QTY TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-COSTHIST-FILE.
       3600-READ-BACK-COSTHIST-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW REORDER POINT FILE.                              *
      *----------------------------------------------------------*
       3650-READ-BACK-ROP.
           OPEN INPUT NEW-ROP-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3650-READ-BACK-ROP-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-ROP-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD RP-REORDER-POINT RP-REORDER-QTY
                      TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-ROP-FILE.
       3650-READ-BACK-ROP-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW PURGED-ITEM ARCHIVE.                             *
      *----------------------------------------------------------*
       3700-READ-BACK-ARCHIVE.
           OPEN INPUT NEW-ARCHIVE-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3700-READ-BACK-ARCHIVE-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-ARCHIVE-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    MOVE NAR-MASTER-IMAGE TO WS-NEW-IMAGE
                    PERFORM 5100-SUM-NEW-IMAGE
                       THRU 5100-SUM-NEW-IMAGE-EXIT
               END-READ
           END-PERFORM
           CLOSE NEW-ARCHIVE-FILE.
       3700-READ-BACK-ARCHIVE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW VENDOR INVOICE FILE.                             *
      *----------------------------------------------------------*
       3750-READ-BACK-INVOICE.
           OPEN INPUT NEW-INVOICE-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3750-READ-BACK-INVOICE-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-INVOICE-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD VI-BILLED-QTY TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-INVOICE-FILE.
       3750-READ-BACK-INVOICE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW PAID INVOICE HISTORY.                            *
      *----------------------------------------------------------*
       3800-READ-BACK-PAIDHIST.
           OPEN INPUT NEW-PAIDHIST-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3800-READ-BACK-PAIDHIST-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-PAIDHIST-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD AP-PAY-QTY TO WS-NEW-QTY-TOTAL
                    ADD AP-PAY-AMOUNT TO WS-NEW-AMOUNT-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-PAIDHIST-FILE.
       3800-READ-BACK-PAIDHIST-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE NEW RMA FILE.                                        *
      *----------------------------------------------------------*
       3850-READ-BACK-RMA.
           OPEN INPUT NEW-RMA-FILE
           IF WS-NEW-STATUS NOT = '00'
               PERFORM 8100-NEW-NOT-AVAILABLE
                  THRU 8100-NEW-NOT-AVAILABLE-EXIT
               GO TO 3850-READ-BACK-RMA-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ NEW-RMA-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-NEW-COUNT
                    ADD RA-AUTH-QTY RA-RECEIVED-QTY
                      TO WS-NEW-QTY-TOTAL
               END-READ
           END-PERFORM
           CLOSE NEW-RMA-FILE.
       3850-READ-BACK-RMA-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE OLD AND NEW FIGURES SIDE BY SIDE. RECORDS      *
      * READ, WRITTEN AND READ BACK, AND THE QUANTITY AND AMOUNT *
      * TOTALS, MUST ALL AGREE.                                  *
      *----------------------------------------------------------*
       4000-PRINT-PROOF.
           IF WS-WRITE-COUNT NOT = WS-OLD-COUNT
                   OR WS-NEW-COUNT NOT = WS-OLD-COUNT
                   OR WS-NEW-QTY-TOTAL NOT = WS-OLD-QTY-TOTAL
                   OR WS-NEW-AMOUNT-TOTAL NOT = WS-OLD-AMOUNT-TOTAL
               MOVE 'NO' TO WS-PROOF-SWITCH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'WIDECONV - REPORT FILE NOT AVAILABLE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 4000-PRINT-PROOF-EXIT
           END-IF
           MOVE WS-FILE-TYPE  TO HD-FILE-TYPE
           MOVE WS-OLD-DSNAME TO HD-DSNAME
           MOVE WS-RUN-DATE   TO HD-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           WRITE REPORT-RECORD FROM WS-HEADING-3
           MOVE 'OLD FILE'          TO PL-LABEL
           MOVE WS-OLD-COUNT        TO PL-RECORDS
           MOVE WS-OLD-QTY-TOTAL    TO PL-QTY-TOTAL
           MOVE WS-OLD-AMOUNT-TOTAL TO PL-AMOUNT-TOTAL
           WRITE REPORT-RECORD FROM WS-PROOF-LINE
           MOVE 'NEW FILE'          TO PL-LABEL
           MOVE WS-NEW-COUNT        TO PL-RECORDS
           MOVE WS-NEW-QTY-TOTAL    TO PL-QTY-TOTAL
           MOVE WS-NEW-AMOUNT-TOTAL TO PL-AMOUNT-TOTAL
           WRITE REPORT-RECORD FROM WS-PROOF-LINE
           MOVE WS-ZEROED-COUNT     TO ZL-COUNT
           WRITE REPORT-RECORD FROM WS-ZEROED-LINE
           IF PROOF-AGREES
               MOVE 'AGREES - SWAP THE NEW FILE IN' TO PR-RESULT
           ELSE
               MOVE 'DOES NOT AGREE - DO NOT SWAP' TO PR-RESULT
           END-IF
           WRITE REPORT-RECORD FROM WS-RESULT-LINE
           CLOSE REPORT-FILE.
       4000-PRINT-PROOF-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * WIDEN ONE ITEM MASTER RECORD FROM WS-OLD-IMAGE INTO WS-  *
      * NEW-IMAGE, TAKING THE OLD QUANTITIES AND AMOUNT INTO THE *
      * OLD FILE'S TOTALS.                                       *
      *----------------------------------------------------------*
       5000-WIDEN-MASTER-IMAGE.
           MOVE OM-ITEM-NUM           TO NM-ITEM-NUM
           MOVE OM-ITEM-DESC          TO NM-ITEM-DESC
           IF OM-QOH NUMERIC
               ADD OM-QOH TO WS-OLD-QTY-TOTAL
               MOVE OM-QOH TO NM-QOH
           ELSE
               MOVE ZERO TO NM-QOH
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OM-QOO NUMERIC
               ADD OM-QOO TO WS-OLD-QTY-TOTAL
               MOVE OM-QOO TO NM-QOO
           ELSE
               MOVE ZERO TO NM-QOO
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OM-INV-AMOUNT NUMERIC
               ADD OM-INV-AMOUNT TO WS-OLD-AMOUNT-TOTAL
               MOVE OM-INV-AMOUNT TO NM-INV-AMOUNT
           ELSE
               MOVE ZERO TO NM-INV-AMOUNT
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           IF OM-YTD-SOLD NUMERIC
               ADD OM-YTD-SOLD TO WS-OLD-QTY-TOTAL
               MOVE OM-YTD-SOLD TO NM-YTD-SOLD
           ELSE
               MOVE ZERO TO NM-YTD-SOLD
               ADD 1 TO WS-ZEROED-COUNT
           END-IF
           MOVE OM-ITEM-CATEGORY      TO NM-ITEM-CATEGORY
           MOVE OM-UNIT-COST          TO NM-UNIT-COST
           MOVE OM-VENDOR-NUM         TO NM-VENDOR-NUM
           MOVE OM-ITEM-STATUS        TO NM-ITEM-STATUS
           IF OM-HELD-QTY NUMERIC
               ADD OM-HELD-QTY TO WS-OLD-QTY-TOTAL
               MOVE OM-HELD-QTY TO NM-HELD-QTY
           ELSE
               MOVE ZERO TO NM-HELD-QTY
               ADD 1 TO WS-ZEROED-COUNT
           END-IF.
       5000-WIDEN-MASTER-IMAGE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * ADD A NEW ITEM MASTER RECORD IN WS-NEW-IMAGE INTO THE    *
      * NEW FILE'S TOTALS.                                       *
      *----------------------------------------------------------*
       5100-SUM-NEW-IMAGE.
           ADD NM-QOH NM-QOO NM-YTD-SOLD NM-HELD-QTY
             TO WS-NEW-QTY-TOTAL
           ADD NM-INV-AMOUNT TO WS-NEW-AMOUNT-TOTAL.
       5100-SUM-NEW-IMAGE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE OLD OR THE NEW FILE COULD NOT BE OPENED.             *
      *----------------------------------------------------------*
       8000-OLD-NOT-AVAILABLE.
           DISPLAY 'WIDECONV - ' WS-FILE-TYPE ' FILE ' WS-OLD-DSNAME
                   ' NOT AVAILABLE - STATUS ' WS-OLD-STATUS
           MOVE 12 TO RETURN-CODE.
       8000-OLD-NOT-AVAILABLE-EXIT. EXIT.
      *
       8100-NEW-NOT-AVAILABLE.
           DISPLAY 'WIDECONV - CONVERTED ' WS-FILE-TYPE
                   ' FILE NOT AVAILABLE - STATUS ' WS-NEW-STATUS
           MOVE 12 TO RETURN-CODE.
       8100-NEW-NOT-AVAILABLE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND A SUMMARY LINE FOR THIS RUN TO THE SHARED RUN     *
      * LOG. THE LOG MAY NOT EXIST YET THE FIRST TIME ANY        *
      * PROGRAM RUNS, SO FALL BACK TO OPEN OUTPUT WHEN OPEN      *
      * EXTEND FAILS.                                            *
      *----------------------------------------------------------*
       9200-WRITE-RUN-LOG.
           MOVE 'WIDECONV'         TO RL-PROGRAM-NAME
           MOVE WS-RUN-START-TIME  TO RL-START-TIME
           MOVE WS-RUN-END-TIME    TO RL-END-TIME
           MOVE WS-OLD-COUNT       TO RL-RECORDS-READ
           MOVE WS-WRITE-COUNT     TO RL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-RECORDS-REJECTED
           MOVE WS-RUN-DATE        TO RL-RUN-DATE
           MOVE WS-WAREHOUSE-CODE  TO RL-WAREHOUSE-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       9200-WRITE-RUN-LOG-EXIT. EXIT.
