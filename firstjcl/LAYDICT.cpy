      *----------------------------------------------------------*
      * RECORD LAYOUT DICTIONARY FOR JCLREAD'S FORMATTED DUMP.   *
      * ONE 36-BYTE FIELD ENTRY PER ELEMENTARY FIELD OF EVERY    *
      * SHARED RECORD LAYOUT - 8-BYTE LAYOUT (COPYBOOK) NAME,    *
      * 20-BYTE FIELD NAME, 3-DIGIT OFFSET (FIRST BYTE = 001),   *
      * 3-DIGIT LENGTH IN BYTES, 1-BYTE TYPE (X ALPHANUMERIC, 9  *
      * UNSIGNED NUMERIC, S NUMERIC WITH A LEADING SEPARATE      *
      * SIGN) AND 1-DIGIT IMPLIED DECIMAL PLACES. ENTRIES FOR    *
      * ONE LAYOUT ARE TOGETHER AND IN RECORD ORDER. THE BATCH   *
      * HEADER AND TRAILER OF BATCHREC ARE LAYOUTS BATCHHDR AND  *
      * BATCHTRL. FOLLOWED BY ONE 58-BYTE MEANING ENTRY PER      *
      * LEVEL-88 VALUE - LAYOUT, FIELD, 6-BYTE VALUE AND 24-BYTE *
      * MEANING (THE CONDITION NAME, OR A SHORT DESCRIPTION      *
      * WHERE THE COPYBOOK HAS NONE). WHEN A RECORD COPYBOOK     *
      * CHANGES, CHANGE ITS ENTRIES HERE AND BUMP THE OCCURS     *
      * COUNTS BELOW, AND THE LD-FIELD-COUNT AND                 *
      * LM-MEANING-COUNT BESIDE THEM THAT JCLREAD'S SEARCHES     *
      * STOP AT, TO MATCH.                                       *
      *----------------------------------------------------------*
       01  LD-FIELD-TABLE-DATA.
           05 FILLER PIC X(36) VALUE
               'ALIASRECAL-OLD-ITEM-NUM     001006X0'.
           05 FILLER PIC X(36) VALUE
               'ALIASRECAL-NEW-ITEM-NUM     007006X0'.
           05 FILLER PIC X(36) VALUE
               'ALIASRECAL-RENO-DATE        01300690'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-VENDOR-NUM       001006X0'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-INVOICE-NUM      007010X0'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-INVOICE-DATE     01700690'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-ITEM-NUM         023006X0'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-PAY-QTY          02900790'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-UNIT-PRICE       03600792'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-PAY-AMOUNT       04301192'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-ORDER-DATE       05400690'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-RECEIPT-DATE     06000690'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-APPROVE-DATE     06600690'.
           05 FILLER PIC X(36) VALUE
               'APPAYRECAP-WAREHOUSE-CODE   072004X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-RUN-DATE         00100690'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-RUN-TIME         00700890'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-USER-ID          015008X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-ACTION           023001X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-ITEM-NUM         024006X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-OLD-DESC         030028X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-OLD-CATEGORY     058004X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-OLD-VENDOR       062006X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-NEW-DESC         068028X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-NEW-CATEGORY     096004X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-NEW-VENDOR       100006X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-OLD-PRICE        10600792'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-NEW-PRICE        11300792'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-OLD-STOCK-UNIT   120002X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-OLD-PURCH-UNIT   122002X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-OLD-PURCH-FACTOR 12400490'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-OLD-SELL-UNIT    128002X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-OLD-SELL-FACTOR  13000490'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-NEW-STOCK-UNIT   134002X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-NEW-PURCH-UNIT   136002X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-NEW-PURCH-FACTOR 13800490'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-NEW-SELL-UNIT    142002X0'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-NEW-SELL-FACTOR  14400490'.
           05 FILLER PIC X(36) VALUE
               'AUDITRECAU-APPROVER-ID      148008X0'.
           05 FILLER PIC X(36) VALUE
               'BALCTL  CB-RUN-DATE         00100690'.
           05 FILLER PIC X(36) VALUE
               'BALCTL  CB-RECORDS-READ     00700790'.
           05 FILLER PIC X(36) VALUE
               'BALCTL  CB-RECORDS-WRITTEN  01400790'.
           05 FILLER PIC X(36) VALUE
               'BALCTL  CB-RECORDS-REJECTED 02100790'.
           05 FILLER PIC X(36) VALUE
               'BALCTL  CB-AMOUNT-NET       028014S2'.
           05 FILLER PIC X(36) VALUE
               'BALCTL  CB-WAREHOUSE-CODE   042004X0'.
           05 FILLER PIC X(36) VALUE
               'BALCTL  CB-START-TIME       04600890'.
           05 FILLER PIC X(36) VALUE
               'BATCHHDRBH-RECORD-ID        001006X0'.
           05 FILLER PIC X(36) VALUE
               'BATCHHDRBH-BATCH-DATE       00700690'.
           05 FILLER PIC X(36) VALUE
               'BATCHHDRBH-BATCH-NUM        01300690'.
           05 FILLER PIC X(36) VALUE
               'BATCHTRLBT-RECORD-ID        001006X0'.
           05 FILLER PIC X(36) VALUE
               'BATCHTRLBT-RECORD-COUNT     00700690'.
           05 FILLER PIC X(36) VALUE
               'BATCHTRLBT-QTY-HASH         01301090'.
           05 FILLER PIC X(36) VALUE
               'BKORDRECBO-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'BKORDRECBO-CUSTOMER-ID      007006X0'.
           05 FILLER PIC X(36) VALUE
               'BKORDRECBO-ORDER-QTY        01300790'.
           05 FILLER PIC X(36) VALUE
               'BKORDRECBO-OPEN-QTY         02000790'.
           05 FILLER PIC X(36) VALUE
               'BKORDRECBO-ORDER-DATE       02700690'.
           05 FILLER PIC X(36) VALUE
               'BOMAUDITBA-RUN-DATE         00100690'.
           05 FILLER PIC X(36) VALUE
               'BOMAUDITBA-RUN-TIME         00700890'.
           05 FILLER PIC X(36) VALUE
               'BOMAUDITBA-USER-ID          015008X0'.
           05 FILLER PIC X(36) VALUE
               'BOMAUDITBA-ACTION           023001X0'.
           05 FILLER PIC X(36) VALUE
               'BOMAUDITBA-KIT-ITEM         024006X0'.
           05 FILLER PIC X(36) VALUE
               'BOMAUDITBA-COMP-ITEM        030006X0'.
           05 FILLER PIC X(36) VALUE
               'BOMAUDITBA-OLD-QTY-PER      03600390'.
           05 FILLER PIC X(36) VALUE
               'BOMAUDITBA-NEW-QTY-PER      03900390'.
           05 FILLER PIC X(36) VALUE
               'BOMREC  BM-KIT-ITEM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'BOMREC  BM-COMP-ITEM        007006X0'.
           05 FILLER PIC X(36) VALUE
               'BOMREC  BM-QTY-PER          01300390'.
           05 FILLER PIC X(36) VALUE
               'COSTHRECCH-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'COSTHRECCH-OLD-COST         00700792'.
           05 FILLER PIC X(36) VALUE
               'COSTHRECCH-NEW-COST         01400792'.
           05 FILLER PIC X(36) VALUE
               'COSTHRECCH-RECEIPT-QTY      02100790'.
           05 FILLER PIC X(36) VALUE
               'COSTHRECCH-RUN-DATE         02800690'.
           05 FILLER PIC X(36) VALUE
               'COSTHRECCH-WAREHOUSE-CODE   034004X0'.
           05 FILLER PIC X(36) VALUE
               'COUNTRECCC-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'COUNTRECCC-COUNT-QTY        00700790'.
           05 FILLER PIC X(36) VALUE
               'COUNTRECCC-COUNT-DATE       01400690'.
           05 FILLER PIC X(36) VALUE
               'COUNTRECCC-COUNTER-ID       020008X0'.
           05 FILLER PIC X(36) VALUE
               'CSVCTL  CV-EXPORT-NAME      001006X0'.
           05 FILLER PIC X(36) VALUE
               'CSVCTL  CV-WAREHOUSE-CODE   007004X0'.
           05 FILLER PIC X(36) VALUE
               'CSVCTL  CV-FROM-DATE        011006X0'.
           05 FILLER PIC X(36) VALUE
               'CSVCTL  CV-TO-DATE          017006X0'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-RUN-DATE         00100690'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-RUN-TIME         00700890'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-USER-ID          015008X0'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-ACTION           023001X0'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-CUSTOMER-ID      024006X0'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-OLD-NAME         030028X0'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-OLD-CONTACT      058020X0'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-OLD-PRIORITY     078001X0'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-NEW-NAME         079028X0'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-NEW-CONTACT      107020X0'.
           05 FILLER PIC X(36) VALUE
               'CUSAUDITCA-NEW-PRIORITY     127001X0'.
           05 FILLER PIC X(36) VALUE
               'CUSTREC CU-CUSTOMER-ID      001006X0'.
           05 FILLER PIC X(36) VALUE
               'CUSTREC CU-CUSTOMER-NAME    007028X0'.
           05 FILLER PIC X(36) VALUE
               'CUSTREC CU-CONTACT          035020X0'.
           05 FILLER PIC X(36) VALUE
               'CUSTREC CU-PRIORITY-CLASS   05500190'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-QOH              00700790'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-QOO              01400790'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-INV-AMOUNT       02101192'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-YTD-SOLD         03200890'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-TRANS-CODE       040001X0'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-REASON-CODE      041002X0'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-RECYCLE-COUNT    04300190'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-UNIT-COST        04400792'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-CUSTOMER-ID      051006X0'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-TRANS-DATE       05700690'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-ITEM-STATUS      063001X0'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-XFER-WHSE        064004X0'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-LOT-NUM          068010X0'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-EXPIRE-DATE      07800690'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-RMA-NUM          084008X0'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-HOLD-REASON      092002X0'.
           05 FILLER PIC X(36) VALUE
               'EXCPTRECEX-UNIT             094002X0'.
           05 FILLER PIC X(36) VALUE
               'GLCONRECGC-POSTING-PERIOD   00100490'.
           05 FILLER PIC X(36) VALUE
               'GLCONRECGC-RUN-DATE         00500690'.
           05 FILLER PIC X(36) VALUE
               'GLCONRECGC-RECORD-COUNT     01100590'.
           05 FILLER PIC X(36) VALUE
               'GLCONRECGC-AMOUNT           01601192'.
           05 FILLER PIC X(36) VALUE
               'GLCONRECGC-SOURCE           027008X0'.
           05 FILLER PIC X(36) VALUE
               'GLCONRECGC-WAREHOUSE-CODE   035004X0'.
           05 FILLER PIC X(36) VALUE
               'GLEXTRECGL-RECORD-TYPE      001001X0'.
           05 FILLER PIC X(36) VALUE
               'GLEXTRECGL-ITEM-CATEGORY    002004X0'.
           05 FILLER PIC X(36) VALUE
               'GLEXTRECGL-CATEGORY-TOTAL   00601192'.
           05 FILLER PIC X(36) VALUE
               'GLEXTRECGL-RECORD-COUNT     01700590'.
           05 FILLER PIC X(36) VALUE
               'GLEXTRECGL-ACCOUNT          022008X0'.
           05 FILLER PIC X(36) VALUE
               'GLEXTRECGL-POSTING-PERIOD   03000490'.
           05 FILLER PIC X(36) VALUE
               'GLEXTRECGL-RUN-DATE         03400690'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-RECORD-TYPE      001001X0'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-ITEM-CATEGORY    002004X0'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-MOVE-TYPE        006001X0'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-DEBIT-ACCOUNT    007008X0'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-CREDIT-ACCOUNT   015008X0'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-QUANTITY         02300790'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-AMOUNT           03001192'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-RECORD-COUNT     04100590'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-POSTING-PERIOD   04600490'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-JOURNAL-DATE     05000690'.
           05 FILLER PIC X(36) VALUE
               'GLJRNRECGJ-WAREHOUSE-CODE   056004X0'.
           05 FILLER PIC X(36) VALUE
               'GLLOGRECGE-POSTING-PERIOD   00100490'.
           05 FILLER PIC X(36) VALUE
               'GLLOGRECGE-RUN-DATE         00500690'.
           05 FILLER PIC X(36) VALUE
               'GLLOGRECGE-RECORD-COUNT     01100590'.
           05 FILLER PIC X(36) VALUE
               'GLLOGRECGE-AMOUNT           01601192'.
           05 FILLER PIC X(36) VALUE
               'GLLOGRECGE-SOURCE           027008X0'.
           05 FILLER PIC X(36) VALUE
               'GLLOGRECGE-WAREHOUSE-CODE   035004X0'.
           05 FILLER PIC X(36) VALUE
               'GLXREF  GX-ITEM-CATEGORY    001004X0'.
           05 FILLER PIC X(36) VALUE
               'GLXREF  GX-GL-ACCOUNT       005008X0'.
           05 FILLER PIC X(36) VALUE
               'GLXREF  GX-MOVE-TYPE        013001X0'.
           05 FILLER PIC X(36) VALUE
               'GLXREF  GX-OFFSET-ACCOUNT   014008X0'.
           05 FILLER PIC X(36) VALUE
               'HISTREC HR-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'HISTREC HR-ITEM-DESC        007028X0'.
           05 FILLER PIC X(36) VALUE
               'HISTREC HR-QOH              03500790'.
           05 FILLER PIC X(36) VALUE
               'HISTREC HR-QOO              04200790'.
           05 FILLER PIC X(36) VALUE
               'HISTREC HR-INV-AMOUNT       04901192'.
           05 FILLER PIC X(36) VALUE
               'HISTREC HR-YTD-SOLD         06000890'.
           05 FILLER PIC X(36) VALUE
               'HISTREC HR-ITEM-CATEGORY    068004X0'.
           05 FILLER PIC X(36) VALUE
               'HISTREC HR-PERIOD-END-DATE  07200690'.
           05 FILLER PIC X(36) VALUE
               'INTRANS NT-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'INTRANS NT-FROM-WHSE        007004X0'.
           05 FILLER PIC X(36) VALUE
               'INTRANS NT-TO-WHSE          011004X0'.
           05 FILLER PIC X(36) VALUE
               'INTRANS NT-XFER-QTY         01500790'.
           05 FILLER PIC X(36) VALUE
               'INTRANS NT-OPEN-QTY         02200790'.
           05 FILLER PIC X(36) VALUE
               'INTRANS NT-SHIP-DATE        02900690'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-ITEM-DESC        007028X0'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-ITEM-CATEGORY    035004X0'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-VENDOR-NUM       039006X0'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-SELL-PRICE       04500792'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-STOCK-UNIT       052002X0'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-PURCH-UNIT       054002X0'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-PURCH-FACTOR     05600490'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-SELL-UNIT        060002X0'.
           05 FILLER PIC X(36) VALUE
               'ITEMDESCID-SELL-FACTOR      06200490'.
           05 FILLER PIC X(36) VALUE
               'LOTREC  LT-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'LOTREC  LT-LOT-NUM          007010X0'.
           05 FILLER PIC X(36) VALUE
               'LOTREC  LT-EXPIRE-DATE      01700690'.
           05 FILLER PIC X(36) VALUE
               'LOTREC  LT-LOT-QTY          02300790'.
           05 FILLER PIC X(36) VALUE
               'LOTREC  LT-RECEIPT-DATE     03000690'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-ITEM-DESC        007028X0'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-QOH              03500790'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-QOO              04200790'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-INV-AMOUNT       04901192'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-YTD-SOLD         06000890'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-ITEM-CATEGORY    068004X0'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-UNIT-COST        07200792'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-VENDOR-NUM       079006X0'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-ITEM-STATUS      085001X0'.
           05 FILLER PIC X(36) VALUE
               'MASTREC MR-HELD-QTY         08600790'.
           05 FILLER PIC X(36) VALUE
               'MOVEREC MV-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'MOVEREC MV-TRANS-CODE       007001X0'.
           05 FILLER PIC X(36) VALUE
               'MOVEREC MV-QUANTITY         00800790'.
           05 FILLER PIC X(36) VALUE
               'MOVEREC MV-QOH-BEFORE       01500790'.
           05 FILLER PIC X(36) VALUE
               'MOVEREC MV-QOH-AFTER        02200790'.
           05 FILLER PIC X(36) VALUE
               'MOVEREC MV-WAREHOUSE-CODE   029004X0'.
           05 FILLER PIC X(36) VALUE
               'MOVEREC MV-RUN-DATE         03300690'.
           05 FILLER PIC X(36) VALUE
               'MOVEREC MV-KIT-ITEM         039006X0'.
           05 FILLER PIC X(36) VALUE
               'PICKREC PK-RELEASE-DATE     00100690'.
           05 FILLER PIC X(36) VALUE
               'PICKREC PK-BATCH-NUM        00700690'.
           05 FILLER PIC X(36) VALUE
               'PICKREC PK-TICKET-SEQ       01300490'.
           05 FILLER PIC X(36) VALUE
               'PICKREC PK-ITEM-NUM         017006X0'.
           05 FILLER PIC X(36) VALUE
               'PICKREC PK-CUSTOMER-ID      023006X0'.
           05 FILLER PIC X(36) VALUE
               'PICKREC PK-RELEASE-QTY      02900790'.
           05 FILLER PIC X(36) VALUE
               'PICKREC PK-PRIORITY         03600190'.
           05 FILLER PIC X(36) VALUE
               'PICKREC PK-WAREHOUSE-CODE   037004X0'.
           05 FILLER PIC X(36) VALUE
               'PICKREC PK-ORDER-DATE       04100690'.
           05 FILLER PIC X(36) VALUE
               'PNDPRICEPP-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'PNDPRICEPP-OLD-PRICE        00700792'.
           05 FILLER PIC X(36) VALUE
               'PNDPRICEPP-NEW-PRICE        01400792'.
           05 FILLER PIC X(36) VALUE
               'PNDPRICEPP-REQUEST-USER     021008X0'.
           05 FILLER PIC X(36) VALUE
               'PNDPRICEPP-REQUEST-DATE     02900690'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-VENDOR-NUM       001006X0'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-ITEM-NUM         007006X0'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-ORDER-QTY        01300790'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-ORDER-DATE       02000690'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-EXPECT-DATE      02600690'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-RECEIVED-QTY     03200790'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-RECEIPT-DATE     03900690'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-STATUS           045001X0'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-ORDER-UNIT       046002X0'.
           05 FILLER PIC X(36) VALUE
               'POCMTRECPM-UNIT-FACTOR      04800490'.
           05 FILLER PIC X(36) VALUE
               'POSUGRECPS-RECORD-TYPE      001001X0'.
           05 FILLER PIC X(36) VALUE
               'POSUGRECPS-VENDOR-NUM       002006X0'.
           05 FILLER PIC X(36) VALUE
               'POSUGRECPS-ITEM-NUM         008006X0'.
           05 FILLER PIC X(36) VALUE
               'POSUGRECPS-SUGGESTED-QTY    01400790'.
           05 FILLER PIC X(36) VALUE
               'POSUGRECPS-LINE-COUNT       02100590'.
           05 FILLER PIC X(36) VALUE
               'POSUGRECPS-QTY-TOTAL        02600990'.
           05 FILLER PIC X(36) VALUE
               'POSUGRECPS-PURCH-UNIT       035002X0'.
           05 FILLER PIC X(36) VALUE
               'POSUGRECPS-PURCH-FACTOR     03700490'.
           05 FILLER PIC X(36) VALUE
               'PRIORTOTPT-MASTER-TOTAL     00101392'.
           05 FILLER PIC X(36) VALUE
               'PRIORTOTPT-RUN-DATE         01400690'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-RMA-NUM          001008X0'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-CUSTOMER-ID      009006X0'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-ITEM-NUM         015006X0'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-AUTH-QTY         02100790'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-RECEIVED-QTY     02800790'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-REASON-CODE      035002X0'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-DISPOSITION      037001X0'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-STATUS           038001X0'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-ISSUE-DATE       03900690'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-ISSUED-BY        045008X0'.
           05 FILLER PIC X(36) VALUE
               'RMAREC  RA-LAST-RETURN-DATE 05300690'.
           05 FILLER PIC X(36) VALUE
               'ROPFILE RP-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'ROPFILE RP-REORDER-POINT    00700790'.
           05 FILLER PIC X(36) VALUE
               'ROPFILE RP-REORDER-QTY      01400790'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-VENDOR-NUM       001006X0'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-ITEM-NUM         007006X0'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-QUANTITY         01300790'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-UNIT-COST        02000792'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-VALUE            02701192'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-REASON-CODE      038002X0'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-VENDOR-RMA       040008X0'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-RTV-DATE         04800690'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-BATCH-NUM        05400690'.
           05 FILLER PIC X(36) VALUE
               'RTVREC  RV-WAREHOUSE-CODE   060004X0'.
           05 FILLER PIC X(36) VALUE
               'RUNLOG  RL-PROGRAM-NAME     001008X0'.
           05 FILLER PIC X(36) VALUE
               'RUNLOG  RL-START-TIME       00900890'.
           05 FILLER PIC X(36) VALUE
               'RUNLOG  RL-END-TIME         01700890'.
           05 FILLER PIC X(36) VALUE
               'RUNLOG  RL-RECORDS-READ     02500790'.
           05 FILLER PIC X(36) VALUE
               'RUNLOG  RL-RECORDS-WRITTEN  03200790'.
           05 FILLER PIC X(36) VALUE
               'RUNLOG  RL-RECORDS-REJECTED 03900790'.
           05 FILLER PIC X(36) VALUE
               'RUNLOG  RL-RUN-DATE         04600690'.
           05 FILLER PIC X(36) VALUE
               'RUNLOG  RL-WAREHOUSE-CODE   052004X0'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-ITEM-NUM         001006X0'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-QOH              00700790'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-QOO              01400790'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-INV-AMOUNT       02101192'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-YTD-SOLD         03200890'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-TRANS-CODE       040001X0'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-RECYCLE-COUNT    04100190'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-UNIT-COST        04200792'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-CUSTOMER-ID      049006X0'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-TRANS-DATE       05500690'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-ITEM-STATUS      061001X0'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-XFER-WHSE        062004X0'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-LOT-NUM          066010X0'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-EXPIRE-DATE      07600690'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-RMA-NUM          082008X0'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-HOLD-REASON      090002X0'.
           05 FILLER PIC X(36) VALUE
               'SALESRECTR-UNIT             092002X0'.
           05 FILLER PIC X(36) VALUE
               'USERAUTHUA-USER-ID          001008X0'.
           05 FILLER PIC X(36) VALUE
               'USERAUTHUA-PROGRAM          009008X0'.
           05 FILLER PIC X(36) VALUE
               'USERAUTHUA-ACTIONS          017010X0'.
           05 FILLER PIC X(36) VALUE
               'USERAUTHUA-PRICE-LIMIT      02700792'.
           05 FILLER PIC X(36) VALUE
               'VENDREC VN-VENDOR-NUM       001006X0'.
           05 FILLER PIC X(36) VALUE
               'VENDREC VN-VENDOR-NAME      007028X0'.
           05 FILLER PIC X(36) VALUE
               'VENDREC VN-LEAD-TIME        03500390'.
           05 FILLER PIC X(36) VALUE
               'VINVREC VI-VENDOR-NUM       001006X0'.
           05 FILLER PIC X(36) VALUE
               'VINVREC VI-INVOICE-NUM      007010X0'.
           05 FILLER PIC X(36) VALUE
               'VINVREC VI-INVOICE-DATE     01700690'.
           05 FILLER PIC X(36) VALUE
               'VINVREC VI-ITEM-NUM         023006X0'.
           05 FILLER PIC X(36) VALUE
               'VINVREC VI-BILLED-QTY       02900790'.
           05 FILLER PIC X(36) VALUE
               'VINVREC VI-BILLED-PRICE     03600792'.
           05 FILLER PIC X(36) VALUE
               'VINVREC VI-SHIP-TO-WHSE     043004X0'.
           05 FILLER PIC X(36) VALUE
               'XFSUGRECXS-RECORD-TYPE      001001X0'.
           05 FILLER PIC X(36) VALUE
               'XFSUGRECXS-ITEM-NUM         002006X0'.
           05 FILLER PIC X(36) VALUE
               'XFSUGRECXS-FROM-WHSE        008004X0'.
           05 FILLER PIC X(36) VALUE
               'XFSUGRECXS-TO-WHSE          012004X0'.
           05 FILLER PIC X(36) VALUE
               'XFSUGRECXS-SUGGESTED-QTY    01600790'.
           05 FILLER PIC X(36) VALUE
               'XFSUGRECXS-LINE-COUNT       02300590'.
           05 FILLER PIC X(36) VALUE
               'XFSUGRECXS-QTY-TOTAL        02800990'.

       01  LD-FIELD-TABLE REDEFINES LD-FIELD-TABLE-DATA.
           05 LD-FIELD-ENTRY OCCURS 300 TIMES.
               10 LD-LAYOUT     PIC X(8).
               10 LD-FIELD      PIC X(20).
               10 LD-OFFSET     PIC 9(3).
               10 LD-LENGTH     PIC 9(3).
               10 LD-TYPE       PIC X(1).
               10 LD-DECIMALS   PIC 9(1).
       01  LD-FIELD-COUNT   PIC 9(3) COMP VALUE 300.

       01  LM-MEANING-TABLE-DATA.
           05 FILLER PIC X(34) VALUE
               'BATCHHDRBH-RECORD-ID        BATCHH'.
           05 FILLER PIC X(24) VALUE 'BH-IS-HEADER'.
           05 FILLER PIC X(34) VALUE
               'BATCHTRLBT-RECORD-ID        BATCHT'.
           05 FILLER PIC X(24) VALUE 'BT-IS-TRAILER'.
           05 FILLER PIC X(34) VALUE
               'CSVCTL  CV-EXPORT-NAME      ITEM  '.
           05 FILLER PIC X(24) VALUE 'CV-ITEM-MASTER'.
           05 FILLER PIC X(34) VALUE
               'CSVCTL  CV-EXPORT-NAME      VALUE '.
           05 FILLER PIC X(24) VALUE 'CV-VALUATION'.
           05 FILLER PIC X(34) VALUE
               'CSVCTL  CV-EXPORT-NAME      STKPOS'.
           05 FILLER PIC X(24) VALUE 'CV-STOCK-POSITION'.
           05 FILLER PIC X(34) VALUE
               'CSVCTL  CV-EXPORT-NAME      MARGIN'.
           05 FILLER PIC X(24) VALUE 'CV-GROSS-MARGIN'.
           05 FILLER PIC X(34) VALUE
               'CSVCTL  CV-EXPORT-NAME      BKORD '.
           05 FILLER PIC X(24) VALUE 'CV-BACKORDERS'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      01    '.
           05 FILLER PIC X(24) VALUE 'EX-BAD-ITEM-NUM'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      02    '.
           05 FILLER PIC X(24) VALUE 'EX-NEGATIVE-QTY'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      03    '.
           05 FILLER PIC X(24) VALUE 'EX-AMOUNT-TOO-HIGH'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      04    '.
           05 FILLER PIC X(24) VALUE 'EX-BAD-TRANS-CODE'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      05    '.
           05 FILLER PIC X(24) VALUE 'EX-QTY-TOO-HIGH'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      06    '.
           05 FILLER PIC X(24) VALUE 'EX-BAD-TRANS-DATE'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      07    '.
           05 FILLER PIC X(24) VALUE 'EX-BAD-ITEM-STATUS'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      08    '.
           05 FILLER PIC X(24) VALUE 'EX-STATUS-NO-ITEM'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      09    '.
           05 FILLER PIC X(24) VALUE 'EX-XFER-TO-SELF'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      10    '.
           05 FILLER PIC X(24) VALUE 'EX-NO-IN-TRANSIT'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      11    '.
           05 FILLER PIC X(24) VALUE 'EX-BAD-LOT-EXPIRY'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      12    '.
           05 FILLER PIC X(24) VALUE 'EX-KIT-NO-BOM'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      13    '.
           05 FILLER PIC X(24) VALUE 'EX-COMPONENT-SHORT'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      14    '.
           05 FILLER PIC X(24) VALUE 'EX-COMPONENT-NO-ITEM'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      15    '.
           05 FILLER PIC X(24) VALUE 'EX-NO-OPEN-RMA'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      16    '.
           05 FILLER PIC X(24) VALUE 'EX-RMA-WRONG-CUSTOMER'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      17    '.
           05 FILLER PIC X(24) VALUE 'EX-RMA-QTY-EXCEEDED'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      18    '.
           05 FILLER PIC X(24) VALUE 'EX-OVER-FREE-STOCK'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      19    '.
           05 FILLER PIC X(24) VALUE 'EX-OVER-HELD-STOCK'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      20    '.
           05 FILLER PIC X(24) VALUE 'EX-BAD-HOLD-REASON'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      21    '.
           05 FILLER PIC X(24) VALUE 'EX-RTV-NO-VENDOR'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      22    '.
           05 FILLER PIC X(24) VALUE 'EX-UNKNOWN-UNIT'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-REASON-CODE      23    '.
           05 FILLER PIC X(24) VALUE 'EX-UNIT-QTY-TOO-HIGH'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       R     '.
           05 FILLER PIC X(24) VALUE 'TR-RECEIPT'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       S     '.
           05 FILLER PIC X(24) VALUE 'TR-SALE'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       A     '.
           05 FILLER PIC X(24) VALUE 'TR-ADJUSTMENT'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       T     '.
           05 FILLER PIC X(24) VALUE 'TR-RETURN'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       X     '.
           05 FILLER PIC X(24) VALUE 'TR-STATUS-CHANGE'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       O     '.
           05 FILLER PIC X(24) VALUE 'TR-XFER-OUT'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       I     '.
           05 FILLER PIC X(24) VALUE 'TR-XFER-IN'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       K     '.
           05 FILLER PIC X(24) VALUE 'TR-ASSEMBLY'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       U     '.
           05 FILLER PIC X(24) VALUE 'TR-DISASSEMBLY'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       C     '.
           05 FILLER PIC X(24) VALUE 'TR-COUNT-GAIN'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       H     '.
           05 FILLER PIC X(24) VALUE 'TR-HOLD'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       L     '.
           05 FILLER PIC X(24) VALUE 'TR-RELEASE-HOLD'.
           05 FILLER PIC X(34) VALUE
               'EXCPTRECEX-TRANS-CODE       W     '.
           05 FILLER PIC X(24) VALUE 'TR-VENDOR-RETURN'.
           05 FILLER PIC X(34) VALUE
               'GLEXTRECGL-RECORD-TYPE      D     '.
           05 FILLER PIC X(24) VALUE 'GL-DETAIL'.
           05 FILLER PIC X(34) VALUE
               'GLEXTRECGL-RECORD-TYPE      T     '.
           05 FILLER PIC X(24) VALUE 'GL-CONTROL-TOTAL'.
           05 FILLER PIC X(34) VALUE
               'GLEXTRECGL-RECORD-TYPE      W     '.
           05 FILLER PIC X(24) VALUE 'GL-WHSE-SUBTOTAL'.
           05 FILLER PIC X(34) VALUE
               'GLJRNRECGJ-RECORD-TYPE      D     '.
           05 FILLER PIC X(24) VALUE 'GJ-DETAIL'.
           05 FILLER PIC X(34) VALUE
               'GLJRNRECGJ-RECORD-TYPE      T     '.
           05 FILLER PIC X(24) VALUE 'GJ-CONTROL-TOTAL'.
           05 FILLER PIC X(34) VALUE
               'MASTREC MR-ITEM-STATUS      A     '.
           05 FILLER PIC X(24) VALUE 'MR-ACTIVE'.
           05 FILLER PIC X(34) VALUE
               'MASTREC MR-ITEM-STATUS            '.
           05 FILLER PIC X(24) VALUE 'MR-ACTIVE'.
           05 FILLER PIC X(34) VALUE
               'MASTREC MR-ITEM-STATUS      D     '.
           05 FILLER PIC X(24) VALUE 'MR-DISCONTINUED'.
           05 FILLER PIC X(34) VALUE
               'MASTREC MR-ITEM-STATUS      O     '.
           05 FILLER PIC X(24) VALUE 'MR-OBSOLETE'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       R     '.
           05 FILLER PIC X(24) VALUE 'TR-RECEIPT'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       S     '.
           05 FILLER PIC X(24) VALUE 'TR-SALE'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       A     '.
           05 FILLER PIC X(24) VALUE 'TR-ADJUSTMENT'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       T     '.
           05 FILLER PIC X(24) VALUE 'TR-RETURN'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       X     '.
           05 FILLER PIC X(24) VALUE 'TR-STATUS-CHANGE'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       O     '.
           05 FILLER PIC X(24) VALUE 'TR-XFER-OUT'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       I     '.
           05 FILLER PIC X(24) VALUE 'TR-XFER-IN'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       K     '.
           05 FILLER PIC X(24) VALUE 'TR-ASSEMBLY'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       U     '.
           05 FILLER PIC X(24) VALUE 'TR-DISASSEMBLY'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       C     '.
           05 FILLER PIC X(24) VALUE 'TR-COUNT-GAIN'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       H     '.
           05 FILLER PIC X(24) VALUE 'TR-HOLD'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       L     '.
           05 FILLER PIC X(24) VALUE 'TR-RELEASE-HOLD'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       W     '.
           05 FILLER PIC X(24) VALUE 'TR-VENDOR-RETURN'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       B     '.
           05 FILLER PIC X(24) VALUE 'BACKORDER RELEASE'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       M     '.
           05 FILLER PIC X(24) VALUE 'BACKORDER MAINTENANCE'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       G     '.
           05 FILLER PIC X(24) VALUE 'ITEM MERGE'.
           05 FILLER PIC X(34) VALUE
               'MOVEREC MV-TRANS-CODE       V     '.
           05 FILLER PIC X(24) VALUE 'BACKOUT REVERSAL'.
           05 FILLER PIC X(34) VALUE
               'POCMTRECPM-STATUS           O     '.
           05 FILLER PIC X(24) VALUE 'PM-OPEN'.
           05 FILLER PIC X(34) VALUE
               'POCMTRECPM-STATUS           F     '.
           05 FILLER PIC X(24) VALUE 'PM-FILLED'.
           05 FILLER PIC X(34) VALUE
               'POSUGRECPS-RECORD-TYPE      D     '.
           05 FILLER PIC X(24) VALUE 'PS-DETAIL'.
           05 FILLER PIC X(34) VALUE
               'POSUGRECPS-RECORD-TYPE      V     '.
           05 FILLER PIC X(24) VALUE 'PS-VENDOR-TOTAL'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-REASON-CODE      DF    '.
           05 FILLER PIC X(24) VALUE 'RA-DEFECTIVE'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-REASON-CODE      DM    '.
           05 FILLER PIC X(24) VALUE 'RA-DAMAGED'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-REASON-CODE      WI    '.
           05 FILLER PIC X(24) VALUE 'RA-WRONG-ITEM'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-REASON-CODE      OS    '.
           05 FILLER PIC X(24) VALUE 'RA-OVER-SHIPPED'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-REASON-CODE      NW    '.
           05 FILLER PIC X(24) VALUE 'RA-NOT-WANTED'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-DISPOSITION      R     '.
           05 FILLER PIC X(24) VALUE 'RA-RESTOCK'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-DISPOSITION      S     '.
           05 FILLER PIC X(24) VALUE 'RA-SCRAP'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-DISPOSITION      V     '.
           05 FILLER PIC X(24) VALUE 'RA-TO-VENDOR'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-STATUS           O     '.
           05 FILLER PIC X(24) VALUE 'RA-OPEN'.
           05 FILLER PIC X(34) VALUE
               'RMAREC  RA-STATUS           C     '.
           05 FILLER PIC X(24) VALUE 'RA-CLOSED'.
           05 FILLER PIC X(34) VALUE
               'RTVREC  RV-REASON-CODE      DF    '.
           05 FILLER PIC X(24) VALUE 'RV-DEFECTIVE'.
           05 FILLER PIC X(34) VALUE
               'RTVREC  RV-REASON-CODE      DM    '.
           05 FILLER PIC X(24) VALUE 'RV-DAMAGED'.
           05 FILLER PIC X(34) VALUE
               'RTVREC  RV-REASON-CODE      FI    '.
           05 FILLER PIC X(24) VALUE 'RV-FAILED-INSPECTION'.
           05 FILLER PIC X(34) VALUE
               'RTVREC  RV-REASON-CODE      WI    '.
           05 FILLER PIC X(24) VALUE 'RV-WRONG-ITEM'.
           05 FILLER PIC X(34) VALUE
               'RTVREC  RV-REASON-CODE      OS    '.
           05 FILLER PIC X(24) VALUE 'RV-OVER-SHIPPED'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       R     '.
           05 FILLER PIC X(24) VALUE 'TR-RECEIPT'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       S     '.
           05 FILLER PIC X(24) VALUE 'TR-SALE'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       A     '.
           05 FILLER PIC X(24) VALUE 'TR-ADJUSTMENT'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       T     '.
           05 FILLER PIC X(24) VALUE 'TR-RETURN'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       X     '.
           05 FILLER PIC X(24) VALUE 'TR-STATUS-CHANGE'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       O     '.
           05 FILLER PIC X(24) VALUE 'TR-XFER-OUT'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       I     '.
           05 FILLER PIC X(24) VALUE 'TR-XFER-IN'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       K     '.
           05 FILLER PIC X(24) VALUE 'TR-ASSEMBLY'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       U     '.
           05 FILLER PIC X(24) VALUE 'TR-DISASSEMBLY'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       C     '.
           05 FILLER PIC X(24) VALUE 'TR-COUNT-GAIN'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       H     '.
           05 FILLER PIC X(24) VALUE 'TR-HOLD'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       L     '.
           05 FILLER PIC X(24) VALUE 'TR-RELEASE-HOLD'.
           05 FILLER PIC X(34) VALUE
               'SALESRECTR-TRANS-CODE       W     '.
           05 FILLER PIC X(24) VALUE 'TR-VENDOR-RETURN'.
           05 FILLER PIC X(34) VALUE
               'XFSUGRECXS-RECORD-TYPE      D     '.
           05 FILLER PIC X(24) VALUE 'XS-DETAIL'.
           05 FILLER PIC X(34) VALUE
               'XFSUGRECXS-RECORD-TYPE      T     '.
           05 FILLER PIC X(24) VALUE 'XS-CONTROL-TOTAL'.

       01  LM-MEANING-TABLE REDEFINES LM-MEANING-TABLE-DATA.
           05 LM-MEANING-ENTRY OCCURS 103 TIMES.
               10 LM-LAYOUT     PIC X(8).
               10 LM-FIELD      PIC X(20).
               10 LM-VALUE      PIC X(6).
               10 LM-MEANING    PIC X(24).
       01  LM-MEANING-COUNT PIC 9(3) COMP VALUE 103.
