      *----------------------------------------------------------*
      * VENDOR-INVOICE-RECORD - ONE LINE OF A VENDOR'S INVOICE AS *
      * KEYED BY ACCOUNTS PAYABLE: WHO BILLED, THEIR INVOICE      *
      * NUMBER AND DATE, THE ITEM, THE QUANTITY AND UNIT PRICE    *
      * BILLED, AND THE SITE THE GOODS WERE SHIPPED TO (SPACES    *
      * FOR THE DEFAULT SITE). A MULTI-LINE INVOICE IS SEVERAL    *
      * RECORDS WITH THE SAME VENDOR AND INVOICE NUMBER. INVMATCH *
      * MATCHES EACH LINE AGAINST THE FILLED PO COMMITMENT, THE   *
      * 'R' RECEIPT ON THE MOVEMENT TRAIL AND THE RECEIPT COST.   *
      *----------------------------------------------------------*
       01  VENDOR-INVOICE-RECORD.
      *
           05  VI-VENDOR-NUM       PIC X(6).
           05  VI-INVOICE-NUM      PIC X(10).
           05  VI-INVOICE-DATE     PIC 9(6).
           05  VI-ITEM-NUM         PIC X(6).
           05  VI-BILLED-QTY       PIC 9(7).
           05  VI-BILLED-PRICE     PIC 9(5)V99.
           05  VI-SHIP-TO-WHSE     PIC X(4).
