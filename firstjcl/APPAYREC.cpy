      *----------------------------------------------------------*
      * APPROVED-PAY-RECORD - ONE VENDOR INVOICE LINE THAT PASSED *
      * THE THREE-WAY MATCH (COMMITMENT, RECEIPT, PRICE) AND IS   *
      * CLEARED FOR PAYMENT. INVMATCH WRITES EACH NIGHT'S LINES   *
      * TO THE APPROVED-FOR-PAYMENT EXTRACT ACCOUNTS PAYABLE      *
      * TAKES UP, AND APPENDS THE SAME RECORD TO THE SHARED PAID  *
      * INVOICE HISTORY - WHICH IS HOW A DUPLICATE INVOICE, AND A *
      * COMMITMENT ALREADY BILLED ONCE, ARE RECOGNISED ON A LATER *
      * NIGHT. AP-ORDER-DATE AND AP-RECEIPT-DATE IDENTIFY THE     *
      * COMMITMENT AND RECEIPT THE LINE WAS MATCHED TO.           *
      *----------------------------------------------------------*
       01  APPROVED-PAY-RECORD.
      *
           05  AP-VENDOR-NUM       PIC X(6).
           05  AP-INVOICE-NUM      PIC X(10).
           05  AP-INVOICE-DATE     PIC 9(6).
           05  AP-ITEM-NUM         PIC X(6).
           05  AP-PAY-QTY          PIC 9(7).
           05  AP-UNIT-PRICE       PIC 9(5)V99.
           05  AP-PAY-AMOUNT       PIC 9(9)V99.
           05  AP-ORDER-DATE       PIC 9(6).
           05  AP-RECEIPT-DATE     PIC 9(6).
           05  AP-APPROVE-DATE     PIC 9(6).
           05  AP-WAREHOUSE-CODE   PIC X(4).
