      *----------------------------------------------------------*
      * LOT-RECORD - ONE RECORD PER RECEIPT LOT OF AN ITEM STILL  *
      * ON HAND AT THE SITE. A RECEIPT CARRYING A LOT NUMBER AND  *
      * EXPIRATION DATE OPENS OR TOPS UP ITS LOT; SALES,          *
      * ADJUSTMENTS, TRANSFERS OUT AND BACKORDER RELEASES TAKE    *
      * FROM THE EARLIEST-EXPIRING LOT FIRST. LT-LOT-NUM OF       *
      * SPACES IS THE ITEM'S UNDATED STOCK - WHAT WAS ON HAND     *
      * BEFORE ITS FIRST LOT RECEIPT, PLUS RETURNS, TRANSFERS IN  *
      * AND RECEIPTS WITH NO LOT - CARRIED AT LT-EXPIRE-DATE      *
      * 999999 SO IT IS ALWAYS CONSUMED LAST. AN ITEM WITH ANY    *
      * LOT ON FILE IS LOT-CONTROLLED, AND ITS LOT QUANTITIES     *
      * MUST TOTAL MR-QOH - BALANCE PROVES IT NIGHTLY. REWRITTEN  *
      * BY INVENT AT END OF RUN WITH EMPTY LOTS DROPPED, REKEYED  *
      * BY ITEMRENO, AND LISTED BY EXPRPT.                        *
      *----------------------------------------------------------*
       01  LOT-RECORD.
      *
           05  LT-ITEM-NUM         PIC X(6).
           05  LT-LOT-NUM          PIC X(10).
           05  LT-EXPIRE-DATE      PIC 9(6).
           05  LT-LOT-QTY          PIC 9(7).
           05  LT-RECEIPT-DATE     PIC 9(6).
