      * CARRIES THE ACTUAL ACCOUNT NUMBER INSTEAD OF A CATEGORY   *
      * CODE SOMEBODY HAS TO HAND-MAP. A CATEGORY WITH NO ROW     *
      * HERE GOES TO THE EXCEPTION LISTING, NOT TO SUSPENSE.      *
      * A ROW WITH GX-MOVE-TYPE FILLED IS A MOVEMENT JOURNAL ROW  *
      * FOR GLJRNL INSTEAD, KEYED BY CATEGORY AND MOVEMENT TYPE.  *
      * ITS GX-GL-ACCOUNT IS THE INVENTORY ACCOUNT AND GX-OFFSET- *
      * ACCOUNT THE OTHER SIDE - AP ACCRUAL FOR 'R', COGS FOR 'S' *
      * AND 'T', SHRINKAGE FOR 'A', IN-TRANSIT FOR 'O' AND 'I',   *
      * ASSEMBLY CLEARING FOR KIT BUILDS 'K' AND BREAKDOWNS 'U',  *
      * VENDOR RETURNS CLEARING FOR RETURNS TO VENDOR 'W'.        *
      * STOCK COMING IN DEBITS GX-GL-ACCOUNT, STOCK GOING OUT     *
      * CREDITS IT. THE BALANCE EXTRACTS READ ONLY THE ROWS WITH  *
      * GX-MOVE-TYPE BLANK.                                       *
      *----------------------------------------------------------*
       01  GL-XREF-RECORD.
      *
           05  GX-ITEM-CATEGORY    PIC X(4).
           05  GX-GL-ACCOUNT       PIC X(8).
           05  GX-MOVE-TYPE        PIC X(1).
           05  GX-OFFSET-ACCOUNT   PIC X(8).
