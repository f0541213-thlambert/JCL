      *----------------------------------------------------------*
      * CSV-CONTROL-RECORD - ONE CARD PER SPREADSHEET EXPORT      *
      * CSVEXPRT IS TO CUT, SO THE SCHEDULER DECIDES WHAT FINANCE *
      * AND PURCHASING GET EACH NIGHT WITHOUT A PROGRAM CHANGE.   *
      * CV-EXPORT-NAME PICKS THE EXPORT; CV-WAREHOUSE-CODE PICKS  *
      * THE SITE'S FILES THE WAY INVENT'S PARM DOES (SPACES FOR   *
      * THE DEFAULT SITE) - THE STOCK POSITION IS COMPANY-WIDE    *
      * OFF THE WAREHOUSE LIST AND IGNORES IT. CV-FROM-DATE AND   *
      * CV-TO-DATE (YYMMDD, SPACES FOR NO LIMIT) BOUND THE GROSS  *
      * MARGIN EXPORT'S SALES AS MARGNRPT'S PARM DOES.            *
      *----------------------------------------------------------*
       01  CSV-CONTROL-RECORD.
      *
           05  CV-EXPORT-NAME      PIC X(6).
               88  CV-ITEM-MASTER      VALUE 'ITEM'.
               88  CV-VALUATION        VALUE 'VALUE'.
               88  CV-STOCK-POSITION   VALUE 'STKPOS'.
               88  CV-GROSS-MARGIN     VALUE 'MARGIN'.
               88  CV-BACKORDERS       VALUE 'BKORD'.
           05  CV-WAREHOUSE-CODE   PIC X(4).
           05  CV-FROM-DATE        PIC X(6).
           05  CV-TO-DATE          PIC X(6).
