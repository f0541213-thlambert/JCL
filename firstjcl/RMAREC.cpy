      *----------------------------------------------------------*
      * RMA-RECORD - ONE CUSTOMER RETURN AUTHORIZATION. ISSUED BY *
      * CUSTOMER SERVICE THROUGH RMAMNT FOR ONE CUSTOMER AND ONE  *
      * ITEM, UP TO RA-AUTH-QTY. ONE COMPANY-WIDE FILE, SHARED BY *
      * EVERY WAREHOUSE'S INVENT RUN THE WAY THE IN-TRANSIT FILE  *
      * IS - A 'T' RETURN MUST NAME AN OPEN RMA FOR ITS CUSTOMER  *
      * AND ITEM AND FIT WITHIN WHAT IS STILL AUTHORIZED. INVENT  *
      * ADDS EACH RETURN TO RA-RECEIVED-QTY AND CLOSES THE RMA    *
      * ONCE THE FULL QUANTITY IS BACK. RA-DISPOSITION SAYS WHAT  *
      * BECOMES OF THE GOODS - A RESTOCK RETURN GOES BACK ON     *
      * HAND; A RETURN-TO-VENDOR RETURN GOES ON HAND AND STRAIGHT *
      * ONTO HOLD UNTIL IT IS SHIPPED BACK; SCRAP IS RECEIVED     *
      * AGAINST THE RMA BUT KEPT OFF MR-QOH. RMAMNT DROPS CLOSED  *
      * RMAS ON ITS NEXT REWRITE; RMAAGE AGES THE OPEN ONES.      *
      *----------------------------------------------------------*
       01  RMA-RECORD.
      *
           05  RA-RMA-NUM          PIC X(8).
           05  RA-CUSTOMER-ID      PIC X(6).
           05  RA-ITEM-NUM         PIC X(6).
           05  RA-AUTH-QTY         PIC 9(7).
           05  RA-RECEIVED-QTY     PIC 9(7).
           05  RA-REASON-CODE      PIC X(2).
               88  RA-DEFECTIVE        VALUE 'DF'.
               88  RA-DAMAGED          VALUE 'DM'.
               88  RA-WRONG-ITEM       VALUE 'WI'.
               88  RA-OVER-SHIPPED     VALUE 'OS'.
               88  RA-NOT-WANTED       VALUE 'NW'.
               88  RA-REASON-VALID     VALUE 'DF' 'DM' 'WI' 'OS'
                                             'NW'.
           05  RA-DISPOSITION      PIC X(1).
               88  RA-RESTOCK          VALUE 'R'.
               88  RA-SCRAP            VALUE 'S'.
               88  RA-TO-VENDOR        VALUE 'V'.
               88  RA-DISPOSITION-VALID VALUE 'R' 'S' 'V'.
           05  RA-STATUS           PIC X(1).
               88  RA-OPEN             VALUE 'O'.
               88  RA-CLOSED           VALUE 'C'.
           05  RA-ISSUE-DATE       PIC 9(6).
           05  RA-ISSUED-BY        PIC X(8).
           05  RA-LAST-RETURN-DATE PIC 9(6).
