      *----------------------------------------------------------*
      * USER-AUTH-RECORD - WHAT ONE USER MAY DO IN ONE MAINTENANCE*
      * PROGRAM. UA-ACTIONS LISTS THE ACTION CODES THE USER MAY   *
      * KEY THERE, IN ANY ORDER: ITEMMNT A C D, PLUS P TO APPROVE *
      * A HELD PRICE CHANGE; CUSTMNT A C D; BKORDMNT C Q U, PLUS  *
      * 1 TO TOUCH A PRIORITY-1 CUSTOMER'S BACKORDER AT ALL;      *
      * ITEMRENO R TO RENUMBER OR MERGE; BOMMNT A C D; RMAMNT A C *
      * X. UA-PRICE-LIMIT IS FOR ITEMMNT - THE LARGEST CHANGE TO  *
      * AN ITEM'S SELLING PRICE, UP OR DOWN, THE USER MAY MAKE ON *
      * THEIR OWN; A BIGGER ONE IS HELD FOR A SECOND USER. A USER *
      * WITH NO ENTRY FOR A PROGRAM MAY DO NOTHING IN IT. SHARED  *
      * BY ALL THE MAINTENANCE PROGRAMS AND KEPT BY SECURITY      *
      * ADMINISTRATION.                                           *
      *----------------------------------------------------------*
       01  USER-AUTH-RECORD.
      *
           05  UA-USER-ID          PIC X(8).
           05  UA-PROGRAM          PIC X(8).
           05  UA-ACTIONS          PIC X(10).
           05  UA-PRICE-LIMIT      PIC 9(5)V99.
