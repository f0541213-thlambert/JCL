      *----------------------------------------------------------*
      * PENDING-PRICE-RECORD - A SELLING-PRICE CHANGE KEYED IN    *
      * ITEMMNT THAT WAS BIGGER THAN THE KEYING USER'S LIMIT, HELD*
      * UNTIL A SECOND USER APPROVES IT WITH A 'P' ACTION ON A    *
      * LATER RUN. PP-OLD-PRICE IS THE PRICE WHEN THE CHANGE WAS  *
      * KEYED - IF IT HAS MOVED SINCE, THE APPROVAL IS REFUSED.   *
      * REWRITTEN BY ITEMMNT EACH RUN WITHOUT THE ONES APPROVED   *
      * OR WHOSE ITEM WAS DELETED.                                *
      *----------------------------------------------------------*
       01  PENDING-PRICE-RECORD.
      *
           05  PP-ITEM-NUM         PIC X(6).
           05  PP-OLD-PRICE        PIC 9(5)V99.
           05  PP-NEW-PRICE        PIC 9(5)V99.
           05  PP-REQUEST-USER     PIC X(8).
           05  PP-REQUEST-DATE     PIC 9(6).
