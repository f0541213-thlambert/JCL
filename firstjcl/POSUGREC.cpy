      * VENDOR: ONE 'D' RECORD PER ITEM TO ORDER, FOLLOWED BY A   *
      * 'V' TOTAL RECORD PER VENDOR CARRYING THE LINE COUNT AND   *
      * QUANTITY TOTAL SO THE PURCHASING PACKAGE CAN VALIDATE THE *
      * GROUP BEFORE LOADING IT. QUANTITIES ARE IN THE VENDOR'S   *
      * PURCHASING UNIT PS-PURCH-UNIT, PS-PURCH-FACTOR STOCKING   *
      * UNITS EACH (SPACES AND 1 WHEN THE ITEM HAS NONE), SO THE  *
      * 'V' QUANTITY TOTAL IS A SUM OF PURCHASING UNITS.          *
      *----------------------------------------------------------*
       01  PO-SUGGEST-RECORD.
      *
               88  PS-VENDOR-TOTAL     VALUE 'V'.
           05  PS-VENDOR-NUM       PIC X(6).
           05  PS-ITEM-NUM         PIC X(6).
           05  PS-SUGGESTED-QTY    PIC 9(7).
           05  PS-LINE-COUNT       PIC 9(5).
           05  PS-QTY-TOTAL        PIC 9(9).
           05  PS-PURCH-UNIT       PIC X(2).
           05  PS-PURCH-FACTOR     PIC 9(4).
