       01  EXCEPTION-RECORD.
      *
           05  EX-ITEM-NUM         PIC X(6).
           05  EX-QOH              PIC 9(7).
           05  EX-QOO              PIC 9(7).
           05  EX-INV-AMOUNT       PIC 9(9)V99.
           05  EX-YTD-SOLD         PIC 9(8).
           05  EX-TRANS-CODE       PIC X(1).
           05  EX-REASON-CODE      PIC X(2).
               88  EX-BAD-ITEM-NUM     VALUE '01'.
               88  EX-STATUS-NO-ITEM   VALUE '08'.
               88  EX-XFER-TO-SELF     VALUE '09'.
               88  EX-NO-IN-TRANSIT    VALUE '10'.
               88  EX-BAD-LOT-EXPIRY   VALUE '11'.
               88  EX-KIT-NO-BOM       VALUE '12'.
               88  EX-COMPONENT-SHORT  VALUE '13'.
               88  EX-COMPONENT-NO-ITEM VALUE '14'.
               88  EX-NO-OPEN-RMA      VALUE '15'.
               88  EX-RMA-WRONG-CUSTOMER VALUE '16'.
               88  EX-RMA-QTY-EXCEEDED VALUE '17'.
               88  EX-OVER-FREE-STOCK  VALUE '18'.
               88  EX-OVER-HELD-STOCK  VALUE '19'.
               88  EX-BAD-HOLD-REASON  VALUE '20'.
               88  EX-RTV-NO-VENDOR    VALUE '21'.
               88  EX-UNKNOWN-UNIT     VALUE '22'.
               88  EX-UNIT-QTY-TOO-HIGH VALUE '23'.
           05  EX-RECYCLE-COUNT    PIC 9(1).
           05  EX-UNIT-COST        PIC 9(5)V99.
           05  EX-CUSTOMER-ID      PIC X(6).
           05  EX-TRANS-DATE       PIC 9(6).
           05  EX-ITEM-STATUS      PIC X(1).
           05  EX-XFER-WHSE        PIC X(4).
           05  EX-LOT-NUM          PIC X(10).
           05  EX-EXPIRE-DATE      PIC 9(6).
           05  EX-RMA-NUM          PIC X(8).
           05  EX-HOLD-REASON      PIC X(2).
           05  EX-UNIT             PIC X(2).
