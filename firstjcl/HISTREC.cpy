      *
           05  HR-ITEM-NUM         PIC X(6).
           05  HR-ITEM-DESC        PIC X(28).
           05  HR-QOH              PIC 9(7).
           05  HR-QOO              PIC 9(7).
           05  HR-INV-AMOUNT       PIC 9(9)V99.
           05  HR-YTD-SOLD         PIC 9(8).
           05  HR-ITEM-CATEGORY    PIC X(4).
           05  HR-PERIOD-END-DATE  PIC 9(6).
