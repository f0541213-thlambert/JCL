      * MOVEMENT TRAIL - THE RECEIPT DATE AGAINST THE EXPECTED    *
      * DATE IS HOW VN-LEAD-TIME FINALLY GETS MEASURED AGAINST    *
      * REALITY INSTEAD OF STAYING WHATEVER WAS KEYED AT SETUP.   *
      * PM-ORDER-QTY IS IN THE VENDOR'S PURCHASING UNIT           *
      * PM-ORDER-UNIT, PM-UNIT-FACTOR STOCKING UNITS EACH;        *
      * PM-RECEIVED-QTY IS STOCKING UNITS AS THEY CAME OFF THE    *
      * MOVEMENT TRAIL. A RECORD WRITTEN BEFORE THE UNIT WAS      *
      * CARRIED HAS SPACES THERE AND IS TAKEN AS FACTOR 1.        *
      *----------------------------------------------------------*
       01  PO-COMMIT-RECORD.
      *
           05  PM-VENDOR-NUM       PIC X(6).
           05  PM-ITEM-NUM         PIC X(6).
           05  PM-ORDER-QTY        PIC 9(7).
           05  PM-ORDER-DATE       PIC 9(6).
           05  PM-EXPECT-DATE      PIC 9(6).
           05  PM-RECEIVED-QTY     PIC 9(7).
           05  PM-RECEIPT-DATE     PIC 9(6).
           05  PM-STATUS           PIC X(1).
               88  PM-OPEN             VALUE 'O'.
               88  PM-FILLED           VALUE 'F'.
           05  PM-ORDER-UNIT       PIC X(2).
           05  PM-UNIT-FACTOR      PIC 9(4).
