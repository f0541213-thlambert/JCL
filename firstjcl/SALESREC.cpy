      * OF VANISHING BETWEEN A FAKED ADJUSTMENT AND A FAKED       *
      * RECEIPT. A TRANSFER NAMING THE KEYING SITE ITSELF IS      *
      * REJECTED.                                                 *
      * TR-LOT-NUM AND TR-EXPIRE-DATE (YYMMDD) ARE FILLED ON A    *
      * RECEIPT OF DATED STOCK - SEALANTS, ADHESIVES, BATTERIES - *
      * SO INVENT CAN OPEN OR TOP UP THE LOT ON THE LOT FILE.     *
      * SPACES IN TR-LOT-NUM MEANS UNDATED STOCK; OTHER CODES     *
      * LEAVE BOTH FIELDS BLANK AND CONSUME THE EARLIEST-EXPIRING *
      * LOT FIRST.                                                *
      * A 'K' ASSEMBLY BUILDS TR-QOH KITS OF TR-ITEM-NUM OUT OF   *
      * THE COMPONENTS ON ITS BILL OF MATERIALS, AND A 'U'        *
      * DISASSEMBLY BREAKS TR-QOH KITS BACK DOWN INTO THEM.       *
      * A 'T' RETURN CARRIES THE RETURN AUTHORIZATION IT COMES    *
      * BACK UNDER IN TR-RMA-NUM, WITH THE CUSTOMER IN            *
      * TR-CUSTOMER-ID; OTHER CODES LEAVE TR-RMA-NUM BLANK. A     *
      * 'C' COUNT GAIN IS CYCLCNT'S ADJUSTMENT FOR STOCK FOUND    *
      * OVER THE BOOK QUANTITY.                                   *
      * AN 'H' PUTS TR-QOH OF THE ITEM'S STOCK ON HOLD - DAMAGED  *
      * OR FAILED INSPECTION - AND AN 'L' RELEASES IT BACK TO     *
      * FREE STOCK. A 'W' SENDS HELD STOCK BACK TO THE VENDOR,    *
      * WITH WHY IN TR-HOLD-REASON AND THE VENDOR'S OWN RETURN    *
      * AUTHORIZATION, WHEN THEY GAVE ONE, IN TR-RMA-NUM.         *
      * TR-HOLD-REASON MAY ALSO BE FILLED ON AN 'H'; OTHER CODES  *
      * LEAVE IT BLANK.                                           *
      * TR-UNIT NAMES THE UNIT TR-QOH AND TR-QOO WERE KEYED IN -  *
      * THE ITEM'S STOCKING, PURCHASING OR SELLING UNIT FROM THE  *
      * ITEM DESCRIPTION MASTER (A RECEIVER KEYS 'CS' OFF THE     *
      * PACKING SLIP). INVENT CONVERTS THE QUANTITIES (AND A      *
      * RECEIPT'S TR-UNIT-COST) TO STOCKING UNITS BEFORE ANYTHING *
      * ELSE; SPACES MEANS ALREADY IN STOCKING UNITS.             *
      *----------------------------------------------------------*
       01  SALES-REC.
      *
           05  TR-ITEM-NUM         PIC X(6).
           05  TR-QOH              PIC 9(7).
           05  TR-QOO              PIC 9(7).
           05  TR-INV-AMOUNT       PIC 9(9)V99.
           05  TR-YTD-SOLD         PIC 9(8).
           05  TR-TRANS-CODE       PIC X(1).
               88  TR-RECEIPT          VALUE 'R'.
               88  TR-SALE             VALUE 'S'.
               88  TR-STATUS-CHANGE    VALUE 'X'.
               88  TR-XFER-OUT         VALUE 'O'.
               88  TR-XFER-IN          VALUE 'I'.
               88  TR-ASSEMBLY         VALUE 'K'.
               88  TR-DISASSEMBLY      VALUE 'U'.
               88  TR-KIT-TRANS        VALUE 'K' 'U'.
               88  TR-COUNT-GAIN       VALUE 'C'.
               88  TR-HOLD             VALUE 'H'.
               88  TR-RELEASE-HOLD     VALUE 'L'.
               88  TR-VENDOR-RETURN    VALUE 'W'.
               88  TR-CODE-VALID       VALUE 'R' 'S' 'A' 'T' 'X'
                                             'O' 'I' 'K' 'U' 'C'
                                             'H' 'L' 'W'.
           05  TR-RECYCLE-COUNT    PIC 9(1).
           05  TR-UNIT-COST        PIC 9(5)V99.
           05  TR-CUSTOMER-ID      PIC X(6).
           05  TR-ITEM-STATUS      PIC X(1).
               88  TR-STATUS-VALID     VALUE 'A' 'D' 'O'.
           05  TR-XFER-WHSE        PIC X(4).
           05  TR-LOT-NUM          PIC X(10).
           05  TR-EXPIRE-DATE      PIC 9(6).
           05  TR-RMA-NUM          PIC X(8).
           05  TR-HOLD-REASON      PIC X(2).
               88  TR-HOLD-REASON-VALID VALUE 'DF' 'DM' 'FI' 'WI'
                                             'OS'.
           05  TR-UNIT             PIC X(2).
