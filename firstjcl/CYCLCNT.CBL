      * NIGHT INSTEAD OF BEING WORKED OUT ON PAPER AND KEYED BY
      * HAND. A SHORTAGE (COUNT UNDER BOOK) BECOMES AN 'A'
      * ADJUSTMENT WRITING THE DIFFERENCE OFF; AN OVERAGE BECOMES
      * A 'C' COUNT GAIN PUTTING THE DIFFERENCE BACK ON. (IT WAS
      * WRITTEN AS A 'T' RETURN UNTIL RETURNS HAD TO COME BACK
      * UNDER A CUSTOMER'S RETURN AUTHORIZATION.)
      * THE GENERATED TRANSACTION CARRIES THE ITEM'S CURRENT
      * MR-INV-AMOUNT AND MR-YTD-SOLD FORWARD SO APPLYING IT
      * CHANGES NOTHING BUT THE QUANTITY. A COUNT FOR AN ITEM NOT
      * STAMPED WITH TR-TRANS-DATE, AND A TRAILER WITH THE RECORD
      * COUNT AND TR-QOH HASH - SO INVENT'S BATCH PROOF ACCEPTS IT
      * LIKE ANY OTHER FEED.
      *
      * THE ADJUSTMENT FILE IS NOW 93 BYTES WITH A 10-DIGIT HASH,
      * AND THE VARIANCE COLUMNS CARRY 7-DIGIT BOOK AND COUNT
      * QUANTITIES AND 11-DIGIT VALUES, FOLLOWING THE WIDER
      * QUANTITY AND AMOUNT FIELDS ON THE SHARED RECORDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FD  ADJUST-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           RECORDING MODE IS F.
      *
           COPY SALESREC.
       01  WS-RUN-DATE              PIC 9(6) VALUE ZERO.
      *
       01  WS-BATCH-FIELDS.
           05  WS-QTY-HASH          PIC 9(10) VALUE ZERO.
      *
       01  WS-VARIANCE-FIELDS.
           05  WS-VARIANCE-QTY      PIC S9(8)     VALUE ZERO.
           05  WS-VARIANCE-VALUE    PIC S9(11)V99 VALUE ZERO.
           05  WS-NET-VALUE         PIC S9(11)V99 VALUE ZERO.
           05  WS-VARIANCE-ITEMS    PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(28) VALUE 'DESCRIPTION'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(7)  VALUE '   BOOK'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(7)  VALUE '  COUNT'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(8)  VALUE '    VARY'.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  FILLER           PIC X(17)
                       VALUE '       VARY VALUE'.
           05  WS-DETAIL-LINE.
               10  DL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-ITEM-DESC     PIC X(28).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-BOOK-QOH      PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-COUNT-QTY     PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-VARIANCE      PIC Z(7)9-.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-VARY-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-NOT-FOUND-LINE.
               10  NF-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-SUMMARY-LINE-3.
               10  FILLER           PIC X(20)
                       VALUE 'NET VARIANCE VALUE '.
               10  SM-NET-VALUE     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER           PIC X(42) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------*
      * BUILD THE ADJUSTING TRANSACTION FOR THE VARIANCE JUST       *
      * FOUND. A SHORTAGE WRITES THE DIFFERENCE OFF WITH AN 'A'     *
      * ADJUSTMENT; AN OVERAGE PUTS IT BACK WITH A 'C' COUNT GAIN.  *
      * CURRENT AMOUNT AND YTD-SOLD ARE CARRIED FORWARD SO INVENT   *
      * CHANGES NOTHING BUT THE QUANTITY WHEN IT APPLIES THIS.      *
      *----------------------------------------------------------*
           MOVE WS-RUN-DATE     TO TR-TRANS-DATE
           MOVE SPACES          TO TR-ITEM-STATUS
           MOVE SPACES          TO TR-XFER-WHSE
           MOVE SPACES          TO TR-LOT-NUM
           MOVE ZERO            TO TR-EXPIRE-DATE
           MOVE SPACES          TO TR-RMA-NUM
           MOVE SPACES          TO TR-HOLD-REASON
           MOVE SPACES          TO TR-UNIT
           IF WS-VARIANCE-QTY < ZERO
               MOVE 'A' TO TR-TRANS-CODE
               COMPUTE TR-QOH = ZERO - WS-VARIANCE-QTY
           ELSE
               MOVE 'C' TO TR-TRANS-CODE
               MOVE WS-VARIANCE-QTY TO TR-QOH
           END-IF
           WRITE SALES-REC
