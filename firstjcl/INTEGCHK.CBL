      * FILE - NEVER OVER THE LIVE ONE - WITH EACH ITEM'S QOH FROM
      * THE REPLAY AND ITS DESCRIPTION, CATEGORY, QOO, AMOUNT AND
      * YTD FROM THE SNAPSHOT. THE SNAPSHOT DOES NOT CARRY UNIT
      * COST, VENDOR, STATUS OR STOCK ON HOLD, SO THE REBUILT
      * RECORDS START WITH ZERO COST, NO VENDOR, ACTIVE STATUS AND
      * NOTHING HELD (HOLDS ARE PUT BACK WITH 'H') - THE REPORT SAYS
      * SO, AND THOSE FIELDS REFILL FROM THE DESCRIPTION MASTER
      * AND COSTED RECEIPTS AS INVENT RUNS. THE OPERATOR SWAPS THE
      * REBUILT FILE IN AFTER REVIEWING THE REPORT.
      * THE WAY INVENT RESOLVES ITS TRANSACTIONS, SO A RENUMBERED
      * ITEM'S OLD-NUMBER HISTORY AND TRAIL COUNT TOWARD THE ITEM
      * IT LIVES UNDER NOW.
      *
      * REBUILT-RECORD, THE SNAPSHOT TABLE AND THE DETAIL LINE NOW
      * CARRY THE 7-DIGIT QUANTITIES, 9-DIGIT AMOUNT AND 8-DIGIT
      * YTD SOLD OF THE WIDENED MASTER AND HISTORY RECORDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  REBUILT-RECORD.
           05  RB-ITEM-NUM         PIC X(6).
           05  RB-ITEM-DESC        PIC X(28).
           05  RB-QOH              PIC 9(7).
           05  RB-QOO              PIC 9(7).
           05  RB-INV-AMOUNT       PIC 9(9)V99.
           05  RB-YTD-SOLD         PIC 9(8).
           05  RB-ITEM-CATEGORY    PIC X(4).
           05  RB-UNIT-COST        PIC 9(5)V99.
           05  RB-VENDOR-NUM       PIC X(6).
           05  RB-ITEM-STATUS      PIC X(1).
           05  RB-HELD-QTY         PIC 9(7).
      *
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
               10  IT-ITEM-DESC     PIC X(28).
               10  IT-ITEM-CATEGORY PIC X(4).
               10  IT-SNAP-DATE     PIC 9(6).
               10  IT-SNAP-QOH      PIC 9(7).
               10  IT-SNAP-QOO      PIC 9(7).
               10  IT-SNAP-AMOUNT   PIC 9(9)V99.
               10  IT-SNAP-YTD      PIC 9(8).
               10  IT-COMPUTED-QOH  PIC 9(7).
               10  IT-MOVE-COUNT    PIC 9(5) COMP.
               10  IT-ON-MASTER     PIC X(1).
      *
               10  FILLER           PIC X(18) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  DL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  DL-SNAP-QOH      PIC Z(6)9.
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  DL-COMPUTED-QOH  PIC Z(6)9.
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  DL-MASTER-QOH    PIC Z(6)9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-FINDING       PIC X(24).
               10  FILLER           PIC X(18) VALUE SPACES.
               VARYING WS-II FROM 1 BY 1
               UNTIL WS-II > WS-ITEM-COUNT
           CLOSE REBUILT-FILE
           MOVE 'REBUILT MASTER WRITTEN - UNIT COST, VENDOR, STATUS AND'
             TO NT-TEXT
           WRITE REPORT-RECORD FROM WS-NOTE-LINE
           MOVE 'HELD STOCK START EMPTY AND REFILL AS INVENT RUNS'
             TO NT-TEXT
           WRITE REPORT-RECORD FROM WS-NOTE-LINE.
       5000-REBUILD-MASTER-EXIT. EXIT.
           MOVE ZERO                    TO RB-UNIT-COST
           MOVE SPACES                  TO RB-VENDOR-NUM
           MOVE 'A'                     TO RB-ITEM-STATUS
           MOVE ZERO                    TO RB-HELD-QTY
           WRITE REBUILT-RECORD
           ADD 1 TO WS-REBUILT-COUNT
           ADD 1 TO WS-WRITE-COUNT.
