      * ITEM ALIAS CROSS-REFERENCE ITEMRENO LEAVES BEHIND - A DESK
      * STILL HOLDING A RENUMBERED OR MERGED-AWAY NUMBER IS TOLD
      * THE NEW ONE AND SHOWN THAT ITEM.
      *
      * STOCK ON HOLD (QUARANTINE) IS STILL PART OF QOH BUT CANNOT
      * BE SOLD OR SHIPPED, SO THE ITEM DISPLAY AND THE LIST LINES
      * SHOW IT SEPARATELY ALONG WITH THE QUANTITY AVAILABLE.
      *
      * THE HELD AND AVAILABLE QUANTITIES AND THE LIST LINE'S QOH
      * AND HELD COLUMNS NOW CARRY THE MASTER'S 7-DIGIT
      * QUANTITIES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-REPLY             PIC X(1).
           05  WS-MATCH-COUNT       PIC 9(5) COMP VALUE ZERO.
           05  WS-SI                PIC 9(2) COMP VALUE ZERO.
           05  WS-HELD-QTY          PIC 9(7) VALUE ZERO.
           05  WS-AVAIL-QTY         PIC 9(7) VALUE ZERO.
      *
       01  WS-LIST-LINE.
           05  LL-ITEM-NUM          PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  LL-CATEGORY          PIC X(4).
           05  FILLER               PIC X(6) VALUE '  QOH '.
           05  LL-QOH               PIC Z(6)9.
           05  FILLER               PIC X(7) VALUE '  HELD '.
           05  LL-HELD              PIC Z(6)9.
      *
       PROCEDURE DIVISION.
      *
       0500-LOAD-ALIASES-EXIT. EXIT.
      *
       2100-DISPLAY-ITEM.
           PERFORM 2150-SPLIT-HELD THRU 2150-SPLIT-HELD-EXIT
           DISPLAY '------------------------------------------------'
           DISPLAY 'ITEM NUMBER .... ' MR-ITEM-NUM
           DISPLAY 'DESCRIPTION .... ' MR-ITEM-DESC
           DISPLAY 'CATEGORY ....... ' MR-ITEM-CATEGORY
           DISPLAY 'QTY ON HAND .... ' MR-QOH
           DISPLAY 'QTY ON HOLD .... ' WS-HELD-QTY
           DISPLAY 'QTY AVAILABLE .. ' WS-AVAIL-QTY
           DISPLAY 'QTY ON ORDER ... ' MR-QOO
           DISPLAY 'INVENTORY VALUE  ' MR-INV-AMOUNT
           DISPLAY 'YTD SOLD ....... ' MR-YTD-SOLD
       2100-DISPLAY-ITEM-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * SPLIT QOH INTO HELD AND AVAILABLE. A RECORD WRITTEN BEFORE  *
      * THE HOLD BUCKET EXISTED HAS NOTHING HELD.                   *
      *----------------------------------------------------------*
       2150-SPLIT-HELD.
           IF MR-HELD-QTY NUMERIC
               MOVE MR-HELD-QTY TO WS-HELD-QTY
           ELSE
               MOVE ZERO TO WS-HELD-QTY
           END-IF
           IF WS-HELD-QTY > MR-QOH
               MOVE MR-QOH TO WS-HELD-QTY
           END-IF
           COMPUTE WS-AVAIL-QTY = MR-QOH - WS-HELD-QTY.
       2150-SPLIT-HELD-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * START THE FILE AT A PARTIAL ITEM NUMBER AND PAGE FORWARD    *
      * ITEM BY ITEM - ENTER FOR THE NEXT ONE, X TO STOP. THE       *
      * PREFIX IS PADDED WITH ZEROS SO 'B' PLUS '0012' STARTS AT    *
               MOVE MR-ITEM-DESC     TO LL-ITEM-DESC
               MOVE MR-ITEM-CATEGORY TO LL-CATEGORY
               MOVE MR-QOH           TO LL-QOH
               PERFORM 2150-SPLIT-HELD THRU 2150-SPLIT-HELD-EXIT
               MOVE WS-HELD-QTY      TO LL-HELD
               DISPLAY WS-LIST-LINE
               ADD 1 TO WS-MATCH-COUNT
           END-IF.
