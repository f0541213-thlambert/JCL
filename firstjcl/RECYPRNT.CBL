      * THE RECYCLE COUNT SHOWN ON THE WORKSHEET) INTO THE
      * CORRECTED FILE THAT RECYMRGE MERGES INTO THE FRONT OF THE
      * NEXT NIGHT'S TRANS-FILE.
      *
      * THE QUANTITY, AMOUNT AND YTD COLUMNS NOW HOLD THE WIDER
      * 7-DIGIT QUANTITIES AND 9-DIGIT AMOUNTS, SO THE REASON CODE
      * AND ITS TEXT PRINT ON A SECOND LINE UNDER EACH DETAIL. THE
      * CEILING IN THE TEXT FOR REASONS 05 AND 23 IS NOW 9999999.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-AGED-TABLE.
           05  WS-AGED-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-AGED-ENTRY OCCURS 9999 TIMES.
               10  AG-EXCEPTION     PIC X(95).
      *
      * REASON-CODE-TO-TEXT LOOKUP TABLE, BUILT THE SAME WAY AS
      * THE FILE-STATUS MESSAGE TABLE IN FSTATMSG.
           05 FILLER PIC X(32) VALUE '01ITEM NUMBER NOT NUMERIC/ZERO'.
           05 FILLER PIC X(32) VALUE '02QUANTITY WOULD GO NEGATIVE'.
           05 FILLER PIC X(32) VALUE '03INV AMOUNT OVER CEILING'.
           05 FILLER PIC X(32) VALUE '04TRANS CODE NOT RECOGNIZED'.
           05 FILLER PIC X(32) VALUE '05QUANTITY WOULD EXCEED 9999999'.
           05 FILLER PIC X(32) VALUE '06TRANS DATE NOT BATCH DATE'.
           05 FILLER PIC X(32) VALUE '07ITEM STATUS NOT A, D OR O'.
           05 FILLER PIC X(32) VALUE '08STATUS CHG - ITEM NOT ON FILE'.
           05 FILLER PIC X(32) VALUE '09TRANSFER NAMES OWN WAREHOUSE'.
           05 FILLER PIC X(32) VALUE '10NO MATCHING IN-TRANSIT STOCK'.
           05 FILLER PIC X(32) VALUE '11LOT EXPIRY DATE MISSING/BAD'.
           05 FILLER PIC X(32) VALUE '12KIT HAS NO BILL OF MATERIALS'.
           05 FILLER PIC X(32) VALUE '13KIT COMPONENT SHORT'.
           05 FILLER PIC X(32) VALUE '14KIT COMPONENT NOT ON MASTER'.
           05 FILLER PIC X(32) VALUE '15NO OPEN RMA FOR THIS ITEM'.
           05 FILLER PIC X(32) VALUE '16RMA ISSUED TO OTHER CUSTOMER'.
           05 FILLER PIC X(32) VALUE '17RETURN OVER RMA QTY LEFT'.
           05 FILLER PIC X(32) VALUE '18QTY OVER FREE (UNHELD) STOCK'.
           05 FILLER PIC X(32) VALUE '19MORE THAN IS HELD'.
           05 FILLER PIC X(32) VALUE '20RTV REASON MISSING/BAD'.
           05 FILLER PIC X(32) VALUE '21ITEM HAS NO VENDOR ON FILE'.
           05 FILLER PIC X(32) VALUE '22UNIT NOT KNOWN FOR THIS ITEM'.
           05 FILLER PIC X(32) VALUE '23QTY OVER 9999999 STOCK UNITS'.
      *
       01  WS-RSN-TABLE REDEFINES WS-RSN-TABLE-DATA.
           05 WS-RSN-ENTRY OCCURS 23 TIMES.
               10 RSN-CODE PIC X(2).
               10 RSN-TEXT PIC X(30).
      *
               10  FILLER           PIC X(6)  VALUE 'ITEM'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(2)  VALUE 'CD'.
               10  FILLER           PIC X(7)  VALUE '    QOH'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(7)  VALUE '    QOO'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(12) VALUE '      AMOUNT'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(8)  VALUE '    COST'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(8)  VALUE '     YTD'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(3)  VALUE 'CYC'.
               10  FILLER           PIC X(21) VALUE SPACES.
           05  WS-AGING-HEADING.
               10  FILLER           PIC X(35)
                       VALUE 'ESCALATED - AGED PAST RECYCLE LIMIT'.
               10  DL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-TRANS-CODE    PIC X(1).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-QOH           PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-QOO           PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-INV-AMOUNT    PIC Z(8)9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-UNIT-COST     PIC ZZZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-YTD-SOLD      PIC Z(7)9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-RECYCLE-COUNT PIC 9(1).
               10  FILLER           PIC X(22) VALUE SPACES.
      *
      * THE REASON GOES ON A LINE OF ITS OWN UNDER THE DETAIL -
      * THE WIDER QUANTITY AND AMOUNT COLUMNS LEAVE NO ROOM FOR IT
      * ON AN 80-COLUMN LINE.
      *
           05  WS-REASON-LINE.
               10  FILLER           PIC X(9)  VALUE SPACES.
               10  DL-REASON-CODE   PIC X(2).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-REASON        PIC X(30).
               10  FILLER           PIC X(38) VALUE SPACES.
           05  WS-SUMMARY-LINE-1.
               10  FILLER           PIC X(20)
                       VALUE 'FOR CORRECTION ....'.
           ELSE
               PERFORM 2000-FORMAT-DETAIL THRU 2000-FORMAT-DETAIL-EXIT
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               WRITE REPORT-RECORD FROM WS-REASON-LINE
               ADD 1 TO WS-WORKSHEET-COUNT
           END-IF.
       1000-PRINT-ONE-EXCEPTION-EXIT. EXIT.
       2000-FORMAT-DETAIL.
           MOVE SPACES TO WS-REASON-TEXT
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > 23
               IF RSN-CODE(WS-RI) = EX-REASON-CODE
                   MOVE RSN-TEXT(WS-RI) TO WS-REASON-TEXT
               END-IF
           MOVE EX-YTD-SOLD       TO DL-YTD-SOLD
           MOVE EX-RECYCLE-COUNT  TO DL-RECYCLE-COUNT
           MOVE EX-UNIT-COST      TO DL-UNIT-COST
           MOVE EX-REASON-CODE    TO DL-REASON-CODE
           MOVE WS-REASON-TEXT    TO DL-REASON.
       2000-FORMAT-DETAIL-EXIT. EXIT.
      *
               MOVE AG-EXCEPTION(WS-AI) TO EXCEPTION-RECORD
               PERFORM 2000-FORMAT-DETAIL THRU 2000-FORMAT-DETAIL-EXIT
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               WRITE REPORT-RECORD FROM WS-REASON-LINE
           END-PERFORM.
       3000-PRINT-AGING-EXIT. EXIT.
      *
