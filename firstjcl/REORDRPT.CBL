      * DISCONTINUED AND OBSOLETE ITEMS ARE SKIPPED OUTRIGHT - NO
      * REPORT LINE AND NO PO SUGGESTION - SO THE RUN STOPS
      * PROPOSING REORDERS FOR THINGS WE NO LONGER STOCK.
      *
      * THE SUGGESTED QUANTITY IS NOW EXPRESSED IN THE VENDOR'S
      * PURCHASING UNIT FROM THE ITEM DESCRIPTION MASTER ON
      * UT-S-IFILE - THE STOCKING-UNIT SHORTFALL DIVIDED BY THE
      * PURCHASING FACTOR AND ROUNDED UP TO A WHOLE UNIT, SINCE A
      * VENDOR SHIPS WHOLE CASES. THE REPORT SHOWS THE UNIT BESIDE
      * THE QUANTITY AND THE PO FILE CARRIES THE UNIT AND FACTOR.
      * AN ITEM WITH NO PURCHASING UNIT IS SUGGESTED IN STOCKING
      * UNITS AS BEFORE.
      *
      * THE REORDER POINT AND QUANTITY, THE SUGGESTION AND THE QOH
      * AND QOO COLUMNS NOW CARRY 7 DIGITS, FOLLOWING ROPFILE,
      * POSUGREC AND THE MASTER, AND THE VENDOR GROUP TOTAL
      * CARRIES 9 DIGITS TO MATCH PS-QTY-TOTAL.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                              FILE STATUS IS WS-ROP-STATUS.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO UT-S-VFILE
                              FILE STATUS IS WS-VENDOR-STATUS.
           SELECT OPTIONAL ITEM-DESC-FILE ASSIGN TO UT-S-IFILE
                              FILE STATUS IS WS-ITEMDESC-STATUS.
           SELECT PO-SUGGEST-FILE ASSIGN TO UT-S-SFILE
                              FILE STATUS IS WS-POSUG-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY VENDREC.
      *
       FD  ITEM-DESC-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY ITEMDESC.
      *
       FD  PO-SUGGEST-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-MASTER-STATUS     PIC X(2).
           05  WS-ROP-STATUS        PIC X(2).
           05  WS-VENDOR-STATUS     PIC X(2).
           05  WS-ITEMDESC-STATUS   PIC X(2).
           05  WS-POSUG-STATUS      PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS     PIC X(2).
           05  WS-DEFAULT-ROQ       PIC 9(4) VALUE 0050.
      *
       01  WS-THIS-ITEM.
           05  WS-THIS-ROP          PIC 9(7) VALUE ZERO.
           05  WS-THIS-ROQ          PIC 9(7) VALUE ZERO.
           05  WS-SUGGESTED-QTY     PIC 9(7) VALUE ZERO.
           05  WS-THIS-PURCH-UNIT   PIC X(2) VALUE SPACES.
           05  WS-THIS-PURCH-FACTOR PIC 9(4) VALUE 1.
      *
       01  WS-ROP-TABLE.
           05  WS-ROP-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-ROP-ENTRY OCCURS 9999 TIMES.
               10  RT-ITEM-NUM      PIC X(6).
               10  RT-REORDER-POINT PIC 9(7).
               10  RT-REORDER-QTY   PIC 9(7).
      *
      * EACH ITEM'S PURCHASING UNIT AND ITS FACTOR IN STOCKING
      * UNITS, OFF THE ITEM DESCRIPTION MASTER.
      *
       01  WS-UNIT-TABLE.
           05  WS-UNIT-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-UNIT-ENTRY OCCURS 9999 TIMES.
               10  UT-ITEM-NUM      PIC X(6).
               10  UT-PURCH-UNIT    PIC X(2).
               10  UT-PURCH-FACTOR  PIC 9(4).
      *
      * THE VENDOR MASTER, LOADED SO A SUGGESTION GROUP WHOSE
      * VENDOR NUMBER IS NOT ON IT CAN BE FLAGGED TO THE OPERATOR
           05  WS-SUG-ENTRY OCCURS 9999 TIMES.
               10  SG-VENDOR-NUM    PIC X(6).
               10  SG-ITEM-NUM      PIC X(6).
               10  SG-QTY           PIC 9(7).
               10  SG-PURCH-UNIT    PIC X(2).
               10  SG-PURCH-FACTOR  PIC 9(4).
      *
      * THE DISTINCT VENDORS SEEN AMONG THE SUGGESTIONS, IN FIRST-
      * SEEN ORDER - THE ORDER THE PO FILE GROUPS ARE WRITTEN IN.
      *
       01  WS-GROUP-TOTALS.
           05  WS-GROUP-LINES       PIC 9(5) VALUE ZERO.
           05  WS-GROUP-QTY         PIC 9(9) VALUE ZERO.
      *
       01  WS-SUBSCRIPTS.
           05  WS-RI                PIC 9(4) COMP VALUE ZERO.
           05  WS-VI                PIC 9(4) COMP VALUE ZERO.
           05  WS-SI                PIC 9(4) COMP VALUE ZERO.
           05  WS-UI                PIC 9(4) COMP VALUE ZERO.
           05  WS-GI                PIC 9(3) COMP VALUE ZERO.
           05  WS-VND-FOUND         PIC X(3) VALUE 'NO'.
           88  VND-ON-LIST          VALUE 'YES'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(28) VALUE 'DESCRIPTION'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(7)  VALUE '    QOH'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(7)  VALUE '    QOO'.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  FILLER           PIC X(14) VALUE 'SUGGESTED QTY'.
               10  FILLER           PIC X(13) VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  DL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-ITEM-DESC     PIC X(28).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-QOH           PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-QOO           PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-SUGGESTED-QTY PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-PURCH-UNIT    PIC X(2).
               10  FILLER           PIC X(17) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
              THRU 1000-LOAD-REORDER-TABLE-EXIT
           PERFORM 1200-LOAD-VENDOR-TABLE
              THRU 1200-LOAD-VENDOR-TABLE-EXIT
           PERFORM 1300-LOAD-UNIT-TABLE
              THRU 1300-LOAD-UNIT-TABLE-EXIT
           PERFORM 2000-PRODUCE-REPORT
              THRU 2000-PRODUCE-REPORT-EXIT
           PERFORM 3000-WRITE-PO-SUGGESTIONS
           END-PERFORM
           CLOSE VENDOR-FILE.
       1200-LOAD-VENDOR-TABLE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD EACH ITEM'S PURCHASING UNIT OFF THE ITEM DESCRIPTION   *
      * MASTER. THE FILE IS OPTIONAL - WITHOUT IT EVERY SUGGESTION  *
      * STAYS IN STOCKING UNITS. A FACTOR THAT IS NOT NUMERIC OR    *
      * IS ZERO IS TAKEN AS 1.                                      *
      *----------------------------------------------------------*
       1300-LOAD-UNIT-TABLE.
           OPEN INPUT ITEM-DESC-FILE
           IF WS-ITEMDESC-STATUS NOT = '00'
                   AND WS-ITEMDESC-STATUS NOT = '05'
               GO TO 1300-LOAD-UNIT-TABLE-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ ITEM-DESC-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-UNIT-COUNT
                    MOVE ID-ITEM-NUM
                      TO UT-ITEM-NUM(WS-UNIT-COUNT)
                    MOVE ID-PURCH-UNIT
                      TO UT-PURCH-UNIT(WS-UNIT-COUNT)
                    IF ID-PURCH-FACTOR NUMERIC
                            AND ID-PURCH-FACTOR > ZERO
                        MOVE ID-PURCH-FACTOR
                          TO UT-PURCH-FACTOR(WS-UNIT-COUNT)
                    ELSE
                        MOVE 1
                          TO UT-PURCH-FACTOR(WS-UNIT-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-DESC-FILE.
       1300-LOAD-UNIT-TABLE-EXIT. EXIT.
      *
       1100-STORE-ROP.
           ADD 1 TO WS-ROP-COUNT
           ELSE
               MOVE ZERO TO WS-SUGGESTED-QTY
           END-IF
           PERFORM 2250-TO-PURCHASING-UNIT
              THRU 2250-TO-PURCHASING-UNIT-EXIT
           MOVE MR-ITEM-NUM      TO DL-ITEM-NUM
           MOVE MR-ITEM-DESC     TO DL-ITEM-DESC
           MOVE MR-QOH           TO DL-QOH
           MOVE MR-QOO           TO DL-QOO
           MOVE WS-SUGGESTED-QTY TO DL-SUGGESTED-QTY
           MOVE WS-THIS-PURCH-UNIT TO DL-PURCH-UNIT
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-WRITE-COUNT
           IF WS-SUGGESTED-QTY > ZERO
               MOVE MR-VENDOR-NUM    TO SG-VENDOR-NUM(WS-SUG-COUNT)
               MOVE MR-ITEM-NUM      TO SG-ITEM-NUM(WS-SUG-COUNT)
               MOVE WS-SUGGESTED-QTY TO SG-QTY(WS-SUG-COUNT)
               MOVE WS-THIS-PURCH-UNIT
                 TO SG-PURCH-UNIT(WS-SUG-COUNT)
               MOVE WS-THIS-PURCH-FACTOR
                 TO SG-PURCH-FACTOR(WS-SUG-COUNT)
               PERFORM 2300-NOTE-VENDOR THRU 2300-NOTE-VENDOR-EXIT
           END-IF.
       2200-WRITE-DETAIL-LINE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * RESTATE THE STOCKING-UNIT SUGGESTION IN THE ITEM'S          *
      * PURCHASING UNIT, ROUNDED UP TO A WHOLE UNIT.                *
      *----------------------------------------------------------*
       2250-TO-PURCHASING-UNIT.
           MOVE SPACES TO WS-THIS-PURCH-UNIT
           MOVE 1      TO WS-THIS-PURCH-FACTOR
           PERFORM VARYING WS-UI FROM 1 BY 1
                   UNTIL WS-UI > WS-UNIT-COUNT
               IF UT-ITEM-NUM(WS-UI) = MR-ITEM-NUM
                   MOVE UT-PURCH-UNIT(WS-UI)   TO WS-THIS-PURCH-UNIT
                   MOVE UT-PURCH-FACTOR(WS-UI) TO WS-THIS-PURCH-FACTOR
               END-IF
           END-PERFORM
           IF WS-THIS-PURCH-FACTOR > 1
               COMPUTE WS-SUGGESTED-QTY =
                   (WS-SUGGESTED-QTY + WS-THIS-PURCH-FACTOR - 1)
                       / WS-THIS-PURCH-FACTOR
           END-IF.
       2250-TO-PURCHASING-UNIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * REMEMBER EACH DISTINCT VENDOR AMONG THE SUGGESTIONS IN      *
      * FIRST-SEEN ORDER.                                           *
      *----------------------------------------------------------*
                   MOVE SG-QTY(WS-SI)        TO PS-SUGGESTED-QTY
                   MOVE ZERO                 TO PS-LINE-COUNT
                   MOVE ZERO                 TO PS-QTY-TOTAL
                   MOVE SG-PURCH-UNIT(WS-SI) TO PS-PURCH-UNIT
                   MOVE SG-PURCH-FACTOR(WS-SI)
                                             TO PS-PURCH-FACTOR
                   WRITE PO-SUGGEST-RECORD
                   ADD 1 TO WS-GROUP-LINES
                   ADD SG-QTY(WS-SI) TO WS-GROUP-QTY
           MOVE ZERO                  TO PS-SUGGESTED-QTY
           MOVE WS-GROUP-LINES        TO PS-LINE-COUNT
           MOVE WS-GROUP-QTY          TO PS-QTY-TOTAL
           MOVE SPACES                TO PS-PURCH-UNIT
           MOVE ZERO                  TO PS-PURCH-FACTOR
           WRITE PO-SUGGEST-RECORD
           MOVE 'NO' TO WS-VND-FOUND
           PERFORM VARYING WS-VI FROM 1 BY 1
