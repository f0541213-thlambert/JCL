       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * INVMATCH IS THE THREE-WAY MATCH OF VENDOR INVOICES - UNTIL
      * NOW ACCOUNTS PAYABLE PAID AN INVOICE BY HUNTING DOWN THE
      * PAPER RECEIVING SLIP. EACH LINE OF THE VENDOR INVOICE FILE
      * IS MATCHED THREE WAYS:
      *
      *   - TO A FILLED PO COMMITMENT FOR THE SAME VENDOR AND ITEM
      *     THAT HAS NOT ALREADY BEEN BILLED (VENDPERF FILLS THE
      *     COMMITMENTS FROM THE NIGHT'S RECEIPTS, SO RUN IT
      *     FIRST) - THE OLDEST SUCH COMMITMENT IS TAKEN.
      *   - TO THE 'R' RECEIPT ON THE SITE'S MOVEMENT TRAIL THAT
      *     FILLED IT - THE QUANTITY BILLED MAY NOT EXCEED THE
      *     QUANTITY RECEIVED.
      *   - TO THE COST THE RECEIPT CARRIED. A RECEIPT THAT MOVED
      *     THE UNIT COST LEFT A RECORD ON THE COST HISTORY FILE,
      *     AND THE RECEIPT'S OWN COST IS WORKED BACK OUT OF THE
      *     ROLLED AVERAGE; OTHERWISE THE ITEM'S MR-UNIT-COST IS
      *     THE EXPECTED PRICE. THE BILLED PRICE MUST AGREE WITHIN
      *     THE TOLERANCE PERCENTAGE.
      *
      * A LINE THAT PASSES GOES TO THE APPROVED-FOR-PAYMENT
      * EXTRACT FOR AP AND IS APPENDED TO THE PAID INVOICE
      * HISTORY. A LINE THAT FAILS IS PRINTED ON THE EXCEPTION
      * REPORT WITH ITS REASON - DUPLICATE INVOICE (THE SAME
      * VENDOR, INVOICE AND ITEM ALREADY PAID, OR TWICE IN
      * TONIGHT'S FILE), NO RECEIPT, QUANTITY OVER-BILLED, OR
      * PRICE VARIANCE - AND THE STEP ENDS WITH RETURN CODE 8 SO
      * THE SCHEDULER RAISES IT. AN EXCEPTION IS NOT WRITTEN TO
      * THE HISTORY, SO THE CORRECTED INVOICE CAN BE RESUBMITTED.
      *
      * THE COMMAND LINE CARRIES THE PRICE TOLERANCE AS A WHOLE
      * PERCENTAGE IN COLUMNS 1-2 (02 WHEN NOT GIVEN) AND AN
      * OPTIONAL WAREHOUSE CODE IN COLUMNS 3-6 THAT PICKS THAT
      * SITE'S MASTER AND MOVEMENT FILES, AS INVENT DOES. ONLY
      * INVOICE LINES SHIPPED TO THAT SITE ARE MATCHED - RUN THE
      * SAME INVOICE FILE ONCE PER SITE.
      *
      * THE COMMITMENT, RECEIPT AND COST-CHANGE TABLES CARRY THE
      * 7-DIGIT QUANTITIES OF POCMTREC, MOVEREC AND COSTHREC, AND
      * THE INVOICE LINE'S BILLED QUANTITY AND THE APPROVED PAY
      * QUANTITY ARE 7 DIGITS AS WELL. THE PAY AMOUNT IS 9(9)V99;
      * A LINE WHOSE QUANTITY TIMES PRICE WILL NOT FIT IS NOT
      * APPROVED BUT PRINTED AS AN EXCEPTION, AMOUNT TOO LARGE,
      * SO THE STEP ENDS WITH RETURN CODE 8 LIKE ANY OTHER.
      *
      * A VENDOR BILLS IN ITS OWN PURCHASING UNIT, SO THE QUANTITY
      * AND PRICE TESTS NOW GO THROUGH THE UNIT FACTOR ON THE
      * MATCHED COMMITMENT: THE BILLED QUANTITY TIMES THE FACTOR
      * MUST NOT EXCEED THE STOCKING UNITS RECEIVED, AND THE
      * BILLED PRICE DIVIDED BY THE FACTOR IS WHAT IS HELD TO THE
      * TOLERANCE AGAINST THE RECEIPT COST. A ZERO OR MISSING
      * FACTOR IS TAKEN AS 1, AS POCOMMIT DOES. THE EXCEPTION
      * REPORT STILL SHOWS THE QUANTITY AND PRICE AS BILLED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-INVOICE-FILE ASSIGN TO UT-S-VINVC
                              FILE STATUS IS WS-INVOICE-STATUS.
           SELECT OPTIONAL PO-COMMIT-FILE ASSIGN TO UT-S-PCMIT
                              FILE STATUS IS WS-COMMIT-STATUS.
           SELECT OPTIONAL MOVEMENT-FILE ASSIGN TO WS-MOVEMENT-DSNAME
                              FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT OPTIONAL COST-HISTORY-FILE ASSIGN TO UT-S-CHIST
                              FILE STATUS IS WS-COSTHIST-STATUS.
           SELECT MASTER-FILE ASSIGN TO WS-MASTER-DSNAME
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS MR-ITEM-NUM
                              FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL PAID-HISTORY-FILE ASSIGN TO UT-S-INVHS
                              FILE STATUS IS WS-PAIDHIST-STATUS.
           SELECT APPROVED-PAY-FILE ASSIGN TO UT-S-APPAY
                              FILE STATUS IS WS-APPROVED-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  VENDOR-INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY VINVREC.
      *
       FD  PO-COMMIT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY POCMTREC.
      *
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MOVEREC.
      *
       FD  COST-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY COSTHREC.
      *
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MASTREC.
      *
       FD  PAID-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY APPAYREC.
      *
       FD  APPROVED-PAY-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  APPROVED-PAY-LINE       PIC X(75).
      *
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
      *
       01  REPORT-RECORD           PIC X(80).
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RUNLOG.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(3) VALUE 'NO'.
           88  EOF                  VALUE 'YES'.
           05  WS-FOUND-SWITCH      PIC X(3) VALUE 'NO'.
           88  ITEM-ON-MASTER       VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-INVOICE-STATUS    PIC X(2).
           05  WS-COMMIT-STATUS     PIC X(2).
           05  WS-MOVEMENT-STATUS   PIC X(2).
           05  WS-COSTHIST-STATUS   PIC X(2).
           05  WS-MASTER-STATUS     PIC X(2).
           05  WS-PAIDHIST-STATUS   PIC X(2).
           05  WS-APPROVED-STATUS   PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-RUNLOG-STATUS     PIC X(2).
      *
       01  WS-RUN-LOG-FIELDS.
           05  WS-RUN-START-TIME    PIC 9(8) VALUE ZERO.
           05  WS-RUN-END-TIME      PIC 9(8) VALUE ZERO.
           05  WS-READ-COUNT        PIC 9(7) COMP VALUE ZERO.
           05  WS-WRITE-COUNT       PIC 9(7) COMP VALUE ZERO.
      *
       01  WS-RUN-DATE              PIC 9(6) VALUE ZERO.
      *
       01  WS-PARM                  PIC X(6).
       01  WS-PARM-FIELDS REDEFINES WS-PARM.
           05  WS-PARM-TOLERANCE    PIC X(2).
           05  WS-PARM-WHSE         PIC X(4).
      *
       01  WS-WAREHOUSE-CODE        PIC X(4).
       01  WS-TOLERANCE-PCT         PIC 9(2) VALUE 02.
      *
       01  WS-DYNAMIC-FILE-NAMES.
           05  WS-MASTER-DSNAME     PIC X(10).
           05  WS-MOVEMENT-DSNAME   PIC X(10).
      *
      * EVERY COMMITMENT ON FILE. CM-BILLED IS SET WHEN THE PAID
      * HISTORY OR A LINE APPROVED TONIGHT HAS ALREADY TAKEN IT.
      *
       01  WS-CMT-TABLE.
           05  WS-CMT-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-CMT-ENTRY OCCURS 9999 TIMES.
               10  CM-VENDOR-NUM    PIC X(6).
               10  CM-ITEM-NUM      PIC X(6).
               10  CM-ORDER-QTY     PIC 9(7).
               10  CM-ORDER-DATE    PIC 9(6).
               10  CM-RECEIVED-QTY  PIC 9(7).
               10  CM-RECEIPT-DATE  PIC 9(6).
               10  CM-STATUS        PIC X(1).
               10  CM-BILLED        PIC X(1).
               10  CM-UNIT-FACTOR   PIC 9(4).
      *
      * THE SITE'S 'R' RECEIPTS FROM THE MOVEMENT TRAIL.
      *
       01  WS-RCV-TABLE.
           05  WS-RCV-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-RCV-ENTRY OCCURS 9999 TIMES.
               10  RV-ITEM-NUM      PIC X(6).
               10  RV-QUANTITY      PIC 9(7).
               10  RV-QOH-BEFORE    PIC 9(7).
               10  RV-RUN-DATE      PIC 9(6).
               10  RV-USED          PIC X(1).
      *
      * THE SITE'S RECEIPT COST CHANGES FROM THE COST HISTORY
      * (BACKOUT REVERSALS, WITH A ZERO RECEIPT QUANTITY, LEFT
      * OUT).
      *
       01  WS-CHS-TABLE.
           05  WS-CHS-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-CHS-ENTRY OCCURS 9999 TIMES.
               10  HC-ITEM-NUM      PIC X(6).
               10  HC-OLD-COST      PIC 9(5)V99.
               10  HC-NEW-COST      PIC 9(5)V99.
               10  HC-RECEIPT-QTY   PIC 9(7).
               10  HC-RUN-DATE      PIC 9(6).
      *
      * INVOICE LINES ALREADY PAID, FROM THE HISTORY, AND THE
      * LINES SEEN SO FAR TONIGHT - EITHER MAKES A LINE A
      * DUPLICATE.
      *
       01  WS-PAID-TABLE.
           05  WS-PAID-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-PAID-ENTRY OCCURS 9999 TIMES.
               10  PD-VENDOR-NUM    PIC X(6).
               10  PD-INVOICE-NUM   PIC X(10).
               10  PD-ITEM-NUM      PIC X(6).
      *
       01  WS-SUBSCRIPTS.
           05  WS-MI                PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-MI          PIC 9(4) COMP VALUE ZERO.
           05  WS-RVI               PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-RVI         PIC 9(4) COMP VALUE ZERO.
           05  WS-HCI               PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-HCI         PIC 9(4) COMP VALUE ZERO.
           05  WS-PDI               PIC 9(4) COMP VALUE ZERO.
      *
       01  WS-MATCH-FIELDS.
           05  WS-REASON            PIC X(20) VALUE SPACES.
           05  WS-RECEIVED-QTY      PIC 9(7) VALUE ZERO.
           05  WS-EXPECT-PRICE      PIC 9(5)V99 VALUE ZERO.
           05  WS-DERIVED-COST      PIC S9(7)V99 VALUE ZERO.
           05  WS-PRICE-DIFF        PIC S9(5)V99 VALUE ZERO.
           05  WS-PRICE-LIMIT       PIC 9(5)V99 VALUE ZERO.
           05  WS-PAY-AMOUNT        PIC 9(9)V99 VALUE ZERO.
           05  WS-BILLED-STOCK-QTY  PIC 9(11) VALUE ZERO.
           05  WS-BILLED-UNIT-PRICE PIC 9(5)V99 VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-SKIPPED-COUNT     PIC 9(5) COMP VALUE ZERO.
           05  WS-APPROVED-COUNT    PIC 9(5) COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC 9(5) COMP VALUE ZERO.
           05  WS-APPROVED-AMOUNT   PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER           PIC X(22) VALUE SPACES.
               10  FILLER           PIC X(36)
                       VALUE 'VENDOR INVOICE MATCH EXCEPTIONS'.
               10  FILLER           PIC X(22) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER           PIC X(10) VALUE 'RUN DATE '.
               10  H2-RUN-DATE      PIC 9(6).
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  FILLER           PIC X(10) VALUE 'WAREHOUSE '.
               10  H2-WAREHOUSE     PIC X(4).
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  FILLER           PIC X(17)
                       VALUE 'PRICE TOLERANCE '.
               10  H2-TOLERANCE     PIC Z9.
               10  FILLER           PIC X(23) VALUE '%'.
           05  WS-HEADING-3.
               10  FILLER           PIC X(7)  VALUE 'VENDOR'.
               10  FILLER           PIC X(11) VALUE 'INVOICE'.
               10  FILLER           PIC X(7)  VALUE 'ITEM'.
               10  FILLER           PIC X(7)  VALUE '  BILLD'.
               10  FILLER           PIC X(8)  VALUE '    RCVD'.
               10  FILLER           PIC X(9)  VALUE '   BILLED'.
               10  FILLER           PIC X(9)  VALUE ' EXPECTED'.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  FILLER           PIC X(20) VALUE 'REASON'.
           05  WS-DETAIL-LINE.
               10  DL-VENDOR-NUM    PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-INVOICE-NUM   PIC X(10).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-BILLED-QTY    PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-RECEIVED-QTY  PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-BILLED-PRICE  PIC ZZZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-EXPECT-PRICE  PIC ZZZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-REASON        PIC X(20).
           05  WS-EMPTY-LINE.
               10  FILLER           PIC X(40)
                       VALUE 'NO EXCEPTIONS - ALL LINES MATCHED'.
               10  FILLER           PIC X(40) VALUE SPACES.
           05  WS-TOTAL-LINE-1.
               10  FILLER           PIC X(20)
                       VALUE 'INVOICE LINES READ '.
               10  TL-READ          PIC ZZ,ZZ9.
               10  FILLER           PIC X(14) VALUE '  OTHER SITES '.
               10  TL-SKIPPED       PIC ZZ,ZZ9.
               10  FILLER           PIC X(13) VALUE '  EXCEPTIONS '.
               10  TL-EXCEPTIONS    PIC ZZ,ZZ9.
               10  FILLER           PIC X(15) VALUE SPACES.
           05  WS-TOTAL-LINE-2.
               10  FILLER           PIC X(20)
                       VALUE 'APPROVED FOR PAYMENT'.
               10  TL-APPROVED      PIC ZZ,ZZ9.
               10  FILLER           PIC X(10) VALUE '  AMOUNT '.
               10  TL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(28) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM-TOLERANCE NUMERIC
               MOVE WS-PARM-TOLERANCE TO WS-TOLERANCE-PCT
           END-IF
           MOVE WS-PARM-WHSE TO WS-WAREHOUSE-CODE
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-DFILE' TO WS-MASTER-DSNAME
               MOVE 'UT-S-EFILE' TO WS-MOVEMENT-DSNAME
           ELSE
               STRING 'UT-S-D' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MASTER-DSNAME
               STRING 'UT-S-E' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MOVEMENT-DSNAME
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'INVMATCH - REPORT FILE NOT AVAILABLE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           MOVE WS-RUN-DATE       TO H2-RUN-DATE
           MOVE WS-WAREHOUSE-CODE TO H2-WAREHOUSE
           MOVE WS-TOLERANCE-PCT  TO H2-TOLERANCE
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           WRITE REPORT-RECORD FROM WS-HEADING-3
           PERFORM 0500-LOAD-COMMITMENTS
              THRU 0500-LOAD-COMMITMENTS-EXIT
           PERFORM 0600-LOAD-RECEIPTS THRU 0600-LOAD-RECEIPTS-EXIT
           PERFORM 0700-LOAD-COST-HISTORY
              THRU 0700-LOAD-COST-HISTORY-EXIT
           PERFORM 0800-LOAD-PAID-HISTORY
              THRU 0800-LOAD-PAID-HISTORY-EXIT
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'INVMATCH - MASTER FILE NOT AVAILABLE - STATUS '
                       WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           OPEN OUTPUT APPROVED-PAY-FILE
           IF WS-APPROVED-STATUS NOT = '00'
               DISPLAY 'INVMATCH - APPROVED EXTRACT NOT AVAILABLE - '
                       'STATUS ' WS-APPROVED-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE MASTER-FILE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           OPEN EXTEND PAID-HISTORY-FILE
           IF WS-PAIDHIST-STATUS = '35'
               OPEN OUTPUT PAID-HISTORY-FILE
           END-IF
           IF WS-PAIDHIST-STATUS NOT = '00'
                   AND WS-PAIDHIST-STATUS NOT = '05'
               DISPLAY 'INVMATCH - PAID HISTORY NOT WRITABLE - STATUS '
                       WS-PAIDHIST-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE APPROVED-PAY-FILE
               CLOSE MASTER-FILE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           OPEN INPUT VENDOR-INVOICE-FILE
           IF WS-INVOICE-STATUS = '00'
                   OR WS-INVOICE-STATUS = '05'
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL EOF
                   READ VENDOR-INVOICE-FILE
                       AT END MOVE 'YES' TO WS-EOF-SWITCH
                       NOT AT END
                        PERFORM 1000-MATCH-ONE-LINE
                           THRU 1000-MATCH-ONE-LINE-EXIT
                   END-READ
               END-PERFORM
               CLOSE VENDOR-INVOICE-FILE
           END-IF
           CLOSE PAID-HISTORY-FILE
           CLOSE APPROVED-PAY-FILE
           CLOSE MASTER-FILE
           IF WS-EXCEPTION-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-EMPTY-LINE
               ADD 1 TO WS-WRITE-COUNT
           END-IF
           MOVE WS-READ-COUNT      TO TL-READ
           MOVE WS-SKIPPED-COUNT   TO TL-SKIPPED
           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTIONS
           MOVE WS-APPROVED-COUNT  TO TL-APPROVED
           MOVE WS-APPROVED-AMOUNT TO TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2
           ADD 2 TO WS-WRITE-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'INVMATCH - APPROVED: ' WS-APPROVED-COUNT
                   ' EXCEPTIONS: ' WS-EXCEPTION-COUNT.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * LOAD THE SHARED COMMITMENT FILE. ONLY FILLED COMMITMENTS   *
      * CAN BE BILLED, BUT ALL ARE KEPT SO THE SUBSCRIPTS MATCH    *
      * THE FILE.                                                  *
      *----------------------------------------------------------*
       0500-LOAD-COMMITMENTS.
           OPEN INPUT PO-COMMIT-FILE
           IF WS-COMMIT-STATUS NOT = '00'
                   AND WS-COMMIT-STATUS NOT = '05'
               GO TO 0500-LOAD-COMMITMENTS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ PO-COMMIT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-CMT-COUNT < 9999
                        ADD 1 TO WS-CMT-COUNT
                        MOVE PM-VENDOR-NUM
                          TO CM-VENDOR-NUM(WS-CMT-COUNT)
                        MOVE PM-ITEM-NUM
                          TO CM-ITEM-NUM(WS-CMT-COUNT)
                        MOVE PM-ORDER-QTY
                          TO CM-ORDER-QTY(WS-CMT-COUNT)
                        MOVE PM-ORDER-DATE
                          TO CM-ORDER-DATE(WS-CMT-COUNT)
                        MOVE PM-RECEIVED-QTY
                          TO CM-RECEIVED-QTY(WS-CMT-COUNT)
                        MOVE PM-RECEIPT-DATE
                          TO CM-RECEIPT-DATE(WS-CMT-COUNT)
                        MOVE PM-STATUS
                          TO CM-STATUS(WS-CMT-COUNT)
                        MOVE 'N' TO CM-BILLED(WS-CMT-COUNT)
                        IF PM-UNIT-FACTOR NUMERIC
                                AND PM-UNIT-FACTOR > ZERO
                            MOVE PM-UNIT-FACTOR
                              TO CM-UNIT-FACTOR(WS-CMT-COUNT)
                        ELSE
                            MOVE 1 TO CM-UNIT-FACTOR(WS-CMT-COUNT)
                        END-IF
                    END-IF
               END-READ
           END-PERFORM
           CLOSE PO-COMMIT-FILE.
       0500-LOAD-COMMITMENTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE SITE'S 'R' RECEIPTS FROM THE MOVEMENT TRAIL.      *
      *----------------------------------------------------------*
       0600-LOAD-RECEIPTS.
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS NOT = '00'
                   AND WS-MOVEMENT-STATUS NOT = '05'
               DISPLAY 'INVMATCH - MOVEMENT FILE NOT AVAILABLE - '
                       'STATUS ' WS-MOVEMENT-STATUS
               GO TO 0600-LOAD-RECEIPTS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ MOVEMENT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF MV-TRANS-CODE = 'R'
                            AND WS-RCV-COUNT < 9999
                        ADD 1 TO WS-RCV-COUNT
                        MOVE MV-ITEM-NUM
                          TO RV-ITEM-NUM(WS-RCV-COUNT)
                        MOVE MV-QUANTITY
                          TO RV-QUANTITY(WS-RCV-COUNT)
                        MOVE MV-QOH-BEFORE
                          TO RV-QOH-BEFORE(WS-RCV-COUNT)
                        MOVE MV-RUN-DATE
                          TO RV-RUN-DATE(WS-RCV-COUNT)
                        MOVE 'N' TO RV-USED(WS-RCV-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-FILE.
       0600-LOAD-RECEIPTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE SITE'S RECEIPT COST CHANGES FROM THE SHARED COST  *
      * HISTORY.                                                   *
      *----------------------------------------------------------*
       0700-LOAD-COST-HISTORY.
           OPEN INPUT COST-HISTORY-FILE
           IF WS-COSTHIST-STATUS NOT = '00'
                   AND WS-COSTHIST-STATUS NOT = '05'
               GO TO 0700-LOAD-COST-HISTORY-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ COST-HISTORY-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF CH-WAREHOUSE-CODE = WS-WAREHOUSE-CODE
                            AND CH-RECEIPT-QTY > ZERO
                            AND WS-CHS-COUNT < 9999
                        ADD 1 TO WS-CHS-COUNT
                        MOVE CH-ITEM-NUM
                          TO HC-ITEM-NUM(WS-CHS-COUNT)
                        MOVE CH-OLD-COST
                          TO HC-OLD-COST(WS-CHS-COUNT)
                        MOVE CH-NEW-COST
                          TO HC-NEW-COST(WS-CHS-COUNT)
                        MOVE CH-RECEIPT-QTY
                          TO HC-RECEIPT-QTY(WS-CHS-COUNT)
                        MOVE CH-RUN-DATE
                          TO HC-RUN-DATE(WS-CHS-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE COST-HISTORY-FILE.
       0700-LOAD-COST-HISTORY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOAD THE PAID INVOICE HISTORY. EACH PAID LINE IS NOTED FOR *
      * THE DUPLICATE TEST, AND THE COMMITMENT IT WAS MATCHED TO   *
      * IS MARKED BILLED SO IT CANNOT BE PAID TWICE.               *
      *----------------------------------------------------------*
       0800-LOAD-PAID-HISTORY.
           OPEN INPUT PAID-HISTORY-FILE
           IF WS-PAIDHIST-STATUS NOT = '00'
                   AND WS-PAIDHIST-STATUS NOT = '05'
               GO TO 0800-LOAD-PAID-HISTORY-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ PAID-HISTORY-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-PAID-COUNT < 9999
                        ADD 1 TO WS-PAID-COUNT
                        MOVE AP-VENDOR-NUM
                          TO PD-VENDOR-NUM(WS-PAID-COUNT)
                        MOVE AP-INVOICE-NUM
                          TO PD-INVOICE-NUM(WS-PAID-COUNT)
                        MOVE AP-ITEM-NUM
                          TO PD-ITEM-NUM(WS-PAID-COUNT)
                    END-IF
                    PERFORM VARYING WS-MI FROM 1 BY 1
                            UNTIL WS-MI > WS-CMT-COUNT
                        IF CM-VENDOR-NUM(WS-MI) = AP-VENDOR-NUM
                                AND CM-ITEM-NUM(WS-MI) = AP-ITEM-NUM
                                AND CM-ORDER-DATE(WS-MI)
                                    = AP-ORDER-DATE
                                AND CM-RECEIPT-DATE(WS-MI)
                                    = AP-RECEIPT-DATE
                            MOVE 'Y' TO CM-BILLED(WS-MI)
                        END-IF
                    END-PERFORM
               END-READ
           END-PERFORM
           CLOSE PAID-HISTORY-FILE.
       0800-LOAD-PAID-HISTORY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * MATCH ONE INVOICE LINE THREE WAYS. THE FIRST TEST IT FAILS *
      * IS THE REASON ON THE EXCEPTION REPORT; A LINE THAT PASSES  *
      * ALL THREE IS APPROVED FOR PAYMENT.                         *
      *----------------------------------------------------------*
       1000-MATCH-ONE-LINE.
           ADD 1 TO WS-READ-COUNT
           IF VI-SHIP-TO-WHSE NOT = WS-WAREHOUSE-CODE
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 1000-MATCH-ONE-LINE-EXIT
           END-IF
           MOVE SPACES TO WS-REASON
           MOVE ZERO   TO WS-RECEIVED-QTY
           MOVE ZERO   TO WS-EXPECT-PRICE
           PERFORM 1050-RUN-MATCH-TESTS THRU 1050-RUN-MATCH-TESTS-EXIT
           IF WS-REASON = SPACES
               PERFORM 1500-APPROVE-LINE THRU 1500-APPROVE-LINE-EXIT
           ELSE
               PERFORM 1900-PRINT-EXCEPTION
                  THRU 1900-PRINT-EXCEPTION-EXIT
           END-IF.
       1000-MATCH-ONE-LINE-EXIT. EXIT.
      *
       1050-RUN-MATCH-TESTS.
           IF VI-BILLED-QTY NOT NUMERIC
                   OR VI-BILLED-PRICE NOT NUMERIC
               MOVE 'INVALID INVOICE LINE' TO WS-REASON
               GO TO 1050-RUN-MATCH-TESTS-EXIT
           END-IF
           PERFORM 1100-CHECK-DUPLICATE THRU 1100-CHECK-DUPLICATE-EXIT
           IF WS-REASON NOT = SPACES
               GO TO 1050-RUN-MATCH-TESTS-EXIT
           END-IF
           PERFORM 1200-FIND-RECEIPT THRU 1200-FIND-RECEIPT-EXIT
           IF WS-REASON NOT = SPACES
               GO TO 1050-RUN-MATCH-TESTS-EXIT
           END-IF
           COMPUTE WS-BILLED-STOCK-QTY =
                   VI-BILLED-QTY * CM-UNIT-FACTOR(WS-FOUND-MI)
           IF WS-BILLED-STOCK-QTY > WS-RECEIVED-QTY
               MOVE 'QUANTITY OVER-BILLED' TO WS-REASON
               GO TO 1050-RUN-MATCH-TESTS-EXIT
           END-IF
           PERFORM 1300-FIND-EXPECTED-PRICE
              THRU 1300-FIND-EXPECTED-PRICE-EXIT
           COMPUTE WS-PRICE-DIFF =
                   WS-BILLED-UNIT-PRICE - WS-EXPECT-PRICE
           IF WS-PRICE-DIFF < ZERO
               COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
           END-IF
           COMPUTE WS-PRICE-LIMIT =
                   WS-EXPECT-PRICE * WS-TOLERANCE-PCT / 100
           IF WS-EXPECT-PRICE = ZERO
                   OR WS-PRICE-DIFF > WS-PRICE-LIMIT
               MOVE 'PRICE VARIANCE' TO WS-REASON
               GO TO 1050-RUN-MATCH-TESTS-EXIT
           END-IF
           COMPUTE WS-PAY-AMOUNT ROUNDED =
                   VI-BILLED-QTY * VI-BILLED-PRICE
               ON SIZE ERROR
                   MOVE 'AMOUNT TOO LARGE' TO WS-REASON
           END-COMPUTE.
       1050-RUN-MATCH-TESTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A LINE ALREADY PAID OR ALREADY SEEN TONIGHT IS A           *
      * DUPLICATE. EVERY LINE TESTED IS NOTED, SO A SECOND COPY    *
      * LATER IN THE FILE IS CAUGHT TOO.                           *
      *----------------------------------------------------------*
       1100-CHECK-DUPLICATE.
           PERFORM VARYING WS-PDI FROM 1 BY 1
                   UNTIL WS-PDI > WS-PAID-COUNT
               IF PD-VENDOR-NUM(WS-PDI) = VI-VENDOR-NUM
                       AND PD-INVOICE-NUM(WS-PDI) = VI-INVOICE-NUM
                       AND PD-ITEM-NUM(WS-PDI) = VI-ITEM-NUM
                   MOVE 'DUPLICATE INVOICE' TO WS-REASON
               END-IF
           END-PERFORM
           IF WS-PAID-COUNT < 9999
               ADD 1 TO WS-PAID-COUNT
               MOVE VI-VENDOR-NUM  TO PD-VENDOR-NUM(WS-PAID-COUNT)
               MOVE VI-INVOICE-NUM TO PD-INVOICE-NUM(WS-PAID-COUNT)
               MOVE VI-ITEM-NUM    TO PD-ITEM-NUM(WS-PAID-COUNT)
           END-IF.
       1100-CHECK-DUPLICATE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * FIND THE OLDEST FILLED, UNBILLED COMMITMENT FOR THE        *
      * VENDOR AND ITEM, THEN THE 'R' RECEIPT ON THE TRAIL THAT    *
      * FILLED IT - SAME ITEM, DATED THE COMMITMENT'S RECEIPT      *
      * DATE. NO COMMITMENT, OR NO RECEIPT ON THE TRAIL, MEANS     *
      * THERE IS NOTHING RECEIVED TO PAY FOR.                      *
      *----------------------------------------------------------*
       1200-FIND-RECEIPT.
           MOVE ZERO TO WS-FOUND-MI
           PERFORM VARYING WS-MI FROM 1 BY 1
                   UNTIL WS-MI > WS-CMT-COUNT
                      OR WS-FOUND-MI > ZERO
               IF CM-STATUS(WS-MI) = 'F'
                       AND CM-BILLED(WS-MI) = 'N'
                       AND CM-VENDOR-NUM(WS-MI) = VI-VENDOR-NUM
                       AND CM-ITEM-NUM(WS-MI) = VI-ITEM-NUM
                   MOVE WS-MI TO WS-FOUND-MI
               END-IF
           END-PERFORM
           IF WS-FOUND-MI = ZERO
               MOVE 'NO RECEIPT' TO WS-REASON
               GO TO 1200-FIND-RECEIPT-EXIT
           END-IF
           MOVE ZERO TO WS-FOUND-RVI
           PERFORM VARYING WS-RVI FROM 1 BY 1
                   UNTIL WS-RVI > WS-RCV-COUNT
                      OR WS-FOUND-RVI > ZERO
               IF RV-USED(WS-RVI) = 'N'
                       AND RV-ITEM-NUM(WS-RVI) = VI-ITEM-NUM
                       AND RV-RUN-DATE(WS-RVI)
                           = CM-RECEIPT-DATE(WS-FOUND-MI)
                   MOVE WS-RVI TO WS-FOUND-RVI
               END-IF
           END-PERFORM
           IF WS-FOUND-RVI = ZERO
               MOVE 'NO RECEIPT ON TRAIL' TO WS-REASON
               GO TO 1200-FIND-RECEIPT-EXIT
           END-IF
           MOVE RV-QUANTITY(WS-FOUND-RVI) TO WS-RECEIVED-QTY.
       1200-FIND-RECEIPT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * THE PRICE THE RECEIPT CARRIED, AND THE BILLED PRICE PER    *
      * STOCKING UNIT TO HOLD AGAINST IT. WHEN IT MOVED THE COST   *
      * THE COST HISTORY HAS THE COST BEFORE AND AFTER, AND THE    *
      * RECEIPT COST IS WORKED BACK OUT OF INVENT'S WEIGHTED       *
      * AVERAGE USING THE QOH BEFORE THE RECEIPT FROM THE TRAIL.   *
      * OTHERWISE THE ITEM'S MR-UNIT-COST IS THE EXPECTED PRICE.   *
      *----------------------------------------------------------*
       1300-FIND-EXPECTED-PRICE.
           COMPUTE WS-BILLED-UNIT-PRICE ROUNDED =
                   VI-BILLED-PRICE / CM-UNIT-FACTOR(WS-FOUND-MI)
           MOVE ZERO TO WS-FOUND-HCI
           PERFORM VARYING WS-HCI FROM 1 BY 1
                   UNTIL WS-HCI > WS-CHS-COUNT
               IF HC-ITEM-NUM(WS-HCI) = VI-ITEM-NUM
                       AND HC-RUN-DATE(WS-HCI)
                           = RV-RUN-DATE(WS-FOUND-RVI)
                       AND HC-RECEIPT-QTY(WS-HCI)
                           = RV-QUANTITY(WS-FOUND-RVI)
                   MOVE WS-HCI TO WS-FOUND-HCI
               END-IF
           END-PERFORM
           IF WS-FOUND-HCI = ZERO
               MOVE 'NO' TO WS-FOUND-SWITCH
               MOVE VI-ITEM-NUM TO MR-ITEM-NUM
               READ MASTER-FILE KEY IS MR-ITEM-NUM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'YES' TO WS-FOUND-SWITCH
               END-READ
               IF ITEM-ON-MASTER AND MR-UNIT-COST NUMERIC
                   MOVE MR-UNIT-COST TO WS-EXPECT-PRICE
               END-IF
               GO TO 1300-FIND-EXPECTED-PRICE-EXIT
           END-IF
           IF HC-OLD-COST(WS-FOUND-HCI) = ZERO
                   OR RV-QOH-BEFORE(WS-FOUND-RVI) = ZERO
               MOVE HC-NEW-COST(WS-FOUND-HCI) TO WS-EXPECT-PRICE
               GO TO 1300-FIND-EXPECTED-PRICE-EXIT
           END-IF
           COMPUTE WS-DERIVED-COST ROUNDED =
                   ((HC-NEW-COST(WS-FOUND-HCI)
                     * (RV-QOH-BEFORE(WS-FOUND-RVI)
                        + HC-RECEIPT-QTY(WS-FOUND-HCI)))
                   - (HC-OLD-COST(WS-FOUND-HCI)
                     * RV-QOH-BEFORE(WS-FOUND-RVI)))
                   / HC-RECEIPT-QTY(WS-FOUND-HCI)
               ON SIZE ERROR
                   MOVE HC-NEW-COST(WS-FOUND-HCI) TO WS-DERIVED-COST
           END-COMPUTE
           IF WS-DERIVED-COST NOT > ZERO
                   OR WS-DERIVED-COST > 99999.99
               MOVE HC-NEW-COST(WS-FOUND-HCI) TO WS-DERIVED-COST
           END-IF
           MOVE WS-DERIVED-COST TO WS-EXPECT-PRICE.
       1300-FIND-EXPECTED-PRICE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPROVE THE LINE - ONTO THE EXTRACT FOR AP AND THE PAID    *
      * HISTORY - AND TAKE ITS COMMITMENT AND RECEIPT OUT OF PLAY  *
      * FOR THE REST OF THE RUN.                                   *
      *----------------------------------------------------------*
       1500-APPROVE-LINE.
           MOVE VI-VENDOR-NUM               TO AP-VENDOR-NUM
           MOVE VI-INVOICE-NUM              TO AP-INVOICE-NUM
           MOVE VI-INVOICE-DATE             TO AP-INVOICE-DATE
           MOVE VI-ITEM-NUM                 TO AP-ITEM-NUM
           MOVE VI-BILLED-QTY               TO AP-PAY-QTY
           MOVE VI-BILLED-PRICE             TO AP-UNIT-PRICE
           MOVE WS-PAY-AMOUNT               TO AP-PAY-AMOUNT
           MOVE CM-ORDER-DATE(WS-FOUND-MI)   TO AP-ORDER-DATE
           MOVE CM-RECEIPT-DATE(WS-FOUND-MI) TO AP-RECEIPT-DATE
           MOVE WS-RUN-DATE                 TO AP-APPROVE-DATE
           MOVE WS-WAREHOUSE-CODE           TO AP-WAREHOUSE-CODE
           WRITE APPROVED-PAY-LINE FROM APPROVED-PAY-RECORD
           WRITE APPROVED-PAY-RECORD
           MOVE 'Y' TO CM-BILLED(WS-FOUND-MI)
           MOVE 'Y' TO RV-USED(WS-FOUND-RVI)
           ADD 1 TO WS-APPROVED-COUNT
           ADD WS-PAY-AMOUNT TO WS-APPROVED-AMOUNT.
       1500-APPROVE-LINE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT ONE EXCEPTION LINE WITH WHAT WAS BILLED, WHAT WAS    *
      * RECEIVED AND EXPECTED, AND WHY IT WAS NOT APPROVED.        *
      *----------------------------------------------------------*
       1900-PRINT-EXCEPTION.
           MOVE VI-VENDOR-NUM   TO DL-VENDOR-NUM
           MOVE VI-INVOICE-NUM  TO DL-INVOICE-NUM
           MOVE VI-ITEM-NUM     TO DL-ITEM-NUM
           IF VI-BILLED-QTY NUMERIC
               MOVE VI-BILLED-QTY TO DL-BILLED-QTY
           ELSE
               MOVE ZERO TO DL-BILLED-QTY
           END-IF
           MOVE WS-RECEIVED-QTY TO DL-RECEIVED-QTY
           IF VI-BILLED-PRICE NUMERIC
               MOVE VI-BILLED-PRICE TO DL-BILLED-PRICE
           ELSE
               MOVE ZERO TO DL-BILLED-PRICE
           END-IF
           MOVE WS-EXPECT-PRICE TO DL-EXPECT-PRICE
           MOVE WS-REASON       TO DL-REASON
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-WRITE-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT.
       1900-PRINT-EXCEPTION-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND A SUMMARY LINE FOR THIS RUN TO THE SHARED RUN LOG.   *
      * THE LOG MAY NOT EXIST YET THE FIRST TIME ANY PROGRAM RUNS,  *
      * SO FALL BACK TO OPEN OUTPUT WHEN OPEN EXTEND FAILS.         *
      *----------------------------------------------------------*
       9200-WRITE-RUN-LOG.
           MOVE 'INVMATCH'         TO RL-PROGRAM-NAME
           MOVE WS-RUN-START-TIME  TO RL-START-TIME
           MOVE WS-RUN-END-TIME    TO RL-END-TIME
           MOVE WS-READ-COUNT      TO RL-RECORDS-READ
           MOVE WS-APPROVED-COUNT  TO RL-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-REJECTED
           MOVE WS-RUN-DATE        TO RL-RUN-DATE
           MOVE WS-WAREHOUSE-CODE  TO RL-WAREHOUSE-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       9200-WRITE-RUN-LOG-EXIT. EXIT.
