      * COMPARISON; THE AMOUNT CHECK IS SKIPPED (AND SAID SO ON
      * THE REPORT) THE FIRST NIGHT, WHEN THERE IS NO PRIOR TOTAL
      * YET.
      *
      * BALANCE ALSO PROVES THE SITE'S LOT FILE. EVERY ITEM WITH
      * LOTS ON FILE IS LOT-CONTROLLED, AND ITS LOT QUANTITIES MUST
      * TOTAL ITS MR-QOH - EACH ITEM THAT DOES NOT (OR THAT HAS
      * LOTS BUT IS NOT ON THE MASTER) PRINTS ITS OWN MISMATCH
      * LINE, AND ANY SUCH ITEM STOPS THE STREAM WITH RETURN CODE 8
      * LIKE A COUNT MISMATCH. NO LOT FILE MEANS NO LOT-CONTROLLED
      * ITEMS AND NOTHING TO PROVE.
      *
      * TRANS-FILE IS NOW 93 BYTES AND THE LOT PROOF CARRIES
      * 7-DIGIT QOH AND LOT QUANTITIES, FOLLOWING THE WIDER
      * QUANTITY AND AMOUNT FIELDS ON THE SHARED RECORDS.
      *
      * THE BALANCE CONTROL RECORD'S NET AMOUNT CHANGE IS NOW 11
      * DIGITS AND 2 DECIMALS, MATCHING THE MASTER AND PRIOR
      * TOTALS IT IS PROVED WITH.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL PRIOR-TOTAL-FILE
                              ASSIGN TO WS-PRIOR-DSNAME
                              FILE STATUS IS WS-PRIOR-STATUS.
           SELECT OPTIONAL LOT-FILE ASSIGN TO WS-LOT-DSNAME
                              FILE STATUS IS WS-LOT-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
      *
      *
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           RECORDING MODE IS F.
      *
           COPY SALESREC.
           LABEL RECORDS ARE STANDARD.
      *
           COPY PRIORTOT.
      *
       FD  LOT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY LOTREC.
      *
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-RUNLOG-STATUS     PIC X(2).
           05  WS-PRIOR-STATUS      PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
           05  WS-LOT-STATUS        PIC X(2).
      *
       01  WS-COMPUTED-TOTALS.
           05  WS-TRANS-COUNT       PIC 9(7)     VALUE ZERO.
           05  WS-CTL-READ          PIC 9(7) VALUE ZERO.
           05  WS-CTL-WRITTEN       PIC 9(7) VALUE ZERO.
           05  WS-CTL-REJECTED      PIC 9(7) VALUE ZERO.
           05  WS-CTL-AMOUNT-NET    PIC S9(11)V99 VALUE ZERO.
           05  WS-CTL-WAREHOUSE     PIC X(4) VALUE SPACES.
           05  WS-CTL-START-TIME    PIC 9(8) VALUE ZERO.
      *
       01  WS-ERROR-COUNT           PIC 9(2) COMP VALUE ZERO.
      *
      * EACH LOT-CONTROLLED ITEM'S LOT TOTAL, AND THE MR-QOH IT
      * MUST MATCH AS FOUND ON THE MASTER PASS.
      *
       01  WS-LQT-TABLE.
           05  WS-LQT-COUNT         PIC 9(4) COMP VALUE ZERO.
           05  WS-LQT-ENTRY OCCURS 9999 TIMES.
               10  LQ-ITEM-NUM      PIC X(6).
               10  LQ-LOT-TOTAL     PIC 9(9).
               10  LQ-MASTER-QOH    PIC 9(7).
               10  LQ-ON-MASTER     PIC X(1).
      *
       01  WS-LQT-WORK.
           05  WS-LQI               PIC 9(4) COMP VALUE ZERO.
           05  WS-FOUND-LQI         PIC 9(4) COMP VALUE ZERO.
           05  WS-LOT-MISMATCHES    PIC 9(5) COMP VALUE ZERO.
      *
       01  WS-RUN-LOG-FIELDS.
           05  WS-RUN-START-TIME    PIC 9(8) VALUE ZERO.
           05  WS-MASTER-DSNAME     PIC X(10).
           05  WS-CONTROL-DSNAME    PIC X(10).
           05  WS-PRIOR-DSNAME      PIC X(10).
      *
       01  WS-LOT-DSNAME            PIC X(12).
      *
       01  WS-PROOF-FIELDS.
           05  WS-PROOF-COMPUTED    PIC S9(11)V99 VALUE ZERO.
           WRITE REPORT-RECORD FROM WS-HEADING-1
           PERFORM 1000-COUNT-TRANS THRU 1000-COUNT-TRANS-EXIT
           PERFORM 1100-COUNT-REJECTS THRU 1100-COUNT-REJECTS-EXIT
           PERFORM 1150-TOTAL-LOTS THRU 1150-TOTAL-LOTS-EXIT
           PERFORM 1200-TOTAL-MASTER THRU 1200-TOTAL-MASTER-EXIT
           PERFORM 1300-READ-CONTROL THRU 1300-READ-CONTROL-EXIT
           PERFORM 1400-FIND-LOG-LINE THRU 1400-FIND-LOG-LINE-EXIT
              THRU 1500-READ-PRIOR-TOTAL-EXIT
           PERFORM 2000-PROVE-COUNTS THRU 2000-PROVE-COUNTS-EXIT
           PERFORM 3000-PROVE-AMOUNT THRU 3000-PROVE-AMOUNT-EXIT
           PERFORM 3500-PROVE-LOTS THRU 3500-PROVE-LOTS-EXIT
           IF WS-ERROR-COUNT = ZERO
               PERFORM 4000-SAVE-PRIOR-TOTAL
                  THRU 4000-SAVE-PRIOR-TOTAL-EXIT
                   INTO WS-CONTROL-DSNAME
               STRING 'UT-S-F' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-PRIOR-DSNAME
           END-IF
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-LOTFL' TO WS-LOT-DSNAME
           ELSE
               STRING 'UT-S-LT' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-LOT-DSNAME
           END-IF.
       0100-BUILD-FILE-NAMES-EXIT. EXIT.
      *
       1100-COUNT-REJECTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TOTAL THE LOT FILE BY ITEM. THE FILE IS OPTIONAL - NO FILE  *
      * MEANS NO ITEM AT THIS SITE IS LOT-CONTROLLED.               *
      *----------------------------------------------------------*
       1150-TOTAL-LOTS.
           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
                   AND WS-LOT-STATUS NOT = '05'
               GO TO 1150-TOTAL-LOTS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ LOT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    PERFORM 1160-ADD-ONE-LOT THRU 1160-ADD-ONE-LOT-EXIT
               END-READ
           END-PERFORM
           CLOSE LOT-FILE.
       1150-TOTAL-LOTS-EXIT. EXIT.
      *
       1160-ADD-ONE-LOT.
           MOVE ZERO TO WS-FOUND-LQI
           PERFORM VARYING WS-LQI FROM 1 BY 1
                   UNTIL WS-LQI > WS-LQT-COUNT
               IF LQ-ITEM-NUM(WS-LQI) = LT-ITEM-NUM
                   MOVE WS-LQI TO WS-FOUND-LQI
               END-IF
           END-PERFORM
           IF WS-FOUND-LQI = ZERO
               ADD 1 TO WS-LQT-COUNT
               MOVE WS-LQT-COUNT TO WS-FOUND-LQI
               MOVE LT-ITEM-NUM  TO LQ-ITEM-NUM(WS-FOUND-LQI)
               MOVE ZERO         TO LQ-LOT-TOTAL(WS-FOUND-LQI)
               MOVE ZERO         TO LQ-MASTER-QOH(WS-FOUND-LQI)
               MOVE 'N'          TO LQ-ON-MASTER(WS-FOUND-LQI)
           END-IF
           ADD LT-LOT-QTY TO LQ-LOT-TOTAL(WS-FOUND-LQI).
       1160-ADD-ONE-LOT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TOTAL MR-INV-AMOUNT ACROSS THE MASTER.                      *
      *----------------------------------------------------------*
       1200-TOTAL-MASTER.
           PERFORM UNTIL EOF
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD MR-INV-AMOUNT TO WS-MASTER-TOTAL
                    IF WS-LQT-COUNT > ZERO
                        PERFORM 1250-NOTE-LOT-ITEM-QOH
                           THRU 1250-NOTE-LOT-ITEM-QOH-EXIT
                    END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.
       1200-TOTAL-MASTER-EXIT. EXIT.
      *
       1250-NOTE-LOT-ITEM-QOH.
           PERFORM VARYING WS-LQI FROM 1 BY 1
                   UNTIL WS-LQI > WS-LQT-COUNT
               IF LQ-ITEM-NUM(WS-LQI) = MR-ITEM-NUM
                   MOVE MR-QOH TO LQ-MASTER-QOH(WS-LQI)
                   MOVE 'Y'    TO LQ-ON-MASTER(WS-LQI)
               END-IF
           END-PERFORM.
       1250-NOTE-LOT-ITEM-QOH-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * READ INVENT'S BALANCE CONTROL RECORD.                       *
       3000-PROVE-AMOUNT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PROVE EACH LOT-CONTROLLED ITEM'S LOT TOTAL AGAINST ITS      *
      * MR-QOH. ONLY THE ITEMS THAT DISAGREE ARE PRINTED, ONE       *
      * MISMATCH LINE EACH, FOLLOWED BY A COUNT LINE; ANY ONE OF    *
      * THEM PUTS THE NIGHT OUT OF BALANCE.                         *
      *----------------------------------------------------------*
       3500-PROVE-LOTS.
           IF WS-LQT-COUNT = ZERO
               GO TO 3500-PROVE-LOTS-EXIT
           END-IF
           PERFORM VARYING WS-LQI FROM 1 BY 1
                   UNTIL WS-LQI > WS-LQT-COUNT
               IF LQ-LOT-TOTAL(WS-LQI) NOT = LQ-MASTER-QOH(WS-LQI)
                       OR LQ-ON-MASTER(WS-LQI) NOT = 'Y'
                   MOVE SPACES TO PF-LABEL
                   STRING 'LOTS VS QOH ITEM ' LQ-ITEM-NUM(WS-LQI)
                          DELIMITED BY SIZE INTO PF-LABEL
                   MOVE LQ-LOT-TOTAL(WS-LQI)  TO PF-COMPUTED
                   MOVE LQ-MASTER-QOH(WS-LQI) TO PF-CLAIMED
                   MOVE 'MISMATCH' TO PF-RESULT
                   WRITE REPORT-RECORD FROM WS-PROOF-LINE
                   ADD 1 TO WS-LOT-MISMATCHES
               END-IF
           END-PERFORM
           MOVE 'LOT ITEMS VS QOH .......' TO PF-LABEL
           MOVE WS-LOT-MISMATCHES TO PF-COMPUTED
           MOVE ZERO              TO PF-CLAIMED
           IF WS-LOT-MISMATCHES = ZERO
               MOVE 'OK'       TO PF-RESULT
           ELSE
               MOVE 'MISMATCH' TO PF-RESULT
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           WRITE REPORT-RECORD FROM WS-PROOF-LINE.
       3500-PROVE-LOTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * SAVE TONIGHT'S MASTER TOTAL FOR TOMORROW'S PROOF. ONLY A    *
      * BALANCED NIGHT IS SAVED, SO AN OUT-OF-BALANCE NIGHT IS      *
      * STILL PROVABLE AFTER IT IS PUT RIGHT.                       *
