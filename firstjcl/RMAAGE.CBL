       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAAGE.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * RMAAGE PRINTS THE OPEN CUSTOMER RETURN AUTHORIZATIONS FOR
      * CUSTOMER SERVICE - EVERY RMA RMAMNT HAS ISSUED THAT THE
      * CUSTOMER HAS NOT YET SENT THE WHOLE AUTHORIZED QUANTITY
      * BACK AGAINST. EACH LINE SHOWS THE RMA, THE CUSTOMER AND
      * THE NAME OFF THE CUSTOMER MASTER, THE ITEM, WHAT WAS
      * AUTHORIZED, WHAT HAS COME BACK, WHAT IS STILL OPEN, THE
      * REASON AND DISPOSITION, THE ISSUE DATE AND THE RMA'S AGE
      * IN DAYS. THE AGES ARE COUNTED INTO 0-30, 31-60, 61-90 AND
      * OVER-90 DAY BUCKETS FOR THE TOTALS.
      *
      * AN AGE LIMIT IN DAYS (THREE DIGITS) TAKEN OFF THE COMMAND
      * LINE FLAGS ANY RMA OLDER THAN IT AS AGED - NO PARM MEANS
      * 030 - AND THE STEP ENDS WITH RETURN CODE 8 WHEN ANYTHING
      * IS AGED, AS TRANSAGE DOES, SO SOMEBODY CHASES THE CUSTOMER
      * OR CLOSES THE RMA. AN EMPTY OR MISSING FILE IS A GOOD DAY.
      * DAY NUMBERS ARE WORKED OUT AS IN CYCSCHED.
      *
      * THE AUTHORIZED, RECEIVED AND OPEN QUANTITIES NOW PRINT 7
      * DIGITS TO MATCH THE WIDER RMA FILE, AND THE OPEN QUANTITY
      * TOTAL 9. THE CUSTOMER NAME IS CUT TO 11 CHARACTERS TO KEEP
      * THE LINE AT 80.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RMA-FILE ASSIGN TO UT-S-RMAFL
                              FILE STATUS IS WS-RMA-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO UT-S-CUSTM
                              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RMA-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RMAREC.
      *
       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY CUSTREC.
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
      *
       01  WS-FILE-STATUSES.
           05  WS-RMA-STATUS        PIC X(2).
           05  WS-CUSTOMER-STATUS   PIC X(2).
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
       01  WS-PARM-AREA.
           05  WS-PARM-DAYS         PIC X(3).
      *
       01  WS-AGE-FIELDS.
           05  WS-AGE-LIMIT         PIC 9(3) VALUE 30.
           05  WS-TODAY-DAYS        PIC 9(7) COMP VALUE ZERO.
           05  WS-AGE-DAYS          PIC 9(5) COMP VALUE ZERO.
           05  WS-OPEN-QTY          PIC 9(7) VALUE ZERO.
      *
       01  WS-TOTALS.
           05  WS-TOTAL-OPEN-QTY    PIC 9(9) VALUE ZERO.
           05  WS-AGED-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  WS-BUCKET-30         PIC 9(5) COMP VALUE ZERO.
           05  WS-BUCKET-60         PIC 9(5) COMP VALUE ZERO.
           05  WS-BUCKET-90         PIC 9(5) COMP VALUE ZERO.
           05  WS-BUCKET-OVER       PIC 9(5) COMP VALUE ZERO.
      *
      * THE CUSTOMER NAMES OFF THE CUSTOMER MASTER FOR THE DETAIL
      * LINES. A CUSTOMER NO LONGER ON THE MASTER PRINTS AS NOT ON
      * FILE.
      *
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-CUST-ENTRY OCCURS 9999 TIMES.
               10  CS-CUSTOMER-ID   PIC X(6).
               10  CS-CUSTOMER-NAME PIC X(28).
      *
       01  WS-SUBSCRIPTS.
           05  WS-CI                PIC 9(4) COMP VALUE ZERO.
      *
      * DATE-TO-DAY-NUMBER CONVERSION, AS IN CYCSCHED.
      *
       01  WS-DATE-WORK.
           05  WS-CNV-DATE.
               10  WS-CNV-YY        PIC 9(2).
               10  WS-CNV-MM        PIC 9(2).
               10  WS-CNV-DD        PIC 9(2).
           05  WS-CNV-DAYS          PIC 9(7) COMP VALUE ZERO.
           05  WS-YY-REM            PIC 9(2) VALUE ZERO.
           05  WS-YY-QUOT           PIC 9(2) VALUE ZERO.
      *
       01  WS-CUMOFF-TABLE-DATA     PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  WS-CUMOFF-TABLE REDEFINES WS-CUMOFF-TABLE-DATA.
           05  WS-CUM-DAYS OCCURS 12 TIMES PIC 9(3).
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER           PIC X(24) VALUE SPACES.
               10  FILLER           PIC X(31)
                       VALUE 'OPEN RETURN AUTHORIZATION AGING'.
               10  FILLER           PIC X(25) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER           PIC X(9)  VALUE 'RMA'.
               10  FILLER           PIC X(7)  VALUE 'CUST'.
               10  FILLER           PIC X(12) VALUE 'NAME'.
               10  FILLER           PIC X(7)  VALUE 'ITEM'.
               10  FILLER           PIC X(7)  VALUE '   AUTH'.
               10  FILLER           PIC X(8)  VALUE '    RECV'.
               10  FILLER           PIC X(8)  VALUE '    OPEN'.
               10  FILLER           PIC X(6)  VALUE ' RS D'.
               10  FILLER           PIC X(7)  VALUE 'ISSUED'.
               10  FILLER           PIC X(9)  VALUE ' AGE'.
           05  WS-DETAIL-LINE.
               10  DL-RMA-NUM       PIC X(8).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-CUSTOMER-ID   PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-CUSTOMER-NAME PIC X(11).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-AUTH-QTY      PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-RECEIVED-QTY  PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-OPEN-QTY      PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-REASON-CODE   PIC X(2).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-DISPOSITION   PIC X(1).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-ISSUE-DATE    PIC 9(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-AGE-DAYS      PIC ZZZ9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-AGED-FLAG     PIC X(4).
           05  WS-EMPTY-LINE.
               10  FILLER           PIC X(38)
                       VALUE 'NO OPEN RMAS - ALL RETURNS RECEIVED'.
               10  FILLER           PIC X(42) VALUE SPACES.
           05  WS-TOTAL-LINE-1.
               10  FILLER           PIC X(20)
                       VALUE 'OPEN RMAS .........'.
               10  TL-COUNT         PIC ZZ,ZZ9.
               10  FILLER           PIC X(12) VALUE '  OPEN QTY '.
               10  TL-OPEN-QTY      PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(12) VALUE '  AGED '.
               10  TL-AGED          PIC ZZ,ZZ9.
               10  FILLER           PIC X(13) VALUE SPACES.
           05  WS-TOTAL-LINE-2.
               10  FILLER           PIC X(20)
                       VALUE 'BY AGE - 0-30 .....'.
               10  TL-BUCKET-30     PIC ZZ,ZZ9.
               10  FILLER           PIC X(9)  VALUE '  31-60 '.
               10  TL-BUCKET-60     PIC ZZ,ZZ9.
               10  FILLER           PIC X(9)  VALUE '  61-90 '.
               10  TL-BUCKET-90     PIC ZZ,ZZ9.
               10  FILLER           PIC X(9)  VALUE '  OVER 90'.
               10  TL-BUCKET-OVER   PIC ZZ,ZZ9.
               10  FILLER           PIC X(9)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-PARM-AREA FROM COMMAND-LINE
           IF WS-PARM-DAYS NUMERIC
               MOVE WS-PARM-DAYS TO WS-AGE-LIMIT
           END-IF
           MOVE WS-RUN-DATE TO WS-CNV-DATE
           PERFORM 8100-DATE-TO-DAYS THRU 8100-DATE-TO-DAYS-EXIT
           MOVE WS-CNV-DAYS TO WS-TODAY-DAYS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'RMAAGE - REPORT FILE NOT AVAILABLE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           PERFORM 0600-LOAD-CUSTOMERS THRU 0600-LOAD-CUSTOMERS-EXIT
           OPEN INPUT RMA-FILE
           IF WS-RMA-STATUS = '00' OR WS-RMA-STATUS = '05'
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL EOF
                   READ RMA-FILE
                       AT END MOVE 'YES' TO WS-EOF-SWITCH
                       NOT AT END
                        IF RA-OPEN
                            PERFORM 1000-PRINT-ONE-RMA
                               THRU 1000-PRINT-ONE-RMA-EXIT
                        END-IF
                   END-READ
               END-PERFORM
               CLOSE RMA-FILE
           END-IF
           IF WS-READ-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-EMPTY-LINE
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               MOVE WS-READ-COUNT     TO TL-COUNT
               MOVE WS-TOTAL-OPEN-QTY TO TL-OPEN-QTY
               MOVE WS-AGED-COUNT     TO TL-AGED
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1
               MOVE WS-BUCKET-30      TO TL-BUCKET-30
               MOVE WS-BUCKET-60      TO TL-BUCKET-60
               MOVE WS-BUCKET-90      TO TL-BUCKET-90
               MOVE WS-BUCKET-OVER    TO TL-BUCKET-OVER
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2
               ADD 2 TO WS-WRITE-COUNT
           END-IF
           IF WS-AGED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'RMAAGE - OPEN RMAS:  ' WS-READ-COUNT
           DISPLAY 'RMAAGE - AGED RMAS:  ' WS-AGED-COUNT.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * LOAD THE CUSTOMER IDS AND NAMES OFF THE CUSTOMER MASTER.   *
      *----------------------------------------------------------*
       0600-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
                   AND WS-CUSTOMER-STATUS NOT = '05'
               GO TO 0600-LOAD-CUSTOMERS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ CUSTOMER-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF WS-CUST-COUNT < 9999
                        ADD 1 TO WS-CUST-COUNT
                        MOVE CU-CUSTOMER-ID
                          TO CS-CUSTOMER-ID(WS-CUST-COUNT)
                        MOVE CU-CUSTOMER-NAME
                          TO CS-CUSTOMER-NAME(WS-CUST-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.
       0600-LOAD-CUSTOMERS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT ONE OPEN RMA WITH ITS AGE IN DAYS, COUNT IT INTO ITS *
      * AGE BUCKET AND FLAG IT AGED WHEN IT IS OLDER THAN THE      *
      * LIMIT.                                                     *
      *----------------------------------------------------------*
       1000-PRINT-ONE-RMA.
           ADD 1 TO WS-READ-COUNT
           MOVE RA-RMA-NUM       TO DL-RMA-NUM
           MOVE RA-CUSTOMER-ID   TO DL-CUSTOMER-ID
           MOVE 'NOT ON FILE'    TO DL-CUSTOMER-NAME
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CUST-COUNT
               IF CS-CUSTOMER-ID(WS-CI) = RA-CUSTOMER-ID
                   MOVE CS-CUSTOMER-NAME(WS-CI) TO DL-CUSTOMER-NAME
               END-IF
           END-PERFORM
           MOVE RA-ITEM-NUM      TO DL-ITEM-NUM
           MOVE RA-AUTH-QTY      TO DL-AUTH-QTY
           MOVE RA-RECEIVED-QTY  TO DL-RECEIVED-QTY
           IF RA-RECEIVED-QTY < RA-AUTH-QTY
               SUBTRACT RA-RECEIVED-QTY FROM RA-AUTH-QTY
                   GIVING WS-OPEN-QTY
           ELSE
               MOVE ZERO TO WS-OPEN-QTY
           END-IF
           MOVE WS-OPEN-QTY      TO DL-OPEN-QTY
           MOVE RA-REASON-CODE   TO DL-REASON-CODE
           MOVE RA-DISPOSITION   TO DL-DISPOSITION
           MOVE RA-ISSUE-DATE    TO DL-ISSUE-DATE
           MOVE RA-ISSUE-DATE    TO WS-CNV-DATE
           PERFORM 8100-DATE-TO-DAYS THRU 8100-DATE-TO-DAYS-EXIT
           IF WS-CNV-DAYS < WS-TODAY-DAYS
               SUBTRACT WS-CNV-DAYS FROM WS-TODAY-DAYS
                   GIVING WS-AGE-DAYS
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS      TO DL-AGE-DAYS
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 30
                   ADD 1 TO WS-BUCKET-30
               WHEN WS-AGE-DAYS NOT > 60
                   ADD 1 TO WS-BUCKET-60
               WHEN WS-AGE-DAYS NOT > 90
                   ADD 1 TO WS-BUCKET-90
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OVER
           END-EVALUATE
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               MOVE 'AGED' TO DL-AGED-FLAG
               ADD 1 TO WS-AGED-COUNT
           ELSE
               MOVE SPACES TO DL-AGED-FLAG
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-WRITE-COUNT
           ADD WS-OPEN-QTY TO WS-TOTAL-OPEN-QTY.
       1000-PRINT-ONE-RMA-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TURN WS-CNV-DATE (YYMMDD) INTO A DAY NUMBER GOOD FOR       *
      * DIFFERENCES, AS IN CYCSCHED.                               *
      *----------------------------------------------------------*
       8100-DATE-TO-DAYS.
           COMPUTE WS-CNV-DAYS = WS-CNV-YY * 365
           DIVIDE WS-CNV-YY BY 4 GIVING WS-YY-QUOT
               REMAINDER WS-YY-REM
           IF WS-YY-REM = ZERO AND WS-YY-QUOT > ZERO
               SUBTRACT 1 FROM WS-YY-QUOT
           END-IF
           ADD WS-YY-QUOT TO WS-CNV-DAYS
           IF WS-CNV-MM >= 1 AND WS-CNV-MM <= 12
               ADD WS-CUM-DAYS(WS-CNV-MM) TO WS-CNV-DAYS
           END-IF
           IF WS-YY-REM = ZERO AND WS-CNV-MM > 2
               ADD 1 TO WS-CNV-DAYS
           END-IF
           ADD WS-CNV-DD TO WS-CNV-DAYS.
       8100-DATE-TO-DAYS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND A SUMMARY LINE FOR THIS RUN TO THE SHARED RUN LOG.   *
      * THE LOG MAY NOT EXIST YET THE FIRST TIME ANY PROGRAM RUNS,  *
      * SO FALL BACK TO OPEN OUTPUT WHEN OPEN EXTEND FAILS.         *
      *----------------------------------------------------------*
       9200-WRITE-RUN-LOG.
           MOVE 'RMAAGE'           TO RL-PROGRAM-NAME
           MOVE WS-RUN-START-TIME  TO RL-START-TIME
           MOVE WS-RUN-END-TIME    TO RL-END-TIME
           MOVE WS-READ-COUNT      TO RL-RECORDS-READ
           MOVE WS-WRITE-COUNT     TO RL-RECORDS-WRITTEN
           MOVE WS-AGED-COUNT      TO RL-RECORDS-REJECTED
           MOVE WS-RUN-DATE        TO RL-RUN-DATE
           MOVE SPACES             TO RL-WAREHOUSE-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       9200-WRITE-RUN-LOG-EXIT. EXIT.
