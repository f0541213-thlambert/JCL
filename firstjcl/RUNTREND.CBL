       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * RUNTREND IS THE MORNING CHECK THAT LAST NIGHT'S STEPS RAN
      * NORMALLY, NOT JUST THAT THEY RAN - BATSTAT PROVES EVERY
      * EXPECTED STEP IS ON THE SHARED RUN LOG, BUT A NIGHT WHEN
      * INVENT READ 40 TRANSACTIONS INSTEAD OF THE USUAL 4,000, OR
      * BALANCE TOOK THREE TIMES AS LONG, STILL SHOWED OK. IT READS
      * THE WHOLE RUN LOG AND, PER PROGRAM AND SITE, COMPARES EACH
      * OF THE REPORT NIGHT'S RUNS WITH THAT STEP'S OWN HISTORY
      * OVER THE 30 NIGHTS BEFORE IT - ELAPSED TIME (END LESS
      * START, A RUN ACROSS MIDNIGHT ALLOWED FOR), RECORDS READ,
      * RECORDS WRITTEN AND REJECT RATE (REJECTED AS A PERCENT OF
      * READ) - PRINTING THE AVERAGE, LOWEST AND HIGHEST OF THE
      * HISTORY BESIDE TONIGHT'S FIGURE.
      *
      * A RUN IS FLAGGED WHEN ITS ELAPSED TIME OR RECORDS READ IS
      * OUTSIDE THE WHOLE RANGE OF ITS HISTORY AND ALSO MORE THAN
      * THE TOLERANCE PERCENT AWAY FROM THE AVERAGE, IN EITHER
      * DIRECTION, OR WHEN ITS REJECT RATE IS ABOVE EVERY NIGHT OF
      * ITS HISTORY AND MORE THAN THE TOLERANCE ABOVE THE AVERAGE.
      * SO THAT SMALL STEPS DO NOT FLAG ON NOISE, THE DIFFERENCE
      * FROM THE AVERAGE MUST ALSO BE AT LEAST A MINUTE OF ELAPSED
      * TIME, 10 RECORDS READ OR ONE POINT OF REJECT RATE, AND A
      * STEP WITH FEWER THAN 5 RUNS OF HISTORY IS SHOWN BUT NOT
      * JUDGED. RECORDS WRITTEN IS SHOWN FOR INFORMATION ONLY. ANY
      * FLAGGED RUN ENDS THE STEP WITH RETURN CODE 4 SO THE
      * SCHEDULER CAN WARN BEFORE DOWNSTREAM JOBS USE A HALF-EMPTY
      * FEED. A STEP WITH HISTORY THAT DID NOT RUN TONIGHT IS
      * NOTED ONLY - A MISSING STEP IS BATSTAT'S VERDICT.
      *
      * THE COMMAND LINE CARRIES THE REPORT DATE (YYMMDD, COLUMNS
      * 1-6, DEFAULT TODAY) AND THE TOLERANCE PERCENT (COLUMNS
      * 7-9, DEFAULT 050). LOG LINES WITHOUT A DATE STAMP ARE
      * PASSED OVER, AS IN BATSTAT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY RUNLOG.
      *
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
      *
       01  REPORT-RECORD           PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(3) VALUE 'NO'.
           88  EOF                  VALUE 'YES'.
           05  WS-GROUP-FOUND-SW    PIC X(3) VALUE 'NO'.
           88  GROUP-FOUND          VALUE 'YES'.
           05  WS-JUDGED-SWITCH     PIC X(3) VALUE 'NO'.
           88  RUN-IS-JUDGED        VALUE 'YES'.
           05  WS-LOW-TOO-SWITCH    PIC X(3) VALUE 'NO'.
           88  LOW-IS-ANOMALY       VALUE 'YES'.
           05  WS-RUN-FLAGGED-SW    PIC X(3) VALUE 'NO'.
           88  RUN-IS-FLAGGED       VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-RUNLOG-STATUS     PIC X(2).
           05  WS-REPORT-STATUS     PIC X(2).
      *
       01  WS-PARM                  PIC X(9).
       01  WS-PARM-FIELDS REDEFINES WS-PARM.
           05  WS-PARM-DATE         PIC X(6).
           05  WS-PARM-TOLERANCE    PIC X(3).
      *
       01  WS-REPORT-DATE           PIC 9(6) VALUE ZERO.
       01  WS-TOLERANCE-PCT         PIC 9(3) VALUE 050.
      *
      * THE LIMITS THE FLAGGING RULES WORK TO.
      *
       01  WS-TREND-LIMITS.
           05  WS-HISTORY-NIGHTS    PIC 9(3) VALUE 030.
           05  WS-MIN-HISTORY-RUNS  PIC 9(3) VALUE 005.
           05  WS-ELAPSED-FLOOR     PIC 9(7)V99 VALUE 60.
           05  WS-READ-FLOOR        PIC 9(7)V99 VALUE 10.
           05  WS-RATE-FLOOR        PIC 9(7)V99 VALUE 1.
      *
      * ONE ENTRY PER PROGRAM AND SITE SEEN ON THE REPORT NIGHT OR
      * IN THE 30 NIGHTS BEFORE IT, IN FIRST-SEEN ORDER - THE
      * REPORT ORDER - WITH THE HISTORY NIGHTS' RUNS ROLLED UP.
      *
       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT       PIC 9(3) COMP VALUE ZERO.
           05  WS-GROUP-ENTRY OCCURS 300 TIMES.
               10  GT-PROGRAM       PIC X(8).
               10  GT-WAREHOUSE     PIC X(4).
               10  GT-HIST-RUNS     PIC 9(5) COMP.
               10  GT-TONIGHT-RUNS  PIC 9(3) COMP.
               10  GT-EL-SUM        PIC 9(11) COMP.
               10  GT-EL-MIN        PIC 9(7).
               10  GT-EL-MAX        PIC 9(7).
               10  GT-RD-SUM        PIC 9(11) COMP.
               10  GT-RD-MIN        PIC 9(7).
               10  GT-RD-MAX        PIC 9(7).
               10  GT-WR-SUM        PIC 9(11) COMP.
               10  GT-WR-MIN        PIC 9(7).
               10  GT-WR-MAX        PIC 9(7).
               10  GT-RJ-SUM        PIC 9(9)V99 COMP.
               10  GT-RJ-MIN        PIC 9(3)V99.
               10  GT-RJ-MAX        PIC 9(3)V99.
      *
      * THE REPORT NIGHT'S RUNS, IN ARRIVAL ORDER, EACH POINTING AT
      * ITS PROGRAM AND SITE ENTRY.
      *
       01  WS-TONIGHT-TABLE.
           05  WS-TONIGHT-COUNT     PIC 9(4) COMP VALUE ZERO.
           05  WS-TONIGHT-ENTRY OCCURS 999 TIMES.
               10  TN-GROUP         PIC 9(3) COMP.
               10  TN-START-TIME    PIC 9(8).
               10  TN-ELAPSED       PIC 9(7).
               10  TN-READ          PIC 9(7).
               10  TN-WRITTEN       PIC 9(7).
               10  TN-RATE          PIC 9(3)V99.
      *
       01  WS-SUBSCRIPTS.
           05  WS-GI                PIC 9(3) COMP VALUE ZERO.
           05  WS-FOUND-GI          PIC 9(3) COMP VALUE ZERO.
           05  WS-TI                PIC 9(4) COMP VALUE ZERO.
      *
      * ONE LOG LINE'S MEASURES.
      *
       01  WS-LINE-MEASURES.
           05  WS-LINE-DAYS         PIC 9(7) COMP VALUE ZERO.
           05  WS-DAYS-BACK         PIC S9(7) COMP VALUE ZERO.
           05  WS-LINE-ELAPSED      PIC 9(7) VALUE ZERO.
           05  WS-LINE-RATE         PIC 9(3)V99 VALUE ZERO.
           05  WS-START-SECONDS     PIC 9(7) VALUE ZERO.
           05  WS-END-SECONDS       PIC 9(7) VALUE ZERO.
      *
       01  WS-TIME-WORK             PIC 9(8) VALUE ZERO.
       01  WS-TIME-FIELDS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH           PIC 9(2).
           05  WS-TIME-MM           PIC 9(2).
           05  WS-TIME-SS           PIC 9(2).
           05  WS-TIME-CC           PIC 9(2).
      *
      * THE MEASURE BEING JUDGED - SET UP BY THE CALLER, FLAG LEFT
      * IN WS-MS-FLAG.
      *
       01  WS-MEASURE-WORK.
           05  WS-MS-TONIGHT        PIC 9(7)V99 VALUE ZERO.
           05  WS-MS-AVERAGE        PIC 9(7)V99 VALUE ZERO.
           05  WS-MS-MIN            PIC 9(7)V99 VALUE ZERO.
           05  WS-MS-MAX            PIC 9(7)V99 VALUE ZERO.
           05  WS-MS-FLOOR          PIC 9(7)V99 VALUE ZERO.
           05  WS-MS-HIGH-LIMIT     PIC 9(9)V99 VALUE ZERO.
           05  WS-MS-LOW-LIMIT      PIC S9(9)V99 VALUE ZERO.
           05  WS-MS-FLAG           PIC X(12) VALUE SPACES.
      *
       01  WS-TOTALS.
           05  WS-FLAGGED-RUNS      PIC 9(5) COMP VALUE ZERO.
           05  WS-TONIGHT-RUNS      PIC 9(5) COMP VALUE ZERO.
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
           05  WS-REPORT-DAYS       PIC 9(7) COMP VALUE ZERO.
      *
       01  WS-CUMOFF-TABLE-DATA     PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  WS-CUMOFF-TABLE REDEFINES WS-CUMOFF-TABLE-DATA.
           05  WS-CUM-DAYS OCCURS 12 TIMES PIC 9(3).
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER           PIC X(20) VALUE SPACES.
               10  FILLER           PIC X(31)
                       VALUE 'BATCH RUN TREND - 30 NIGHTS TO'.
               10  HD-REPORT-DATE   PIC 9(6).
               10  FILLER           PIC X(5)  VALUE SPACES.
               10  FILLER           PIC X(4)  VALUE 'TOL '.
               10  HD-TOLERANCE     PIC ZZ9.
               10  FILLER           PIC X(1)  VALUE '%'.
               10  FILLER           PIC X(10) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER           PIC X(16) VALUE '  MEASURE'.
               10  FILLER           PIC X(11) VALUE '  AVERAGE'.
               10  FILLER           PIC X(11) VALUE '   LOWEST'.
               10  FILLER           PIC X(11) VALUE '  HIGHEST'.
               10  FILLER           PIC X(11) VALUE '  TONIGHT'.
               10  FILLER           PIC X(20) VALUE 'FLAG'.
           05  WS-GROUP-LINE.
               10  FILLER           PIC X(8)  VALUE 'PROGRAM '.
               10  GL-PROGRAM       PIC X(8).
               10  FILLER           PIC X(8)  VALUE '  SITE '.
               10  GL-WAREHOUSE     PIC X(4).
               10  FILLER           PIC X(21)
                       VALUE '  HISTORY RUNS   '.
               10  GL-HIST-RUNS     PIC ZZ,ZZ9.
               10  FILLER           PIC X(3)  VALUE SPACES.
               10  GL-START-NOTE    PIC X(8).
               10  GL-START-TIME    PIC X(8).
               10  FILLER           PIC X(6)  VALUE SPACES.
           05  WS-MEASURE-LINE.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  ML-LABEL         PIC X(14).
               10  ML-AVERAGE       PIC Z,ZZZ,ZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  ML-MIN           PIC Z,ZZZ,ZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  ML-MAX           PIC Z,ZZZ,ZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  ML-TONIGHT       PIC Z,ZZZ,ZZ9.
               10  ML-TONIGHT-X REDEFINES ML-TONIGHT
                                    PIC X(9).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  ML-FLAG          PIC X(12).
               10  FILLER           PIC X(8)  VALUE SPACES.
           05  WS-RATE-LINE.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  RT-LABEL         PIC X(14).
               10  RT-AVERAGE       PIC ZZZZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  RT-MIN           PIC ZZZZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  RT-MAX           PIC ZZZZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  RT-TONIGHT       PIC ZZZZZ9.99.
               10  RT-TONIGHT-X REDEFINES RT-TONIGHT
                                    PIC X(9).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  RT-FLAG          PIC X(12).
               10  FILLER           PIC X(8)  VALUE SPACES.
           05  WS-NOTE-LINE.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  NT-TEXT          PIC X(58).
               10  FILLER           PIC X(20) VALUE SPACES.
           05  WS-SUMMARY-LINE-1.
               10  FILLER           PIC X(20)
                       VALUE 'RUNS TONIGHT ......'.
               10  SM-TONIGHT       PIC ZZ,ZZ9.
               10  FILLER           PIC X(54) VALUE SPACES.
           05  WS-SUMMARY-LINE-2.
               10  FILLER           PIC X(20)
                       VALUE 'RUNS FLAGGED ......'.
               10  SM-FLAGGED       PIC ZZ,ZZ9.
               10  FILLER           PIC X(54) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM-DATE NUMERIC
               MOVE WS-PARM-DATE TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE
           END-IF
           IF WS-PARM-TOLERANCE NUMERIC
               MOVE WS-PARM-TOLERANCE TO WS-TOLERANCE-PCT
           END-IF
           MOVE WS-REPORT-DATE TO WS-CNV-DATE
           PERFORM 8100-DATE-TO-DAYS THRU 8100-DATE-TO-DAYS-EXIT
           MOVE WS-CNV-DAYS TO WS-REPORT-DAYS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'RUNTREND - REPORT FILE NOT AVAILABLE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           MOVE WS-REPORT-DATE   TO HD-REPORT-DATE
           MOVE WS-TOLERANCE-PCT TO HD-TOLERANCE
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           PERFORM 0500-LOAD-RUN-LOG THRU 0500-LOAD-RUN-LOG-EXIT
           IF RETURN-CODE NOT = ZERO
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 1000-REPORT-ONE-GROUP
              THRU 1000-REPORT-ONE-GROUP-EXIT
               VARYING WS-GI FROM 1 BY 1
               UNTIL WS-GI > WS-GROUP-COUNT
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
           IF WS-FLAGGED-RUNS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'RUNTREND - RUNS TONIGHT:    ' WS-TONIGHT-RUNS
           DISPLAY 'RUNTREND - RUNS FLAGGED:    ' WS-FLAGGED-RUNS.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * READ THE WHOLE RUN LOG. A REPORT-NIGHT LINE IS KEPT AS ONE *
      * OF TONIGHT'S RUNS; A LINE FROM ONE OF THE 30 NIGHTS BEFORE *
      * IS ROLLED INTO ITS PROGRAM AND SITE'S HISTORY; ANYTHING    *
      * ELSE IS PASSED OVER. WITHOUT THE LOG THERE IS NOTHING TO   *
      * REPORT AND THE STEP ENDS RC 12.                            *
      *----------------------------------------------------------*
       0500-LOAD-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
               DISPLAY 'RUNTREND - RUN LOG NOT AVAILABLE - STATUS '
                       WS-RUNLOG-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 0500-LOAD-RUN-LOG-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ RUN-LOG-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    PERFORM 0550-TAKE-ONE-LINE
                       THRU 0550-TAKE-ONE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE.
       0500-LOAD-RUN-LOG-EXIT. EXIT.
      *
       0550-TAKE-ONE-LINE.
           IF RL-RUN-DATE NOT NUMERIC
               GO TO 0550-TAKE-ONE-LINE-EXIT
           END-IF
           MOVE RL-RUN-DATE TO WS-CNV-DATE
           PERFORM 8100-DATE-TO-DAYS THRU 8100-DATE-TO-DAYS-EXIT
           MOVE WS-CNV-DAYS TO WS-LINE-DAYS
           COMPUTE WS-DAYS-BACK = WS-REPORT-DAYS - WS-LINE-DAYS
           IF WS-DAYS-BACK < ZERO
                   OR WS-DAYS-BACK > WS-HISTORY-NIGHTS
               GO TO 0550-TAKE-ONE-LINE-EXIT
           END-IF
           PERFORM 0600-FIND-GROUP THRU 0600-FIND-GROUP-EXIT
           IF WS-FOUND-GI = ZERO
               GO TO 0550-TAKE-ONE-LINE-EXIT
           END-IF
           PERFORM 0700-MEASURE-LINE THRU 0700-MEASURE-LINE-EXIT
           IF WS-DAYS-BACK = ZERO
               PERFORM 0800-KEEP-TONIGHT THRU 0800-KEEP-TONIGHT-EXIT
           ELSE
               PERFORM 0900-ADD-TO-HISTORY
                  THRU 0900-ADD-TO-HISTORY-EXIT
           END-IF.
       0550-TAKE-ONE-LINE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * FIND THE LINE'S PROGRAM AND SITE IN THE GROUP TABLE,       *
      * ADDING IT WHEN NEW. LEAVES ITS SUBSCRIPT IN WS-FOUND-GI -  *
      * ZERO WHEN THE TABLE IS FULL.                               *
      *----------------------------------------------------------*
       0600-FIND-GROUP.
           MOVE 'NO' TO WS-GROUP-FOUND-SW
           MOVE ZERO TO WS-FOUND-GI
           PERFORM VARYING WS-GI FROM 1 BY 1
                   UNTIL WS-GI > WS-GROUP-COUNT
                      OR GROUP-FOUND
               IF GT-PROGRAM(WS-GI) = RL-PROGRAM-NAME
                       AND GT-WAREHOUSE(WS-GI) = RL-WAREHOUSE-CODE
                   MOVE 'YES' TO WS-GROUP-FOUND-SW
                   MOVE WS-GI TO WS-FOUND-GI
               END-IF
           END-PERFORM
           IF GROUP-FOUND
               GO TO 0600-FIND-GROUP-EXIT
           END-IF
           IF WS-GROUP-COUNT = 300
               DISPLAY 'RUNTREND - MORE THAN 300 PROGRAM/SITE PAIRS '
                       '- ' RL-PROGRAM-NAME ' ' RL-WAREHOUSE-CODE
                       ' IGNORED'
               GO TO 0600-FIND-GROUP-EXIT
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-GROUP-COUNT    TO WS-FOUND-GI
           MOVE RL-PROGRAM-NAME   TO GT-PROGRAM(WS-FOUND-GI)
           MOVE RL-WAREHOUSE-CODE TO GT-WAREHOUSE(WS-FOUND-GI)
           MOVE ZERO TO GT-HIST-RUNS(WS-FOUND-GI)
                        GT-TONIGHT-RUNS(WS-FOUND-GI)
                        GT-EL-SUM(WS-FOUND-GI)
                        GT-EL-MIN(WS-FOUND-GI)
                        GT-EL-MAX(WS-FOUND-GI)
                        GT-RD-SUM(WS-FOUND-GI)
                        GT-RD-MIN(WS-FOUND-GI)
                        GT-RD-MAX(WS-FOUND-GI)
                        GT-WR-SUM(WS-FOUND-GI)
                        GT-WR-MIN(WS-FOUND-GI)
                        GT-WR-MAX(WS-FOUND-GI)
                        GT-RJ-SUM(WS-FOUND-GI)
                        GT-RJ-MIN(WS-FOUND-GI)
                        GT-RJ-MAX(WS-FOUND-GI).
       0600-FIND-GROUP-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * ELAPSED SECONDS AND REJECT RATE OFF THE CURRENT LOG LINE.  *
      * AN END TIME BEFORE THE START TIME MEANS THE RUN CROSSED    *
      * MIDNIGHT. A LINE WITH NOTHING READ HAS A ZERO RATE.        *
      *----------------------------------------------------------*
       0700-MEASURE-LINE.
           MOVE ZERO TO WS-LINE-ELAPSED
           IF RL-START-TIME NUMERIC AND RL-END-TIME NUMERIC
               MOVE RL-START-TIME TO WS-TIME-WORK
               COMPUTE WS-START-SECONDS = WS-TIME-HH * 3600
                       + WS-TIME-MM * 60 + WS-TIME-SS
               MOVE RL-END-TIME TO WS-TIME-WORK
               COMPUTE WS-END-SECONDS = WS-TIME-HH * 3600
                       + WS-TIME-MM * 60 + WS-TIME-SS
               IF WS-END-SECONDS < WS-START-SECONDS
                   ADD 86400 TO WS-END-SECONDS
               END-IF
               COMPUTE WS-LINE-ELAPSED =
                       WS-END-SECONDS - WS-START-SECONDS
           END-IF
           IF RL-RECORDS-READ NOT NUMERIC
               MOVE ZERO TO RL-RECORDS-READ
           END-IF
           IF RL-RECORDS-WRITTEN NOT NUMERIC
               MOVE ZERO TO RL-RECORDS-WRITTEN
           END-IF
           IF RL-RECORDS-REJECTED NOT NUMERIC
               MOVE ZERO TO RL-RECORDS-REJECTED
           END-IF
           MOVE ZERO TO WS-LINE-RATE
           IF RL-RECORDS-READ > ZERO
               IF RL-RECORDS-REJECTED > RL-RECORDS-READ
                   MOVE 100 TO WS-LINE-RATE
               ELSE
                   COMPUTE WS-LINE-RATE ROUNDED =
                           RL-RECORDS-REJECTED * 100 / RL-RECORDS-READ
               END-IF
           END-IF.
       0700-MEASURE-LINE-EXIT. EXIT.
      *
       0800-KEEP-TONIGHT.
           IF WS-TONIGHT-COUNT = 999
               DISPLAY 'RUNTREND - MORE THAN 999 RUNS TONIGHT - '
                       RL-PROGRAM-NAME ' IGNORED'
               GO TO 0800-KEEP-TONIGHT-EXIT
           END-IF
           ADD 1 TO WS-TONIGHT-COUNT
           ADD 1 TO GT-TONIGHT-RUNS(WS-FOUND-GI)
           MOVE WS-FOUND-GI      TO TN-GROUP(WS-TONIGHT-COUNT)
           MOVE RL-START-TIME    TO TN-START-TIME(WS-TONIGHT-COUNT)
           MOVE WS-LINE-ELAPSED  TO TN-ELAPSED(WS-TONIGHT-COUNT)
           MOVE RL-RECORDS-READ  TO TN-READ(WS-TONIGHT-COUNT)
           MOVE RL-RECORDS-WRITTEN
                                 TO TN-WRITTEN(WS-TONIGHT-COUNT)
           MOVE WS-LINE-RATE     TO TN-RATE(WS-TONIGHT-COUNT).
       0800-KEEP-TONIGHT-EXIT. EXIT.
      *
       0900-ADD-TO-HISTORY.
           ADD 1 TO GT-HIST-RUNS(WS-FOUND-GI)
           ADD WS-LINE-ELAPSED     TO GT-EL-SUM(WS-FOUND-GI)
           ADD RL-RECORDS-READ     TO GT-RD-SUM(WS-FOUND-GI)
           ADD RL-RECORDS-WRITTEN  TO GT-WR-SUM(WS-FOUND-GI)
           ADD WS-LINE-RATE        TO GT-RJ-SUM(WS-FOUND-GI)
           IF GT-HIST-RUNS(WS-FOUND-GI) = 1
               MOVE WS-LINE-ELAPSED    TO GT-EL-MIN(WS-FOUND-GI)
                                          GT-EL-MAX(WS-FOUND-GI)
               MOVE RL-RECORDS-READ    TO GT-RD-MIN(WS-FOUND-GI)
                                          GT-RD-MAX(WS-FOUND-GI)
               MOVE RL-RECORDS-WRITTEN TO GT-WR-MIN(WS-FOUND-GI)
                                          GT-WR-MAX(WS-FOUND-GI)
               MOVE WS-LINE-RATE       TO GT-RJ-MIN(WS-FOUND-GI)
                                          GT-RJ-MAX(WS-FOUND-GI)
               GO TO 0900-ADD-TO-HISTORY-EXIT
           END-IF
           IF WS-LINE-ELAPSED < GT-EL-MIN(WS-FOUND-GI)
               MOVE WS-LINE-ELAPSED TO GT-EL-MIN(WS-FOUND-GI)
           END-IF
           IF WS-LINE-ELAPSED > GT-EL-MAX(WS-FOUND-GI)
               MOVE WS-LINE-ELAPSED TO GT-EL-MAX(WS-FOUND-GI)
           END-IF
           IF RL-RECORDS-READ < GT-RD-MIN(WS-FOUND-GI)
               MOVE RL-RECORDS-READ TO GT-RD-MIN(WS-FOUND-GI)
           END-IF
           IF RL-RECORDS-READ > GT-RD-MAX(WS-FOUND-GI)
               MOVE RL-RECORDS-READ TO GT-RD-MAX(WS-FOUND-GI)
           END-IF
           IF RL-RECORDS-WRITTEN < GT-WR-MIN(WS-FOUND-GI)
               MOVE RL-RECORDS-WRITTEN TO GT-WR-MIN(WS-FOUND-GI)
           END-IF
           IF RL-RECORDS-WRITTEN > GT-WR-MAX(WS-FOUND-GI)
               MOVE RL-RECORDS-WRITTEN TO GT-WR-MAX(WS-FOUND-GI)
           END-IF
           IF WS-LINE-RATE < GT-RJ-MIN(WS-FOUND-GI)
               MOVE WS-LINE-RATE TO GT-RJ-MIN(WS-FOUND-GI)
           END-IF
           IF WS-LINE-RATE > GT-RJ-MAX(WS-FOUND-GI)
               MOVE WS-LINE-RATE TO GT-RJ-MAX(WS-FOUND-GI)
           END-IF.
       0900-ADD-TO-HISTORY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * ONE PROGRAM AND SITE - ITS HISTORY AGAINST EACH OF         *
      * TONIGHT'S RUNS, OR THE HISTORY ALONE WITH A NOTE WHEN IT   *
      * DID NOT RUN TONIGHT.                                       *
      *----------------------------------------------------------*
       1000-REPORT-ONE-GROUP.
           IF GT-HIST-RUNS(WS-GI) NOT < WS-MIN-HISTORY-RUNS
               MOVE 'YES' TO WS-JUDGED-SWITCH
           ELSE
               MOVE 'NO'  TO WS-JUDGED-SWITCH
           END-IF
           IF GT-TONIGHT-RUNS(WS-GI) = ZERO
               MOVE ZERO TO WS-TI
               PERFORM 2000-PRINT-ONE-RUN THRU 2000-PRINT-ONE-RUN-EXIT
               MOVE 'DID NOT RUN TONIGHT' TO NT-TEXT
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
               GO TO 1000-REPORT-ONE-GROUP-EXIT
           END-IF
           PERFORM VARYING WS-TI FROM 1 BY 1
                   UNTIL WS-TI > WS-TONIGHT-COUNT
               IF TN-GROUP(WS-TI) = WS-GI
                   ADD 1 TO WS-TONIGHT-RUNS
                   PERFORM 2000-PRINT-ONE-RUN
                      THRU 2000-PRINT-ONE-RUN-EXIT
               END-IF
           END-PERFORM
           IF NOT RUN-IS-JUDGED
               MOVE 'FEWER THAN 5 RUNS OF HISTORY - NOT JUDGED'
                 TO NT-TEXT
               WRITE REPORT-RECORD FROM WS-NOTE-LINE
           END-IF.
       1000-REPORT-ONE-GROUP-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE GROUP HEADING AND THE FOUR MEASURE LINES FOR     *
      * TONIGHT'S RUN WS-TI (ZERO - HISTORY ONLY), JUDGING EACH    *
      * MEASURE WHEN THE HISTORY IS LONG ENOUGH.                   *
      *----------------------------------------------------------*
       2000-PRINT-ONE-RUN.
           MOVE 'NO' TO WS-RUN-FLAGGED-SW
           MOVE GT-PROGRAM(WS-GI)   TO GL-PROGRAM
           MOVE GT-WAREHOUSE(WS-GI) TO GL-WAREHOUSE
           MOVE GT-HIST-RUNS(WS-GI) TO GL-HIST-RUNS
           IF WS-TI = ZERO
               MOVE SPACES TO GL-START-NOTE
                              GL-START-TIME
           ELSE
               MOVE 'STARTED '           TO GL-START-NOTE
               MOVE TN-START-TIME(WS-TI) TO GL-START-TIME
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-GROUP-LINE
      *
           MOVE 'ELAPSED SECS'  TO ML-LABEL
           MOVE GT-EL-MIN(WS-GI) TO WS-MS-MIN
           MOVE GT-EL-MAX(WS-GI) TO WS-MS-MAX
           IF GT-HIST-RUNS(WS-GI) > ZERO
               COMPUTE WS-MS-AVERAGE ROUNDED =
                       GT-EL-SUM(WS-GI) / GT-HIST-RUNS(WS-GI)
           ELSE
               MOVE ZERO TO WS-MS-AVERAGE
           END-IF
           IF WS-TI > ZERO
               MOVE TN-ELAPSED(WS-TI) TO WS-MS-TONIGHT
           END-IF
           MOVE WS-ELAPSED-FLOOR TO WS-MS-FLOOR
           MOVE 'YES' TO WS-LOW-TOO-SWITCH
           PERFORM 2100-PRINT-COUNT-MEASURE
              THRU 2100-PRINT-COUNT-MEASURE-EXIT
      *
           MOVE 'RECORDS READ'  TO ML-LABEL
           MOVE GT-RD-MIN(WS-GI) TO WS-MS-MIN
           MOVE GT-RD-MAX(WS-GI) TO WS-MS-MAX
           IF GT-HIST-RUNS(WS-GI) > ZERO
               COMPUTE WS-MS-AVERAGE ROUNDED =
                       GT-RD-SUM(WS-GI) / GT-HIST-RUNS(WS-GI)
           ELSE
               MOVE ZERO TO WS-MS-AVERAGE
           END-IF
           IF WS-TI > ZERO
               MOVE TN-READ(WS-TI) TO WS-MS-TONIGHT
           END-IF
           MOVE WS-READ-FLOOR TO WS-MS-FLOOR
           MOVE 'YES' TO WS-LOW-TOO-SWITCH
           PERFORM 2100-PRINT-COUNT-MEASURE
              THRU 2100-PRINT-COUNT-MEASURE-EXIT
      *
           MOVE 'RECS WRITTEN' TO ML-LABEL
           MOVE GT-WR-MIN(WS-GI) TO ML-MIN
           MOVE GT-WR-MAX(WS-GI) TO ML-MAX
           IF GT-HIST-RUNS(WS-GI) > ZERO
               COMPUTE ML-AVERAGE ROUNDED =
                       GT-WR-SUM(WS-GI) / GT-HIST-RUNS(WS-GI)
           ELSE
               MOVE ZERO TO ML-AVERAGE
           END-IF
           IF WS-TI > ZERO
               MOVE TN-WRITTEN(WS-TI) TO ML-TONIGHT
           ELSE
               MOVE SPACES TO ML-TONIGHT-X
           END-IF
           MOVE SPACES TO ML-FLAG
           WRITE REPORT-RECORD FROM WS-MEASURE-LINE
      *
           MOVE 'REJECT RATE %'  TO RT-LABEL
           MOVE GT-RJ-MIN(WS-GI) TO WS-MS-MIN
           MOVE GT-RJ-MAX(WS-GI) TO WS-MS-MAX
           IF GT-HIST-RUNS(WS-GI) > ZERO
               COMPUTE WS-MS-AVERAGE ROUNDED =
                       GT-RJ-SUM(WS-GI) / GT-HIST-RUNS(WS-GI)
           ELSE
               MOVE ZERO TO WS-MS-AVERAGE
           END-IF
           MOVE SPACES TO WS-MS-FLAG
           MOVE WS-MS-AVERAGE TO RT-AVERAGE
           MOVE WS-MS-MIN     TO RT-MIN
           MOVE WS-MS-MAX     TO RT-MAX
           IF WS-TI > ZERO
               MOVE TN-RATE(WS-TI) TO WS-MS-TONIGHT
               MOVE WS-MS-TONIGHT  TO RT-TONIGHT
               MOVE WS-RATE-FLOOR  TO WS-MS-FLOOR
               MOVE 'NO' TO WS-LOW-TOO-SWITCH
               IF RUN-IS-JUDGED
                   PERFORM 2200-JUDGE-MEASURE
                      THRU 2200-JUDGE-MEASURE-EXIT
               END-IF
           ELSE
               MOVE SPACES TO RT-TONIGHT-X
           END-IF
           MOVE WS-MS-FLAG TO RT-FLAG
           WRITE REPORT-RECORD FROM WS-RATE-LINE
           IF RUN-IS-FLAGGED
               ADD 1 TO WS-FLAGGED-RUNS
           END-IF.
       2000-PRINT-ONE-RUN-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT ONE WHOLE-NUMBER MEASURE SET UP IN WS-MEASURE-WORK,  *
      * JUDGING TONIGHT'S FIGURE WHEN THERE IS ONE TO JUDGE.       *
      *----------------------------------------------------------*
       2100-PRINT-COUNT-MEASURE.
           MOVE SPACES TO WS-MS-FLAG
           MOVE WS-MS-AVERAGE TO ML-AVERAGE
           MOVE WS-MS-MIN     TO ML-MIN
           MOVE WS-MS-MAX     TO ML-MAX
           IF WS-TI > ZERO
               MOVE WS-MS-TONIGHT TO ML-TONIGHT
               IF RUN-IS-JUDGED
                   PERFORM 2200-JUDGE-MEASURE
                      THRU 2200-JUDGE-MEASURE-EXIT
               END-IF
           ELSE
               MOVE SPACES TO ML-TONIGHT-X
           END-IF
           MOVE WS-MS-FLAG TO ML-FLAG
           WRITE REPORT-RECORD FROM WS-MEASURE-LINE.
       2100-PRINT-COUNT-MEASURE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * JUDGE TONIGHT'S FIGURE AGAINST ITS HISTORY. HIGH WHEN OVER *
      * THE HIGHEST NIGHT, OVER THE AVERAGE BY MORE THAN THE       *
      * TOLERANCE PERCENT AND BY AT LEAST THE FLOOR; LOW THE SAME  *
      * WAY UNDER THE LOWEST NIGHT, WHEN A LOW FIGURE MATTERS.     *
      *----------------------------------------------------------*
       2200-JUDGE-MEASURE.
           COMPUTE WS-MS-HIGH-LIMIT ROUNDED = WS-MS-AVERAGE
                   * (100 + WS-TOLERANCE-PCT) / 100
           COMPUTE WS-MS-LOW-LIMIT ROUNDED = WS-MS-AVERAGE
                   * (100 - WS-TOLERANCE-PCT) / 100
           IF WS-MS-TONIGHT > WS-MS-MAX
                   AND WS-MS-TONIGHT > WS-MS-HIGH-LIMIT
                   AND WS-MS-TONIGHT - WS-MS-AVERAGE
                       NOT < WS-MS-FLOOR
               MOVE '** HIGH **' TO WS-MS-FLAG
               MOVE 'YES' TO WS-RUN-FLAGGED-SW
               GO TO 2200-JUDGE-MEASURE-EXIT
           END-IF
           IF LOW-IS-ANOMALY
                   AND WS-MS-TONIGHT < WS-MS-MIN
                   AND WS-MS-TONIGHT < WS-MS-LOW-LIMIT
                   AND WS-MS-AVERAGE - WS-MS-TONIGHT
                       NOT < WS-MS-FLOOR
               MOVE '** LOW **' TO WS-MS-FLAG
               MOVE 'YES' TO WS-RUN-FLAGGED-SW
           END-IF.
       2200-JUDGE-MEASURE-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRINT THE RUN SUMMARY AT THE BOTTOM OF THE REPORT.         *
      *----------------------------------------------------------*
       4000-PRINT-SUMMARY.
           MOVE WS-TONIGHT-RUNS TO SM-TONIGHT
           MOVE WS-FLAGGED-RUNS TO SM-FLAGGED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-1
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2.
       4000-PRINT-SUMMARY-EXIT. EXIT.
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
