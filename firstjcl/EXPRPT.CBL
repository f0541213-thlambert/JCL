       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRPT.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * EXPRPT IS THE NIGHTLY EXPIRING-STOCK REPORT. DATED STOCK -
      * SEALANTS, ADHESIVES, BATTERIES - IS CARRIED ON THE SITE'S
      * LOT FILE ONE RECORD PER RECEIPT LOT, AND EVERY LOT THAT
      * EXPIRES WITHIN THE NEXT N DAYS IS LISTED HERE WITH ITS
      * QUANTITY AND ITS VALUE AT THE ITEM'S MR-UNIT-COST, SO THE
      * FLOOR CAN PUSH IT OUT OR PULL IT BEFORE IT GOES BAD
      * INSTEAD OF FINDING IT AT THE NEXT COUNT. A LOT ALREADY
      * PAST ITS DATE IS FLAGGED EXPIRED. THE UNDATED LOT (STOCK
      * WITH NO EXPIRY) AND EMPTY LOTS ARE NEVER LISTED.
      *
      * THE COMMAND LINE CARRIES THE NUMBER OF DAYS AHEAD IN
      * COLUMNS 1-3 (030 WHEN NOT GIVEN) AND AN OPTIONAL WAREHOUSE
      * CODE IN COLUMNS 4-7 THAT PICKS THAT SITE'S LOT AND MASTER
      * FILES, AS INVENT DOES. A SITE WITH NO LOT FILE HAS NO
      * DATED STOCK AND PRINTS AN EMPTY REPORT.
      *
      * THE LOT QUANTITY COLUMN NOW PRINTS THE 7-DIGIT LT-LOT-QTY
      * AND LOT VALUES CARRY 11 DIGITS, WITH THE DESCRIPTION CUT
      * TO 14 CHARACTERS TO KEEP THE LINE WITHIN 80 COLUMNS. THE
      * QUANTITY AND VALUE TOTALS ARE WIDENED TO MATCH.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOT-FILE ASSIGN TO WS-LOT-DSNAME
                              FILE STATUS IS WS-LOT-STATUS.
           SELECT MASTER-FILE ASSIGN TO WS-MASTER-DSNAME
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS MR-ITEM-NUM
                              FILE STATUS IS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  LOT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY LOTREC.
      *
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MASTREC.
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
           05  WS-LOT-STATUS        PIC X(2).
           05  WS-MASTER-STATUS     PIC X(2).
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
       01  WS-PARM                  PIC X(7).
       01  WS-PARM-FIELDS REDEFINES WS-PARM.
           05  WS-PARM-DAYS         PIC X(3).
           05  WS-PARM-WHSE         PIC X(4).
      *
       01  WS-WAREHOUSE-CODE        PIC X(4).
       01  WS-DAYS-AHEAD            PIC 9(3) VALUE 030.
       01  WS-HORIZON-DATE          PIC 9(6) VALUE ZERO.
      *
       01  WS-DYNAMIC-FILE-NAMES.
           05  WS-MASTER-DSNAME     PIC X(10).
           05  WS-LOT-DSNAME        PIC X(12).
      *
       01  WS-DATE-WORK.
           05  WS-WORK-DATE.
               10  WS-WORK-YY       PIC 9(2).
               10  WS-WORK-MM       PIC 9(2).
               10  WS-WORK-DD       PIC 9(2).
           05  WS-DAYS-LEFT         PIC 9(3) COMP VALUE ZERO.
           05  WS-MONTH-LEN         PIC 9(2) VALUE ZERO.
           05  WS-YY-REM            PIC 9(2) VALUE ZERO.
           05  WS-YY-QUOT           PIC 9(2) VALUE ZERO.
      *
       01  WS-MONTH-TABLE-DATA      PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-DATA.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
      *
       01  WS-TOTALS.
           05  WS-LOT-VALUE         PIC 9(11)V99 VALUE ZERO.
           05  WS-LISTED-COUNT      PIC 9(5) COMP VALUE ZERO.
           05  WS-EXPIRED-COUNT     PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-QTY         PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-VALUE       PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER           PIC X(27) VALUE SPACES.
               10  FILLER           PIC X(26)
                       VALUE 'EXPIRING STOCK REPORT'.
               10  FILLER           PIC X(27) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER           PIC X(10) VALUE 'RUN DATE '.
               10  H2-RUN-DATE      PIC 9(6).
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  FILLER           PIC X(10) VALUE 'WAREHOUSE '.
               10  H2-WAREHOUSE     PIC X(4).
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  FILLER           PIC X(21)
                       VALUE 'EXPIRING ON/BEFORE '.
               10  H2-HORIZON-DATE  PIC 9(6).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  FILLER           PIC X(1)  VALUE '('.
               10  H2-DAYS          PIC ZZ9.
               10  FILLER           PIC X(9)  VALUE ' DAYS)'.
           05  WS-HEADING-3.
               10  FILLER           PIC X(7)  VALUE 'ITEM'.
               10  FILLER           PIC X(15) VALUE 'DESCRIPTION'.
               10  FILLER           PIC X(11) VALUE 'LOT'.
               10  FILLER           PIC X(7)  VALUE 'EXPIRE'.
               10  FILLER           PIC X(7)  VALUE '    QTY'.
               10  FILLER           PIC X(10) VALUE ' UNIT COST'.
               10  FILLER           PIC X(15) VALUE '          VALUE'.
               10  FILLER           PIC X(8)  VALUE SPACES.
           05  WS-DETAIL-LINE.
               10  DL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-ITEM-DESC     PIC X(14).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-LOT-NUM       PIC X(10).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-EXPIRE-DATE   PIC 9(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-LOT-QTY       PIC Z(6)9.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-UNIT-COST     PIC ZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-LOT-VALUE     PIC Z(10)9.99.
               10  FILLER           PIC X(1)  VALUE SPACES.
               10  DL-FLAG          PIC X(7).
           05  WS-EMPTY-LINE.
               10  FILLER           PIC X(40)
                       VALUE 'NO LOTS EXPIRING WITHIN THE PERIOD'.
               10  FILLER           PIC X(40) VALUE SPACES.
           05  WS-TOTAL-LINE.
               10  FILLER           PIC X(13) VALUE 'LOTS LISTED '.
               10  TL-LISTED        PIC ZZ,ZZ9.
               10  FILLER           PIC X(10) VALUE '  EXPIRED '.
               10  TL-EXPIRED       PIC ZZ,ZZ9.
               10  FILLER           PIC X(6)  VALUE '  QTY '.
               10  TL-QTY           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(8)  VALUE '  VALUE '.
               10  TL-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM-DAYS NUMERIC
               MOVE WS-PARM-DAYS TO WS-DAYS-AHEAD
           END-IF
           MOVE WS-PARM-WHSE TO WS-WAREHOUSE-CODE
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-DFILE' TO WS-MASTER-DSNAME
               MOVE 'UT-S-LOTFL' TO WS-LOT-DSNAME
           ELSE
               STRING 'UT-S-D' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MASTER-DSNAME
               STRING 'UT-S-LT' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-LOT-DSNAME
           END-IF
           PERFORM 8100-ADD-DAYS-AHEAD THRU 8100-ADD-DAYS-AHEAD-EXIT
           MOVE WS-WORK-DATE TO WS-HORIZON-DATE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'EXPRPT - REPORT FILE NOT AVAILABLE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           MOVE WS-RUN-DATE       TO H2-RUN-DATE
           MOVE WS-WAREHOUSE-CODE TO H2-WAREHOUSE
           MOVE WS-HORIZON-DATE   TO H2-HORIZON-DATE
           MOVE WS-DAYS-AHEAD     TO H2-DAYS
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           WRITE REPORT-RECORD FROM WS-HEADING-3
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'EXPRPT - MASTER FILE NOT AVAILABLE - STATUS '
                       WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS = '00'
                   OR WS-LOT-STATUS = '05'
               MOVE 'NO' TO WS-EOF-SWITCH
               PERFORM UNTIL EOF
                   READ LOT-FILE
                       AT END MOVE 'YES' TO WS-EOF-SWITCH
                       NOT AT END
                        PERFORM 1000-CHECK-ONE-LOT
                           THRU 1000-CHECK-ONE-LOT-EXIT
                   END-READ
               END-PERFORM
               CLOSE LOT-FILE
           END-IF
           CLOSE MASTER-FILE
           IF WS-LISTED-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-EMPTY-LINE
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               MOVE WS-LISTED-COUNT  TO TL-LISTED
               MOVE WS-EXPIRED-COUNT TO TL-EXPIRED
               MOVE WS-TOTAL-QTY     TO TL-QTY
               MOVE WS-TOTAL-VALUE   TO TL-VALUE
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               ADD 1 TO WS-WRITE-COUNT
           END-IF
           CLOSE REPORT-FILE
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'EXPRPT - LOTS EXPIRING: ' WS-LISTED-COUNT
                   ' ALREADY EXPIRED: ' WS-EXPIRED-COUNT.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * LIST ONE LOT WHEN IT HOLDS STOCK AND EXPIRES ON OR BEFORE  *
      * THE HORIZON DATE, VALUED AT THE ITEM'S CURRENT UNIT COST.  *
      * AN ITEM NO LONGER ON THE MASTER STILL PRINTS, AT ZERO      *
      * COST, SO THE STRAY LOT IS SEEN.                            *
      *----------------------------------------------------------*
       1000-CHECK-ONE-LOT.
           ADD 1 TO WS-READ-COUNT
           IF LT-LOT-NUM = SPACES
                   OR LT-LOT-QTY = ZERO
                   OR LT-EXPIRE-DATE > WS-HORIZON-DATE
               GO TO 1000-CHECK-ONE-LOT-EXIT
           END-IF
           MOVE 'NO' TO WS-FOUND-SWITCH
           MOVE LT-ITEM-NUM TO MR-ITEM-NUM
           READ MASTER-FILE KEY IS MR-ITEM-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'YES' TO WS-FOUND-SWITCH
           END-READ
           MOVE LT-ITEM-NUM    TO DL-ITEM-NUM
           MOVE LT-LOT-NUM     TO DL-LOT-NUM
           MOVE LT-EXPIRE-DATE TO DL-EXPIRE-DATE
           MOVE LT-LOT-QTY     TO DL-LOT-QTY
           IF ITEM-ON-MASTER
               MOVE MR-ITEM-DESC TO DL-ITEM-DESC
               MOVE MR-UNIT-COST TO DL-UNIT-COST
               COMPUTE WS-LOT-VALUE = LT-LOT-QTY * MR-UNIT-COST
           ELSE
               MOVE '*NOT ON FILE*' TO DL-ITEM-DESC
               MOVE ZERO TO DL-UNIT-COST
               MOVE ZERO TO WS-LOT-VALUE
           END-IF
           MOVE WS-LOT-VALUE TO DL-LOT-VALUE
           IF LT-EXPIRE-DATE < WS-RUN-DATE
               MOVE 'EXPIRED' TO DL-FLAG
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-WRITE-COUNT
           ADD 1 TO WS-LISTED-COUNT
           ADD LT-LOT-QTY   TO WS-TOTAL-QTY
           ADD WS-LOT-VALUE TO WS-TOTAL-VALUE.
       1000-CHECK-ONE-LOT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * WALK THE RUN DATE FORWARD WS-DAYS-AHEAD DAYS THROUGH THE   *
      * CALENDAR, LEAVING THE RESULT IN WS-WORK-DATE.              *
      *----------------------------------------------------------*
       8100-ADD-DAYS-AHEAD.
           MOVE WS-RUN-DATE   TO WS-WORK-DATE
           MOVE WS-DAYS-AHEAD TO WS-DAYS-LEFT
           PERFORM 8150-ADD-ONE-DAY THRU 8150-ADD-ONE-DAY-EXIT
               UNTIL WS-DAYS-LEFT = ZERO.
       8100-ADD-DAYS-AHEAD-EXIT. EXIT.
      *
       8150-ADD-ONE-DAY.
           MOVE WS-MONTH-DAYS(WS-WORK-MM) TO WS-MONTH-LEN
           IF WS-WORK-MM = 2
               DIVIDE WS-WORK-YY BY 4 GIVING WS-YY-QUOT
                   REMAINDER WS-YY-REM
               IF WS-YY-REM = ZERO
                   MOVE 29 TO WS-MONTH-LEN
               END-IF
           END-IF
           IF WS-WORK-DD < WS-MONTH-LEN
               ADD 1 TO WS-WORK-DD
           ELSE
               MOVE 1 TO WS-WORK-DD
               IF WS-WORK-MM < 12
                   ADD 1 TO WS-WORK-MM
               ELSE
                   MOVE 1 TO WS-WORK-MM
                   ADD 1 TO WS-WORK-YY
               END-IF
           END-IF
           SUBTRACT 1 FROM WS-DAYS-LEFT.
       8150-ADD-ONE-DAY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND A SUMMARY LINE FOR THIS RUN TO THE SHARED RUN LOG.   *
      * THE LOG MAY NOT EXIST YET THE FIRST TIME ANY PROGRAM RUNS,  *
      * SO FALL BACK TO OPEN OUTPUT WHEN OPEN EXTEND FAILS.         *
      *----------------------------------------------------------*
       9200-WRITE-RUN-LOG.
           MOVE 'EXPRPT'           TO RL-PROGRAM-NAME
           MOVE WS-RUN-START-TIME  TO RL-START-TIME
           MOVE WS-RUN-END-TIME    TO RL-END-TIME
           MOVE WS-READ-COUNT      TO RL-RECORDS-READ
           MOVE WS-WRITE-COUNT     TO RL-RECORDS-WRITTEN
           MOVE ZERO               TO RL-RECORDS-REJECTED
           MOVE WS-RUN-DATE        TO RL-RUN-DATE
           MOVE WS-WAREHOUSE-CODE  TO RL-WAREHOUSE-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       9200-WRITE-RUN-LOG-EXIT. EXIT.
