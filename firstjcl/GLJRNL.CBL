       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       AUTHOR. INVENTORY SYSTEMS GROUP.
      *
      * GLJRNL CUTS THE NIGHTLY INVENTORY MOVEMENT JOURNAL FOR THE
      * GENERAL LEDGER. GLEXTRCT AND GLCONSOL POST ONE BALANCE PER
      * CATEGORY, SO ACCOUNTING SAW THE MONTH'S INVENTORY CHANGE AS
      * ONE LUMP AND COULD NOT TIE IT TO COST OF GOODS SOLD,
      * RECEIPTS OR SHRINKAGE. THIS PROGRAM READS THE SITE'S
      * MOVEMENT TRAIL FOR ONE DATE, PRICES EACH MOVEMENT AT THE
      * ITEM'S MR-UNIT-COST, AND SUMMARIZES BY ITEM CATEGORY AND
      * MOVEMENT TYPE - ONE JOURNAL DETAIL PER PAIR, CARRYING THE
      * DEBIT AND CREDIT ACCOUNTS FROM THE CATEGORY-AND-MOVEMENT-
      * TYPE ROWS OF THE GL CROSS-REFERENCE:
      *
      *   - 'R' RECEIPTS AGAINST INVENTORY / AP ACCRUAL
      *   - 'S' SALES AND 'B' BACKORDER RELEASES (JOURNALED AS
      *     'S') AGAINST COST OF GOODS SOLD, 'T' RETURNS BACK
      *   - 'A' ADJUSTMENTS, CYCLCNT'S COUNT WRITE-OFFS INCLUDED,
      *     AND CYCLCNT'S 'C' COUNT GAINS (JOURNALED AS 'A')
      *     AGAINST SHRINKAGE
      *   - 'O' AND 'I' TRANSFERS AGAINST IN-TRANSIT
      *   - 'K' KIT ASSEMBLIES AND 'U' DISASSEMBLIES AGAINST THE
      *     ASSEMBLY CLEARING ACCOUNT - THE COMPONENTS GOING OUT
      *     AND THE KIT COMING IN (OR THE REVERSE) EACH POST TO
      *     THEIR OWN CATEGORY'S 'K' OR 'U' ROW
      *   - 'W' RETURNS TO VENDOR AGAINST THE VENDOR RETURNS
      *     ACCOUNT PURCHASING CLEARS WHEN THE CREDIT COMES IN
      *
      * EACH MOVEMENT IS VALUED FROM ITS QOH BEFORE AND AFTER, SO
      * AN ADJUSTMENT UP AND ONE DOWN NET AGAINST EACH OTHER; A
      * PAIR THAT NETS TO STOCK GOING OUT SWAPS ITS DEBIT AND
      * CREDIT. BACKORDER MAINTENANCE ('M'), RENUMBER MERGES ('G')
      * AND STATUS CHANGES ('X') MOVE NO VALUE AND ARE NOT
      * JOURNALED, NOR IS A RETURN RECEIVED FOR SCRAP, WHICH
      * NEVER REACHES QOH, NOR STOCK PUT ON HOLD ('H') OR
      * RELEASED FROM IT ('L'), WHICH NEVER LEAVES QOH.
      *
      * A 'V' BACKOUT REVERSAL NETS OUT WHAT IT REVERSES: THE
      * ITEM'S LATEST MOVEMENTS ON THE JOURNAL DATE ARE DROPPED,
      * NEWEST FIRST, BACK TO THE ONE THAT STARTED FROM THE QOH
      * THE BACKOUT RESTORED, SO THE ABENDED RUN AND ITS RERUN
      * ARE NOT BOTH POSTED. WHERE THE REVERSED MOVEMENTS WERE ON
      * AN EARLIER NIGHT'S JOURNAL, THE REMAINDER POSTS AS ITS
      * OWN 'V' DETAIL AGAINST THE CROSS-REFERENCE'S 'V' ROW.
      *
      * A MOVEMENT FOR AN ITEM NO LONGER ON THE MASTER, OR A
      * CATEGORY AND TYPE WITH NO CROSS-REFERENCE ROW, GOES TO THE
      * EXCEPTION LISTING WITH ITS AMOUNT, AS IN GLEXTRCT. THE
      * JOURNAL ENDS WITH A 'T' CONTROL RECORD AND IS LOGGED TO
      * THE RETAINED EXTRACT LOG (SOURCE GLJRNL, THE SITE, AND THE
      * JOURNAL DATE AS ITS RUN DATE) SO GLRECON PROVES IT WAS
      * POSTED LIKE EVERY OTHER EXTRACT.
      *
      * THE COMMAND LINE CARRIES THE JOURNAL DATE (YYMMDD) IN
      * COLUMNS 1-6 - TODAY WHEN NOT GIVEN - AND AN OPTIONAL
      * WAREHOUSE CODE IN COLUMNS 7-10 THAT PICKS THAT SITE'S
      * MASTER, MOVEMENT TRAIL AND JOURNAL FILE, AS INVENT DOES.
      * THE POSTING PERIOD IS THE JOURNAL DATE'S YYMM.
      *
      * EACH MOVEMENT'S QOH-BEFORE AND SIGNED QOH CHANGE NOW CARRY
      * THE 7-DIGIT MOVEMENT QUANTITIES, AND THE EXCEPTION LINE
      * PRINTS A 7-DIGIT QUANTITY. THE JOURNAL RECORD ITSELF IS
      * UNCHANGED - GJ-QUANTITY WAS ALREADY 7 DIGITS.
      *
      * THE CATEGORY AND MOVEMENT TYPE SUMMARY NOW ACCUMULATES
      * NINE-DIGIT QUANTITIES AND ELEVEN-DIGIT AMOUNTS, AND EVERY
      * DETAIL AND THE CONTROL TOTAL ARE PROVED TO FIT THE
      * JOURNAL'S SEVEN-DIGIT QUANTITY AND NINE-DIGIT AMOUNT
      * BEFORE THE JOURNAL IS OPENED. A VALUE THAT DOES NOT FIT IS
      * DISPLAYED WITH ITS CATEGORY, TYPE AND ACCOUNT, THE RUN
      * ENDS RETURN CODE 12, AND NO JOURNAL OR EXTRACT LOG ENTRY
      * IS CUT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVEMENT-FILE ASSIGN TO WS-MOVEMENT-DSNAME
                              FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT MASTER-FILE ASSIGN TO WS-MASTER-DSNAME
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS RANDOM
                              RECORD KEY IS MR-ITEM-NUM
                              FILE STATUS IS WS-MASTER-STATUS.
           SELECT GL-XREF-FILE ASSIGN TO UT-S-YFILE
                              FILE STATUS IS WS-XREF-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-DSNAME
                              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL GL-LOG-FILE ASSIGN TO UT-S-GLLOG
                              FILE STATUS IS WS-GLLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO UT-S-PFILE
                              FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO UT-S-LFILE
                              FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MOVEREC.
      *
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY MASTREC.
      *
       FD  GL-XREF-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY GLXREF.
      *
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY GLJRNREC.
      *
       FD  GL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
      *
           COPY GLLOGREC.
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
           05  WS-SUM-FOUND-SWITCH  PIC X(3) VALUE 'NO'.
           88  SUMMARY-FOUND        VALUE 'YES'.
           05  WS-XREF-FOUND-SW     PIC X(3) VALUE 'NO'.
           88  ACCOUNT-FOUND        VALUE 'YES'.
           05  WS-NETTED-SWITCH     PIC X(3) VALUE 'NO'.
           88  REVERSAL-NETTED      VALUE 'YES'.
           05  WS-FULL-SWITCH       PIC X(3) VALUE 'NO'.
           88  MOVE-TABLE-FULL      VALUE 'YES'.
           05  WS-GL-LIMIT-SWITCH   PIC X(3) VALUE 'NO'.
           88  GL-LIMIT-EXCEEDED    VALUE 'YES'.
      *
       01  WS-FILE-STATUSES.
           05  WS-MOVEMENT-STATUS   PIC X(2).
           05  WS-MASTER-STATUS     PIC X(2).
           05  WS-XREF-STATUS       PIC X(2).
           05  WS-JOURNAL-STATUS    PIC X(2).
           05  WS-GLLOG-STATUS      PIC X(2).
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
       01  WS-PARM                  PIC X(10).
       01  WS-PARM-FIELDS REDEFINES WS-PARM.
           05  WS-PARM-DATE         PIC X(6).
           05  WS-PARM-WHSE         PIC X(4).
      *
       01  WS-WAREHOUSE-CODE        PIC X(4).
       01  WS-JOURNAL-DATE          PIC 9(6) VALUE ZERO.
       01  WS-POSTING-PERIOD        PIC 9(4) VALUE ZERO.
      *
       01  WS-DYNAMIC-FILE-NAMES.
           05  WS-MASTER-DSNAME     PIC X(10).
           05  WS-MOVEMENT-DSNAME   PIC X(10).
           05  WS-JOURNAL-DSNAME    PIC X(11).
      *
      * THE CATEGORY-AND-MOVEMENT-TYPE ROWS OF THE CROSS-REFERENCE.
      *
       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT        PIC 9(3) COMP VALUE ZERO.
           05  WS-XREF-ENTRY OCCURS 999 TIMES.
               10  XT-ITEM-CATEGORY PIC X(4).
               10  XT-MOVE-TYPE     PIC X(1).
               10  XT-GL-ACCOUNT    PIC X(8).
               10  XT-OFFSET-ACCOUNT PIC X(8).
      *
      * THE JOURNAL DATE'S MOVEMENTS, IN TRAIL ORDER, EACH WITH
      * ITS SIGNED QOH CHANGE. JM-CANCELLED IS SET WHEN A LATER
      * 'V' REVERSAL NETS THE MOVEMENT OUT.
      *
       01  WS-MOVE-TABLE.
           05  WS-MOVE-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-MOVE-ENTRY OCCURS 9999 TIMES.
               10  JM-ITEM-NUM      PIC X(6).
               10  JM-MOVE-TYPE     PIC X(1).
               10  JM-QOH-BEFORE    PIC 9(7).
               10  JM-DELTA         PIC S9(8).
               10  JM-CANCELLED     PIC X(1).
      *
      * NET QUANTITY AND VALUE BY CATEGORY AND MOVEMENT TYPE.
      *
       01  WS-SUM-TABLE.
           05  WS-SUM-COUNT         PIC 9(3) COMP VALUE ZERO.
           05  WS-SUM-ENTRY OCCURS 999 TIMES.
               10  SM-ITEM-CATEGORY PIC X(4).
               10  SM-MOVE-TYPE     PIC X(1).
               10  SM-QUANTITY      PIC S9(9).
               10  SM-AMOUNT        PIC S9(11)V99.
      *
       01  WS-SUBSCRIPTS.
           05  WS-XI                PIC 9(3) COMP VALUE ZERO.
           05  WS-MVI               PIC 9(4) COMP VALUE ZERO.
           05  WS-SMI               PIC 9(3) COMP VALUE ZERO.
           05  WS-FOUND-SMI         PIC 9(3) COMP VALUE ZERO.
      *
       01  WS-JOURNAL-WORK.
           05  WS-THIS-TYPE         PIC X(1) VALUE SPACES.
           05  WS-MOVE-DELTA        PIC S9(8) VALUE ZERO.
           05  WS-UNCOVERED         PIC S9(8) VALUE ZERO.
           05  WS-UNIT-COST         PIC 9(5)V99 VALUE ZERO.
           05  WS-LINE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-THIS-ACCOUNT      PIC X(8) VALUE SPACES.
           05  WS-THIS-OFFSET       PIC X(8) VALUE SPACES.
           05  WS-POST-QTY          PIC 9(9) VALUE ZERO.
           05  WS-POST-AMOUNT       PIC 9(11)V99 VALUE ZERO.
           05  WS-REASON            PIC X(20) VALUE SPACES.
      *
       01  WS-TOTALS.
           05  WS-TAKEN-COUNT       PIC 9(7) COMP VALUE ZERO.
           05  WS-NETTED-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  WS-DETAIL-COUNT      PIC 9(5) COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC 9(5) COMP VALUE ZERO.
           05  WS-GRAND-TOTAL       PIC 9(11)V99 VALUE ZERO.
      *
      * THE JOURNAL'S QUANTITY IS 9(7) AND ITS AMOUNT, LIKE THE
      * EXTRACT LOG'S, 9(9)V99 - EVERY DETAIL AND THE CONTROL
      * TOTAL ARE PROVED AGAINST THOSE BEFORE THE JOURNAL IS CUT.
      *
       01  WS-GL-LIMIT-FIELDS.
           05  WS-GL-LIMIT-QTY      PIC 9(7) VALUE ZERO.
           05  WS-GL-LIMIT-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           05  WS-MAPPED-TOTAL      PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
               10  FILLER           PIC X(22) VALUE SPACES.
               10  FILLER           PIC X(36)
                       VALUE 'GL MOVEMENT JOURNAL - EXCEPTIONS'.
               10  FILLER           PIC X(22) VALUE SPACES.
           05  WS-HEADING-2.
               10  FILLER           PIC X(13) VALUE 'JOURNAL DATE '.
               10  H2-JOURNAL-DATE  PIC 9(6).
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  FILLER           PIC X(10) VALUE 'WAREHOUSE '.
               10  H2-WAREHOUSE     PIC X(4).
               10  FILLER           PIC X(4)  VALUE SPACES.
               10  FILLER           PIC X(7)  VALUE 'PERIOD '.
               10  H2-PERIOD        PIC 9(4).
               10  FILLER           PIC X(28) VALUE SPACES.
           05  WS-HEADING-3.
               10  FILLER           PIC X(8)  VALUE 'ITEM'.
               10  FILLER           PIC X(6)  VALUE 'CAT'.
               10  FILLER           PIC X(3)  VALUE 'TY'.
               10  FILLER           PIC X(12) VALUE '    QUANTITY'.
               10  FILLER           PIC X(20)
                       VALUE '              AMOUNT'.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  FILLER           PIC X(29) VALUE 'REASON'.
           05  WS-EXC-LINE.
               10  XL-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  XL-CATEGORY      PIC X(4).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  XL-MOVE-TYPE     PIC X(1).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  XL-QUANTITY      PIC -ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  XL-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  XL-REASON        PIC X(20).
               10  FILLER           PIC X(9)  VALUE SPACES.
           05  WS-EXC-NONE-LINE.
               10  FILLER           PIC X(40) VALUE
                       'EVERY MOVEMENT MAPPED - NOTHING KICKED'.
               10  FILLER           PIC X(40) VALUE SPACES.
           05  WS-TOTAL-LINE-1.
               10  FILLER           PIC X(20)
                       VALUE 'MOVEMENTS JOURNALED '.
               10  TL-TAKEN         PIC ZZZ,ZZ9.
               10  FILLER           PIC X(21)
                       VALUE '  NETTED BY REVERSAL '.
               10  TL-NETTED        PIC ZZZ,ZZ9.
               10  FILLER           PIC X(25) VALUE SPACES.
           05  WS-TOTAL-LINE-2.
               10  FILLER           PIC X(20)
                       VALUE 'JOURNAL DETAILS     '.
               10  TL-DETAILS       PIC ZZZ,ZZ9.
               10  FILLER           PIC X(10) VALUE '  AMOUNT '.
               10  TL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(26) VALUE SPACES.
           05  WS-FULL-LINE.
               10  FILLER           PIC X(60) VALUE
                   'OVER 9999 MOVEMENTS ON THE DATE - NO JOURNAL CUT'.
               10  FILLER           PIC X(20) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE SPACES TO WS-PARM
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM-DATE NUMERIC AND WS-PARM-DATE NOT = '000000'
               MOVE WS-PARM-DATE TO WS-JOURNAL-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-JOURNAL-DATE
           END-IF
           MOVE WS-JOURNAL-DATE(1:4) TO WS-POSTING-PERIOD
           MOVE WS-PARM-WHSE TO WS-WAREHOUSE-CODE
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE 'UT-S-DFILE'  TO WS-MASTER-DSNAME
               MOVE 'UT-S-EFILE'  TO WS-MOVEMENT-DSNAME
               MOVE 'UT-S-GJRNL'  TO WS-JOURNAL-DSNAME
           ELSE
               STRING 'UT-S-D' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MASTER-DSNAME
               STRING 'UT-S-E' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-MOVEMENT-DSNAME
               STRING 'UT-S-GJ' WS-WAREHOUSE-CODE DELIMITED BY SIZE
                   INTO WS-JOURNAL-DSNAME
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'GLJRNL - REPORT FILE NOT AVAILABLE - STATUS '
                       WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 100-MAINLINE-EXIT
           END-IF
           MOVE WS-JOURNAL-DATE   TO H2-JOURNAL-DATE
           MOVE WS-WAREHOUSE-CODE TO H2-WAREHOUSE
           MOVE WS-POSTING-PERIOD TO H2-PERIOD
           WRITE REPORT-RECORD FROM WS-HEADING-1
           WRITE REPORT-RECORD FROM WS-HEADING-2
           WRITE REPORT-RECORD FROM WS-HEADING-3
           PERFORM 0500-LOAD-XREF THRU 0500-LOAD-XREF-EXIT
           PERFORM 0600-LOAD-MOVEMENTS THRU 0600-LOAD-MOVEMENTS-EXIT
           IF MOVE-TABLE-FULL
               DISPLAY 'GLJRNL - OVER 9999 MOVEMENTS ON '
                       WS-JOURNAL-DATE ' - NO JOURNAL CUT'
               WRITE REPORT-RECORD FROM WS-FULL-LINE
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'GLJRNL - MASTER FILE NOT AVAILABLE - STATUS '
                       WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 1000-PRICE-ONE-MOVEMENT
              THRU 1000-PRICE-ONE-MOVEMENT-EXIT
               VARYING WS-MVI FROM 1 BY 1
               UNTIL WS-MVI > WS-MOVE-COUNT
           CLOSE MASTER-FILE
           PERFORM 1950-CHECK-GL-LIMITS THRU 1950-CHECK-GL-LIMITS-EXIT
           IF GL-LIMIT-EXCEEDED
               DISPLAY 'GLJRNL - JOURNAL NOT CUT - TOTALS EXCEED GL '
                       'JOURNAL FIELDS'
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'GLJRNL - JOURNAL FILE NOT AVAILABLE - STATUS '
                       WS-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE REPORT-FILE
               GO TO 100-MAINLINE-EXIT
           END-IF
           PERFORM 2000-WRITE-JOURNAL THRU 2000-WRITE-JOURNAL-EXIT
           CLOSE JOURNAL-FILE
           IF WS-EXCEPTION-COUNT = ZERO
               WRITE REPORT-RECORD FROM WS-EXC-NONE-LINE
           END-IF
           MOVE WS-TAKEN-COUNT  TO TL-TAKEN
           MOVE WS-NETTED-COUNT TO TL-NETTED
           MOVE WS-DETAIL-COUNT TO TL-DETAILS
           MOVE WS-GRAND-TOTAL  TO TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2
           CLOSE REPORT-FILE
           PERFORM 2300-LOG-EXTRACT-CUT
              THRU 2300-LOG-EXTRACT-CUT-EXIT
           ACCEPT WS-RUN-END-TIME FROM TIME
           PERFORM 9200-WRITE-RUN-LOG THRU 9200-WRITE-RUN-LOG-EXIT
           DISPLAY 'GLJRNL - DETAILS: ' WS-DETAIL-COUNT
                   ' EXCEPTIONS: ' WS-EXCEPTION-COUNT.
       100-MAINLINE-EXIT.
           STOP RUN.
      *
      *----------------------------------------------------------*
      * LOAD THE CROSS-REFERENCE'S MOVEMENT JOURNAL ROWS - THE     *
      * ONES WITH A MOVEMENT TYPE. A MISSING FILE JUST MEANS EVERY *
      * PAIR LANDS ON THE EXCEPTION LISTING.                       *
      *----------------------------------------------------------*
       0500-LOAD-XREF.
           OPEN INPUT GL-XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'GLJRNL - GL XREF NOT AVAILABLE - STATUS '
                       WS-XREF-STATUS
               GO TO 0500-LOAD-XREF-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ GL-XREF-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    IF GX-MOVE-TYPE NOT = SPACE
                        ADD 1 TO WS-XREF-COUNT
                        MOVE GX-ITEM-CATEGORY
                          TO XT-ITEM-CATEGORY(WS-XREF-COUNT)
                        MOVE GX-MOVE-TYPE
                          TO XT-MOVE-TYPE(WS-XREF-COUNT)
                        MOVE GX-GL-ACCOUNT
                          TO XT-GL-ACCOUNT(WS-XREF-COUNT)
                        MOVE GX-OFFSET-ACCOUNT
                          TO XT-OFFSET-ACCOUNT(WS-XREF-COUNT)
                    END-IF
               END-READ
           END-PERFORM
           CLOSE GL-XREF-FILE.
       0500-LOAD-XREF-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * READ THE SITE'S MOVEMENT TRAIL AND TAKE EVERY MOVEMENT ON  *
      * THE JOURNAL DATE. NO TRAIL MEANS NOTHING MOVED - THE       *
      * JOURNAL IS STILL CUT WITH ITS CONTROL RECORD.              *
      *----------------------------------------------------------*
       0600-LOAD-MOVEMENTS.
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS NOT = '00'
                   AND WS-MOVEMENT-STATUS NOT = '05'
               GO TO 0600-LOAD-MOVEMENTS-EXIT
           END-IF
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ MOVEMENT-FILE
                   AT END MOVE 'YES' TO WS-EOF-SWITCH
                   NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF MV-RUN-DATE = WS-JOURNAL-DATE
                        PERFORM 0650-TAKE-MOVEMENT
                           THRU 0650-TAKE-MOVEMENT-EXIT
                    END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-FILE.
       0600-LOAD-MOVEMENTS-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * TABLE ONE MOVEMENT WITH ITS SIGNED QOH CHANGE. A BACKORDER *
      * RELEASE IS A SALE AND A COUNT GAIN AN ADJUSTMENT; CODES    *
      * THAT MOVE NO VALUE ARE PASSED BY.                          *
      *----------------------------------------------------------*
       0650-TAKE-MOVEMENT.
           IF MV-TRANS-CODE = 'V'
               PERFORM 0700-NET-REVERSAL THRU 0700-NET-REVERSAL-EXIT
               GO TO 0650-TAKE-MOVEMENT-EXIT
           END-IF
           EVALUATE MV-TRANS-CODE
               WHEN 'R'
               WHEN 'S'
               WHEN 'T'
               WHEN 'A'
               WHEN 'O'
               WHEN 'I'
               WHEN 'K'
               WHEN 'U'
               WHEN 'W'
                   MOVE MV-TRANS-CODE TO WS-THIS-TYPE
               WHEN 'B'
                   MOVE 'S' TO WS-THIS-TYPE
               WHEN 'C'
                   MOVE 'A' TO WS-THIS-TYPE
               WHEN OTHER
                   GO TO 0650-TAKE-MOVEMENT-EXIT
           END-EVALUATE
           COMPUTE WS-MOVE-DELTA = MV-QOH-AFTER - MV-QOH-BEFORE
           IF WS-MOVE-DELTA = ZERO
               GO TO 0650-TAKE-MOVEMENT-EXIT
           END-IF
           PERFORM 0680-ADD-MOVE-ENTRY THRU 0680-ADD-MOVE-ENTRY-EXIT.
       0650-TAKE-MOVEMENT-EXIT. EXIT.
      *
       0680-ADD-MOVE-ENTRY.
           IF WS-MOVE-COUNT = 9999
               MOVE 'YES' TO WS-FULL-SWITCH
               GO TO 0680-ADD-MOVE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-MOVE-COUNT
           MOVE MV-ITEM-NUM   TO JM-ITEM-NUM(WS-MOVE-COUNT)
           MOVE WS-THIS-TYPE  TO JM-MOVE-TYPE(WS-MOVE-COUNT)
           MOVE MV-QOH-BEFORE TO JM-QOH-BEFORE(WS-MOVE-COUNT)
           MOVE WS-MOVE-DELTA TO JM-DELTA(WS-MOVE-COUNT)
           MOVE 'N'           TO JM-CANCELLED(WS-MOVE-COUNT)
           ADD 1 TO WS-TAKEN-COUNT.
       0680-ADD-MOVE-ENTRY-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A 'V' RECORD RESTORED THE ITEM'S QOH FROM MV-QOH-BEFORE TO *
      * MV-QOH-AFTER. DROP THE ITEM'S MOVEMENTS TABLED SO FAR,     *
      * NEWEST FIRST, UNTIL THE ONE THAT STARTED FROM THE RESTORED *
      * QOH; WHATEVER OF THE RESTORE THEY DO NOT COVER WAS POSTED  *
      * ON AN EARLIER JOURNAL AND IS TABLED AS A 'V' MOVEMENT.     *
      *----------------------------------------------------------*
       0700-NET-REVERSAL.
           COMPUTE WS-UNCOVERED = MV-QOH-AFTER - MV-QOH-BEFORE
           MOVE 'NO' TO WS-NETTED-SWITCH
           PERFORM 0750-CANCEL-ONE-MOVEMENT
              THRU 0750-CANCEL-ONE-MOVEMENT-EXIT
               VARYING WS-MVI FROM WS-MOVE-COUNT BY -1
               UNTIL WS-MVI < 1
                  OR REVERSAL-NETTED
           IF WS-UNCOVERED = ZERO
               GO TO 0700-NET-REVERSAL-EXIT
           END-IF
           MOVE 'V'          TO WS-THIS-TYPE
           MOVE WS-UNCOVERED TO WS-MOVE-DELTA
           PERFORM 0680-ADD-MOVE-ENTRY THRU 0680-ADD-MOVE-ENTRY-EXIT.
       0700-NET-REVERSAL-EXIT. EXIT.
      *
       0750-CANCEL-ONE-MOVEMENT.
           IF JM-ITEM-NUM(WS-MVI) NOT = MV-ITEM-NUM
                   OR JM-CANCELLED(WS-MVI) = 'Y'
               GO TO 0750-CANCEL-ONE-MOVEMENT-EXIT
           END-IF
           MOVE 'Y' TO JM-CANCELLED(WS-MVI)
           ADD JM-DELTA(WS-MVI) TO WS-UNCOVERED
           ADD 1 TO WS-NETTED-COUNT
           IF JM-QOH-BEFORE(WS-MVI) = MV-QOH-AFTER
               MOVE 'YES' TO WS-NETTED-SWITCH
           END-IF.
       0750-CANCEL-ONE-MOVEMENT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PRICE ONE TABLED MOVEMENT AT THE ITEM'S UNIT COST AND ADD  *
      * IT INTO ITS CATEGORY AND MOVEMENT TYPE.                    *
      *----------------------------------------------------------*
       1000-PRICE-ONE-MOVEMENT.
           IF JM-CANCELLED(WS-MVI) = 'Y'
               GO TO 1000-PRICE-ONE-MOVEMENT-EXIT
           END-IF
           MOVE JM-ITEM-NUM(WS-MVI) TO MR-ITEM-NUM
           READ MASTER-FILE KEY IS MR-ITEM-NUM
               INVALID KEY
                   MOVE SPACES TO MR-ITEM-CATEGORY
                   MOVE ZERO   TO WS-LINE-AMOUNT
                   MOVE 'ITEM NOT ON MASTER' TO WS-REASON
                   PERFORM 1900-PRINT-MOVE-EXCEPTION
                      THRU 1900-PRINT-MOVE-EXCEPTION-EXIT
                   GO TO 1000-PRICE-ONE-MOVEMENT-EXIT
           END-READ
           IF MR-UNIT-COST NUMERIC
               MOVE MR-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE ZERO TO WS-UNIT-COST
           END-IF
           COMPUTE WS-LINE-AMOUNT = JM-DELTA(WS-MVI) * WS-UNIT-COST
               ON SIZE ERROR
                   DISPLAY 'GLJRNL - ITEM ' JM-ITEM-NUM(WS-MVI)
                           ' MOVEMENT VALUE TOO LARGE'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
                   GO TO 1000-PRICE-ONE-MOVEMENT-EXIT
           END-COMPUTE
           PERFORM 1100-FIND-SUMMARY THRU 1100-FIND-SUMMARY-EXIT
           IF WS-FOUND-SMI = ZERO
               MOVE 'SUMMARY TABLE FULL' TO WS-REASON
               PERFORM 1900-PRINT-MOVE-EXCEPTION
                  THRU 1900-PRINT-MOVE-EXCEPTION-EXIT
               GO TO 1000-PRICE-ONE-MOVEMENT-EXIT
           END-IF
           ADD JM-DELTA(WS-MVI) TO SM-QUANTITY(WS-FOUND-SMI)
               ON SIZE ERROR
                   DISPLAY 'GLJRNL - CATEGORY ' MR-ITEM-CATEGORY
                           ' TYPE ' JM-MOVE-TYPE(WS-MVI)
                           ' QUANTITY TOTAL TOO LARGE'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-ADD
           ADD WS-LINE-AMOUNT   TO SM-AMOUNT(WS-FOUND-SMI)
               ON SIZE ERROR
                   DISPLAY 'GLJRNL - CATEGORY ' MR-ITEM-CATEGORY
                           ' TYPE ' JM-MOVE-TYPE(WS-MVI)
                           ' AMOUNT TOTAL TOO LARGE'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-ADD.
       1000-PRICE-ONE-MOVEMENT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * FIND THE ITEM'S CATEGORY AND THE MOVEMENT TYPE IN THE      *
      * SUMMARY TABLE, ADDING AN ENTRY THE FIRST TIME THE PAIR IS  *
      * SEEN. LEAVES ITS SUBSCRIPT IN WS-FOUND-SMI - ZERO WHEN THE *
      * TABLE IS FULL.                                             *
      *----------------------------------------------------------*
       1100-FIND-SUMMARY.
           MOVE 'NO' TO WS-SUM-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-SMI
           PERFORM VARYING WS-SMI FROM 1 BY 1
                   UNTIL WS-SMI > WS-SUM-COUNT
                      OR SUMMARY-FOUND
               IF SM-ITEM-CATEGORY(WS-SMI) = MR-ITEM-CATEGORY
                       AND SM-MOVE-TYPE(WS-SMI) = JM-MOVE-TYPE(WS-MVI)
                   MOVE 'YES' TO WS-SUM-FOUND-SWITCH
                   MOVE WS-SMI TO WS-FOUND-SMI
               END-IF
           END-PERFORM
           IF SUMMARY-FOUND OR WS-SUM-COUNT = 999
               GO TO 1100-FIND-SUMMARY-EXIT
           END-IF
           ADD 1 TO WS-SUM-COUNT
           MOVE WS-SUM-COUNT        TO WS-FOUND-SMI
           MOVE MR-ITEM-CATEGORY    TO SM-ITEM-CATEGORY(WS-FOUND-SMI)
           MOVE JM-MOVE-TYPE(WS-MVI) TO SM-MOVE-TYPE(WS-FOUND-SMI)
           MOVE ZERO                TO SM-QUANTITY(WS-FOUND-SMI)
           MOVE ZERO                TO SM-AMOUNT(WS-FOUND-SMI).
       1100-FIND-SUMMARY-EXIT. EXIT.
      *
       1900-PRINT-MOVE-EXCEPTION.
           MOVE JM-ITEM-NUM(WS-MVI)  TO XL-ITEM-NUM
           MOVE MR-ITEM-CATEGORY     TO XL-CATEGORY
           MOVE JM-MOVE-TYPE(WS-MVI) TO XL-MOVE-TYPE
           MOVE JM-DELTA(WS-MVI)     TO XL-QUANTITY
           MOVE WS-LINE-AMOUNT       TO XL-AMOUNT
           MOVE WS-REASON            TO XL-REASON
           WRITE REPORT-RECORD FROM WS-EXC-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.
       1900-PRINT-MOVE-EXCEPTION-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * PROVE EVERY DETAIL THAT WILL BE WRITTEN, AND THE CONTROL   *
      * TOTAL OF THEM, FITS THE 9(7) JOURNAL QUANTITY AND 9(9)V99  *
      * AMOUNT BEFORE ANYTHING IS WRITTEN, SO AN OVERSIZE TOTAL    *
      * STOPS THE RUN INSTEAD OF POSTING A TRUNCATED AMOUNT OR     *
      * HALF A JOURNAL. PAIRS THAT NET TO NOTHING OR HAVE NO       *
      * CROSS-REFERENCE ROW ARE NOT JOURNALED AND ARE SKIPPED.     *
      *----------------------------------------------------------*
       1950-CHECK-GL-LIMITS.
           MOVE ZERO TO WS-MAPPED-TOTAL
           PERFORM 1960-CHECK-DETAIL-LIMIT
              THRU 1960-CHECK-DETAIL-LIMIT-EXIT
               VARYING WS-SMI FROM 1 BY 1
               UNTIL WS-SMI > WS-SUM-COUNT
           COMPUTE WS-GL-LIMIT-AMOUNT = WS-MAPPED-TOTAL
               ON SIZE ERROR
                   DISPLAY 'GLJRNL - CONTROL TOTAL TOO LARGE FOR GL '
                           'JOURNAL'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-COMPUTE.
       1950-CHECK-GL-LIMITS-EXIT. EXIT.
      *
       1960-CHECK-DETAIL-LIMIT.
           IF SM-QUANTITY(WS-SMI) = ZERO AND SM-AMOUNT(WS-SMI) = ZERO
               GO TO 1960-CHECK-DETAIL-LIMIT-EXIT
           END-IF
           PERFORM 2150-FIND-ACCOUNT THRU 2150-FIND-ACCOUNT-EXIT
           IF NOT ACCOUNT-FOUND
               GO TO 1960-CHECK-DETAIL-LIMIT-EXIT
           END-IF
           IF SM-AMOUNT(WS-SMI) < ZERO
               COMPUTE WS-POST-AMOUNT = ZERO - SM-AMOUNT(WS-SMI)
           ELSE
               MOVE SM-AMOUNT(WS-SMI) TO WS-POST-AMOUNT
           END-IF
           IF SM-QUANTITY(WS-SMI) < ZERO
               COMPUTE WS-POST-QTY = ZERO - SM-QUANTITY(WS-SMI)
           ELSE
               MOVE SM-QUANTITY(WS-SMI) TO WS-POST-QTY
           END-IF
           ADD WS-POST-AMOUNT TO WS-MAPPED-TOTAL
               ON SIZE ERROR
                   DISPLAY 'GLJRNL - CONTROL TOTAL TOO LARGE FOR GL '
                           'JOURNAL'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-ADD
           COMPUTE WS-GL-LIMIT-QTY = WS-POST-QTY
               ON SIZE ERROR
                   DISPLAY 'GLJRNL - CATEGORY '
                           SM-ITEM-CATEGORY(WS-SMI)
                           ' TYPE ' SM-MOVE-TYPE(WS-SMI)
                           ' ACCOUNT ' WS-THIS-ACCOUNT
                           ' QUANTITY TOO LARGE FOR GL JOURNAL'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-COMPUTE
           COMPUTE WS-GL-LIMIT-AMOUNT = WS-POST-AMOUNT
               ON SIZE ERROR
                   DISPLAY 'GLJRNL - CATEGORY '
                           SM-ITEM-CATEGORY(WS-SMI)
                           ' TYPE ' SM-MOVE-TYPE(WS-SMI)
                           ' ACCOUNT ' WS-THIS-ACCOUNT
                           ' AMOUNT TOO LARGE FOR GL JOURNAL'
                   MOVE 'YES' TO WS-GL-LIMIT-SWITCH
           END-COMPUTE.
       1960-CHECK-DETAIL-LIMIT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * WRITE ONE JOURNAL DETAIL PER CATEGORY AND MOVEMENT TYPE    *
      * FOLLOWED BY THE CONTROL TOTAL RECORD.                      *
      *----------------------------------------------------------*
       2000-WRITE-JOURNAL.
           PERFORM 2100-WRITE-DETAIL THRU 2100-WRITE-DETAIL-EXIT
               VARYING WS-SMI FROM 1 BY 1
               UNTIL WS-SMI > WS-SUM-COUNT
           PERFORM 2200-WRITE-CONTROL-TOTAL
              THRU 2200-WRITE-CONTROL-TOTAL-EXIT.
       2000-WRITE-JOURNAL-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * A PAIR THAT NETTED TO NOTHING IS NOT WRITTEN. STOCK COMING *
      * IN DEBITS THE ROW'S ACCOUNT AND CREDITS ITS OFFSET; STOCK  *
      * GOING OUT THE OTHER WAY ROUND.                             *
      *----------------------------------------------------------*
       2100-WRITE-DETAIL.
           IF SM-QUANTITY(WS-SMI) = ZERO AND SM-AMOUNT(WS-SMI) = ZERO
               GO TO 2100-WRITE-DETAIL-EXIT
           END-IF
           PERFORM 2150-FIND-ACCOUNT THRU 2150-FIND-ACCOUNT-EXIT
           IF NOT ACCOUNT-FOUND
               MOVE SPACES                   TO XL-ITEM-NUM
               MOVE SM-ITEM-CATEGORY(WS-SMI) TO XL-CATEGORY
               MOVE SM-MOVE-TYPE(WS-SMI)     TO XL-MOVE-TYPE
               MOVE SM-QUANTITY(WS-SMI)      TO XL-QUANTITY
               MOVE SM-AMOUNT(WS-SMI)        TO XL-AMOUNT
               MOVE 'NO XREF ROW'            TO XL-REASON
               WRITE REPORT-RECORD FROM WS-EXC-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 2100-WRITE-DETAIL-EXIT
           END-IF
           IF SM-AMOUNT(WS-SMI) < ZERO
                   OR (SM-AMOUNT(WS-SMI) = ZERO
                       AND SM-QUANTITY(WS-SMI) < ZERO)
               MOVE WS-THIS-OFFSET  TO GJ-DEBIT-ACCOUNT
               MOVE WS-THIS-ACCOUNT TO GJ-CREDIT-ACCOUNT
               COMPUTE WS-POST-AMOUNT = ZERO - SM-AMOUNT(WS-SMI)
               COMPUTE WS-POST-QTY    = ZERO - SM-QUANTITY(WS-SMI)
           ELSE
               MOVE WS-THIS-ACCOUNT TO GJ-DEBIT-ACCOUNT
               MOVE WS-THIS-OFFSET  TO GJ-CREDIT-ACCOUNT
               MOVE SM-AMOUNT(WS-SMI)   TO WS-POST-AMOUNT
               MOVE SM-QUANTITY(WS-SMI) TO WS-POST-QTY
           END-IF
           MOVE 'D'                      TO GJ-RECORD-TYPE
           MOVE SM-ITEM-CATEGORY(WS-SMI) TO GJ-ITEM-CATEGORY
           MOVE SM-MOVE-TYPE(WS-SMI)     TO GJ-MOVE-TYPE
           MOVE WS-POST-QTY              TO GJ-QUANTITY
           MOVE WS-POST-AMOUNT           TO GJ-AMOUNT
           MOVE ZERO                     TO GJ-RECORD-COUNT
           MOVE WS-POSTING-PERIOD        TO GJ-POSTING-PERIOD
           MOVE WS-JOURNAL-DATE          TO GJ-JOURNAL-DATE
           MOVE WS-WAREHOUSE-CODE        TO GJ-WAREHOUSE-CODE
           WRITE GL-JOURNAL-RECORD
           ADD WS-POST-AMOUNT TO WS-GRAND-TOTAL
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-WRITE-COUNT.
       2100-WRITE-DETAIL-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * LOOK THE CURRENT PAIR'S ACCOUNTS UP IN THE CROSS-REFERENCE *
      * TABLE.                                                     *
      *----------------------------------------------------------*
       2150-FIND-ACCOUNT.
           MOVE 'NO'   TO WS-XREF-FOUND-SW
           MOVE SPACES TO WS-THIS-ACCOUNT
           MOVE SPACES TO WS-THIS-OFFSET
           PERFORM VARYING WS-XI FROM 1 BY 1
                   UNTIL WS-XI > WS-XREF-COUNT
               IF XT-ITEM-CATEGORY(WS-XI) = SM-ITEM-CATEGORY(WS-SMI)
                       AND XT-MOVE-TYPE(WS-XI) = SM-MOVE-TYPE(WS-SMI)
                   MOVE 'YES' TO WS-XREF-FOUND-SW
                   MOVE XT-GL-ACCOUNT(WS-XI)     TO WS-THIS-ACCOUNT
                   MOVE XT-OFFSET-ACCOUNT(WS-XI) TO WS-THIS-OFFSET
               END-IF
           END-PERFORM.
       2150-FIND-ACCOUNT-EXIT. EXIT.
      *
       2200-WRITE-CONTROL-TOTAL.
           MOVE 'T'               TO GJ-RECORD-TYPE
           MOVE SPACES            TO GJ-ITEM-CATEGORY
           MOVE SPACES            TO GJ-MOVE-TYPE
           MOVE SPACES            TO GJ-DEBIT-ACCOUNT
           MOVE SPACES            TO GJ-CREDIT-ACCOUNT
           MOVE ZERO              TO GJ-QUANTITY
           MOVE WS-GRAND-TOTAL    TO GJ-AMOUNT
           MOVE WS-DETAIL-COUNT   TO GJ-RECORD-COUNT
           MOVE WS-POSTING-PERIOD TO GJ-POSTING-PERIOD
           MOVE WS-JOURNAL-DATE   TO GJ-JOURNAL-DATE
           MOVE WS-WAREHOUSE-CODE TO GJ-WAREHOUSE-CODE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-WRITE-COUNT.
       2200-WRITE-CONTROL-TOTAL-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND THIS JOURNAL TO THE RETAINED EXTRACT LOG GLRECON   *
      * PROVES AGAINST ACCOUNTING'S POSTING CONFIRMATIONS. THE    *
      * LOG MAY NOT EXIST YET, SO FALL BACK TO OPEN OUTPUT.       *
      *----------------------------------------------------------*
       2300-LOG-EXTRACT-CUT.
           OPEN EXTEND GL-LOG-FILE
           IF WS-GLLOG-STATUS = '35'
               OPEN OUTPUT GL-LOG-FILE
           END-IF
           IF WS-GLLOG-STATUS NOT = '00'
               DISPLAY 'GLJRNL - EXTRACT LOG NOT WRITABLE - STATUS '
                       WS-GLLOG-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 2300-LOG-EXTRACT-CUT-EXIT
           END-IF
           MOVE WS-POSTING-PERIOD TO GE-POSTING-PERIOD
           MOVE WS-JOURNAL-DATE   TO GE-RUN-DATE
           MOVE WS-DETAIL-COUNT   TO GE-RECORD-COUNT
           MOVE WS-GRAND-TOTAL    TO GE-AMOUNT
           MOVE 'GLJRNL'          TO GE-SOURCE
           MOVE WS-WAREHOUSE-CODE TO GE-WAREHOUSE-CODE
           WRITE GL-EXTRACT-LOG-RECORD
           CLOSE GL-LOG-FILE.
       2300-LOG-EXTRACT-CUT-EXIT. EXIT.
      *
      *----------------------------------------------------------*
      * APPEND A SUMMARY LINE FOR THIS RUN TO THE SHARED RUN LOG.   *
      * THE LOG MAY NOT EXIST YET THE FIRST TIME ANY PROGRAM RUNS,  *
      * SO FALL BACK TO OPEN OUTPUT WHEN OPEN EXTEND FAILS.         *
      *----------------------------------------------------------*
       9200-WRITE-RUN-LOG.
           MOVE 'GLJRNL'           TO RL-PROGRAM-NAME
           MOVE WS-RUN-START-TIME  TO RL-START-TIME
           MOVE WS-RUN-END-TIME    TO RL-END-TIME
           MOVE WS-READ-COUNT      TO RL-RECORDS-READ
           MOVE WS-WRITE-COUNT     TO RL-RECORDS-WRITTEN
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
