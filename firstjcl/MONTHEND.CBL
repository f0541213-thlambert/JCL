      * SUMMARY, AND AFTER A PURGE THE PRIOR-TOTAL FILE THE
      * BALANCE STEP PROVES AGAINST IS REWRITTEN WITH THE
      * POST-PURGE MASTER TOTAL.
      *
      * THE ARCHIVE RECORD'S MASTER IMAGE IS NOW 92 BYTES TO TRACK
      * THE WIDER MASTREC, AND THE YTD SOLD AND INV AMOUNT TOTALS
      * CARRY 10 AND 11 DIGITS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * DATE IT WAS PURGED. THE IMAGE LENGTH MUST TRACK MASTREC.
      *
       01  ARCHIVE-RECORD.
           05  AR-MASTER-IMAGE     PIC X(92).
           05  AR-PURGE-DATE       PIC 9(6).
      *
       FD  PRIOR-TOTAL-FILE
           05  WS-MASTER-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-ITEM-COUNT        PIC 9(5) COMP VALUE ZERO.
           05  WS-PURGED-COUNT      PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-YTD-SOLD    PIC 9(10) VALUE ZERO.
           05  WS-TOTAL-INV-AMOUNT  PIC 9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADING-1.
           05  WS-TOTAL-LINE-2.
               10  FILLER           PIC X(20)
                       VALUE 'TOTAL YTD SOLD ....'.
               10  TL-YTD-SOLD      PIC Z,ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(46) VALUE SPACES.
           05  WS-TOTAL-LINE-3.
               10  FILLER           PIC X(20)
                       VALUE 'TOTAL INV AMOUNT ..'.
               10  TL-INV-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(42) VALUE SPACES.
           05  WS-PURGED-LINE.
               10  FILLER           PIC X(20)
                       VALUE 'OBSOLETE PURGED ...'.
