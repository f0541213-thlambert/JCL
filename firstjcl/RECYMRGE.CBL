      * RECORDS AND WRITES A FRESH TRAILER WITH THE RECOMPUTED
      * RECORD COUNT AND TR-QOH HASH. A FEED WITH NO BATCH HEADER
      * IS REFUSED WITH RETURN CODE 12.
      *
      * ALL THREE FILES ARE NOW 93-BYTE SALES-REC IMAGES AND THE
      * RECOMPUTED TR-QOH HASH CARRIES 10 DIGITS, FOLLOWING THE
      * WIDER QUANTITY AND AMOUNT FIELDS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CORRECTED-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  CORRECTED-REC           PIC X(93).
      *
       FD  RAW-FEED-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  RAW-FEED-REC            PIC X(93).
      *
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           RECORDING MODE IS F.
      *
           COPY SALESREC.
       01  WS-BATCH-FIELDS.
           05  WS-BATCH-DATE        PIC 9(6) VALUE ZERO.
           05  WS-DETAIL-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-QTY-HASH          PIC 9(10) VALUE ZERO.
           05  WS-TRAILER-SWITCH    PIC X(3) VALUE 'NO'.
           88  TRAILER-SEEN         VALUE 'YES'.
      *
