       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCLREAD.

      * THE COMMAND LINE MAY NOW NAME A RECORD LAYOUT INSTEAD OF A
      * MATCH STRING - LAYOUT=MASTREC, LAYOUT=EXCPTREC AND SO ON -
      * OPTIONALLY FOLLOWED BY ONE FIELD=VALUE SELECTION SUCH AS
      * MV-ITEM-NUM=100234 OR EX-REASON-CODE=07. EACH SELECTED
      * RECORD IS THEN PRINTED FIELD BY FIELD FROM THE LAYOUT
      * DICTIONARY IN LAYDICT, WITH ITS LEVEL-88 MEANING WHERE THE
      * FIELD HAS ONE. BATCH HEADER AND TRAILER RECORDS ARE
      * RECOGNISED ON THEIR OWN AND PRINTED WITH THEIR OWN LAYOUT.
      * A PLAIN MATCH STRING WORKS EXACTLY AS BEFORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      * RECORDS ON THE SHARED FILES RUN FROM 6 TO 155 BYTES, SO THE
      * LENGTH ACTUALLY READ IS KEPT IN IN-REC-LENGTH.
       FD INFILE
           RECORD VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON IN-REC-LENGTH.
       01 IN-REC           PIC X(200).

      * EVERY RECORD THAT IS DISPLAYED (ALL OF THEM WHEN NO MATCH
      * STRING WAS GIVEN, OR JUST THE MATCHING ONES WHEN IT WAS) IS
       01 RUN-START-TIME   PIC 9(8).
       01 RUN-DATE         PIC 9(6) VALUE ZERO.
       01 RUN-END-TIME     PIC 9(8).
       01 IN-REC-LENGTH    PIC 9(3) COMP VALUE ZERO.

      * OPTIONAL MATCH STRING TAKEN FROM THE COMMAND LINE. WHEN IT
      * IS SUPPLIED ONLY IN-REC's CONTAINING IT ARE DISPLAYED AND
       01 RECORD-SELECTED  PIC X(3).
           88 SELECTED         VALUE 'YES'.

      * LAYOUT MODE - THE WHOLE COMMAND LINE IS TAKEN AND SPLIT INTO
      * LAYOUT=NAME AND AN OPTIONAL FIELD=VALUE. A SELECTION ON A
      * NUMERIC FIELD IS KEYED AS THE DIGITS STORED (NO DECIMAL
      * POINT) AND IS RIGHT-JUSTIFIED AND ZERO-FILLED TO THE FIELD.
       01 COMMAND-TEXT     PIC X(80).
       01 LAYOUT-WORD      PIC X(40).
       01 SELECT-WORD      PIC X(40).
       01 KEY-WORD         PIC X(8).
       01 LAYOUT-NAME      PIC X(8).
       01 SELECT-FIELD     PIC X(20).
       01 SELECT-VALUE     PIC X(20).
       01 SELECT-LENGTH    PIC 9(2) COMP VALUE ZERO.
       01 SELECT-SIGN      PIC X(1).
       01 SELECT-COMPARE   PIC X(20).
       01 COMPARE-LENGTH   PIC 9(2) COMP.
       01 LAYOUT-MODE      PIC X(3) VALUE 'NO '.
           88 LAYOUT-WANTED    VALUE 'YES'.
       01 ENTRY-FOUND      PIC X(3).
           88 FOUND            VALUE 'YES'.
       01 RECORD-LAYOUT    PIC X(8).
       01 FIELD-INDEX      PIC 9(3) COMP.
       01 FOUND-INDEX      PIC 9(3) COMP.
       01 MEANING-INDEX    PIC 9(3) COMP.
       01 FIELD-OFFSET     PIC 9(3) COMP.
       01 FIELD-LENGTH     PIC 9(3) COMP.
       01 FIELD-END        PIC 9(3) COMP.
       01 DIGIT-COUNT      PIC 9(3) COMP.
       01 DIGIT-OFFSET     PIC 9(3) COMP.
       01 INTEGER-COUNT    PIC 9(3) COMP.
       01 FRACTION-OFFSET  PIC 9(3) COMP.
       01 FIELD-DECIMALS   PIC 9(1).
       01 FIELD-VALUE      PIC X(30).

       01 DUMP-HEADING.
           05 FILLER       PIC X(7)  VALUE 'RECORD '.
           05 DH-RECORD-NUM PIC ZZZZZZ9.
           05 FILLER       PIC X(8)  VALUE ' LAYOUT '.
           05 DH-LAYOUT    PIC X(8).
           05 FILLER       PIC X(8)  VALUE ' LENGTH '.
           05 DH-LENGTH    PIC ZZ9.
           05 FILLER       PIC X(39) VALUE SPACES.

       01 DUMP-LINE.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 DL-FIELD     PIC X(20).
           05 FILLER       PIC X(1)  VALUE SPACE.
           05 DL-VALUE     PIC X(30).
           05 FILLER       PIC X(1)  VALUE SPACE.
           05 DL-MEANING   PIC X(24).
           05 FILLER       PIC X(2)  VALUE SPACES.

      * FIELD AND LEVEL-88 DICTIONARY FOR THE SHARED RECORD LAYOUTS.
           COPY LAYDICT.

      * FILE-STATUS-TO-MESSAGE LOOKUP TABLE - SEE FSTATMSG.
           COPY FSTATMSG.
       01 FS-MSG-INDEX     PIC 9(2) COMP.

       PROCEDURE DIVISION.
           ACCEPT RUN-START-TIME FROM TIME
           ACCEPT COMMAND-TEXT FROM COMMAND-LINE
           IF COMMAND-TEXT (1:7) = 'LAYOUT='
               PERFORM GET-LAYOUT-REQUEST
               IF RETURN-CODE = 12
                   PERFORM WRITE-RUN-LOG
                   GOBACK
               END-IF
           ELSE
               MOVE COMMAND-TEXT TO MATCH-STRING
               PERFORM GET-MATCH-LENGTH
           END-IF

           OPEN INPUT INFILE

           END-PERFORM
           .

      * SPLIT LAYOUT=NAME [FIELD=VALUE] OFF THE COMMAND LINE AND
      * CHECK BOTH AGAINST THE DICTIONARY BEFORE ANY FILE IS OPENED.
      * AN UNKNOWN LAYOUT OR FIELD SETS RETURN CODE 12.
       GET-LAYOUT-REQUEST.
           MOVE 'YES' TO LAYOUT-MODE
           MOVE SPACES TO LAYOUT-WORD SELECT-WORD
           UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACE
               INTO LAYOUT-WORD SELECT-WORD
           END-UNSTRING
           MOVE SPACES TO KEY-WORD LAYOUT-NAME
           UNSTRING LAYOUT-WORD DELIMITED BY '='
               INTO KEY-WORD LAYOUT-NAME
           END-UNSTRING
           MOVE SPACES TO SELECT-FIELD SELECT-VALUE
           IF SELECT-WORD NOT = SPACES
               UNSTRING SELECT-WORD DELIMITED BY '='
                   INTO SELECT-FIELD SELECT-VALUE
               END-UNSTRING
           END-IF

           MOVE 'NO ' TO ENTRY-FOUND
           PERFORM VARYING FIELD-INDEX FROM 1 BY 1
                   UNTIL FIELD-INDEX > LD-FIELD-COUNT OR FOUND
               IF LD-LAYOUT (FIELD-INDEX) = LAYOUT-NAME
                   MOVE 'YES' TO ENTRY-FOUND
               END-IF
           END-PERFORM
           IF NOT FOUND
               DISPLAY 'JCLREAD - UNKNOWN RECORD LAYOUT ' LAYOUT-NAME
               MOVE 12 TO RETURN-CODE
           ELSE
               IF SELECT-FIELD NOT = SPACES
                   MOVE LAYOUT-NAME TO RECORD-LAYOUT
                   PERFORM FIND-SELECT-FIELD
                   IF NOT FOUND
                       DISPLAY 'JCLREAD - FIELD ' SELECT-FIELD
                               ' IS NOT IN LAYOUT ' LAYOUT-NAME
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM GET-SELECT-LENGTH
                   END-IF
               END-IF
           END-IF
           .

      * TRAILING-SPACE-TRIM THE SELECTION VALUE ONCE, UP FRONT, THE
      * SAME WAY GET-MATCH-LENGTH DOES FOR THE MATCH STRING.
       GET-SELECT-LENGTH.
           MOVE 20 TO SELECT-LENGTH
           PERFORM UNTIL SELECT-LENGTH = 0
                   OR SELECT-VALUE (SELECT-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM SELECT-LENGTH
           END-PERFORM
           .

      * LOOK SELECT-FIELD UP IN RECORD-LAYOUT, LEAVING ITS ENTRY
      * NUMBER IN FOUND-INDEX.
       FIND-SELECT-FIELD.
           MOVE 'NO ' TO ENTRY-FOUND
           MOVE ZERO TO FOUND-INDEX
           PERFORM VARYING FIELD-INDEX FROM 1 BY 1
                   UNTIL FIELD-INDEX > LD-FIELD-COUNT OR FOUND
               IF LD-LAYOUT (FIELD-INDEX) = RECORD-LAYOUT
                  AND LD-FIELD (FIELD-INDEX) = SELECT-FIELD
                   MOVE 'YES' TO ENTRY-FOUND
                   MOVE FIELD-INDEX TO FOUND-INDEX
               END-IF
           END-PERFORM
           .

      * DECIDE WHETHER IN-REC SHOULD BE DISPLAYED/REPORTED, AND IF
      * SO DO BOTH AND COUNT IT AS A MATCH.
       PROCESS-ONE-RECORD.
           IF LAYOUT-WANTED
               PERFORM PROCESS-LAYOUT-RECORD
           ELSE
               IF MATCH-LENGTH = 0
                   MOVE 'YES' TO RECORD-SELECTED
               ELSE
                   PERFORM SEARCH-FOR-MATCH
               END-IF

               IF SELECTED
                   ADD 1 TO RECORDS-MATCHED
                   DISPLAY IN-REC (1:IN-REC-LENGTH)
                   WRITE REPORT-REC FROM IN-REC
               END-IF
           END-IF
           .

      * LAYOUT MODE - PICK THE LAYOUT FOR THIS RECORD (BATCH HEADER
      * AND TRAILER RECORDS CARRY THEIR OWN), APPLY THE FIELD=VALUE
      * SELECTION IF ONE WAS GIVEN, AND PRINT THE RECORD FIELD BY
      * FIELD.
       PROCESS-LAYOUT-RECORD.
           EVALUATE TRUE
               WHEN IN-REC-LENGTH > 5 AND IN-REC (1:6) = 'BATCHH'
                   MOVE 'BATCHHDR' TO RECORD-LAYOUT
               WHEN IN-REC-LENGTH > 5 AND IN-REC (1:6) = 'BATCHT'
                   MOVE 'BATCHTRL' TO RECORD-LAYOUT
               WHEN OTHER
                   MOVE LAYOUT-NAME TO RECORD-LAYOUT
           END-EVALUATE

           IF SELECT-FIELD = SPACES
               MOVE 'YES' TO RECORD-SELECTED
           ELSE
               PERFORM CHECK-FIELD-SELECTION
           END-IF

           IF SELECTED
               ADD 1 TO RECORDS-MATCHED
               PERFORM PRINT-LAYOUT-RECORD
           END-IF
           .

      * A RECORD IS SELECTED WHEN ITS LAYOUT HAS THE SELECTION FIELD
      * AND THE FIELD HOLDS THE VALUE ASKED FOR. NUMERIC VALUES ARE
      * RIGHT-JUSTIFIED AND ZERO-FILLED FIRST, WITH A LEADING + OR -
      * TAKEN AS THE SIGN OF A SIGNED FIELD.
       CHECK-FIELD-SELECTION.
           MOVE 'NO ' TO RECORD-SELECTED
           PERFORM FIND-SELECT-FIELD
           IF FOUND
               MOVE LD-OFFSET (FOUND-INDEX) TO FIELD-OFFSET
               MOVE LD-LENGTH (FOUND-INDEX) TO FIELD-LENGTH
               COMPUTE FIELD-END = FIELD-OFFSET + FIELD-LENGTH - 1
               IF FIELD-END NOT > IN-REC-LENGTH
                   PERFORM BUILD-SELECT-COMPARE
                   IF COMPARE-LENGTH > 0
                      AND IN-REC (FIELD-OFFSET:FIELD-LENGTH) =
                          SELECT-COMPARE (1:FIELD-LENGTH)
                       MOVE 'YES' TO RECORD-SELECTED
                   END-IF
               END-IF
           END-IF
           .

      * SHAPE THE SELECTION VALUE INTO SELECT-COMPARE THE WAY THE
      * FIELD STORES IT. COMPARE-LENGTH IS LEFT ZERO WHEN THE VALUE
      * CANNOT FIT THE FIELD, SO NOTHING IS SELECTED.
       BUILD-SELECT-COMPARE.
           MOVE ZERO TO COMPARE-LENGTH
           MOVE SPACES TO SELECT-COMPARE
           EVALUATE LD-TYPE (FOUND-INDEX)
               WHEN 'X'
                   IF SELECT-LENGTH NOT > FIELD-LENGTH
                       MOVE SELECT-VALUE TO SELECT-COMPARE
                       MOVE FIELD-LENGTH TO COMPARE-LENGTH
                   END-IF
               WHEN '9'
                   IF SELECT-LENGTH > 0
                      AND SELECT-LENGTH NOT > FIELD-LENGTH
                       MOVE ALL '0' TO SELECT-COMPARE
                       COMPUTE DIGIT-OFFSET =
                           FIELD-LENGTH - SELECT-LENGTH + 1
                       MOVE SELECT-VALUE (1:SELECT-LENGTH) TO
                           SELECT-COMPARE (DIGIT-OFFSET:SELECT-LENGTH)
                       MOVE FIELD-LENGTH TO COMPARE-LENGTH
                   END-IF
               WHEN 'S'
                   MOVE '+' TO SELECT-SIGN
                   MOVE 1 TO DIGIT-OFFSET
                   IF SELECT-VALUE (1:1) = '+'
                      OR SELECT-VALUE (1:1) = '-'
                       MOVE SELECT-VALUE (1:1) TO SELECT-SIGN
                       MOVE 2 TO DIGIT-OFFSET
                   END-IF
                   COMPUTE DIGIT-COUNT =
                       SELECT-LENGTH - DIGIT-OFFSET + 1
                   IF DIGIT-COUNT > 0
                      AND DIGIT-COUNT < FIELD-LENGTH
                       MOVE ALL '0' TO SELECT-COMPARE
                       MOVE SELECT-SIGN TO SELECT-COMPARE (1:1)
                       COMPUTE FRACTION-OFFSET =
                           FIELD-LENGTH - DIGIT-COUNT + 1
                       MOVE SELECT-VALUE (DIGIT-OFFSET:DIGIT-COUNT) TO
                           SELECT-COMPARE (FRACTION-OFFSET:DIGIT-COUNT)
                       MOVE FIELD-LENGTH TO COMPARE-LENGTH
                   END-IF
           END-EVALUATE
           .

      * PRINT ONE SELECTED RECORD - A HEADING LINE NAMING THE RECORD
      * NUMBER, LAYOUT AND LENGTH, THEN ONE LINE PER FIELD IN RECORD
      * ORDER.
       PRINT-LAYOUT-RECORD.
           MOVE RECORDS-READ TO DH-RECORD-NUM
           MOVE RECORD-LAYOUT TO DH-LAYOUT
           MOVE IN-REC-LENGTH TO DH-LENGTH
           MOVE SPACES TO REPORT-REC
           DISPLAY ' '
           WRITE REPORT-REC
           DISPLAY DUMP-HEADING
           WRITE REPORT-REC FROM DUMP-HEADING

           PERFORM VARYING FIELD-INDEX FROM 1 BY 1
                   UNTIL FIELD-INDEX > LD-FIELD-COUNT
               IF LD-LAYOUT (FIELD-INDEX) = RECORD-LAYOUT
                   PERFORM PRINT-ONE-FIELD
               END-IF
           END-PERFORM
           .

      * FORMAT ONE FIELD OF IN-REC. NUMBERS ARE SHOWN AS STORED WITH
      * THE DECIMAL POINT PUT BACK AND THE SIGN IN FRONT; A FIELD
      * THAT SHOULD BE NUMERIC BUT IS NOT IS SHOWN RAW AND FLAGGED.
      * A FIELD BEYOND THE END OF A SHORT RECORD IS FLAGGED TOO.
       PRINT-ONE-FIELD.
           MOVE LD-FIELD (FIELD-INDEX) TO DL-FIELD
           MOVE SPACES TO DL-VALUE DL-MEANING FIELD-VALUE
           MOVE LD-OFFSET (FIELD-INDEX) TO FIELD-OFFSET
           MOVE LD-LENGTH (FIELD-INDEX) TO FIELD-LENGTH
           MOVE LD-DECIMALS (FIELD-INDEX) TO FIELD-DECIMALS
           COMPUTE FIELD-END = FIELD-OFFSET + FIELD-LENGTH - 1

           IF FIELD-END > IN-REC-LENGTH
               MOVE '*PAST END OF RECORD*' TO DL-VALUE
           ELSE
               EVALUATE LD-TYPE (FIELD-INDEX)
                   WHEN '9'
                       MOVE FIELD-OFFSET TO DIGIT-OFFSET
                       MOVE FIELD-LENGTH TO DIGIT-COUNT
                       PERFORM FORMAT-NUMBER
                   WHEN 'S'
                       COMPUTE DIGIT-OFFSET = FIELD-OFFSET + 1
                       COMPUTE DIGIT-COUNT = FIELD-LENGTH - 1
                       PERFORM FORMAT-NUMBER
                       IF IN-REC (FIELD-OFFSET:1) NOT = '+'
                          AND IN-REC (FIELD-OFFSET:1) NOT = '-'
                           MOVE '*NOT NUMERIC*' TO DL-MEANING
                       END-IF
                       IF DL-MEANING = SPACES
                           STRING IN-REC (FIELD-OFFSET:1)
                                  FIELD-VALUE DELIMITED BY SIZE
                               INTO DL-VALUE
                           END-STRING
                       ELSE
                           MOVE IN-REC (FIELD-OFFSET:FIELD-LENGTH)
                               TO DL-VALUE
                       END-IF
                   WHEN OTHER
                       MOVE IN-REC (FIELD-OFFSET:FIELD-LENGTH)
                           TO DL-VALUE
               END-EVALUATE
               IF DL-MEANING = SPACES
                   PERFORM FIND-FIELD-MEANING
               END-IF
           END-IF

           DISPLAY DUMP-LINE
           WRITE REPORT-REC FROM DUMP-LINE
           .

      * EDIT THE DIGITS AT IN-REC (DIGIT-OFFSET:DIGIT-COUNT) INTO
      * FIELD-VALUE, INSERTING THE DECIMAL POINT FIELD-DECIMALS
      * PLACES FROM THE RIGHT. FOR AN UNSIGNED FIELD THE RESULT GOES
      * STRAIGHT TO DL-VALUE.
       FORMAT-NUMBER.
           IF IN-REC (DIGIT-OFFSET:DIGIT-COUNT) NOT NUMERIC
               MOVE '*NOT NUMERIC*' TO DL-MEANING
               MOVE IN-REC (FIELD-OFFSET:FIELD-LENGTH) TO DL-VALUE
           ELSE
               IF FIELD-DECIMALS = 0
                   MOVE IN-REC (DIGIT-OFFSET:DIGIT-COUNT)
                       TO FIELD-VALUE
               ELSE
                   COMPUTE INTEGER-COUNT =
                       DIGIT-COUNT - FIELD-DECIMALS
                   COMPUTE FRACTION-OFFSET =
                       DIGIT-OFFSET + INTEGER-COUNT
                   STRING IN-REC (DIGIT-OFFSET:INTEGER-COUNT)
                          '.'
                          IN-REC (FRACTION-OFFSET:FIELD-DECIMALS)
                          DELIMITED BY SIZE
                       INTO FIELD-VALUE
                   END-STRING
               END-IF
               IF LD-TYPE (FIELD-INDEX) = '9'
                   MOVE FIELD-VALUE TO DL-VALUE
               END-IF
           END-IF
           .

      * LOOK THE FIELD'S CONTENTS UP AMONG THE LEVEL-88 VALUES FOR
      * THIS LAYOUT AND FIELD, AND SHOW THE MEANING WHEN ONE FITS.
       FIND-FIELD-MEANING.
           PERFORM VARYING MEANING-INDEX FROM 1 BY 1
                   UNTIL MEANING-INDEX > LM-MEANING-COUNT
               IF LM-LAYOUT (MEANING-INDEX) = RECORD-LAYOUT
                  AND LM-FIELD (MEANING-INDEX) = DL-FIELD
                   IF LM-VALUE (MEANING-INDEX) (1:FIELD-LENGTH) =
                          IN-REC (FIELD-OFFSET:FIELD-LENGTH)
                       MOVE LM-MEANING (MEANING-INDEX) TO DL-MEANING
                   END-IF
               END-IF
           END-PERFORM
           .

      * SLIDE THE MATCH STRING ACROSS IN-REC ONE BYTE AT A TIME
      * LOOKING FOR A CONTAINED MATCH.
       SEARCH-FOR-MATCH.
           MOVE 'NO ' TO RECORD-SELECTED
           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
                   UNTIL MATCH-INDEX >
                         (IN-REC-LENGTH + 1 - MATCH-LENGTH)
               IF IN-REC (MATCH-INDEX:MATCH-LENGTH) =
                       MATCH-STRING (1:MATCH-LENGTH)
                   MOVE 'YES' TO RECORD-SELECTED
