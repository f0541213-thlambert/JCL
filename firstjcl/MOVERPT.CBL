      * THE STANDARD UT-S-MARCH) AND THE SAME ITEM AND DATE RANGE
      * IS WALKED THROUGH IT, SO AN OLD DISCREPANCY FROM BEFORE
      * THE CUTOFF CAN STILL BE TRACED. BLANK SKIPS THE ARCHIVE.
      *
      * A KIT ASSEMBLY OR DISASSEMBLY MOVEMENT SHOWS THE KIT IT
      * BELONGS TO IN THE LAST COLUMN, SO A COMPONENT'S 'K' OR
      * 'U' LINE CAN BE TIED BACK TO THE BUILD THAT TOOK IT.
      *
      * ARCHIVE-MOVE-RECORD FOLLOWS MOVEREC'S 7-DIGIT QUANTITIES,
      * AND THE QUANTITY, BEFORE AND AFTER COLUMNS NOW PRINT 7
      * DIGITS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  ARCHIVE-MOVE-RECORD.
           05  AM-ITEM-NUM         PIC X(6).
           05  AM-TRANS-CODE       PIC X(1).
           05  AM-QUANTITY         PIC 9(7).
           05  AM-QOH-BEFORE       PIC 9(7).
           05  AM-QOH-AFTER        PIC 9(7).
           05  AM-WAREHOUSE-CODE   PIC X(4).
           05  AM-RUN-DATE         PIC 9(6).
           05  AM-KIT-ITEM         PIC X(6).
      *
       WORKING-STORAGE SECTION.
      *
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-TRANS-CODE        PIC X(1).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-QUANTITY          PIC Z(6)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-QOH-BEFORE        PIC Z(6)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-QOH-AFTER         PIC Z(6)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-WAREHOUSE         PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-KIT-ITEM          PIC X(6).
      *
       PROCEDURE DIVISION.
      *
           MOVE ZERO TO WS-MATCH-COUNT
           DISPLAY '------------------------------------------------'
           DISPLAY 'MOVEMENT ACTIVITY FOR ITEM ' WS-INQUIRY-ITEM
           DISPLAY 'DATE    CD     QTY   BEFORE    AFTER  WHSE  KIT'
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ MOVEMENT-FILE
           END-IF
           MOVE ZERO TO WS-MATCH-COUNT
           DISPLAY 'ARCHIVED MOVEMENTS FOR ITEM ' WS-INQUIRY-ITEM
           DISPLAY 'DATE    CD     QTY   BEFORE    AFTER  WHSE  KIT'
           MOVE 'NO' TO WS-EOF-SWITCH
           PERFORM UNTIL EOF
               READ ARCHIVE-FILE
           MOVE AM-QOH-BEFORE     TO DL-QOH-BEFORE
           MOVE AM-QOH-AFTER      TO DL-QOH-AFTER
           MOVE AM-WAREHOUSE-CODE TO DL-WAREHOUSE
           MOVE AM-KIT-ITEM       TO DL-KIT-ITEM
           DISPLAY WS-DETAIL-LINE
           ADD 1 TO WS-MATCH-COUNT.
       3100-SHOW-ONE-ARCHIVED-EXIT. EXIT.
           MOVE MV-QOH-BEFORE  TO DL-QOH-BEFORE
           MOVE MV-QOH-AFTER   TO DL-QOH-AFTER
           MOVE MV-WAREHOUSE-CODE TO DL-WAREHOUSE
           MOVE MV-KIT-ITEM       TO DL-KIT-ITEM
           DISPLAY WS-DETAIL-LINE
           ADD 1 TO WS-MATCH-COUNT.
       2100-SHOW-ONE-MOVEMENT-EXIT. EXIT.
