      * LISTED AND THE STEP ENDS WITH RETURN CODE 8. ITEMS THAT
      * DID COME BACK GET THEIR LAST-COUNTED DATE SET FROM THE
      * COUNT RECORD, SO THE NEXT SCHEDULE RUN MOVES ON.
      *
      * RECEIVED-COUNT-RECORD FOLLOWS COUNTREC'S 7-DIGIT COUNT
      * QUANTITY, AND THE ITEM VALUE USED FOR ABC CLASSING (MR-QOH
      * TIMES MR-UNIT-COST) NOW CARRIES 11 DIGITS SO A 7-DIGIT
      * QUANTITY CANNOT TRUNCATE IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       01  RECEIVED-COUNT-RECORD.
           05  RC-ITEM-NUM         PIC X(6).
           05  RC-COUNT-QTY        PIC 9(7).
           05  RC-COUNT-DATE       PIC 9(6).
           05  RC-COUNTER-ID       PIC X(8).
      *
      * THE ITEM CURRENTLY BEING CLASSED AND TESTED FOR DUE.
      *
       01  WS-CALC-FIELDS.
           05  WS-ITEM-VALUE        PIC 9(11)V99 VALUE ZERO.
           05  WS-THIS-CLASS        PIC X(1) VALUE SPACES.
           05  WS-THIS-FREQ         PIC 9(3) VALUE ZERO.
           05  WS-LAST-DATE         PIC 9(6) VALUE ZERO.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-CLASS         PIC X(1).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-LAST-DATE     PIC 9(6).
               10  FILLER           PIC X(2)  VALUE SPACES.
               10  DL-NOTE          PIC X(13).
               10  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-MISSING-LINE.
               10  ML-ITEM-NUM      PIC X(6).
               10  FILLER           PIC X(1)  VALUE SPACES.
