      * LOGGED ON THE SHARED RUN LOG LIKE EVERY OTHER STEP, AND
      * MOVERPT CAN BE POINTED AT THE ARCHIVE WHEN AN INQUIRY'S
      * DATE RANGE FALLS BEFORE THE LIVE FILE'S CUTOFF.
      *
      * THE ARCHIVE AND WORK RECORDS ARE NOW 44 BYTES, TRACKING
      * MOVEREC'S 7-DIGIT QUANTITIES. AN ARCHIVE WRITTEN AT THE
      * OLD LENGTH IS REFORMATTED ONCE BY WIDECONV BEFORE THE NEXT
      * ROLL-OFF APPENDS TO IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * THE SAME MOVEMENT-RECORD SHAPE UNDER ITS OWN NAME - THE
      * LENGTH MUST TRACK MOVEREC.
      *
       01  ARCHIVE-RECORD          PIC X(44).
      *
       FD  KEEP-FILE
           LABEL RECORDS ARE STANDARD.
      *
       01  KEEP-RECORD             PIC X(44).
      *
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
