      *                (answering ARCHIVED), so the service desk can
      *                tell an archived student from a typo; NOT
      *                FOUND now means the ID exists nowhere.
      *                Student lines print the full name and
      *                programme from the CA49G086 student master
      *                (STUDMAST) rather than the squeezed O-NEWNAME,
      *                which is only shown for an ID the master does
      *                not hold.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS6.

           SELECT STUDMAST
               ASSIGN TO DD7
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STID
               FILE STATUS IS WS-FS7.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER        PIC X(16).

       FD  REPFILE.
       01  REPREC           PIC X(132).

       FD  HISTFILE.
       01  HISTREC.
       FD  ARCHFILE.
       01  ARCHREC          PIC X(80).

      *    STUDENT MASTER, MAINTAINED BY CA49G086.
       FD  STUDMAST.
       01  STUMREC.
           05 SM-STID       PIC X(6).
           05 FILLER        PIC X.
           05 SM-LNAME      PIC X(20).
           05 FILLER        PIC X.
           05 SM-FNAME      PIC X(20).
           05 FILLER        PIC X.
           05 SM-PRINT-NAME PIC X(30).
           05 FILLER        PIC X.
           05 SM-DOB        PIC X(8).
           05 FILLER        PIC X.
           05 SM-PROGRAMME  PIC X(10).
           05 FILLER        PIC X.
           05 SM-COHORT     PIC X(4).
           05 FILLER        PIC X.
           05 SM-STATUS     PIC X(01).
              88 SM-ACTIVE      VALUE "A".
              88 SM-WITHDRAWN   VALUE "W".
              88 SM-GRADUATED   VALUE "G".
           05 FILLER        PIC X.
           05 SM-EMAIL      PIC X(40).
           05 FILLER        PIC X.
           05 SM-PHONE      PIC X(15).
           05 FILLER        PIC X.
           05 SM-LAST-UPD   PIC X(8).
           05 FILLER        PIC X(28).

       FD  RUNSTAT.
       01  RUNSTATREC.
           05 RS-PROGRAM    PIC X(8).
          05 WS-FS6         PIC 99.
             88 FS6-OK      VALUE 00.
             88 FS6-EOF     VALUE 10.
          05 WS-FS7         PIC 99.
             88 FS7-OK      VALUE 00.

      *    CONDITION CODES FOR THE NIGHTLY CHAIN: 0 CLEAN,
      *    4 PROCESSED WITH REJECTS, 8 FATAL.
          88 ARCH-OVERFLOW     VALUE "Y".
       01 WS-ARCH-HIT-REC   PIC X(80) VALUE SPACES.

      *    NAME AND PROGRAMME PRINTED FOR THE STUDENT IN HAND. A
      *    MISSING MASTER ONLY COSTS THE LONG NAME - THE INQUIRY
      *    STILL ANSWERS FROM OUTFILE.
       01 WS-MAST-WORK.
          05 WS-MAST-SW     PIC X(01) VALUE "N".
             88 MAST-OPEN      VALUE "Y".
             88 MAST-CLOSED    VALUE "N".
          05 WS-MAST-KEY    PIC X(6).
          05 WS-PRINT-NAME  PIC X(30).
          05 WS-PROGRAMME   PIC X(10).

       01 WS-CONSTANTS.
          05 WS-BROWSE-LIMIT PIC 9(4) VALUE 100.
          05 WS-ARCH-MAX    PIC 9(4) VALUE 2000.

           PERFORM 2150-LOAD-ARCHIVE.

           OPEN INPUT STUDMAST.
           IF FS7-OK
              SET MAST-OPEN TO TRUE
              DISPLAY "STUDMAST OPEN SUCCESS"
           ELSE
              SET MAST-CLOSED TO TRUE
              DISPLAY "STUDMAST OPEN ERROR " WS-FS7
                      " - NAMES TAKEN FROM OUTFILE"
           END-IF.

      *    THE ARCHIVE GROWS A GENERATION PER TERM, SO THE TABLE
      *    CAN OVERFLOW - THAT MUST NEVER KILL THE NIGHTLY CHAIN OR
      *    TURN AN ARCHIVED STUDENT INTO A FALSE NOT FOUND. ON
           END-READ.

       2231-WRITE-LIVE.
           MOVE O-STID TO WS-MAST-KEY.
           MOVE O-NEWNAME TO WS-PRINT-NAME.
           MOVE SPACES TO WS-PROGRAMME.
           PERFORM 2232-GET-MASTER-NAME.
           MOVE SPACES TO REPREC.
           STRING O-STID
                  "  LIVE  "
                  WS-PRINT-NAME   " "
                  WS-PROGRAMME    " "
                  O-PERC          " "
                  O-GRADE         " "
                  O-RESULT
           END-STRING.
           WRITE REPREC.

      *    THE MASTER NAME AND PROGRAMME REPLACE WHATEVER THE CALLER
      *    SET UP (THE OUTFILE NAME, OR BLANKS FOR A HISTORY ANSWER)
      *    WHEN THE STUDENT IS ON THE MASTER.
       2232-GET-MASTER-NAME.
           IF MAST-OPEN
               MOVE WS-MAST-KEY TO SM-STID
               READ STUDMAST
                   KEY IS SM-STID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-PRINT-NAME TO WS-PRINT-NAME
                       MOVE SM-PROGRAMME TO WS-PROGRAMME
               END-READ
           END-IF.

      *    NOT ON THE LIVE KSDS - TRY THE TERM HISTORY. THE BROWSE
      *    RUNS THE STUDENT'S TERMS IN KEY ORDER, SO THE LAST ONE
      *    SEEN IS THE LATEST, AND THAT IS THE TERM THE DESK IS
           END-READ.

       2213-WRITE-HISTORY.
           MOVE WS-LOOKUP-KEY TO WS-MAST-KEY.
           MOVE SPACES TO WS-PRINT-NAME
                          WS-PROGRAMME.
           PERFORM 2232-GET-MASTER-NAME.
           MOVE SPACES TO REPREC.
           STRING WS-LOOKUP-KEY
                  "  FOUND ON HISTORY  TERM " WS-LAST-TERM
                  "  PERC " WS-LAST-PERC
                  "  GRADE " WS-LAST-GRADE
                  "  " WS-PRINT-NAME
                  " " WS-PROGRAMME
              INTO REPREC
           END-STRING.
           WRITE REPREC.
           WRITE REPREC.

       2230-WRITE-FOUND.
           MOVE O-STID TO WS-MAST-KEY.
           MOVE O-NEWNAME TO WS-PRINT-NAME.
           MOVE SPACES TO WS-PROGRAMME.
           PERFORM 2232-GET-MASTER-NAME.
           MOVE SPACES TO REPREC.
           STRING O-STID          " "
                  WS-PRINT-NAME   " "
                  WS-PROGRAMME    " "
                  O-SUBJ-MARKS(1) " "
                  O-SUBJ-MARKS(2) " "
                  O-SUBJ-MARKS(3) " "
                 OUTFILE
                 HISTFILE
                 REPFILE.
           IF MAST-OPEN
               CLOSE STUDMAST
           END-IF.

      *    ONE COMPLETION LINE PER RUN ON THE SHARED RUN-STATUS
      *    DATASET SO OPERATIONS CAN CHECK THE NIGHT'S STEPS
       8500-FATAL-END.
           MOVE 8 TO WS-RC.
           MOVE SPACES TO WS-ERR-FSTATS.
           STRING WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5 WS-FS6 WS-FS7
              INTO WS-ERR-FSTATS
           END-STRING.
           MOVE SPACES TO WS-ERR-LAST-KEY.
