      *                term over term with an UP / DOWN / SAME trend
      *                marker against the prior term, so advising can
      *                see at a glance whether a student improved.
      *                Each student's block opens with the full name
      *                and programme held on the CA49G086 student
      *                master (STUDMAST). A term settled by a
      *                CA15G086 supplementary exam is marked as such,
      *                with the original and re-sit attempts shown
      *                beneath it.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT STUDMAST
               ASSIGN TO DD4
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STID
               FILE STATUS IS WS-FS4.

       DATA DIVISION.
       FILE SECTION.

           05 H-PERC        PIC 9(2).
           05 FILLER        PIC X.
           05 H-GRADE       PIC X(01).
           05 FILLER        PIC X.
           05 H-GRADE-SCHEME PIC X(4).
           05 H-ATTEMPT-FLAG PIC X(01).
              88 H-SINGLE-SITTING VALUE SPACE.
              88 H-ORIG-STANDS    VALUE "O".
              88 H-SUPP-STANDS    VALUE "S".
           05 FILLER        PIC X.
           05 H-ORIG-MARKS  OCCURS 3 TIMES PIC 99.99.
           05 H-ORIG-PERC   PIC 9(2).
           05 H-ORIG-GRADE  PIC X(01).
           05 FILLER        PIC X.
           05 H-SUPP-MARKS  OCCURS 3 TIMES PIC 99.99.
           05 H-SUPP-PERC   PIC 9(2).
           05 H-SUPP-GRADE  PIC X(01).
           05 FILLER        PIC X(3).

       FD  REPFILE.
       01  REPREC           PIC X(80).

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

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
             88 FS2-EOF     VALUE 10.
          05 WS-FS3         PIC 99.
             88 FS3-OK      VALUE 00.
          05 WS-FS4         PIC 99.
             88 FS4-OK      VALUE 00.

       01 WS-SWITCHES.
          05 WS-BROWSE-SW   PIC X(01).
          05 WS-TERM-CNT    PIC 9(3) VALUE 0.
          05 WS-PRIOR-PERC  PIC 9(2) VALUE 0.
          05 WS-TREND       PIC X(4).
          05 WS-RESIT-TEXT  PIC X(20).

      *    NAME AND PROGRAMME FROM THE STUDENT MASTER. A MISSING
      *    MASTER ONLY COSTS THE NAME LINE, NOT THE REPORT.
       01 WS-MAST-WORK.
          05 WS-MAST-SW     PIC X(01) VALUE "N".
             88 MAST-OPEN      VALUE "Y".
             88 MAST-CLOSED    VALUE "N".
          05 WS-PRINT-NAME  PIC X(30).
          05 WS-PROGRAMME   PIC X(10).

       PROCEDURE DIVISION.

               STOP RUN
           END-IF.

           OPEN INPUT STUDMAST.
           IF FS4-OK
              SET MAST-OPEN TO TRUE
              DISPLAY "STUDMAST OPEN SUCCESS"
           ELSE
              SET MAST-CLOSED TO TRUE
              DISPLAY "STUDMAST OPEN ERROR " WS-FS4
           END-IF.

       2200-READ.
           READ REQFILE
               AT END
              INTO REPREC
           END-STRING.
           WRITE REPREC.
           PERFORM 2215-GET-MASTER-NAME.
           IF WS-PRINT-NAME NOT = SPACES
               MOVE SPACES TO REPREC
               STRING "        "
                      WS-PRINT-NAME "  "
                      WS-PROGRAMME
                  INTO REPREC
               END-STRING
               WRITE REPREC
           END-IF.

       2215-GET-MASTER-NAME.
           MOVE SPACES TO WS-PRINT-NAME.
           MOVE SPACES TO WS-PROGRAMME.
           IF MAST-OPEN
               MOVE WS-LOOKUP-KEY TO SM-STID
               READ STUDMAST
                   KEY IS SM-STID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-PRINT-NAME TO WS-PRINT-NAME
                       MOVE SM-PROGRAMME TO WS-PROGRAMME
               END-READ
           END-IF.

       2230-READ-NEXT.
           READ HISTFILE NEXT
                   MOVE "SAME" TO WS-TREND
           END-EVALUATE.

           EVALUATE TRUE
               WHEN H-SUPP-STANDS
                   MOVE "RESULT FROM RE-SIT" TO WS-RESIT-TEXT
               WHEN H-ORIG-STANDS
                   MOVE "RE-SAT, ORIG STANDS" TO WS-RESIT-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RESIT-TEXT
           END-EVALUATE.

           MOVE SPACES TO REPREC.
           STRING "               "
                  H-TERM  "  "
                  H-PERC  "    "
                  H-GRADE "      "
                  WS-TREND "  "
                  WS-RESIT-TEXT
              INTO REPREC
           END-STRING.
           WRITE REPREC.
           IF NOT H-SINGLE-SITTING
               PERFORM 2255-WRITE-ATTEMPTS
           END-IF.
           MOVE H-PERC TO WS-PRIOR-PERC.

      *    A TERM WITH A SUPPLEMENTARY EXAM SHOWS BOTH ATTEMPTS
      *    UNDER THE RESULT THAT STANDS.
       2255-WRITE-ATTEMPTS.
           MOVE SPACES TO REPREC.
           STRING "                 ORIGINAL "
                  H-ORIG-PERC " " H-ORIG-GRADE
                  "   RE-SIT "
                  H-SUPP-PERC " " H-SUPP-GRADE
              INTO REPREC
           END-STRING.
           WRITE REPREC.

       2240-WRITE-NOTFOUND.
           MOVE SPACES TO REPREC.
           STRING "               NO HISTORY ON FILE"
           CLOSE REQFILE
                 HISTFILE
                 REPFILE.
           IF MAST-OPEN
               CLOSE STUDMAST
           END-IF.

       9000-TERMINATE.
           DISPLAY "TOTAL STUDENT IDS REQUESTED : " WS-REQ-CNT.
