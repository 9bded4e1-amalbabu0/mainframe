      *                on CHGRPT. The current term id arrives on
      *                TERMCARD; a history record already rolled in
      *                for that term is skipped in favour of the live
      *                OUTFILE record. Standing records and the
      *                change report carry the student's full name
      *                (and the standing file the programme) from the
      *                CA49G086 student master (STUDMAST). A term
      *                settled by a CA15G086 supplementary exam is
      *                taken from its history record (the result that
      *                stands), even for the current term, and is
      *                flagged on the standing record and the change
      *                report so a pass that came from a re-sit shows.
      *                A term in which the student was debarred for
      *                attendance (grade X) has no result: it is
      *                written with standing DEBARRED and is left out
      *                of the cumulative percentage and the run of
      *                failing terms, which carry on from the terms
      *                either side of it.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

           SELECT STUDMAST
               ASSIGN TO DD6
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STID
               FILE STATUS IS WS-FS6.

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

       FD  TERMCARD.
       01  TERMREC.
           05 ST-FAIL-RUN   PIC 9(2).
           05 FILLER        PIC X.
           05 ST-STANDING   PIC X(15).
           05 FILLER        PIC X.
           05 ST-NAME       PIC X(30).
           05 FILLER        PIC X.
           05 ST-PROGRAMME  PIC X(10).
           05 FILLER        PIC X.
           05 ST-RESIT      PIC X(01).
              88 ST-SINGLE-SITTING VALUE SPACE.
              88 ST-ORIG-STANDS    VALUE "O".
              88 ST-SUPP-STANDS    VALUE "S".

       FD  CHGRPT.
       01  CHGREC           PIC X(80).

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
             88 FS4-OK      VALUE 00.
          05 WS-FS5         PIC 99.
             88 FS5-OK      VALUE 00.
          05 WS-FS6         PIC 99.
             88 FS6-OK      VALUE 00.

       01 WS-SWITCHES.
          05 WS-BROWSE-SW   PIC X(01).
          05 WS-TERM-CNT    PIC 9(2) VALUE 0.
          05 WS-TERM-IX     PIC 9(2) VALUE 0.
          05 WS-PERC-SUM    PIC 9(6) VALUE 0.
          05 WS-GRADED-CNT  PIC 9(2) VALUE 0.
          05 WS-CUM-PERC    PIC 9(2) VALUE 0.
          05 WS-FAIL-RUN    PIC 9(2) VALUE 0.
          05 WS-STANDING    PIC X(15).
          05 WS-PRIOR-STAND PIC X(15).

      *    THE CURRENT TERM'S HISTORY RECORD, WHEN A SUPPLEMENTARY
      *    EXAM HAS ALREADY SETTLED IT.
       01 WS-CUR-HIST.
          05 WS-CUR-SW      PIC X(01).
             88 CUR-RESIT-FOUND VALUE "Y".
             88 CUR-RESIT-NONE  VALUE "N".
          05 WS-CUR-PERC    PIC 9(2).
          05 WS-CUR-GRADE   PIC X(01).
          05 WS-CUR-RESIT   PIC X(01).

      *    NAME AND PROGRAMME FROM THE STUDENT MASTER. A MISSING
      *    MASTER ONLY COSTS THE NAME, NOT THE STANDINGS.
       01 WS-MAST-WORK.
          05 WS-MAST-SW     PIC X(01) VALUE "N".
             88 MAST-OPEN      VALUE "Y".
             88 MAST-CLOSED    VALUE "N".
          05 WS-PRINT-NAME  PIC X(30).
          05 WS-PROGRAMME   PIC X(10).

       01 WS-CONSTANTS.
          05 WS-PASS-PERC   PIC 9(2) VALUE 70.
          05 WS-TERM-MAX    PIC 9(2) VALUE 20.
          05 WS-DEBAR-GRADE PIC X(01) VALUE "X".

      *    THE STUDENT'S TERMS IN KEY (TERM ID) ORDER - HISTORY
      *    TERMS FIRST, THE CURRENT OUTFILE TERM APPENDED LAST.
             10 WS-TT-TERM  PIC X(6).
             10 WS-TT-PERC  PIC 9(2).
             10 WS-TT-GRADE PIC X(01).
             10 WS-TT-RESIT PIC X(01).

       PROCEDURE DIVISION.

               STOP RUN
           END-IF.

           OPEN INPUT STUDMAST.
           IF FS6-OK
              SET MAST-OPEN TO TRUE
              DISPLAY "STUDMAST OPEN SUCCESS"
           ELSE
              SET MAST-CLOSED TO TRUE
              DISPLAY "STUDMAST OPEN ERROR " WS-FS6
           END-IF.

       2110-WRITE-RPT-HEADER.
           MOVE SPACES TO CHGREC.
           STRING "STANDING CHANGES FOR TERM "
           END-STRING.
           WRITE CHGREC.
           MOVE SPACES TO CHGREC.
           STRING "STID    NAME                            "
                  "PRIOR STANDING   NEW STANDING"
              INTO CHGREC
           END-STRING.
           WRITE CHGREC.

       2210-RATE-STUDENT.
           MOVE 0 TO WS-TERM-CNT.
           SET CUR-RESIT-NONE TO TRUE.
           PERFORM 2215-GET-MASTER-NAME.
           PERFORM 2220-LOAD-HISTORY.

      *    THE LIVE OUTFILE RECORD IS THE CURRENT TERM, UNLESS A
      *    SUPPLEMENTARY EXAM HAS SETTLED THE TERM ON HISTORY.
           IF WS-TERM-CNT < WS-TERM-MAX
               ADD 1 TO WS-TERM-CNT
               MOVE WS-TERM TO WS-TT-TERM(WS-TERM-CNT)
               IF CUR-RESIT-FOUND
                   MOVE WS-CUR-PERC TO WS-TT-PERC(WS-TERM-CNT)
                   MOVE WS-CUR-GRADE TO WS-TT-GRADE(WS-TERM-CNT)
                   MOVE WS-CUR-RESIT TO WS-TT-RESIT(WS-TERM-CNT)
               ELSE
                   MOVE O-PERC TO WS-TT-PERC(WS-TERM-CNT)
                   MOVE O-GRADE TO WS-TT-GRADE(WS-TERM-CNT)
                   MOVE SPACE TO WS-TT-RESIT(WS-TERM-CNT)
               END-IF
           END-IF.

           PERFORM 2240-WALK-TERMS.

       2215-GET-MASTER-NAME.
           MOVE O-NEWNAME TO WS-PRINT-NAME.
           MOVE SPACES TO WS-PROGRAMME.
           IF MAST-OPEN
               MOVE O-STID TO SM-STID
               READ STUDMAST
                   KEY IS SM-STID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-PRINT-NAME TO WS-PRINT-NAME
                       MOVE SM-PROGRAMME TO WS-PROGRAMME
               END-READ
           END-IF.

       2220-LOAD-HISTORY.
           SET BROWSE-ACTIVE TO TRUE.
           MOVE O-STID TO H-STID.
                       SET BROWSE-DONE TO TRUE
                   ELSE
      *    A RECORD ALREADY ROLLED IN FOR THE CURRENT TERM IS LEFT
      *    TO THE LIVE OUTFILE COPY - UNLESS IT CARRIES A RE-SIT.
                       IF H-TERM = WS-TERM
                           IF NOT H-SINGLE-SITTING
                               SET CUR-RESIT-FOUND TO TRUE
                               MOVE H-PERC TO WS-CUR-PERC
                               MOVE H-GRADE TO WS-CUR-GRADE
                               MOVE H-ATTEMPT-FLAG TO WS-CUR-RESIT
                           END-IF
                       ELSE
                           IF WS-TERM-CNT < WS-TERM-MAX
                               ADD 1 TO WS-TERM-CNT
                               MOVE H-TERM TO WS-TT-TERM(WS-TERM-CNT)
                               MOVE H-PERC TO WS-TT-PERC(WS-TERM-CNT)
                               MOVE H-GRADE TO WS-TT-GRADE(WS-TERM-CNT)
                               MOVE H-ATTEMPT-FLAG
                                   TO WS-TT-RESIT(WS-TERM-CNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *    SO THE CHANGE REPORT CAN COMPARE AGAINST IT.
       2240-WALK-TERMS.
           MOVE 0 TO WS-PERC-SUM
                     WS-GRADED-CNT
                     WS-CUM-PERC
                     WS-FAIL-RUN.
           MOVE SPACES TO WS-PRIOR-STAND.
           PERFORM 2250-RATE-ONE-TERM
               MOVE WS-STANDING TO WS-PRIOR-STAND
           END-IF.

           IF WS-TT-GRADE(WS-TERM-IX) = WS-DEBAR-GRADE
               MOVE "DEBARRED" TO WS-STANDING
           ELSE
               PERFORM 2255-RATE-GRADED-TERM
           END-IF.

           PERFORM 2260-WRITE-STANDING.

       2255-RATE-GRADED-TERM.
           ADD 1 TO WS-GRADED-CNT.
           ADD WS-TT-PERC(WS-TERM-IX) TO WS-PERC-SUM.
           COMPUTE WS-CUM-PERC ROUNDED =
               WS-PERC-SUM / WS-GRADED-CNT.

           IF WS-TT-GRADE(WS-TERM-IX) = "F"
               ADD 1 TO WS-FAIL-RUN
                   MOVE "GOOD STANDING" TO WS-STANDING
           END-EVALUATE.

       2260-WRITE-STANDING.
           MOVE SPACES TO STANDREC.
           MOVE O-STID TO ST-STID.
           MOVE WS-CUM-PERC TO ST-CUM-PERC.
           MOVE WS-FAIL-RUN TO ST-FAIL-RUN.
           MOVE WS-STANDING TO ST-STANDING.
           MOVE WS-PRINT-NAME TO ST-NAME.
           MOVE WS-PROGRAMME TO ST-PROGRAMME.
           MOVE WS-TT-RESIT(WS-TERM-IX) TO ST-RESIT.
           WRITE STANDREC.
           ADD 1 TO WS-STAND-CNT.

           ADD 1 TO WS-CHG-CNT.
           MOVE SPACES TO CHGREC.
           STRING O-STID
                  "  "
                  WS-PRINT-NAME
                  "  "
                  WS-PRIOR-STAND
                  "  "
                  WS-STANDING
              INTO CHGREC
           END-STRING.
           IF WS-TT-RESIT(WS-TERM-CNT) = "S"
               MOVE "RE-SIT" TO CHGREC(75:6)
           END-IF.
           WRITE CHGREC.

       2300-CLOSE.
                 HISTFILE
                 STANDFILE
                 CHGRPT.
           IF MAST-OPEN
               CLOSE STUDMAST
           END-IF.

       9000-TERMINATE.
           DISPLAY "================================================".
