      *                into the term-history KSDS keyed on student ID
      *                plus term, so results survive the next term's
      *                full reload of OUTFILE. The term identifier is
      *                supplied on a one-record control file. The
      *                grading-scheme version each result was graded
      *                under rides onto the history record with it,
      *                so a later change of grading scale never
      *                re-grades an earlier term. A student who sat
      *                a CA15G086 supplementary exam already has the
      *                term's record (both attempts, flagged with the
      *                one that stands) and is left as it is.
      *****************************************************************

       IDENTIFICATION DIVISION.
           05 O-GRADE       PIC X(01).
           05 FILLER        PIC X.
           05 O-RESULT      PIC X(30).
           05 FILLER        PIC X(6).
           05 O-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(6).

       FD  HISTFILE.
       01  HISTREC.
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
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           MOVE O-PERC TO H-PERC.
           MOVE O-GRADE TO H-GRADE.
           MOVE O-GRADE-SCHEME TO H-GRADE-SCHEME.
           WRITE HISTREC
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
