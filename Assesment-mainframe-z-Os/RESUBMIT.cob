      *                uncorrected) rejects forward to a new reject
      *                file with an attempt count, so rejects no
      *                longer wait for a hand-edit of the production
      *                INFILE. Grades are derived through CA23G086
      *                under the scheme of the load that rejected the
      *                record, carried on the reject (cols 46-49) and
      *                rebuilt from GRADREF, so a reject corrected
      *                after the term has rolled is not graded on the
      *                new term's cut-offs. A reject with no scheme
      *                recorded takes the GRADREF scheme effective for
      *                the term on the optional TERMCARD (the latest
      *                scheme when none is supplied); one whose scheme
      *                is no longer on GRADREF is carried forward.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

           SELECT GRADREF
               ASSIGN TO DD6
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS6.

           SELECT TERMCARD
               ASSIGN TO DD7
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS7.

       DATA DIVISION.
       FILE SECTION.

           05 RJ-REASON     PIC X(30).
           05 FILLER        PIC X.
           05 RJ-ATTEMPT    PIC 9(3).
           05 FILLER        PIC X.
           05 RJ-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(31).

       FD  CORRFILE.
       01  CORRREC.
           05 O-GRADE       PIC X(01).
           05 FILLER        PIC X.
           05 O-RESULT      PIC X(30).
           05 FILLER        PIC X(6).
           05 O-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(6).

       FD  NEWREJ.
       01  NEWREJREC.
           05 NR-REASON     PIC X(30).
           05 FILLER        PIC X.
           05 NR-ATTEMPT    PIC 9(3).
           05 FILLER        PIC X.
           05 NR-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(31).

       FD  SUBJREF.
       01  SUBJREFREC.
           05 SB-MAX-MARK   PIC 99.99.
           05 FILLER        PIC X(37).

      *    GRADING-SCHEME REFERENCE. ONE ROW PER GRADE LETTER, BEST
      *    GRADE FIRST, GROUPED BY SCHEME VERSION AND THE TERM FROM
      *    WHICH THE SCHEME TAKES EFFECT.
       FD  GRADREF.
       01  GRADREFREC.
           05 GR-VERSION    PIC X(4).
           05 FILLER        PIC X.
           05 GR-EFF-TERM   PIC X(6).
           05 FILLER        PIC X.
           05 GR-GRADE      PIC X(1).
           05 FILLER        PIC X.
           05 GR-LOW-PERC   PIC 9(2).
           05 FILLER        PIC X.
           05 GR-PASS-FLAG  PIC X(1).
              88 GR-PASS        VALUE "P".
              88 GR-FAIL        VALUE "F".
           05 FILLER        PIC X(62).

       FD  TERMCARD.
       01  TERMREC.
           05 TC-TERM       PIC X(6).
           05 FILLER        PIC X(74).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-FS5         PIC 99.
             88 FS5-OK      VALUE 00.
             88 FS5-EOF     VALUE 10.
          05 WS-FS6         PIC 99.
             88 FS6-OK      VALUE 00.
             88 FS6-EOF     VALUE 10.
          05 WS-FS7         PIC 99.
             88 FS7-OK      VALUE 00.
             88 FS7-EOF     VALUE 10.

       01 WS-SWITCHES.
          05 WS-VALID-SW    PIC X(01).
          05 WS-REJ-IN-CNT  PIC 9(6) VALUE 0.
          05 WS-FIXED-CNT   PIC 9(6) VALUE 0.
          05 WS-CARRY-CNT   PIC 9(6) VALUE 0.
          05 WS-TERM        PIC X(6) VALUE SPACES.

       01 WS-MARKS-TAB.
          05 WS-MARKS       OCCURS 3 TIMES PIC 99.99.
       01 WS-SUBJ-MAX-TAB.
          05 WS-SUBJ-MAX    OCCURS 3 TIMES PIC 99.99.

      *    GRADING SCHEME IN EFFECT FOR THE RUN TERM, LOADED FROM
      *    GRADREF AT INIT AND PASSED TO CA23G086 FOR EVERY GRADE -
      *    THE SAME SCHEME CA11G086 GRADES THE TERM WITH.
       01 WS-GRADE-SCHEME.
          05 WS-GS-VERSION  PIC X(4).
          05 WS-GS-COUNT    PIC 99.
          05 WS-GS-ENTRY    OCCURS 10 TIMES.
             10 WS-GS-GRADE PIC X(1).
             10 WS-GS-LOW   PIC 9(2).
             10 WS-GS-PASS  PIC X(1).
       01 WS-GS-WORK.
          05 WS-GS-EFF-TERM PIC X(6).
          05 WS-GS-MAX      PIC 99   VALUE 10.
          05 WS-GS-SW       PIC X(01).
             88 GS-FROM-FILE    VALUE "Y".
             88 GS-BUILT-IN     VALUE "N".
          05 WS-PASS-FLAG   PIC X(01).
             88 GRADE-PASSED    VALUE "P".
          05 WS-REC-SCHEME  PIC X(4).

      *    THE RUN SCHEME AS LOADED, KEPT WHILE A REJECT IS GRADED
      *    UNDER THE SCHEME OF ITS OWN LOAD.
       01 WS-RUN-SCHEME.
          05 WS-RS-VERSION  PIC X(4).
          05 FILLER         PIC X(42).

      *    EVERY VALID GRADREF ROW, WHATEVER ITS TERM, SO ANY
      *    SCHEME A LOAD GRADED WITH CAN BE REBUILT.
       01 WS-GS-LIBRARY.
          05 WS-GL-COUNT    PIC 9(3) VALUE 0.
          05 WS-GL-MAX      PIC 9(3) VALUE 200.
          05 WS-GL-IX       PIC 9(3).
          05 WS-GL-ENTRY    OCCURS 200 TIMES.
             10 WS-GL-VERSION  PIC X(4).
             10 WS-GL-EFF-TERM PIC X(6).
             10 WS-GL-GRADE    PIC X(1).
             10 WS-GL-LOW      PIC 9(2).
             10 WS-GL-PASS     PIC X(1).

       01 WS-CONSTANTS.
          05 WS-PASS-PERC   PIC 9(2) VALUE 70.
          05 WS-SUBJ-COUNT  PIC 99   VALUE 3.
                      WS-VARIABLES
                      OUTREC.
           PERFORM 1080-LOAD-SUBJREF.
           PERFORM 1050-GET-TERM.
           PERFORM 1060-LOAD-GRADREF.
           PERFORM 1100-LOAD-CORRECTIONS.

      *    THE TERMCARD IS OPTIONAL HERE - IT ONLY PICKS THE
      *    GRADING SCHEME. WITHOUT ONE THE LATEST SCHEME ON GRADREF
      *    APPLIES.
       1050-GET-TERM.
           MOVE SPACES TO WS-TERM.
           OPEN INPUT TERMCARD.
           IF FS7-OK
               READ TERMCARD
                   AT END
                       SET FS7-EOF TO TRUE
                   NOT AT END
                       MOVE TC-TERM TO WS-TERM
               END-READ
               CLOSE TERMCARD
           END-IF.
           IF WS-TERM NOT = SPACES
               DISPLAY "GRADING TERM            : " WS-TERM
           END-IF.

       1060-LOAD-GRADREF.
           PERFORM 1065-DEFAULT-SCHEME.
           SET GS-BUILT-IN TO TRUE.
           MOVE SPACES TO WS-GS-EFF-TERM.
           OPEN INPUT GRADREF.
           IF FS6-OK
               PERFORM UNTIL FS6-EOF
                   READ GRADREF
                       AT END
                           SET FS6-EOF TO TRUE
                       NOT AT END
                           PERFORM 1070-STORE-GRADE
                   END-READ
               END-PERFORM
               CLOSE GRADREF
           ELSE
               DISPLAY "NO GRADREF SUPPLIED - BUILT-IN GRADING"
                       " SCHEME IN EFFECT"
           END-IF.
           MOVE WS-GRADE-SCHEME TO WS-RUN-SCHEME.
           DISPLAY "GRADE SCHEME VERSION    : " WS-GS-VERSION.

      *    THE BUILT-IN SCHEME REPRODUCES THE CUT-OFFS THE SUITE
      *    USED BEFORE GRADREF EXISTED, WITH C STARTING AT THE
      *    PASS MARK.
       1065-DEFAULT-SCHEME.
           MOVE "DFLT" TO WS-GS-VERSION.
           MOVE 5 TO WS-GS-COUNT.
           MOVE "A"  TO WS-GS-GRADE(1).
           MOVE 90   TO WS-GS-LOW(1).
           MOVE "P"  TO WS-GS-PASS(1).
           MOVE "B"  TO WS-GS-GRADE(2).
           MOVE 80   TO WS-GS-LOW(2).
           MOVE "P"  TO WS-GS-PASS(2).
           MOVE "C"  TO WS-GS-GRADE(3).
           MOVE WS-PASS-PERC TO WS-GS-LOW(3).
           MOVE "P"  TO WS-GS-PASS(3).
           MOVE "D"  TO WS-GS-GRADE(4).
           MOVE 60   TO WS-GS-LOW(4).
           MOVE "F"  TO WS-GS-PASS(4).
           MOVE "F"  TO WS-GS-GRADE(5).
           MOVE 0    TO WS-GS-LOW(5).
           MOVE "F"  TO WS-GS-PASS(5).

      *    A ROW FROM A LATER EFFECTIVE TERM (NOT PAST THE RUN TERM)
      *    STARTS THE TABLE AGAIN; ROWS OF THE SCHEME ALREADY HELD
      *    ARE ADDED IN FILE ORDER. ROWS OF A SECOND VERSION FOR
      *    THE SAME EFFECTIVE TERM ARE SKIPPED.
       1070-STORE-GRADE.
           IF GR-EFF-TERM = SPACES
              OR GR-VERSION = SPACES
              OR GR-GRADE = SPACE
              OR GR-LOW-PERC IS NOT NUMERIC
              OR (NOT GR-PASS AND NOT GR-FAIL)
               DISPLAY "BAD GRADREF RECORD SKIPPED : " GRADREFREC(1:20)
           ELSE
               PERFORM 1075-STORE-LIBRARY
               IF WS-TERM = SPACES
                  OR GR-EFF-TERM NOT > WS-TERM
                   IF GS-BUILT-IN
                      OR GR-EFF-TERM > WS-GS-EFF-TERM
                       SET GS-FROM-FILE TO TRUE
                       MOVE GR-EFF-TERM TO WS-GS-EFF-TERM
                       MOVE GR-VERSION TO WS-GS-VERSION
                       MOVE 0 TO WS-GS-COUNT
                   END-IF
                   IF GR-EFF-TERM = WS-GS-EFF-TERM
                       IF GR-VERSION NOT = WS-GS-VERSION
                          OR WS-GS-COUNT NOT < WS-GS-MAX
                           DISPLAY "GRADREF RECORD IGNORED : "
                                   GRADREFREC(1:20)
                       ELSE
                           ADD 1 TO WS-GS-COUNT
                           MOVE GR-GRADE TO WS-GS-GRADE(WS-GS-COUNT)
                           MOVE GR-LOW-PERC TO WS-GS-LOW(WS-GS-COUNT)
                           MOVE GR-PASS-FLAG TO WS-GS-PASS(WS-GS-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1075-STORE-LIBRARY.
           IF WS-GL-COUNT < WS-GL-MAX
               ADD 1 TO WS-GL-COUNT
               MOVE GR-VERSION TO WS-GL-VERSION(WS-GL-COUNT)
               MOVE GR-EFF-TERM TO WS-GL-EFF-TERM(WS-GL-COUNT)
               MOVE GR-GRADE TO WS-GL-GRADE(WS-GL-COUNT)
               MOVE GR-LOW-PERC TO WS-GL-LOW(WS-GL-COUNT)
               MOVE GR-PASS-FLAG TO WS-GL-PASS(WS-GL-COUNT)
           ELSE
               DISPLAY "GRADREF LIBRARY FULL - ROW NOT KEPT : "
                       GRADREFREC(1:20)
           END-IF.

       1080-LOAD-SUBJREF.
           PERFORM 1085-DEFAULT-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
           ELSE
               ADD 1 TO WS-ATTEMPT
               PERFORM 2230-VALIDATE
               IF RECORD-VALID
                   PERFORM 2245-SELECT-SCHEME
               END-IF
               IF RECORD-VALID
                   PERFORM 2250-BUILD-RECORD
                   PERFORM 2260-WRITE-OUTFILE
               END-IF
           END-IF.

      *    THE SCHEME THE REJECTING LOAD GRADED WITH: NONE RECORDED
      *    TAKES THE RUN SCHEME, DFLT THE BUILT-IN ONE, ANY OTHER
      *    VERSION IS REBUILT FROM ITS GRADREF ROWS (THE FIRST
      *    EFFECTIVE TERM FILED UNDER THAT VERSION).
       2245-SELECT-SCHEME.
           MOVE RJ-GRADE-SCHEME TO WS-REC-SCHEME.
           EVALUATE TRUE
               WHEN WS-REC-SCHEME = SPACES
               WHEN WS-REC-SCHEME = WS-RS-VERSION
                   MOVE WS-RUN-SCHEME TO WS-GRADE-SCHEME
               WHEN WS-REC-SCHEME = "DFLT"
                   PERFORM 1065-DEFAULT-SCHEME
               WHEN OTHER
                   MOVE WS-REC-SCHEME TO WS-GS-VERSION
                   MOVE 0 TO WS-GS-COUNT
                   MOVE SPACES TO WS-GS-EFF-TERM
                   PERFORM 2246-PICK-LIBRARY-ROW
                       VARYING WS-GL-IX FROM 1 BY 1
                       UNTIL WS-GL-IX > WS-GL-COUNT
                   IF WS-GS-COUNT = 0
                       SET RECORD-INVALID TO TRUE
                       STRING "SCHEME " WS-REC-SCHEME
                              " NOT ON GRADREF"
                          INTO WS-REJ-REASON
                       END-STRING
                   END-IF
           END-EVALUATE.

       2246-PICK-LIBRARY-ROW.
           IF WS-GL-VERSION(WS-GL-IX) = WS-REC-SCHEME
               IF WS-GS-EFF-TERM = SPACES
                   MOVE WS-GL-EFF-TERM(WS-GL-IX) TO WS-GS-EFF-TERM
               END-IF
               IF WS-GL-EFF-TERM(WS-GL-IX) = WS-GS-EFF-TERM
                  AND WS-GS-COUNT < WS-GS-MAX
                   ADD 1 TO WS-GS-COUNT
                   MOVE WS-GL-GRADE(WS-GL-IX)
                       TO WS-GS-GRADE(WS-GS-COUNT)
                   MOVE WS-GL-LOW(WS-GL-IX) TO WS-GS-LOW(WS-GS-COUNT)
                   MOVE WS-GL-PASS(WS-GL-IX)
                       TO WS-GS-PASS(WS-GS-COUNT)
               END-IF
           END-IF.

       2250-BUILD-RECORD.
           MOVE SPACES TO OUTREC.
           STRING "S"

           PERFORM 2257-DERIVE-GRADE.

           IF GRADE-PASSED
               MOVE "CONGRATULATIONS!!!"
                   TO O-RESULT
           ELSE
               MOVE "BETTER LUCK NEXT TIME!!!"
                   TO O-RESULT
           END-IF.
           MOVE WS-GS-VERSION TO O-GRADE-SCHEME.

       2255-MOVE-SUBJ-MARKS.
           MOVE WS-CO-SUBJ-MARKS(WS-CORR-IX WS-SUBJ)
                WS-MARKS(WS-SUBJ).

       2257-DERIVE-GRADE.
           CALL "CA23G086"
               USING WS-GRADE-SCHEME WS-PERC O-GRADE WS-PASS-FLAG.

       2260-WRITE-OUTFILE.
           WRITE OUTREC
           MOVE RJ-STID TO NR-STID.
           MOVE WS-REJ-REASON TO NR-REASON.
           MOVE WS-ATTEMPT TO NR-ATTEMPT.
           MOVE RJ-GRADE-SCHEME TO NR-GRADE-SCHEME.
           WRITE NEWREJREC.

       2300-CLOSE.
