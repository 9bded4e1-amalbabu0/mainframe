      *****************************************************************
      * PROGRAM NAME : CA16G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Statistical moderation of subject marks. Takes
      *                one MODCARD per subject to be moderated, giving
      *                either a target mean (the subject's marks are
      *                scaled by target / current mean) or a fixed
      *                multiply factor and add / subtract amount.
      *                Every moderated mark is rounded to two decimals
      *                and held between zero and the SUBJREF maximum
      *                for the subject. Each student's percentage and
      *                grade are re-derived (CA22G086 / CA23G086, same
      *                rules as CA41G086), and every changed OUTFILE
      *                record is rewritten and journaled to the
      *                CA41G086 maintenance journal under this run's
      *                id so CA45G086 can back the moderation out.
      *                STATRPT prints the subject statistics before
      *                and after moderation in the CA34G086 layout,
      *                plus the number of students whose grade moved.
      *                As in CA41G086, a student is regraded under the
      *                scheme the record was last graded with (OUTFILE
      *                cols 81-84) and keeps that stamp, so moderating
      *                an earlier term's result does not move it onto
      *                a later term's cut-offs; a record with no
      *                scheme recorded takes the run scheme. A record
      *                whose scheme is no longer on GRADREF is not
      *                moderated at all - it is listed on the console
      *                and counted on STATRPT, and the run ends
      *                condition code 4.
      *                The run is report-only (OUTFILE opened for
      *                input, nothing journaled) unless every MODCARD
      *                carries the apply flag, so the board can see
      *                the effect before approving it. Students
      *                debarred for attendance (grade X) have no
      *                result to moderate and are left out of the
      *                run and its statistics.
      *                An applied run does not go through the MNTAPPR
      *                approval queue - it is one board decision over
      *                a whole cohort, not a set of single-record
      *                items a checker could weigh one by one. The
      *                control in its place: every card of an applied
      *                run must carry the id of the operator who
      *                prepared it and of the board member who
      *                approved it, and the two must differ, or the
      *                run stops before OUTFILE is opened. Both ids
      *                are shown on the console with the run id. The
      *                cards of one run must all name the same
      *                approver, whose id is stamped on every journal
      *                entry the run writes.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA16G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODCARD
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS1.

           SELECT OUTFILE
               ASSIGN TO DD2
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-STID
               FILE STATUS IS WS-FS2.

           SELECT JRNFILE
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT STATRPT
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

           SELECT SUBJREF
               ASSIGN TO DD5
               ORGANIZATION IS SEQUENTIAL
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

      *    MODERATION CARD. METHOD M = TARGET MEAN, F = FACTOR
      *    (MULTIPLY, BLANK = 1.000, THEN ADD OR SUBTRACT BY SIGN).
      *    MC-APPLY "A" ON EVERY CARD APPLIES THE RUN; ANYTHING
      *    ELSE ON ANY CARD MAKES IT REPORT-ONLY. AN APPLY CARD
      *    NAMES ITS PREPARER AND A DIFFERENT BOARD APPROVER.
       FD  MODCARD.
       01  MODREC.
           05 MC-SUBJ-NO    PIC 9(2).
           05 FILLER        PIC X.
           05 MC-METHOD     PIC X(01).
              88 MC-TARGET-MEAN VALUE "M".
              88 MC-FACTOR      VALUE "F".
           05 FILLER        PIC X.
           05 MC-TARGET     PIC 99.99.
           05 FILLER        PIC X.
           05 MC-ADD-SIGN   PIC X(01).
              88 MC-SUBTRACT    VALUE "-".
           05 MC-ADD        PIC 99.99.
           05 FILLER        PIC X.
           05 MC-MULT       PIC 9.999.
           05 FILLER        PIC X.
           05 MC-APPLY      PIC X(01).
              88 MC-APPLY-RUN   VALUE "A".
           05 FILLER        PIC X.
           05 MC-PREP-ID    PIC X(8).
           05 FILLER        PIC X.
           05 MC-APPR-ID    PIC X(8).
           05 FILLER        PIC X(37).

       FD  OUTFILE.
       01  OUTREC.
           05 O-STID        PIC X(6).
           05 FILLER        PIC X.
           05 O-NEWNAME     PIC X(15).
           05 FILLER        PIC X.
           05 O-SUBJ-MARKS  OCCURS 3 TIMES PIC 99.99.
           05 FILLER        PIC X.
           05 O-PERC        PIC 9(2).
           05 FILLER        PIC X.
           05 O-GRADE       PIC X(01).
           05 FILLER        PIC X.
           05 O-RESULT      PIC X(30).
           05 FILLER        PIC X(6).
           05 O-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(6).

       FD  JRNFILE.
       01  JRNREC.
           05 JR-RUN-ID     PIC X(14).
           05 FILLER        PIC X.
           05 JR-SEQ        PIC 9(6).
           05 FILLER        PIC X.
           05 JR-ACTION     PIC X(01).
           05 FILLER        PIC X.
           05 JR-STID       PIC X(6).
           05 FILLER        PIC X.
           05 JR-BEFORE     PIC X(90).
           05 FILLER        PIC X.
           05 JR-AFTER      PIC X(90).
           05 JR-USERID     PIC X(8).

       FD  STATRPT.
       01  STATREC          PIC X(80).

       FD  SUBJREF.
       01  SUBJREFREC.
           05 SB-SUBJ-NO    PIC 9(2).
           05 FILLER        PIC X.
           05 SB-TERM       PIC X(6).
           05 FILLER        PIC X.
           05 SB-CODE       PIC X(6).
           05 FILLER        PIC X.
           05 SB-NAME       PIC X(20).
           05 FILLER        PIC X.
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
          05 WS-FS1         PIC 99.
             88 FS1-OK      VALUE 00.
             88 FS1-EOF     VALUE 10.
          05 WS-FS2         PIC 99.
             88 FS2-OK      VALUE 00.
             88 FS2-EOF     VALUE 10.
          05 WS-FS3         PIC 99.
             88 FS3-OK      VALUE 00.
          05 WS-FS4         PIC 99.
             88 FS4-OK      VALUE 00.
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
          05 WS-MODE-SW     PIC X(01).
             88 MODE-APPLY      VALUE "A".
             88 MODE-REPORT     VALUE "R".
          05 WS-CARD-SW     PIC X(01).
             88 CARDS-VALID     VALUE "Y".
             88 CARDS-INVALID   VALUE "N".
          05 WS-CHANGED-SW  PIC X(01).
             88 RECORD-CHANGED   VALUE "Y".
             88 RECORD-UNCHANGED VALUE "N".

       01 WS-VARIABLES.
          05 WS-TERM        PIC X(6) VALUE SPACES.
          05 WS-SUBJ        PIC 9(2).
          05 WS-PH          PIC 9(1).
          05 WS-BAND        PIC 9(2).
          05 WS-GRADE-IX    PIC 9(2).
          05 WS-STAR-CNT    PIC 9(2).
          05 WS-PERC        PIC 9(2).
          05 WS-CARD-CNT    PIC 9(4) VALUE 0.
          05 WS-STUD-CNT    PIC 9(6) VALUE 0.
          05 WS-CHG-CNT     PIC 9(6) VALUE 0.
          05 WS-MOVED-CNT   PIC 9(6) VALUE 0.
          05 WS-UP-CNT      PIC 9(6) VALUE 0.
          05 WS-DOWN-CNT    PIC 9(6) VALUE 0.
          05 WS-JRN-CNT     PIC 9(6) VALUE 0.
          05 WS-DEBAR-CNT   PIC 9(6) VALUE 0.
          05 WS-NOSCHEME-CNT PIC 9(6) VALUE 0.
          05 WS-RUN-APPR-ID PIC X(8).
          05 WS-OLD-GRADE   PIC X(01).
          05 WS-OLD-PERC    PIC 9(2).
          05 WS-AVG         PIC 99V99.
          05 WS-AVG-ED      PIC Z9.99.
          05 WS-MIN-ED      PIC Z9.99.
          05 WS-MAX-ED      PIC Z9.99.
          05 WS-CNT-ED      PIC ZZZ,ZZ9.
          05 WS-FACTOR-ED   PIC Z9.9999.
          05 WS-ADD-ED      PIC +Z9.99.
          05 WS-STARS       PIC X(40).

      *    EVERY MODERATED RECORD IS JOURNALED UNDER THIS RUN ID
      *    (DATE + TIME AT INIT) - THE ID CA45G086 TAKES ON ITS
      *    RUNCARD TO BACK THE WHOLE MODERATION OUT.
       01 WS-JOURNAL-WORK.
          05 WS-RUN-ID.
             10 WS-RUN-ID-DATE PIC X(8).
             10 WS-RUN-ID-TIME PIC X(6).
          05 WS-RUN-TIME    PIC X(8).
          05 WS-BEFORE-IMAGE PIC X(90).

       01 WS-MARKS-TAB.
          05 WS-MARKS       OCCURS 3 TIMES PIC 99.99.

       01 WS-MARK-VAL       PIC 9(2)V9(2).
       01 WS-NEW-VAL        PIC S9(3)V9(2).
       01 WS-MAX-VAL        PIC 9(2)V9(2).

      *    MODERATION PER SUBJECT, FROM THE MODCARDS. A TARGET MEAN
      *    IS TURNED INTO A FACTOR ONCE THE BEFORE STATISTICS ARE
      *    KNOWN. A SUBJECT WITH NO CARD IS LEFT ALONE.
       01 WS-MOD-TAB.
          05 WS-MOD         OCCURS 3 TIMES.
             10 WS-MD-SW       PIC X(01).
                88 MD-ACTIVE      VALUE "Y".
                88 MD-INACTIVE    VALUE "N".
             10 WS-MD-METHOD   PIC X(01).
             10 WS-MD-TARGET   PIC 9(2)V9(2).
             10 WS-MD-FACTOR   PIC 9(2)V9(4).
             10 WS-MD-ADD      PIC S9(2)V9(2).

      *    SUBJECT REFERENCE MASTER - NAMES FOR THE REPORT LABELS,
      *    MAXIMA FOR THE CAP AND THE HISTOGRAM BAND WIDTH.
      *    DEFAULTS (SUBJECT N, 50.00) APPLY WHEN NO SUBJREF IS
      *    SUPPLIED.
       01 WS-SUBJ-NAMES.
          05 WS-SUBJ-NAME   OCCURS 3 TIMES PIC X(20).
       01 WS-SUBJ-MAX-TAB.
          05 WS-SUBJ-MAX    OCCURS 3 TIMES PIC 99.99.

       01 WS-BAND-WORK.
          05 WS-BAND-WIDTH  PIC 9(2)V9(2).
          05 WS-BAND-LO     PIC 9(3).
          05 WS-BAND-HI     PIC 9(3).
          05 WS-BAND-LO-ED  PIC ZZ9.
          05 WS-BAND-HI-ED  PIC ZZ9.

       01 WS-GRADE-LETTERS.
          05 FILLER         PIC X(1) VALUE "A".
          05 FILLER         PIC X(1) VALUE "B".
          05 FILLER         PIC X(1) VALUE "C".
          05 FILLER         PIC X(1) VALUE "D".
          05 FILLER         PIC X(1) VALUE "F".
       01 WS-GRADE-LETTER REDEFINES WS-GRADE-LETTERS
                           OCCURS 5 TIMES PIC X(1).

      *    SUBJECT STATISTICS AND GRADE DISTRIBUTION, PHASE 1
      *    BEFORE MODERATION AND PHASE 2 AFTER.
       01 WS-PHASE-STATS.
          05 WS-PHASE       OCCURS 2 TIMES.
             10 WS-SUBJ-STAT   OCCURS 3 TIMES.
                15 WS-SS-SUM   PIC 9(8)V99.
                15 WS-SS-MIN   PIC 99V99.
                15 WS-SS-MAX   PIC 99V99.
                15 WS-SS-BAND  OCCURS 5 TIMES PIC 9(6).
             10 WS-GRADE-CNT   OCCURS 5 TIMES PIC 9(6).

      *    GRADING SCHEME A RECORD IS REGRADED WITH, PASSED TO
      *    CA23G086 - THE RUN SCHEME, OR THE RECORD'S OWN SCHEME
      *    REBUILT FROM THE LIBRARY BELOW.
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
          05 WS-SCHEME-SW   PIC X(01).
             88 SCHEME-FOUND    VALUE "Y".
             88 SCHEME-MISSING  VALUE "N".

      *    THE RUN SCHEME AS LOADED, KEPT WHILE A RECORD IS REGRADED
      *    UNDER ITS OWN SCHEME.
       01 WS-RUN-SCHEME.
          05 WS-RS-VERSION  PIC X(4).
          05 FILLER         PIC X(42).

      *    EVERY VALID GRADREF ROW, WHATEVER ITS TERM, SO ANY
      *    SCHEME A RECORD WAS GRADED WITH CAN BE REBUILT.
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
          05 WS-BAND-COUNT  PIC 99   VALUE 5.
          05 WS-GRADE-COUNT PIC 99   VALUE 5.
          05 WS-STAR-MAX    PIC 99   VALUE 40.
          05 WS-DEBAR-GRADE PIC X(01) VALUE "X".
          05 WS-WEIGHT-TAB.
             10 WS-WEIGHT-1 PIC 999  VALUE 40.
             10 WS-WEIGHT-2 PIC 999  VALUE 30.
             10 WS-WEIGHT-3 PIC 999  VALUE 30.
          05 WS-WEIGHT REDEFINES WS-WEIGHT-TAB
                        OCCURS 3 TIMES PIC 999.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-BEFORE-PASS
           PERFORM 3000-MODERATE-PASS
           PERFORM 4000-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-SWITCHES
                      WS-VARIABLES
                      WS-PHASE-STATS.
           ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME.
           PERFORM 1080-LOAD-SUBJREF.
           PERFORM 1050-GET-TERM.
           PERFORM 1060-LOAD-GRADREF.
           PERFORM 1200-LOAD-MODCARDS.
           PERFORM 1100-INIT-SUBJ-STAT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           IF MODE-APPLY
               DISPLAY "MODERATION RUN ID : " WS-RUN-ID
           ELSE
               DISPLAY "REPORT-ONLY RUN - OUTFILE NOT UPDATED"
           END-IF.

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
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           OPEN INPUT SUBJREF.
           IF FS5-OK
               PERFORM UNTIL FS5-EOF
                   READ SUBJREF
                       AT END
                           SET FS5-EOF TO TRUE
                       NOT AT END
                           PERFORM 1090-STORE-SUBJECT
                   END-READ
               END-PERFORM
               CLOSE SUBJREF
           ELSE
               DISPLAY "NO SUBJREF SUPPLIED - DEFAULT SUBJECT"
                       " NAMES AND MAXIMA IN EFFECT"
           END-IF.

       1085-DEFAULT-SUBJECT.
           MOVE SPACES TO WS-SUBJ-NAME(WS-SUBJ).
           STRING "SUBJECT " WS-SUBJ
              INTO WS-SUBJ-NAME(WS-SUBJ)
           END-STRING.
           MOVE 50 TO WS-SUBJ-MAX(WS-SUBJ).
           SET MD-INACTIVE(WS-SUBJ) TO TRUE.

       1090-STORE-SUBJECT.
           IF SB-SUBJ-NO IS NUMERIC
              AND SB-SUBJ-NO >= 1
              AND SB-SUBJ-NO <= WS-SUBJ-COUNT
               MOVE SB-NAME TO WS-SUBJ-NAME(SB-SUBJ-NO)
               IF SB-MAX-MARK(1:2) IS NUMERIC
                  AND SB-MAX-MARK(4:2) IS NUMERIC
                   MOVE SB-MAX-MARK TO WS-SUBJ-MAX(SB-SUBJ-NO)
               END-IF
           ELSE
               DISPLAY "BAD SUBJREF RECORD SKIPPED : " SUBJREFREC(1:20)
           END-IF.

       1095-GET-SUBJ-MAX.
           MOVE WS-SUBJ-MAX(WS-SUBJ)(1:2) TO WS-MAX-VAL(1:2).
           MOVE WS-SUBJ-MAX(WS-SUBJ)(4:2) TO WS-MAX-VAL(3:2).
           COMPUTE WS-BAND-WIDTH = WS-MAX-VAL / WS-BAND-COUNT.
           IF WS-BAND-WIDTH = 0
               MOVE 10 TO WS-BAND-WIDTH
           END-IF.

       1100-INIT-SUBJ-STAT.
           PERFORM 1095-GET-SUBJ-MAX.
           MOVE WS-MAX-VAL TO WS-SS-MIN(1 WS-SUBJ)
                              WS-SS-MIN(2 WS-SUBJ).

      *    A BAD OR DUPLICATE CARD STOPS THE RUN BEFORE OUTFILE IS
      *    READ - A MODERATION IS APPLIED AS THE BOARD APPROVED IT
      *    OR NOT AT ALL.
       1200-LOAD-MODCARDS.
           SET MODE-APPLY TO TRUE.
           SET CARDS-VALID TO TRUE.
           OPEN INPUT MODCARD.
           IF NOT FS1-OK
               DISPLAY "MODCARD OPEN ERROR " WS-FS1 " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FS1-EOF
               READ MODCARD
                   AT END
                       SET FS1-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-CNT
                       PERFORM 1210-STORE-MODCARD
               END-READ
           END-PERFORM.
           CLOSE MODCARD.
           IF WS-CARD-CNT = 0
               DISPLAY "NO MODERATION CARDS SUPPLIED - RUN STOPPED"
               SET CARDS-INVALID TO TRUE
           END-IF.
           IF CARDS-INVALID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-STORE-MODCARD.
           IF NOT MC-APPLY-RUN
               SET MODE-REPORT TO TRUE
           ELSE
               PERFORM 1215-CHECK-APPROVAL
           END-IF.
           EVALUATE TRUE
               WHEN MC-SUBJ-NO IS NOT NUMERIC
                 OR MC-SUBJ-NO < 1
                 OR MC-SUBJ-NO > WS-SUBJ-COUNT
                   DISPLAY "BAD SUBJECT ON MODCARD " WS-CARD-CNT
                   SET CARDS-INVALID TO TRUE
               WHEN MD-ACTIVE(MC-SUBJ-NO)
                   DISPLAY "DUPLICATE MODCARD FOR SUBJECT "
                           MC-SUBJ-NO
                   SET CARDS-INVALID TO TRUE
               WHEN MC-TARGET-MEAN
                   PERFORM 1220-STORE-TARGET
               WHEN MC-FACTOR
                   PERFORM 1230-STORE-FACTOR
               WHEN OTHER
                   DISPLAY "BAD METHOD ON MODCARD " WS-CARD-CNT
                   SET CARDS-INVALID TO TRUE
           END-EVALUATE.

      *    NO MODERATION IS APPLIED ON ONE PERSON'S WORD.
       1215-CHECK-APPROVAL.
           IF MC-PREP-ID = SPACES OR MC-APPR-ID = SPACES
               DISPLAY "PREPARER/APPROVER MISSING ON MODCARD "
                       WS-CARD-CNT
               SET CARDS-INVALID TO TRUE
           ELSE
               IF MC-PREP-ID = MC-APPR-ID
                   DISPLAY "MODCARD " WS-CARD-CNT
                           " APPROVED BY ITS PREPARER " MC-PREP-ID
                   SET CARDS-INVALID TO TRUE
               ELSE
                   DISPLAY "MODCARD " WS-CARD-CNT
                           " PREPARED BY " MC-PREP-ID
                           " APPROVED BY " MC-APPR-ID
                   PERFORM 1216-CHECK-SAME-APPROVER
               END-IF
           END-IF.

      *    ONE BOARD DECISION, ONE APPROVER - THE ID EVERY JOURNAL
      *    ENTRY OF THE RUN CARRIES.
       1216-CHECK-SAME-APPROVER.
           IF WS-RUN-APPR-ID = SPACES
               MOVE MC-APPR-ID TO WS-RUN-APPR-ID
           ELSE
               IF MC-APPR-ID NOT = WS-RUN-APPR-ID
                   DISPLAY "MODCARD " WS-CARD-CNT
                           " APPROVER DIFFERS FROM " WS-RUN-APPR-ID
                   SET CARDS-INVALID TO TRUE
               END-IF
           END-IF.

       1220-STORE-TARGET.
           IF MC-TARGET(1:2) IS NOT NUMERIC
              OR MC-TARGET(4:2) IS NOT NUMERIC
               DISPLAY "BAD TARGET MEAN ON MODCARD " WS-CARD-CNT
               SET CARDS-INVALID TO TRUE
           ELSE
               MOVE MC-SUBJ-NO TO WS-SUBJ
               SET MD-ACTIVE(WS-SUBJ) TO TRUE
               MOVE "M" TO WS-MD-METHOD(WS-SUBJ)
               MOVE MC-TARGET(1:2) TO WS-MARK-VAL(1:2)
               MOVE MC-TARGET(4:2) TO WS-MARK-VAL(3:2)
               MOVE WS-MARK-VAL TO WS-MD-TARGET(WS-SUBJ)
               MOVE 1 TO WS-MD-FACTOR(WS-SUBJ)
               MOVE 0 TO WS-MD-ADD(WS-SUBJ)
           END-IF.

       1230-STORE-FACTOR.
           MOVE MC-SUBJ-NO TO WS-SUBJ.
           MOVE 1 TO WS-MD-FACTOR(WS-SUBJ).
           MOVE 0 TO WS-MD-ADD(WS-SUBJ).
           IF MC-MULT NOT = SPACES
               IF MC-MULT(1:1) IS NOT NUMERIC
                  OR MC-MULT(3:3) IS NOT NUMERIC
                   DISPLAY "BAD FACTOR ON MODCARD " WS-CARD-CNT
                   SET CARDS-INVALID TO TRUE
               ELSE
                   MOVE MC-MULT TO WS-MD-FACTOR(WS-SUBJ)
               END-IF
           END-IF.
           IF MC-ADD NOT = SPACES
               IF MC-ADD(1:2) IS NOT NUMERIC
                  OR MC-ADD(4:2) IS NOT NUMERIC
                   DISPLAY "BAD ADD AMOUNT ON MODCARD " WS-CARD-CNT
                   SET CARDS-INVALID TO TRUE
               ELSE
                   MOVE MC-ADD(1:2) TO WS-MARK-VAL(1:2)
                   MOVE MC-ADD(4:2) TO WS-MARK-VAL(3:2)
                   IF MC-SUBTRACT
                       COMPUTE WS-MD-ADD(WS-SUBJ) = 0 - WS-MARK-VAL
                   ELSE
                       MOVE WS-MARK-VAL TO WS-MD-ADD(WS-SUBJ)
                   END-IF
               END-IF
           END-IF.
           SET MD-ACTIVE(WS-SUBJ) TO TRUE.
           MOVE "F" TO WS-MD-METHOD(WS-SUBJ).

      *    FIRST PASS - THE BEFORE STATISTICS, WHICH ALSO GIVE THE
      *    CURRENT MEAN A TARGET-MEAN CARD IS SCALED FROM.
       2000-BEFORE-PASS.
           OPEN INPUT OUTFILE.
           IF NOT FS2-OK
              DISPLAY "OUTFILE OPEN ERROR " WS-FS2
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 1 TO WS-PH.
           PERFORM UNTIL FS2-EOF
               READ OUTFILE
                   AT END
                       SET FS2-EOF TO TRUE
                   NOT AT END
                       IF O-GRADE = WS-DEBAR-GRADE
                           ADD 1 TO WS-DEBAR-CNT
                       ELSE
                           ADD 1 TO WS-STUD-CNT
                           PERFORM 2100-ACCUM-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTFILE.
           PERFORM 2300-SET-FACTOR
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

       2100-ACCUM-RECORD.
           PERFORM 2200-ACCUM-SUBJ
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           PERFORM 2250-ACCUM-GRADE
               VARYING WS-GRADE-IX FROM 1 BY 1
               UNTIL WS-GRADE-IX > WS-GRADE-COUNT.

       2200-ACCUM-SUBJ.
           MOVE O-SUBJ-MARKS(WS-SUBJ)(1:2) TO WS-MARK-VAL(1:2).
           MOVE O-SUBJ-MARKS(WS-SUBJ)(4:2) TO WS-MARK-VAL(3:2).

           ADD WS-MARK-VAL TO WS-SS-SUM(WS-PH WS-SUBJ).
           IF WS-MARK-VAL < WS-SS-MIN(WS-PH WS-SUBJ)
               MOVE WS-MARK-VAL TO WS-SS-MIN(WS-PH WS-SUBJ)
           END-IF.
           IF WS-MARK-VAL > WS-SS-MAX(WS-PH WS-SUBJ)
               MOVE WS-MARK-VAL TO WS-SS-MAX(WS-PH WS-SUBJ)
           END-IF.

           PERFORM 1095-GET-SUBJ-MAX.
           COMPUTE WS-BAND = WS-MARK-VAL / WS-BAND-WIDTH + 1.
           IF WS-BAND > WS-BAND-COUNT
               MOVE WS-BAND-COUNT TO WS-BAND
           END-IF.
           ADD 1 TO WS-SS-BAND(WS-PH WS-SUBJ WS-BAND).

       2250-ACCUM-GRADE.
           IF O-GRADE = WS-GRADE-LETTER(WS-GRADE-IX)
               ADD 1 TO WS-GRADE-CNT(WS-PH WS-GRADE-IX)
           END-IF.

      *    TARGET MEAN / CURRENT MEAN IS THE SCALING FACTOR. A
      *    SUBJECT WHOSE CURRENT MEAN IS ZERO CANNOT BE SCALED AND
      *    IS LEFT ALONE.
       2300-SET-FACTOR.
           IF MD-ACTIVE(WS-SUBJ)
              AND WS-MD-METHOD(WS-SUBJ) = "M"
               IF WS-STUD-CNT = 0
                  OR WS-SS-SUM(1 WS-SUBJ) = 0
                   DISPLAY "NO MARKS TO SCALE FOR "
                           WS-SUBJ-NAME(WS-SUBJ)
                           " - SUBJECT NOT MODERATED"
                   SET MD-INACTIVE(WS-SUBJ) TO TRUE
               ELSE
                   COMPUTE WS-MD-FACTOR(WS-SUBJ) ROUNDED =
                       WS-MD-TARGET(WS-SUBJ) * WS-STUD-CNT
                       / WS-SS-SUM(1 WS-SUBJ)
               END-IF
           END-IF.

      *    SECOND PASS - MODERATE, RE-GRADE AND (IN AN APPLY RUN)
      *    REWRITE AND JOURNAL EVERY RECORD WHOSE MARKS MOVED.
       3000-MODERATE-PASS.
           IF MODE-APPLY
               OPEN I-O OUTFILE
                    EXTEND JRNFILE
           ELSE
               OPEN INPUT OUTFILE
           END-IF.
           IF NOT FS2-OK
               DISPLAY "OUTFILE OPEN ERROR " WS-FS2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    NO JOURNAL MEANS NO BACKOUT PATH - AN APPLY RUN DOES NOT
      *    GO AHEAD WITHOUT IT.
           IF MODE-APPLY
              AND NOT FS3-OK
               DISPLAY "JRNFILE OPEN ERROR " WS-FS3 " - RUN STOPPED"
               CLOSE OUTFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 2 TO WS-PH.
           PERFORM UNTIL FS2-EOF
               READ OUTFILE
                   AT END
                       SET FS2-EOF TO TRUE
                   NOT AT END
                       IF O-GRADE NOT = WS-DEBAR-GRADE
                           PERFORM 3100-MODERATE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OUTFILE.
           IF MODE-APPLY
               CLOSE JRNFILE
           END-IF.

       3100-MODERATE-RECORD.
           MOVE OUTREC TO WS-BEFORE-IMAGE.
           MOVE O-GRADE TO WS-OLD-GRADE.
           MOVE O-PERC TO WS-OLD-PERC.
           SET RECORD-UNCHANGED TO TRUE.
           PERFORM 3110-MODERATE-MARK
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

           IF RECORD-CHANGED
               PERFORM 3205-SELECT-SCHEME
               IF SCHEME-MISSING
                   PERFORM 3250-SCHEME-EXCEPTION
               END-IF
           END-IF.

           IF RECORD-CHANGED
               ADD 1 TO WS-CHG-CNT
               PERFORM 3200-REDERIVE-RESULT
               IF O-GRADE NOT = WS-OLD-GRADE
                   ADD 1 TO WS-MOVED-CNT
                   IF O-PERC > WS-OLD-PERC
                       ADD 1 TO WS-UP-CNT
                   ELSE
                       ADD 1 TO WS-DOWN-CNT
                   END-IF
               END-IF
               IF MODE-APPLY
                   PERFORM 3300-REWRITE-RECORD
               END-IF
           END-IF.

           PERFORM 2100-ACCUM-RECORD.

      *    NEW MARK = OLD * FACTOR + ADD, ROUNDED TO TWO DECIMALS
      *    AND HELD BETWEEN ZERO AND THE SUBJECT MAXIMUM.
       3110-MODERATE-MARK.
           IF MD-ACTIVE(WS-SUBJ)
               MOVE O-SUBJ-MARKS(WS-SUBJ)(1:2) TO WS-MARK-VAL(1:2)
               MOVE O-SUBJ-MARKS(WS-SUBJ)(4:2) TO WS-MARK-VAL(3:2)
               COMPUTE WS-NEW-VAL ROUNDED =
                   WS-MARK-VAL * WS-MD-FACTOR(WS-SUBJ)
                   + WS-MD-ADD(WS-SUBJ)
               PERFORM 1095-GET-SUBJ-MAX
               IF WS-NEW-VAL > WS-MAX-VAL
                   MOVE WS-MAX-VAL TO WS-NEW-VAL
               END-IF
               IF WS-NEW-VAL < 0
                   MOVE 0 TO WS-NEW-VAL
               END-IF
               IF WS-NEW-VAL NOT = WS-MARK-VAL
                   SET RECORD-CHANGED TO TRUE
                   MOVE WS-NEW-VAL TO WS-MARK-VAL
                   MOVE WS-MARK-VAL(1:2) TO O-SUBJ-MARKS(WS-SUBJ)(1:2)
                   MOVE WS-MARK-VAL(3:2) TO O-SUBJ-MARKS(WS-SUBJ)(4:2)
               END-IF
           END-IF.

       3200-REDERIVE-RESULT.
           PERFORM 3210-MOVE-SUBJ-MARKS
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

           CALL "CA22G086"
               USING WS-MARKS-TAB WS-WEIGHT-TAB WS-SUBJ-MAX-TAB
                     WS-SUBJ-COUNT WS-PERC.

           MOVE WS-PERC TO O-PERC.

           CALL "CA23G086"
               USING WS-GRADE-SCHEME WS-PERC O-GRADE WS-PASS-FLAG.

           IF GRADE-PASSED
               MOVE "CONGRATULATIONS!!!"
                   TO O-RESULT
           ELSE
               MOVE "BETTER LUCK NEXT TIME!!!"
                   TO O-RESULT
           END-IF.
           MOVE WS-GS-VERSION TO O-GRADE-SCHEME.

      *    THE SCHEME THE RECORD WAS LAST GRADED WITH: NONE
      *    RECORDED TAKES THE RUN SCHEME, DFLT THE BUILT-IN ONE, ANY
      *    OTHER VERSION IS REBUILT FROM ITS GRADREF ROWS (THE FIRST
      *    EFFECTIVE TERM FILED UNDER THAT VERSION).
       3205-SELECT-SCHEME.
           SET SCHEME-FOUND TO TRUE.
           MOVE O-GRADE-SCHEME TO WS-REC-SCHEME.
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
                   PERFORM 3206-PICK-LIBRARY-ROW
                       VARYING WS-GL-IX FROM 1 BY 1
                       UNTIL WS-GL-IX > WS-GL-COUNT
                   IF WS-GS-COUNT = 0
                       SET SCHEME-MISSING TO TRUE
                   END-IF
           END-EVALUATE.

       3206-PICK-LIBRARY-ROW.
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

      *    A RECORD THAT CANNOT BE REGRADED UNDER ITS OWN SCHEME IS
      *    LEFT EXACTLY AS IT WAS - MARKS INCLUDED - AND LISTED.
       3250-SCHEME-EXCEPTION.
           ADD 1 TO WS-NOSCHEME-CNT.
           DISPLAY "NOT MODERATED " O-STID " - SCHEME "
                   WS-REC-SCHEME " NOT ON GRADREF".
           MOVE WS-BEFORE-IMAGE TO OUTREC.
           SET RECORD-UNCHANGED TO TRUE.

       3210-MOVE-SUBJ-MARKS.
           MOVE O-SUBJ-MARKS(WS-SUBJ) TO WS-MARKS(WS-SUBJ).

       3300-REWRITE-RECORD.
           REWRITE OUTREC
               INVALID KEY
                   DISPLAY "REWRITE FAILED " O-STID " STATUS " WS-FS2
                           " - RUN STOPPED, BACK OUT RUN ID "
                           WS-RUN-ID
                   PERFORM 3900-ABORT
               NOT INVALID KEY
                   PERFORM 3310-WRITE-JOURNAL
           END-REWRITE.

       3310-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-CNT.
           MOVE SPACES TO JRNREC.
           MOVE WS-RUN-ID TO JR-RUN-ID.
           MOVE WS-JRN-CNT TO JR-SEQ.
           MOVE "C" TO JR-ACTION.
           MOVE O-STID TO JR-STID.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE OUTREC TO JR-AFTER.
           MOVE WS-RUN-APPR-ID TO JR-USERID.
           WRITE JRNREC.
           IF NOT FS3-OK
               DISPLAY "JOURNAL WRITE FAILED " WS-FS3
                       " - RUN STOPPED AFTER " WS-JRN-CNT
                       " APPLIED"
               PERFORM 3900-ABORT
           END-IF.

       3900-ABORT.
           CLOSE OUTFILE
                 JRNFILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       4000-REPORT.
           OPEN OUTPUT STATRPT.
           IF NOT FS4-OK
               DISPLAY "STATRPT OPEN ERROR " WS-FS4
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO STATREC.
           IF MODE-APPLY
               STRING "CA16G086 - SUBJECT MODERATION APPLIED - RUN ID "
                      WS-RUN-ID
                  INTO STATREC
               END-STRING
           ELSE
               STRING "CA16G086 - SUBJECT MODERATION - REPORT ONLY,"
                      " NOT APPLIED"
                  INTO STATREC
               END-STRING
           END-IF.
           WRITE STATREC.
           MOVE SPACES TO STATREC.
           WRITE STATREC.
           PERFORM 4050-REPORT-CARD
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

           MOVE SPACES TO STATREC.
           WRITE STATREC.
           MOVE "BEFORE MODERATION" TO STATREC.
           WRITE STATREC.
           MOVE 1 TO WS-PH.
           PERFORM 4100-REPORT-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           PERFORM 4400-REPORT-GRADES.

           MOVE SPACES TO STATREC.
           WRITE STATREC.
           MOVE "AFTER MODERATION" TO STATREC.
           WRITE STATREC.
           MOVE 2 TO WS-PH.
           PERFORM 4100-REPORT-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           PERFORM 4400-REPORT-GRADES.

           MOVE SPACES TO STATREC.
           WRITE STATREC.
           MOVE WS-CHG-CNT TO WS-CNT-ED.
           MOVE SPACES TO STATREC.
           STRING "STUDENTS WITH MARKS CHANGED  " WS-CNT-ED
              INTO STATREC
           END-STRING.
           WRITE STATREC.
           MOVE WS-MOVED-CNT TO WS-CNT-ED.
           MOVE SPACES TO STATREC.
           STRING "STUDENTS WHOSE GRADE MOVED   " WS-CNT-ED
              INTO STATREC
           END-STRING.
           WRITE STATREC.
           MOVE WS-UP-CNT TO WS-CNT-ED.
           MOVE SPACES TO STATREC.
           STRING "  GRADE UP                   " WS-CNT-ED
              INTO STATREC
           END-STRING.
           WRITE STATREC.
           MOVE WS-DOWN-CNT TO WS-CNT-ED.
           MOVE SPACES TO STATREC.
           STRING "  GRADE DOWN                 " WS-CNT-ED
              INTO STATREC
           END-STRING.
           WRITE STATREC.
           MOVE WS-NOSCHEME-CNT TO WS-CNT-ED.
           MOVE SPACES TO STATREC.
           STRING "NOT MODERATED - SCHEME NOT ON GRADREF " WS-CNT-ED
              INTO STATREC
           END-STRING.
           WRITE STATREC.
           CLOSE STATRPT.

       4050-REPORT-CARD.
           MOVE SPACES TO STATREC.
           IF MD-ACTIVE(WS-SUBJ)
               MOVE WS-MD-FACTOR(WS-SUBJ) TO WS-FACTOR-ED
               MOVE WS-MD-ADD(WS-SUBJ) TO WS-ADD-ED
               IF WS-MD-METHOD(WS-SUBJ) = "M"
                   MOVE WS-MD-TARGET(WS-SUBJ) TO WS-AVG-ED
                   STRING WS-SUBJ-NAME(WS-SUBJ)
                          "  TARGET MEAN " WS-AVG-ED
                          "  FACTOR " WS-FACTOR-ED
                      INTO STATREC
                   END-STRING
               ELSE
                   STRING WS-SUBJ-NAME(WS-SUBJ)
                          "  FACTOR " WS-FACTOR-ED
                          "  ADD " WS-ADD-ED
                      INTO STATREC
                   END-STRING
               END-IF
           ELSE
               STRING WS-SUBJ-NAME(WS-SUBJ)
                      "  NOT MODERATED"
                  INTO STATREC
               END-STRING
           END-IF.
           WRITE STATREC.

       4100-REPORT-SUBJECT.
           IF WS-STUD-CNT > 0
               COMPUTE WS-AVG ROUNDED =
                   WS-SS-SUM(WS-PH WS-SUBJ) / WS-STUD-CNT
           ELSE
               MOVE 0 TO WS-AVG
               MOVE 0 TO WS-SS-MIN(WS-PH WS-SUBJ)
           END-IF.

           MOVE WS-AVG TO WS-AVG-ED.
           MOVE WS-SS-MIN(WS-PH WS-SUBJ) TO WS-MIN-ED.
           MOVE WS-SS-MAX(WS-PH WS-SUBJ) TO WS-MAX-ED.

           MOVE SPACES TO STATREC.
           STRING WS-SUBJ-NAME(WS-SUBJ)
                  "  AVG " WS-AVG-ED
                  "  MIN " WS-MIN-ED
                  "  MAX " WS-MAX-ED
              INTO STATREC
           END-STRING.
           WRITE STATREC.

           PERFORM 4200-REPORT-BAND
               VARYING WS-BAND FROM 1 BY 1
               UNTIL WS-BAND > WS-BAND-COUNT.

           MOVE SPACES TO STATREC.
           WRITE STATREC.

      *    BAND BOUNDS COME OFF THE SUBJECT'S OWN MAXIMUM, AS IN
      *    CA34G086.
       4200-REPORT-BAND.
           PERFORM 1095-GET-SUBJ-MAX.
           COMPUTE WS-BAND-LO = (WS-BAND - 1) * WS-BAND-WIDTH.
           IF WS-BAND = WS-BAND-COUNT
               MOVE WS-MAX-VAL TO WS-BAND-HI
           ELSE
               COMPUTE WS-BAND-HI = WS-BAND * WS-BAND-WIDTH - 1
           END-IF.
           MOVE WS-BAND-LO TO WS-BAND-LO-ED.
           MOVE WS-BAND-HI TO WS-BAND-HI-ED.

           MOVE WS-SS-BAND(WS-PH WS-SUBJ WS-BAND) TO WS-CNT-ED.
           IF WS-SS-BAND(WS-PH WS-SUBJ WS-BAND) > WS-STAR-MAX
               MOVE WS-STAR-MAX TO WS-STAR-CNT
           ELSE
               MOVE WS-SS-BAND(WS-PH WS-SUBJ WS-BAND) TO WS-STAR-CNT
           END-IF.
           MOVE ALL "*" TO WS-STARS.

           MOVE SPACES TO STATREC.
           IF WS-STAR-CNT > 0
               STRING "  " WS-BAND-LO-ED " - " WS-BAND-HI-ED
                      "  " WS-CNT-ED
                      "  " WS-STARS(1:WS-STAR-CNT)
                  INTO STATREC
               END-STRING
           ELSE
               STRING "  " WS-BAND-LO-ED " - " WS-BAND-HI-ED
                      "  " WS-CNT-ED
                  INTO STATREC
               END-STRING
           END-IF.
           WRITE STATREC.

       4400-REPORT-GRADES.
           MOVE SPACES TO STATREC.
           STRING "GRADE DISTRIBUTION"
              INTO STATREC
           END-STRING.
           WRITE STATREC.

           PERFORM 4500-REPORT-GRADE-LINE
               VARYING WS-GRADE-IX FROM 1 BY 1
               UNTIL WS-GRADE-IX > WS-GRADE-COUNT.

       4500-REPORT-GRADE-LINE.
           MOVE WS-GRADE-CNT(WS-PH WS-GRADE-IX) TO WS-CNT-ED.
           MOVE SPACES TO STATREC.
           STRING "  GRADE " WS-GRADE-LETTER(WS-GRADE-IX)
                  "  " WS-CNT-ED
              INTO STATREC
           END-STRING.
           WRITE STATREC.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA16G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           IF MODE-APPLY
               DISPLAY "RUN MODE                : APPLY"
           ELSE
               DISPLAY "RUN MODE                : REPORT ONLY"
           END-IF.
           DISPLAY "MODERATION CARDS READ   : " WS-CARD-CNT.
           DISPLAY "STUDENTS READ           : " WS-STUD-CNT.
           DISPLAY "DEBARRED, NOT MODERATED : " WS-DEBAR-CNT.
           DISPLAY "STUDENTS MARKS CHANGED  : " WS-CHG-CNT.
           DISPLAY "STUDENTS GRADE MOVED    : " WS-MOVED-CNT.
           DISPLAY "SCHEME NOT ON GRADREF   : " WS-NOSCHEME-CNT.
           DISPLAY "RECORDS JOURNALED       : " WS-JRN-CNT.
           IF MODE-APPLY
               DISPLAY "RUN ID FOR BACKOUT      : " WS-RUN-ID
           END-IF.
           DISPLAY "================================================".
           IF WS-NOSCHEME-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
