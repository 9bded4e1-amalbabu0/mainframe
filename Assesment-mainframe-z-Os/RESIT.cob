      *****************************************************************
      * PROGRAM NAME : CA15G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Supplementary (re-sit) examination run. Reads
      *                the re-sit marks file, accepts a record only
      *                for a student on the current CA11G086 FAILEXT,
      *                and applies the board's re-sit rule: the better
      *                of the two attempts stands, and a result earned
      *                on the re-sit is graded no higher than C. A
      *                subject left blank on the re-sit record was not
      *                re-sat and keeps its original mark. When the
      *                re-sit attempt is the better one the student's
      *                OUTFILE record is rewritten with it. Both
      *                attempts are written to the CA12G086 term
      *                history record for the term on TERMCARD, with
      *                the attempt flag saying which one stands, so
      *                CA32G086 and CA35G086 can show a result that
      *                came from a re-sit. The run reports re-sit
      *                passes, re-sit fails, no-shows (absent, or no
      *                re-sit record at all) and re-sit records for
      *                students who were never eligible.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA15G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESITIN
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS1.

           SELECT FAILEXT
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT OUTFILE
               ASSIGN TO DD3
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS O-STID
               FILE STATUS IS WS-FS3.

           SELECT HISTFILE
               ASSIGN TO DD4
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS H-KEY
               FILE STATUS IS WS-FS4.

           SELECT TERMCARD
               ASSIGN TO DD5
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

           SELECT RPTFILE
               ASSIGN TO DD6
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS6.

           SELECT SUBJREF
               ASSIGN TO DD7
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS7.

           SELECT GRADREF
               ASSIGN TO DD8
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS8.

       DATA DIVISION.
       FILE SECTION.

      *    RE-SIT MARKS. RS-ATTEND "A" MARKS A NO-SHOW; A BLANK
      *    SUBJECT MARK WAS NOT RE-SAT.
       FD  RESITIN.
       01  RESITREC.
           05 RS-STID       PIC 9(5).
           05 FILLER        PIC X.
           05 RS-ATTEND     PIC X(01).
              88 RS-ABSENT  VALUE "A".
           05 FILLER        PIC X.
           05 RS-SUBJ-MARKS OCCURS 3 TIMES PIC X(5).
           05 FILLER        PIC X(57).

       FD  FAILEXT.
       01  FAILREC.
           05 FX-STID       PIC X(6).
           05 FILLER        PIC X.
           05 FX-NEWNAME    PIC X(15).
           05 FILLER        PIC X.
           05 FX-PERC       PIC 9(2).
           05 FILLER        PIC X.
           05 FX-GRADE      PIC X(01).
           05 FILLER        PIC X(48).

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

      *    TERM HISTORY. THE MAIN MARKS / PERCENTAGE / GRADE ARE THE
      *    RESULT THAT STANDS FOR THE TERM; A STUDENT WHO RE-SAT
      *    ALSO CARRIES BOTH ATTEMPTS AND THE FLAG SAYING WHICH ONE
      *    STANDS.
       FD  HISTFILE.
       01  HISTREC.
           05 H-KEY.
              10 H-STID     PIC X(6).
              10 H-TERM     PIC X(6).
           05 FILLER        PIC X.
           05 H-SUBJ-MARKS  OCCURS 3 TIMES PIC 99.99.
           05 FILLER        PIC X.
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
           05 TC-TERM       PIC X(6).
           05 FILLER        PIC X(74).

       FD  RPTFILE.
       01  RPTREC.
           05 RP-STID       PIC X(6).
           05 FILLER        PIC X.
           05 RP-NAME       PIC X(15).
           05 FILLER        PIC X.
           05 RP-DISP       PIC X(12).
           05 FILLER        PIC X.
           05 RP-ORIG-PERC  PIC X(2).
           05 FILLER        PIC X.
           05 RP-ORIG-GRADE PIC X(01).
           05 FILLER        PIC X.
           05 RP-SUPP-PERC  PIC X(2).
           05 FILLER        PIC X.
           05 RP-SUPP-GRADE PIC X(01).
           05 FILLER        PIC X.
           05 RP-FINAL-PERC PIC X(2).
           05 FILLER        PIC X.
           05 RP-FINAL-GRADE PIC X(01).
           05 FILLER        PIC X.
           05 RP-REASON     PIC X(30).
           05 FILLER        PIC X(19).

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
             88 FS4-NOTFND  VALUE 23.
          05 WS-FS5         PIC 99.
             88 FS5-OK      VALUE 00.
             88 FS5-EOF     VALUE 10.
          05 WS-FS6         PIC 99.
             88 FS6-OK      VALUE 00.
          05 WS-FS7         PIC 99.
             88 FS7-OK      VALUE 00.
             88 FS7-EOF     VALUE 10.
          05 WS-FS8         PIC 99.
             88 FS8-OK      VALUE 00.
             88 FS8-EOF     VALUE 10.

       01 WS-SWITCHES.
          05 WS-VALID-SW    PIC X(01).
             88 RECORD-VALID    VALUE "Y".
             88 RECORD-INVALID  VALUE "N".
          05 WS-HIST-SW     PIC X(01).
             88 HIST-ON-FILE    VALUE "Y".
             88 HIST-NEW        VALUE "N".
          05 WS-SAT-SW      PIC X(01).
             88 RESIT-SAT       VALUE "Y".
             88 RESIT-NOT-SAT   VALUE "N".

       01 WS-VARIABLES.
          05 WS-TERM        PIC X(6) VALUE SPACES.
          05 WS-SUBJ        PIC 9(2).
          05 WS-GX          PIC 9(2).
          05 WS-CAP-IX      PIC 9(2) VALUE 0.
          05 WS-REJ-REASON  PIC X(30).
          05 WS-DISP        PIC X(12).
          05 WS-READ-CNT    PIC 9(6) VALUE 0.
          05 WS-PASS-CNT    PIC 9(6) VALUE 0.
          05 WS-FAIL-CNT    PIC 9(6) VALUE 0.
          05 WS-ABSENT-CNT  PIC 9(6) VALUE 0.
          05 WS-NOREC-CNT   PIC 9(6) VALUE 0.
          05 WS-INELIG-CNT  PIC 9(6) VALUE 0.
          05 WS-REJ-CNT     PIC 9(6) VALUE 0.
          05 WS-UPD-CNT     PIC 9(6) VALUE 0.
          05 WS-HIST-CNT    PIC 9(6) VALUE 0.

      *    THE TWO ATTEMPTS AND THE RESULT THAT STANDS. THE RE-SIT
      *    GRADE IS HELD ALREADY CAPPED.
       01 WS-ATTEMPT-WORK.
          05 WS-ORIG-MARKS-TAB.
             10 WS-ORIG-MARKS OCCURS 3 TIMES PIC 99.99.
          05 WS-ORIG-PERC   PIC 9(2).
          05 WS-ORIG-GRADE  PIC X(01).
          05 WS-SUPP-PERC   PIC 9(2).
          05 WS-SUPP-GRADE  PIC X(01).
          05 WS-SUPP-PASS   PIC X(01).
             88 SUPP-PASSED     VALUE "P".
          05 WS-ATTEMPT-FLAG PIC X(01).
             88 ORIG-STANDS     VALUE "O".
             88 SUPP-STANDS     VALUE "S".

       01 WS-MARKS-TAB.
          05 WS-MARKS       OCCURS 3 TIMES PIC 99.99.

       01 WS-MARK-VAL       PIC 9(2)V9(2).
       01 WS-MAX-VAL        PIC 9(2)V9(2).

      *    CURRENT FAILEXT, LOADED AT INIT. A STUDENT IS ELIGIBLE
      *    FOR ONE RE-SIT RECORD; FT-SEEN CATCHES A SECOND ONE AND
      *    LEAVES THE UNSEEN ENTRIES AS THE NO-SHOWS AT THE END.
       01 WS-FAIL-WORK.
          05 WS-FT-CNT      PIC 9(4) VALUE 0.
          05 WS-FT-MAX      PIC 9(4) VALUE 3000.
       01 WS-FAIL-TAB.
          05 WS-FAIL-ENTRY  OCCURS 3000 TIMES
                            INDEXED BY FT-IX.
             10 FT-STID     PIC X(6).
             10 FT-NAME     PIC X(15).
             10 FT-PERC     PIC 9(2).
             10 FT-GRADE    PIC X(01).
             10 FT-SEEN     PIC X(01).
                88 FT-RESIT-SEEN  VALUE "Y".

      *    SUBJECT REFERENCE MASTER, LOADED AT INIT - THE SAME
      *    NAMES AND MAXIMA CA11G086 VALIDATES AND COMPUTES WITH.
      *    DEFAULTS (SUBJECT N, 50.00) APPLY WHEN NO SUBJREF IS
      *    SUPPLIED.
       01 WS-SUBJ-NAMES.
          05 WS-SUBJ-NAME   OCCURS 3 TIMES PIC X(20).
       01 WS-SUBJ-MAX-TAB.
          05 WS-SUBJ-MAX    OCCURS 3 TIMES PIC 99.99.

      *    GRADING SCHEME IN EFFECT FOR THE TERM ON TERMCARD,
      *    LOADED FROM GRADREF AT INIT AND PASSED TO CA23G086.
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

       01 WS-CONSTANTS.
          05 WS-PASS-PERC   PIC 9(2) VALUE 70.
          05 WS-SUBJ-COUNT  PIC 99   VALUE 3.
          05 WS-CAP-GRADE   PIC X(01) VALUE "C".
          05 WS-WEIGHT-TAB.
             10 WS-WEIGHT-1 PIC 999  VALUE 40.
             10 WS-WEIGHT-2 PIC 999  VALUE 30.
             10 WS-WEIGHT-3 PIC 999  VALUE 30.
          05 WS-WEIGHT REDEFINES WS-WEIGHT-TAB
                        OCCURS 3 TIMES PIC 999.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-SWITCHES
                      WS-VARIABLES.
           PERFORM 1050-GET-TERM.
           PERFORM 1080-LOAD-SUBJREF.
           PERFORM 1060-LOAD-GRADREF.
           PERFORM 1100-FIND-CAP.
           PERFORM 1200-LOAD-FAILEXT.

      *    THE TERM IS MANDATORY HERE - IT KEYS THE HISTORY RECORD
      *    AS WELL AS PICKING THE GRADING SCHEME.
       1050-GET-TERM.
           MOVE SPACES TO WS-TERM.
           OPEN INPUT TERMCARD.
           IF FS5-OK
               READ TERMCARD
                   AT END
                       SET FS5-EOF TO TRUE
                   NOT AT END
                       MOVE TC-TERM TO WS-TERM
               END-READ
               CLOSE TERMCARD
           END-IF.
           IF WS-TERM = SPACES
               DISPLAY "NO TERM ID SUPPLIED ON TERMCARD - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "SUPPLEMENTARY RESULTS FOR TERM : " WS-TERM.

       1060-LOAD-GRADREF.
           PERFORM 1065-DEFAULT-SCHEME.
           SET GS-BUILT-IN TO TRUE.
           MOVE SPACES TO WS-GS-EFF-TERM.
           OPEN INPUT GRADREF.
           IF FS8-OK
               PERFORM UNTIL FS8-EOF
                   READ GRADREF
                       AT END
                           SET FS8-EOF TO TRUE
                       NOT AT END
                           PERFORM 1070-STORE-GRADE
                   END-READ
               END-PERFORM
               CLOSE GRADREF
           ELSE
               DISPLAY "NO GRADREF SUPPLIED - BUILT-IN GRADING"
                       " SCHEME IN EFFECT"
           END-IF.
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
               IF GR-EFF-TERM NOT > WS-TERM
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

       1080-LOAD-SUBJREF.
           PERFORM 1085-DEFAULT-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           OPEN INPUT SUBJREF.
           IF FS7-OK
               PERFORM UNTIL FS7-EOF
                   READ SUBJREF
                       AT END
                           SET FS7-EOF TO TRUE
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

      *    THE CAP IS THE ROW OF GRADE C IN THE SCHEME; ANY ROW
      *    ABOVE IT (A BETTER GRADE) IS CAPPED DOWN TO C. A SCHEME
      *    WITH NO C CANNOT BE CAPPED AND SAYS SO.
       1100-FIND-CAP.
           MOVE 0 TO WS-CAP-IX.
           PERFORM 1110-MATCH-CAP
               VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-GS-COUNT
                  OR WS-CAP-IX > 0.
           IF WS-CAP-IX = 0
               DISPLAY "NO GRADE " WS-CAP-GRADE " IN SCHEME "
                       WS-GS-VERSION " - RE-SIT GRADES NOT CAPPED"
           END-IF.

       1110-MATCH-CAP.
           IF WS-GS-GRADE(WS-GX) = WS-CAP-GRADE
               MOVE WS-GX TO WS-CAP-IX
           END-IF.

       1200-LOAD-FAILEXT.
           OPEN INPUT FAILEXT.
           IF NOT FS2-OK
               DISPLAY "FAILEXT OPEN ERROR " WS-FS2
                       " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FS2-EOF
               READ FAILEXT
                   AT END
                       SET FS2-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-FAILURE
               END-READ
           END-PERFORM.
           CLOSE FAILEXT.
           DISPLAY "STUDENTS ON FAILEXT     : " WS-FT-CNT.

      *    A FAILEXT TOO BIG FOR THE TABLE WOULD TURN ELIGIBLE
      *    STUDENTS AWAY, SO IT STOPS THE RUN INSTEAD.
       1210-STORE-FAILURE.
           IF WS-FT-CNT NOT < WS-FT-MAX
               DISPLAY "FAILEXT EXCEEDS " WS-FT-MAX
                       " STUDENTS - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-FT-CNT.
           MOVE FX-STID TO FT-STID(WS-FT-CNT).
           MOVE FX-NEWNAME TO FT-NAME(WS-FT-CNT).
           MOVE FX-PERC TO FT-PERC(WS-FT-CNT).
           MOVE FX-GRADE TO FT-GRADE(WS-FT-CNT).
           MOVE "N" TO FT-SEEN(WS-FT-CNT).

       2000-PROCESS.
           PERFORM 2100-OPEN
           PERFORM UNTIL FS1-EOF
               PERFORM 2200-READ
           END-PERFORM
           PERFORM 2500-REPORT-NO-RECORD
               VARYING FT-IX FROM 1 BY 1
               UNTIL FT-IX > WS-FT-CNT
           PERFORM 2300-CLOSE.

       2100-OPEN.
           OPEN INPUT RESITIN
                I-O OUTFILE
                I-O HISTFILE
                OUTPUT RPTFILE.

           IF FS1-OK
              DISPLAY "RESITIN OPEN SUCCESS"
           ELSE
              DISPLAY "RESITIN OPEN ERROR " WS-FS1
           END-IF.

           IF FS3-OK
              DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
              DISPLAY "OUTFILE OPEN ERROR " WS-FS3
           END-IF.

           IF FS4-OK
              DISPLAY "HISTFILE OPEN SUCCESS"
           ELSE
              DISPLAY "HISTFILE OPEN ERROR " WS-FS4
           END-IF.

           IF FS6-OK
              DISPLAY "RPTFILE OPEN SUCCESS"
           ELSE
              DISPLAY "RPTFILE OPEN ERROR " WS-FS6
           END-IF.

           IF NOT FS1-OK OR NOT FS3-OK OR NOT FS4-OK OR NOT FS6-OK
               DISPLAY "FILE OPEN FAILURE - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2200-READ.
           READ RESITIN
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
                   PERFORM 2210-PROCESS-RESIT
           END-READ.

       2210-PROCESS-RESIT.
           SET RECORD-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACES TO RPTREC.

           IF RS-STID IS NOT NUMERIC
               MOVE "BAD STID" TO WS-REJ-REASON
               PERFORM 2290-REPORT-REJECT
           ELSE
               PERFORM 2220-CHECK-ELIGIBLE
           END-IF.

      *    ONLY A STUDENT ON THE CURRENT FAILEXT MAY RE-SIT, AND
      *    ONLY ONCE.
       2220-CHECK-ELIGIBLE.
           STRING "S"
                  RS-STID
              INTO RP-STID
           END-STRING.
           SET FT-IX TO 1.
           SEARCH WS-FAIL-ENTRY
               AT END
                   ADD 1 TO WS-INELIG-CNT
                   MOVE "NOT ELIGIBLE" TO RP-DISP
                   MOVE "NOT ON CURRENT FAILEXT" TO RP-REASON
                   WRITE RPTREC
               WHEN FT-IX > WS-FT-CNT
                   ADD 1 TO WS-INELIG-CNT
                   MOVE "NOT ELIGIBLE" TO RP-DISP
                   MOVE "NOT ON CURRENT FAILEXT" TO RP-REASON
                   WRITE RPTREC
               WHEN FT-STID(FT-IX) = RP-STID
                   PERFORM 2230-CHECK-ATTEMPT
           END-SEARCH.

       2230-CHECK-ATTEMPT.
           MOVE FT-NAME(FT-IX) TO RP-NAME.
           IF FT-RESIT-SEEN(FT-IX)
               MOVE "DUPLICATE RE-SIT RECORD" TO WS-REJ-REASON
               PERFORM 2290-REPORT-REJECT
           ELSE
               SET FT-RESIT-SEEN(FT-IX) TO TRUE
               SET RESIT-NOT-SAT TO TRUE
               PERFORM 2231-CHECK-SAT
                   VARYING WS-SUBJ FROM 1 BY 1
                   UNTIL WS-SUBJ > WS-SUBJ-COUNT
               IF RS-ABSENT OR RESIT-NOT-SAT
                   ADD 1 TO WS-ABSENT-CNT
                   MOVE "NO-SHOW" TO RP-DISP
                   MOVE "ABSENT FROM RE-SIT" TO RP-REASON
                   MOVE FT-PERC(FT-IX) TO RP-ORIG-PERC
                   MOVE FT-GRADE(FT-IX) TO RP-ORIG-GRADE
                   WRITE RPTREC
               ELSE
                   PERFORM 2240-VALIDATE-MARKS
                       VARYING WS-SUBJ FROM 1 BY 1
                       UNTIL WS-SUBJ > WS-SUBJ-COUNT
                          OR RECORD-INVALID
                   IF RECORD-VALID
                       PERFORM 2250-READ-OUTFILE
                   ELSE
                       PERFORM 2290-REPORT-REJECT
                   END-IF
               END-IF
           END-IF.

       2231-CHECK-SAT.
           IF RS-SUBJ-MARKS(WS-SUBJ) NOT = SPACES
               SET RESIT-SAT TO TRUE
           END-IF.

       2240-VALIDATE-MARKS.
           IF RS-SUBJ-MARKS(WS-SUBJ) NOT = SPACES
               IF RS-SUBJ-MARKS(WS-SUBJ)(1:2) IS NOT NUMERIC
                  OR RS-SUBJ-MARKS(WS-SUBJ)(3:1) NOT = "."
                  OR RS-SUBJ-MARKS(WS-SUBJ)(4:2) IS NOT NUMERIC
                   SET RECORD-INVALID TO TRUE
                   STRING "BAD MARKS " WS-SUBJ-NAME(WS-SUBJ)
                      INTO WS-REJ-REASON
               ELSE
                   MOVE RS-SUBJ-MARKS(WS-SUBJ)(1:2)
                       TO WS-MARK-VAL(1:2)
                   MOVE RS-SUBJ-MARKS(WS-SUBJ)(4:2)
                       TO WS-MARK-VAL(3:2)
                   MOVE WS-SUBJ-MAX(WS-SUBJ)(1:2) TO WS-MAX-VAL(1:2)
                   MOVE WS-SUBJ-MAX(WS-SUBJ)(4:2) TO WS-MAX-VAL(3:2)
                   IF WS-MARK-VAL > WS-MAX-VAL
                       SET RECORD-INVALID TO TRUE
                       STRING "MARKS RANGE " WS-SUBJ-NAME(WS-SUBJ)
                          INTO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

      *    THE ORIGINAL ATTEMPT IS THE OUTFILE RECORD, WHICH MUST
      *    STILL BE THE FAIL FAILEXT WAS CUT FROM - A RESULT SINCE
      *    CHANGED BY AN APPEAL OR CORRECTION IS NOT RE-SAT OVER.
       2250-READ-OUTFILE.
           MOVE RP-STID TO O-STID.
           READ OUTFILE
               KEY IS O-STID
               INVALID KEY
                   MOVE "STUDENT NOT ON OUTFILE" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   IF O-PERC NOT = FT-PERC(FT-IX)
                      OR O-GRADE NOT = FT-GRADE(FT-IX)
                       MOVE "OUTFILE RESULT CHANGED" TO WS-REJ-REASON
                       PERFORM 2290-REPORT-REJECT
                   ELSE
                       PERFORM 2255-READ-HISTORY
                   END-IF
           END-READ.

       2255-READ-HISTORY.
           MOVE O-STID TO H-STID.
           MOVE WS-TERM TO H-TERM.
           READ HISTFILE
               KEY IS H-KEY
               INVALID KEY
                   SET HIST-NEW TO TRUE
               NOT INVALID KEY
                   SET HIST-ON-FILE TO TRUE
           END-READ.
           IF HIST-ON-FILE
              AND NOT H-SINGLE-SITTING
               MOVE "RE-SIT ALREADY APPLIED" TO WS-REJ-REASON
               PERFORM 2290-REPORT-REJECT
           ELSE
               PERFORM 2260-APPLY-RESIT
           END-IF.

      *    THE RE-SIT ATTEMPT IS THE ORIGINAL MARKS WITH EACH
      *    RE-SAT SUBJECT REPLACED, WEIGHTED AND GRADED AS THE LOAD
      *    DOES, THEN CAPPED. THE BETTER PERCENTAGE STANDS.
       2260-APPLY-RESIT.
           MOVE O-PERC TO WS-ORIG-PERC.
           MOVE O-GRADE TO WS-ORIG-GRADE.
           PERFORM 2261-BUILD-ATTEMPT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

           CALL "CA22G086"
               USING WS-MARKS-TAB WS-WEIGHT-TAB WS-SUBJ-MAX-TAB
                     WS-SUBJ-COUNT WS-SUPP-PERC.
           CALL "CA23G086"
               USING WS-GRADE-SCHEME WS-SUPP-PERC WS-SUPP-GRADE
                     WS-SUPP-PASS.
           PERFORM 2262-CAP-GRADE.

           IF WS-SUPP-PERC > WS-ORIG-PERC
               SET SUPP-STANDS TO TRUE
               PERFORM 2265-REWRITE-OUTFILE
           ELSE
               SET ORIG-STANDS TO TRUE
           END-IF.

           IF RECORD-VALID
               PERFORM 2270-WRITE-HISTORY
           END-IF.

           IF RECORD-VALID
               PERFORM 2280-REPORT-RESULT
           END-IF.

       2261-BUILD-ATTEMPT.
           MOVE O-SUBJ-MARKS(WS-SUBJ) TO WS-ORIG-MARKS(WS-SUBJ).
           IF RS-SUBJ-MARKS(WS-SUBJ) = SPACES
               MOVE O-SUBJ-MARKS(WS-SUBJ) TO WS-MARKS(WS-SUBJ)
           ELSE
               MOVE RS-SUBJ-MARKS(WS-SUBJ) TO WS-MARKS(WS-SUBJ)
           END-IF.

       2262-CAP-GRADE.
           IF WS-CAP-IX > 0
               PERFORM 2263-MATCH-GRADE
                   VARYING WS-GX FROM 1 BY 1
                   UNTIL WS-GX > WS-GS-COUNT
                      OR WS-GS-GRADE(WS-GX) = WS-SUPP-GRADE
               IF WS-GX < WS-CAP-IX
                   MOVE WS-GS-GRADE(WS-CAP-IX) TO WS-SUPP-GRADE
                   MOVE WS-GS-PASS(WS-CAP-IX) TO WS-SUPP-PASS
               END-IF
           END-IF.

       2263-MATCH-GRADE.
           CONTINUE.

       2265-REWRITE-OUTFILE.
           PERFORM 2266-MOVE-RESIT-MARKS
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           MOVE WS-SUPP-PERC TO O-PERC.
           MOVE WS-SUPP-GRADE TO O-GRADE.
           IF SUPP-PASSED
               MOVE "CONGRATULATIONS!!!"
                   TO O-RESULT
           ELSE
               MOVE "BETTER LUCK NEXT TIME!!!"
                   TO O-RESULT
           END-IF.
           MOVE WS-GS-VERSION TO O-GRADE-SCHEME.
           REWRITE OUTREC
               INVALID KEY
                   SET RECORD-INVALID TO TRUE
                   MOVE "STUDENT NOT ON OUTFILE" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-UPD-CNT
           END-REWRITE.

       2266-MOVE-RESIT-MARKS.
           MOVE WS-MARKS(WS-SUBJ) TO O-SUBJ-MARKS(WS-SUBJ).

      *    A TERM NOT YET ROLLED IN GETS ITS HISTORY RECORD HERE;
      *    CA12G086 THEN FINDS IT ALREADY ON FILE AND LEAVES IT
      *    ALONE. OUTFILE MAY ALREADY HOLD THE RE-SIT RESULT, SO A
      *    HISTORY RECORD THAT CANNOT BE WRITTEN STOPS THE RUN.
       2270-WRITE-HISTORY.
           IF HIST-NEW
               MOVE SPACES TO HISTREC
               MOVE O-STID TO H-STID
               MOVE WS-TERM TO H-TERM
               MOVE O-GRADE-SCHEME TO H-GRADE-SCHEME
           END-IF.
           MOVE WS-ATTEMPT-FLAG TO H-ATTEMPT-FLAG.
           PERFORM 2271-MOVE-ATTEMPTS
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           MOVE WS-ORIG-PERC TO H-ORIG-PERC.
           MOVE WS-ORIG-GRADE TO H-ORIG-GRADE.
           MOVE WS-SUPP-PERC TO H-SUPP-PERC.
           MOVE WS-SUPP-GRADE TO H-SUPP-GRADE.
           IF SUPP-STANDS
               MOVE WS-SUPP-PERC TO H-PERC
               MOVE WS-SUPP-GRADE TO H-GRADE
           ELSE
               MOVE WS-ORIG-PERC TO H-PERC
               MOVE WS-ORIG-GRADE TO H-GRADE
           END-IF.
           IF HIST-NEW
               WRITE HISTREC
                   INVALID KEY
                       SET RECORD-INVALID TO TRUE
               END-WRITE
           ELSE
               REWRITE HISTREC
                   INVALID KEY
                       SET RECORD-INVALID TO TRUE
               END-REWRITE
           END-IF.
           IF RECORD-VALID
               ADD 1 TO WS-HIST-CNT
           ELSE
               DISPLAY "HISTORY UPDATE FAILED " H-KEY
                       " STATUS " WS-FS4 " - RUN STOPPED"
               MOVE "HISTORY UPDATE FAILED" TO WS-REJ-REASON
               PERFORM 2290-REPORT-REJECT
               PERFORM 2300-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2271-MOVE-ATTEMPTS.
           MOVE WS-ORIG-MARKS(WS-SUBJ) TO H-ORIG-MARKS(WS-SUBJ).
           MOVE WS-MARKS(WS-SUBJ) TO H-SUPP-MARKS(WS-SUBJ).
           IF SUPP-STANDS
               MOVE WS-MARKS(WS-SUBJ) TO H-SUBJ-MARKS(WS-SUBJ)
           ELSE
               MOVE WS-ORIG-MARKS(WS-SUBJ) TO H-SUBJ-MARKS(WS-SUBJ)
           END-IF.

       2280-REPORT-RESULT.
           IF SUPP-STANDS AND SUPP-PASSED
               ADD 1 TO WS-PASS-CNT
               MOVE "RE-SIT PASS" TO RP-DISP
               MOVE "RE-SIT ATTEMPT STANDS" TO RP-REASON
           ELSE
               ADD 1 TO WS-FAIL-CNT
               MOVE "RE-SIT FAIL" TO RP-DISP
               IF SUPP-STANDS
                   MOVE "RE-SIT ATTEMPT STANDS" TO RP-REASON
               ELSE
                   MOVE "ORIGINAL ATTEMPT STANDS" TO RP-REASON
               END-IF
           END-IF.
           MOVE WS-ORIG-PERC TO RP-ORIG-PERC.
           MOVE WS-ORIG-GRADE TO RP-ORIG-GRADE.
           MOVE WS-SUPP-PERC TO RP-SUPP-PERC.
           MOVE WS-SUPP-GRADE TO RP-SUPP-GRADE.
           MOVE H-PERC TO RP-FINAL-PERC.
           MOVE H-GRADE TO RP-FINAL-GRADE.
           WRITE RPTREC.

       2290-REPORT-REJECT.
           SET RECORD-INVALID TO TRUE.
           ADD 1 TO WS-REJ-CNT.
           MOVE "REJECTED" TO RP-DISP.
           MOVE WS-REJ-REASON TO RP-REASON.
           WRITE RPTREC.
           DISPLAY "REJECTED RE-SIT : " WS-READ-CNT " - "
                   WS-REJ-REASON.

      *    AN ELIGIBLE STUDENT WITH NO RE-SIT RECORD AT ALL IS A
      *    NO-SHOW TOO.
       2500-REPORT-NO-RECORD.
           IF NOT FT-RESIT-SEEN(FT-IX)
               ADD 1 TO WS-NOREC-CNT
               MOVE SPACES TO RPTREC
               MOVE FT-STID(FT-IX) TO RP-STID
               MOVE FT-NAME(FT-IX) TO RP-NAME
               MOVE "NO-SHOW" TO RP-DISP
               MOVE FT-PERC(FT-IX) TO RP-ORIG-PERC
               MOVE FT-GRADE(FT-IX) TO RP-ORIG-GRADE
               MOVE "NO RE-SIT RECORD RECEIVED" TO RP-REASON
               WRITE RPTREC
           END-IF.

       2300-CLOSE.
           CLOSE RESITIN
                 OUTFILE
                 HISTFILE
                 RPTFILE.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA15G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "TERM                    : " WS-TERM.
           DISPLAY "RE-SIT RECORDS READ     : " WS-READ-CNT.
           DISPLAY "RE-SIT PASSES           : " WS-PASS-CNT.
           DISPLAY "RE-SIT FAILS            : " WS-FAIL-CNT.
           DISPLAY "NO-SHOWS - ABSENT       : " WS-ABSENT-CNT.
           DISPLAY "NO-SHOWS - NO RECORD    : " WS-NOREC-CNT.
           DISPLAY "NOT ELIGIBLE            : " WS-INELIG-CNT.
           DISPLAY "RECORDS REJECTED        : " WS-REJ-CNT.
           DISPLAY "OUTFILE RECORDS UPDATED : " WS-UPD-CNT.
           DISPLAY "HISTORY RECORDS WRITTEN : " WS-HIST-CNT.
           DISPLAY "================================================".
           IF WS-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
