      *                before/after pass counts and grade
      *                distributions) to SIMRPT. No production file
      *                is touched in simulation mode.
      *                Grades and the pass/fail result come from the
      *                GRADREF grading-scheme reference file - the
      *                scheme effective for the run term on the
      *                PARMCARD (columns 34-39) - through CA23G086;
      *                the scheme version is stamped on every OUTFILE
      *                record and on every REJFILE record (cols
      *                46-49, so CA42G086 grades a corrected reject
      *                under the scheme of the load that rejected it)
      *                and printed in the run totals. With no
      *                GRADREF the built-in scheme DFLT applies (A 90,
      *                B 80, C at the pass mark, D 60, F below).
      *                In simulation mode the PARMCARD pass mark is
      *                the proposed lowest passing boundary of the
      *                scheme in force, GRADREF or built-in: it
      *                replaces that grade's cut-off for the run, must
      *                lie between the cut-offs either side of it, and
      *                is the pass mark printed on the SIMRPT header.
      *                Every detail record is checked against the
      *                CA49G086 student master (STUDMAST): a student
      *                not on the master or marked withdrawn is
      *                rejected with its own reason instead of being
      *                loaded as a new student.
      *                Attendance is checked against the CA17G086
      *                attendance KSDS (ATTFILE): a student below the
      *                PARMCARD minimum attendance (columns 41-42,
      *                default 75, 00 = no attendance rule) in any
      *                subject is debarred - loaded with grade X,
      *                percentage 00 and a DEBARRED result instead of
      *                being graded, and written to DEBAREXT rather
      *                than FAILEXT. A student with marks but no
      *                attendance record for a subject is rejected
      *                as an exception. Debarred counts by subject
      *                are in the run totals.
      *****************************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS11.

           SELECT GRADREF
               ASSIGN TO DD12
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS12.

           SELECT STUDMAST
               ASSIGN TO DD13
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STID
               FILE STATUS IS WS-FS13.

           SELECT ATTFILE
               ASSIGN TO DD14
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AF-KEY
               FILE STATUS IS WS-FS14.

           SELECT DEBAREXT
               ASSIGN TO DD15
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS15.

           SELECT SIMRPT
               ASSIGN TO DD9
               ORGANIZATION IS SEQUENTIAL
           05 O-GRADE       PIC X(01).
           05 FILLER        PIC X.
           05 O-RESULT      PIC X(30).
           05 FILLER        PIC X(6).
           05 O-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(6).

       FD  REJFILE.
       01  REJREC.
           05 RJ-STID       PIC X(5).
           05 FILLER        PIC X.
           05 RJ-REASON     PIC X(30).
           05 FILLER        PIC X(5).
           05 RJ-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(31).

       FD  CKPTFILE.
       01  CKREC.
           05 PC-RUN-DATE   PIC X(8).
           05 FILLER        PIC X.
           05 PC-RUN-MODE   PIC X(01).
           05 FILLER        PIC X.
           05 PC-TERM       PIC X(6).
           05 FILLER        PIC X.
           05 PC-MIN-ATTEND PIC X(2).
           05 FILLER        PIC X(38).

       FD  RUNSTAT.
       01  RUNSTATREC.
           05 CF-TAX-PERIOD PIC X(7).
           05 FILLER        PIC X(50).

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

      *    ATTENDANCE REGISTER, LOADED BY CA17G086.
       FD  ATTFILE.
       01  ATTREC.
           05 AF-KEY.
              10 AF-STID    PIC X(6).
              10 AF-SUBJ-NO PIC 9(2).
           05 FILLER        PIC X.
           05 AF-HELD       PIC 9(3).
           05 FILLER        PIC X.
           05 AF-ATTENDED   PIC 9(3).
           05 FILLER        PIC X.
           05 AF-PERC       PIC 9(3).
           05 FILLER        PIC X(20).

      *    DEBARMENT EXTRACT - ONE RECORD PER DEBARRED STUDENT WITH
      *    THE ATTENDANCE PERCENTAGE PER SUBJECT, SHORT SUBJECTS
      *    FLAGGED "*", AND THE MINIMUM APPLIED.
       FD  DEBAREXT.
       01  DEBARREC.
           05 DX-STID       PIC X(6).
           05 FILLER        PIC X.
           05 DX-NEWNAME    PIC X(15).
           05 FILLER        PIC X.
           05 DX-MIN-ATTEND PIC 9(2).
           05 FILLER        PIC X.
           05 DX-SUBJ       OCCURS 3 TIMES.
              10 DX-ATT-PERC PIC 9(3).
              10 DX-SHORT    PIC X(01).
              10 FILLER      PIC X.
           05 FILLER        PIC X(39).

       FD  SIMRPT.
       01  SIMREC           PIC X(80).

           05 FILLER        PIC X.
           05 S-SUBJ-MARKS  OCCURS 3 TIMES PIC 99.99.
           05 S-RECN        PIC 9(6).
           05 S-DEBAR-SW    PIC X(01).
              88 S-DEBARRED     VALUE "Y".
           05 S-ATT         OCCURS 3 TIMES.
              10 S-ATT-PERC PIC 9(3).
              10 S-ATT-SHORT PIC X(01).
           05 FILLER        PIC X(18).

       WORKING-STORAGE SECTION.

          05 WS-FS11        PIC 99.
             88 FS11-OK     VALUE 00.
             88 FS11-EOF    VALUE 10.
          05 WS-FS12        PIC 99.
             88 FS12-OK     VALUE 00.
             88 FS12-EOF    VALUE 10.
          05 WS-FS13        PIC 99.
             88 FS13-OK     VALUE 00.
             88 FS13-NOTFND VALUE 23.
          05 WS-FS14        PIC 99.
             88 FS14-OK     VALUE 00.
             88 FS14-NOTFND VALUE 23.
          05 WS-FS15        PIC 99.
             88 FS15-OK     VALUE 00.

       01 WS-SWITCHES.
          05 WS-VALID-SW    PIC X(01).
          05 WS-PERC-TOTAL  PIC 9(8) VALUE 0.
          05 WS-PERC-AVG    PIC 9(2)V9(2) VALUE 0.
          05 WS-DUP-CNT     PIC 9(6) VALUE 0.
          05 WS-NOMAST-CNT  PIC 9(6) VALUE 0.
          05 WS-WDRN-CNT    PIC 9(6) VALUE 0.
          05 WS-NOATT-CNT   PIC 9(6) VALUE 0.
          05 WS-DEBAR-CNT   PIC 9(6) VALUE 0.

       01 WS-MARKS-TAB.
          05 WS-MARKS       OCCURS 3 TIMES PIC 99.99.
       01 WS-MARK-VAL       PIC 9(2)V9(2).
       01 WS-MAX-VAL        PIC 9(2)V9(2).

      *    ATTENDANCE FOUND FOR THE DETAIL BEING VALIDATED, CARRIED
      *    THROUGH THE SORT ON THE SORT RECORD. A SUBJECT UNDER THE
      *    MINIMUM IS FLAGGED "*" AND DEBARS THE STUDENT.
       01 WS-ATT-WORK.
          05 WS-ATT-DEBAR-SW PIC X(01).
             88 ATT-DEBARRED    VALUE "Y".
             88 ATT-CLEAR       VALUE "N".
          05 WS-ATT         OCCURS 3 TIMES.
             10 WS-ATT-PERC  PIC 9(3).
             10 WS-ATT-SHORT PIC X(01).
          05 WS-ATT-OPEN-SW PIC X(01) VALUE "N".
             88 ATT-OPEN        VALUE "Y".
             88 ATT-CLOSED      VALUE "N".

      *    DEBARRED STUDENTS LOADED, IN TOTAL ON WS-DEBAR-CNT AND
      *    PER SUBJECT SHORT HERE (A STUDENT SHORT IN TWO SUBJECTS
      *    COUNTS UNDER BOTH).
       01 WS-DEBAR-SUBJ-TAB.
          05 WS-DEBAR-SUBJ-CNT OCCURS 3 TIMES PIC 9(6).

      *    SUBJECT REFERENCE MASTER, LOADED AT INIT. NAMES LABEL
      *    THE REJECT REASONS AND THE MAXIMUM MARK PER SUBJECT
      *    DRIVES THE RANGE CHECK AND THE PERCENTAGE CALCULATION -
          05 WS-PASS-PERC   PIC 9(2) VALUE 70.
          05 WS-CKPT-INT    PIC 9(6) VALUE 1000.
          05 WS-SUBJ-COUNT  PIC 99   VALUE 3.
          05 WS-MIN-ATTEND  PIC 9(2) VALUE 75.
          05 WS-DEBAR-GRADE PIC X(01) VALUE "X".
          05 WS-WEIGHT-TAB.
             10 WS-WEIGHT-1 PIC 999  VALUE 40.
             10 WS-WEIGHT-2 PIC 999  VALUE 30.
             88 PARMS-BAD      VALUE "N".
          05 WS-WEIGHT-TOTAL PIC 9(4).
          05 WS-RUN-DATE    PIC X(8) VALUE SPACES.
          05 WS-TERM        PIC X(6) VALUE SPACES.

      *    GRADING SCHEME IN EFFECT FOR THE RUN TERM, LOADED FROM
      *    GRADREF AT INIT AND PASSED TO CA23G086 FOR EVERY GRADE.
      *    THE SCHEME WITH THE LATEST EFFECTIVE TERM NOT AFTER THE
      *    RUN TERM WINS (THE LATEST OF ALL WHEN NO TERM IS GIVEN).
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
          05 WS-GS-IX       PIC 99.
          05 WS-GS-PASS-IX  PIC 99   VALUE 0.
          05 WS-GS-SW       PIC X(01).
             88 GS-FROM-FILE    VALUE "Y".
             88 GS-BUILT-IN     VALUE "N".
          05 WS-PASS-FLAG   PIC X(01).
             88 GRADE-PASSED    VALUE "P".

      *    CONDITION CODES FOR THE NIGHTLY CHAIN: 0 CLEAN,
      *    4 PROCESSED WITH REJECTS, 8 FATAL.
       01 WS-SIM-WORK.
          05 WS-SIM-READ-CNT PIC 9(6) VALUE 0.
          05 WS-SIM-CHG-CNT PIC 9(6) VALUE 0.
          05 WS-SIM-DEBAR-CNT PIC 9(6) VALUE 0.
          05 WS-OLD-PASS-CNT PIC 9(6) VALUE 0.
          05 WS-NEW-PASS-CNT PIC 9(6) VALUE 0.
          05 WS-SIM-PERC    PIC 9(2).
          05 WS-CNT-ED      PIC ZZZ,ZZ9.
          05 WS-CNT-ED2     PIC ZZZ,ZZ9.

      *    THE DISTRIBUTION IS KEPT BY THE LETTERS OF THE GRADING
      *    SCHEME IN EFFECT (WS-GS-GRADE), ONE SLOT PER SCHEME ROW.
       01 WS-SIM-GRADE-DIST.
          05 WS-OLD-GRADE-CNT OCCURS 10 TIMES PIC 9(6).
          05 WS-NEW-GRADE-CNT OCCURS 10 TIMES PIC 9(6).

       PROCEDURE DIVISION.

           INITIALIZE WS-FILE-STATUS
                      WS-SWITCHES
                      WS-VARIABLES
                      WS-DEBAR-SUBJ-TAB
                      OUTREC.
           MOVE "START" TO WS-RS-EVENT.
           MOVE 0 TO WS-RS-COUNT.
           PERFORM 8000-WRITE-RUNSTAT.
           PERFORM 1050-GET-RUN-PARMS.
           PERFORM 1080-LOAD-SUBJREF.
           PERFORM 1075-LOAD-GRADREF.
      *    SIMULATION ANSWERS WHAT-IF QUESTIONS FROM THE EXISTING
      *    KSDS - NO RESTART POSITIONING AND NO INFILE TO VERIFY.
           IF MODE-LOAD
           DISPLAY "SUBJECT WEIGHTS         : " WS-WEIGHT(1) " "
                   WS-WEIGHT(2) " " WS-WEIGHT(3).
           DISPLAY "CHECKPOINT INTERVAL     : " WS-CKPT-INT.
           IF WS-MIN-ATTEND > 0
               DISPLAY "MINIMUM ATTENDANCE %    : " WS-MIN-ATTEND
           ELSE
               DISPLAY "MINIMUM ATTENDANCE %    : NONE - NO"
                       " DEBARMENT"
           END-IF.

       1055-GET-CAL-DATE.
           OPEN INPUT CALFILE.
               MOVE PC-CKPT-INT TO WS-CKPT-INT
               MOVE PC-RUN-DATE TO WS-RUN-DATE
               MOVE PC-RUN-MODE TO WS-RUN-MODE-SW
               MOVE PC-TERM TO WS-TERM
               IF PC-MIN-ATTEND NOT = SPACES
                   IF PC-MIN-ATTEND IS NUMERIC
                       MOVE PC-MIN-ATTEND TO WS-MIN-ATTEND
                   ELSE
                       SET PARMS-BAD TO TRUE
                       DISPLAY "MINIMUM ATTENDANCE NOT NUMERIC : "
                               PC-MIN-ATTEND
                   END-IF
               END-IF
               PERFORM 1070-VALIDATE-PARMS
           END-IF.

                       WS-RUN-MODE-SW
           END-IF.

       1075-LOAD-GRADREF.
           PERFORM 1076-DEFAULT-SCHEME.
           SET GS-BUILT-IN TO TRUE.
           MOVE SPACES TO WS-GS-EFF-TERM.
           OPEN INPUT GRADREF.
           IF FS12-OK
               PERFORM UNTIL FS12-EOF
                   READ GRADREF
                       AT END
                           SET FS12-EOF TO TRUE
                       NOT AT END
                           PERFORM 1077-STORE-GRADE
                   END-READ
               END-PERFORM
               CLOSE GRADREF
           ELSE
               DISPLAY "NO GRADREF SUPPLIED - BUILT-IN GRADING"
                       " SCHEME IN EFFECT"
           END-IF.
      *    THE PASS BOUNDARY IS THE LAST PASSING ROW - ROWS ARE HELD
      *    BEST GRADE FIRST. A SIMULATION MOVES IT TO THE PROPOSED
      *    PASS MARK; THE BUILT-IN SCHEME ALREADY HAS IT THERE.
           MOVE 0 TO WS-GS-PASS-IX.
           PERFORM 1079-FIND-PASS-ROW
               VARYING WS-GS-IX FROM 1 BY 1
               UNTIL WS-GS-IX > WS-GS-COUNT.
           IF MODE-SIMULATE AND GS-FROM-FILE
               IF WS-GS-PASS-IX = 0
                   DISPLAY "GRADE SCHEME " WS-GS-VERSION
                           " HAS NO PASSING GRADE"
                   MOVE "1075-LOAD-GRADREF" TO WS-FAIL-PARA
                   PERFORM 8500-FATAL-END
               END-IF
               IF WS-GS-PASS-IX > 1
                   IF WS-PASS-PERC NOT < WS-GS-LOW(WS-GS-PASS-IX - 1)
                       DISPLAY "SIMULATED PASS MARK " WS-PASS-PERC
                               " NOT BELOW GRADE "
                               WS-GS-GRADE(WS-GS-PASS-IX - 1)
                       MOVE "1075-LOAD-GRADREF" TO WS-FAIL-PARA
                       PERFORM 8500-FATAL-END
                   END-IF
               END-IF
               IF WS-GS-PASS-IX < WS-GS-COUNT
                   IF WS-PASS-PERC NOT > WS-GS-LOW(WS-GS-PASS-IX + 1)
                       DISPLAY "SIMULATED PASS MARK " WS-PASS-PERC
                               " NOT ABOVE GRADE "
                               WS-GS-GRADE(WS-GS-PASS-IX + 1)
                       MOVE "1075-LOAD-GRADREF" TO WS-FAIL-PARA
                       PERFORM 8500-FATAL-END
                   END-IF
               END-IF
               MOVE WS-PASS-PERC TO WS-GS-LOW(WS-GS-PASS-IX)
               DISPLAY "SIMULATED PASS MARK " WS-PASS-PERC
                       " APPLIED TO GRADE "
                       WS-GS-GRADE(WS-GS-PASS-IX)
           END-IF.
           IF GS-FROM-FILE
               DISPLAY "GRADE SCHEME VERSION    : " WS-GS-VERSION
                       " EFFECTIVE FROM " WS-GS-EFF-TERM
           ELSE
               DISPLAY "GRADE SCHEME VERSION    : " WS-GS-VERSION
           END-IF.
           PERFORM 1078-SHOW-GRADE
               VARYING WS-GS-IX FROM 1 BY 1
               UNTIL WS-GS-IX > WS-GS-COUNT.

      *    THE BUILT-IN SCHEME REPRODUCES THE CUT-OFFS THE SUITE
      *    USED BEFORE GRADREF EXISTED, WITH C STARTING AT THE
      *    PARMCARD PASS MARK.
       1076-DEFAULT-SCHEME.
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
       1077-STORE-GRADE.
           IF GR-EFF-TERM = SPACES
              OR GR-VERSION = SPACES
              OR GR-GRADE = SPACE
              OR GR-LOW-PERC IS NOT NUMERIC
              OR (NOT GR-PASS AND NOT GR-FAIL)
               DISPLAY "BAD GRADREF RECORD SKIPPED : " GRADREFREC(1:20)
           ELSE
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

       1078-SHOW-GRADE.
           DISPLAY "GRADE " WS-GS-GRADE(WS-GS-IX)
                   " FROM " WS-GS-LOW(WS-GS-IX)
                   " " WS-GS-PASS(WS-GS-IX).

       1079-FIND-PASS-ROW.
           IF WS-GS-PASS(WS-GS-IX) = "P"
               MOVE WS-GS-IX TO WS-GS-PASS-IX
           END-IF.

       1080-LOAD-SUBJREF.
           PERFORM 1085-DEFAULT-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               OPEN OUTPUT DUPFILE
               OPEN OUTPUT FAILEXT
           END-IF.
           IF WS-RESTART-RECN > 0
               OPEN EXTEND DEBAREXT
           ELSE
               OPEN OUTPUT DEBAREXT
           END-IF.
           OPEN EXTEND CKPTFILE.
           OPEN INPUT STUDMAST.
           IF WS-MIN-ATTEND > 0
               OPEN INPUT ATTFILE
               IF FS14-OK
                   SET ATT-OPEN TO TRUE
                   DISPLAY "ATTFILE OPEN SUCCESS"
               ELSE
                   DISPLAY "ATTFILE OPEN ERROR " WS-FS14
               END-IF
           END-IF.

           IF FS1-OK
              DISPLAY "INFILE OPEN SUCCESS"
              DISPLAY "REJFILE OPEN ERROR " WS-FS3
           END-IF.

           IF FS13-OK
              DISPLAY "STUDMAST OPEN SUCCESS"
           ELSE
              DISPLAY "STUDMAST OPEN ERROR " WS-FS13
           END-IF.

      *    WITHOUT THE MASTER NO DETAIL CAN BE PROVED TO BELONG TO
      *    A REAL STUDENT, SO THE LOAD DOES NOT GO AHEAD.
      *    LIKEWISE, WITH AN ATTENDANCE RULE IN FORCE AND NO
      *    REGISTER, NO STUDENT COULD BE CLEARED TO SIT.
           IF NOT FS1-OK OR NOT FS2-OK OR NOT FS3-OK OR NOT FS13-OK
              OR NOT FS15-OK
              OR (WS-MIN-ATTEND > 0 AND NOT ATT-OPEN)
               DISPLAY "FILE OPEN FAILURE - RUN STOPPED"
               MOVE "2100-OPEN" TO WS-FAIL-PARA
               PERFORM 8500-FATAL-END
               MOVE "BAD STID" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
               PERFORM 2212-CHECK-MASTER
           END-IF.

           IF RECORD-VALID
              AND I-LNAME IS NOT ALPHABETIC
               SET RECORD-INVALID TO TRUE
                      OR RECORD-INVALID
           END-IF.

           SET ATT-CLEAR TO TRUE.
           IF RECORD-VALID
              AND WS-MIN-ATTEND > 0
               PERFORM 2213-CHECK-ATTENDANCE
                   VARYING WS-SUBJ FROM 1 BY 1
                   UNTIL WS-SUBJ > WS-SUBJ-COUNT
                      OR RECORD-INVALID
           END-IF.

           IF RECORD-VALID
               PERFORM 2250-RELEASE-INPUT
           ELSE
       2250-RELEASE-INPUT.
           MOVE INREC TO SREC.
           MOVE WS-RECN TO S-RECN.
           MOVE WS-ATT-DEBAR-SW TO S-DEBAR-SW.
           PERFORM 2251-MOVE-ATTENDANCE
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           RELEASE SREC.

       2251-MOVE-ATTENDANCE.
           IF WS-MIN-ATTEND > 0
               MOVE WS-ATT-PERC(WS-SUBJ) TO S-ATT-PERC(WS-SUBJ)
               MOVE WS-ATT-SHORT(WS-SUBJ) TO S-ATT-SHORT(WS-SUBJ)
           ELSE
               MOVE 0 TO S-ATT-PERC(WS-SUBJ)
               MOVE SPACE TO S-ATT-SHORT(WS-SUBJ)
           END-IF.

       2211-VALIDATE-MARKS.
           IF I-SUBJ-MARKS(WS-SUBJ)(1:2) IS NOT NUMERIC
              OR I-SUBJ-MARKS(WS-SUBJ)(4:2) IS NOT NUMERIC
               END-IF
           END-IF.

      *    A TYPO IN THE FEED NO LONGER MINTS A NEW STUDENT - THE ID
      *    MUST BE ON THE MASTER, AND NOT WITHDRAWN. GRADUATED
      *    STUDENTS MAY STILL RECEIVE LATE MARKS.
       2212-CHECK-MASTER.
           MOVE SPACES TO SM-STID.
           STRING "S"
                  I-STID
              INTO SM-STID
           END-STRING.
           READ STUDMAST
               KEY IS SM-STID
               INVALID KEY
                   SET RECORD-INVALID TO TRUE
                   MOVE "STUDENT NOT ON MASTER" TO WS-REJ-REASON
                   ADD 1 TO WS-NOMAST-CNT
               NOT INVALID KEY
                   IF SM-WITHDRAWN
                       SET RECORD-INVALID TO TRUE
                       MOVE "STUDENT WITHDRAWN" TO WS-REJ-REASON
                       ADD 1 TO WS-WDRN-CNT
                   END-IF
           END-READ.

      *    A STUDENT WITH MARKS BUT NO REGISTER ENTRY FOR A SUBJECT
      *    CANNOT BE CLEARED OR DEBARRED, SO THE DETAIL IS REJECTED
      *    AS AN EXCEPTION RATHER THAN GRADED UNSEEN. ATTENDANCE IS
      *    SHORT WHEN ATTENDED * 100 < MINIMUM * HELD, SO THE
      *    PERCENTAGE IS NEVER ROUNDED UP OVER THE LINE.
       2213-CHECK-ATTENDANCE.
           MOVE SPACE TO WS-ATT-SHORT(WS-SUBJ).
           MOVE 0 TO WS-ATT-PERC(WS-SUBJ).
           MOVE SPACES TO AF-KEY.
           STRING "S"
                  I-STID
              INTO AF-STID
           END-STRING.
           MOVE WS-SUBJ TO AF-SUBJ-NO.
           READ ATTFILE
               KEY IS AF-KEY
               INVALID KEY
                   SET RECORD-INVALID TO TRUE
                   STRING "NO ATTENDANCE " WS-SUBJ-NAME(WS-SUBJ)
                      INTO WS-REJ-REASON
                   END-STRING
                   ADD 1 TO WS-NOATT-CNT
               NOT INVALID KEY
                   MOVE AF-PERC TO WS-ATT-PERC(WS-SUBJ)
                   IF AF-ATTENDED * 100 < WS-MIN-ATTEND * AF-HELD
                       MOVE "*" TO WS-ATT-SHORT(WS-SUBJ)
                       SET ATT-DEBARRED TO TRUE
                   END-IF
           END-READ.

       2230-REJECT-RECORD.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO REJREC.
           MOVE WS-RECN TO RJ-RECN.
           IF I-STID IS NUMERIC
               MOVE I-STID TO RJ-STID
               MOVE SPACES TO RJ-STID
           END-IF.
           MOVE WS-REJ-REASON TO RJ-REASON.
           MOVE WS-GS-VERSION TO RJ-GRADE-SCHEME.
           WRITE REJREC.
           DISPLAY "INVALID RECORD : " WS-RECN " - " WS-REJ-REASON.

               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

           IF S-DEBARRED
               PERFORM 2260-BUILD-DEBARRED
           ELSE
               PERFORM 2223-GRADE-RECORD
           END-IF.

      *    A DEBARRED STUDENT GETS NO RESULT - THE MARKS ARE KEPT AS
      *    RECEIVED BUT NO PERCENTAGE OR GRADE IS DERIVED.
       2260-BUILD-DEBARRED.
           MOVE 0 TO O-PERC.
           MOVE WS-DEBAR-GRADE TO O-GRADE.
           MOVE "DEBARRED - ATTENDANCE SHORT" TO O-RESULT.
           MOVE WS-GS-VERSION TO O-GRADE-SCHEME.

           WRITE OUTREC.
           IF FS2-OK
               ADD 1 TO WS-DEBAR-CNT
               PERFORM 2265-WRITE-DEBAR-EXTRACT
           ELSE
               PERFORM 2225-LOG-DUPLICATE
           END-IF.

       2265-WRITE-DEBAR-EXTRACT.
           MOVE SPACES TO DEBARREC.
           MOVE O-STID TO DX-STID.
           MOVE O-NEWNAME TO DX-NEWNAME.
           MOVE WS-MIN-ATTEND TO DX-MIN-ATTEND.
           PERFORM 2266-DEBAR-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           WRITE DEBARREC.

       2266-DEBAR-SUBJECT.
           MOVE S-ATT-PERC(WS-SUBJ) TO DX-ATT-PERC(WS-SUBJ).
           MOVE S-ATT-SHORT(WS-SUBJ) TO DX-SHORT(WS-SUBJ).
           IF S-ATT-SHORT(WS-SUBJ) = "*"
               ADD 1 TO WS-DEBAR-SUBJ-CNT(WS-SUBJ)
           END-IF.

       2223-GRADE-RECORD.
           CALL "CA22G086"
               USING WS-MARKS-TAB WS-WEIGHT-TAB WS-SUBJ-MAX-TAB
                     WS-SUBJ-COUNT WS-PERC.

           PERFORM 2221-DERIVE-GRADE.

           IF GRADE-PASSED
               MOVE "CONGRATULATIONS!!!"
                   TO O-RESULT
           ELSE
               MOVE "BETTER LUCK NEXT TIME!!!"
                   TO O-RESULT
           END-IF.
           MOVE WS-GS-VERSION TO O-GRADE-SCHEME.

           WRITE OUTREC.
           IF FS2-OK
               IF GRADE-PASSED
                   ADD 1 TO WS-PASS-CNT
               ELSE
                   ADD 1 TO WS-FAIL-CNT
                                          WS-MARKS(WS-SUBJ).

       2221-DERIVE-GRADE.
           CALL "CA23G086"
               USING WS-GRADE-SCHEME WS-PERC O-GRADE WS-PASS-FLAG.

       2300-CLOSE.
           CLOSE INFILE
                 REJFILE
                 CKPTFILE
                 DUPFILE
                 FAILEXT
                 DEBAREXT
                 STUDMAST.
           IF ATT-OPEN
               CLOSE ATTFILE
           END-IF.

      *    WHAT-IF SIMULATION. THE EXISTING OUTFILE IS READ ONLY;
      *    EACH STUDENT'S PERCENTAGE AND GRADE ARE RECOMPUTED FROM

       6100-WRITE-SIM-HEADER.
           MOVE SPACES TO SIMREC.
           STRING "WHAT-IF SIMULATION - PASS MARK "
                  WS-GS-LOW(WS-GS-PASS-IX)
                  " WEIGHTS " WS-WEIGHT(1) "/" WS-WEIGHT(2)
                  "/" WS-WEIGHT(3)
                  " SCHEME " WS-GS-VERSION
              INTO SIMREC
           END-STRING.
           WRITE SIMREC.
                   PERFORM 6300-SIM-ONE-STUDENT
           END-READ.

      *    A DEBARRED STUDENT HAS NO RESULT TO RECOMPUTE, WHATEVER
      *    THE PASS MARK OR WEIGHTS.
       6300-SIM-ONE-STUDENT.
           IF O-GRADE = WS-DEBAR-GRADE
               ADD 1 TO WS-SIM-DEBAR-CNT
           ELSE
               PERFORM 6305-SIM-GRADED-STUDENT
           END-IF.

      *    THE STORED RESULT TEXT IS THE PASS/FAIL VERDICT OF THE
      *    RUN THAT LOADED THE RECORD.
       6305-SIM-GRADED-STUDENT.
           IF O-RESULT(1:7) = "CONGRAT"
               MOVE "PASS" TO WS-OLD-PF
               ADD 1 TO WS-OLD-PASS-CNT
           END-IF.
           PERFORM 6310-TALLY-OLD-GRADE
               VARYING WS-GRADE-IX FROM 1 BY 1
               UNTIL WS-GRADE-IX > WS-GS-COUNT.

           PERFORM 6350-MOVE-SIM-MARKS
               VARYING WS-SUBJ FROM 1 BY 1
                     WS-SUBJ-COUNT WS-SIM-PERC.
           PERFORM 6400-DERIVE-SIM-GRADE.

           IF GRADE-PASSED
               MOVE "PASS" TO WS-NEW-PF
               ADD 1 TO WS-NEW-PASS-CNT
           ELSE
           END-IF.
           PERFORM 6320-TALLY-NEW-GRADE
               VARYING WS-GRADE-IX FROM 1 BY 1
               UNTIL WS-GRADE-IX > WS-GS-COUNT.

           IF WS-SIM-GRADE NOT = O-GRADE
              OR WS-NEW-PF NOT = WS-OLD-PF
           END-IF.

       6310-TALLY-OLD-GRADE.
           IF O-GRADE = WS-GS-GRADE(WS-GRADE-IX)
               ADD 1 TO WS-OLD-GRADE-CNT(WS-GRADE-IX)
           END-IF.

       6320-TALLY-NEW-GRADE.
           IF WS-SIM-GRADE = WS-GS-GRADE(WS-GRADE-IX)
               ADD 1 TO WS-NEW-GRADE-CNT(WS-GRADE-IX)
           END-IF.

           MOVE O-SUBJ-MARKS(WS-SUBJ) TO WS-MARKS(WS-SUBJ).

       6400-DERIVE-SIM-GRADE.
           CALL "CA23G086"
               USING WS-GRADE-SCHEME WS-SIM-PERC WS-SIM-GRADE
                     WS-PASS-FLAG.

       6500-WRITE-SIM-DIFF.
           MOVE SPACES TO SIMREC.
           WRITE SIMREC.
           PERFORM 6610-WRITE-GRADE-LINE
               VARYING WS-GRADE-IX FROM 1 BY 1
               UNTIL WS-GRADE-IX > WS-GS-COUNT.
           MOVE WS-SIM-CHG-CNT TO WS-CNT-ED.
           MOVE SPACES TO SIMREC.
           STRING "STUDENTS CHANGING : " WS-CNT-ED
           MOVE WS-OLD-GRADE-CNT(WS-GRADE-IX) TO WS-CNT-ED.
           MOVE WS-NEW-GRADE-CNT(WS-GRADE-IX) TO WS-CNT-ED2.
           MOVE SPACES TO SIMREC.
           STRING "GRADE " WS-GS-GRADE(WS-GRADE-IX)
                  "     OLD " WS-CNT-ED
                  "  NEW " WS-CNT-ED2
              INTO SIMREC
           DISPLAY "------------------------------------------------".
           DISPLAY "STUDENTS READ           : " WS-SIM-READ-CNT.
           DISPLAY "STUDENTS CHANGING       : " WS-SIM-CHG-CNT.
           DISPLAY "DEBARRED, NOT REGRADED  : " WS-SIM-DEBAR-CNT.
           DISPLAY "PASS COUNT OLD          : " WS-OLD-PASS-CNT.
           DISPLAY "PASS COUNT NEW          : " WS-NEW-PASS-CNT.
           DISPLAY "GRADE SCHEME VERSION    : " WS-GS-VERSION.
           DISPLAY "================================================".
           MOVE "END" TO WS-RS-EVENT.
           MOVE WS-SIM-READ-CNT TO WS-RS-COUNT.
           DISPLAY "------------------------------------------------".
           DISPLAY "RECORDS READ            : " WS-RECN.
           DISPLAY "RECORDS REJECTED        : " WS-REJ-CNT.
           DISPLAY "  NOT ON STUDENT MASTER : " WS-NOMAST-CNT.
           DISPLAY "  STUDENT WITHDRAWN     : " WS-WDRN-CNT.
           DISPLAY "  NO ATTENDANCE RECORD  : " WS-NOATT-CNT.
           DISPLAY "DUPLICATE KEY WRITES    : " WS-DUP-CNT.
           DISPLAY "RECORDS PASSED          : " WS-PASS-CNT.
           DISPLAY "RECORDS FAILED          : " WS-FAIL-CNT.
           DISPLAY "RECORDS DEBARRED        : " WS-DEBAR-CNT.
           PERFORM 9100-SHOW-DEBAR-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           DISPLAY "AVERAGE PERCENTAGE      : " WS-PERC-AVG.
           DISPLAY "GRADE SCHEME VERSION    : " WS-GS-VERSION.
           DISPLAY "================================================".

           IF WS-REJ-CNT > 0 OR WS-DUP-CNT > 0
           MOVE "END" TO WS-RS-EVENT.
           MOVE WS-RECN TO WS-RS-COUNT.
           PERFORM 8000-WRITE-RUNSTAT.

       9100-SHOW-DEBAR-SUBJECT.
           DISPLAY "  " WS-SUBJ-NAME(WS-SUBJ) "  : "
                   WS-DEBAR-SUBJ-CNT(WS-SUBJ).
