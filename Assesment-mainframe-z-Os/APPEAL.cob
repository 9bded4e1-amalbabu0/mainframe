      *****************************************************************
      * PROGRAM NAME : CA14G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Re-mark / grade appeal run. Applies appeal
      *                transactions to the APLFILE KSDS, keyed on
      *                student id + subject number, moving each appeal
      *                through LODGED -> UNDER REVIEW -> UPHELD or
      *                DISMISSED and recording who asked, who decided
      *                and when. A lodged appeal captures the mark,
      *                percentage and grade then on the CA11G086
      *                OUTFILE KSDS; an upheld appeal carries the
      *                re-marked mark, which is applied to OUTFILE in
      *                I-O mode with the percentage and grade
      *                re-derived (CA22G086 / CA23G086, same scheme
      *                rules as CA41G086) and journaled to the CA41G086
      *                maintenance journal as a CHANGE with its before
      *                and after images under this run's id, so
      *                CA45G086 can back an appeal run out like any
      *                maintenance run. The run id is kept on the
      *                appeal. Every transaction is reported to RPTFILE
      *                with its disposition and reason; the weekly
      *                committee report is CA36G086.
      *                The re-derived grade uses the scheme the record
      *                was last graded with (OUTFILE cols 81-84),
      *                rebuilt from GRADREF as CA41G086 does, not the
      *                run term's scheme. A debarred student (grade X)
      *                has no result to re-mark: the lodge is refused,
      *                as is the uphold of any appeal lodged before
      *                the debarment.
      *                An uphold does not go through the MNTAPPR
      *                approval queue: the appeal's own lodge, review
      *                and decide steps are the approval. The decider
      *                on an uphold must be neither the requester nor
      *                the reviewer, so no re-mark reaches OUTFILE on
      *                fewer than two people's word, and the decider
      *                is kept on the appeal with the run id and on
      *                the journal entry of the re-mark.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA14G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLTRAN
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS1.

           SELECT APLFILE
               ASSIGN TO DD2
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-FS2.

           SELECT OUTFILE
               ASSIGN TO DD3
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS O-STID
               FILE STATUS IS WS-FS3.

           SELECT RPTFILE
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

           SELECT JRNFILE
               ASSIGN TO DD5
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

           SELECT SUBJREF
               ASSIGN TO DD6
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS6.

           SELECT GRADREF
               ASSIGN TO DD7
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS7.

           SELECT TERMCARD
               ASSIGN TO DD8
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS8.

       DATA DIVISION.
       FILE SECTION.

      *    APPEAL TRANSACTION. L = LODGE, R = TAKE UNDER REVIEW,
      *    U = UPHOLD (WITH THE RE-MARKED MARK), D = DISMISS.
      *    AT-DATE DEFAULTS TO THE RUN DATE WHEN BLANK. AT-USER IS
      *    THE REQUESTER ON A LODGE AND THE REVIEWER / DECIDER
      *    OTHERWISE. AT-TEXT IS THE GROUNDS ON A LODGE AND THE
      *    DECISION NOTE ON AN UPHOLD OR DISMISS.
       FD  APLTRAN.
       01  APLTRANREC.
           05 AT-ACTION     PIC X(01).
              88 AT-LODGE   VALUE "L".
              88 AT-REVIEW  VALUE "R".
              88 AT-UPHOLD  VALUE "U".
              88 AT-DISMISS VALUE "D".
           05 FILLER        PIC X.
           05 AT-STID       PIC 9(5).
           05 FILLER        PIC X.
           05 AT-SUBJ-NO    PIC 9(2).
           05 FILLER        PIC X.
           05 AT-DATE       PIC X(8).
           05 FILLER        PIC X.
           05 AT-USER       PIC X(8).
           05 FILLER        PIC X.
           05 AT-NEW-MARK   PIC 99.99.
           05 FILLER        PIC X.
           05 AT-TEXT       PIC X(40).
           05 FILLER        PIC X(25).

      *    ONE APPEAL PER STUDENT PER SUBJECT. THE ORIGINAL MARK,
      *    PERCENTAGE AND GRADE ARE TAKEN FROM OUTFILE WHEN THE
      *    APPEAL IS LODGED; THE NEW ONES WHEN IT IS UPHELD.
       FD  APLFILE.
       01  APLREC.
           05 AP-KEY.
              10 AP-STID       PIC X(6).
              10 AP-SUBJ-NO    PIC 9(2).
           05 FILLER           PIC X.
           05 AP-STATE         PIC X(01).
              88 AP-LODGED        VALUE "L".
              88 AP-UNDER-REVIEW  VALUE "R".
              88 AP-UPHELD        VALUE "U".
              88 AP-DISMISSED     VALUE "D".
              88 AP-OPEN          VALUE "L" "R".
           05 FILLER           PIC X.
           05 AP-LODGED-DATE   PIC X(8).
           05 FILLER           PIC X.
           05 AP-LODGED-BY     PIC X(8).
           05 FILLER           PIC X.
           05 AP-REVIEW-DATE   PIC X(8).
           05 FILLER           PIC X.
           05 AP-REVIEWER      PIC X(8).
           05 FILLER           PIC X.
           05 AP-DECIDED-DATE  PIC X(8).
           05 FILLER           PIC X.
           05 AP-DECIDED-BY    PIC X(8).
           05 FILLER           PIC X.
           05 AP-ORIG-MARK     PIC 99.99.
           05 FILLER           PIC X.
           05 AP-NEW-MARK      PIC 99.99.
           05 FILLER           PIC X.
           05 AP-ORIG-PERC     PIC 9(2).
           05 FILLER           PIC X.
           05 AP-ORIG-GRADE    PIC X(01).
           05 FILLER           PIC X.
           05 AP-NEW-PERC      PIC 9(2).
           05 FILLER           PIC X.
           05 AP-NEW-GRADE     PIC X(01).
           05 FILLER           PIC X.
           05 AP-RUN-ID        PIC X(14).
           05 FILLER           PIC X.
           05 AP-GROUNDS       PIC X(40).
           05 FILLER           PIC X.
           05 AP-NOTE          PIC X(30).
           05 FILLER           PIC X(27).

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

       FD  RPTFILE.
       01  RPTREC.
           05 RP-ACTION     PIC X(01).
           05 FILLER        PIC X.
           05 RP-STID       PIC X(6).
           05 FILLER        PIC X.
           05 RP-SUBJ-NO    PIC 9(2).
           05 FILLER        PIC X.
           05 RP-DISP       PIC X(08).
           05 FILLER        PIC X.
           05 RP-REASON     PIC X(30).
           05 FILLER        PIC X.
           05 RP-STATE      PIC X(01).
           05 FILLER        PIC X(27).

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
             88 FS2-DUPKEY  VALUE 22.
             88 FS2-NOTFND  VALUE 23.
          05 WS-FS3         PIC 99.
             88 FS3-OK      VALUE 00.
             88 FS3-NOTFND  VALUE 23.
          05 WS-FS4         PIC 99.
             88 FS4-OK      VALUE 00.
          05 WS-FS5         PIC 99.
             88 FS5-OK      VALUE 00.
          05 WS-FS6         PIC 99.
             88 FS6-OK      VALUE 00.
             88 FS6-EOF     VALUE 10.
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
          05 WS-APL-SW      PIC X(01).
             88 APPEAL-ON-FILE  VALUE "Y".
             88 APPEAL-NEW      VALUE "N".

       01 WS-VARIABLES.
          05 WS-SUBJ        PIC 9(2).
          05 WS-PERC        PIC 9(2).
          05 WS-EVENT-DATE  PIC X(8).
          05 WS-REJ-REASON  PIC X(30).
          05 WS-TRAN-CNT    PIC 9(6) VALUE 0.
          05 WS-LODGE-CNT   PIC 9(6) VALUE 0.
          05 WS-REVIEW-CNT  PIC 9(6) VALUE 0.
          05 WS-UPHELD-CNT  PIC 9(6) VALUE 0.
          05 WS-DISMISS-CNT PIC 9(6) VALUE 0.
          05 WS-REJ-CNT     PIC 9(6) VALUE 0.
          05 WS-JRN-CNT     PIC 9(6) VALUE 0.
          05 WS-TERM        PIC X(6) VALUE SPACES.

      *    EVERY UPHELD APPEAL IS JOURNALED UNDER THIS RUN ID
      *    (DATE + TIME AT INIT) - THE ID CA45G086 TAKES ON ITS
      *    RUNCARD TO BACK THE WHOLE APPEAL RUN OUT.
       01 WS-JOURNAL-WORK.
          05 WS-RUN-ID.
             10 WS-RUN-ID-DATE PIC X(8).
             10 WS-RUN-ID-TIME PIC X(6).
          05 WS-RUN-TIME    PIC X(8).
          05 WS-BEFORE-IMAGE PIC X(90).
          05 WS-AFTER-IMAGE PIC X(90).

       01 WS-MARKS-TAB.
          05 WS-MARKS       OCCURS 3 TIMES PIC 99.99.

       01 WS-MARK-VAL       PIC 9(2)V9(2).
       01 WS-MAX-VAL        PIC 9(2)V9(2).

      *    SUBJECT REFERENCE MASTER, LOADED AT INIT - THE SAME
      *    NAMES AND MAXIMA CA11G086 VALIDATES AND COMPUTES WITH,
      *    SO A RE-MARK IS JUDGED BY THE SAME RULES AS THE LOAD.
      *    DEFAULTS (SUBJECT N, 50.00) APPLY WHEN NO SUBJREF IS
      *    SUPPLIED.
       01 WS-SUBJ-NAMES.
          05 WS-SUBJ-NAME   OCCURS 3 TIMES PIC X(20).
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
          05 WS-DEBAR-GRADE PIC X(01) VALUE "X".
          05 WS-SUBJ-COUNT  PIC 99   VALUE 3.
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
                      WS-VARIABLES
                      OUTREC.
           ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME.
           DISPLAY "APPEAL RUN ID : " WS-RUN-ID.
           PERFORM 1080-LOAD-SUBJREF.
           PERFORM 1050-GET-TERM.
           PERFORM 1060-LOAD-GRADREF.

      *    THE TERMCARD IS OPTIONAL HERE - IT ONLY PICKS THE
      *    GRADING SCHEME. WITHOUT ONE THE LATEST SCHEME ON GRADREF
      *    APPLIES.
       1050-GET-TERM.
           MOVE SPACES TO WS-TERM.
           OPEN INPUT TERMCARD.
           IF FS8-OK
               READ TERMCARD
                   AT END
                       SET FS8-EOF TO TRUE
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
           IF FS7-OK
               PERFORM UNTIL FS7-EOF
                   READ GRADREF
                       AT END
                           SET FS7-EOF TO TRUE
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
           IF FS6-OK
               PERFORM UNTIL FS6-EOF
                   READ SUBJREF
                       AT END
                           SET FS6-EOF TO TRUE
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

       2000-PROCESS.
           PERFORM 2100-OPEN
           PERFORM UNTIL FS1-EOF
               PERFORM 2200-READ
           END-PERFORM
           PERFORM 2300-CLOSE.

       2100-OPEN.
           OPEN INPUT APLTRAN
                I-O APLFILE
                I-O OUTFILE
                OUTPUT RPTFILE
                EXTEND JRNFILE.

           IF FS1-OK
              DISPLAY "APLTRAN OPEN SUCCESS"
           ELSE
              DISPLAY "APLTRAN OPEN ERROR " WS-FS1
           END-IF.

           IF FS2-OK
              DISPLAY "APLFILE OPEN SUCCESS"
           ELSE
              DISPLAY "APLFILE OPEN ERROR " WS-FS2
           END-IF.

           IF FS3-OK
              DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
              DISPLAY "OUTFILE OPEN ERROR " WS-FS3
           END-IF.

           IF FS4-OK
              DISPLAY "RPTFILE OPEN SUCCESS"
           ELSE
              DISPLAY "RPTFILE OPEN ERROR " WS-FS4
           END-IF.

           IF FS5-OK
              DISPLAY "JRNFILE OPEN SUCCESS"
           ELSE
              DISPLAY "JRNFILE OPEN ERROR " WS-FS5
           END-IF.

      *    NO JOURNAL MEANS NO BACKOUT PATH - THE RUN DOES NOT GO
      *    AHEAD WITHOUT IT.
           IF NOT FS1-OK OR NOT FS2-OK OR NOT FS3-OK
              OR NOT FS4-OK OR NOT FS5-OK
               DISPLAY "FILE OPEN FAILURE - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2200-READ.
           READ APLTRAN
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-CNT
                   PERFORM 2210-APPLY-TRAN
           END-READ.

       2210-APPLY-TRAN.
           PERFORM 2220-VALIDATE.
           IF RECORD-VALID
               EVALUATE TRUE
                   WHEN AT-LODGE
                       PERFORM 2240-APPLY-LODGE
                   WHEN AT-REVIEW
                       PERFORM 2250-APPLY-REVIEW
                   WHEN AT-UPHOLD
                       PERFORM 2260-APPLY-UPHOLD
                   WHEN AT-DISMISS
                       PERFORM 2270-APPLY-DISMISS
               END-EVALUATE
           ELSE
               PERFORM 2290-REPORT-REJECT
           END-IF.

      *    THE APPEAL IS READ HERE SO EACH ACTION IS CHECKED
      *    AGAINST THE STATE IT IS MOVING FROM - AN APPEAL ONLY
      *    EVER MOVES FORWARD, AND A DECIDED APPEAL IS CLOSED.
       2220-VALIDATE.
           SET RECORD-VALID TO TRUE
           SET APPEAL-NEW TO TRUE
           MOVE SPACES TO WS-REJ-REASON.

           IF NOT AT-LODGE AND NOT AT-REVIEW
              AND NOT AT-UPHOLD AND NOT AT-DISMISS
               SET RECORD-INVALID TO TRUE
               MOVE "BAD ACTION CODE" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND AT-STID IS NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE "BAD STID" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND (AT-SUBJ-NO IS NOT NUMERIC
                   OR AT-SUBJ-NO < 1
                   OR AT-SUBJ-NO > WS-SUBJ-COUNT)
               SET RECORD-INVALID TO TRUE
               MOVE "BAD SUBJECT NUMBER" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND AT-USER = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE "REQUESTER/DECIDER MISSING" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
               IF AT-DATE = SPACES
                   MOVE WS-RUN-ID-DATE TO WS-EVENT-DATE
               ELSE
                   IF AT-DATE IS NUMERIC
                       MOVE AT-DATE TO WS-EVENT-DATE
                   ELSE
                       SET RECORD-INVALID TO TRUE
                       MOVE "BAD EVENT DATE" TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

           IF RECORD-VALID
               PERFORM 2225-READ-APPEAL
           END-IF.

           IF RECORD-VALID
               PERFORM 2230-CHECK-STATE
           END-IF.

           IF RECORD-VALID
              AND AT-UPHOLD
              AND (AT-USER = AP-LODGED-BY OR AT-USER = AP-REVIEWER)
               SET RECORD-INVALID TO TRUE
               MOVE "DECIDER LODGED OR REVIEWED IT" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND AT-UPHOLD
               PERFORM 2235-VALIDATE-MARK
           END-IF.

       2225-READ-APPEAL.
           MOVE SPACES TO AP-STID.
           STRING "S"
                  AT-STID
              INTO AP-STID
           END-STRING.
           MOVE AT-SUBJ-NO TO AP-SUBJ-NO.
           READ APLFILE
               KEY IS AP-KEY
               INVALID KEY
                   SET APPEAL-NEW TO TRUE
               NOT INVALID KEY
                   SET APPEAL-ON-FILE TO TRUE
           END-READ.

       2230-CHECK-STATE.
           EVALUATE TRUE
               WHEN AT-LODGE
                   IF APPEAL-ON-FILE
                       SET RECORD-INVALID TO TRUE
                       MOVE "APPEAL ALREADY ON FILE" TO WS-REJ-REASON
                   END-IF
               WHEN APPEAL-NEW
                   SET RECORD-INVALID TO TRUE
                   MOVE "NO APPEAL LODGED" TO WS-REJ-REASON
               WHEN NOT AP-OPEN
                   SET RECORD-INVALID TO TRUE
                   MOVE "APPEAL ALREADY DECIDED" TO WS-REJ-REASON
               WHEN AT-REVIEW
                   IF NOT AP-LODGED
                       SET RECORD-INVALID TO TRUE
                       MOVE "APPEAL ALREADY UNDER REVIEW"
                           TO WS-REJ-REASON
                   END-IF
               WHEN AT-UPHOLD
                   IF NOT AP-UNDER-REVIEW
                       SET RECORD-INVALID TO TRUE
                       MOVE "APPEAL NOT UNDER REVIEW" TO WS-REJ-REASON
                   END-IF
           END-EVALUATE.

      *    THE RE-MARKED MARK IS HELD TO THE SAME SUBJECT MAXIMUM
      *    AS A LOADED MARK.
       2235-VALIDATE-MARK.
           MOVE AT-SUBJ-NO TO WS-SUBJ.
           IF AT-NEW-MARK(1:2) IS NOT NUMERIC
              OR AT-NEW-MARK(4:2) IS NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               STRING "BAD MARKS " WS-SUBJ-NAME(WS-SUBJ)
                  INTO WS-REJ-REASON
           ELSE
               MOVE AT-NEW-MARK(1:2) TO WS-MARK-VAL(1:2)
               MOVE AT-NEW-MARK(4:2) TO WS-MARK-VAL(3:2)
               MOVE WS-SUBJ-MAX(WS-SUBJ)(1:2) TO WS-MAX-VAL(1:2)
               MOVE WS-SUBJ-MAX(WS-SUBJ)(4:2) TO WS-MAX-VAL(3:2)
               IF WS-MARK-VAL > WS-MAX-VAL
                   SET RECORD-INVALID TO TRUE
                   STRING "MARKS RANGE " WS-SUBJ-NAME(WS-SUBJ)
                      INTO WS-REJ-REASON
               END-IF
           END-IF.

      *    THE MARK BEING DISPUTED IS TAKEN FROM OUTFILE AS IT
      *    STANDS NOW, SO THE APPEAL RECORDS WHAT THE STUDENT WAS
      *    ACTUALLY GIVEN.
       2240-APPLY-LODGE.
           MOVE AP-STID TO O-STID.
           READ OUTFILE
               KEY IS O-STID
               INVALID KEY
                   MOVE "STUDENT NOT ON OUTFILE" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   IF O-GRADE = WS-DEBAR-GRADE
                       MOVE "STUDENT DEBARRED - NO REGRADE"
                           TO WS-REJ-REASON
                       PERFORM 2290-REPORT-REJECT
                   ELSE
                       PERFORM 2245-WRITE-APPEAL
                   END-IF
           END-READ.

       2245-WRITE-APPEAL.
           MOVE SPACES TO APLREC.
           MOVE O-STID TO AP-STID.
           MOVE AT-SUBJ-NO TO AP-SUBJ-NO.
           SET AP-LODGED TO TRUE.
           MOVE WS-EVENT-DATE TO AP-LODGED-DATE.
           MOVE AT-USER TO AP-LODGED-BY.
           MOVE O-SUBJ-MARKS(AT-SUBJ-NO) TO AP-ORIG-MARK.
           MOVE O-PERC TO AP-ORIG-PERC.
           MOVE O-GRADE TO AP-ORIG-GRADE.
           MOVE AT-TEXT TO AP-GROUNDS.
           WRITE APLREC
               INVALID KEY
                   MOVE "APPEAL ALREADY ON FILE" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-LODGE-CNT
                   PERFORM 2280-REPORT-APPLIED
           END-WRITE.

       2250-APPLY-REVIEW.
           SET AP-UNDER-REVIEW TO TRUE.
           MOVE WS-EVENT-DATE TO AP-REVIEW-DATE.
           MOVE AT-USER TO AP-REVIEWER.
           PERFORM 2275-REWRITE-APPEAL.
           IF RECORD-VALID
               ADD 1 TO WS-REVIEW-CNT
               PERFORM 2280-REPORT-APPLIED
           END-IF.

      *    THE OUTFILE MARK MUST STILL BE THE ONE THE APPEAL WAS
      *    LODGED AGAINST - IF A CORRECTION OR RELOAD HAS CHANGED
      *    IT SINCE, THE RE-MARK IS NOT APPLIED OVER IT. A STUDENT
      *    DEBARRED SINCE THE LODGE, OR A RECORD WHOSE SCHEME CANNOT
      *    BE REBUILT, IS NOT REGRADED EITHER.
       2260-APPLY-UPHOLD.
           MOVE AP-STID TO O-STID.
           READ OUTFILE
               KEY IS O-STID
               INVALID KEY
                   MOVE "STUDENT NOT ON OUTFILE" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   PERFORM 2261-CHECK-UPHOLD
           END-READ.

       2261-CHECK-UPHOLD.
           EVALUATE TRUE
               WHEN O-SUBJ-MARKS(AP-SUBJ-NO) NOT = AP-ORIG-MARK
                   MOVE "MARK CHANGED SINCE LODGED" TO WS-REJ-REASON
               WHEN O-GRADE = WS-DEBAR-GRADE
                   MOVE "STUDENT DEBARRED - NO REGRADE"
                       TO WS-REJ-REASON
               WHEN OTHER
                   PERFORM 2262-SELECT-SCHEME
           END-EVALUATE.
           IF WS-REJ-REASON = SPACES
               MOVE OUTREC TO WS-BEFORE-IMAGE
               PERFORM 2265-REWRITE-OUTFILE
           ELSE
               PERFORM 2290-REPORT-REJECT
           END-IF.

      *    THE SCHEME THE RECORD WAS LAST GRADED WITH: NONE
      *    RECORDED TAKES THE RUN SCHEME, DFLT THE BUILT-IN ONE, ANY
      *    OTHER VERSION IS REBUILT FROM ITS GRADREF ROWS (THE FIRST
      *    EFFECTIVE TERM FILED UNDER THAT VERSION).
       2262-SELECT-SCHEME.
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
                   PERFORM 2263-PICK-LIBRARY-ROW
                       VARYING WS-GL-IX FROM 1 BY 1
                       UNTIL WS-GL-IX > WS-GL-COUNT
                   IF WS-GS-COUNT = 0
                       STRING "SCHEME " WS-REC-SCHEME
                              " NOT ON GRADREF"
                          INTO WS-REJ-REASON
                       END-STRING
                   END-IF
           END-EVALUATE.

       2263-PICK-LIBRARY-ROW.
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

       2265-REWRITE-OUTFILE.
           PERFORM 2266-REDERIVE-RESULT.
           REWRITE OUTREC
               INVALID KEY
                   MOVE "STUDENT NOT ON OUTFILE" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   MOVE OUTREC TO WS-AFTER-IMAGE
                   PERFORM 2285-WRITE-JOURNAL
                   PERFORM 2268-RECORD-UPHELD
           END-REWRITE.

      *    ONLY THE APPEALED SUBJECT'S MARK CHANGES; PERCENTAGE,
      *    GRADE AND RESULT ARE WORKED OUT AFRESH FROM ALL THREE
      *    MARKS, EXACTLY AS CA41G086 BUILDS A CHANGED RECORD.
       2266-REDERIVE-RESULT.
           MOVE AT-NEW-MARK TO O-SUBJ-MARKS(AP-SUBJ-NO).
           PERFORM 2267-MOVE-SUBJ-MARKS
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

       2267-MOVE-SUBJ-MARKS.
           MOVE O-SUBJ-MARKS(WS-SUBJ) TO WS-MARKS(WS-SUBJ).

      *    OUTFILE HAS ALREADY BEEN CHANGED AND JOURNALED, SO AN
      *    APPEAL THAT CANNOT THEN BE MARKED UPHELD STOPS THE RUN -
      *    THE RUN ID ON THE CONSOLE BACKS THE RUN OUT.
       2268-RECORD-UPHELD.
           SET AP-UPHELD TO TRUE.
           MOVE WS-EVENT-DATE TO AP-DECIDED-DATE.
           MOVE AT-USER TO AP-DECIDED-BY.
           MOVE AT-NEW-MARK TO AP-NEW-MARK.
           MOVE O-PERC TO AP-NEW-PERC.
           MOVE O-GRADE TO AP-NEW-GRADE.
           MOVE WS-RUN-ID TO AP-RUN-ID.
           MOVE AT-TEXT TO AP-NOTE.
           PERFORM 2275-REWRITE-APPEAL.
           IF RECORD-VALID
               ADD 1 TO WS-UPHELD-CNT
               PERFORM 2280-REPORT-APPLIED
           ELSE
               DISPLAY "APPEAL UPDATE FAILED AFTER OUTFILE CHANGE "
                       AP-KEY " - RUN STOPPED, BACK OUT RUN ID "
                       WS-RUN-ID
               PERFORM 2300-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2270-APPLY-DISMISS.
           SET AP-DISMISSED TO TRUE.
           MOVE WS-EVENT-DATE TO AP-DECIDED-DATE.
           MOVE AT-USER TO AP-DECIDED-BY.
           MOVE AP-ORIG-MARK TO AP-NEW-MARK.
           MOVE AP-ORIG-PERC TO AP-NEW-PERC.
           MOVE AP-ORIG-GRADE TO AP-NEW-GRADE.
           MOVE AT-TEXT TO AP-NOTE.
           PERFORM 2275-REWRITE-APPEAL.
           IF RECORD-VALID
               ADD 1 TO WS-DISMISS-CNT
               PERFORM 2280-REPORT-APPLIED
           END-IF.

       2275-REWRITE-APPEAL.
           REWRITE APLREC
               INVALID KEY
                   SET RECORD-INVALID TO TRUE
                   MOVE "APPEAL NOT ON FILE" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
           END-REWRITE.

       2280-REPORT-APPLIED.
           MOVE SPACES TO RPTREC.
           MOVE AT-ACTION TO RP-ACTION.
           MOVE AP-STID TO RP-STID.
           MOVE AP-SUBJ-NO TO RP-SUBJ-NO.
           MOVE "APPLIED" TO RP-DISP.
           MOVE AP-STATE TO RP-STATE.
           WRITE RPTREC.

       2285-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-CNT.
           MOVE SPACES TO JRNREC.
           MOVE WS-RUN-ID TO JR-RUN-ID.
           MOVE WS-JRN-CNT TO JR-SEQ.
           MOVE "C" TO JR-ACTION.
           MOVE O-STID TO JR-STID.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           MOVE AT-USER TO JR-USERID.
           WRITE JRNREC.
           IF NOT FS5-OK
               DISPLAY "JOURNAL WRITE FAILED " WS-FS5
                       " - RUN STOPPED AFTER " WS-JRN-CNT
                       " APPLIED"
               PERFORM 2300-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2290-REPORT-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO RPTREC.
           MOVE AT-ACTION TO RP-ACTION.
           IF AT-STID IS NUMERIC
               STRING "S"
                      AT-STID
                  INTO RP-STID
               END-STRING
           ELSE
               MOVE SPACES TO RP-STID
           END-IF.
           IF AT-SUBJ-NO IS NUMERIC
               MOVE AT-SUBJ-NO TO RP-SUBJ-NO
           END-IF.
           MOVE "REJECTED" TO RP-DISP.
           MOVE WS-REJ-REASON TO RP-REASON.
           IF APPEAL-ON-FILE
               MOVE AP-STATE TO RP-STATE
           END-IF.
           WRITE RPTREC.
           DISPLAY "REJECTED TRAN : " WS-TRAN-CNT " - " WS-REJ-REASON.

       2300-CLOSE.
           CLOSE APLTRAN
                 APLFILE
                 OUTFILE
                 RPTFILE
                 JRNFILE.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA14G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "TRANSACTIONS READ       : " WS-TRAN-CNT.
           DISPLAY "APPEALS LODGED          : " WS-LODGE-CNT.
           DISPLAY "APPEALS UNDER REVIEW    : " WS-REVIEW-CNT.
           DISPLAY "APPEALS UPHELD          : " WS-UPHELD-CNT.
           DISPLAY "APPEALS DISMISSED       : " WS-DISMISS-CNT.
           DISPLAY "TRANSACTIONS REJECTED   : " WS-REJ-CNT.
           DISPLAY "CHANGES JOURNALED       : " WS-JRN-CNT.
           DISPLAY "RUN ID FOR BACKOUT      : " WS-RUN-ID.
           DISPLAY "================================================".
           IF WS-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
