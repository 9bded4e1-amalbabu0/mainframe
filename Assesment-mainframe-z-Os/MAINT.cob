      *                run's id (date+time, shown in the run totals),
      *                so a bad batch can be reversed by CA45G086
      *                instead of rebuilding OUTFILE from INFILE.
      *                Grades are derived through CA23G086. An ADD
      *                is graded under the GRADREF scheme effective
      *                for the term on the optional TERMCARD (the
      *                latest scheme when none is supplied). A CHANGE
      *                is regraded under the scheme the record was
      *                last graded with (OUTFILE cols 81-84), so a
      *                correction to an earlier term's result does
      *                not move it onto a later term's cut-offs; a
      *                record with no scheme recorded takes the run
      *                scheme, and one whose scheme is no longer on
      *                GRADREF is rejected. A debarred student (grade
      *                X) is not regraded by a CHANGE at all - the
      *                debarment is lifted through the attendance
      *                feed, not here.
      *                Every transaction carries the entering
      *                registrar's operator id (cols 47-54). A CHANGE
      *                that alters the grade, and any DELETE, is not
      *                applied on the maker's word alone: it is
      *                written to the PENDFILE approval queue and
      *                reported PENDING. Once a second operator
      *                approves it, MNTAPPR writes it to the
      *                released-transaction file (RELFILE) stamped
      *                with the approver's id (cols 56-63), and this
      *                program applies it after the day's TRANFILE.
      *                Only RELFILE items count as approved: a
      *                TRANFILE transaction with anything in cols
      *                56-63 is rejected, and so is a released one
      *                approved by the operator who entered it.
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

           SELECT PENDFILE
               ASSIGN TO DD8
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS8.

           SELECT RELFILE
               ASSIGN TO DD9
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS9.

       DATA DIVISION.
       FILE SECTION.

           05 TR-LNAME      PIC X(10).
           05 FILLER        PIC X.
           05 TR-SUBJ-MARKS OCCURS 3 TIMES PIC 99.99.
           05 FILLER        PIC X.
           05 TR-OPER-ID    PIC X(8).
           05 FILLER        PIC X.
           05 TR-APPR-ID    PIC X(8).
           05 FILLER        PIC X(17).

       FD  OUTFILE.
       01  OUTREC.
           05 O-GRADE       PIC X(01).
           05 FILLER        PIC X.
           05 O-RESULT      PIC X(30).
           05 FILLER        PIC X(6).
           05 O-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(6).

       FD  RPTFILE.
       01  RPTREC.
           05 JR-BEFORE     PIC X(90).
           05 FILLER        PIC X.
           05 JR-AFTER      PIC X(90).
           05 JR-USERID     PIC X(8).

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

      *    MAINTENANCE APPROVAL QUEUE - THE SAME LAYOUT ACCTMNT,
      *    REGLOAD AND BILLPAY QUEUE TO AND MNTAPPR WORKS FROM. THE
      *    REFERENCE IS THIS RUN'S ID PLUS A SEQUENCE, AND THE
      *    TRANSACTION IMAGE IS HELD UNCHANGED FOR RELEASE.
       FD  PENDFILE.
       01  PENDREC.
           05 PQ-SOURCE     PIC X(8).
           05 FILLER        PIC X.
           05 PQ-REF.
              10 PQ-REF-RUN PIC X(14).
              10 PQ-REF-SEQ PIC 9(4).
           05 FILLER        PIC X.
           05 PQ-ENTRY-DATE PIC X(8).
           05 FILLER        PIC X.
           05 PQ-OPER-ID    PIC X(8).
           05 FILLER        PIC X.
           05 PQ-KEY        PIC X(12).
           05 FILLER        PIC X.
           05 PQ-REASON     PIC X(20).
           05 FILLER        PIC X.
           05 PQ-TRAN       PIC X(80).

      *    TRANSACTIONS RELEASED BY MNTAPPR - THE TRANFILE LAYOUT
      *    WITH THE APPROVER'S ID IN COLS 56-63.
       FD  RELFILE.
       01  RELREC           PIC X(80).

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
          05 WS-FS8         PIC 99.
             88 FS8-OK      VALUE 00.
          05 WS-FS9         PIC 99.
             88 FS9-OK      VALUE 00.
             88 FS9-EOF     VALUE 10.

       01 WS-SWITCHES.
          05 WS-VALID-SW    PIC X(01).
             88 RECORD-VALID    VALUE "Y".
             88 RECORD-INVALID  VALUE "N".
          05 WS-SOURCE-SW   PIC X(01).
             88 TRAN-KEYED      VALUE "T".
             88 TRAN-RELEASED   VALUE "R".

       01 WS-VARIABLES.
          05 WS-NAME        PIC X(10).
          05 WS-DEL-CNT     PIC 9(6) VALUE 0.
          05 WS-REJ-CNT     PIC 9(6) VALUE 0.
          05 WS-JRN-CNT     PIC 9(6) VALUE 0.
          05 WS-PEND-CNT    PIC 9(6) VALUE 0.
          05 WS-REL-CNT     PIC 9(6) VALUE 0.
          05 WS-TERM        PIC X(6) VALUE SPACES.
          05 WS-OLD-GRADE   PIC X(01).
          05 WS-PEND-REASON PIC X(20).

      *    EVERY APPLIED TRANSACTION IS JOURNALED UNDER THIS RUN ID
      *    (DATE + TIME AT INIT) - THE ID CA45G086 TAKES ON ITS
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

      *    THE RUN SCHEME AS LOADED, KEPT WHILE A CHANGE IS REGRADED
      *    UNDER ITS RECORD'S OWN SCHEME.
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
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME.
           DISPLAY "MAINTENANCE RUN ID : " WS-RUN-ID.
           PERFORM 1080-LOAD-SUBJREF.
           PERFORM 1050-GET-TERM.
           PERFORM 1060-LOAD-GRADREF.

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

       2000-PROCESS.
           PERFORM 2100-OPEN
           SET TRAN-KEYED TO TRUE
           PERFORM UNTIL FS1-EOF
               PERFORM 2200-READ
           END-PERFORM
           SET TRAN-RELEASED TO TRUE
           PERFORM UNTIL FS9-EOF
               PERFORM 2205-READ-RELEASED
           END-PERFORM
           PERFORM 2300-CLOSE.

       2100-OPEN.
           OPEN INPUT TRANFILE
                I-O OUTFILE
                OUTPUT RPTFILE
                EXTEND JRNFILE
                EXTEND PENDFILE
                INPUT RELFILE.

           IF FS1-OK
              DISPLAY "TRANFILE OPEN SUCCESS"
              DISPLAY "JRNFILE OPEN ERROR " WS-FS4
           END-IF.

           IF FS8-OK
              DISPLAY "PENDFILE OPEN SUCCESS"
           ELSE
              DISPLAY "PENDFILE OPEN ERROR " WS-FS8
           END-IF.

           IF FS9-OK
              DISPLAY "RELFILE OPEN SUCCESS"
           ELSE
              DISPLAY "RELFILE OPEN ERROR " WS-FS9
           END-IF.

      *    NO JOURNAL MEANS NO BACKOUT PATH, AND NO QUEUE MEANS NO
      *    WAY TO HOLD A GRADE CHANGE FOR APPROVAL - THE RUN DOES
      *    NOT GO AHEAD WITHOUT BOTH.
           IF NOT FS1-OK OR NOT FS2-OK OR NOT FS3-OK OR NOT FS4-OK
              OR NOT FS8-OK OR NOT FS9-OK
               DISPLAY "FILE OPEN FAILURE - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
                   PERFORM 2210-APPLY-TRAN
           END-READ.

      *    A RELEASED TRANSACTION IS APPLIED AS IF KEYED, BUT
      *    STANDS APPROVED.
       2205-READ-RELEASED.
           READ RELFILE
               AT END
                   SET FS9-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-CNT
                   ADD 1 TO WS-REL-CNT
                   MOVE RELREC TO TRANREC
                   PERFORM 2210-APPLY-TRAN
           END-READ.

       2210-APPLY-TRAN.
           PERFORM 2220-VALIDATE.
           IF RECORD-VALID
               MOVE "BAD STID" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TR-OPER-ID = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE "OPERATOR ID REQUIRED" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TRAN-KEYED
              AND TR-APPR-ID NOT = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE "APPROVER FIELD NOT ALLOWED" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TRAN-RELEASED
              AND TR-APPR-ID = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE "RELEASE NOT APPROVED" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TR-APPR-ID = TR-OPER-ID
               SET RECORD-INVALID TO TRUE
               MOVE "SELF-APPROVAL NOT ALLOWED" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND NOT TR-DELETE
               PERFORM 2230-VALIDATE-DETAIL
      *    AN ADD HAS NO BEFORE IMAGE; THE JOURNALED AFTER IMAGE IS
      *    THE RECORD AS WRITTEN.
       2240-APPLY-ADD.
           MOVE WS-RUN-SCHEME TO WS-GRADE-SCHEME.
           PERFORM 2270-BUILD-RECORD.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           WRITE OUTREC
           END-WRITE.

      *    THE EXISTING RECORD IS READ FIRST SO THE JOURNAL CARRIES
      *    THE TRUE BEFORE IMAGE - A CHANGE FOR A MISSING STID, A
      *    DEBARRED STUDENT, OR A RECORD WHOSE SCHEME CANNOT BE
      *    REBUILT IS REJECTED HERE, BEFORE ANYTHING IS REBUILT.
       2250-APPLY-CHANGE.
           STRING "S"
                  TR-STID
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   MOVE OUTREC TO WS-BEFORE-IMAGE
                   MOVE O-GRADE TO WS-OLD-GRADE
                   PERFORM 2251-CHECK-CHANGE
           END-READ.

       2251-CHECK-CHANGE.
           IF O-GRADE = WS-DEBAR-GRADE
               MOVE "STUDENT DEBARRED - NO REGRADE" TO WS-REJ-REASON
           ELSE
               PERFORM 2275-SELECT-SCHEME
           END-IF.
           IF WS-REJ-REASON = SPACES
               PERFORM 2255-REWRITE-CHANGE
           ELSE
               PERFORM 2290-REPORT-REJECT
           END-IF.

      *    A CHANGE THAT MOVES THE GRADE WAITS IN THE APPROVAL QUEUE
      *    UNLESS IT COMES BACK FROM MNTAPPR WITH AN APPROVER ON IT.
       2255-REWRITE-CHANGE.
           PERFORM 2270-BUILD-RECORD.
           IF TRAN-KEYED
              AND O-GRADE NOT = WS-OLD-GRADE
               MOVE "GRADE CHANGE" TO WS-PEND-REASON
               PERFORM 2295-QUEUE-PENDING
           ELSE
               PERFORM 2256-REWRITE-RECORD
           END-IF.

       2256-REWRITE-RECORD.
           REWRITE OUTREC
               INVALID KEY
                   MOVE "STID NOT ON FILE" TO WS-REJ-REASON
           END-REWRITE.

      *    THE DOOMED RECORD IS READ FIRST SO A DELETE CAN BE
      *    RE-ADDED FROM ITS JOURNALED BEFORE IMAGE. A DELETE TAKES
      *    A GRADE OFF THE FILE, SO IT TOO WAITS FOR APPROVAL.
       2260-APPLY-DELETE.
           STRING "S"
                  TR-STID
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   MOVE OUTREC TO WS-BEFORE-IMAGE
                   IF TRAN-KEYED
                       MOVE "RESULT DELETE" TO WS-PEND-REASON
                       PERFORM 2295-QUEUE-PENDING
                   ELSE
                       PERFORM 2265-DELETE-RECORD
                   END-IF
           END-READ.

       2265-DELETE-RECORD.
           MOVE O-STID TO JR-STID.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-AFTER-IMAGE TO JR-AFTER.
           MOVE TR-OPER-ID TO JR-USERID.
           WRITE JRNREC.
           IF NOT FS4-OK
               DISPLAY "JOURNAL WRITE FAILED " WS-FS4

           PERFORM 2272-DERIVE-GRADE.

           IF GRADE-PASSED
               MOVE "CONGRATULATIONS!!!"
                   TO O-RESULT
           ELSE
               MOVE "BETTER LUCK NEXT TIME!!!"
                   TO O-RESULT
           END-IF.
           MOVE WS-GS-VERSION TO O-GRADE-SCHEME.

       2271-MOVE-SUBJ-MARKS.
           MOVE TR-SUBJ-MARKS(WS-SUBJ) TO O-SUBJ-MARKS(WS-SUBJ)
                                           WS-MARKS(WS-SUBJ).

       2272-DERIVE-GRADE.
           CALL "CA23G086"
               USING WS-GRADE-SCHEME WS-PERC O-GRADE WS-PASS-FLAG.

      *    THE SCHEME THE RECORD WAS LAST GRADED WITH: NONE
      *    RECORDED TAKES THE RUN SCHEME, DFLT THE BUILT-IN ONE, ANY
      *    OTHER VERSION IS REBUILT FROM ITS GRADREF ROWS (THE FIRST
      *    EFFECTIVE TERM FILED UNDER THAT VERSION).
       2275-SELECT-SCHEME.
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
                   PERFORM 2276-PICK-LIBRARY-ROW
                       VARYING WS-GL-IX FROM 1 BY 1
                       UNTIL WS-GL-IX > WS-GL-COUNT
                   IF WS-GS-COUNT = 0
                       STRING "SCHEME " WS-REC-SCHEME
                              " NOT ON GRADREF"
                          INTO WS-REJ-REASON
                       END-STRING
                   END-IF
           END-EVALUATE.

       2276-PICK-LIBRARY-ROW.
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

       2280-REPORT-APPLIED.
           MOVE SPACES TO RPTREC.
           MOVE TR-ACTION TO RP-ACTION.
           WRITE RPTREC.
           DISPLAY "REJECTED TRAN : " WS-TRAN-CNT " - " WS-REJ-REASON.

      *    THE TRANSACTION IS QUEUED AS KEYED; NOTHING ON OUTFILE
      *    CHANGES UNTIL MNTAPPR RELEASES IT.
       2295-QUEUE-PENDING.
           ADD 1 TO WS-PEND-CNT.
           MOVE SPACES TO PENDREC.
           MOVE "CA41G086" TO PQ-SOURCE.
           MOVE WS-RUN-ID TO PQ-REF-RUN.
           MOVE WS-PEND-CNT TO PQ-REF-SEQ.
           MOVE WS-RUN-ID-DATE TO PQ-ENTRY-DATE.
           MOVE TR-OPER-ID TO PQ-OPER-ID.
           STRING "S"
                  TR-STID
              INTO PQ-KEY
           END-STRING.
           MOVE WS-PEND-REASON TO PQ-REASON.
           MOVE TRANREC TO PQ-TRAN.
           WRITE PENDREC.
           IF NOT FS8-OK
               DISPLAY "PENDFILE WRITE FAILED " WS-FS8
                       " - RUN STOPPED AFTER " WS-PEND-CNT
                       " QUEUED"
               PERFORM 2300-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RPTREC.
           MOVE TR-ACTION TO RP-ACTION.
           MOVE PQ-KEY TO RP-STID.
           MOVE "PENDING" TO RP-DISP.
           STRING WS-PEND-REASON DELIMITED BY "  "
                  " - APPROVAL" DELIMITED BY SIZE
              INTO RP-REASON
           END-STRING.
           WRITE RPTREC.

       2300-CLOSE.
           CLOSE TRANFILE
                 OUTFILE
                 RPTFILE
                 JRNFILE
                 PENDFILE
                 RELFILE.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA41G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "TRANSACTIONS READ       : " WS-TRAN-CNT.
           DISPLAY "  OF WHICH RELEASED     : " WS-REL-CNT.
           DISPLAY "ADDS APPLIED            : " WS-ADD-CNT.
           DISPLAY "CHANGES APPLIED         : " WS-CHG-CNT.
           DISPLAY "DELETES APPLIED         : " WS-DEL-CNT.
           DISPLAY "TRANSACTIONS REJECTED   : " WS-REJ-CNT.
           DISPLAY "QUEUED FOR APPROVAL     : " WS-PEND-CNT.
           DISPLAY "TRANSACTIONS JOURNALED  : " WS-JRN-CNT.
           DISPLAY "RUN ID FOR BACKOUT      : " WS-RUN-ID.
           DISPLAY "================================================".
