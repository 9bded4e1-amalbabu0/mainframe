      *                  - re-reads OUTFILE and recomputes each
      *                    record's percentage and grade from its
      *                    stored marks, flagging any stored value
      *                    that no longer matches - grades under
      *                    the GRADREF scheme effective for the
      *                    PARMCARD term, through CA23G086, and the
      *                    scheme version stamped on the record
      *                    must be that scheme's;
      *                    a student CA11G086 debarred for
      *                    attendance (grade X) has no grade to
      *                    recompute and is only checked for a
      *                    zero percentage;
      *                  - balances OUTFILE + REJFILE + DUPFILE
      *                    record counts against the INFILE trailer
      *                    detail count;
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS8.

           SELECT GRADREF
               ASSIGN TO DD8
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS9.

       DATA DIVISION.
       FILE SECTION.

           05 O-GRADE       PIC X(01).
           05 FILLER        PIC X.
           05 O-RESULT      PIC X(30).
           05 FILLER        PIC X(6).
           05 O-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(6).

       FD  INFILE.
       01  INREC            PIC X(80).
           05 PC-WEIGHT-2   PIC X(3).
           05 FILLER        PIC X.
           05 PC-WEIGHT-3   PIC X(3).
           05 FILLER        PIC X(19).
           05 PC-TERM       PIC X(6).
           05 FILLER        PIC X(41).

       FD  AUDRPT.
       01  AUDREC           PIC X(80).
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

       FD  RUNSTAT.
       01  RUNSTATREC.
           05 RS-PROGRAM    PIC X(8).
          05 WS-FS8         PIC 99.
             88 FS8-OK      VALUE 00.
             88 FS8-EOF     VALUE 10.
          05 WS-FS9         PIC 99.
             88 FS9-OK      VALUE 00.
             88 FS9-EOF     VALUE 10.

       01 WS-VARIABLES.
          05 WS-SUBJ        PIC 9(2).
          05 WS-TRL-SEEN-SW PIC X(01) VALUE "N".
             88 TRL-SEEN    VALUE "Y".
          05 WS-CALC-ERR-CNT PIC 9(6) VALUE 0.
          05 WS-DEBAR-CNT   PIC 9(6) VALUE 0.
          05 WS-BAL-ERR-CNT PIC 9(6) VALUE 0.
          05 WS-DB2-ERR-CNT PIC 9(6) VALUE 0.
          05 WS-MARK-VAL    PIC 9(2)V9(2).
          05 WS-TAB-MARK    PIC 9(2)V9(2).
          05 WS-CNT-ED      PIC ZZZ,ZZ9.
          05 WS-CNT-ED2     PIC ZZZ,ZZ9.
          05 WS-TERM        PIC X(6) VALUE SPACES.

      *    THE SAME DEFAULTS CA11G086 COMPILES IN; A PARMCARD
      *    OVERRIDES THEM SO THE AUDIT RECOMPUTES UNDER THE RULES
          05 WS-WEIGHT REDEFINES WS-WEIGHT-TAB
                        OCCURS 3 TIMES PIC 999.

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

       01 WS-MARKS-TAB.
          05 WS-MARKS       OCCURS 3 TIMES PIC 99.99.

           PERFORM 8000-WRITE-RUNSTAT.
           PERFORM 1100-GET-RUN-PARMS.
           PERFORM 1200-LOAD-SUBJREF.
           PERFORM 1300-LOAD-GRADREF.
           OPEN OUTPUT AUDRPT.
           IF NOT FS6-OK
               DISPLAY "AUDRPT OPEN ERROR " WS-FS6
                           MOVE PC-WEIGHT-2 TO WS-WEIGHT(2)
                           MOVE PC-WEIGHT-3 TO WS-WEIGHT(3)
                       END-IF
                       MOVE PC-TERM TO WS-TERM
               END-READ
               CLOSE PARMCARD
           ELSE
               DISPLAY "BAD SUBJREF RECORD SKIPPED : " SUBJREFREC(1:20)
           END-IF.

       1300-LOAD-GRADREF.
           PERFORM 1310-DEFAULT-SCHEME.
           SET GS-BUILT-IN TO TRUE.
           MOVE SPACES TO WS-GS-EFF-TERM.
           OPEN INPUT GRADREF.
           IF FS9-OK
               PERFORM UNTIL FS9-EOF
                   READ GRADREF
                       AT END
                           SET FS9-EOF TO TRUE
                       NOT AT END
                           PERFORM 1320-STORE-GRADE
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
       1310-DEFAULT-SCHEME.
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
       1320-STORE-GRADE.
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

      *---------------- PASS 1 - RECOMPUTE ---------------*
       2000-AUDIT-OUTFILE.
           OPEN INPUT OUTFILE.
                   SET FS1-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUT-CNT
                   IF O-GRADE = "X"
                       PERFORM 2260-CHECK-DEBARRED
                   ELSE
                       PERFORM 2200-RECOMPUTE-RECORD
                   END-IF
                   PERFORM 4100-CHECK-DB2-ROW
           END-READ.

               ADD 1 TO WS-CALC-ERR-CNT
               PERFORM 2240-REPORT-GRADE-DRIFT
           END-IF.
      *    RECORDS LOADED BEFORE THE SCHEME STAMP EXISTED CARRY
      *    SPACES AND ARE JUDGED ON THE GRADE ALONE.
           IF O-GRADE-SCHEME NOT = SPACES
              AND O-GRADE-SCHEME NOT = WS-GS-VERSION
               ADD 1 TO WS-CALC-ERR-CNT
               PERFORM 2250-REPORT-SCHEME-DRIFT
           END-IF.

       2210-MOVE-SUBJ-MARKS.
           MOVE O-SUBJ-MARKS(WS-SUBJ) TO WS-MARKS(WS-SUBJ).

       2220-DERIVE-GRADE.
           CALL "CA23G086"
               USING WS-GRADE-SCHEME WS-PERC WS-GRADE WS-PASS-FLAG.

       2230-REPORT-PERC-DRIFT.
           MOVE SPACES TO AUDREC.
           END-STRING.
           WRITE AUDREC.

       2250-REPORT-SCHEME-DRIFT.
           MOVE SPACES TO AUDREC.
           STRING O-STID
                  " GRADED UNDER SCHEME " O-GRADE-SCHEME
                  " SCHEME IN EFFECT " WS-GS-VERSION
              INTO AUDREC
           END-STRING.
           WRITE AUDREC.

       2260-CHECK-DEBARRED.
           ADD 1 TO WS-DEBAR-CNT.
           IF O-PERC NOT = 0
               ADD 1 TO WS-CALC-ERR-CNT
               MOVE SPACES TO AUDREC
               STRING O-STID
                      " DEBARRED BUT STORED PERC " O-PERC
                  INTO AUDREC
               END-STRING
               WRITE AUDREC
           END-IF.

      *---------------- PASS 2 - COUNT BALANCE -----------*
      *    EVERY INFILE DETAIL MUST HAVE LANDED SOMEWHERE: ON
      *    OUTFILE, ON THE REJECT FILE OR ON THE DUPLICATE LOG.
           DISPLAY "REJFILE RECORDS         : " WS-REJ-CNT.
           DISPLAY "DUPFILE RECORDS         : " WS-DUP-CNT.
           DISPLAY "TRAILER DETAIL COUNT    : " WS-TRL-CNT.
           DISPLAY "DEBARRED RECORDS        : " WS-DEBAR-CNT.
           DISPLAY "RECOMPUTE MISMATCHES    : " WS-CALC-ERR-CNT.
           DISPLAY "COUNT BALANCE ERRORS    : " WS-BAL-ERR-CNT.
           DISPLAY "DB2 DRIFT ITEMS         : " WS-DB2-ERR-CNT.
