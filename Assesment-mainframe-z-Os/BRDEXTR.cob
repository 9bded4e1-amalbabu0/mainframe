      *****************************************************************
      * PROGRAM NAME : CA51G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Outbound results file for the external
      *                examination board. Cuts BRDFILE from the
      *                CA11G086 OUTFILE KSDS for the term on TERMCARD:
      *                a header with the institution code, term and
      *                creation date, one detail per student per
      *                subject (SUBJREF subject code, mark, maximum,
      *                the student's grade and percentage) and a
      *                count-and-hash trailer (detail count, sum of
      *                the marks sent) in the style of the WEEK5
      *                BANKFILE. The file is only cut from an OUTFILE
      *                the night's CA46G086 audit has passed: the
      *                latest CA46G086 completion on the run-status
      *                dataset must have ended below RC 8, and no
      *                CA11G086 run may have started since it, or the
      *                run stops RC 8 with nothing written. Every
      *                subject must carry a SUBJREF code. A debarred
      *                student is sent with grade X. CA52G086 matches
      *                the board's acknowledgement against this file.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA51G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE
               ASSIGN TO DD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-STID
               FILE STATUS IS WS-FS1.

           SELECT SUBJREF
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT TERMCARD
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT BRDFILE
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

           SELECT RUNSTAT
               ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

       DATA DIVISION.
       FILE SECTION.

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
           05 FILLER        PIC X(16).

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

       FD  TERMCARD.
       01  TERMREC.
           05 TC-TERM       PIC X(6).
           05 FILLER        PIC X(74).

      *    BOARD INTERFACE FILE. MARKS AND MAXIMA CARRY TWO IMPLIED
      *    DECIMALS; THE TRAILER HASH IS THE SUM OF THE MARKS SENT.
       FD  BRDFILE.
       01  BRDREC           PIC X(80).
       01  BRD-HDR-REC.
           05 BH-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 BH-INST-CODE  PIC X(8).
           05 FILLER        PIC X.
           05 BH-TERM       PIC X(6).
           05 FILLER        PIC X.
           05 BH-CREATE-DATE PIC X(8).
           05 FILLER        PIC X(52).
       01  BRD-DTL-REC.
           05 BD-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 BD-STID       PIC X(6).
           05 FILLER        PIC X.
           05 BD-SUBJ-CODE  PIC X(6).
           05 FILLER        PIC X.
           05 BD-MARK       PIC 9(2)V99.
           05 FILLER        PIC X.
           05 BD-MAX-MARK   PIC 9(2)V99.
           05 FILLER        PIC X.
           05 BD-GRADE      PIC X(01).
           05 FILLER        PIC X.
           05 BD-PERC       PIC 9(2).
           05 FILLER        PIC X(48).
       01  BRD-TRL-REC.
           05 BT-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 BT-REC-COUNT  PIC 9(6).
           05 FILLER        PIC X.
           05 BT-HASH-TOTAL PIC 9(11)V99.
           05 FILLER        PIC X(56).

       FD  RUNSTAT.
       01  RUNSTATREC.
           05 RS-PROGRAM    PIC X(8).
           05 FILLER        PIC X.
           05 RS-EVENT      PIC X(5).
           05 FILLER        PIC X.
           05 RS-DATE       PIC X(8).
           05 FILLER        PIC X.
           05 RS-TIME       PIC X(8).
           05 FILLER        PIC X.
           05 RS-COUNT      PIC 9(8).
           05 FILLER        PIC X.
           05 RS-RC         PIC 9(2).
           05 FILLER        PIC X(36).

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
             88 FS3-EOF     VALUE 10.
          05 WS-FS4         PIC 99.
             88 FS4-OK      VALUE 00.
          05 WS-FS5         PIC 99.
             88 FS5-OK      VALUE 00.
             88 FS5-EOF     VALUE 10.

      *    STATE OF THE NIGHT'S AUDIT AS THE RUN-STATUS DATASET
      *    LEAVES IT - THE LATEST CA46G086 COMPLETION, AND WHETHER A
      *    CA11G086 RUN HAS STARTED SINCE.
       01 WS-AUDIT-WORK.
          05 WS-AUDIT-SW    PIC X(01).
             88 AUDIT-SEEN      VALUE "Y".
             88 AUDIT-NOT-SEEN  VALUE "N".
          05 WS-STALE-SW    PIC X(01).
             88 AUDIT-STALE     VALUE "Y".
             88 AUDIT-CURRENT   VALUE "N".
          05 WS-AUDIT-RC    PIC 9(2).
          05 WS-AUDIT-DATE  PIC X(8).
          05 WS-AUDIT-TIME  PIC X(8).

       01 WS-VARIABLES.
          05 WS-TERM        PIC X(6).
          05 WS-RUN-DATE    PIC X(8).
          05 WS-STUD-CNT    PIC 9(6) VALUE 0.
          05 WS-DEBAR-CNT   PIC 9(6) VALUE 0.
          05 WS-DTL-CNT     PIC 9(6) VALUE 0.
          05 WS-HASH        PIC 9(11)V99 VALUE 0.
          05 WS-SUBJ        PIC 9(2).
          05 WS-NOCODE-CNT  PIC 9(2) VALUE 0.

       01 WS-CONSTANTS.
          05 WS-INST-CODE   PIC X(8) VALUE "UNIVG086".
          05 WS-SUBJ-COUNT  PIC 99   VALUE 3.
          05 WS-MAX-AUDIT-RC PIC 9(2) VALUE 4.
          05 WS-DEBAR-GRADE PIC X(01) VALUE "X".

      *    SUBJECT CODES AND MAXIMA FROM SUBJREF - THE LAST ROW FOR
      *    A SUBJECT STANDS, AS IN CA11G086.
       01 WS-SUBJ-TAB.
          05 WS-SUBJ-ENTRY  OCCURS 3 TIMES.
             10 WS-SUBJ-CODE PIC X(6).
             10 WS-SUBJ-MAX  PIC 99.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1200-CHECK-AUDIT
           PERFORM 1300-LOAD-SUBJREF
           PERFORM 2000-PROCESS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-VARIABLES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-GET-TERM.

       1100-GET-TERM.
           MOVE SPACES TO WS-TERM.
           OPEN INPUT TERMCARD.
           IF FS3-OK
               READ TERMCARD
                   AT END
                       SET FS3-EOF TO TRUE
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
           DISPLAY "BOARD RESULTS FILE FOR TERM : " WS-TERM.

      *    THE BOARD MUST NEVER RECEIVE RESULTS THE AUDIT HAS NOT
      *    PASSED - NOR RESULTS RELOADED SINCE IT RAN.
       1200-CHECK-AUDIT.
           SET AUDIT-NOT-SEEN TO TRUE.
           SET AUDIT-CURRENT TO TRUE.
           MOVE 0 TO WS-AUDIT-RC.
           OPEN INPUT RUNSTAT.
           IF NOT FS5-OK
               DISPLAY "RUNSTAT OPEN ERROR " WS-FS5 " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FS5-EOF
               READ RUNSTAT
                   AT END
                       SET FS5-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-NOTE-RUNSTAT
               END-READ
           END-PERFORM.
           CLOSE RUNSTAT.
           EVALUATE TRUE
               WHEN AUDIT-NOT-SEEN
                   DISPLAY "NO CA46G086 AUDIT ON RUNSTAT"
                           " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-AUDIT-RC > WS-MAX-AUDIT-RC
                   DISPLAY "LATEST CA46G086 AUDIT " WS-AUDIT-DATE " "
                           WS-AUDIT-TIME " ENDED RC " WS-AUDIT-RC
                           " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN AUDIT-STALE
                   DISPLAY "CA11G086 HAS RUN SINCE THE CA46G086 AUDIT "
                           WS-AUDIT-DATE " " WS-AUDIT-TIME
                           " - RERUN THE AUDIT - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           DISPLAY "CA46G086 AUDIT PASSED " WS-AUDIT-DATE " "
                   WS-AUDIT-TIME " RC " WS-AUDIT-RC.

       1210-NOTE-RUNSTAT.
           EVALUATE TRUE
               WHEN RS-PROGRAM = "CA46G086" AND RS-EVENT = "END"
                   SET AUDIT-SEEN TO TRUE
                   SET AUDIT-CURRENT TO TRUE
                   MOVE RS-RC TO WS-AUDIT-RC
                   MOVE RS-DATE TO WS-AUDIT-DATE
                   MOVE RS-TIME TO WS-AUDIT-TIME
               WHEN RS-PROGRAM = "CA11G086" AND RS-EVENT = "START"
                   SET AUDIT-STALE TO TRUE
           END-EVALUATE.

       1300-LOAD-SUBJREF.
           PERFORM 1310-DEFAULT-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           OPEN INPUT SUBJREF.
           IF FS2-OK
               PERFORM UNTIL FS2-EOF
                   READ SUBJREF
                       AT END
                           SET FS2-EOF TO TRUE
                       NOT AT END
                           PERFORM 1320-STORE-SUBJECT
                   END-READ
               END-PERFORM
               CLOSE SUBJREF
           END-IF.
           PERFORM 1330-CHECK-CODE
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           IF WS-NOCODE-CNT > 0
               DISPLAY "SUBJECT CODES MISSING FROM SUBJREF"
                       " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-DEFAULT-SUBJECT.
           MOVE SPACES TO WS-SUBJ-CODE(WS-SUBJ).
           MOVE 50 TO WS-SUBJ-MAX(WS-SUBJ).

       1320-STORE-SUBJECT.
           IF SB-SUBJ-NO IS NUMERIC
              AND SB-SUBJ-NO >= 1
              AND SB-SUBJ-NO <= WS-SUBJ-COUNT
               MOVE SB-CODE TO WS-SUBJ-CODE(SB-SUBJ-NO)
               IF SB-MAX-MARK(1:2) IS NUMERIC
                  AND SB-MAX-MARK(4:2) IS NUMERIC
                   MOVE SB-MAX-MARK TO WS-SUBJ-MAX(SB-SUBJ-NO)
               END-IF
           ELSE
               DISPLAY "BAD SUBJREF RECORD SKIPPED : " SUBJREFREC(1:20)
           END-IF.

       1330-CHECK-CODE.
           IF WS-SUBJ-CODE(WS-SUBJ) = SPACES
               ADD 1 TO WS-NOCODE-CNT
               DISPLAY "NO SUBJREF CODE FOR SUBJECT " WS-SUBJ
           ELSE
               DISPLAY "SUBJECT " WS-SUBJ " SENT AS "
                       WS-SUBJ-CODE(WS-SUBJ)
                       " MAX " WS-SUBJ-MAX(WS-SUBJ)
           END-IF.

       2000-PROCESS.
           PERFORM 2100-OPEN
           PERFORM 2110-WRITE-HEADER
           PERFORM UNTIL FS1-EOF
               READ OUTFILE
                   AT END
                       SET FS1-EOF TO TRUE
                   NOT AT END
                       PERFORM 2200-WRITE-STUDENT
               END-READ
           END-PERFORM
           PERFORM 2300-WRITE-TRAILER
           PERFORM 2400-CLOSE.

       2100-OPEN.
           OPEN INPUT OUTFILE
                OUTPUT BRDFILE.
           IF NOT FS1-OK OR NOT FS4-OK
               DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS4
                       " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2110-WRITE-HEADER.
           MOVE SPACES TO BRD-HDR-REC.
           MOVE "HDR" TO BH-REC-TYPE.
           MOVE WS-INST-CODE TO BH-INST-CODE.
           MOVE WS-TERM TO BH-TERM.
           MOVE WS-RUN-DATE TO BH-CREATE-DATE.
           WRITE BRD-HDR-REC.

       2200-WRITE-STUDENT.
           ADD 1 TO WS-STUD-CNT.
           IF O-GRADE = WS-DEBAR-GRADE
               ADD 1 TO WS-DEBAR-CNT
           END-IF.
           PERFORM 2210-WRITE-DETAIL
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

       2210-WRITE-DETAIL.
           MOVE SPACES TO BRD-DTL-REC.
           MOVE "DTL" TO BD-REC-TYPE.
           MOVE O-STID TO BD-STID.
           MOVE WS-SUBJ-CODE(WS-SUBJ) TO BD-SUBJ-CODE.
           MOVE O-SUBJ-MARKS(WS-SUBJ)(1:2) TO BD-MARK(1:2).
           MOVE O-SUBJ-MARKS(WS-SUBJ)(4:2) TO BD-MARK(3:2).
           MOVE WS-SUBJ-MAX(WS-SUBJ)(1:2) TO BD-MAX-MARK(1:2).
           MOVE WS-SUBJ-MAX(WS-SUBJ)(4:2) TO BD-MAX-MARK(3:2).
           MOVE O-GRADE TO BD-GRADE.
           MOVE O-PERC TO BD-PERC.
           WRITE BRD-DTL-REC.
           IF FS4-OK
               ADD 1 TO WS-DTL-CNT
               ADD BD-MARK TO WS-HASH
           ELSE
               DISPLAY "BRDFILE WRITE ERROR " WS-FS4 " AT " O-STID
                       " - RUN STOPPED"
               PERFORM 2400-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2300-WRITE-TRAILER.
           MOVE SPACES TO BRD-TRL-REC.
           MOVE "TRL" TO BT-REC-TYPE.
           MOVE WS-DTL-CNT TO BT-REC-COUNT.
           MOVE WS-HASH TO BT-HASH-TOTAL.
           WRITE BRD-TRL-REC.

       2400-CLOSE.
           CLOSE OUTFILE
                 BRDFILE.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA51G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "STUDENTS SENT           : " WS-STUD-CNT.
           DISPLAY "  DEBARRED (GRADE X)    : " WS-DEBAR-CNT.
           DISPLAY "DETAIL RECORDS          : " WS-DTL-CNT.
           DISPLAY "MARKS HASH TOTAL        : " WS-HASH.
           DISPLAY "================================================".
