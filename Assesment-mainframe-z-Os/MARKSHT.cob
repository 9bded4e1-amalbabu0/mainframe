      *****************************************************************
      * PROGRAM NAME : CA37G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Student mark sheet print. Produces one printed
      *                page per student on the CA11G086 OUTFILE KSDS:
      *                the subjects by their SUBJREF names with each
      *                mark shown out of the subject's real maximum,
      *                the weighted percentage, grade and result
      *                line, the student's class rank and percentile
      *                (tied percentages share a rank, exactly as
      *                CA33G086 ranks them) and the official standing
      *                for the term from the CA35G086 STANDFILE. A
      *                student debarred for attendance (grade X) is
      *                left out of the class ranking and the class
      *                size, and the sheet shows DEBARRED in place of
      *                the rank and percentile. Name
      *                and programme come from the CA49G086 student
      *                master when it holds the student.
      *                With an empty REQFILE (DD DUMMY) every student
      *                is printed in student-ID order. When REQFILE
      *                holds student IDs (columns 1-5, as the CA31G086
      *                cards) only those students are printed, in
      *                request order, marked DUPLICATE, so a lost
      *                sheet can be reprinted at the counter. The
      *                term comes from TERMCARD. Pages printed are
      *                the run's control total.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA37G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE
               ASSIGN TO DD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-STID
               FILE STATUS IS WS-FS1.

           SELECT REQFILE
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT STANDFILE
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT SUBJREF
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

           SELECT TERMCARD
               ASSIGN TO DD5
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

           SELECT STUDMAST
               ASSIGN TO DD6
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STID
               FILE STATUS IS WS-FS6.

           SELECT SHEETRPT
               ASSIGN TO DD7
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS7.

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
           05 FILLER        PIC X(6).
           05 O-GRADE-SCHEME PIC X(4).
           05 FILLER        PIC X(6).

       FD  REQFILE.
       01  REQREC.
           05 RQ-STID       PIC 9(5).
           05 FILLER        PIC X(75).

       FD  STANDFILE.
       01  STANDREC.
           05 ST-STID       PIC X(6).
           05 FILLER        PIC X.
           05 ST-TERM       PIC X(6).
           05 FILLER        PIC X.
           05 ST-PERC       PIC 9(2).
           05 FILLER        PIC X.
           05 ST-CUM-PERC   PIC 9(2).
           05 FILLER        PIC X.
           05 ST-FAIL-RUN   PIC 9(2).
           05 FILLER        PIC X.
           05 ST-STANDING   PIC X(15).
           05 FILLER        PIC X.
           05 ST-NAME       PIC X(30).
           05 FILLER        PIC X.
           05 ST-PROGRAMME  PIC X(10).
           05 FILLER        PIC X.
           05 ST-RESIT      PIC X(01).
              88 ST-SUPP-STANDS    VALUE "S".

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

       FD  SHEETRPT.
       01  SHEETREC         PIC X(80).

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
             88 FS4-EOF     VALUE 10.
          05 WS-FS5         PIC 99.
             88 FS5-OK      VALUE 00.
             88 FS5-EOF     VALUE 10.
          05 WS-FS6         PIC 99.
             88 FS6-OK      VALUE 00.
          05 WS-FS7         PIC 99.
             88 FS7-OK      VALUE 00.

       01 WS-SWITCHES.
          05 WS-MODE-SW     PIC X(01).
             88 MODE-ALL        VALUE "A".
             88 MODE-REPRINT    VALUE "R".
          05 WS-MAST-SW     PIC X(01) VALUE "N".
             88 MAST-OPEN       VALUE "Y".
             88 MAST-CLOSED     VALUE "N".
          05 WS-STAND-SW    PIC X(01) VALUE "N".
             88 STAND-LOADED    VALUE "Y".
             88 STAND-MISSING   VALUE "N".

       01 WS-VARIABLES.
          05 WS-TERM        PIC X(6) VALUE SPACES.
          05 WS-SUBJ        PIC 9(2).
          05 WS-PX          PIC 9(3).
          05 WS-STUD-CNT    PIC 9(6) VALUE 0.
          05 WS-HIGHER-CNT  PIC 9(6) VALUE 0.
          05 WS-RANK        PIC 9(6).
          05 WS-PCTILE      PIC 9(3).
          05 WS-REQ-CNT     PIC 9(6) VALUE 0.
          05 WS-REJ-CNT     PIC 9(6) VALUE 0.
          05 WS-SHEET-CNT   PIC 9(6) VALUE 0.
          05 WS-PAGE-CNT    PIC 9(6) VALUE 0.
          05 WS-NOSTAND-CNT PIC 9(6) VALUE 0.
          05 WS-DEBAR-CNT   PIC 9(6) VALUE 0.
          05 WS-LOOKUP-KEY  PIC X(6).
          05 WS-RANK-ED     PIC ZZZ,ZZ9.
          05 WS-CLASS-ED    PIC ZZZ,ZZ9.
          05 WS-PCTILE-ED   PIC ZZ9.
          05 WS-PAGE-ED     PIC ZZZ,ZZ9.
          05 WS-WEIGHT-ED   PIC ZZ9.
          05 WS-PRINT-NAME  PIC X(30).
          05 WS-PROGRAMME   PIC X(10).
          05 WS-STANDING    PIC X(16).
          05 WS-STAND-NOTE  PIC X(20).
          05 WS-RUN-DATE    PIC X(8).

      *    NUMBER OF STUDENTS ON EACH PERCENTAGE 0-99 (ENTRY = PERC
      *    + 1). A STUDENT'S RANK IS ONE MORE THAN THE NUMBER OF
      *    STUDENTS ON A HIGHER PERCENTAGE, SO TIES SHARE THE RANK
      *    AND THE RANKS BELOW THEM ARE SKIPPED, AS IN CA33G086.
       01 WS-PERC-TAB.
          05 WS-PERC-CNT    OCCURS 100 TIMES PIC 9(6).

      *    THE TERM'S STANDINGS FROM STANDFILE, IN STUDENT-ID ORDER
      *    AS CA35G086 WRITES THEM. UNUSED ENTRIES HOLD HIGH-VALUES
      *    SO THE BINARY SEARCH STAYS IN SEQUENCE.
       01 WS-STAND-TAB.
          05 WS-SD-ENTRY    OCCURS 5000 TIMES
                            ASCENDING KEY IS WS-SD-STID
                            INDEXED BY SD-IX.
             10 WS-SD-STID     PIC X(6).
             10 WS-SD-STANDING PIC X(15).
             10 WS-SD-RESIT    PIC X(01).
       01 WS-STAND-WORK.
          05 WS-SD-CNT      PIC 9(6) VALUE 0.
          05 WS-SD-MAX      PIC 9(6) VALUE 5000.
          05 WS-SD-LAST     PIC X(6) VALUE LOW-VALUES.

      *    SUBJECT REFERENCE MASTER - NAMES AND MAXIMA FOR THE SHEET.
      *    DEFAULTS (SUBJECT N, 50.00) APPLY WHEN NO SUBJREF IS
      *    SUPPLIED.
       01 WS-SUBJ-NAMES.
          05 WS-SUBJ-NAME   OCCURS 3 TIMES PIC X(20).
       01 WS-SUBJ-MAX-TAB.
          05 WS-SUBJ-MAX    OCCURS 3 TIMES PIC 99.99.

       01 WS-CONSTANTS.
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
           PERFORM 2000-RANK-PASS
           PERFORM 3000-PRINT-SHEETS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-VARIABLES
                      WS-PERC-TAB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-GET-TERM.
           PERFORM 1200-LOAD-SUBJREF.
           PERFORM 1300-LOAD-STANDINGS.

           OPEN INPUT STUDMAST.
           IF FS6-OK
              SET MAST-OPEN TO TRUE
              DISPLAY "STUDMAST OPEN SUCCESS"
           ELSE
              SET MAST-CLOSED TO TRUE
              DISPLAY "STUDMAST OPEN ERROR " WS-FS6
                      " - SHEETS CARRY THE OUTFILE NAME"
           END-IF.

       1100-GET-TERM.
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
           DISPLAY "PRINTING MARK SHEETS FOR TERM : " WS-TERM.

       1200-LOAD-SUBJREF.
           PERFORM 1210-DEFAULT-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           OPEN INPUT SUBJREF.
           IF FS4-OK
               PERFORM UNTIL FS4-EOF
                   READ SUBJREF
                       AT END
                           SET FS4-EOF TO TRUE
                       NOT AT END
                           PERFORM 1220-STORE-SUBJECT
                   END-READ
               END-PERFORM
               CLOSE SUBJREF
           ELSE
               DISPLAY "NO SUBJREF SUPPLIED - DEFAULT SUBJECT"
                       " NAMES AND MAXIMA IN EFFECT"
           END-IF.

       1210-DEFAULT-SUBJECT.
           MOVE SPACES TO WS-SUBJ-NAME(WS-SUBJ).
           STRING "SUBJECT " WS-SUBJ
              INTO WS-SUBJ-NAME(WS-SUBJ)
           END-STRING.
           MOVE 50 TO WS-SUBJ-MAX(WS-SUBJ).

       1220-STORE-SUBJECT.
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

      *    ONLY THE RUN TERM'S STANDINGS ARE KEPT. A STANDFILE FROM
      *    ANOTHER TERM (OR NONE AT ALL) STILL PRINTS THE SHEETS,
      *    WITH THE STANDING SHOWN AS NOT YET ASSIGNED.
       1300-LOAD-STANDINGS.
           MOVE HIGH-VALUES TO WS-STAND-TAB.
           OPEN INPUT STANDFILE.
           IF NOT FS3-OK
               DISPLAY "STANDFILE OPEN ERROR " WS-FS3
                       " - STANDINGS NOT PRINTED"
               SET STAND-MISSING TO TRUE
           ELSE
               SET STAND-LOADED TO TRUE
               PERFORM UNTIL FS3-EOF
                   READ STANDFILE
                       AT END
                           SET FS3-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-STORE-STANDING
                   END-READ
               END-PERFORM
               CLOSE STANDFILE
               DISPLAY "STANDINGS LOADED FOR TERM : " WS-SD-CNT
           END-IF.

      *    A STANDING OUT OF STUDENT-ID ORDER OR PAST THE TABLE
      *    WOULD LEAVE SHEETS WITH THE WRONG STANDING - STOP.
       1310-STORE-STANDING.
           IF ST-TERM = WS-TERM
               IF ST-STID NOT > WS-SD-LAST
                   DISPLAY "STANDFILE OUT OF SEQUENCE AT " ST-STID
                           " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SD-CNT NOT < WS-SD-MAX
                   DISPLAY "STANDING TABLE FULL AT " ST-STID
                           " - RUN STOPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SD-CNT
               MOVE ST-STID TO WS-SD-STID(WS-SD-CNT)
                               WS-SD-LAST
               MOVE ST-STANDING TO WS-SD-STANDING(WS-SD-CNT)
               MOVE ST-RESIT TO WS-SD-RESIT(WS-SD-CNT)
           END-IF.

      *    FIRST PASS OVER THE WHOLE CLASS - RANKS ARE TAKEN AGAINST
      *    EVERY STUDENT ON OUTFILE, EVEN IN A REPRINT RUN.
       2000-RANK-PASS.
           OPEN INPUT OUTFILE.
           IF NOT FS1-OK
              DISPLAY "OUTFILE OPEN ERROR " WS-FS1
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL FS1-EOF
               READ OUTFILE NEXT RECORD
                   AT END
                       SET FS1-EOF TO TRUE
                   NOT AT END
                       IF O-GRADE = WS-DEBAR-GRADE
                           ADD 1 TO WS-DEBAR-CNT
                       ELSE
                           ADD 1 TO WS-STUD-CNT
                           ADD 1 TO WS-PERC-CNT(O-PERC + 1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTFILE.
           DISPLAY "STUDENTS IN CLASS       : " WS-STUD-CNT.
           DISPLAY "DEBARRED - NOT RANKED   : " WS-DEBAR-CNT.

      *    A REQFILE WITH ANY RECORD ON IT MAKES THIS A REPRINT RUN;
      *    AN EMPTY ONE (DD DUMMY) PRINTS THE WHOLE CLASS.
       3000-PRINT-SHEETS.
           OPEN INPUT OUTFILE
                INPUT REQFILE
                OUTPUT SHEETRPT.
           IF NOT FS1-OK OR NOT FS2-OK OR NOT FS7-OK
               DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2 " "
                       WS-FS7 " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET MODE-ALL TO TRUE.
           READ REQFILE
               AT END
                   SET FS2-EOF TO TRUE
               NOT AT END
                   SET MODE-REPRINT TO TRUE
           END-READ.

           IF MODE-REPRINT
               DISPLAY "REPRINT RUN - REQUESTED STUDENTS ONLY"
               PERFORM UNTIL FS2-EOF
                   PERFORM 3100-REPRINT-REQUEST
                   READ REQFILE
                       AT END
                           SET FS2-EOF TO TRUE
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL FS1-EOF
                   READ OUTFILE NEXT RECORD
                       AT END
                           SET FS1-EOF TO TRUE
                       NOT AT END
                           PERFORM 4000-PRINT-SHEET
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE OUTFILE
                 REQFILE
                 SHEETRPT.
           IF MAST-OPEN
               CLOSE STUDMAST
           END-IF.

       3100-REPRINT-REQUEST.
           ADD 1 TO WS-REQ-CNT.
           IF RQ-STID IS NOT NUMERIC
               ADD 1 TO WS-REJ-CNT
               DISPLAY "BAD REPRINT REQUEST : " REQREC(1:20)
           ELSE
               MOVE SPACES TO WS-LOOKUP-KEY
               STRING "S"
                      RQ-STID
                  INTO WS-LOOKUP-KEY
               END-STRING
               MOVE WS-LOOKUP-KEY TO O-STID
               READ OUTFILE
                   KEY IS O-STID
                   INVALID KEY
                       ADD 1 TO WS-REJ-CNT
                       DISPLAY "REPRINT REQUEST NOT ON OUTFILE : "
                               WS-LOOKUP-KEY
                   NOT INVALID KEY
                       PERFORM 4000-PRINT-SHEET
               END-READ
           END-IF.

      *    ONE PAGE PER STUDENT.
       4000-PRINT-SHEET.
           ADD 1 TO WS-SHEET-CNT.
           ADD 1 TO WS-PAGE-CNT.
           PERFORM 4100-GET-DETAILS.

           MOVE SPACES TO SHEETREC.
           STRING "STUDENT MARK SHEET            TERM " WS-TERM
                  "     PRINTED " WS-RUN-DATE
              INTO SHEETREC
           END-STRING.
           IF MODE-REPRINT
               MOVE "DUPLICATE" TO SHEETREC(72:9)
           END-IF.
           WRITE SHEETREC AFTER ADVANCING PAGE.
           MOVE SPACES TO SHEETREC.
           WRITE SHEETREC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO SHEETREC.
           STRING "STUDENT ID          : " O-STID
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SHEETREC.
           STRING "NAME                : " WS-PRINT-NAME
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SHEETREC.
           STRING "PROGRAMME           : " WS-PROGRAMME
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO SHEETREC.
           STRING "SUBJECT                MARK    OUT OF   WEIGHT"
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 2 LINES.
           MOVE ALL "-" TO SHEETREC(1:47).
           WRITE SHEETREC AFTER ADVANCING 1 LINE.
           PERFORM 4200-PRINT-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

           MOVE SPACES TO SHEETREC.
           STRING "WEIGHTED PERCENTAGE : " O-PERC
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO SHEETREC.
           STRING "GRADE               : " O-GRADE
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SHEETREC.
           STRING "RESULT              : " O-RESULT
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO SHEETREC.
           IF O-GRADE = WS-DEBAR-GRADE
               STRING "CLASS RANK          : DEBARRED - NOT RANKED"
                  INTO SHEETREC
               END-STRING
               WRITE SHEETREC AFTER ADVANCING 2 LINES
               MOVE SPACES TO SHEETREC
               STRING "PERCENTILE          : DEBARRED"
                  INTO SHEETREC
               END-STRING
               WRITE SHEETREC AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-RANK TO WS-RANK-ED
               MOVE WS-STUD-CNT TO WS-CLASS-ED
               MOVE WS-PCTILE TO WS-PCTILE-ED
               STRING "CLASS RANK          : " WS-RANK-ED
                      " OF " WS-CLASS-ED
                  INTO SHEETREC
               END-STRING
               WRITE SHEETREC AFTER ADVANCING 2 LINES
               MOVE SPACES TO SHEETREC
               STRING "PERCENTILE          : " WS-PCTILE-ED
                  INTO SHEETREC
               END-STRING
               WRITE SHEETREC AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO SHEETREC.
           STRING "ACADEMIC STANDING   : " WS-STANDING
                  "  " WS-STAND-NOTE
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 1 LINE.

           MOVE WS-PAGE-CNT TO WS-PAGE-ED.
           MOVE SPACES TO SHEETREC.
           STRING "PAGE " WS-PAGE-ED
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 3 LINES.

      *    NAME AND PROGRAMME FROM THE MASTER, RANK FROM THE CLASS
      *    PERCENTAGE COUNTS, STANDING FROM THE TERM'S STANDFILE.
       4100-GET-DETAILS.
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

           MOVE 0 TO WS-HIGHER-CNT
                     WS-RANK
                     WS-PCTILE.
           IF O-GRADE NOT = WS-DEBAR-GRADE
               PERFORM 4110-COUNT-HIGHER
                   VARYING WS-PX FROM O-PERC BY 1
                   UNTIL WS-PX > 98
               COMPUTE WS-RANK = WS-HIGHER-CNT + 1
               COMPUTE WS-PCTILE ROUNDED =
                   ((WS-STUD-CNT - WS-RANK + 1) * 100) / WS-STUD-CNT
           END-IF.

           MOVE SPACES TO WS-STAND-NOTE.
           MOVE "NOT YET ASSIGNED" TO WS-STANDING.
           IF STAND-LOADED
               SEARCH ALL WS-SD-ENTRY
                   AT END
                       ADD 1 TO WS-NOSTAND-CNT
                   WHEN WS-SD-STID(SD-IX) = O-STID
                       MOVE WS-SD-STANDING(SD-IX) TO WS-STANDING
                       IF WS-SD-RESIT(SD-IX) = "S"
                           MOVE "(AFTER RE-SIT)" TO WS-STAND-NOTE
                       END-IF
               END-SEARCH
           ELSE
               ADD 1 TO WS-NOSTAND-CNT
           END-IF.

      *    WS-PX RUNS OVER THE PERCENTAGES ABOVE THE STUDENT'S OWN;
      *    PERCENTAGE P IS COUNTED AT ENTRY P + 1.
       4110-COUNT-HIGHER.
           ADD WS-PERC-CNT(WS-PX + 2) TO WS-HIGHER-CNT.

       4200-PRINT-SUBJECT.
           MOVE WS-WEIGHT(WS-SUBJ) TO WS-WEIGHT-ED.
           MOVE SPACES TO SHEETREC.
           STRING WS-SUBJ-NAME(WS-SUBJ)
                  "  " O-SUBJ-MARKS(WS-SUBJ)
                  "     " WS-SUBJ-MAX(WS-SUBJ)
                  "     " WS-WEIGHT-ED "%"
              INTO SHEETREC
           END-STRING.
           WRITE SHEETREC AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           IF WS-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "================================================".
           DISPLAY "CA37G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           IF MODE-REPRINT
               DISPLAY "RUN MODE                : REPRINT"
               DISPLAY "REPRINT REQUESTS READ   : " WS-REQ-CNT
               DISPLAY "REPRINT REQUESTS REJECT : " WS-REJ-CNT
           ELSE
               DISPLAY "RUN MODE                : FULL CLASS"
           END-IF.
           DISPLAY "STUDENTS IN CLASS       : " WS-STUD-CNT.
           DISPLAY "DEBARRED - NOT RANKED   : " WS-DEBAR-CNT.
           DISPLAY "MARK SHEETS PRINTED     : " WS-SHEET-CNT.
           DISPLAY "SHEETS WITHOUT STANDING : " WS-NOSTAND-CNT.
           DISPLAY "PAGES PRINTED           : " WS-PAGE-CNT.
           DISPLAY "================================================".
