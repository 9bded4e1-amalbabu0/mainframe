      *****************************************************************
      * PROGRAM NAME : CA39G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Merit scholarship selection. Reads the scheme
      *                table (SCHEMEREF) - award name, minimum
      *                percentage and/or top-N class rank, required
      *                academic standing, number of awards, amount
      *                and near-miss margin - and selects the award
      *                holders for the term on TERMCARD from the
      *                CA11G086 OUTFILE KSDS and the CA35G086
      *                standing file. Students are ranked as CA33G086
      *                ranks them (percentage, ties sharing a rank);
      *                within a percentage the tie-break is the
      *                subject 1 mark, then subject 2, then subject
      *                3 (the subjects in weight order), then the
      *                lower student id. A required standing is a
      *                minimum: a DEANS LIST student meets a GOOD
      *                STANDING requirement. Schemes are filled
      *                highest amount first (file order between
      *                equal amounts) and a student holds at most
      *                one award a term, so the higher-value scheme
      *                always takes precedence. Debarred students
      *                (grade X) are not considered. Awards go to
      *                AWARDFILE; AWARDRPT is the award register with
      *                the awards, the budget and the amount awarded
      *                per scheme, and the unawarded students who
      *                missed each scheme's cut-off (the lowest
      *                percentage it awarded when full, its minimum
      *                percentage when not) by no more than the
      *                scheme's margin. A scheme row that fails
      *                validation is skipped and the run ends RC 4.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA39G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE
               ASSIGN TO DD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-STID
               FILE STATUS IS WS-FS1.

           SELECT STANDFILE
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT TERMCARD
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT SCHEMEREF
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

           SELECT AWARDFILE
               ASSIGN TO DD5
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

           SELECT AWARDRPT
               ASSIGN TO DD6
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS6.

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

      *    CA35G086 STANDING FILE - ONE RECORD PER STUDENT PER TERM,
      *    IN OUTFILE (STUDENT ID) ORDER.
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

       FD  TERMCARD.
       01  TERMREC.
           05 TC-TERM       PIC X(6).
           05 FILLER        PIC X(74).

      *    ONE ROW PER SCHEME. A BLANK MINIMUM PERCENTAGE OR TOP-N
      *    MEANS THAT TEST IS NOT APPLIED (AT LEAST ONE IS NEEDED);
      *    A BLANK STANDING MEANS ANY STANDING; A BLANK MARGIN TAKES
      *    THE DEFAULT NEAR-MISS MARGIN. THE AMOUNT HAS TWO IMPLIED
      *    DECIMALS.
       FD  SCHEMEREF.
       01  SCHEMEREC.
           05 SC-CODE       PIC X(6).
           05 FILLER        PIC X.
           05 SC-NAME       PIC X(30).
           05 FILLER        PIC X.
           05 SC-MIN-PERC   PIC 9(2).
           05 SC-MIN-PERC-X REDEFINES SC-MIN-PERC PIC X(2).
           05 FILLER        PIC X.
           05 SC-TOP-N      PIC 9(4).
           05 SC-TOP-N-X    REDEFINES SC-TOP-N PIC X(4).
           05 FILLER        PIC X.
           05 SC-STANDING   PIC X(15).
           05 FILLER        PIC X.
           05 SC-AWARDS     PIC 9(3).
           05 FILLER        PIC X.
           05 SC-AMOUNT     PIC 9(7)V99.
           05 FILLER        PIC X.
           05 SC-MARGIN     PIC 9(2).
           05 SC-MARGIN-X   REDEFINES SC-MARGIN PIC X(2).
           05 FILLER        PIC X(2).

       FD  AWARDFILE.
       01  AWARDREC.
           05 AW-TERM       PIC X(6).
           05 FILLER        PIC X.
           05 AW-STID       PIC X(6).
           05 FILLER        PIC X.
           05 AW-SCHEME     PIC X(6).
           05 FILLER        PIC X.
           05 AW-AMOUNT     PIC 9(7)V99.
           05 FILLER        PIC X.
           05 AW-PERC       PIC 9(2).
           05 FILLER        PIC X.
           05 AW-RANK       PIC 9(4).
           05 FILLER        PIC X.
           05 AW-NAME       PIC X(30).
           05 FILLER        PIC X(11).

       FD  AWARDRPT.
       01  AWDRPTREC        PIC X(80).

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
          05 WS-FS6         PIC 99.
             88 FS6-OK      VALUE 00.

       01 WS-SWITCHES.
          05 WS-ELIG-SW     PIC X(01).
             88 STUDENT-ELIGIBLE    VALUE "Y".
             88 STUDENT-INELIGIBLE  VALUE "N".
          05 WS-NEAR-SW     PIC X(01).
             88 NEAR-HEADED         VALUE "Y".
             88 NEAR-NOT-HEADED     VALUE "N".

       01 WS-VARIABLES.
          05 WS-TERM        PIC X(6).
          05 WS-STUD-CNT    PIC 9(4) VALUE 0.
          05 WS-DEBAR-CNT   PIC 9(4) VALUE 0.
          05 WS-NOSTAND-CNT PIC 9(4) VALUE 0.
          05 WS-SC-CNT      PIC 9(2) VALUE 0.
          05 WS-SC-REJ-CNT  PIC 9(2) VALUE 0.
          05 WS-AWARD-CNT   PIC 9(4) VALUE 0.
          05 WS-NEAR-CNT    PIC 9(4) VALUE 0.
          05 WS-IX          PIC 9(4).
          05 WS-JX          PIC 9(4).
          05 WS-SX          PIC 9(2).
          05 WS-LX          PIC 9(2).
          05 WS-RANK        PIC 9(4).
          05 WS-SEQ         PIC 9(3).
          05 WS-LEVEL       PIC 9(1).
          05 WS-CUT-PERC    PIC 9(2).
          05 WS-CUT-LOW     PIC 9(2).
          05 WS-SHORT       PIC 9(2).
          05 WS-REJ-REASON  PIC X(30).
          05 WS-NEAR-REASON PIC X(20).
          05 WS-BUDGET      PIC 9(9)V99.
          05 WS-TOT-BUDGET  PIC 9(9)V99 VALUE 0.
          05 WS-TOT-AWARDED PIC 9(9)V99 VALUE 0.

       01 WS-EDITED.
          05 WS-SEQ-ED      PIC ZZ9.
          05 WS-RANK-ED     PIC ZZZ9.
          05 WS-TOPN-ED     PIC ZZZ9.
          05 WS-CNT-ED      PIC ZZ9.
          05 WS-AMT-ED      PIC Z,ZZZ,ZZ9.99.
          05 WS-BUDGET-ED   PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-AWARDED-ED  PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CONSTANTS.
          05 WS-STUD-MAX    PIC 9(4) VALUE 2000.
          05 WS-SC-MAX      PIC 9(2) VALUE 20.
          05 WS-DFLT-MARGIN PIC 9(2) VALUE 2.
          05 WS-DEBAR-GRADE PIC X(01) VALUE "X".
          05 WS-LEVEL-CNT   PIC 9(2) VALUE 5.

      *    CA35G086 STANDINGS, BEST FIRST. A REQUIRED STANDING IS
      *    MET BY THAT STANDING OR ANY ABOVE IT.
       01 WS-LEVEL-VALUES.
          05 FILLER         PIC X(15) VALUE "DEANS LIST".
          05 FILLER         PIC X(15) VALUE "GOOD STANDING".
          05 FILLER         PIC X(15) VALUE "PROBATION".
          05 FILLER         PIC X(15) VALUE "CONT PROBATION".
          05 FILLER         PIC X(15) VALUE "DISMISS REVIEW".
       01 WS-LEVEL-TAB REDEFINES WS-LEVEL-VALUES.
          05 WS-LEVEL-NAME  OCCURS 5 TIMES PIC X(15).

      *    WS-ST-SORT-KEY IS PERCENTAGE THEN THE THREE SUBJECT MARKS
      *    AS DIGITS, SO ONE COMPARE APPLIES THE WHOLE TIE-BREAK.
       01 WS-HOLD-ENTRY.
          05 WS-HOLD-STID   PIC X(6).
          05 WS-HOLD-NAME   PIC X(30).
          05 WS-HOLD-KEY    PIC X(14).
          05 WS-HOLD-PERC   PIC 9(2).
          05 WS-HOLD-RANK   PIC 9(4).
          05 WS-HOLD-STAND  PIC X(15).
          05 WS-HOLD-LEVEL  PIC 9(1).
          05 WS-HOLD-AWARD  PIC 9(2).

       01 WS-STUD-TAB.
          05 WS-STUD-ENTRY  OCCURS 2000 TIMES.
             10 WS-ST-STID  PIC X(6).
             10 WS-ST-NAME  PIC X(30).
             10 WS-ST-SORT-KEY.
                15 WS-ST-KEY-PERC PIC 9(2).
                15 WS-ST-KEY-MARK OCCURS 3 TIMES PIC 9(4).
             10 WS-ST-PERC  PIC 9(2).
             10 WS-ST-RANK  PIC 9(4).
             10 WS-ST-STAND PIC X(15).
             10 WS-ST-LEVEL PIC 9(1).
             10 WS-ST-AWARD PIC 9(2).

      *    SCHEMES IN SELECTION ORDER - HIGHEST AMOUNT FIRST.
       01 WS-HOLD-SCHEME.
          05 WS-HS-CODE     PIC X(6).
          05 WS-HS-NAME     PIC X(30).
          05 WS-HS-MIN-PERC PIC 9(2).
          05 WS-HS-TOP-N    PIC 9(4).
          05 WS-HS-STANDING PIC X(15).
          05 WS-HS-LEVEL    PIC 9(1).
          05 WS-HS-AWARDS   PIC 9(3).
          05 WS-HS-AMOUNT   PIC 9(7)V99.
          05 WS-HS-MARGIN   PIC 9(2).
          05 WS-HS-MADE     PIC 9(3).
          05 WS-HS-LAST-PERC PIC 9(2).

       01 WS-SC-TAB.
          05 WS-SC-ENTRY    OCCURS 20 TIMES.
             10 WS-SC-CODE     PIC X(6).
             10 WS-SC-NAME     PIC X(30).
             10 WS-SC-MIN-PERC PIC 9(2).
             10 WS-SC-TOP-N    PIC 9(4).
             10 WS-SC-STANDING PIC X(15).
             10 WS-SC-LEVEL    PIC 9(1).
             10 WS-SC-AWARDS   PIC 9(3).
             10 WS-SC-AMOUNT   PIC 9(7)V99.
             10 WS-SC-MARGIN   PIC 9(2).
             10 WS-SC-MADE     PIC 9(3).
             10 WS-SC-LAST-PERC PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-LOAD-STUDENTS
           PERFORM 2500-LOAD-STANDINGS
           PERFORM 3000-SORT-STUDENTS
           PERFORM 3500-LOAD-SCHEMES
           PERFORM 4000-SELECT-AWARDS
           PERFORM 5000-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-SWITCHES
                      WS-VARIABLES.
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
           DISPLAY "SELECTING SCHOLARSHIPS FOR TERM : " WS-TERM.

       2000-LOAD-STUDENTS.
           OPEN INPUT OUTFILE.
           IF NOT FS1-OK
               DISPLAY "OUTFILE OPEN ERROR " WS-FS1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FS1-EOF
               PERFORM 2100-READ
           END-PERFORM.
           CLOSE OUTFILE.

       2100-READ.
           READ OUTFILE
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   IF O-GRADE = WS-DEBAR-GRADE
                       ADD 1 TO WS-DEBAR-CNT
                   ELSE
                       PERFORM 2200-STORE-STUDENT
                   END-IF
           END-READ.

       2200-STORE-STUDENT.
           IF WS-STUD-CNT < WS-STUD-MAX
               ADD 1 TO WS-STUD-CNT
               MOVE O-STID TO WS-ST-STID(WS-STUD-CNT)
               MOVE O-NEWNAME TO WS-ST-NAME(WS-STUD-CNT)
               MOVE O-PERC TO WS-ST-PERC(WS-STUD-CNT)
                              WS-ST-KEY-PERC(WS-STUD-CNT)
               PERFORM 2210-STORE-MARK
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > 3
               MOVE 0 TO WS-ST-RANK(WS-STUD-CNT)
                         WS-ST-LEVEL(WS-STUD-CNT)
                         WS-ST-AWARD(WS-STUD-CNT)
               MOVE SPACES TO WS-ST-STAND(WS-STUD-CNT)
           ELSE
      *    A DROPPED RECORD WOULD SHIFT EVERY RANK BELOW IT AND
      *    COULD COST A STUDENT AN AWARD - STOP RATHER THAN AWARD
      *    FROM A PART FILE.
               DISPLAY "STUDENT TABLE FULL AT " O-STID
                       " - SELECTION WOULD BE WRONG - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2210-STORE-MARK.
           MOVE O-SUBJ-MARKS(WS-SX)(1:2)
             TO WS-ST-KEY-MARK(WS-STUD-CNT, WS-SX)(1:2).
           MOVE O-SUBJ-MARKS(WS-SX)(4:2)
             TO WS-ST-KEY-MARK(WS-STUD-CNT, WS-SX)(3:2).

      *    THE STANDING FILE AND THE TABLE ARE BOTH IN STUDENT ID
      *    ORDER, SO THE TERM'S STANDINGS ARE MATCHED IN ONE PASS.
      *    A STUDENT WITH NO STANDING THIS TERM QUALIFIES ONLY FOR
      *    SCHEMES THAT REQUIRE NONE.
       2500-LOAD-STANDINGS.
           OPEN INPUT STANDFILE.
           IF NOT FS2-OK
               DISPLAY "STANDFILE OPEN ERROR " WS-FS2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-IX.
           PERFORM UNTIL FS2-EOF
               PERFORM 2510-READ-STANDING
           END-PERFORM.
           CLOSE STANDFILE.
           PERFORM 2530-COUNT-NO-STANDING
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-STUD-CNT.

       2510-READ-STANDING.
           READ STANDFILE
               AT END
                   SET FS2-EOF TO TRUE
               NOT AT END
                   IF ST-TERM = WS-TERM
                       PERFORM 2520-MATCH-STANDING
                   END-IF
           END-READ.

       2520-MATCH-STANDING.
           PERFORM 2525-SKIP-STUDENT
               UNTIL WS-IX > WS-STUD-CNT
                  OR WS-ST-STID(WS-IX) NOT < ST-STID.
           IF WS-IX NOT > WS-STUD-CNT
               IF WS-ST-STID(WS-IX) = ST-STID
                   MOVE ST-STANDING TO WS-ST-STAND(WS-IX)
                   IF ST-NAME NOT = SPACES
                       MOVE ST-NAME TO WS-ST-NAME(WS-IX)
                   END-IF
                   MOVE ST-STANDING TO WS-HS-STANDING
                   PERFORM 2540-STANDING-LEVEL
                   MOVE WS-LEVEL TO WS-ST-LEVEL(WS-IX)
               END-IF
           END-IF.

       2525-SKIP-STUDENT.
           ADD 1 TO WS-IX.

       2530-COUNT-NO-STANDING.
           IF WS-ST-LEVEL(WS-IX) = 0
               ADD 1 TO WS-NOSTAND-CNT
           END-IF.

      *    WS-HS-STANDING TO ITS LEVEL (1 = BEST), 0 IF UNKNOWN.
       2540-STANDING-LEVEL.
           MOVE 0 TO WS-LEVEL.
           PERFORM 2545-MATCH-LEVEL
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LEVEL-CNT
                  OR WS-LEVEL > 0.

       2545-MATCH-LEVEL.
           IF WS-HS-STANDING = WS-LEVEL-NAME(WS-LX)
               MOVE WS-LX TO WS-LEVEL
           END-IF.

      *    STRAIGHT INSERTION SORT ON THE TIE-BREAK KEY, HIGHEST
      *    FIRST. THE TABLE IS LOADED IN ID ORDER AND THE SORT IS
      *    STABLE, SO THE LOWER ID WINS A COMPLETE TIE. RANKS ARE
      *    THEN GIVEN ON PERCENTAGE ALONE, AS CA33G086 GIVES THEM.
       3000-SORT-STUDENTS.
           PERFORM 3100-INSERT-ONE
               VARYING WS-IX FROM 2 BY 1
               UNTIL WS-IX > WS-STUD-CNT.
           PERFORM 3300-SET-RANK
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-STUD-CNT.

       3100-INSERT-ONE.
           MOVE WS-STUD-ENTRY(WS-IX) TO WS-HOLD-ENTRY.
           MOVE WS-IX TO WS-JX.
           PERFORM 3200-SHIFT-DOWN
               UNTIL WS-JX = 1
                  OR WS-ST-SORT-KEY(WS-JX - 1) >= WS-HOLD-KEY.
           MOVE WS-HOLD-ENTRY TO WS-STUD-ENTRY(WS-JX).

       3200-SHIFT-DOWN.
           MOVE WS-STUD-ENTRY(WS-JX - 1) TO WS-STUD-ENTRY(WS-JX).
           SUBTRACT 1 FROM WS-JX.

       3300-SET-RANK.
           IF WS-IX = 1
               MOVE 1 TO WS-RANK
           ELSE
               IF WS-ST-PERC(WS-IX) NOT = WS-ST-PERC(WS-IX - 1)
                   MOVE WS-IX TO WS-RANK
               END-IF
           END-IF.
           MOVE WS-RANK TO WS-ST-RANK(WS-IX).

       3500-LOAD-SCHEMES.
           OPEN INPUT SCHEMEREF.
           IF NOT FS4-OK
               DISPLAY "SCHEMEREF OPEN ERROR " WS-FS4
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FS4-EOF
               PERFORM 3510-READ-SCHEME
           END-PERFORM.
           CLOSE SCHEMEREF.
           IF WS-SC-CNT = 0
               DISPLAY "NO VALID SCHEMES ON SCHEMEREF - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       3510-READ-SCHEME.
           READ SCHEMEREF
               AT END
                   SET FS4-EOF TO TRUE
               NOT AT END
                   PERFORM 3520-VALIDATE-SCHEME
           END-READ.

       3520-VALIDATE-SCHEME.
           MOVE SPACES TO WS-REJ-REASON.
           IF SC-MIN-PERC-X = SPACES
               MOVE 0 TO SC-MIN-PERC
           END-IF.
           IF SC-TOP-N-X = SPACES
               MOVE 0 TO SC-TOP-N
           END-IF.
           IF SC-MARGIN-X = SPACES
               MOVE WS-DFLT-MARGIN TO SC-MARGIN
           END-IF.
           MOVE SC-STANDING TO WS-HS-STANDING.
           PERFORM 2540-STANDING-LEVEL.
           EVALUATE TRUE
               WHEN SC-CODE = SPACES
                   MOVE "NO SCHEME CODE" TO WS-REJ-REASON
               WHEN SC-MIN-PERC IS NOT NUMERIC
                   MOVE "BAD MINIMUM PERCENTAGE" TO WS-REJ-REASON
               WHEN SC-TOP-N IS NOT NUMERIC
                   MOVE "BAD TOP-N RANK" TO WS-REJ-REASON
               WHEN SC-MIN-PERC = 0 AND SC-TOP-N = 0
                   MOVE "NO CUT-OFF GIVEN" TO WS-REJ-REASON
               WHEN SC-STANDING NOT = SPACES AND WS-LEVEL = 0
                   MOVE "UNKNOWN STANDING" TO WS-REJ-REASON
               WHEN SC-AWARDS IS NOT NUMERIC OR SC-AWARDS = 0
                   MOVE "BAD NUMBER OF AWARDS" TO WS-REJ-REASON
               WHEN SC-AMOUNT IS NOT NUMERIC
                   MOVE "BAD AMOUNT" TO WS-REJ-REASON
               WHEN SC-MARGIN IS NOT NUMERIC
                   MOVE "BAD NEAR-MISS MARGIN" TO WS-REJ-REASON
               WHEN WS-SC-CNT NOT < WS-SC-MAX
                   MOVE "SCHEME TABLE FULL" TO WS-REJ-REASON
           END-EVALUATE.
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-SC-REJ-CNT
               DISPLAY "SCHEME REJECTED : " SC-CODE " - "
                       WS-REJ-REASON
           ELSE
               MOVE SC-CODE TO WS-HS-CODE
               MOVE SC-NAME TO WS-HS-NAME
               MOVE SC-MIN-PERC TO WS-HS-MIN-PERC
               MOVE SC-TOP-N TO WS-HS-TOP-N
               MOVE WS-LEVEL TO WS-HS-LEVEL
               MOVE SC-AWARDS TO WS-HS-AWARDS
               MOVE SC-AMOUNT TO WS-HS-AMOUNT
               MOVE SC-MARGIN TO WS-HS-MARGIN
               MOVE 0 TO WS-HS-MADE
                         WS-HS-LAST-PERC
               PERFORM 3530-INSERT-SCHEME
           END-IF.

      *    INSERTED IN DESCENDING AMOUNT ORDER; AN EQUAL AMOUNT GOES
      *    AFTER THE SCHEMES ALREADY HELD, KEEPING FILE ORDER.
       3530-INSERT-SCHEME.
           ADD 1 TO WS-SC-CNT.
           MOVE WS-SC-CNT TO WS-SX.
           PERFORM 3540-SHIFT-SCHEME
               UNTIL WS-SX = 1
                  OR WS-SC-AMOUNT(WS-SX - 1) >= WS-HS-AMOUNT.
           MOVE WS-HOLD-SCHEME TO WS-SC-ENTRY(WS-SX).

       3540-SHIFT-SCHEME.
           MOVE WS-SC-ENTRY(WS-SX - 1) TO WS-SC-ENTRY(WS-SX).
           SUBTRACT 1 FROM WS-SX.

      *    EACH SCHEME, HIGHEST VALUE FIRST, TAKES THE BEST-PLACED
      *    ELIGIBLE STUDENTS NOT ALREADY HOLDING AN AWARD.
       4000-SELECT-AWARDS.
           PERFORM 4100-FILL-SCHEME
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SC-CNT.

       4100-FILL-SCHEME.
           PERFORM 4200-CONSIDER-STUDENT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-STUD-CNT
                  OR WS-SC-MADE(WS-SX) NOT < WS-SC-AWARDS(WS-SX).

       4200-CONSIDER-STUDENT.
           IF WS-ST-AWARD(WS-IX) = 0
               PERFORM 4300-CHECK-ELIGIBLE
               IF STUDENT-ELIGIBLE
                   MOVE WS-SX TO WS-ST-AWARD(WS-IX)
                   ADD 1 TO WS-SC-MADE(WS-SX)
                   MOVE WS-ST-PERC(WS-IX) TO WS-SC-LAST-PERC(WS-SX)
               END-IF
           END-IF.

       4300-CHECK-ELIGIBLE.
           SET STUDENT-ELIGIBLE TO TRUE.
           IF WS-SC-MIN-PERC(WS-SX) > 0
              AND WS-ST-PERC(WS-IX) < WS-SC-MIN-PERC(WS-SX)
               SET STUDENT-INELIGIBLE TO TRUE
           END-IF.
           IF WS-SC-TOP-N(WS-SX) > 0
              AND WS-ST-RANK(WS-IX) > WS-SC-TOP-N(WS-SX)
               SET STUDENT-INELIGIBLE TO TRUE
           END-IF.
           PERFORM 4310-CHECK-STANDING.

       4310-CHECK-STANDING.
           IF WS-SC-LEVEL(WS-SX) > 0
               IF WS-ST-LEVEL(WS-IX) = 0
                  OR WS-ST-LEVEL(WS-IX) > WS-SC-LEVEL(WS-SX)
                   SET STUDENT-INELIGIBLE TO TRUE
               END-IF
           END-IF.

       5000-REPORT.
           OPEN OUTPUT AWARDFILE
                OUTPUT AWARDRPT.
           IF NOT FS5-OK OR NOT FS6-OK
               DISPLAY "AWARD FILE OPEN ERROR " WS-FS5 " " WS-FS6
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO AWDRPTREC.
           STRING "CA39G086 MERIT SCHOLARSHIP REGISTER - TERM "
                  WS-TERM
              INTO AWDRPTREC
           END-STRING.
           WRITE AWDRPTREC.
           PERFORM 5100-REPORT-SCHEME
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SC-CNT.
           MOVE WS-TOT-BUDGET TO WS-BUDGET-ED.
           MOVE WS-TOT-AWARDED TO WS-AWARDED-ED.
           MOVE SPACES TO AWDRPTREC.
           WRITE AWDRPTREC.
           MOVE SPACES TO AWDRPTREC.
           STRING "ALL SCHEMES   BUDGET " WS-BUDGET-ED
                  "   AWARDED " WS-AWARDED-ED
              INTO AWDRPTREC
           END-STRING.
           WRITE AWDRPTREC.
           CLOSE AWARDFILE
                 AWARDRPT.

       5100-REPORT-SCHEME.
           MOVE SPACES TO AWDRPTREC.
           WRITE AWDRPTREC.
           MOVE SPACES TO AWDRPTREC.
           STRING "SCHEME " WS-SC-CODE(WS-SX) "  "
                  WS-SC-NAME(WS-SX)
              INTO AWDRPTREC
           END-STRING.
           WRITE AWDRPTREC.
           MOVE WS-SC-TOP-N(WS-SX) TO WS-TOPN-ED.
           MOVE WS-SC-AWARDS(WS-SX) TO WS-CNT-ED.
           MOVE WS-SC-AMOUNT(WS-SX) TO WS-AMT-ED.
           MOVE SPACES TO AWDRPTREC.
           STRING "  MIN PERC " WS-SC-MIN-PERC(WS-SX)
                  "  TOP-N " WS-TOPN-ED
                  "  STANDING " WS-SC-STANDING(WS-SX)
                  " AWARDS " WS-CNT-ED
                  "  AMT " WS-AMT-ED
              INTO AWDRPTREC
           END-STRING.
           WRITE AWDRPTREC.
           MOVE SPACES TO AWDRPTREC.
           STRING "  SEQ  STID    NAME                           "
                  "PERC RANK  STANDING"
              INTO AWDRPTREC
           END-STRING.
           WRITE AWDRPTREC.
           MOVE 0 TO WS-SEQ.
           PERFORM 5200-REPORT-AWARD
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-STUD-CNT.

           COMPUTE WS-BUDGET = WS-SC-AWARDS(WS-SX)
                             * WS-SC-AMOUNT(WS-SX).
           ADD WS-BUDGET TO WS-TOT-BUDGET.
           MOVE WS-BUDGET TO WS-BUDGET-ED.
           COMPUTE WS-BUDGET = WS-SC-MADE(WS-SX)
                             * WS-SC-AMOUNT(WS-SX).
           ADD WS-BUDGET TO WS-TOT-AWARDED.
           MOVE WS-BUDGET TO WS-AWARDED-ED.
           MOVE WS-SC-MADE(WS-SX) TO WS-CNT-ED.
           MOVE SPACES TO AWDRPTREC.
           STRING "  AWARDS MADE " WS-CNT-ED
                  "  BUDGET " WS-BUDGET-ED
                  "  AWARDED " WS-AWARDED-ED
              INTO AWDRPTREC
           END-STRING.
           WRITE AWDRPTREC.
           PERFORM 5300-NEAR-MISSES.

       5200-REPORT-AWARD.
           IF WS-ST-AWARD(WS-IX) = WS-SX
               ADD 1 TO WS-SEQ
               ADD 1 TO WS-AWARD-CNT
               MOVE WS-SEQ TO WS-SEQ-ED
               MOVE WS-ST-RANK(WS-IX) TO WS-RANK-ED
               MOVE SPACES TO AWDRPTREC
               STRING "  " WS-SEQ-ED "  "
                      WS-ST-STID(WS-IX) "  "
                      WS-ST-NAME(WS-IX) " "
                      WS-ST-PERC(WS-IX) "   "
                      WS-RANK-ED "  "
                      WS-ST-STAND(WS-IX)
                  INTO AWDRPTREC
               END-STRING
               WRITE AWDRPTREC
               MOVE SPACES TO AWARDREC
               MOVE WS-TERM TO AW-TERM
               MOVE WS-ST-STID(WS-IX) TO AW-STID
               MOVE WS-SC-CODE(WS-SX) TO AW-SCHEME
               MOVE WS-SC-AMOUNT(WS-SX) TO AW-AMOUNT
               MOVE WS-ST-PERC(WS-IX) TO AW-PERC
               MOVE WS-ST-RANK(WS-IX) TO AW-RANK
               MOVE WS-ST-NAME(WS-IX) TO AW-NAME
               WRITE AWARDREC
           END-IF.

      *    THE CUT-OFF IS THE LOWEST PERCENTAGE THE SCHEME AWARDED
      *    WHEN IT FILLED, OTHERWISE ITS MINIMUM PERCENTAGE (NONE
      *    WHEN IT HAS ONLY A TOP-N TEST AND DID NOT FILL). STUDENTS
      *    HOLDING ANOTHER AWARD, OR WITHOUT THE STANDING, ARE NOT
      *    NEAR MISSES.
       5300-NEAR-MISSES.
           IF WS-SC-MADE(WS-SX) NOT < WS-SC-AWARDS(WS-SX)
               MOVE WS-SC-LAST-PERC(WS-SX) TO WS-CUT-PERC
           ELSE
               MOVE WS-SC-MIN-PERC(WS-SX) TO WS-CUT-PERC
           END-IF.
           IF WS-CUT-PERC > WS-SC-MARGIN(WS-SX)
               COMPUTE WS-CUT-LOW = WS-CUT-PERC - WS-SC-MARGIN(WS-SX)
           ELSE
               MOVE 0 TO WS-CUT-LOW
           END-IF.
           SET NEAR-NOT-HEADED TO TRUE.
           IF WS-CUT-PERC > 0
               PERFORM 5310-CHECK-NEAR-MISS
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-STUD-CNT
                      OR WS-ST-PERC(WS-IX) < WS-CUT-LOW
           END-IF.

       5310-CHECK-NEAR-MISS.
           IF WS-ST-AWARD(WS-IX) = 0
              AND WS-ST-PERC(WS-IX) NOT > WS-CUT-PERC
               SET STUDENT-ELIGIBLE TO TRUE
               PERFORM 4310-CHECK-STANDING
               IF STUDENT-ELIGIBLE
                   PERFORM 5320-WRITE-NEAR-MISS
               END-IF
           END-IF.

       5320-WRITE-NEAR-MISS.
           IF NEAR-NOT-HEADED
               SET NEAR-HEADED TO TRUE
               MOVE SPACES TO AWDRPTREC
               STRING "  NEAR MISSES - CUT-OFF " WS-CUT-PERC
                      "  MARGIN " WS-SC-MARGIN(WS-SX)
                  INTO AWDRPTREC
               END-STRING
               WRITE AWDRPTREC
           END-IF.
           ADD 1 TO WS-NEAR-CNT.
           MOVE SPACES TO WS-NEAR-REASON.
           EVALUATE TRUE
               WHEN WS-ST-PERC(WS-IX) < WS-CUT-PERC
                   COMPUTE WS-SHORT = WS-CUT-PERC - WS-ST-PERC(WS-IX)
                   STRING "SHORT BY " WS-SHORT
                      INTO WS-NEAR-REASON
                   END-STRING
               WHEN WS-SC-TOP-N(WS-SX) > 0
                AND WS-ST-RANK(WS-IX) > WS-SC-TOP-N(WS-SX)
                   MOVE "OUTSIDE TOP-N" TO WS-NEAR-REASON
               WHEN OTHER
                   MOVE "LOST ON TIE-BREAK" TO WS-NEAR-REASON
           END-EVALUATE.
           MOVE WS-ST-RANK(WS-IX) TO WS-RANK-ED.
           MOVE SPACES TO AWDRPTREC.
           STRING "       "
                  WS-ST-STID(WS-IX) "  "
                  WS-ST-NAME(WS-IX) " "
                  WS-ST-PERC(WS-IX) "   "
                  WS-RANK-ED "  "
                  WS-NEAR-REASON
              INTO AWDRPTREC
           END-STRING.
           WRITE AWDRPTREC.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA39G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "STUDENTS CONSIDERED     : " WS-STUD-CNT.
           DISPLAY "DEBARRED, NOT CONSIDERED: " WS-DEBAR-CNT.
           DISPLAY "NO STANDING THIS TERM   : " WS-NOSTAND-CNT.
           DISPLAY "SCHEMES LOADED          : " WS-SC-CNT.
           DISPLAY "SCHEMES REJECTED        : " WS-SC-REJ-CNT.
           DISPLAY "AWARDS MADE             : " WS-AWARD-CNT.
           DISPLAY "NEAR MISSES LISTED      : " WS-NEAR-CNT.
           DISPLAY "================================================".
           IF WS-SC-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
