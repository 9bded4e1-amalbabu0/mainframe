      *****************************************************************
      * PROGRAM NAME : CA36G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Weekly grade appeals report for the
      *                examinations committee. Reads the CA14G086
      *                APLFILE KSDS and lists, for the week ending on
      *                the report date (RUNCARD, or today when none is
      *                supplied): every appeal still open (LODGED or
      *                UNDER REVIEW), oldest first, with its age in
      *                days and a count per age band; every appeal
      *                decided in the week, with the mark, percentage
      *                and grade before and after; and the net grade
      *                changes from the week's upheld appeals (grades
      *                improved, lowered and unchanged).
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA36G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLFILE
               ASSIGN TO DD1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-FS1.

           SELECT APLRPT
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT RUNCARD
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT SORTFILE
               ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

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

       FD  APLRPT.
       01  APLRPTREC        PIC X(132).

      *    REPORT DATE, COLS 1-8 (YYYYMMDD). OPTIONAL.
       FD  RUNCARD.
       01  RUNREC.
           05 RC-REPORT-DATE PIC X(8).
           05 FILLER        PIC X(72).

      *    OPEN APPEALS, SORTED OLDEST FIRST.
       SD  SORTFILE.
       01  SREC.
           05 S-AGE         PIC 9(5).
           05 S-KEY         PIC X(8).
           05 S-APPEAL      PIC X(200).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-FS1         PIC 99.
             88 FS1-OK      VALUE 00.
             88 FS1-EOF     VALUE 10.
          05 WS-FS2         PIC 99.
             88 FS2-OK      VALUE 00.
          05 WS-FS3         PIC 99.
             88 FS3-OK      VALUE 00.
             88 FS3-EOF     VALUE 10.

       01 WS-SWITCHES.
          05 WS-SORT-SW     PIC X(01).
             88 SORT-EOF       VALUE "Y".
             88 SORT-ACTIVE    VALUE "N".

       01 WS-VARIABLES.
          05 WS-APL-CNT     PIC 9(6) VALUE 0.
          05 WS-OPEN-CNT    PIC 9(6) VALUE 0.
          05 WS-UPHELD-CNT  PIC 9(6) VALUE 0.
          05 WS-DISMISS-CNT PIC 9(6) VALUE 0.
          05 WS-IMPROVED-CNT PIC 9(6) VALUE 0.
          05 WS-LOWERED-CNT PIC 9(6) VALUE 0.
          05 WS-SAME-CNT    PIC 9(6) VALUE 0.
          05 WS-NET-CHANGE  PIC S9(6) VALUE 0.
          05 WS-BAND        PIC 9(2).
          05 WS-AGE         PIC 9(5).
          05 WS-STATE-TEXT  PIC X(12).
          05 WS-CHANGE-TEXT PIC X(10).
          05 WS-AGE-ED      PIC ZZZZ9.
          05 WS-CNT-ED      PIC ZZZ,ZZ9.
          05 WS-NET-ED      PIC +ZZZ,ZZ9.
          05 WS-ORIG-PERC-ED PIC Z9.
          05 WS-NEW-PERC-ED PIC Z9.

      *    REPORT DATE AND THE FIRST DAY OF ITS WEEK, AS DATE
      *    INTEGERS SO AGES AND THE WEEK WINDOW ARE PLAIN
      *    SUBTRACTION.
       01 WS-DATE-WORK.
          05 WS-RPT-DATE    PIC X(8).
          05 WS-RPT-INT     PIC 9(8).
          05 WS-WEEK-INT    PIC 9(8).
          05 WS-EVENT-INT   PIC 9(8).
          05 WS-WEEK-START  PIC 9(8).

      *    AGE BANDS FOR OPEN APPEALS - UP TO A WEEK, UP TO A
      *    FORTNIGHT, UP TO FOUR WEEKS, AND OLDER.
       01 WS-BAND-LIMITS.
          05 FILLER         PIC 9(5) VALUE 7.
          05 FILLER         PIC 9(5) VALUE 14.
          05 FILLER         PIC 9(5) VALUE 28.
          05 FILLER         PIC 9(5) VALUE 99999.
       01 WS-BAND-LIMIT REDEFINES WS-BAND-LIMITS
                         OCCURS 4 TIMES PIC 9(5).
       01 WS-BAND-LABELS.
          05 FILLER         PIC X(16) VALUE "0 - 7 DAYS".
          05 FILLER         PIC X(16) VALUE "8 - 14 DAYS".
          05 FILLER         PIC X(16) VALUE "15 - 28 DAYS".
          05 FILLER         PIC X(16) VALUE "OVER 28 DAYS".
       01 WS-BAND-LABEL REDEFINES WS-BAND-LABELS
                         OCCURS 4 TIMES PIC X(16).
       01 WS-BAND-COUNTS.
          05 WS-BAND-CNT    OCCURS 4 TIMES PIC 9(6).

       01 WS-CONSTANTS.
          05 WS-BAND-COUNT  PIC 99 VALUE 4.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-OPEN-APPEALS
           PERFORM 3000-DECISIONS
           PERFORM 4000-NET-CHANGES
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-VARIABLES
                      WS-BAND-COUNTS.
           PERFORM 1050-GET-REPORT-DATE.
           COMPUTE WS-RPT-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RPT-DATE)).
           COMPUTE WS-WEEK-INT = WS-RPT-INT - 6.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-INT).
           DISPLAY "REPORT DATE             : " WS-RPT-DATE.

           OPEN OUTPUT APLRPT.
           IF NOT FS2-OK
               DISPLAY "APLRPT OPEN ERROR " WS-FS2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO APLRPTREC.
           STRING "CA36G086 - GRADE APPEALS REPORT FOR THE WEEK "
                  WS-WEEK-START " TO " WS-RPT-DATE
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.

      *    THE RUNCARD IS OPTIONAL - WITHOUT ONE (OR WITH A BAD
      *    DATE ON IT) THE WEEK ENDS TODAY.
       1050-GET-REPORT-DATE.
           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUNCARD.
           IF FS3-OK
               READ RUNCARD
                   AT END
                       SET FS3-EOF TO TRUE
                   NOT AT END
                       IF RC-REPORT-DATE IS NUMERIC
                           MOVE RC-REPORT-DATE TO WS-RPT-DATE
                       ELSE
                           DISPLAY "BAD RUNCARD DATE IGNORED : "
                                   RC-REPORT-DATE
                       END-IF
               END-READ
               CLOSE RUNCARD
           END-IF.

       2000-OPEN-APPEALS.
           MOVE SPACES TO APLRPTREC.
           WRITE APLRPTREC.
           MOVE "OPEN APPEALS BY AGE (OLDEST FIRST)" TO APLRPTREC.
           WRITE APLRPTREC.
           MOVE SPACES TO APLRPTREC.
           STRING "  STUDENT SUBJ STATE        LODGED   BY       "
                  "  AGE  MARK   GROUNDS"
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.
           SORT SORTFILE
               ON DESCENDING KEY S-AGE
                  ASCENDING KEY S-KEY
               INPUT PROCEDURE IS 2100-SELECT-OPEN
               OUTPUT PROCEDURE IS 2500-PRINT-OPEN.
           PERFORM 2600-PRINT-BANDS.

       2100-SELECT-OPEN.
           PERFORM 2900-OPEN-APLFILE.
           PERFORM UNTIL FS1-EOF
               PERFORM 2110-READ-APPEAL
           END-PERFORM.
           CLOSE APLFILE.

       2110-READ-APPEAL.
           READ APLFILE
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-APL-CNT
                   IF AP-OPEN
                       PERFORM 2120-RELEASE-OPEN
                   END-IF
           END-READ.

      *    AN APPEAL WITH NO USABLE LODGED DATE IS LISTED WITH AGE
      *    ZERO RATHER THAN LEFT OFF THE COMMITTEE'S LIST.
       2120-RELEASE-OPEN.
           MOVE 0 TO WS-AGE.
           IF AP-LODGED-DATE IS NUMERIC
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(AP-LODGED-DATE))
               IF WS-EVENT-INT < WS-RPT-INT
                   COMPUTE WS-AGE = WS-RPT-INT - WS-EVENT-INT
               END-IF
           END-IF.
           MOVE WS-AGE TO S-AGE.
           MOVE AP-KEY TO S-KEY.
           MOVE APLREC TO S-APPEAL.
           RELEASE SREC.

       2500-PRINT-OPEN.
           SET SORT-ACTIVE TO TRUE.
           PERFORM UNTIL SORT-EOF
               PERFORM 2510-RETURN-OPEN
           END-PERFORM.

       2510-RETURN-OPEN.
           RETURN SORTFILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   MOVE S-APPEAL TO APLREC
                   MOVE S-AGE TO WS-AGE
                   PERFORM 2520-PRINT-OPEN-LINE
           END-RETURN.

       2520-PRINT-OPEN-LINE.
           ADD 1 TO WS-OPEN-CNT.
           PERFORM 2530-FIND-BAND
               VARYING WS-BAND FROM 1 BY 1
               UNTIL WS-BAND > WS-BAND-COUNT
                  OR WS-AGE NOT > WS-BAND-LIMIT(WS-BAND).
           IF WS-BAND > WS-BAND-COUNT
               MOVE WS-BAND-COUNT TO WS-BAND
           END-IF.
           ADD 1 TO WS-BAND-CNT(WS-BAND).

           IF AP-LODGED
               MOVE "LODGED" TO WS-STATE-TEXT
           ELSE
               MOVE "UNDER REVIEW" TO WS-STATE-TEXT
           END-IF.
           MOVE WS-AGE TO WS-AGE-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  " AP-STID
                  "  " AP-SUBJ-NO
                  "  " WS-STATE-TEXT
                  " " AP-LODGED-DATE
                  " " AP-LODGED-BY
                  " " WS-AGE-ED
                  "  " AP-ORIG-MARK
                  "  " AP-GROUNDS
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.

       2530-FIND-BAND.
           CONTINUE.

       2600-PRINT-BANDS.
           MOVE SPACES TO APLRPTREC.
           WRITE APLRPTREC.
           PERFORM 2610-PRINT-BAND-LINE
               VARYING WS-BAND FROM 1 BY 1
               UNTIL WS-BAND > WS-BAND-COUNT.
           MOVE WS-OPEN-CNT TO WS-CNT-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  OPEN APPEALS        " WS-CNT-ED
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.

       2610-PRINT-BAND-LINE.
           MOVE WS-BAND-CNT(WS-BAND) TO WS-CNT-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  AGED " WS-BAND-LABEL(WS-BAND)
                  WS-CNT-ED
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.

       2900-OPEN-APLFILE.
           OPEN INPUT APLFILE.
           IF NOT FS1-OK
               DISPLAY "APLFILE OPEN ERROR " WS-FS1
               CLOSE APLRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A SECOND PASS OF APLFILE PICKS OUT THE APPEALS DECIDED
      *    IN THE WEEK, IN STUDENT ORDER.
       3000-DECISIONS.
           MOVE SPACES TO APLRPTREC.
           WRITE APLRPTREC.
           MOVE "DECISIONS MADE THIS WEEK" TO APLRPTREC.
           WRITE APLRPTREC.
           MOVE SPACES TO APLRPTREC.
           STRING "  STUDENT SUBJ DECISION  DECIDED  BY       "
                  "  MARK -> MARK   PC GR -> PC GR  CHANGE"
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.
           PERFORM 2900-OPEN-APLFILE.
           PERFORM UNTIL FS1-EOF
               PERFORM 3100-READ-DECIDED
           END-PERFORM.
           CLOSE APLFILE.

       3100-READ-DECIDED.
           READ APLFILE
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   IF (AP-UPHELD OR AP-DISMISSED)
                      AND AP-DECIDED-DATE IS NUMERIC
                       COMPUTE WS-EVENT-INT =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(AP-DECIDED-DATE))
                       IF WS-EVENT-INT NOT < WS-WEEK-INT
                          AND WS-EVENT-INT NOT > WS-RPT-INT
                           PERFORM 3200-PRINT-DECISION
                       END-IF
                   END-IF
           END-READ.

      *    A GRADE COUNTS AS IMPROVED OR LOWERED BY THE DIRECTION
      *    THE PERCENTAGE MOVED, SO THE TEST HOLDS WHATEVER LETTERS
      *    THE GRADING SCHEME USES.
       3200-PRINT-DECISION.
           IF AP-UPHELD
               ADD 1 TO WS-UPHELD-CNT
               MOVE "UPHELD" TO WS-STATE-TEXT
               EVALUATE TRUE
                   WHEN AP-NEW-GRADE = AP-ORIG-GRADE
                       ADD 1 TO WS-SAME-CNT
                       MOVE "NO CHANGE" TO WS-CHANGE-TEXT
                   WHEN AP-NEW-PERC < AP-ORIG-PERC
                       ADD 1 TO WS-LOWERED-CNT
                       MOVE "LOWERED" TO WS-CHANGE-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-IMPROVED-CNT
                       MOVE "IMPROVED" TO WS-CHANGE-TEXT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-DISMISS-CNT
               MOVE "DISMISSED" TO WS-STATE-TEXT
               MOVE "NO CHANGE" TO WS-CHANGE-TEXT
           END-IF.
           MOVE AP-ORIG-PERC TO WS-ORIG-PERC-ED.
           MOVE AP-NEW-PERC TO WS-NEW-PERC-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  " AP-STID
                  "  " AP-SUBJ-NO
                  "  " WS-STATE-TEXT(1:9)
                  " " AP-DECIDED-DATE
                  " " AP-DECIDED-BY
                  "  " AP-ORIG-MARK
                  " -> " AP-NEW-MARK
                  "  " WS-ORIG-PERC-ED
                  " " AP-ORIG-GRADE
                  "  -> " WS-NEW-PERC-ED
                  " " AP-NEW-GRADE
                  "  " WS-CHANGE-TEXT
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.

       4000-NET-CHANGES.
           MOVE SPACES TO APLRPTREC.
           WRITE APLRPTREC.
           MOVE "NET GRADE CHANGES THIS WEEK" TO APLRPTREC.
           WRITE APLRPTREC.
           MOVE WS-UPHELD-CNT TO WS-CNT-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  APPEALS UPHELD      " WS-CNT-ED
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.
           MOVE WS-DISMISS-CNT TO WS-CNT-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  APPEALS DISMISSED   " WS-CNT-ED
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.
           MOVE WS-IMPROVED-CNT TO WS-CNT-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  GRADES IMPROVED     " WS-CNT-ED
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.
           MOVE WS-LOWERED-CNT TO WS-CNT-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  GRADES LOWERED      " WS-CNT-ED
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.
           MOVE WS-SAME-CNT TO WS-CNT-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  GRADES UNCHANGED    " WS-CNT-ED
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.
           COMPUTE WS-NET-CHANGE = WS-IMPROVED-CNT - WS-LOWERED-CNT.
           MOVE WS-NET-CHANGE TO WS-NET-ED.
           MOVE SPACES TO APLRPTREC.
           STRING "  NET GRADE CHANGE   " WS-NET-ED
              INTO APLRPTREC
           END-STRING.
           WRITE APLRPTREC.
           CLOSE APLRPT.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA36G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "APPEALS READ            : " WS-APL-CNT.
           DISPLAY "APPEALS OPEN            : " WS-OPEN-CNT.
           DISPLAY "UPHELD THIS WEEK        : " WS-UPHELD-CNT.
           DISPLAY "DISMISSED THIS WEEK     : " WS-DISMISS-CNT.
           DISPLAY "================================================".
