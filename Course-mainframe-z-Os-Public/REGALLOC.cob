      *****************************************************************
      * PROGRAM NAME : REGALLOC
      * DESCRIPTION  : Preference-based seat allocation, run in
      *                numbered rounds. Applicants rank up to five
      *                courses on the preference file (one record per
      *                APPL_ID and rank). Each round takes the
      *                registered applicants in merit order - the
      *                STUDENT_RESULTS percentage, highest first,
      *                lower APPL_ID on a tie, F grades and applicants
      *                with no result row left out as REGELIG would
      *                suspend them - and gives each the
      *                highest-ranked preference still waitlisted on
      *                COURSE_REG2 whose course has SEAT_CAP room on
      *                DEPT_ALOT2. A seat held on a lower preference
      *                is released (status REL) when a better one is
      *                granted, as is every registration ranked below
      *                the one the applicant holds, so a seat freed by
      *                an upgrade in round 2 goes to the next
      *                applicant in merit order behind it, or in the
      *                next round to anyone ahead of it. Each
      *                applicant is one unit of work and all state is
      *                re-read from COURSE_REG2, so a round can be
      *                rerun after a failure. Every round writes an
      *                allocation list, an upgrade list and seat-fill
      *                statistics by department. Applicants without
      *                preferences stay with REGSEAT's queue rules.
      *                A seat on offer from REGSEAT (status OFR) is
      *                held like an accepted one: it counts against
      *                SEAT_CAP and is released if a better choice is
      *                granted. Every grant and release is written to
      *                REG_STAT_HIST through REGHIST, with the round
      *                number in the reason, inside the applicant's
      *                unit of work.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGALLOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFFILE
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

           SELECT ROUNDCARD
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT ALLOCRPT
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT UPGRPT
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

           SELECT FILLRPT
               ASSIGN TO DD5
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

       DATA DIVISION.
       FILE SECTION.

      *    ONE RECORD PER APPLICANT AND RANK, SORTED BY APPL_ID AND
      *    RANK AHEAD OF THE RUN.
       FD  PREFFILE.
       01  PREFREC.
           05 PF-APPL-ID            PIC X(5).
           05 FILLER                PIC X.
           05 PF-RANK               PIC 9(1).
           05 FILLER                PIC X.
           05 PF-COURSE-NAME        PIC X(20).
           05 FILLER                PIC X(52).

       FD  ROUNDCARD.
       01  ROUNDREC.
           05 RC-ROUND              PIC X(2).
           05 FILLER                PIC X(78).

       FD  ALLOCRPT.
       01  ALLOCREC                 PIC X(80).

       FD  UPGRPT.
       01  UPGREC                   PIC X(80).

       FD  FILLRPT.
       01  FILLREC                  PIC X(80).

       WORKING-STORAGE SECTION.

      *---------------- DB2 DECLARATIONS ----------------*
           EXEC SQL
                INCLUDE REGDCL
           END-EXEC.

           EXEC SQL
                INCLUDE ALODCL
           END-EXEC.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *---------------- CURSOR DECLARATIONS -------------*
      *    EVERY COURSE WITH ITS CAPACITY AND CURRENT COUNT OF
      *    SEATS HELD (ACCEPTED, ON OFFER OR ON CLASH HOLD), IN
      *    DEPARTMENT ORDER FOR THE SEAT-FILL REPORT.
           EXEC SQL
                DECLARE CRS1 CURSOR FOR
                    SELECT A.COURSE_NAME2,
                           A.DEPT_ID,
                           A.SEAT_CAP,
                           (SELECT COUNT(*)
                              FROM COURSE_REG2 R
                             WHERE R.COURSE_NAME = A.COURSE_NAME2
                               AND R.COURSE_STATUS IN ('ACP', 'OFR',
                                                       'CLH'))
                      FROM DEPT_ALOT2 A
                     ORDER BY A.DEPT_ID, A.COURSE_NAME2
           END-EXEC.

      *    REGISTERED APPLICANTS IN MERIT ORDER. STUDENT_RESULTS
      *    KEYS CARRY THE MARKS SIDE'S S-PREFIX IN FRONT OF THE
      *    FIVE-DIGIT ID, AS IN REGELIG.
           EXEC SQL
                DECLARE MRT1 CURSOR WITH HOLD FOR
                    SELECT R.APPL_ID,
                           S.PERCENTAGE
                      FROM COURSE_REG2 R
                      INNER JOIN STUDENT_RESULTS S
                        ON S.STUDENT_ID = 'S' CONCAT R.APPL_ID
                     WHERE R.COURSE_STATUS IN ('ACP', 'OFR', 'WTL')
                       AND S.GRADE <> 'F'
                     GROUP BY R.APPL_ID, S.PERCENTAGE
                     ORDER BY S.PERCENTAGE DESC, R.APPL_ID
           END-EXEC.

      *---------------- WORK VARIABLES ------------------*
       01 WS-FS                   PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-FS3                  PIC 99.
       01 WS-FS4                  PIC 99.
       01 WS-FS5                  PIC 99.
       01 WS-ROUND                PIC 9(2)  VALUE 0.
       01 WS-APPL-ID              PIC X(5).
       01 WS-PERCENTAGE           PIC S9(4) COMP.
       01 WS-COURSE-NAME          PIC X(20).
       01 WS-DEPT-ID              PIC X(5).
       01 WS-SEAT-CAP             PIC S9(9) COMP.
       01 WS-ACP-CNT              PIC S9(9) COMP.
       01 WS-PREF-SW              PIC X(01).
          88 PREF-OK              VALUE "Y".
          88 PREF-BAD             VALUE "N".
       01 WS-PREF-REASON          PIC X(30).
       01 WS-LAST-APPL            PIC X(5)  VALUE LOW-VALUES.
       01 WS-RK                   PIC 9(1).
       01 WS-RK2                  PIC 9(1).
       01 WS-CX                   PIC 9(4).
       01 WS-HELD-RANK            PIC 9(1).
       01 WS-FROM-RANK            PIC 9(1).
       01 WS-TARGET-RANK          PIC 9(1).
       01 WS-RANK-LIMIT           PIC 9(1).
       01 WS-PCT-ED               PIC ZZ9.
       01 WS-CNT-ED               PIC ZZZ9.
      *    PARAMETERS FOR THE REGHIST STATUS HISTORY WRITER.
       01 WS-HIST-PARMS.
          05 WS-HS-APPL-ID        PIC X(5).
          05 WS-HS-COURSE-NAME    PIC X(20).
          05 WS-HS-OLD-STATUS     PIC X(3).
          05 WS-HS-NEW-STATUS     PIC X(3).
          05 WS-HS-PROGRAM        PIC X(8)  VALUE "REGALLOC".
          05 WS-HS-REASON         PIC X(30).
          05 WS-HS-SQLCODE        PIC S9(9) COMP.
       01 WS-CNT-ED2              PIC ZZZ9.
       01 WS-CNT-ED3              PIC ZZZ9.
       01 WS-CNT-ED4              PIC ZZZ9.
       01 WS-CNT-ED5              PIC ZZZ9.
       01 WS-FILL-PCT             PIC 9(3).
       01 WS-FILL-ED              PIC ZZ9.
       01 WS-CUR-DEPT             PIC X(5)  VALUE SPACES.
       01 WS-PREF-CNT             PIC 9(6)  VALUE 0.
       01 WS-PREJ-CNT             PIC 9(6)  VALUE 0.
       01 WS-CAND-CNT             PIC 9(6)  VALUE 0.
       01 WS-NOPREF-CNT           PIC 9(6)  VALUE 0.
       01 WS-ALLOC-CNT            PIC 9(6)  VALUE 0.
       01 WS-UPG-CNT              PIC 9(6)  VALUE 0.
       01 WS-KEPT-CNT             PIC 9(6)  VALUE 0.
       01 WS-NOSEAT-CNT           PIC 9(6)  VALUE 0.
       01 WS-REL-CNT              PIC 9(6)  VALUE 0.
       01 WS-INELIG-CNT           PIC 9(6)  VALUE 0.
      *    CONDITION CODES: 0 CLEAN, 4 PREFERENCE RECORDS REJECTED,
      *    8 FATAL.
       01 WS-RC                   PIC 9(2)  VALUE 0.

      *    DEPARTMENT AND GRAND TOTALS FOR THE SEAT-FILL REPORT -
      *    CAPACITY, FILLED AT START, GRANTED, RELEASED, FILLED AT
      *    END.
       01 WS-DEPT-TOTALS.
          05 WS-DT-CAP            PIC S9(9) COMP.
          05 WS-DT-START          PIC S9(9) COMP.
          05 WS-DT-GRANT          PIC S9(9) COMP.
          05 WS-DT-REL            PIC S9(9) COMP.
          05 WS-DT-END            PIC S9(9) COMP.
       01 WS-GRAND-TOTALS.
          05 WS-GT-CAP            PIC S9(9) COMP.
          05 WS-GT-START          PIC S9(9) COMP.
          05 WS-GT-GRANT          PIC S9(9) COMP.
          05 WS-GT-REL            PIC S9(9) COMP.
          05 WS-GT-END            PIC S9(9) COMP.

      *    SEAT POSITION OF EVERY COURSE, KEPT CURRENT AS SEATS ARE
      *    GRANTED AND RELEASED THROUGH THE ROUND.
       01 WS-CRS-MAX              PIC 9(4)  VALUE 500.
       01 WS-CRS-TAB.
          05 WS-CRS-CNT           PIC 9(4)  VALUE 0.
          05 WS-CR-ENTRY          OCCURS 500 TIMES.
             10 WS-CR-NAME        PIC X(20).
             10 WS-CR-DEPT        PIC X(5).
             10 WS-CR-CAP         PIC S9(9) COMP.
             10 WS-CR-START       PIC S9(9) COMP.
             10 WS-CR-FILLED      PIC S9(9) COMP.
             10 WS-CR-GRANTED     PIC S9(9) COMP.
             10 WS-CR-RELEASED    PIC S9(9) COMP.

      *    RANKED CHOICES PER APPLICANT, IN APPL_ID ORDER. THE
      *    UNUSED TAIL IS HIGH-VALUES SO THE BINARY SEARCH STAYS IN
      *    SEQUENCE.
       01 WS-PA-MAX               PIC 9(4)  VALUE 3000.
       01 WS-PA-CNT               PIC 9(4)  VALUE 0.
       01 WS-PREF-TAB.
          05 WS-PA-ENTRY          OCCURS 3000 TIMES
                                  ASCENDING KEY IS WS-PA-APPL-ID
                                  INDEXED BY PA-IX.
             10 WS-PA-APPL-ID     PIC X(5).
             10 WS-PA-SEEN-SW     PIC X(01).
                88 PA-SEEN        VALUE "Y".
             10 WS-PA-COURSE      OCCURS 5 TIMES PIC X(20).

      *    THE CURRENT APPLICANT'S CHOICES AS COURSE_REG2 STANDS -
      *    STATUS SPACES MEANS NO ACTIVE REGISTRATION FOR THAT
      *    CHOICE, COURSE INDEX 0 MEANS NOT ON DEPT_ALOT2.
       01 WS-CUR-CHOICES.
          05 WS-CC-ENTRY          OCCURS 5 TIMES.
             10 WS-CC-STATUS      PIC X(3).
             10 WS-CC-CX          PIC 9(4).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1200-LOAD-PREFS
           PERFORM 1400-LOAD-COURSES
           PERFORM 2000-FETCH
               UNTIL SQLCODE = 100
           PERFORM 3000-INELIGIBLE
           PERFORM 3500-SEAT-FILL
           PERFORM 4000-CLOSE
           PERFORM 9000-TERMINATE
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *---------------- INITIALIZATION ------------------*
       1000-INIT.
           INITIALIZE WS-FS WS-FS2 WS-FS3 WS-FS4 WS-FS5
                      WS-GRAND-TOTALS.
           MOVE HIGH-VALUES TO WS-PREF-TAB.

           OPEN INPUT ROUNDCARD.
           IF WS-FS2 NOT = 00
               DISPLAY "ROUNDCARD OPEN ERROR " WS-FS2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ROUNDCARD
               AT END
                   MOVE SPACES TO ROUNDREC
           END-READ.
           CLOSE ROUNDCARD.
           IF RC-ROUND IS NOT NUMERIC OR RC-ROUND = "00"
               DISPLAY "ROUNDCARD MUST CARRY THE ROUND NUMBER 01-99"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RC-ROUND TO WS-ROUND.

           OPEN INPUT PREFFILE
                OUTPUT ALLOCRPT
                OUTPUT UPGRPT
                OUTPUT FILLRPT.
           IF NOT FS1-OK OR WS-FS3 NOT = 00 OR WS-FS4 NOT = 00
              OR WS-FS5 NOT = 00
               DISPLAY "FILE OPEN FAILURE " WS-FS " " WS-FS3 " "
                       WS-FS4 " " WS-FS5
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO ALLOCREC
           STRING "ROUND " WS-ROUND " ALLOCATION LIST"
               INTO ALLOCREC
           END-STRING
           WRITE ALLOCREC.
           MOVE SPACES TO ALLOCREC
           STRING "APPL   PCT PREF COURSE                DEPT"
               INTO ALLOCREC
           END-STRING
           WRITE ALLOCREC.

           MOVE SPACES TO UPGREC
           STRING "ROUND " WS-ROUND " UPGRADE LIST"
               INTO UPGREC
           END-STRING
           WRITE UPGREC.
           MOVE SPACES TO UPGREC
           STRING "APPL   PCT  P FROM COURSE           "
                  "P TO COURSE"
               INTO UPGREC
           END-STRING
           WRITE UPGREC.

       1000-INIT-EXIT.
           EXIT.

      *---------------- PREFERENCE TABLE ----------------*
       1200-LOAD-PREFS.
           PERFORM 1210-READ-PREF
               UNTIL FS1-EOF.
           CLOSE PREFFILE.

       1200-LOAD-PREFS-EXIT.
           EXIT.

       1210-READ-PREF.
           READ PREFFILE
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PREF-CNT
                   PERFORM 1220-STORE-PREF
           END-READ.

       1210-READ-PREF-EXIT.
           EXIT.

      *    THE FILE MUST ARRIVE IN APPL_ID ORDER - OUT OF SEQUENCE
      *    WOULD BREAK THE BINARY SEARCH, SO IT STOPS THE RUN.
       1220-STORE-PREF.
           SET PREF-OK TO TRUE.
           EVALUATE TRUE
               WHEN PF-APPL-ID IS NOT NUMERIC
                   SET PREF-BAD TO TRUE
                   MOVE "BAD APPL ID" TO WS-PREF-REASON
               WHEN PF-RANK IS NOT NUMERIC
                 OR PF-RANK < 1 OR PF-RANK > 5
                   SET PREF-BAD TO TRUE
                   MOVE "RANK NOT 1-5" TO WS-PREF-REASON
               WHEN PF-COURSE-NAME = SPACES
                   SET PREF-BAD TO TRUE
                   MOVE "BAD COURSE NAME" TO WS-PREF-REASON
               WHEN PF-APPL-ID < WS-LAST-APPL
                   DISPLAY "PREFFILE OUT OF SEQUENCE AT RECORD "
                           WS-PREF-CNT " APPL " PF-APPL-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF PREF-OK AND PF-APPL-ID > WS-LAST-APPL
               IF WS-PA-CNT >= WS-PA-MAX
                   DISPLAY "PREFERENCE TABLE FULL AT APPL "
                           PF-APPL-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PA-CNT
               MOVE SPACES TO WS-PA-ENTRY(WS-PA-CNT)
               MOVE PF-APPL-ID TO WS-PA-APPL-ID(WS-PA-CNT)
               MOVE PF-APPL-ID TO WS-LAST-APPL
           END-IF.

           IF PREF-OK
               IF WS-PA-COURSE(WS-PA-CNT, PF-RANK) NOT = SPACES
                   SET PREF-BAD TO TRUE
                   MOVE "DUPLICATE RANK" TO WS-PREF-REASON
               ELSE
                   MOVE PF-COURSE-NAME
                     TO WS-PA-COURSE(WS-PA-CNT, PF-RANK)
               END-IF
           END-IF.

           IF PREF-BAD
               ADD 1 TO WS-PREJ-CNT
               DISPLAY "PREFERENCE REJECTED : " PREFREC(1:28)
                       " - " WS-PREF-REASON
           END-IF.

       1220-STORE-PREF-EXIT.
           EXIT.

      *---------------- COURSE SEAT TABLE ---------------*
       1400-LOAD-COURSES.
           EXEC SQL
                OPEN CRS1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "CRS1 OPEN ERROR : " SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1410-FETCH-COURSE
               UNTIL SQLCODE = 100.

           EXEC SQL
                CLOSE CRS1
           END-EXEC.

           EXEC SQL
                OPEN MRT1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "MRT1 OPEN ERROR : " SQLCODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-LOAD-COURSES-EXIT.
           EXIT.

       1410-FETCH-COURSE.
           EXEC SQL
                FETCH CRS1
                  INTO :WS-COURSE-NAME,
                       :WS-DEPT-ID,
                       :WS-SEAT-CAP,
                       :WS-ACP-CNT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    IF WS-CRS-CNT >= WS-CRS-MAX
                        DISPLAY "COURSE TABLE FULL AT "
                                WS-COURSE-NAME
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-CRS-CNT
                    MOVE WS-COURSE-NAME TO WS-CR-NAME(WS-CRS-CNT)
                    MOVE WS-DEPT-ID TO WS-CR-DEPT(WS-CRS-CNT)
                    MOVE WS-SEAT-CAP TO WS-CR-CAP(WS-CRS-CNT)
                    MOVE WS-ACP-CNT TO WS-CR-START(WS-CRS-CNT)
                                       WS-CR-FILLED(WS-CRS-CNT)
                    MOVE 0 TO WS-CR-GRANTED(WS-CRS-CNT)
                              WS-CR-RELEASED(WS-CRS-CNT)
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "CRS1 FETCH ERROR : " SQLCODE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       1410-FETCH-COURSE-EXIT.
           EXIT.

      *---------------- MERIT-ORDER PASS ----------------*
       2000-FETCH.
           EXEC SQL
                FETCH MRT1
                  INTO :WS-APPL-ID,
                       :WS-PERCENTAGE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-CAND-CNT
                    PERFORM 2100-FIND-PREFS
               WHEN SQLCODE = 100
                    DISPLAY "END OF MERIT CURSOR"
               WHEN OTHER
                    DISPLAY "MRT1 FETCH ERROR : " SQLCODE
                    PERFORM 4000-CLOSE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2000-FETCH-EXIT.
           EXIT.

       2100-FIND-PREFS.
           SEARCH ALL WS-PA-ENTRY
               AT END
                   ADD 1 TO WS-NOPREF-CNT
               WHEN WS-PA-APPL-ID(PA-IX) = WS-APPL-ID
                   SET PA-SEEN(PA-IX) TO TRUE
                   PERFORM 2200-ALLOCATE
           END-SEARCH.

       2100-FIND-PREFS-EXIT.
           EXIT.

      *    THE HELD RANK IS THE BEST CHOICE ALREADY ACCEPTED OR ON
      *    OFFER; ONLY A WAITLISTED CHOICE RANKED ABOVE IT WITH A
      *    FREE SEAT CAN REPLACE IT. ANYTHING RANKED BELOW WHAT THE
      *    APPLICANT ENDS UP HOLDING IS RELEASED.
       2200-ALLOCATE.
           MOVE WS-APPL-ID TO R-APPL-ID.
           MOVE 0 TO WS-HELD-RANK WS-FROM-RANK WS-TARGET-RANK.
           PERFORM 2210-GET-CHOICE
               VARYING WS-RK FROM 1 BY 1
               UNTIL WS-RK > 5.

           IF WS-HELD-RANK = 0
               MOVE 6 TO WS-RANK-LIMIT
           ELSE
               MOVE WS-HELD-RANK TO WS-RANK-LIMIT
           END-IF.
           PERFORM 2230-CHECK-TARGET
               VARYING WS-RK FROM 1 BY 1
               UNTIL WS-RK >= WS-RANK-LIMIT
                  OR WS-TARGET-RANK > 0.

           IF WS-TARGET-RANK > 0
               PERFORM 2300-GRANT
               IF WS-HELD-RANK > 0
                   MOVE WS-HELD-RANK TO WS-FROM-RANK WS-RK2
                   PERFORM 2400-RELEASE-CHOICE
               END-IF
               MOVE WS-TARGET-RANK TO WS-HELD-RANK
           END-IF.

           IF WS-HELD-RANK > 0 AND WS-HELD-RANK < 5
               PERFORM 2250-RELEASE-LOWER
                   VARYING WS-RK FROM WS-HELD-RANK BY 1
                   UNTIL WS-RK > 4
           END-IF.

           EXEC SQL
                COMMIT
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-TARGET-RANK > 0 AND WS-FROM-RANK > 0
                    ADD 1 TO WS-UPG-CNT
                    PERFORM 2600-WRITE-UPGRADE
               WHEN WS-TARGET-RANK > 0
                    ADD 1 TO WS-ALLOC-CNT
                    PERFORM 2500-WRITE-ALLOCATION
               WHEN WS-HELD-RANK > 0
                    ADD 1 TO WS-KEPT-CNT
               WHEN OTHER
                    ADD 1 TO WS-NOSEAT-CNT
           END-EVALUATE.

       2200-ALLOCATE-EXIT.
           EXIT.

       2210-GET-CHOICE.
           MOVE SPACES TO WS-CC-STATUS(WS-RK).
           MOVE 0 TO WS-CC-CX(WS-RK).
           IF WS-PA-COURSE(PA-IX, WS-RK) NOT = SPACES
               MOVE WS-PA-COURSE(PA-IX, WS-RK) TO R-COURSE-NAME
               PERFORM 2220-FIND-COURSE
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CRS-CNT
                      OR WS-CC-CX(WS-RK) > 0
               EXEC SQL
                    SELECT COURSE_STATUS
                      INTO :R-COURSE-STATUS
                      FROM COURSE_REG2
                     WHERE APPL_ID = :R-APPL-ID
                       AND COURSE_NAME = :R-COURSE-NAME
                       AND COURSE_STATUS IN ('ACP', 'OFR', 'WTL')
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                        MOVE R-COURSE-STATUS TO WS-CC-STATUS(WS-RK)
                        IF (R-COURSE-STATUS = "ACP"
                            OR R-COURSE-STATUS = "OFR")
                           AND WS-HELD-RANK = 0
                            MOVE WS-RK TO WS-HELD-RANK
                        END-IF
                   WHEN SQLCODE = 100
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "COURSE_REG2 LOOKUP ERROR : " SQLCODE
                                " APPL " R-APPL-ID
                        PERFORM 2900-SQL-FAIL
               END-EVALUATE
           END-IF.

       2210-GET-CHOICE-EXIT.
           EXIT.

       2220-FIND-COURSE.
           IF WS-CR-NAME(WS-CX) = R-COURSE-NAME
               MOVE WS-CX TO WS-CC-CX(WS-RK)
           END-IF.

       2220-FIND-COURSE-EXIT.
           EXIT.

       2230-CHECK-TARGET.
           IF WS-CC-STATUS(WS-RK) = "WTL"
              AND WS-CC-CX(WS-RK) > 0
               IF WS-CR-FILLED(WS-CC-CX(WS-RK))
                    < WS-CR-CAP(WS-CC-CX(WS-RK))
                   MOVE WS-RK TO WS-TARGET-RANK
               END-IF
           END-IF.

       2230-CHECK-TARGET-EXIT.
           EXIT.

      *    WS-RK RUNS FROM THE HELD RANK, SO THE CHOICE RELEASED IS
      *    THE ONE BELOW IT.
       2250-RELEASE-LOWER.
           COMPUTE WS-RK2 = WS-RK + 1.
           IF WS-CC-STATUS(WS-RK2) = "ACP"
              OR WS-CC-STATUS(WS-RK2) = "OFR"
              OR WS-CC-STATUS(WS-RK2) = "WTL"
               PERFORM 2400-RELEASE-CHOICE
           END-IF.

       2250-RELEASE-LOWER-EXIT.
           EXIT.

      *---------------- GRANT AND RELEASE ---------------*
       2300-GRANT.
           MOVE WS-PA-COURSE(PA-IX, WS-TARGET-RANK) TO R-COURSE-NAME.
           EXEC SQL
                UPDATE COURSE_REG2
                   SET COURSE_STATUS = 'ACP',
                       UPD_TS = CURRENT TIMESTAMP
                 WHERE APPL_ID = :R-APPL-ID
                   AND COURSE_NAME = :R-COURSE-NAME
                   AND COURSE_STATUS = 'WTL'
           END-EXEC.
           IF SQLCODE = 0
               MOVE "WTL" TO WS-HS-OLD-STATUS
               MOVE "ACP" TO WS-HS-NEW-STATUS
               MOVE SPACES TO WS-HS-REASON
               STRING "ROUND " WS-ROUND " PREFERENCE GRANTED"
                   INTO WS-HS-REASON
               END-STRING
               PERFORM 2450-WRITE-HISTORY
               MOVE "ACP" TO WS-CC-STATUS(WS-TARGET-RANK)
               MOVE WS-CC-CX(WS-TARGET-RANK) TO WS-CX
               ADD 1 TO WS-CR-FILLED(WS-CX)
                        WS-CR-GRANTED(WS-CX)
           ELSE
               DISPLAY "GRANT UPDATE ERROR : " SQLCODE
                       " APPL " R-APPL-ID
               PERFORM 2900-SQL-FAIL
           END-IF.

       2300-GRANT-EXIT.
           EXIT.

      *    A RELEASED ACCEPTED CHOICE GIVES ITS SEAT BACK TO THE
      *    COURSE FOR THE APPLICANTS STILL TO COME THIS ROUND.
       2400-RELEASE-CHOICE.
           MOVE WS-PA-COURSE(PA-IX, WS-RK2) TO R-COURSE-NAME.
           EXEC SQL
                UPDATE COURSE_REG2
                   SET COURSE_STATUS = 'REL',
                       UPD_TS = CURRENT TIMESTAMP
                 WHERE APPL_ID = :R-APPL-ID
                   AND COURSE_NAME = :R-COURSE-NAME
                   AND COURSE_STATUS IN ('ACP', 'OFR', 'WTL')
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-CC-STATUS(WS-RK2) TO WS-HS-OLD-STATUS
               MOVE "REL" TO WS-HS-NEW-STATUS
               MOVE SPACES TO WS-HS-REASON
               STRING "ROUND " WS-ROUND " HIGHER CHOICE HELD"
                   INTO WS-HS-REASON
               END-STRING
               PERFORM 2450-WRITE-HISTORY
               ADD 1 TO WS-REL-CNT
               IF (WS-CC-STATUS(WS-RK2) = "ACP"
                OR WS-CC-STATUS(WS-RK2) = "OFR")
                  AND WS-CC-CX(WS-RK2) > 0
                   MOVE WS-CC-CX(WS-RK2) TO WS-CX
                   SUBTRACT 1 FROM WS-CR-FILLED(WS-CX)
                   ADD 1 TO WS-CR-RELEASED(WS-CX)
               END-IF
               MOVE "REL" TO WS-CC-STATUS(WS-RK2)
           ELSE
               DISPLAY "RELEASE UPDATE ERROR : " SQLCODE
                       " APPL " R-APPL-ID
               PERFORM 2900-SQL-FAIL
           END-IF.

       2400-RELEASE-CHOICE-EXIT.
           EXIT.

      *---------------- STATUS HISTORY ------------------*
       2450-WRITE-HISTORY.
           MOVE R-APPL-ID TO WS-HS-APPL-ID.
           MOVE R-COURSE-NAME TO WS-HS-COURSE-NAME.
           CALL "REGHIST" USING WS-HIST-PARMS.
           IF WS-HS-SQLCODE NOT = 0
               DISPLAY "HISTORY INSERT ERROR : " WS-HS-SQLCODE
                       " APPL " R-APPL-ID
               PERFORM 2900-SQL-FAIL
           END-IF.

       2450-WRITE-HISTORY-EXIT.
           EXIT.

      *---------------- ROUND LISTS ---------------------*
       2500-WRITE-ALLOCATION.
           MOVE WS-PERCENTAGE TO WS-PCT-ED.
           MOVE WS-CC-CX(WS-TARGET-RANK) TO WS-CX.
           MOVE SPACES TO ALLOCREC
           STRING WS-APPL-ID "  "
                  WS-PCT-ED "    "
                  WS-TARGET-RANK " "
                  WS-CR-NAME(WS-CX) "  "
                  WS-CR-DEPT(WS-CX)
               INTO ALLOCREC
           END-STRING
           WRITE ALLOCREC.

       2500-WRITE-ALLOCATION-EXIT.
           EXIT.

       2600-WRITE-UPGRADE.
           MOVE WS-PERCENTAGE TO WS-PCT-ED.
           MOVE SPACES TO UPGREC
           STRING WS-APPL-ID "  "
                  WS-PCT-ED "  "
                  WS-FROM-RANK " "
                  WS-PA-COURSE(PA-IX, WS-FROM-RANK) "  "
                  WS-TARGET-RANK " "
                  WS-PA-COURSE(PA-IX, WS-TARGET-RANK)
               INTO UPGREC
           END-STRING
           WRITE UPGREC.

       2600-WRITE-UPGRADE-EXIT.
           EXIT.

      *    THE SEAT TABLE NO LONGER MATCHES COURSE_REG2 ONCE AN
      *    APPLICANT'S UNIT OF WORK FAILS - BACK IT OUT AND STOP.
      *    EARLIER APPLICANTS ARE COMMITTED AND A RERUN OF THE
      *    SAME ROUND PICKS UP FROM COURSE_REG2 AS IT STANDS.
       2900-SQL-FAIL.
           EXEC SQL
                ROLLBACK
           END-EXEC.
           PERFORM 4000-CLOSE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2900-SQL-FAIL-EXIT.
           EXIT.

      *---------------- NOT IN MERIT ORDER --------------*
      *    APPLICANTS WITH PREFERENCES WHO NEVER CAME UP IN MERIT
      *    ORDER - NO RESULT ROW, GRADE F, OR NO ACTIVE
      *    REGISTRATION AT ALL.
       3000-INELIGIBLE.
           PERFORM 3010-CHECK-SEEN
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-PA-CNT.

       3000-INELIGIBLE-EXIT.
           EXIT.

       3010-CHECK-SEEN.
           IF NOT PA-SEEN(WS-CX)
               ADD 1 TO WS-INELIG-CNT
               DISPLAY "NOT ALLOCATED - NO ELIGIBLE RESULT OR "
                       "REGISTRATION : " WS-PA-APPL-ID(WS-CX)
           END-IF.

       3010-CHECK-SEEN-EXIT.
           EXIT.

      *---------------- SEAT-FILL STATISTICS ------------*
       3500-SEAT-FILL.
           MOVE SPACES TO FILLREC
           STRING "ROUND " WS-ROUND " SEAT-FILL STATISTICS"
               INTO FILLREC
           END-STRING
           WRITE FILLREC.
           MOVE SPACES TO FILLREC
           STRING "DEPT  COURSE                CAP STRT GRNT  "
                  "REL  END  PCT"
               INTO FILLREC
           END-STRING
           WRITE FILLREC.

           MOVE SPACES TO WS-CUR-DEPT.
           INITIALIZE WS-DEPT-TOTALS.
           PERFORM 3510-COURSE-LINE
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CRS-CNT.
           IF WS-CUR-DEPT NOT = SPACES
               PERFORM 3520-DEPT-LINE
           END-IF.

           MOVE "TOTAL" TO WS-CUR-DEPT.
           MOVE WS-GRAND-TOTALS TO WS-DEPT-TOTALS.
           PERFORM 3520-DEPT-LINE.

       3500-SEAT-FILL-EXIT.
           EXIT.

       3510-COURSE-LINE.
           IF WS-CR-DEPT(WS-CX) NOT = WS-CUR-DEPT
               IF WS-CUR-DEPT NOT = SPACES
                   PERFORM 3520-DEPT-LINE
               END-IF
               MOVE WS-CR-DEPT(WS-CX) TO WS-CUR-DEPT
               INITIALIZE WS-DEPT-TOTALS
           END-IF.

           ADD WS-CR-CAP(WS-CX) TO WS-DT-CAP WS-GT-CAP.
           ADD WS-CR-START(WS-CX) TO WS-DT-START WS-GT-START.
           ADD WS-CR-GRANTED(WS-CX) TO WS-DT-GRANT WS-GT-GRANT.
           ADD WS-CR-RELEASED(WS-CX) TO WS-DT-REL WS-GT-REL.
           ADD WS-CR-FILLED(WS-CX) TO WS-DT-END WS-GT-END.

           MOVE WS-CR-CAP(WS-CX) TO WS-CNT-ED.
           MOVE WS-CR-START(WS-CX) TO WS-CNT-ED2.
           MOVE WS-CR-GRANTED(WS-CX) TO WS-CNT-ED3.
           MOVE WS-CR-RELEASED(WS-CX) TO WS-CNT-ED4.
           MOVE WS-CR-FILLED(WS-CX) TO WS-CNT-ED5.
           IF WS-CR-CAP(WS-CX) > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-CR-FILLED(WS-CX) * 100 / WS-CR-CAP(WS-CX)
           ELSE
               MOVE 0 TO WS-FILL-PCT
           END-IF.
           MOVE WS-FILL-PCT TO WS-FILL-ED.

           MOVE SPACES TO FILLREC
           STRING WS-CR-DEPT(WS-CX) " "
                  WS-CR-NAME(WS-CX) " "
                  WS-CNT-ED " "
                  WS-CNT-ED2 " "
                  WS-CNT-ED3 " "
                  WS-CNT-ED4 " "
                  WS-CNT-ED5 "  "
                  WS-FILL-ED
               INTO FILLREC
           END-STRING
           WRITE FILLREC.

       3510-COURSE-LINE-EXIT.
           EXIT.

       3520-DEPT-LINE.
           MOVE WS-DT-CAP TO WS-CNT-ED.
           MOVE WS-DT-START TO WS-CNT-ED2.
           MOVE WS-DT-GRANT TO WS-CNT-ED3.
           MOVE WS-DT-REL TO WS-CNT-ED4.
           MOVE WS-DT-END TO WS-CNT-ED5.
           IF WS-DT-CAP > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-DT-END * 100 / WS-DT-CAP
           ELSE
               MOVE 0 TO WS-FILL-PCT
           END-IF.
           MOVE WS-FILL-PCT TO WS-FILL-ED.

           MOVE SPACES TO FILLREC
           STRING "  " WS-CUR-DEPT " TOTAL              "
                  WS-CNT-ED " "
                  WS-CNT-ED2 " "
                  WS-CNT-ED3 " "
                  WS-CNT-ED4 " "
                  WS-CNT-ED5 "  "
                  WS-FILL-ED
               INTO FILLREC
           END-STRING
           WRITE FILLREC.

       3520-DEPT-LINE-EXIT.
           EXIT.

      *---------------- CLOSE ---------------------------*
       4000-CLOSE.
           EXEC SQL
                COMMIT
           END-EXEC.

           EXEC SQL
                CLOSE MRT1
           END-EXEC.

           MOVE WS-ALLOC-CNT TO WS-CNT-ED
           MOVE SPACES TO ALLOCREC
           STRING "TOTAL ALLOCATED : " WS-CNT-ED
               INTO ALLOCREC
           END-STRING
           WRITE ALLOCREC.

           MOVE WS-UPG-CNT TO WS-CNT-ED
           MOVE SPACES TO UPGREC
           STRING "TOTAL UPGRADED : " WS-CNT-ED
               INTO UPGREC
           END-STRING
           WRITE UPGREC.

           CLOSE ALLOCRPT
                 UPGRPT
                 FILLRPT.

       4000-CLOSE-EXIT.
           EXIT.

      *---------------- RUN SUMMARY ---------------------*
       9000-TERMINATE.
           DISPLAY "ALLOCATION ROUND             : " WS-ROUND
           DISPLAY "PREFERENCE RECORDS READ      : " WS-PREF-CNT
           DISPLAY "PREFERENCE RECORDS REJECTED  : " WS-PREJ-CNT
           DISPLAY "APPLICANTS WITH PREFERENCES  : " WS-PA-CNT
           DISPLAY "APPLICANTS IN MERIT ORDER    : " WS-CAND-CNT
           DISPLAY "  NO PREFERENCES (REGSEAT)   : " WS-NOPREF-CNT
           DISPLAY "  ALLOCATED A FIRST SEAT     : " WS-ALLOC-CNT
           DISPLAY "  UPGRADED                   : " WS-UPG-CNT
           DISPLAY "  KEPT THEIR SEAT            : " WS-KEPT-CNT
           DISPLAY "  NO SEAT THIS ROUND         : " WS-NOSEAT-CNT
           DISPLAY "REGISTRATIONS RELEASED       : " WS-REL-CNT
           DISPLAY "NOT IN MERIT ORDER           : " WS-INELIG-CNT.
           IF WS-PREJ-CNT > 0 AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       9000-TERMINATE-EXIT.
           EXIT.
