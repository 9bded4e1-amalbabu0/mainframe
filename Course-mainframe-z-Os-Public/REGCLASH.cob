      *****************************************************************
      * PROGRAM NAME : REGCLASH
      * DESCRIPTION  : Timetable clash check for course registrations,
      *                run after REGSEAT. Each course's class
      *                (DEPT_ALOT2 CLS_ID) meets in the day and time
      *                slots held on COURSE_SCHED. Every applicant
      *                holding seats (accepted or on offer) in two
      *                courses with overlapping slots is found, the
      *                later registration (CRE_TS) is held in status
      *                CLH and the clash goes on the registrar's
      *                report - applicant, the held course, the
      *                course it clashes with and the overlapping
      *                slot. A held registration keeps its seat
      *                against SEAT_CAP while the registrar resolves
      *                it, normally by a REGLOAD DROP or WITHDRAW of
      *                one of the pair. Each run first re-examines
      *                every CLH registration: one that no longer
      *                clashes with a seat the applicant holds goes
      *                back to the status it was held from (taken
      *                from REG_STAT_HIST) and is reported as
      *                released, and is then checked again with
      *                everything else. Every hold and release is
      *                written to REG_STAT_HIST through REGHIST in
      *                its own unit of work. Return code 4 when any
      *                registration is held, 8 on an SQL failure.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGCLASH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASHRPT
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLASHRPT.
       01  CLASHREC                 PIC X(100).

       WORKING-STORAGE SECTION.

      *---------------- DB2 DECLARATIONS ----------------*
           EXEC SQL
                INCLUDE REGDCL
           END-EXEC.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *---------------- CURSOR DECLARATIONS -------------*
      *    REGISTRATIONS ON CLASH HOLD FROM EARLIER RUNS.
           EXEC SQL
                DECLARE CR1 CURSOR WITH HOLD FOR
                    SELECT R.APPL_ID,
                           R.COURSE_NAME
                      FROM COURSE_REG2 R
                     WHERE R.COURSE_STATUS = 'CLH'
                     ORDER BY R.APPL_ID, R.COURSE_NAME
           END-EXEC.

      *    EVERY PAIR OF SEATS ONE APPLICANT HOLDS WHOSE CLASSES
      *    MEET ON THE SAME DAY AT OVERLAPPING TIMES. R1 IS THE
      *    EARLIER REGISTRATION, R2 THE LATER - THE ONE HELD. ONE ROW
      *    PER OVERLAPPING SLOT PAIR.
           EXEC SQL
                DECLARE CL1 CURSOR WITH HOLD FOR
                    SELECT R1.APPL_ID,
                           R1.COURSE_NAME,
                           R2.COURSE_NAME,
                           R2.COURSE_STATUS,
                           S1.SLOT_DAY,
                           S1.START_TIME,
                           S1.END_TIME,
                           S2.START_TIME,
                           S2.END_TIME
                      FROM COURSE_REG2 R1
                      INNER JOIN COURSE_REG2 R2
                        ON R2.APPL_ID = R1.APPL_ID
                       AND (R2.CRE_TS > R1.CRE_TS
                        OR (R2.CRE_TS = R1.CRE_TS
                        AND R2.COURSE_NAME > R1.COURSE_NAME))
                      INNER JOIN DEPT_ALOT2 A1
                        ON A1.COURSE_NAME2 = R1.COURSE_NAME
                      INNER JOIN DEPT_ALOT2 A2
                        ON A2.COURSE_NAME2 = R2.COURSE_NAME
                      INNER JOIN COURSE_SCHED S1
                        ON S1.CLS_ID = A1.CLS_ID
                      INNER JOIN COURSE_SCHED S2
                        ON S2.CLS_ID = A2.CLS_ID
                       AND S2.SLOT_DAY = S1.SLOT_DAY
                       AND S2.START_TIME < S1.END_TIME
                       AND S1.START_TIME < S2.END_TIME
                     WHERE R1.COURSE_STATUS IN ('ACP', 'OFR')
                       AND R2.COURSE_STATUS IN ('ACP', 'OFR')
                     ORDER BY R1.APPL_ID, R2.CRE_TS, R2.COURSE_NAME,
                              R1.CRE_TS, R1.COURSE_NAME
           END-EXEC.

      *---------------- WORK VARIABLES ------------------*
       01 WS-FS                   PIC 99.
       01 WS-SQLCODE1             PIC S9(9) COMP VALUE 0.
       01 WS-STILL-CNT            PIC S9(9) COMP VALUE 0.
       01 WS-APPL-ID              PIC X(5).
       01 WS-EARLY-COURSE         PIC X(20).
       01 WS-LATE-COURSE          PIC X(20).
       01 WS-LATE-STATUS          PIC X(3).
       01 WS-PRIOR-STAT           PIC X(3).
       01 WS-SLOT-DAY             PIC X(3).
       01 WS-START1               PIC X(4).
       01 WS-END1                 PIC X(4).
       01 WS-START2               PIC X(4).
       01 WS-END2                 PIC X(4).
       01 WS-OVL-FROM             PIC X(4).
       01 WS-OVL-TO               PIC X(4).
       01 WS-ACTION               PIC X(8).
       01 WS-REL-CNT              PIC 9(6)  VALUE 0.
       01 WS-HOLD-CNT             PIC 9(6)  VALUE 0.
       01 WS-ALSO-CNT             PIC 9(6)  VALUE 0.
       01 WS-CNT-ED               PIC ZZZ,ZZ9.
      *    CONDITION CODES: 0 NO CLASHES, 4 REGISTRATIONS HELD,
      *    8 FATAL.
       01 WS-RC                   PIC 9(2)  VALUE 0.

      *    COURSES OF THE APPLICANT IN HAND ALREADY PUT ON HOLD BY
      *    THIS RUN. A PAIR WHOSE EARLIER COURSE IS HERE NO LONGER
      *    CLASHES (THAT SEAT IS HELD); A PAIR WHOSE LATER COURSE IS
      *    HERE IS ONLY A FURTHER OVERLAP OF A HOLD ALREADY MADE.
       01 WS-CUR-APPL             PIC X(5)  VALUE LOW-VALUES.
       01 WS-HELD-TAB.
          05 WS-HELD-CNT          PIC 9(2)  VALUE 0.
          05 WS-HELD-COURSE       OCCURS 20 TIMES PIC X(20).
       01 WS-HX                   PIC 9(2).
       01 WS-FOUND-SW             PIC X(01).
          88 COURSE-FOUND         VALUE "Y".
          88 COURSE-NOT-FOUND     VALUE "N".
       01 WS-FIND-COURSE          PIC X(20).

      *    PARAMETERS FOR THE REGHIST STATUS HISTORY WRITER.
       01 WS-HIST-PARMS.
          05 WS-HS-APPL-ID        PIC X(5).
          05 WS-HS-COURSE-NAME    PIC X(20).
          05 WS-HS-OLD-STATUS     PIC X(3).
          05 WS-HS-NEW-STATUS     PIC X(3).
          05 WS-HS-PROGRAM        PIC X(8)  VALUE "REGCLASH".
          05 WS-HS-REASON         PIC X(30).
          05 WS-HS-SQLCODE        PIC S9(9) COMP.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-RELEASE-PASS
           PERFORM 3000-CLASH-PASS
           PERFORM 4000-CLOSE
           PERFORM 9000-TERMINATE
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *---------------- INITIALIZATION ------------------*
       1000-INIT.
           OPEN OUTPUT CLASHRPT.
           IF WS-FS NOT = 00
               DISPLAY "CLASHRPT OPEN ERROR " WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO CLASHREC
           STRING "APPL   ACTION    COURSE                "
                  "CLASHES WITH          DAY  FROM  TO"
               INTO CLASHREC
           END-STRING
           WRITE CLASHREC.

       1000-INIT-EXIT.
           EXIT.

      *---------------- RELEASE RESOLVED HOLDS ----------*
       2000-RELEASE-PASS.
           EXEC SQL
                OPEN CR1
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE1.
           IF WS-SQLCODE1 NOT = 0
               DISPLAY "CR1 OPEN ERROR : " WS-SQLCODE1
               PERFORM 8000-SQL-FAIL
           END-IF.

           PERFORM 2100-RELEASE-FETCH
               UNTIL WS-SQLCODE1 = 100.

           EXEC SQL
                CLOSE CR1
           END-EXEC.

       2000-RELEASE-PASS-EXIT.
           EXIT.

       2100-RELEASE-FETCH.
           EXEC SQL
                FETCH CR1
                  INTO :WS-APPL-ID,
                       :WS-LATE-COURSE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE1.
           EVALUATE WS-SQLCODE1
               WHEN 0
                    PERFORM 2200-CHECK-RESOLVED
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "CR1 FETCH ERROR : " WS-SQLCODE1
                    PERFORM 8000-SQL-FAIL
           END-EVALUATE.

       2100-RELEASE-FETCH-EXIT.
           EXIT.

      *    STILL CLASHING WITH ANY SEAT THE APPLICANT HOLDS? IF NOT,
      *    THE REGISTRAR HAS RESOLVED IT AND THE HOLD COMES OFF.
       2200-CHECK-RESOLVED.
           MOVE WS-APPL-ID TO R-APPL-ID.
           MOVE WS-LATE-COURSE TO R-COURSE-NAME.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-STILL-CNT
                  FROM COURSE_REG2 R
                 INNER JOIN DEPT_ALOT2 A1
                    ON A1.COURSE_NAME2 = R.COURSE_NAME
                 INNER JOIN COURSE_SCHED S1
                    ON S1.CLS_ID = A1.CLS_ID
                 INNER JOIN DEPT_ALOT2 A2
                    ON A2.COURSE_NAME2 = :R-COURSE-NAME
                 INNER JOIN COURSE_SCHED S2
                    ON S2.CLS_ID = A2.CLS_ID
                   AND S2.SLOT_DAY = S1.SLOT_DAY
                   AND S2.START_TIME < S1.END_TIME
                   AND S1.START_TIME < S2.END_TIME
                 WHERE R.APPL_ID = :R-APPL-ID
                   AND R.COURSE_NAME <> :R-COURSE-NAME
                   AND R.COURSE_STATUS IN ('ACP', 'OFR')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "CLASH RECHECK ERROR : " SQLCODE
                       " APPL " WS-APPL-ID
               PERFORM 8000-SQL-FAIL
           END-IF.

           IF WS-STILL-CNT = 0
               PERFORM 2300-RELEASE-HOLD
           END-IF.

       2200-CHECK-RESOLVED-EXIT.
           EXIT.

      *    THE HOLD GOES BACK TO WHATEVER IT WAS HELD FROM - THE
      *    LATEST CLH ROW ON THE HISTORY SAYS WHICH. A SEAT THAT WAS
      *    ON OFFER IS ON OFFER AGAIN WITH A FRESH DEADLINE.
       2300-RELEASE-HOLD.
           MOVE "ACP" TO WS-PRIOR-STAT.
           EXEC SQL
                SELECT H.OLD_STATUS
                  INTO :WS-PRIOR-STAT
                  FROM REG_STAT_HIST H
                 WHERE H.APPL_ID = :R-APPL-ID
                   AND H.COURSE_NAME = :R-COURSE-NAME
                   AND H.NEW_STATUS = 'CLH'
                 ORDER BY H.CHG_TS DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "HOLD HISTORY LOOKUP ERROR : " SQLCODE
                       " APPL " WS-APPL-ID
               PERFORM 8000-SQL-FAIL
           END-IF.
           IF WS-PRIOR-STAT NOT = "OFR"
               MOVE "ACP" TO WS-PRIOR-STAT
           END-IF.

           MOVE WS-PRIOR-STAT TO R-COURSE-STATUS.
           EXEC SQL
                UPDATE COURSE_REG2
                   SET COURSE_STATUS = :R-COURSE-STATUS,
                       UPD_TS = CURRENT TIMESTAMP
                 WHERE APPL_ID = :R-APPL-ID
                   AND COURSE_NAME = :R-COURSE-NAME
                   AND COURSE_STATUS = 'CLH'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "RELEASE UPDATE ERROR : " SQLCODE
                       " APPL " WS-APPL-ID
               PERFORM 8000-SQL-FAIL
           END-IF.

           MOVE "CLH" TO WS-HS-OLD-STATUS.
           MOVE WS-PRIOR-STAT TO WS-HS-NEW-STATUS.
           MOVE "TIMETABLE CLASH RESOLVED" TO WS-HS-REASON.
           PERFORM 5000-WRITE-HISTORY.
           EXEC SQL
                COMMIT
           END-EXEC.

           ADD 1 TO WS-REL-CNT.
           MOVE "RELEASED" TO WS-ACTION.
           MOVE SPACES TO WS-EARLY-COURSE
                          WS-SLOT-DAY
                          WS-OVL-FROM
                          WS-OVL-TO.
           PERFORM 6000-WRITE-LINE.

       2300-RELEASE-HOLD-EXIT.
           EXIT.

      *---------------- FIND NEW CLASHES ----------------*
       3000-CLASH-PASS.
           EXEC SQL
                OPEN CL1
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE1.
           IF WS-SQLCODE1 NOT = 0
               DISPLAY "CL1 OPEN ERROR : " WS-SQLCODE1
               PERFORM 8000-SQL-FAIL
           END-IF.

           PERFORM 3100-CLASH-FETCH
               UNTIL WS-SQLCODE1 = 100.

           EXEC SQL
                CLOSE CL1
           END-EXEC.

       3000-CLASH-PASS-EXIT.
           EXIT.

       3100-CLASH-FETCH.
           EXEC SQL
                FETCH CL1
                  INTO :WS-APPL-ID,
                       :WS-EARLY-COURSE,
                       :WS-LATE-COURSE,
                       :WS-LATE-STATUS,
                       :WS-SLOT-DAY,
                       :WS-START1,
                       :WS-END1,
                       :WS-START2,
                       :WS-END2
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE1.
           EVALUATE WS-SQLCODE1
               WHEN 0
                    PERFORM 3200-CLASH-PAIR
                       THRU 3200-CLASH-PAIR-EXIT
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "CL1 FETCH ERROR : " WS-SQLCODE1
                    PERFORM 8000-SQL-FAIL
           END-EVALUATE.

       3100-CLASH-FETCH-EXIT.
           EXIT.

       3200-CLASH-PAIR.
           IF WS-APPL-ID NOT = WS-CUR-APPL
               MOVE WS-APPL-ID TO WS-CUR-APPL
               MOVE 0 TO WS-HELD-CNT
           END-IF.

      *    THE OVERLAP IS THE LATER START TO THE EARLIER END.
           IF WS-START1 > WS-START2
               MOVE WS-START1 TO WS-OVL-FROM
           ELSE
               MOVE WS-START2 TO WS-OVL-FROM
           END-IF.
           IF WS-END1 < WS-END2
               MOVE WS-END1 TO WS-OVL-TO
           ELSE
               MOVE WS-END2 TO WS-OVL-TO
           END-IF.

           MOVE WS-EARLY-COURSE TO WS-FIND-COURSE.
           PERFORM 3300-FIND-HELD.
           IF COURSE-FOUND
               GO TO 3200-CLASH-PAIR-EXIT
           END-IF.

           MOVE WS-LATE-COURSE TO WS-FIND-COURSE.
           PERFORM 3300-FIND-HELD.
           IF COURSE-FOUND
               ADD 1 TO WS-ALSO-CNT
               MOVE "ALSO" TO WS-ACTION
               PERFORM 6000-WRITE-LINE
           ELSE
               PERFORM 3400-HOLD-LATER
           END-IF.

       3200-CLASH-PAIR-EXIT.
           EXIT.

       3300-FIND-HELD.
           SET COURSE-NOT-FOUND TO TRUE.
           PERFORM 3310-CHECK-HELD
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HELD-CNT
                  OR COURSE-FOUND.

       3300-FIND-HELD-EXIT.
           EXIT.

       3310-CHECK-HELD.
           IF WS-HELD-COURSE(WS-HX) = WS-FIND-COURSE
               SET COURSE-FOUND TO TRUE
           END-IF.

       3310-CHECK-HELD-EXIT.
           EXIT.

       3400-HOLD-LATER.
           MOVE WS-APPL-ID TO R-APPL-ID.
           MOVE WS-LATE-COURSE TO R-COURSE-NAME.
           EXEC SQL
                UPDATE COURSE_REG2
                   SET COURSE_STATUS = 'CLH',
                       UPD_TS = CURRENT TIMESTAMP
                 WHERE APPL_ID = :R-APPL-ID
                   AND COURSE_NAME = :R-COURSE-NAME
                   AND COURSE_STATUS IN ('ACP', 'OFR')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "HOLD UPDATE ERROR : " SQLCODE
                       " APPL " WS-APPL-ID
               PERFORM 8000-SQL-FAIL
           END-IF.

           MOVE WS-LATE-STATUS TO WS-HS-OLD-STATUS.
           MOVE "CLH" TO WS-HS-NEW-STATUS.
           MOVE SPACES TO WS-HS-REASON.
           STRING "CLASH: " WS-EARLY-COURSE
               INTO WS-HS-REASON
           END-STRING.
           PERFORM 5000-WRITE-HISTORY.
           EXEC SQL
                COMMIT
           END-EXEC.

           IF WS-HELD-CNT < 20
               ADD 1 TO WS-HELD-CNT
               MOVE WS-LATE-COURSE TO WS-HELD-COURSE(WS-HELD-CNT)
           END-IF.
           ADD 1 TO WS-HOLD-CNT.
           MOVE "HELD" TO WS-ACTION.
           PERFORM 6000-WRITE-LINE.

       3400-HOLD-LATER-EXIT.
           EXIT.

      *---------------- CLOSE ---------------------------*
       4000-CLOSE.
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-HOLD-CNT TO WS-CNT-ED
           MOVE SPACES TO CLASHREC
           STRING "REGISTRATIONS HELD ON CLASH : " WS-CNT-ED
               INTO CLASHREC
           END-STRING
           WRITE CLASHREC.

           MOVE WS-REL-CNT TO WS-CNT-ED
           MOVE SPACES TO CLASHREC
           STRING "HOLDS RELEASED AS RESOLVED  : " WS-CNT-ED
               INTO CLASHREC
           END-STRING
           WRITE CLASHREC.

           CLOSE CLASHRPT.

       4000-CLOSE-EXIT.
           EXIT.

      *---------------- STATUS HISTORY ------------------*
       5000-WRITE-HISTORY.
           MOVE R-APPL-ID TO WS-HS-APPL-ID.
           MOVE R-COURSE-NAME TO WS-HS-COURSE-NAME.
           CALL "REGHIST" USING WS-HIST-PARMS.
           IF WS-HS-SQLCODE NOT = 0
               DISPLAY "HISTORY INSERT ERROR : " WS-HS-SQLCODE
                       " APPL " R-APPL-ID
               PERFORM 8000-SQL-FAIL
           END-IF.

       5000-WRITE-HISTORY-EXIT.
           EXIT.

      *---------------- CLASH REPORT --------------------*
       6000-WRITE-LINE.
           MOVE SPACES TO CLASHREC
           STRING WS-APPL-ID "  "
                  WS-ACTION "  "
                  WS-LATE-COURSE "  "
                  WS-EARLY-COURSE "  "
                  WS-SLOT-DAY "  "
                  WS-OVL-FROM "  "
                  WS-OVL-TO
               INTO CLASHREC
           END-STRING
           WRITE CLASHREC.

       6000-WRITE-LINE-EXIT.
           EXIT.

      *    THE CHANGE IN HAND IS BACKED OUT; EARLIER HOLDS AND
      *    RELEASES ARE COMMITTED AND A RERUN CARRIES ON FROM THERE.
       8000-SQL-FAIL.
           EXEC SQL
                ROLLBACK
           END-EXEC.
           CLOSE CLASHRPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       8000-SQL-FAIL-EXIT.
           EXIT.

      *---------------- RUN SUMMARY ---------------------*
       9000-TERMINATE.
           DISPLAY "HOLDS RELEASED      : " WS-REL-CNT
           DISPLAY "REGISTRATIONS HELD  : " WS-HOLD-CNT
           DISPLAY "FURTHER OVERLAPS    : " WS-ALSO-CNT.
           IF WS-HOLD-CNT > 0
               MOVE 4 TO WS-RC
           END-IF.

       9000-TERMINATE-EXIT.
           EXIT.
