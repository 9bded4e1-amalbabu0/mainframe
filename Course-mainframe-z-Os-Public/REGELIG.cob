      *                STUDENT_RESULTS and COURSE_REG2 - the join
      *                CA61G086 loaded the marks KSDS into DB2 for.
      *                Runs ahead of REGSEAT: every accepted
      *                COURSE_REG2 registration, and every seat still
      *                on offer (OFR), is matched to the
      *                applicant's STUDENT_RESULTS row, and an
      *                applicant whose latest grade is F - or who has
      *                no result row at all - is suspended (status
      *                waitlisted applicant instead. Every
      *                suspension goes on the eligibility exception
      *                report for the registrar, subtotalled by
      *                department, and is written to REG_STAT_HIST
      *                through REGHIST with the old status and the
      *                grade reason, in the same unit of work as the
      *                suspension.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

           END-EXEC.

      *---------------- CURSOR DECLARATION --------------*
      *    SEAT-HOLDING REGISTRATIONS (ACCEPTED OR ON OFFER) WITH
      *    THE APPLICANT'S RESULT ROW LEFT-JOINED ON - STUDENT_RESULTS
      *    KEYS CARRY THE MARKS SIDE'S S-PREFIX IN FRONT OF THE
      *    FIVE-DIGIT ID. A NULL GRADE MEANS NO RESULT ROW EXISTS FOR
      *    THE APPLICANT.
           EXEC SQL
                DECLARE EL1 CURSOR WITH HOLD FOR
                    SELECT R.APPL_ID,
                           R.COURSE_NAME,
                           R.COURSE_STATUS,
                           A.DEPT_ID,
                           S.GRADE
                      FROM COURSE_REG2 R
                        ON R.COURSE_NAME = A.COURSE_NAME2
                      LEFT JOIN STUDENT_RESULTS S
                        ON S.STUDENT_ID = 'S' CONCAT R.APPL_ID
                     WHERE R.COURSE_STATUS IN ('ACP', 'OFR')
                     ORDER BY A.DEPT_ID, R.APPL_ID
           END-EXEC.

       01 WS-SUS-CNT              PIC 9(6)  VALUE 0.
       01 WS-OK-CNT               PIC 9(6)  VALUE 0.
       01 WS-CNT-ED               PIC ZZZ,ZZ9.
      *    PARAMETERS FOR THE REGHIST STATUS HISTORY WRITER.
       01 WS-HIST-PARMS.
          05 WS-HS-APPL-ID        PIC X(5).
          05 WS-HS-COURSE-NAME    PIC X(20).
          05 WS-HS-OLD-STATUS     PIC X(3).
          05 WS-HS-NEW-STATUS     PIC X(3).
          05 WS-HS-PROGRAM        PIC X(8)  VALUE "REGELIG".
          05 WS-HS-REASON         PIC X(30).
          05 WS-HS-SQLCODE        PIC S9(9) COMP.
      *    CONDITION CODES FOR THE NIGHTLY CHAIN: 0 CLEAN,
      *    4 SUSPENSIONS MADE, 8 FATAL.
       01 WS-RC                   PIC 9(2)  VALUE 0.
                FETCH EL1
                  INTO :R-APPL-ID,
                       :R-COURSE-NAME,
                       :R-COURSE-STATUS,
                       :A-DEPT-ID,
                       :WS-HV-GRADE :IND-GRADE
           END-EXEC.
                       UPD_TS = CURRENT TIMESTAMP
                 WHERE APPL_ID = :R-APPL-ID
                   AND COURSE_NAME = :R-COURSE-NAME
                   AND COURSE_STATUS IN ('ACP', 'OFR')
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 2250-WRITE-HISTORY
               ADD 1 TO WS-SUS-CNT
               EXEC SQL
                    COMMIT
       2200-SUSPEND-EXIT.
           EXIT.

      *    A HISTORY ROW THAT CANNOT BE WRITTEN TAKES THE
      *    SUSPENSION BACK WITH IT AND STOPS THE RUN - NO STATUS
      *    CHANGE IS LEFT WITHOUT ITS TRAIL.
       2250-WRITE-HISTORY.
           MOVE R-APPL-ID TO WS-HS-APPL-ID.
           MOVE R-COURSE-NAME TO WS-HS-COURSE-NAME.
           MOVE R-COURSE-STATUS TO WS-HS-OLD-STATUS.
           MOVE "SUS" TO WS-HS-NEW-STATUS.
           MOVE SPACES TO WS-HS-REASON.
           STRING "SUSPENDED - " WS-REASON
               INTO WS-HS-REASON
           END-STRING.
           CALL "REGHIST" USING WS-HIST-PARMS.
           IF WS-HS-SQLCODE NOT = 0
               DISPLAY "HISTORY INSERT ERROR : " WS-HS-SQLCODE
                       " APPL " R-APPL-ID
               EXEC SQL
                    ROLLBACK
               END-EXEC
               PERFORM 4000-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2250-WRITE-HISTORY-EXIT.
           EXIT.

       2300-WRITE-EXCEPTION.
           IF A-DEPT-ID NOT = WS-CUR-DEPT
               IF WS-CUR-DEPT NOT = SPACES
