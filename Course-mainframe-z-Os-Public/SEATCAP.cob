      *                layout the admissions mail-merge system
      *                consumes, so affected applicants are written
      *                to without re-keying the PROMORPT listing.
      *                A promotion is an offer, not a seat for good:
      *                the applicant goes to status OFR with an
      *                acceptance deadline the offer window on
      *                OFFERCARD (business days, Monday to Friday)
      *                past the run date, printed on the listing and
      *                carried on the NOTIFY record. Offers hold their
      *                seat against SEAT_CAP until REGOFFR confirms,
      *                releases or expires them. Every offer and
      *                demotion is written to REG_STAT_HIST through
      *                REGHIST in the course's unit of work; a
      *                history row that cannot be written rolls the
      *                course back and stops the run with no NOTIFY
      *                trailer, so the mail-merge refuses the file.
      *                Each offer and demotion updates the row only
      *                while it still holds the status the cursor
      *                read; a row another job changed in between is
      *                left alone, listed as CHANGED on PROMORPT and
      *                the console, and the next candidate is taken.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT OFFERCARD
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

       DATA DIVISION.
       FILE SECTION.

           05 NT-EFF-DATE           PIC X(8).
           05 FILLER                PIC X.
           05 NT-PRIOR-STAT         PIC X(3).
           05 FILLER                PIC X.
           05 NT-DEADLINE           PIC X(8).
           05 FILLER                PIC X(19).
       01  NOTIFY-TRL-REC.
           05 NTR-REC-TYPE          PIC X(3).
           05 FILLER                PIC X.
           05 NTR-COUNT             PIC 9(6).
           05 FILLER                PIC X(70).

      *    OFFER WINDOW IN BUSINESS DAYS, SHARED WITH REGOFFR.
       FD  OFFERCARD.
       01  OFFERREC.
           05 OC-OFFER-DAYS         PIC X(2).
           05 FILLER                PIC X(78).

       WORKING-STORAGE SECTION.

      *---------------- DB2 DECLARATIONS ----------------*

      *---------------- CURSOR DECLARATIONS -------------*
      *    ONE ROW PER COURSE WITH ITS SEAT CAPACITY AND THE
      *    CURRENT COUNT OF SEATS HELD - ACCEPTED, ON OFFER OR ON
      *    REGCLASH TIMETABLE-CLASH HOLD.
           EXEC SQL
                DECLARE CAP1 CURSOR WITH HOLD FOR
                    SELECT A.COURSE_NAME2,
                           (SELECT COUNT(*)
                              FROM COURSE_REG2 R
                             WHERE R.COURSE_NAME = A.COURSE_NAME2
                               AND R.COURSE_STATUS IN ('ACP', 'OFR',
                                                       'CLH'))
                      FROM DEPT_ALOT2 A
                     ORDER BY A.COURSE_NAME2
           END-EXEC.
                     ORDER BY R.APPL_ID
           END-EXEC.

      *    NEWEST SEAT HOLDERS FIRST, ACCEPTED OR ON OFFER, FOR
      *    DEMOTION OFF AN OVERFILLED COURSE.
           EXEC SQL
                DECLARE CACP CURSOR FOR
                    SELECT R.APPL_ID,
                           R.COURSE_STATUS
                      FROM COURSE_REG2 R
                     WHERE R.COURSE_NAME = :WS-COURSE-NAME
                       AND R.COURSE_STATUS IN ('ACP', 'OFR')
                     ORDER BY R.APPL_ID DESC
           END-EXEC.

       01 WS-DEMO-CNT             PIC 9(6) VALUE 0.
       01 WS-PROMO-CNT-ED         PIC ZZZ,ZZ9.
       01 WS-DEMO-CNT-ED          PIC ZZZ,ZZ9.
       01 WS-CHANGED-CNT          PIC 9(6) VALUE 0.
       01 WS-CHANGED-CNT-ED       PIC ZZZ,ZZ9.
       01 WS-FS2                  PIC 99.
       01 WS-NOTIFY-CNT           PIC 9(6) VALUE 0.
       01 WS-EFF-DATE             PIC X(8) VALUE SPACES.
       01 WS-NT-ACTION            PIC X(8) VALUE SPACES.
       01 WS-NT-PRIOR             PIC X(3) VALUE SPACES.
       01 WS-FS3                  PIC 99.
       01 WS-OFFER-DAYS           PIC 9(2) VALUE 5.
       01 WS-DEADLINE             PIC X(8) VALUE SPACES.
       01 WS-NT-DEADLINE          PIC X(8) VALUE SPACES.
       01 WS-PRIOR-STAT           PIC X(3).
      *    PARAMETERS FOR THE REGBDAY BUSINESS-DAY ROUTINE.
       01 WS-BDAY-PARMS.
          05 WS-BD-FUNCTION       PIC X(01).
          05 WS-BD-DATE1          PIC 9(8).
          05 WS-BD-DAYS           PIC 9(3).
          05 WS-BD-DATE2          PIC 9(8).
          05 WS-BD-RC             PIC 9(2).
      *    PARAMETERS FOR THE REGHIST STATUS HISTORY WRITER.
       01 WS-HIST-PARMS.
          05 WS-HS-APPL-ID        PIC X(5).
          05 WS-HS-COURSE-NAME    PIC X(20).
          05 WS-HS-OLD-STATUS     PIC X(3).
          05 WS-HS-NEW-STATUS     PIC X(3).
          05 WS-HS-PROGRAM        PIC X(8)  VALUE "REGSEAT".
          05 WS-HS-REASON         PIC X(30).
          05 WS-HS-SQLCODE        PIC S9(9) COMP.

       PROCEDURE DIVISION.

           END-IF.
           ACCEPT WS-EFF-DATE FROM DATE YYYYMMDD.

      *    A BLANK OR MISSING CARD KEEPS THE FIVE-DAY DEFAULT.
           OPEN INPUT OFFERCARD.
           IF WS-FS3 = 00
               READ OFFERCARD
                   AT END
                       MOVE SPACES TO OFFERREC
               END-READ
               CLOSE OFFERCARD
               IF OC-OFFER-DAYS NOT = SPACES
                   IF OC-OFFER-DAYS IS NUMERIC
                      AND OC-OFFER-DAYS NOT = "00"
                       MOVE OC-OFFER-DAYS TO WS-OFFER-DAYS
                   ELSE
                       DISPLAY "BAD OFFER WINDOW ON OFFERCARD : "
                               OC-OFFER-DAYS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

           MOVE "A" TO WS-BD-FUNCTION.
           MOVE WS-EFF-DATE TO WS-BD-DATE1.
           MOVE WS-OFFER-DAYS TO WS-BD-DAYS.
           CALL "REGBDAY" USING WS-BDAY-PARMS.
           IF WS-BD-RC NOT = 0
               DISPLAY "OFFER DEADLINE CALCULATION FAILED FOR "
                       WS-EFF-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BD-DATE2 TO WS-DEADLINE.
           DISPLAY "OFFER DEADLINE      : " WS-DEADLINE
                   " (" WS-OFFER-DAYS " BUSINESS DAYS)".

           MOVE SPACES TO PROMOREC
           STRING "COURSE                ACTION    APPL ID  DEADLINE"
               INTO PROMOREC
           END-STRING
           WRITE PROMOREC.
       2100-BALANCE-COURSE-EXIT.
           EXIT.

      *---------------- OFFER TO OLDEST WAITLISTED -------*
       2200-PROMOTE-WAITLIST.
           MOVE 0 TO WS-MOVED.

               WHEN WS-SQLCODE2 = 0
                    EXEC SQL
                         UPDATE COURSE_REG2
                            SET COURSE_STATUS = 'OFR',
                                UPD_TS = CURRENT TIMESTAMP
                          WHERE APPL_ID = :WS-APPL-ID
                            AND COURSE_NAME = :WS-COURSE-NAME
                            AND COURSE_STATUS = 'WTL'
                    END-EXEC
                    EVALUATE SQLCODE
                        WHEN 0
                            MOVE "WTL" TO WS-HS-OLD-STATUS
                            MOVE "OFR" TO WS-HS-NEW-STATUS
                            MOVE "OFFERED FROM WAITLIST"
                              TO WS-HS-REASON
                            PERFORM 2430-WRITE-HISTORY
                            ADD 1 TO WS-MOVED
                            ADD 1 TO WS-PROMO-CNT
                            PERFORM 2400-WRITE-PROMO-LINE
                            MOVE "OFFERED" TO WS-NT-ACTION
                            MOVE "WTL" TO WS-NT-PRIOR
                            MOVE WS-DEADLINE TO WS-NT-DEADLINE
                            PERFORM 2420-WRITE-NOTIFY
                        WHEN 100
                            PERFORM 2440-WRITE-CHANGED-LINE
                        WHEN OTHER
                            DISPLAY "PROMOTE UPDATE ERROR : " SQLCODE
                            MOVE 100 TO WS-SQLCODE2
                    END-EVALUATE
               WHEN WS-SQLCODE2 = 100
                    CONTINUE
               WHEN OTHER
       2310-DEMOTE-FETCH.
           EXEC SQL
                FETCH CACP
                  INTO :WS-APPL-ID,
                       :WS-PRIOR-STAT
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE2.
                                UPD_TS = CURRENT TIMESTAMP
                          WHERE APPL_ID = :WS-APPL-ID
                            AND COURSE_NAME = :WS-COURSE-NAME
                            AND COURSE_STATUS = :WS-PRIOR-STAT
                    END-EXEC
                    EVALUATE SQLCODE
                        WHEN 0
                            MOVE WS-PRIOR-STAT TO WS-HS-OLD-STATUS
                            MOVE "WTL" TO WS-HS-NEW-STATUS
                            MOVE "CAPACITY DEMOTION"
                              TO WS-HS-REASON
                            PERFORM 2430-WRITE-HISTORY
                            ADD 1 TO WS-MOVED
                            ADD 1 TO WS-DEMO-CNT
                            PERFORM 2410-WRITE-DEMO-LINE
                            MOVE "DEMOTED" TO WS-NT-ACTION
                            MOVE WS-PRIOR-STAT TO WS-NT-PRIOR
                            MOVE SPACES TO WS-NT-DEADLINE
                            PERFORM 2420-WRITE-NOTIFY
                        WHEN 100
                            PERFORM 2440-WRITE-CHANGED-LINE
                        WHEN OTHER
                            DISPLAY "DEMOTE UPDATE ERROR : " SQLCODE
                            MOVE 100 TO WS-SQLCODE2
                    END-EVALUATE
               WHEN WS-SQLCODE2 = 100
                    CONTINUE
               WHEN OTHER
       2400-WRITE-PROMO-LINE.
           MOVE SPACES TO PROMOREC
           STRING WS-COURSE-NAME "  "
                  "OFFERED   "
                  WS-APPL-ID "    "
                  WS-DEADLINE
               INTO PROMOREC
           END-STRING
           WRITE PROMOREC.
       2410-WRITE-DEMO-LINE-EXIT.
           EXIT.

      *    THE ROW LEFT THE STATUS THE CURSOR READ IT IN BEFORE THE
      *    UPDATE REACHED IT - ANOTHER JOB OR AN ONLINE CHANGE GOT
      *    THERE FIRST. NOTHING IS MOVED OR NOTIFIED FOR IT; THE
      *    NEXT CANDIDATE ON THE CURSOR IS TRIED INSTEAD.
       2440-WRITE-CHANGED-LINE.
           ADD 1 TO WS-CHANGED-CNT
           DISPLAY "ROW CHANGED - SKIPPED : " WS-COURSE-NAME
                   " " WS-APPL-ID
           MOVE SPACES TO PROMOREC
           STRING WS-COURSE-NAME "  "
                  "CHANGED   "
                  WS-APPL-ID "    "
                  "ROW CHANGED - SKIPPED"
               INTO PROMOREC
           END-STRING
           WRITE PROMOREC.

       2440-WRITE-CHANGED-LINE-EXIT.
           EXIT.

      *---------------- NOTIFICATION EXTRACT ------------*
      *    ONE FIXED-LAYOUT DETAIL PER AFFECTED APPLICANT FOR THE
      *    MAIL-MERGE SYSTEM - NOBODY RE-KEYS THE PROMORPT LISTING
           MOVE WS-NT-ACTION TO NT-ACTION
           MOVE WS-EFF-DATE TO NT-EFF-DATE
           MOVE WS-NT-PRIOR TO NT-PRIOR-STAT
           MOVE WS-NT-DEADLINE TO NT-DEADLINE
           WRITE NOTIFYREC
           ADD 1 TO WS-NOTIFY-CNT.

       2420-WRITE-NOTIFY-EXIT.
           EXIT.

      *---------------- STATUS HISTORY ------------------*
       2430-WRITE-HISTORY.
           MOVE WS-APPL-ID TO WS-HS-APPL-ID.
           MOVE WS-COURSE-NAME TO WS-HS-COURSE-NAME.
           CALL "REGHIST" USING WS-HIST-PARMS.
           IF WS-HS-SQLCODE NOT = 0
               DISPLAY "HISTORY INSERT ERROR : " WS-HS-SQLCODE
                       " APPL " WS-APPL-ID
                       " COURSE " WS-COURSE-NAME
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2430-WRITE-HISTORY-EXIT.
           EXIT.

      *---------------- CLOSE ---------------------------*
       4000-CLOSE.
           EXEC SQL

           MOVE WS-PROMO-CNT TO WS-PROMO-CNT-ED
           MOVE WS-DEMO-CNT TO WS-DEMO-CNT-ED
           MOVE WS-CHANGED-CNT TO WS-CHANGED-CNT-ED

           MOVE SPACES TO PROMOREC
           STRING "TOTAL OFFERED : " WS-PROMO-CNT-ED
                  "  TOTAL DEMOTED : " WS-DEMO-CNT-ED
               INTO PROMOREC
           END-STRING
           WRITE PROMOREC.

           MOVE SPACES TO PROMOREC
           STRING "ROWS CHANGED BY ANOTHER UPDATE - SKIPPED : "
                  WS-CHANGED-CNT-ED
               INTO PROMOREC
           END-STRING
           WRITE PROMOREC.

           CLOSE PROMORPT.

           MOVE SPACES TO NOTIFY-TRL-REC
      *---------------- RUN SUMMARY ---------------------*
       9000-TERMINATE.
           DISPLAY "COURSES EXAMINED    : " WS-COURSE-CNT
           DISPLAY "SEATS OFFERED       : " WS-PROMO-CNT
           DISPLAY "APPLICANTS DEMOTED  : " WS-DEMO-CNT
           DISPLAY "ROWS CHANGED/SKIPPED: " WS-CHANGED-CNT
           DISPLAY "NOTIFICATIONS CUT   : " WS-NOTIFY-CNT.

       9000-TERMINATE-EXIT.
