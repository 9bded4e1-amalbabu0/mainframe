      *****************************************************************
      * PROGRAM NAME : REGTIME
      * DESCRIPTION  : Applicant registration timeline inquiry, in
      *                the style of the CA31G086 request-card
      *                inquiry. Each request card carries an APPL_ID
      *                in columns 1-5, and the applicant's full
      *                timeline across all their courses is printed:
      *                first the status history of closed terms, read
      *                from the type H records REGARCH carried into
      *                its history archive, then the live
      *                REG_STAT_HIST rows in timestamp order - when,
      *                which course, old and new status, the program
      *                that made the change and why - and last the
      *                applicant's registrations as they stand on
      *                COURSE_REG2.
      *                The archive is optional: when it cannot be
      *                opened the live history is still answered and
      *                the report says so. A card that is not a
      *                five-digit APPL_ID is listed as unrecognised
      *                and ends the run RC 4.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGTIME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQFILE
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS1.

           SELECT TIMERPT
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT ARCHFILE
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

       DATA DIVISION.
       FILE SECTION.

       FD  REQFILE.
       01  REQREC.
           05 RQ-APPL-ID            PIC X(5).
           05 FILLER                PIC X(75).

       FD  TIMERPT.
       01  TIMEREC                  PIC X(132).

      *    REGARCH HISTORY ARCHIVE - TYPE H (STATUS HISTORY)
      *    RECORDS ONLY, KEPT APART FROM THE 80-BYTE TERM ARCHIVE.
       FD  ARCHFILE.
       01  ARCHHREC.
           05 AH-TERM               PIC X(6).
           05 FILLER                PIC X.
           05 AH-REC-TYPE           PIC X(1).
           05 FILLER                PIC X.
           05 AH-COURSE-NAME        PIC X(20).
           05 FILLER                PIC X.
           05 AH-APPL-ID            PIC X(5).
           05 FILLER                PIC X.
           05 AH-COURSE-ID          PIC X(5).
           05 FILLER                PIC X.
           05 AH-OLD-STATUS         PIC X(3).
           05 FILLER                PIC X.
           05 AH-NEW-STATUS         PIC X(3).
           05 FILLER                PIC X.
           05 AH-CHG-PGM            PIC X(8).
           05 FILLER                PIC X.
           05 AH-CHG-TS             PIC X(26).
           05 FILLER                PIC X.
           05 AH-CHG-REASON         PIC X(30).
           05 FILLER                PIC X(16).

       WORKING-STORAGE SECTION.

      *---------------- DB2 DECLARATIONS ----------------*
           EXEC SQL
                INCLUDE REGDCL
           END-EXEC.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *    HOST VARIABLES FOR REG_STAT_HIST.
       01 H-REG-STAT-HIST.
          05 H-APPL-ID            PIC X(5).
          05 H-COURSE-NAME        PIC X(20).
          05 H-OLD-STATUS         PIC X(3).
          05 H-NEW-STATUS         PIC X(3).
          05 H-CHG-PGM            PIC X(8).
          05 H-CHG-TS             PIC X(26).
          05 H-CHG-REASON         PIC X(30).

      *---------------- CURSOR DECLARATIONS -------------*
      *    THE APPLICANT'S LIVE STATUS HISTORY, ALL COURSES, IN THE
      *    ORDER THE CHANGES WERE MADE.
           EXEC SQL
                DECLARE TL1 CURSOR FOR
                    SELECT H.COURSE_NAME,
                           H.OLD_STATUS,
                           H.NEW_STATUS,
                           H.CHG_PGM,
                           CHAR(H.CHG_TS),
                           H.CHG_REASON
                      FROM REG_STAT_HIST H
                     WHERE H.APPL_ID = :H-APPL-ID
                     ORDER BY H.CHG_TS, H.COURSE_NAME
           END-EXEC.

      *    THE APPLICANT'S REGISTRATIONS AS THEY STAND NOW.
           EXEC SQL
                DECLARE TL2 CURSOR FOR
                    SELECT R.COURSE_NAME,
                           R.COURSE_STATUS,
                           CHAR(R.UPD_TS)
                      FROM COURSE_REG2 R
                     WHERE R.APPL_ID = :R-APPL-ID
                     ORDER BY R.COURSE_NAME
           END-EXEC.

      *---------------- WORK VARIABLES ------------------*
       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-FS3                  PIC 99.
          88 FS3-OK               VALUE 00.
          88 FS3-EOF              VALUE 10.
       01 WS-ARCH-SW              PIC X(01) VALUE "N".
          88 ARCH-AVAILABLE       VALUE "Y".
          88 ARCH-MISSING         VALUE "N".
       01 WS-SQLCODE1             PIC S9(9) COMP VALUE 0.
       01 WS-UPD-TS               PIC X(26).
       01 WS-ARCH-HITS            PIC 9(6)  VALUE 0.
       01 WS-LIVE-HITS            PIC 9(6)  VALUE 0.
       01 WS-REG-HITS             PIC 9(6)  VALUE 0.
       01 WS-REQ-CNT              PIC 9(6)  VALUE 0.
       01 WS-FND-CNT              PIC 9(6)  VALUE 0.
       01 WS-NFD-CNT              PIC 9(6)  VALUE 0.
       01 WS-BAD-CNT              PIC 9(6)  VALUE 0.
       01 WS-CNT-ED               PIC ZZZ,ZZ9.
       01 WS-CNT-ED2              PIC ZZZ,ZZ9.
       01 WS-CNT-ED3              PIC ZZZ,ZZ9.
      *    CONDITION CODES: 0 CLEAN, 4 UNRECOGNISED CARDS, 8 FATAL.
       01 WS-RC                   PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-READ
               UNTIL FS1-EOF
           PERFORM 4000-CLOSE
           PERFORM 9000-TERMINATE
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *---------------- INITIALIZATION ------------------*
       1000-INIT.
           OPEN INPUT REQFILE
                OUTPUT TIMERPT.
           IF NOT FS1-OK OR WS-FS2 NOT = 00
               DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A MISSING ARCHIVE ONLY COSTS THE CLOSED TERMS - PROBE IT
      *    ONCE HERE; EACH REQUEST RE-OPENS IT FOR ITS OWN PASS.
           OPEN INPUT ARCHFILE.
           IF FS3-OK
               SET ARCH-AVAILABLE TO TRUE
               CLOSE ARCHFILE
           ELSE
               SET ARCH-MISSING TO TRUE
               DISPLAY "ARCHFILE OPEN ERROR " WS-FS3
                       " - LIVE HISTORY ONLY"
           END-IF.

       1000-INIT-EXIT.
           EXIT.

       2000-READ.
           READ REQFILE
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQ-CNT
                   IF RQ-APPL-ID IS NUMERIC
                       PERFORM 2100-TIMELINE
                   ELSE
                       PERFORM 2900-BAD-REQUEST
                   END-IF
           END-READ.

       2000-READ-EXIT.
           EXIT.

      *---------------- ONE APPLICANT ---------------------*
       2100-TIMELINE.
           MOVE 0 TO WS-ARCH-HITS
                     WS-LIVE-HITS
                     WS-REG-HITS.

           MOVE SPACES TO TIMEREC
           WRITE TIMEREC
           MOVE SPACES TO TIMEREC
           STRING "APPLICANT " RQ-APPL-ID
                  " - REGISTRATION TIMELINE"
               INTO TIMEREC
           END-STRING
           WRITE TIMEREC.
           MOVE SPACES TO TIMEREC
           STRING "  TERM    CHANGED AT                  "
                  "COURSE                OLD NEW  "
                  "PROGRAM   REASON"
               INTO TIMEREC
           END-STRING
           WRITE TIMEREC.

           IF ARCH-AVAILABLE
               PERFORM 2200-ARCHIVE-PASS
           ELSE
               MOVE SPACES TO TIMEREC
               STRING "  ** TERM ARCHIVE NOT AVAILABLE - CLOSED "
                      "TERMS NOT SHOWN **"
                   INTO TIMEREC
               END-STRING
               WRITE TIMEREC
           END-IF.

           PERFORM 2300-LIVE-HISTORY.
           PERFORM 2400-CURRENT-REGS.

           IF WS-ARCH-HITS = 0 AND WS-LIVE-HITS = 0
              AND WS-REG-HITS = 0
               ADD 1 TO WS-NFD-CNT
               MOVE SPACES TO TIMEREC
               STRING "  NO REGISTRATION HISTORY FOR THIS APPLICANT"
                   INTO TIMEREC
               END-STRING
               WRITE TIMEREC
           ELSE
               ADD 1 TO WS-FND-CNT
           END-IF.

           MOVE WS-ARCH-HITS TO WS-CNT-ED
           MOVE WS-LIVE-HITS TO WS-CNT-ED2
           MOVE WS-REG-HITS TO WS-CNT-ED3
           MOVE SPACES TO TIMEREC
           STRING "  CHANGES ARCHIVED " WS-CNT-ED
                  "  LIVE " WS-CNT-ED2
                  "  REGISTRATIONS " WS-CNT-ED3
               INTO TIMEREC
           END-STRING
           WRITE TIMEREC.

       2100-TIMELINE-EXIT.
           EXIT.

      *---------------- CLOSED TERMS --------------------*
      *    REGARCH WRITES THE GENERATIONS IN TERM ORDER AND EACH
      *    COURSE'S HISTORY BY APPLICANT AND TIMESTAMP, SO A
      *    SEQUENTIAL PASS OVER THE CONCATENATION YIELDS EACH TERM
      *    IN TURN.
       2200-ARCHIVE-PASS.
           OPEN INPUT ARCHFILE.
           IF NOT FS3-OK
               DISPLAY "ARCHFILE REOPEN ERROR " WS-FS3
                       " - ARCHIVE PASS SKIPPED"
           ELSE
               PERFORM 2210-ARCHIVE-READ
                   UNTIL FS3-EOF
               CLOSE ARCHFILE
           END-IF.

       2200-ARCHIVE-PASS-EXIT.
           EXIT.

       2210-ARCHIVE-READ.
           READ ARCHFILE
               AT END
                   SET FS3-EOF TO TRUE
               NOT AT END
                   IF AH-REC-TYPE = "H"
                      AND AH-APPL-ID = RQ-APPL-ID
                       ADD 1 TO WS-ARCH-HITS
                       MOVE SPACES TO TIMEREC
                       STRING "  " AH-TERM
                              "  " AH-CHG-TS
                              "  " AH-COURSE-NAME
                              "  " AH-OLD-STATUS
                              " " AH-NEW-STATUS
                              "  " AH-CHG-PGM
                              "  " AH-CHG-REASON
                           INTO TIMEREC
                       END-STRING
                       WRITE TIMEREC
                   END-IF
           END-READ.

       2210-ARCHIVE-READ-EXIT.
           EXIT.

      *---------------- LIVE HISTORY --------------------*
       2300-LIVE-HISTORY.
           MOVE RQ-APPL-ID TO H-APPL-ID.
           EXEC SQL
                OPEN TL1
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE1.
           IF WS-SQLCODE1 NOT = 0
               DISPLAY "TL1 OPEN ERROR : " WS-SQLCODE1
               PERFORM 4000-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2310-LIVE-FETCH
               UNTIL WS-SQLCODE1 = 100.

           EXEC SQL
                CLOSE TL1
           END-EXEC.

       2300-LIVE-HISTORY-EXIT.
           EXIT.

       2310-LIVE-FETCH.
           EXEC SQL
                FETCH TL1
                  INTO :H-COURSE-NAME,
                       :H-OLD-STATUS,
                       :H-NEW-STATUS,
                       :H-CHG-PGM,
                       :H-CHG-TS,
                       :H-CHG-REASON
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE1.
           EVALUATE WS-SQLCODE1
               WHEN 0
                    ADD 1 TO WS-LIVE-HITS
                    MOVE SPACES TO TIMEREC
                    STRING "  LIVE  "
                           "  " H-CHG-TS
                           "  " H-COURSE-NAME
                           "  " H-OLD-STATUS
                           " " H-NEW-STATUS
                           "  " H-CHG-PGM
                           "  " H-CHG-REASON
                        INTO TIMEREC
                    END-STRING
                    WRITE TIMEREC
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "TL1 FETCH ERROR : " WS-SQLCODE1
                    PERFORM 4000-CLOSE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2310-LIVE-FETCH-EXIT.
           EXIT.

      *---------------- WHERE THINGS STAND --------------*
       2400-CURRENT-REGS.
           MOVE RQ-APPL-ID TO R-APPL-ID.
           EXEC SQL
                OPEN TL2
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE1.
           IF WS-SQLCODE1 NOT = 0
               DISPLAY "TL2 OPEN ERROR : " WS-SQLCODE1
               PERFORM 4000-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2410-CURRENT-FETCH
               UNTIL WS-SQLCODE1 = 100.

           EXEC SQL
                CLOSE TL2
           END-EXEC.

       2400-CURRENT-REGS-EXIT.
           EXIT.

       2410-CURRENT-FETCH.
           EXEC SQL
                FETCH TL2
                  INTO :R-COURSE-NAME,
                       :R-COURSE-STATUS,
                       :WS-UPD-TS
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE1.
           EVALUATE WS-SQLCODE1
               WHEN 0
                    ADD 1 TO WS-REG-HITS
                    IF WS-REG-HITS = 1
                        MOVE SPACES TO TIMEREC
                        STRING "  CURRENT REGISTRATIONS"
                            INTO TIMEREC
                        END-STRING
                        WRITE TIMEREC
                    END-IF
                    MOVE SPACES TO TIMEREC
                    STRING "  NOW     " WS-UPD-TS
                           "  " R-COURSE-NAME
                           "      " R-COURSE-STATUS
                        INTO TIMEREC
                    END-STRING
                    WRITE TIMEREC
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "TL2 FETCH ERROR : " WS-SQLCODE1
                    PERFORM 4000-CLOSE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       2410-CURRENT-FETCH-EXIT.
           EXIT.

       2900-BAD-REQUEST.
           ADD 1 TO WS-BAD-CNT.
           MOVE SPACES TO TIMEREC
           WRITE TIMEREC
           MOVE SPACES TO TIMEREC
           STRING "UNRECOGNISED REQUEST : " REQREC(1:20)
               INTO TIMEREC
           END-STRING
           WRITE TIMEREC.

       2900-BAD-REQUEST-EXIT.
           EXIT.

      *---------------- CLOSE ---------------------------*
       4000-CLOSE.
           CLOSE REQFILE
                 TIMERPT.

       4000-CLOSE-EXIT.
           EXIT.

      *---------------- RUN SUMMARY ---------------------*
       9000-TERMINATE.
           DISPLAY "REQUESTS READ       : " WS-REQ-CNT
           DISPLAY "TIMELINES PRINTED   : " WS-FND-CNT
           DISPLAY "NO HISTORY FOUND    : " WS-NFD-CNT
           DISPLAY "UNRECOGNISED        : " WS-BAD-CNT.
           IF WS-BAD-CNT > 0
               MOVE 4 TO WS-RC
           END-IF.

       9000-TERMINATE-EXIT.
           EXIT.
