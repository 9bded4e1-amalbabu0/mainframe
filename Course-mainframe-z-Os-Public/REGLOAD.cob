      *                with reasons plus an applied/rejected
      *                disposition report. Replaces the hand-typed
      *                SPUFI inserts that left orphaned course names
      *                for the PGM join to drop silently. Every
      *                applied transaction also writes its status
      *                change to REG_STAT_HIST through REGHIST in the
      *                same unit of work - blank to WTL for an ADD,
      *                the old status to DRP for a DROP (the row
      *                itself is deleted) and to WDR for a WITHDRAW.
      *                An ADD is refused when the course's class
      *                meets (COURSE_SCHED) at a time overlapping a
      *                seat the applicant already holds - accepted,
      *                on offer or on clash hold (CLH) - with its own
      *                "CLASH:" reject reason naming that course. A
      *                registration on clash hold is still active, so
      *                the registrar resolves a REGCLASH hold with a
      *                DROP or WITHDRAW here.
      *                Every transaction carries the keying
      *                operator's id (cols 39-46). A DROP deletes the
      *                registration outright, so it is not applied
      *                on one person's word: it goes to the PENDFILE
      *                approval queue, reported PENDING, and MNTAPPR
      *                releases it back to this loader once a second
      *                operator approves it, stamped with the
      *                approver's id (cols 48-55). Released
      *                transactions are read only from the MNTAPPR
      *                release file on DD5, after the day's keyed
      *                transactions; a keyed transaction carrying
      *                anything in the approver columns, a released
      *                one with none, and a transaction approved by
      *                the operator who keyed it are all rejected.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT PENDFILE
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

           SELECT RELFILE
               ASSIGN TO DD5
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

       DATA DIVISION.
       FILE SECTION.

           05 TR-COURSE-NAME        PIC X(20).
           05 FILLER                PIC X.
           05 TR-AGE                PIC X(2).
           05 FILLER                PIC X.
           05 TR-OPER-ID            PIC X(8).
           05 FILLER                PIC X.
           05 TR-APPR-ID            PIC X(8).
           05 FILLER                PIC X(25).

       FD  RPTFILE.
       01  RPTREC.
           05 RJ-REASON             PIC X(30).
           05 FILLER                PIC X(9).

      *    MAINTENANCE APPROVAL QUEUE - THE LAYOUT SHARED WITH THE
      *    MARKS, ACCOUNT AND RECEIPT PROGRAMS AND READ BY MNTAPPR.
      *    THE TRANSACTION IMAGE IS HELD AS KEYED.
       FD  PENDFILE.
       01  PENDREC.
           05 PQ-SOURCE             PIC X(8).
           05 FILLER                PIC X.
           05 PQ-REF.
              10 PQ-REF-RUN         PIC X(14).
              10 PQ-REF-SEQ         PIC 9(4).
           05 FILLER                PIC X.
           05 PQ-ENTRY-DATE         PIC X(8).
           05 FILLER                PIC X.
           05 PQ-OPER-ID            PIC X(8).
           05 FILLER                PIC X.
           05 PQ-KEY                PIC X(12).
           05 FILLER                PIC X.
           05 PQ-REASON             PIC X(20).
           05 FILLER                PIC X.
           05 PQ-TRAN               PIC X(80).

      *    DROPS RELEASED BY MNTAPPR - THE TRANSACTION IMAGE WITH
      *    THE APPROVER'S ID IN COLS 48-55. THE ONLY SOURCE OF
      *    APPROVED TRANSACTIONS.
       FD  RELFILE.
       01  RELREC                   PIC X(80).

       WORKING-STORAGE SECTION.

      *---------------- DB2 DECLARATIONS ----------------*
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-FS3                  PIC 99.
       01 WS-FS4                  PIC 99.
       01 WS-FS5                  PIC 99.
          88 FS5-OK               VALUE 00.
          88 FS5-EOF              VALUE 10.
       01 WS-SOURCE-SW            PIC X(01) VALUE "T".
          88 TRAN-KEYED           VALUE "T".
          88 TRAN-RELEASED        VALUE "R".
       01 WS-VALID-SW             PIC X(01).
          88 TRAN-VALID           VALUE "Y".
          88 TRAN-INVALID         VALUE "N".
       01 WS-DROP-CNT             PIC 9(6)  VALUE 0.
       01 WS-WDR-CNT              PIC 9(6)  VALUE 0.
       01 WS-REJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-PEND-CNT             PIC 9(6)  VALUE 0.
       01 WS-REL-CNT              PIC 9(6)  VALUE 0.
      *    DATE + TIME AT INIT - QUEUED DROPS ARE REFERENCED BY IT.
       01 WS-RUN-ID.
          05 WS-RUN-ID-DATE       PIC X(8).
          05 WS-RUN-ID-TIME       PIC X(6).
       01 WS-RUN-TIME             PIC X(8).
       01 WS-OLD-STATUS           PIC X(3)  VALUE SPACES.
       01 WS-CLASH-COURSE         PIC X(20) VALUE SPACES.
      *    PARAMETERS FOR THE REGHIST STATUS HISTORY WRITER.
       01 WS-HIST-PARMS.
          05 WS-HS-APPL-ID        PIC X(5).
          05 WS-HS-COURSE-NAME    PIC X(20).
          05 WS-HS-OLD-STATUS     PIC X(3).
          05 WS-HS-NEW-STATUS     PIC X(3).
          05 WS-HS-PROGRAM        PIC X(8)  VALUE "REGLOAD".
          05 WS-HS-REASON         PIC X(30).
          05 WS-HS-SQLCODE        PIC S9(9) COMP.
      *    CONDITION CODES FOR THE NIGHTLY CHAIN: 0 CLEAN,
      *    4 PROCESSED WITH REJECTS, 8 FATAL.
       01 WS-RC                   PIC 9(2)  VALUE 0.
           PERFORM 1000-INIT
           PERFORM 2000-READ
               UNTIL FS1-EOF
           SET TRAN-RELEASED TO TRUE
           PERFORM 2050-READ-RELEASED
               UNTIL FS5-EOF
           PERFORM 4000-CLOSE
           PERFORM 9000-TERMINATE
           MOVE WS-RC TO RETURN-CODE

           OPEN INPUT TRANFILE
                OUTPUT RPTFILE
                OUTPUT REJFILE
                EXTEND PENDFILE
                INPUT RELFILE.

           IF NOT FS1-OK OR WS-FS2 NOT = 00 OR WS-FS3 NOT = 00
              OR WS-FS4 NOT = 00 OR NOT FS5-OK
               DISPLAY "FILE OPEN FAILURE " WS-FS " "
                       WS-FS2 " " WS-FS3 " " WS-FS4 " " WS-FS5
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME.

       1000-INIT-EXIT.
           EXIT.

       2000-READ-EXIT.
           EXIT.

      *    APPROVED TRANSACTIONS COME FROM THE RELEASE FILE ONLY,
      *    AND ARE VALIDATED AGAIN BEFORE THEY ARE APPLIED.
       2050-READ-RELEASED.
           READ RELFILE
               AT END
                   SET FS5-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-CNT
                   ADD 1 TO WS-REL-CNT
                   MOVE RELREC TO TRANREC
                   PERFORM 2100-APPLY-TRAN
           END-READ.

       2050-READ-RELEASED-EXIT.
           EXIT.

       2100-APPLY-TRAN.
           PERFORM 2200-VALIDATE.
           IF TRAN-VALID
               EVALUATE TRUE
                   WHEN TR-ADD
                       PERFORM 2400-APPLY-ADD
                   WHEN TR-DROP
                    AND TRAN-KEYED
                       PERFORM 2950-QUEUE-PENDING
                   WHEN TR-DROP
                       PERFORM 2500-APPLY-DROP
                   WHEN TR-WITHDRAW
               MOVE "BAD APPL ID" TO WS-REJ-REASON
           END-IF.

           IF TRAN-VALID
              AND TR-OPER-ID = SPACES
               SET TRAN-INVALID TO TRUE
               MOVE "OPERATOR ID REQUIRED" TO WS-REJ-REASON
           END-IF.

           IF TRAN-VALID
              AND TRAN-KEYED
              AND TR-APPR-ID NOT = SPACES
               SET TRAN-INVALID TO TRUE
               MOVE "APPROVER FIELD NOT ALLOWED" TO WS-REJ-REASON
           END-IF.

           IF TRAN-VALID
              AND TRAN-RELEASED
              AND TR-APPR-ID = SPACES
               SET TRAN-INVALID TO TRUE
               MOVE "RELEASE NOT APPROVED" TO WS-REJ-REASON
           END-IF.

           IF TRAN-VALID
              AND TR-APPR-ID = TR-OPER-ID
               SET TRAN-INVALID TO TRUE
               MOVE "SELF-APPROVAL NOT ALLOWED" TO WS-REJ-REASON
           END-IF.

           IF TRAN-VALID
              AND TR-COURSE-NAME = SPACES
               SET TRAN-INVALID TO TRUE
               PERFORM 2220-CHECK-ACTIVE
           END-IF.

           IF TRAN-VALID
              AND TR-ADD
               PERFORM 2230-CHECK-CLASH
           END-IF.

       2200-VALIDATE-EXIT.
           EXIT.

       2210-CHECK-COURSE-EXIT.
           EXIT.

      *    AN ACTIVE REGISTRATION IS ACCEPTED, ON OFFER, WAITLISTED
      *    OR ON CLASH HOLD. AN ADD MUST NOT FIND ONE; A DROP OR
      *    WITHDRAW MUST FIND ONE, AND ITS STATUS IS KEPT AS THE OLD
      *    STATUS FOR THE HISTORY ROW.
       2220-CHECK-ACTIVE.
           MOVE TR-APPL-ID TO R-APPL-ID.
           MOVE TR-COURSE-NAME TO R-COURSE-NAME.
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(MAX(COURSE_STATUS), '   ')
                  INTO :WS-ACTIVE-CNT,
                       :WS-OLD-STATUS
                  FROM COURSE_REG2
                 WHERE APPL_ID = :R-APPL-ID
                   AND COURSE_NAME = :R-COURSE-NAME
                   AND COURSE_STATUS IN ('ACP', 'OFR', 'WTL',
                                        'CLH')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "COURSE_REG2 LOOKUP ERROR : " SQLCODE
       2220-CHECK-ACTIVE-EXIT.
           EXIT.

      *    THE NEW COURSE'S CLASS SLOTS AGAINST THE SLOTS OF EVERY
      *    SEAT THE APPLICANT HOLDS - SAME DAY, OVERLAPPING TIMES.
      *    A COURSE WITH NO SLOTS ON COURSE_SCHED CANNOT CLASH.
       2230-CHECK-CLASH.
           EXEC SQL
                SELECT COALESCE(MIN(R.COURSE_NAME), ' ')
                  INTO :WS-CLASH-COURSE
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
                   AND R.COURSE_STATUS IN ('ACP', 'OFR', 'CLH')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "TIMETABLE LOOKUP ERROR : " SQLCODE
               SET TRAN-INVALID TO TRUE
               MOVE "SQL ERROR ON CLASH CHECK" TO WS-REJ-REASON
           ELSE
               IF WS-CLASH-COURSE NOT = SPACES
                   SET TRAN-INVALID TO TRUE
                   STRING "CLASH: " WS-CLASH-COURSE
                       INTO WS-REJ-REASON
                   END-STRING
               END-IF
           END-IF.

       2230-CHECK-CLASH-EXIT.
           EXIT.

      *---------------- APPLY ---------------------------*
      *    ADDS ARRIVE WAITLISTED - REGSEAT, NOT THIS LOADER,
      *    DECIDES WHO GETS A FREE SEAT.
                        CURRENT TIMESTAMP, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               MOVE SPACES TO WS-HS-OLD-STATUS
               MOVE "WTL" TO WS-HS-NEW-STATUS
               MOVE "NEW REGISTRATION" TO WS-HS-REASON
               PERFORM 2700-WRITE-HISTORY
               ADD 1 TO WS-ADD-CNT
               EXEC SQL
                    COMMIT
       2400-APPLY-ADD-EXIT.
           EXIT.

      *    THE HISTORY ROW GOES FIRST - IT TAKES COURSE_ID FROM THE
      *    REGISTRATION ROW THE DELETE IS ABOUT TO REMOVE.
       2500-APPLY-DROP.
           MOVE WS-OLD-STATUS TO WS-HS-OLD-STATUS.
           MOVE "DRP" TO WS-HS-NEW-STATUS.
           MOVE "DROPPED BY TRANSACTION" TO WS-HS-REASON.
           PERFORM 2700-WRITE-HISTORY.
           EXEC SQL
                DELETE FROM COURSE_REG2
                 WHERE APPL_ID = :R-APPL-ID
                   AND COURSE_NAME = :R-COURSE-NAME
                   AND COURSE_STATUS IN ('ACP', 'OFR', 'WTL',
                                        'CLH')
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-DROP-CNT
                       UPD_TS = CURRENT TIMESTAMP
                 WHERE APPL_ID = :R-APPL-ID
                   AND COURSE_NAME = :R-COURSE-NAME
                   AND COURSE_STATUS IN ('ACP', 'OFR', 'WTL',
                                        'CLH')
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-OLD-STATUS TO WS-HS-OLD-STATUS
               MOVE "WDR" TO WS-HS-NEW-STATUS
               MOVE "WITHDRAWN BY TRANSACTION" TO WS-HS-REASON
               PERFORM 2700-WRITE-HISTORY
               ADD 1 TO WS-WDR-CNT
               EXEC SQL
                    COMMIT
       2600-APPLY-WITHDRAW-EXIT.
           EXIT.

      *---------------- STATUS HISTORY ------------------*
      *    A HISTORY ROW THAT CANNOT BE WRITTEN MEANS EVERY LATER
      *    ONE WILL FAIL TOO - THE CHANGE IN HAND IS ROLLED BACK
      *    WITH IT AND THE RUN STOPS RATHER THAN APPLY CHANGES
      *    THAT LEAVE NO TRAIL.
       2700-WRITE-HISTORY.
           MOVE R-APPL-ID TO WS-HS-APPL-ID.
           MOVE R-COURSE-NAME TO WS-HS-COURSE-NAME.
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

       2700-WRITE-HISTORY-EXIT.
           EXIT.

      *---------------- DISPOSITIONS --------------------*
       2800-REPORT-APPLIED.
           MOVE SPACES TO RPTREC.
       2900-REPORT-REJECT-EXIT.
           EXIT.

      *---------------- APPROVAL QUEUE ------------------*
      *    A DROP IS VALIDATED AS IF IT WERE TO BE APPLIED, THEN
      *    QUEUED AS KEYED. COURSE_REG2 IS NOT TOUCHED UNTIL MNTAPPR
      *    SENDS IT BACK APPROVED, WHEN IT IS VALIDATED AGAIN.
       2950-QUEUE-PENDING.
           ADD 1 TO WS-PEND-CNT.
           MOVE SPACES TO PENDREC.
           MOVE "REGLOAD" TO PQ-SOURCE.
           MOVE WS-RUN-ID TO PQ-REF-RUN.
           MOVE WS-PEND-CNT TO PQ-REF-SEQ.
           MOVE WS-RUN-ID-DATE TO PQ-ENTRY-DATE.
           MOVE TR-OPER-ID TO PQ-OPER-ID.
           MOVE TR-APPL-ID TO PQ-KEY.
           MOVE "REGISTRATION DROP" TO PQ-REASON.
           MOVE TRANREC TO PQ-TRAN.
           WRITE PENDREC.
           IF WS-FS4 NOT = 00
               DISPLAY "PENDFILE WRITE FAILED " WS-FS4
                       " - RUN STOPPED"
               PERFORM 4000-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO RPTREC.
           MOVE TR-ACTION TO RP-ACTION.
           MOVE TR-APPL-ID TO RP-APPL-ID.
           MOVE TR-COURSE-NAME TO RP-COURSE-NAME.
           MOVE "PENDING" TO RP-DISP.
           STRING "APPROVAL REF " PQ-REF
               INTO RP-REASON
           END-STRING.
           WRITE RPTREC.

       2950-QUEUE-PENDING-EXIT.
           EXIT.

      *---------------- CLOSE ---------------------------*
       4000-CLOSE.
           EXEC SQL
           END-EXEC.
           CLOSE TRANFILE
                 RPTFILE
                 REJFILE
                 PENDFILE
                 RELFILE.

       4000-CLOSE-EXIT.
           EXIT.
      *---------------- RUN SUMMARY ---------------------*
       9000-TERMINATE.
           DISPLAY "TRANSACTIONS READ   : " WS-TRAN-CNT
           DISPLAY "OF WHICH RELEASED   : " WS-REL-CNT
           DISPLAY "ADDS APPLIED        : " WS-ADD-CNT
           DISPLAY "DROPS APPLIED       : " WS-DROP-CNT
           DISPLAY "WITHDRAWS APPLIED   : " WS-WDR-CNT
           DISPLAY "REJECTED            : " WS-REJ-CNT
           DISPLAY "QUEUED FOR APPROVAL : " WS-PEND-CNT.
           IF WS-REJ-CNT > 0
               MOVE 4 TO WS-RC
           END-IF.
