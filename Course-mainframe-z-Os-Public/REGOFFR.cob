      *****************************************************************
      * PROGRAM NAME : REGOFFR
      * DESCRIPTION  : Daily seat-offer processing. REGSEAT no longer
      *                hands a waitlisted applicant a seat for good -
      *                it offers it (status OFR) with an acceptance
      *                deadline the OFFERCARD window of business days
      *                past the offer date. Each business day this run
      *                reads the applicant confirmation file: an
      *                acceptance moves the offer to ACP, a decline
      *                releases it (status DEC). Offers still open
      *                past their deadline are expired (status EXP).
      *                The seats given back are offered to the next
      *                waitlisted applicants, oldest first, in the
      *                same run. Declines, expiries and new offers go
      *                on the NOTIFY interface file in REGSEAT's
      *                layout for the admissions mail-merge, every
      *                action goes on the daily activity listing, and
      *                the offer-status report lists the offers still
      *                outstanding by business days remaining. A
      *                confirmation that matches no outstanding offer
      *                is rejected on the listing and ends the run
      *                RC 4. Every confirmation, decline, expiry and
      *                re-offer is written to REG_STAT_HIST through
      *                REGHIST in the same unit of work as the status
      *                change; a history row that cannot be written
      *                rolls the change back and stops the run RC 8
      *                with no NOTIFY trailer.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGOFFR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFFILE
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS.

           SELECT OFFERCARD
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT OFFRPT
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT NOTIFY
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

           SELECT STATRPT
               ASSIGN TO DD5
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

       DATA DIVISION.
       FILE SECTION.

       FD  CONFFILE.
       01  CONFREC.
           05 CF-APPL-ID            PIC X(5).
           05 FILLER                PIC X.
           05 CF-COURSE-NAME        PIC X(20).
           05 FILLER                PIC X.
           05 CF-RESPONSE           PIC X(01).
              88 CF-ACCEPT          VALUE "A".
              88 CF-DECLINE         VALUE "D".
           05 FILLER                PIC X(52).

      *    OFFER WINDOW IN BUSINESS DAYS, SHARED WITH REGSEAT.
       FD  OFFERCARD.
       01  OFFERREC.
           05 OC-OFFER-DAYS         PIC X(2).
           05 FILLER                PIC X(78).

       FD  OFFRPT.
       01  OFFRPTREC                PIC X(80).

      *    SAME LAYOUT AS THE REGSEAT NOTIFY FILE.
       FD  NOTIFY.
       01  NOTIFYREC.
           05 NT-REC-TYPE           PIC X(3).
           05 FILLER                PIC X.
           05 NT-APPL-ID            PIC X(5).
           05 FILLER                PIC X.
           05 NT-COURSE             PIC X(20).
           05 FILLER                PIC X.
           05 NT-ACTION             PIC X(8).
           05 FILLER                PIC X.
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

       FD  STATRPT.
       01  STATREC                  PIC X(80).

       WORKING-STORAGE SECTION.

      *---------------- DB2 DECLARATIONS ----------------*
           EXEC SQL
                INCLUDE REGDCL
           END-EXEC.

           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *---------------- CURSOR DECLARATIONS -------------*
      *    OUTSTANDING OFFERS WITH THE DATE THEY WERE MADE - UPD_TS
      *    IS STAMPED WHEN THE ROW GOES TO OFR AND NOT TOUCHED AGAIN
      *    UNTIL THE OFFER IS SETTLED.
           EXEC SQL
                DECLARE OFX CURSOR WITH HOLD FOR
                    SELECT R.APPL_ID,
                           R.COURSE_NAME,
                           CHAR(DATE(R.UPD_TS), ISO)
                      FROM COURSE_REG2 R
                     WHERE R.COURSE_STATUS = 'OFR'
                     ORDER BY R.APPL_ID
           END-EXEC.

      *    ONE ROW PER COURSE WITH ITS SEAT CAPACITY AND THE SEATS
      *    HELD - ACCEPTED, ON OFFER OR ON CLASH HOLD - AS REGSEAT
      *    COUNTS THEM.
           EXEC SQL
                DECLARE CAP1 CURSOR WITH HOLD FOR
                    SELECT A.COURSE_NAME2,
                           A.SEAT_CAP,
                           (SELECT COUNT(*)
                              FROM COURSE_REG2 R
                             WHERE R.COURSE_NAME = A.COURSE_NAME2
                               AND R.COURSE_STATUS IN ('ACP', 'OFR',
                                                       'CLH'))
                      FROM DEPT_ALOT2 A
                     ORDER BY A.COURSE_NAME2
           END-EXEC.

      *    OLDEST WAITLISTED APPLICANTS FIRST, AS IN REGSEAT.
           EXEC SQL
                DECLARE CWTL CURSOR FOR
                    SELECT R.APPL_ID
                      FROM COURSE_REG2 R
                     WHERE R.COURSE_NAME = :WS-COURSE-NAME
                       AND R.COURSE_STATUS = 'WTL'
                     ORDER BY R.APPL_ID
           END-EXEC.

      *    OFFERS STILL OPEN AFTER THE DAY'S WORK, OLDEST FIRST -
      *    THE DEADLINE MOVES FORWARD WITH THE OFFER DATE, SO THIS
      *    IS ALSO FEWEST BUSINESS DAYS REMAINING FIRST.
           EXEC SQL
                DECLARE OFS CURSOR FOR
                    SELECT R.APPL_ID,
                           R.COURSE_NAME,
                           CHAR(DATE(R.UPD_TS), ISO)
                      FROM COURSE_REG2 R
                     WHERE R.COURSE_STATUS = 'OFR'
                     ORDER BY DATE(R.UPD_TS), R.APPL_ID
           END-EXEC.

      *---------------- WORK VARIABLES ------------------*
       01 WS-FS                   PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-FS3                  PIC 99.
       01 WS-FS4                  PIC 99.
       01 WS-FS5                  PIC 99.
       01 WS-VALID-SW             PIC X(01).
          88 CONF-VALID           VALUE "Y".
          88 CONF-INVALID         VALUE "N".
       01 WS-REJ-REASON           PIC X(30).
       01 WS-TODAY                PIC X(8)  VALUE SPACES.
       01 WS-OFFER-DAYS           PIC 9(2)  VALUE 5.
       01 WS-NEW-DEADLINE         PIC X(8)  VALUE SPACES.
       01 WS-COURSE-NAME          PIC X(20).
       01 WS-APPL-ID              PIC X(5).
       01 WS-SEAT-CAP             PIC S9(9) COMP.
       01 WS-HELD-CNT             PIC S9(9) COMP.
       01 WS-MOVE-CNT             PIC S9(9) COMP.
       01 WS-MOVED                PIC S9(9) COMP.
       01 WS-SQLCODE2             PIC S9(9) COMP VALUE 0.
       01 WS-SQLCODE3             PIC S9(9) COMP VALUE 0.
       01 WS-OFFER-ISO            PIC X(10).
       01 WS-OFFER-DATE           PIC X(8).
       01 WS-DEADLINE             PIC X(8).
       01 WS-DAYS-LEFT            PIC 9(3).
       01 WS-CUR-DAYS             PIC 9(3).
       01 WS-DX                   PIC 9(3).
       01 WS-MAX-DAYS             PIC 9(3)  VALUE 0.
       01 WS-ACTION               PIC X(10).
       01 WS-NT-ACTION            PIC X(8)  VALUE SPACES.
       01 WS-NT-DEADLINE          PIC X(8)  VALUE SPACES.
       01 WS-DAYS-ED              PIC ZZ9.
       01 WS-CNT-ED               PIC ZZZ,ZZ9.
       01 WS-CONF-CNT             PIC 9(6)  VALUE 0.
       01 WS-ACCEPT-CNT           PIC 9(6)  VALUE 0.
       01 WS-DECLINE-CNT          PIC 9(6)  VALUE 0.
       01 WS-REJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-EXPIRE-CNT           PIC 9(6)  VALUE 0.
       01 WS-REOFFER-CNT          PIC 9(6)  VALUE 0.
       01 WS-OPEN-CNT             PIC 9(6)  VALUE 0.
       01 WS-GRP-CNT              PIC 9(6)  VALUE 0.
       01 WS-NOTIFY-CNT           PIC 9(6)  VALUE 0.
      *    CONDITION CODES: 0 CLEAN, 4 CONFIRMATIONS REJECTED,
      *    8 FATAL.
       01 WS-RC                   PIC 9(2)  VALUE 0.

      *    OUTSTANDING OFFERS BY BUSINESS DAYS REMAINING, ENTRY 1
      *    FOR NONE LEFT (DEADLINE TODAY).
       01 WS-DAYS-TAB.
          05 WS-DAYS-CNT          OCCURS 100 TIMES PIC 9(6).

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
          05 WS-HS-PROGRAM        PIC X(8)  VALUE "REGOFFR".
          05 WS-HS-REASON         PIC X(30).
          05 WS-HS-SQLCODE        PIC S9(9) COMP.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-READ-CONF
               UNTIL FS1-EOF
           PERFORM 3000-EXPIRE
           PERFORM 4000-REOFFER
           PERFORM 5000-OFFER-STATUS
           PERFORM 8000-CLOSE
           PERFORM 9000-TERMINATE
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *---------------- INITIALIZATION ------------------*
       1000-INIT.
           INITIALIZE WS-FS WS-FS2 WS-FS3 WS-FS4 WS-FS5
                      WS-DAYS-TAB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *    A BLANK OR MISSING CARD KEEPS THE FIVE-DAY DEFAULT.
           OPEN INPUT OFFERCARD.
           IF WS-FS2 = 00
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

           MOVE WS-TODAY TO WS-OFFER-DATE.
           PERFORM 3200-CALC-DEADLINE.
           MOVE WS-DEADLINE TO WS-NEW-DEADLINE.

           OPEN INPUT CONFFILE
                OUTPUT OFFRPT
                OUTPUT NOTIFY
                OUTPUT STATRPT.
           IF NOT FS1-OK OR WS-FS3 NOT = 00 OR WS-FS4 NOT = 00
              OR WS-FS5 NOT = 00
               DISPLAY "FILE OPEN FAILURE " WS-FS " " WS-FS3 " "
                       WS-FS4 " " WS-FS5
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO OFFRPTREC
           STRING "SEAT OFFER ACTIVITY FOR " WS-TODAY
                  " - OFFER WINDOW " WS-OFFER-DAYS " BUSINESS DAYS"
               INTO OFFRPTREC
           END-STRING
           WRITE OFFRPTREC.
           MOVE SPACES TO OFFRPTREC
           STRING "APPL   COURSE                ACTION     "
                  "DEADLINE  REASON"
               INTO OFFRPTREC
           END-STRING
           WRITE OFFRPTREC.

       1000-INIT-EXIT.
           EXIT.

      *---------------- CONFIRMATIONS -------------------*
       2000-READ-CONF.
           READ CONFFILE
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONF-CNT
                   PERFORM 2100-APPLY-CONF
           END-READ.

       2000-READ-CONF-EXIT.
           EXIT.

       2100-APPLY-CONF.
           SET CONF-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-REASON.
           EVALUATE TRUE
               WHEN CF-APPL-ID IS NOT NUMERIC
                   SET CONF-INVALID TO TRUE
                   MOVE "BAD APPL ID" TO WS-REJ-REASON
               WHEN CF-COURSE-NAME = SPACES
                   SET CONF-INVALID TO TRUE
                   MOVE "BAD COURSE NAME" TO WS-REJ-REASON
               WHEN NOT CF-ACCEPT AND NOT CF-DECLINE
                   SET CONF-INVALID TO TRUE
                   MOVE "RESPONSE NOT A OR D" TO WS-REJ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF CONF-VALID
               MOVE CF-APPL-ID TO R-APPL-ID
               MOVE CF-COURSE-NAME TO R-COURSE-NAME
               IF CF-ACCEPT
                   MOVE "ACP" TO R-COURSE-STATUS
               ELSE
                   MOVE "DEC" TO R-COURSE-STATUS
               END-IF
               EXEC SQL
                    UPDATE COURSE_REG2
                       SET COURSE_STATUS = :R-COURSE-STATUS,
                           UPD_TS = CURRENT TIMESTAMP
                     WHERE APPL_ID = :R-APPL-ID
                       AND COURSE_NAME = :R-COURSE-NAME
                       AND COURSE_STATUS = 'OFR'
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE R-APPL-ID TO WS-HS-APPL-ID
                       MOVE R-COURSE-NAME TO WS-HS-COURSE-NAME
                       MOVE R-COURSE-STATUS TO WS-HS-NEW-STATUS
                       IF CF-ACCEPT
                           MOVE "OFFER ACCEPTED BY APPLICANT"
                             TO WS-HS-REASON
                       ELSE
                           MOVE "OFFER DECLINED BY APPLICANT"
                             TO WS-HS-REASON
                       END-IF
                       PERFORM 6200-WRITE-HISTORY
                       EXEC SQL
                            COMMIT
                       END-EXEC
                       PERFORM 2200-CONF-APPLIED
                   WHEN SQLCODE = 100
                       SET CONF-INVALID TO TRUE
                       MOVE "NO OUTSTANDING OFFER" TO WS-REJ-REASON
                   WHEN OTHER
                       DISPLAY "CONFIRMATION UPDATE ERROR : " SQLCODE
                       EXEC SQL
                            ROLLBACK
                       END-EXEC
                       SET CONF-INVALID TO TRUE
                       MOVE "SQL ERROR ON UPDATE" TO WS-REJ-REASON
               END-EVALUATE
           END-IF.

           IF CONF-INVALID
               ADD 1 TO WS-REJ-CNT
               MOVE CF-APPL-ID TO WS-APPL-ID
               MOVE CF-COURSE-NAME TO WS-COURSE-NAME
               MOVE "REJECTED" TO WS-ACTION
               MOVE SPACES TO WS-DEADLINE
               PERFORM 6000-WRITE-ACTIVITY
               DISPLAY "REJECTED CONFIRMATION : " WS-CONF-CNT " - "
                       WS-REJ-REASON
           END-IF.

       2100-APPLY-CONF-EXIT.
           EXIT.

       2200-CONF-APPLIED.
           MOVE CF-APPL-ID TO WS-APPL-ID.
           MOVE CF-COURSE-NAME TO WS-COURSE-NAME.
           MOVE SPACES TO WS-DEADLINE.
           IF CF-ACCEPT
               ADD 1 TO WS-ACCEPT-CNT
               MOVE "CONFIRMED" TO WS-ACTION
               PERFORM 6000-WRITE-ACTIVITY
           ELSE
               ADD 1 TO WS-DECLINE-CNT
               MOVE "DECLINED" TO WS-ACTION
               PERFORM 6000-WRITE-ACTIVITY
               MOVE "DECLINED" TO WS-NT-ACTION
               MOVE SPACES TO WS-NT-DEADLINE
               PERFORM 6100-WRITE-NOTIFY
           END-IF.

       2200-CONF-APPLIED-EXIT.
           EXIT.

      *---------------- EXPIRY --------------------------*
       3000-EXPIRE.
           EXEC SQL
                OPEN OFX
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "OFX OPEN ERROR : " SQLCODE
               PERFORM 8000-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-SQLCODE2.
           PERFORM 3100-EXPIRE-FETCH
               UNTIL WS-SQLCODE2 = 100.

           EXEC SQL
                CLOSE OFX
           END-EXEC.

       3000-EXPIRE-EXIT.
           EXIT.

       3100-EXPIRE-FETCH.
           EXEC SQL
                FETCH OFX
                  INTO :WS-APPL-ID,
                       :WS-COURSE-NAME,
                       :WS-OFFER-ISO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE2.

           EVALUATE TRUE
               WHEN WS-SQLCODE2 = 0
                    PERFORM 3150-ISO-TO-DATE
                    PERFORM 3200-CALC-DEADLINE
                    IF WS-TODAY > WS-DEADLINE
                        PERFORM 3300-EXPIRE-OFFER
                    END-IF
               WHEN WS-SQLCODE2 = 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "OFX FETCH ERROR : " WS-SQLCODE2
                    PERFORM 8000-CLOSE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       3100-EXPIRE-FETCH-EXIT.
           EXIT.

       3150-ISO-TO-DATE.
           MOVE WS-OFFER-ISO(1:4) TO WS-OFFER-DATE(1:4).
           MOVE WS-OFFER-ISO(6:2) TO WS-OFFER-DATE(5:2).
           MOVE WS-OFFER-ISO(9:2) TO WS-OFFER-DATE(7:2).

       3150-ISO-TO-DATE-EXIT.
           EXIT.

      *    DEADLINE = OFFER DATE PLUS THE OFFER WINDOW IN BUSINESS
      *    DAYS, THE SAME SUM REGSEAT PRINTED ON THE OFFER.
       3200-CALC-DEADLINE.
           MOVE "A" TO WS-BD-FUNCTION.
           MOVE WS-OFFER-DATE TO WS-BD-DATE1.
           MOVE WS-OFFER-DAYS TO WS-BD-DAYS.
           CALL "REGBDAY" USING WS-BDAY-PARMS.
           IF WS-BD-RC NOT = 0
               DISPLAY "OFFER DEADLINE CALCULATION FAILED FOR "
                       WS-OFFER-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BD-DATE2 TO WS-DEADLINE.

       3200-CALC-DEADLINE-EXIT.
           EXIT.

       3300-EXPIRE-OFFER.
           MOVE WS-APPL-ID TO R-APPL-ID.
           MOVE WS-COURSE-NAME TO R-COURSE-NAME.
           EXEC SQL
                UPDATE COURSE_REG2
                   SET COURSE_STATUS = 'EXP',
                       UPD_TS = CURRENT TIMESTAMP
                 WHERE APPL_ID = :R-APPL-ID
                   AND COURSE_NAME = :R-COURSE-NAME
                   AND COURSE_STATUS = 'OFR'
           END-EXEC.
           IF SQLCODE = 0
               MOVE R-APPL-ID TO WS-HS-APPL-ID
               MOVE R-COURSE-NAME TO WS-HS-COURSE-NAME
               MOVE "EXP" TO WS-HS-NEW-STATUS
               MOVE SPACES TO WS-HS-REASON
               STRING "OFFER EXPIRED - DEADLINE " WS-DEADLINE
                   INTO WS-HS-REASON
               END-STRING
               PERFORM 6200-WRITE-HISTORY
               EXEC SQL
                    COMMIT
               END-EXEC
               ADD 1 TO WS-EXPIRE-CNT
               MOVE "EXPIRED" TO WS-ACTION
               MOVE SPACES TO WS-REJ-REASON
               PERFORM 6000-WRITE-ACTIVITY
               MOVE "EXPIRED" TO WS-NT-ACTION
               MOVE WS-DEADLINE TO WS-NT-DEADLINE
               PERFORM 6100-WRITE-NOTIFY
           ELSE
               DISPLAY "EXPIRE UPDATE ERROR : " SQLCODE
                       " APPL " R-APPL-ID
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 8 TO WS-RC
           END-IF.

       3300-EXPIRE-OFFER-EXIT.
           EXIT.

      *---------------- RE-OFFER RELEASED SEATS ---------*
       4000-REOFFER.
           EXEC SQL
                OPEN CAP1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "CAP1 OPEN ERROR : " SQLCODE
               PERFORM 8000-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-SQLCODE2.
           PERFORM 4100-COURSE-FETCH
               UNTIL WS-SQLCODE2 = 100.

           EXEC SQL
                CLOSE CAP1
           END-EXEC.

       4000-REOFFER-EXIT.
           EXIT.

       4100-COURSE-FETCH.
           EXEC SQL
                FETCH CAP1
                  INTO :WS-COURSE-NAME,
                       :WS-SEAT-CAP,
                       :WS-HELD-CNT
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE2.

           EVALUATE TRUE
               WHEN WS-SQLCODE2 = 0
                    IF WS-HELD-CNT < WS-SEAT-CAP
                        COMPUTE WS-MOVE-CNT =
                            WS-SEAT-CAP - WS-HELD-CNT
                        PERFORM 4200-OFFER-WAITLIST
                    END-IF
               WHEN WS-SQLCODE2 = 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "CAP1 FETCH ERROR : " WS-SQLCODE2
                    PERFORM 8000-CLOSE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       4100-COURSE-FETCH-EXIT.
           EXIT.

       4200-OFFER-WAITLIST.
           MOVE 0 TO WS-MOVED.

           EXEC SQL
                OPEN CWTL
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE3.
           PERFORM 4210-OFFER-FETCH
               UNTIL WS-SQLCODE3 = 100
                  OR WS-MOVED >= WS-MOVE-CNT.

           EXEC SQL
                CLOSE CWTL
           END-EXEC.

           EXEC SQL
                COMMIT
           END-EXEC.

       4200-OFFER-WAITLIST-EXIT.
           EXIT.

       4210-OFFER-FETCH.
           EXEC SQL
                FETCH CWTL
                  INTO :WS-APPL-ID
           END-EXEC.

           MOVE SQLCODE TO WS-SQLCODE3.

           EVALUATE TRUE
               WHEN WS-SQLCODE3 = 0
                    EXEC SQL
                         UPDATE COURSE_REG2
                            SET COURSE_STATUS = 'OFR',
                                UPD_TS = CURRENT TIMESTAMP
                          WHERE APPL_ID = :WS-APPL-ID
                            AND COURSE_NAME = :WS-COURSE-NAME
                            AND COURSE_STATUS = 'WTL'
                    END-EXEC
                    IF SQLCODE = 0
                        MOVE WS-APPL-ID TO WS-HS-APPL-ID
                        MOVE WS-COURSE-NAME TO WS-HS-COURSE-NAME
                        MOVE "OFR" TO WS-HS-NEW-STATUS
                        MOVE "RE-OFFERED FROM WAITLIST"
                          TO WS-HS-REASON
                        PERFORM 6200-WRITE-HISTORY
                        ADD 1 TO WS-MOVED
                        ADD 1 TO WS-REOFFER-CNT
                        MOVE "OFFERED" TO WS-ACTION
                        MOVE WS-NEW-DEADLINE TO WS-DEADLINE
                        MOVE SPACES TO WS-REJ-REASON
                        PERFORM 6000-WRITE-ACTIVITY
                        MOVE "OFFERED" TO WS-NT-ACTION
                        MOVE WS-NEW-DEADLINE TO WS-NT-DEADLINE
                        PERFORM 6100-WRITE-NOTIFY
                    ELSE
                        DISPLAY "OFFER UPDATE ERROR : " SQLCODE
                        MOVE 8 TO WS-RC
                        MOVE 100 TO WS-SQLCODE3
                    END-IF
               WHEN WS-SQLCODE3 = 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "CWTL FETCH ERROR : " WS-SQLCODE3
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE3
           END-EVALUATE.

       4210-OFFER-FETCH-EXIT.
           EXIT.

      *---------------- OFFER STATUS REPORT -------------*
       5000-OFFER-STATUS.
           MOVE SPACES TO STATREC
           STRING "OUTSTANDING SEAT OFFERS AT " WS-TODAY
                  " BY BUSINESS DAYS REMAINING"
               INTO STATREC
           END-STRING
           WRITE STATREC.
           MOVE SPACES TO STATREC
           STRING "DAYS  APPL   COURSE                OFFERED   "
                  "DEADLINE"
               INTO STATREC
           END-STRING
           WRITE STATREC.

           EXEC SQL
                OPEN OFS
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "OFS OPEN ERROR : " SQLCODE
               PERFORM 8000-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 999 TO WS-CUR-DAYS.
           MOVE 0 TO WS-SQLCODE2.
           PERFORM 5100-STATUS-FETCH
               UNTIL WS-SQLCODE2 = 100.
           IF WS-CUR-DAYS NOT = 999
               PERFORM 5300-GROUP-LINE
           END-IF.

           EXEC SQL
                CLOSE OFS
           END-EXEC.

           MOVE SPACES TO STATREC
           WRITE STATREC.
           MOVE SPACES TO STATREC
           STRING "DAYS REMAINING   OFFERS"
               INTO STATREC
           END-STRING
           WRITE STATREC.
           IF WS-OPEN-CNT > 0
               PERFORM 5400-SUMMARY-LINE
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-MAX-DAYS + 1
           END-IF.
           MOVE WS-OPEN-CNT TO WS-CNT-ED.
           MOVE SPACES TO STATREC
           STRING "TOTAL OUTSTANDING : " WS-CNT-ED
               INTO STATREC
           END-STRING
           WRITE STATREC.

       5000-OFFER-STATUS-EXIT.
           EXIT.

       5100-STATUS-FETCH.
           EXEC SQL
                FETCH OFS
                  INTO :WS-APPL-ID,
                       :WS-COURSE-NAME,
                       :WS-OFFER-ISO
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE2.

           EVALUATE TRUE
               WHEN WS-SQLCODE2 = 0
                    PERFORM 5200-STATUS-LINE
               WHEN WS-SQLCODE2 = 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "OFS FETCH ERROR : " WS-SQLCODE2
                    PERFORM 8000-CLOSE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       5100-STATUS-FETCH-EXIT.
           EXIT.

       5200-STATUS-LINE.
           PERFORM 3150-ISO-TO-DATE.
           PERFORM 3200-CALC-DEADLINE.
           MOVE "C" TO WS-BD-FUNCTION.
           MOVE WS-TODAY TO WS-BD-DATE1.
           MOVE WS-DEADLINE TO WS-BD-DATE2.
           CALL "REGBDAY" USING WS-BDAY-PARMS.
           MOVE WS-BD-DAYS TO WS-DAYS-LEFT.
           IF WS-DAYS-LEFT > 99
               MOVE 99 TO WS-DAYS-LEFT
           END-IF.

           IF WS-DAYS-LEFT NOT = WS-CUR-DAYS
               IF WS-CUR-DAYS NOT = 999
                   PERFORM 5300-GROUP-LINE
               END-IF
               MOVE WS-DAYS-LEFT TO WS-CUR-DAYS
               MOVE 0 TO WS-GRP-CNT
           END-IF.
           ADD 1 TO WS-GRP-CNT WS-OPEN-CNT.
           ADD 1 TO WS-DAYS-CNT(WS-DAYS-LEFT + 1).
           IF WS-DAYS-LEFT > WS-MAX-DAYS
               MOVE WS-DAYS-LEFT TO WS-MAX-DAYS
           END-IF.

           MOVE WS-DAYS-LEFT TO WS-DAYS-ED.
           MOVE SPACES TO STATREC
           STRING WS-DAYS-ED "   "
                  WS-APPL-ID "  "
                  WS-COURSE-NAME "  "
                  WS-OFFER-DATE "  "
                  WS-DEADLINE
               INTO STATREC
           END-STRING
           WRITE STATREC.

       5200-STATUS-LINE-EXIT.
           EXIT.

       5300-GROUP-LINE.
           MOVE WS-CUR-DAYS TO WS-DAYS-ED.
           MOVE WS-GRP-CNT TO WS-CNT-ED.
           MOVE SPACES TO STATREC
           STRING "  " WS-DAYS-ED " DAY(S) REMAINING : " WS-CNT-ED
               INTO STATREC
           END-STRING
           WRITE STATREC.

       5300-GROUP-LINE-EXIT.
           EXIT.

       5400-SUMMARY-LINE.
           COMPUTE WS-CUR-DAYS = WS-DX - 1.
           MOVE WS-CUR-DAYS TO WS-DAYS-ED.
           MOVE WS-DAYS-CNT(WS-DX) TO WS-CNT-ED.
           MOVE SPACES TO STATREC
           STRING "      " WS-DAYS-ED "        " WS-CNT-ED
               INTO STATREC
           END-STRING
           WRITE STATREC.

       5400-SUMMARY-LINE-EXIT.
           EXIT.

      *---------------- ACTIVITY AND NOTIFICATION -------*
       6000-WRITE-ACTIVITY.
           MOVE SPACES TO OFFRPTREC
           STRING WS-APPL-ID "  "
                  WS-COURSE-NAME "  "
                  WS-ACTION " "
                  WS-DEADLINE "  "
                  WS-REJ-REASON
               INTO OFFRPTREC
           END-STRING
           WRITE OFFRPTREC.

       6000-WRITE-ACTIVITY-EXIT.
           EXIT.

       6100-WRITE-NOTIFY.
           MOVE SPACES TO NOTIFYREC
           MOVE "DTL" TO NT-REC-TYPE
           MOVE WS-APPL-ID TO NT-APPL-ID
           MOVE WS-COURSE-NAME TO NT-COURSE
           MOVE WS-NT-ACTION TO NT-ACTION
           MOVE WS-TODAY TO NT-EFF-DATE
           IF WS-NT-ACTION = "OFFERED"
               MOVE "WTL" TO NT-PRIOR-STAT
           ELSE
               MOVE "OFR" TO NT-PRIOR-STAT
           END-IF
           MOVE WS-NT-DEADLINE TO NT-DEADLINE
           WRITE NOTIFYREC
           ADD 1 TO WS-NOTIFY-CNT.

       6100-WRITE-NOTIFY-EXIT.
           EXIT.

      *    CONFIRMATIONS AND EXPIRIES ONLY EVER MOVE AN OFFER, AND
      *    RE-OFFERS ONLY EVER MOVE A WAITLISTED ROW, SO THE NEW
      *    STATUS SETTLES THE OLD ONE.
       6200-WRITE-HISTORY.
           IF WS-HS-NEW-STATUS = "OFR"
               MOVE "WTL" TO WS-HS-OLD-STATUS
           ELSE
               MOVE "OFR" TO WS-HS-OLD-STATUS
           END-IF.
           CALL "REGHIST" USING WS-HIST-PARMS.
           IF WS-HS-SQLCODE NOT = 0
               DISPLAY "HISTORY INSERT ERROR : " WS-HS-SQLCODE
                       " APPL " WS-HS-APPL-ID
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       6200-WRITE-HISTORY-EXIT.
           EXIT.

      *---------------- CLOSE ---------------------------*
       8000-CLOSE.
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE SPACES TO OFFRPTREC
           STRING "CONFIRMED " WS-ACCEPT-CNT
                  "  DECLINED " WS-DECLINE-CNT
                  "  EXPIRED " WS-EXPIRE-CNT
                  "  OFFERED " WS-REOFFER-CNT
                  "  REJECTED " WS-REJ-CNT
               INTO OFFRPTREC
           END-STRING
           WRITE OFFRPTREC.

           MOVE SPACES TO NOTIFY-TRL-REC
           MOVE "TRL" TO NTR-REC-TYPE
           MOVE WS-NOTIFY-CNT TO NTR-COUNT
           WRITE NOTIFY-TRL-REC.

           CLOSE CONFFILE
                 OFFRPT
                 NOTIFY
                 STATRPT.

       8000-CLOSE-EXIT.
           EXIT.

      *---------------- RUN SUMMARY ---------------------*
       9000-TERMINATE.
           DISPLAY "CONFIRMATIONS READ  : " WS-CONF-CNT
           DISPLAY "OFFERS CONFIRMED    : " WS-ACCEPT-CNT
           DISPLAY "OFFERS DECLINED     : " WS-DECLINE-CNT
           DISPLAY "CONFIRMATIONS REJ   : " WS-REJ-CNT
           DISPLAY "OFFERS EXPIRED      : " WS-EXPIRE-CNT
           DISPLAY "SEATS RE-OFFERED    : " WS-REOFFER-CNT
           DISPLAY "OFFERS OUTSTANDING  : " WS-OPEN-CNT
           DISPLAY "NOTIFICATIONS CUT   : " WS-NOTIFY-CNT.
           IF WS-REJ-CNT > 0 AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       9000-TERMINATE-EXIT.
           EXIT.
