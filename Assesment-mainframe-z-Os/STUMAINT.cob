      *****************************************************************
      * PROGRAM NAME : CA49G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Student master maintenance. Applies registry
      *                ADD / CHANGE / DEACTIVATE transactions to the
      *                STUDMAST KSDS - the one record of who a student
      *                is: full name, date of birth, programme,
      *                cohort (intake year), enrolment status (active,
      *                withdrawn, graduated) and contact details.
      *                CA11G086 only loads marks for students on this
      *                file, and the inquiry, transcript and standing
      *                reports print the name and programme held
      *                here. A CHANGE replaces only the fields given
      *                on the transaction; a DEACTIVATE never deletes
      *                the student, it sets the status to withdrawn
      *                (or graduated when G is given). Each applied or
      *                rejected transaction is reported to RPTFILE
      *                with its disposition and reason.
      *                Every transaction carries the entering
      *                registrar's operator id (cols 135-142), printed
      *                on RPTFILE. A DEACTIVATE, and a CHANGE that
      *                moves the enrolment status, is not applied on
      *                the maker's word alone: it is written to the
      *                PENDFILE approval queue and reported PENDING.
      *                Once a second operator approves it, MNTAPPR
      *                writes it to the released-transaction file
      *                (RELFILE) stamped with the approver's id (cols
      *                144-151), and this program applies it after
      *                the day's TRANFILE. Only RELFILE items count as
      *                approved: a TRANFILE transaction with anything
      *                in cols 144-151 is rejected, and so is a
      *                released one approved by the operator who
      *                entered it. The queue holds the first 80 bytes
      *                of a transaction, so a CHANGE that carries a
      *                status may not also carry contact details.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA49G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANFILE
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS1.

           SELECT STUDMAST
               ASSIGN TO DD2
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STID
               FILE STATUS IS WS-FS2.

           SELECT RPTFILE
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
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

      *    BLANK FIELDS ON A CHANGE LEAVE THE MASTER VALUE AS IT IS.
       FD  TRANFILE.
       01  TRANREC.
           05 TR-ACTION     PIC X(01).
              88 TR-ADD     VALUE "A".
              88 TR-CHANGE  VALUE "C".
              88 TR-DEACT   VALUE "D".
           05 FILLER        PIC X.
           05 TR-STID       PIC 9(5).
           05 FILLER        PIC X.
           05 TR-LNAME      PIC X(20).
           05 FILLER        PIC X.
           05 TR-FNAME      PIC X(20).
           05 FILLER        PIC X.
           05 TR-DOB        PIC X(8).
           05 FILLER        PIC X.
           05 TR-PROGRAMME  PIC X(10).
           05 FILLER        PIC X.
           05 TR-COHORT     PIC X(4).
           05 FILLER        PIC X.
           05 TR-STATUS     PIC X(01).
           05 FILLER        PIC X.
           05 TR-EMAIL      PIC X(40).
           05 FILLER        PIC X.
           05 TR-PHONE      PIC X(15).
           05 FILLER        PIC X.
           05 TR-OPER-ID    PIC X(8).
           05 FILLER        PIC X.
           05 TR-APPR-ID    PIC X(8).
           05 FILLER        PIC X(49).

      *    STUDENT MASTER. THE KEY CARRIES THE SAME "S" + 5-DIGIT
      *    FORM AS O-STID ON THE MARKS OUTFILE. SM-PRINT-NAME IS THE
      *    "SURNAME, FIRST NAME" FORM EVERY REPORT PRINTS, KEPT IN
      *    STEP WITH THE NAME FIELDS BY THIS PROGRAM ONLY.
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

       FD  RPTFILE.
       01  RPTREC.
           05 RP-ACTION     PIC X(01).
           05 FILLER        PIC X.
           05 RP-STID       PIC X(6).
           05 FILLER        PIC X.
           05 RP-DISP       PIC X(08).
           05 FILLER        PIC X.
           05 RP-REASON     PIC X(30).
           05 FILLER        PIC X.
           05 RP-OLD-STATUS PIC X(01).
           05 FILLER        PIC X.
           05 RP-NEW-STATUS PIC X(01).
           05 FILLER        PIC X.
           05 RP-OPER-ID    PIC X(8).
           05 FILLER        PIC X.
           05 RP-APPR-ID    PIC X(8).
           05 FILLER        PIC X(10).

      *    MAINTENANCE APPROVAL QUEUE - THE SAME LAYOUT CA41G086,
      *    ACCTMNT, REGLOAD AND BILLPAY QUEUE TO AND MNTAPPR WORKS
      *    FROM. ONLY COLS 1-80 OF THE TRANSACTION ARE HELD; THE
      *    OPERATOR TRAVELS IN PQ-OPER-ID.
       FD  PENDFILE.
       01  PENDREC.
           05 PQ-SOURCE     PIC X(8).
           05 FILLER        PIC X.
           05 PQ-REF.
              10 PQ-REF-RUN PIC X(14).
              10 PQ-REF-SEQ PIC 9(4).
           05 FILLER        PIC X.
           05 PQ-ENTRY-DATE PIC X(8).
           05 FILLER        PIC X.
           05 PQ-OPER-ID    PIC X(8).
           05 FILLER        PIC X.
           05 PQ-KEY        PIC X(12).
           05 FILLER        PIC X.
           05 PQ-REASON     PIC X(20).
           05 FILLER        PIC X.
           05 PQ-TRAN       PIC X(80).

      *    TRANSACTIONS RELEASED BY MNTAPPR - THE TRANFILE LAYOUT
      *    WITH THE OPERATOR BACK IN COLS 135-142 AND THE APPROVER'S
      *    ID IN COLS 144-151.
       FD  RELFILE.
       01  RELREC           PIC X(200).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-FS1         PIC 99.
             88 FS1-OK      VALUE 00.
             88 FS1-EOF     VALUE 10.
          05 WS-FS2         PIC 99.
             88 FS2-OK      VALUE 00.
             88 FS2-DUPKEY  VALUE 22.
             88 FS2-NOTFND  VALUE 23.
          05 WS-FS3         PIC 99.
             88 FS3-OK      VALUE 00.
          05 WS-FS4         PIC 99.
             88 FS4-OK      VALUE 00.
          05 WS-FS5         PIC 99.
             88 FS5-OK      VALUE 00.
             88 FS5-EOF     VALUE 10.

       01 WS-SWITCHES.
          05 WS-VALID-SW    PIC X(01).
             88 RECORD-VALID    VALUE "Y".
             88 RECORD-INVALID  VALUE "N".
          05 WS-SOURCE-SW   PIC X(01).
             88 TRAN-KEYED      VALUE "T".
             88 TRAN-RELEASED   VALUE "R".

       01 WS-VARIABLES.
          05 WS-REJ-REASON  PIC X(30).
          05 WS-TRAN-CNT    PIC 9(6) VALUE 0.
          05 WS-ADD-CNT     PIC 9(6) VALUE 0.
          05 WS-CHG-CNT     PIC 9(6) VALUE 0.
          05 WS-DEACT-CNT   PIC 9(6) VALUE 0.
          05 WS-REJ-CNT     PIC 9(6) VALUE 0.
          05 WS-PEND-CNT    PIC 9(6) VALUE 0.
          05 WS-REL-CNT     PIC 9(6) VALUE 0.
          05 WS-AT-CNT      PIC 9(2) VALUE 0.
          05 WS-OLD-STATUS  PIC X(01).
          05 WS-PEND-REASON PIC X(20).
          05 WS-RUN-DATE    PIC X(8).

      *    QUEUE REFERENCES ARE THE RUN'S DATE AND TIME PLUS A
      *    SEQUENCE, AS CA41G086 FORMS THEM.
       01 WS-RUN-ID-WORK.
          05 WS-RUN-ID.
             10 WS-RUN-ID-DATE PIC X(8).
             10 WS-RUN-ID-TIME PIC X(6).
          05 WS-RUN-TIME    PIC X(8).

      *    DATE OF BIRTH CHECK - YYYYMMDD, A PLAUSIBLE YEAR AND A
      *    MONTH AND DAY IN RANGE.
       01 WS-DOB-WORK.
          05 WS-DOB         PIC X(8).
          05 WS-DOB-R REDEFINES WS-DOB.
             10 WS-DOB-YYYY PIC 9(4).
             10 WS-DOB-MM   PIC 9(2).
             10 WS-DOB-DD   PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-SWITCHES
                      WS-VARIABLES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-ID-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME.

       2000-PROCESS.
           PERFORM 2100-OPEN
           SET TRAN-KEYED TO TRUE
           PERFORM UNTIL FS1-EOF
               PERFORM 2200-READ
           END-PERFORM
           SET TRAN-RELEASED TO TRUE
           PERFORM UNTIL FS5-EOF
               PERFORM 2205-READ-RELEASED
           END-PERFORM
           PERFORM 2300-CLOSE.

       2100-OPEN.
           OPEN INPUT TRANFILE
                I-O STUDMAST
                OUTPUT RPTFILE
                EXTEND PENDFILE
                INPUT RELFILE.

           IF FS1-OK
              DISPLAY "TRANFILE OPEN SUCCESS"
           ELSE
              DISPLAY "TRANFILE OPEN ERROR " WS-FS1
           END-IF.

           IF FS2-OK
              DISPLAY "STUDMAST OPEN SUCCESS"
           ELSE
              DISPLAY "STUDMAST OPEN ERROR " WS-FS2
           END-IF.

           IF FS3-OK
              DISPLAY "RPTFILE OPEN SUCCESS"
           ELSE
              DISPLAY "RPTFILE OPEN ERROR " WS-FS3
           END-IF.

           IF FS4-OK
              DISPLAY "PENDFILE OPEN SUCCESS"
           ELSE
              DISPLAY "PENDFILE OPEN ERROR " WS-FS4
           END-IF.

           IF FS5-OK
              DISPLAY "RELFILE OPEN SUCCESS"
           ELSE
              DISPLAY "RELFILE OPEN ERROR " WS-FS5
           END-IF.

      *    NO QUEUE MEANS NO WAY TO HOLD A STATUS CHANGE FOR
      *    APPROVAL - THE RUN DOES NOT GO AHEAD WITHOUT IT.
           IF NOT FS1-OK OR NOT FS2-OK OR NOT FS3-OK
              OR NOT FS4-OK OR NOT FS5-OK
               DISPLAY "FILE OPEN FAILURE - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2200-READ.
           READ TRANFILE
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-CNT
                   PERFORM 2210-APPLY-TRAN
           END-READ.

      *    A RELEASED TRANSACTION IS APPLIED AS IF KEYED, BUT
      *    STANDS APPROVED.
       2205-READ-RELEASED.
           READ RELFILE
               AT END
                   SET FS5-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-CNT
                   ADD 1 TO WS-REL-CNT
                   MOVE RELREC TO TRANREC
                   PERFORM 2210-APPLY-TRAN
           END-READ.

       2210-APPLY-TRAN.
           MOVE SPACE TO WS-OLD-STATUS.
           PERFORM 2220-VALIDATE.
           IF RECORD-VALID
               EVALUATE TRUE
                   WHEN TR-ADD
                       PERFORM 2240-APPLY-ADD
                   WHEN TR-CHANGE
                       PERFORM 2250-APPLY-CHANGE
                   WHEN TR-DEACT
                       PERFORM 2260-APPLY-DEACTIVATE
               END-EVALUATE
           ELSE
               PERFORM 2290-REPORT-REJECT
           END-IF.

       2220-VALIDATE.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJ-REASON.

           IF NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-DEACT
               SET RECORD-INVALID TO TRUE
               MOVE "BAD ACTION CODE" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TR-STID IS NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE "BAD STID" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TR-OPER-ID = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE "OPERATOR ID REQUIRED" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TRAN-KEYED
              AND TR-APPR-ID NOT = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE "APPROVER FIELD NOT ALLOWED" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TRAN-RELEASED
              AND TR-APPR-ID = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE "RELEASE NOT APPROVED" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TR-APPR-ID = TR-OPER-ID
               SET RECORD-INVALID TO TRUE
               MOVE "SELF-APPROVAL NOT ALLOWED" TO WS-REJ-REASON
           END-IF.

      *    A STATUS CHANGE MAY HAVE TO WAIT IN THE QUEUE, WHICH
      *    HOLDS ONLY COLS 1-80 - CONTACT DETAILS GO ON THEIR OWN
      *    CHANGE.
           IF RECORD-VALID
              AND TR-CHANGE
              AND TR-STATUS NOT = SPACE
              AND (TR-EMAIL NOT = SPACES OR TR-PHONE NOT = SPACES)
               SET RECORD-INVALID TO TRUE
               MOVE "STATUS CHANGE WITH CONTACT" TO WS-REJ-REASON
           END-IF.

      *    AN ADD MUST CARRY EVERY IDENTIFYING FIELD; CONTACT
      *    DETAILS MAY FOLLOW ON A LATER CHANGE.
           IF RECORD-VALID
              AND TR-ADD
               EVALUATE TRUE
                   WHEN TR-LNAME = SPACES
                       SET RECORD-INVALID TO TRUE
                       MOVE "LNAME REQUIRED ON ADD" TO WS-REJ-REASON
                   WHEN TR-FNAME = SPACES
                       SET RECORD-INVALID TO TRUE
                       MOVE "FNAME REQUIRED ON ADD" TO WS-REJ-REASON
                   WHEN TR-DOB = SPACES
                       SET RECORD-INVALID TO TRUE
                       MOVE "DOB REQUIRED ON ADD" TO WS-REJ-REASON
                   WHEN TR-PROGRAMME = SPACES
                       SET RECORD-INVALID TO TRUE
                       MOVE "PROGRAMME REQUIRED ON ADD"
                           TO WS-REJ-REASON
                   WHEN TR-COHORT = SPACES
                       SET RECORD-INVALID TO TRUE
                       MOVE "COHORT REQUIRED ON ADD" TO WS-REJ-REASON
               END-EVALUATE
           END-IF.

           IF RECORD-VALID
               PERFORM 2230-VALIDATE-DETAIL
           END-IF.

      *    FIELD CHECKS APPLY TO WHATEVER IS SUPPLIED, ON ANY ACTION.
       2230-VALIDATE-DETAIL.
           IF TR-LNAME NOT = SPACES
              AND TR-LNAME IS NOT ALPHABETIC
               SET RECORD-INVALID TO TRUE
               MOVE "BAD LNAME" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TR-DOB NOT = SPACES
               PERFORM 2235-VALIDATE-DOB
           END-IF.

           IF RECORD-VALID
              AND TR-COHORT NOT = SPACES
              AND TR-COHORT IS NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE "BAD COHORT YEAR" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TR-STATUS NOT = SPACE
              AND TR-STATUS NOT = "A"
              AND TR-STATUS NOT = "W"
              AND TR-STATUS NOT = "G"
               SET RECORD-INVALID TO TRUE
               MOVE "BAD STATUS - A, W OR G" TO WS-REJ-REASON
           END-IF.

      *    ONLY WITHDRAWN OR GRADUATED TAKES A STUDENT OFF THE
      *    ACTIVE ROLL.
           IF RECORD-VALID
              AND TR-DEACT
              AND TR-STATUS = "A"
               SET RECORD-INVALID TO TRUE
               MOVE "DEACTIVATE STATUS MUST BE W/G" TO WS-REJ-REASON
           END-IF.

           IF RECORD-VALID
              AND TR-EMAIL NOT = SPACES
               MOVE 0 TO WS-AT-CNT
               INSPECT TR-EMAIL TALLYING WS-AT-CNT FOR ALL "@"
               IF WS-AT-CNT NOT = 1
                   SET RECORD-INVALID TO TRUE
                   MOVE "BAD EMAIL ADDRESS" TO WS-REJ-REASON
               END-IF
           END-IF.

       2235-VALIDATE-DOB.
           MOVE TR-DOB TO WS-DOB.
           IF WS-DOB IS NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE "BAD DOB - NOT YYYYMMDD" TO WS-REJ-REASON
           ELSE
               IF WS-DOB-YYYY < 1900
                  OR WS-DOB > WS-RUN-DATE
                  OR WS-DOB-MM < 1 OR WS-DOB-MM > 12
                  OR WS-DOB-DD < 1 OR WS-DOB-DD > 31
                   SET RECORD-INVALID TO TRUE
                   MOVE "BAD DOB - OUT OF RANGE" TO WS-REJ-REASON
               END-IF
           END-IF.

       2240-APPLY-ADD.
           MOVE SPACES TO STUMREC.
           STRING "S"
                  TR-STID
              INTO SM-STID
           END-STRING.
           MOVE "A" TO SM-STATUS.
           PERFORM 2270-MOVE-FIELDS.
           WRITE STUMREC
               INVALID KEY
                   MOVE "STID ALREADY ON MASTER" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-CNT
                   PERFORM 2280-REPORT-APPLIED
           END-WRITE.

       2250-APPLY-CHANGE.
           STRING "S"
                  TR-STID
              INTO SM-STID
           END-STRING.
           READ STUDMAST
               KEY IS SM-STID
               INVALID KEY
                   MOVE "STID NOT ON MASTER" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   MOVE SM-STATUS TO WS-OLD-STATUS
                   PERFORM 2252-CHANGE-FOUND
           END-READ.

      *    A CHANGE THAT MOVES THE STATUS WAITS IN THE APPROVAL QUEUE
      *    UNLESS IT COMES BACK FROM MNTAPPR WITH AN APPROVER ON IT.
       2252-CHANGE-FOUND.
           IF TRAN-KEYED
              AND TR-STATUS NOT = SPACE
              AND TR-STATUS NOT = SM-STATUS
               MOVE "STATUS CHANGE" TO WS-PEND-REASON
               PERFORM 2295-QUEUE-PENDING
           ELSE
               PERFORM 2270-MOVE-FIELDS
               PERFORM 2255-REWRITE-MASTER
           END-IF.

       2255-REWRITE-MASTER.
           REWRITE STUMREC
               INVALID KEY
                   MOVE "STID NOT ON MASTER" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   IF TR-DEACT
                       ADD 1 TO WS-DEACT-CNT
                   ELSE
                       ADD 1 TO WS-CHG-CNT
                   END-IF
                   PERFORM 2280-REPORT-APPLIED
           END-REWRITE.

      *    THE STUDENT STAYS ON THE MASTER SO MARKS HISTORY AND
      *    REPORTS STILL RESOLVE THE NAME - ONLY THE STATUS MOVES.
       2260-APPLY-DEACTIVATE.
           STRING "S"
                  TR-STID
              INTO SM-STID
           END-STRING.
           READ STUDMAST
               KEY IS SM-STID
               INVALID KEY
                   MOVE "STID NOT ON MASTER" TO WS-REJ-REASON
                   PERFORM 2290-REPORT-REJECT
               NOT INVALID KEY
                   MOVE SM-STATUS TO WS-OLD-STATUS
                   PERFORM 2265-SET-INACTIVE
           END-READ.

       2265-SET-INACTIVE.
           IF NOT SM-ACTIVE
               MOVE "STUDENT ALREADY INACTIVE" TO WS-REJ-REASON
               PERFORM 2290-REPORT-REJECT
           ELSE
               IF TRAN-KEYED
                   MOVE "DEACTIVATE" TO WS-PEND-REASON
                   PERFORM 2295-QUEUE-PENDING
               ELSE
                   IF TR-STATUS = "G"
                       MOVE "G" TO SM-STATUS
                   ELSE
                       MOVE "W" TO SM-STATUS
                   END-IF
                   MOVE WS-RUN-DATE TO SM-LAST-UPD
                   PERFORM 2255-REWRITE-MASTER
               END-IF
           END-IF.

      *    SUPPLIED FIELDS OVERLAY THE RECORD; THE PRINT NAME IS
      *    REBUILT FROM WHATEVER NAME PARTS THE RECORD ENDS UP WITH.
       2270-MOVE-FIELDS.
           IF TR-LNAME NOT = SPACES
               MOVE TR-LNAME TO SM-LNAME
           END-IF.
           IF TR-FNAME NOT = SPACES
               MOVE TR-FNAME TO SM-FNAME
           END-IF.
           IF TR-DOB NOT = SPACES
               MOVE TR-DOB TO SM-DOB
           END-IF.
           IF TR-PROGRAMME NOT = SPACES
               MOVE TR-PROGRAMME TO SM-PROGRAMME
           END-IF.
           IF TR-COHORT NOT = SPACES
               MOVE TR-COHORT TO SM-COHORT
           END-IF.
           IF TR-STATUS NOT = SPACE
               MOVE TR-STATUS TO SM-STATUS
           END-IF.
           IF TR-EMAIL NOT = SPACES
               MOVE TR-EMAIL TO SM-EMAIL
           END-IF.
           IF TR-PHONE NOT = SPACES
               MOVE TR-PHONE TO SM-PHONE
           END-IF.
           MOVE SPACES TO SM-PRINT-NAME.
           STRING SM-LNAME DELIMITED BY "  "
                  ", "     DELIMITED BY SIZE
                  SM-FNAME DELIMITED BY "  "
              INTO SM-PRINT-NAME
           END-STRING.
           MOVE WS-RUN-DATE TO SM-LAST-UPD.

       2280-REPORT-APPLIED.
           MOVE SPACES TO RPTREC.
           MOVE TR-ACTION TO RP-ACTION.
           MOVE SM-STID TO RP-STID.
           MOVE "APPLIED" TO RP-DISP.
           MOVE WS-OLD-STATUS TO RP-OLD-STATUS.
           MOVE SM-STATUS TO RP-NEW-STATUS.
           MOVE TR-OPER-ID TO RP-OPER-ID.
           MOVE TR-APPR-ID TO RP-APPR-ID.
           WRITE RPTREC.

       2290-REPORT-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE SPACES TO RPTREC.
           MOVE TR-ACTION TO RP-ACTION.
           IF TR-STID IS NUMERIC
               STRING "S"
                      TR-STID
                  INTO RP-STID
               END-STRING
           ELSE
               MOVE SPACES TO RP-STID
           END-IF.
           MOVE "REJECTED" TO RP-DISP.
           MOVE WS-REJ-REASON TO RP-REASON.
           MOVE WS-OLD-STATUS TO RP-OLD-STATUS.
           MOVE TR-OPER-ID TO RP-OPER-ID.
           MOVE TR-APPR-ID TO RP-APPR-ID.
           WRITE RPTREC.
           DISPLAY "REJECTED TRAN : " WS-TRAN-CNT " - " WS-REJ-REASON.

      *    THE TRANSACTION IS QUEUED AS KEYED; NOTHING ON STUDMAST
      *    CHANGES UNTIL MNTAPPR RELEASES IT.
       2295-QUEUE-PENDING.
           ADD 1 TO WS-PEND-CNT.
           MOVE SPACES TO PENDREC.
           MOVE "CA49G086" TO PQ-SOURCE.
           MOVE WS-RUN-ID TO PQ-REF-RUN.
           MOVE WS-PEND-CNT TO PQ-REF-SEQ.
           MOVE WS-RUN-ID-DATE TO PQ-ENTRY-DATE.
           MOVE TR-OPER-ID TO PQ-OPER-ID.
           MOVE SM-STID TO PQ-KEY.
           MOVE WS-PEND-REASON TO PQ-REASON.
           MOVE TRANREC(1:80) TO PQ-TRAN.
           WRITE PENDREC.
           IF NOT FS4-OK
               DISPLAY "PENDFILE WRITE FAILED " WS-FS4
                       " - RUN STOPPED AFTER " WS-PEND-CNT
                       " QUEUED"
               PERFORM 2300-CLOSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RPTREC.
           MOVE TR-ACTION TO RP-ACTION.
           MOVE SM-STID TO RP-STID.
           MOVE "PENDING" TO RP-DISP.
           STRING WS-PEND-REASON DELIMITED BY "  "
                  " - APPROVAL" DELIMITED BY SIZE
              INTO RP-REASON
           END-STRING.
           MOVE WS-OLD-STATUS TO RP-OLD-STATUS.
           MOVE TR-OPER-ID TO RP-OPER-ID.
           WRITE RPTREC.

       2300-CLOSE.
           CLOSE TRANFILE
                 STUDMAST
                 RPTFILE
                 PENDFILE
                 RELFILE.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA49G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "TRANSACTIONS READ       : " WS-TRAN-CNT.
           DISPLAY "  OF WHICH RELEASED     : " WS-REL-CNT.
           DISPLAY "STUDENTS ADDED          : " WS-ADD-CNT.
           DISPLAY "STUDENTS CHANGED        : " WS-CHG-CNT.
           DISPLAY "STUDENTS DEACTIVATED    : " WS-DEACT-CNT.
           DISPLAY "TRANSACTIONS REJECTED   : " WS-REJ-CNT.
           DISPLAY "QUEUED FOR APPROVAL     : " WS-PEND-CNT.
           DISPLAY "================================================".
           IF WS-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
