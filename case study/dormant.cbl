      *****************************************************************
      * PROGRAM NAME : DORMANT
      * DESCRIPTION  : Dormant account review. Every open account on
      *                the account master is compared with its latest
      *                payment date on the PAYKSDS payment history
      *                (or, where it has never paid, the date of its
      *                mandate) and the whole months it has been idle
      *                are counted. Accounts idle for at least the
      *                first PARM limit (review months) are listed on
      *                the dormancy review report; those idle for at
      *                least the second, longer limit (suspend months)
      *                also get a ready-to-apply ACCTMNT CHANGE
      *                transaction setting status S, carrying the rest
      *                of the master record unchanged, so operations
      *                only review the file and submit it to ACCTMNT
      *                instead of keying it - WEEK5 then stops sending
      *                the account to the bank. The reviewing operator's
      *                ID, the third PARM field, is carried in columns
      *                73-79 of every transaction with the approval
      *                byte left blank, so ACCTMNT queues each
      *                suspension for a second operator in MNTAPPR;
      *                the run is refused without it. Suspended
      *                accounts that have paid inside the review limit
      *                are flagged for reactivation (report only -
      *                reopening is a decision for collections). Any
      *                entry ends the run condition code 4.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACCTMST ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT PAYKSDS ASSIGN DD2
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY PK-ACCT-NO
            FILE STATUS WS-FS2.

            SELECT DORMRPT ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

            SELECT SUSPTRAN ASSIGN DD4
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTMST.
       01 ACCTMSTREC.
            10 AM-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 AM-HOLDER        PIC X(20).
            10 FILLER           PIC X(1).
            10 AM-STATUS        PIC X(1).
            10 FILLER           PIC X(1).
            10 AM-BANK-CODE     PIC X(8).
            10 FILLER           PIC X(1).
            10 AM-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 AM-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 AM-MANDATE-STAT  PIC X(1).
            10 FILLER           PIC X(1).
            10 AM-MANDATE-EXP   PIC X(10).
            10 AM-MANDATE-SENT  PIC X(8).

       FD PAYKSDS.
       01 PAYKREC.
            10 PK-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 PK-OLDEST-DATE   PIC X(10).
            10 FILLER           PIC X(1).
            10 PK-LATEST-DATE   PIC X(10).
            10 FILLER           PIC X(1).
            10 PK-PY-CHANGE     PIC X(3).
            10 FILLER           PIC X(1).
            10 PK-TXN-COUNT     PIC 9(6).
            10 FILLER           PIC X(1).
            10 PK-TOTAL-AMT     PIC 9(9)V99.
            10 FILLER           PIC X(30).

       FD DORMRPT.
       01 DORMREC              PIC X(80).

      *     SAME LAYOUT AS THE ACCTMNT TRANSACTION FILE.
       FD SUSPTRAN.
       01 SUSPREC.
            10 ST-ACTION        PIC X(1).
            10 FILLER           PIC X(1).
            10 ST-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 ST-HOLDER        PIC X(20).
            10 FILLER           PIC X(1).
            10 ST-STATUS        PIC X(1).
            10 FILLER           PIC X(1).
            10 ST-BANK-CODE     PIC X(8).
            10 FILLER           PIC X(1).
            10 ST-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 ST-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 ST-MANDATE-EXP   PIC X(10).
            10 FILLER           PIC X(1).
            10 ST-OPER-ID       PIC X(7).
            10 ST-APPR-FLAG     PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
          88 FS2-OK               VALUE 00.
       01 WS-FS3                  PIC 99.
       01 WS-FS4                  PIC 99.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-REVIEW-MTHS          PIC 9(3)  VALUE 12.
       01 WS-SUSPEND-MTHS         PIC 9(3)  VALUE 24.
       01 WS-OPER-ID              PIC X(7)  VALUE SPACES.
       01 WS-TODAY                PIC X(8)  VALUE SPACES.
       01 WS-TODAY-N REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(4).
          05 WS-TODAY-MM          PIC 9(2).
          05 WS-TODAY-DD          PIC 9(2).

      *     THE DATE THE ACCOUNT WAS LAST ACTIVE, DD/MM/YYYY.
       01 WS-LAST-DATE            PIC X(10) VALUE SPACES.
       01 WS-LAST-YMD.
          05 WS-LAST-YYYY         PIC X(4).
          05 WS-LAST-MM           PIC X(2).
          05 WS-LAST-DD           PIC X(2).
       01 WS-LAST-YMD-N REDEFINES WS-LAST-YMD.
          05 WS-LAST-YYYY-N       PIC 9(4).
          05 WS-LAST-MM-N         PIC 9(2).
          05 WS-LAST-DD-N         PIC 9(2).
       01 WS-IDLE-MTHS            PIC S9(5) COMP-3 VALUE 0.
       01 WS-NOTE                 PIC X(24) VALUE SPACES.
       01 WS-SOURCE               PIC X(7)  VALUE SPACES.
       01 WS-HIST-SW              PIC X(01) VALUE "N".
          88 HIST-FOUND           VALUE "Y".
          88 HIST-NOT-FOUND       VALUE "N".

       01 WS-OPEN-CNT             PIC 9(6)  VALUE 0.
       01 WS-SUSP-READ-CNT        PIC 9(6)  VALUE 0.
       01 WS-REVIEW-CNT           PIC 9(6)  VALUE 0.
       01 WS-SUSPTXN-CNT          PIC 9(6)  VALUE 0.
       01 WS-REACT-CNT            PIC 9(6)  VALUE 0.
       01 WS-NOHIST-CNT           PIC 9(6)  VALUE 0.
       01 WS-ED-MTHS              PIC ZZZZ9.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LK-PARM.
          05 LK-PARM-LEN          PIC S9(4) COMP.
          05 LK-REVIEW-MTHS       PIC 9(3).
          05 LK-SUSPEND-MTHS      PIC 9(3).
          05 LK-OPER-ID           PIC X(7).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-READ-PARA
               THRU 2000-READ-EXIT
               UNTIL FS1-EOF.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

      *     PARM IS REVIEW MONTHS THEN SUSPEND MONTHS, 3 DIGITS EACH
      *     (DEFAULT 012024), THEN THE REVIEWING OPERATOR'S ID, UP TO
      *     7 CHARACTERS, WHICH HAS NO DEFAULT. THE SUSPEND LIMIT MAY
      *     NOT BE THE SHORTER OF THE TWO.
       1000-INIT-PARA.
            IF LK-PARM-LEN > 2
                AND LK-REVIEW-MTHS IS NUMERIC
                MOVE LK-REVIEW-MTHS TO WS-REVIEW-MTHS
            END-IF.
            IF LK-PARM-LEN > 5
                AND LK-SUSPEND-MTHS IS NUMERIC
                MOVE LK-SUSPEND-MTHS TO WS-SUSPEND-MTHS
            END-IF.
            IF LK-PARM-LEN > 13
                MOVE LK-OPER-ID TO WS-OPER-ID
            ELSE
                IF LK-PARM-LEN > 6
                    MOVE LK-OPER-ID(1:LK-PARM-LEN - 6) TO WS-OPER-ID
                END-IF
            END-IF.
            IF WS-OPER-ID = SPACES
                DISPLAY "OPERATOR ID REQUIRED IN PARM - RUN REFUSED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-REVIEW-MTHS = 0
                OR WS-SUSPEND-MTHS < WS-REVIEW-MTHS
                DISPLAY "DORMANCY LIMITS INVALID : " WS-REVIEW-MTHS
                        " / " WS-SUSPEND-MTHS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            DISPLAY "REVIEW DATE        : " WS-TODAY.
            DISPLAY "REVIEW AFTER MONTHS: " WS-REVIEW-MTHS.
            DISPLAY "SUSPEND AFTER      : " WS-SUSPEND-MTHS.
            DISPLAY "REVIEWING OPERATOR : " WS-OPER-ID.

            OPEN INPUT ACCTMST
                 INPUT PAYKSDS
                 OUTPUT DORMRPT
                 OUTPUT SUSPTRAN.
            IF NOT FS1-OK OR NOT FS2-OK
                OR WS-FS3 NOT = 00 OR WS-FS4 NOT = 00
                DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2
                        " " WS-FS3 " " WS-FS4
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO DORMREC
            STRING "DORMANCY REVIEW - IDLE " WS-REVIEW-MTHS
                   " MONTHS REVIEW, " WS-SUSPEND-MTHS
                   " MONTHS SUSPEND"
                INTO DORMREC
            END-STRING
            WRITE DORMREC.
            MOVE SPACES TO DORMREC
            STRING "ACCT   HOLDER               ST LAST ACTIVE "
                   "SOURCE  IDLE NOTE"
                INTO DORMREC
            END-STRING
            WRITE DORMREC.
       1000-INIT-EXIT.
            EXIT.

       2000-READ-PARA.
            READ ACCTMST
                AT END
                    SET FS1-EOF TO TRUE
                    GO TO 2000-READ-EXIT
            END-READ.
            EVALUATE AM-STATUS
                WHEN "O"
                    ADD 1 TO WS-OPEN-CNT
                    PERFORM 2100-LAST-ACTIVE
                       THRU 2100-LAST-ACTIVE-EXIT
                    PERFORM 2200-OPEN-ACCOUNT
                       THRU 2200-OPEN-ACCOUNT-EXIT
                WHEN "S"
                    ADD 1 TO WS-SUSP-READ-CNT
                    PERFORM 2100-LAST-ACTIVE
                       THRU 2100-LAST-ACTIVE-EXIT
                    PERFORM 2300-SUSPENDED-ACCOUNT
                       THRU 2300-SUSPENDED-ACCOUNT-EXIT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       2000-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     LAST ACTIVITY IS THE LATEST PAYMENT ON PAYKSDS; AN
      *     ACCOUNT THAT HAS NEVER PAID IS MEASURED FROM ITS MANDATE
      *     DATE. WHOLE MONTHS IDLE - A MONTH ONLY COUNTS ONCE THE
      *     SAME DAY OF THE MONTH HAS BEEN REACHED.
       2100-LAST-ACTIVE.
            SET HIST-NOT-FOUND TO TRUE.
            MOVE SPACES TO WS-LAST-DATE.
            MOVE AM-ACCT-NO TO PK-ACCT-NO.
            READ PAYKSDS
                KEY IS PK-ACCT-NO
                INVALID KEY
                    MOVE AM-MANDATE-DT TO WS-LAST-DATE
                    MOVE "MANDATE" TO WS-SOURCE
                NOT INVALID KEY
                    SET HIST-FOUND TO TRUE
                    MOVE PK-LATEST-DATE TO WS-LAST-DATE
                    MOVE "PAYMENT" TO WS-SOURCE
            END-READ.
            MOVE WS-LAST-DATE(7:4) TO WS-LAST-YYYY.
            MOVE WS-LAST-DATE(4:2) TO WS-LAST-MM.
            MOVE WS-LAST-DATE(1:2) TO WS-LAST-DD.
            IF WS-LAST-YMD IS NOT NUMERIC
                OR WS-LAST-MM < "01" OR WS-LAST-MM > "12"
                MOVE -1 TO WS-IDLE-MTHS
                GO TO 2100-LAST-ACTIVE-EXIT
            END-IF.
            COMPUTE WS-IDLE-MTHS =
                (WS-TODAY-YYYY * 12 + WS-TODAY-MM)
              - (WS-LAST-YYYY-N * 12 + WS-LAST-MM-N).
            IF WS-TODAY-DD < WS-LAST-DD-N
                SUBTRACT 1 FROM WS-IDLE-MTHS
            END-IF.
            IF WS-IDLE-MTHS < 0
                MOVE 0 TO WS-IDLE-MTHS
            END-IF.
       2100-LAST-ACTIVE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     AN OPEN ACCOUNT IDLE PAST THE REVIEW LIMIT IS LISTED;
      *     PAST THE SUSPEND LIMIT IT ALSO GETS ITS SUSPENSION
      *     TRANSACTION. ONE WITH NO DATE TO MEASURE FROM AT ALL IS
      *     LISTED FOR A MANUAL CHECK, NEVER SUSPENDED BLIND.
       2200-OPEN-ACCOUNT.
            IF WS-IDLE-MTHS < 0
                ADD 1 TO WS-NOHIST-CNT
                MOVE "NO ACTIVITY DATE - CHECK" TO WS-NOTE
                MOVE 0 TO WS-IDLE-MTHS
                MOVE SPACES TO WS-SOURCE
                PERFORM 2500-REPORT-LINE
                   THRU 2500-REPORT-LINE-EXIT
                GO TO 2200-OPEN-ACCOUNT-EXIT
            END-IF.
            IF WS-IDLE-MTHS < WS-REVIEW-MTHS
                GO TO 2200-OPEN-ACCOUNT-EXIT
            END-IF.
            IF WS-IDLE-MTHS >= WS-SUSPEND-MTHS
                ADD 1 TO WS-SUSPTXN-CNT
                MOVE "SUSPEND - TXN WRITTEN" TO WS-NOTE
                PERFORM 2400-WRITE-SUSPEND
                   THRU 2400-WRITE-SUSPEND-EXIT
            ELSE
                ADD 1 TO WS-REVIEW-CNT
                MOVE "DORMANT - REVIEW" TO WS-NOTE
            END-IF.
            PERFORM 2500-REPORT-LINE
               THRU 2500-REPORT-LINE-EXIT.
       2200-OPEN-ACCOUNT-EXIT.
            EXIT.

      *     A SUSPENDED ACCOUNT WITH A PAYMENT INSIDE THE REVIEW
      *     LIMIT HAS STARTED PAYING AGAIN.
       2300-SUSPENDED-ACCOUNT.
            IF HIST-NOT-FOUND
                OR WS-IDLE-MTHS < 0
                OR WS-IDLE-MTHS >= WS-REVIEW-MTHS
                GO TO 2300-SUSPENDED-ACCOUNT-EXIT
            END-IF.
            ADD 1 TO WS-REACT-CNT.
            MOVE "PAYING AGAIN-REACTIVATE" TO WS-NOTE.
            PERFORM 2500-REPORT-LINE
               THRU 2500-REPORT-LINE-EXIT.
       2300-SUSPENDED-ACCOUNT-EXIT.
            EXIT.

      *     A CHANGE TRANSACTION CARRIES THE WHOLE RECORD, SO EVERY
      *     FIELD BUT THE STATUS IS COPIED FROM THE MASTER AS IT
      *     STANDS - THE MANDATE IS UNTOUCHED AND ACCTMNT SENDS THE
      *     BANK NOTHING FOR IT. THE OPERATOR IS THE REVIEWER AND THE
      *     APPROVAL BYTE STAYS BLANK - THE SECOND OPERATOR APPROVES
      *     IN MNTAPPR.
       2400-WRITE-SUSPEND.
            MOVE SPACES TO SUSPREC.
            MOVE "C" TO ST-ACTION.
            MOVE AM-ACCT-NO TO ST-ACCT-NO.
            MOVE AM-HOLDER TO ST-HOLDER.
            MOVE "S" TO ST-STATUS.
            MOVE AM-BANK-CODE TO ST-BANK-CODE.
            MOVE AM-MANDATE-REF TO ST-MANDATE-REF.
            MOVE AM-MANDATE-DT TO ST-MANDATE-DT.
            MOVE AM-MANDATE-EXP TO ST-MANDATE-EXP.
            MOVE WS-OPER-ID TO ST-OPER-ID.
            WRITE SUSPREC.
            IF WS-FS4 NOT = 00
                DISPLAY "SUSPENSION FILE WRITE ERROR " WS-FS4
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       2400-WRITE-SUSPEND-EXIT.
            EXIT.

       2500-REPORT-LINE.
            MOVE WS-IDLE-MTHS TO WS-ED-MTHS
            MOVE SPACES TO DORMREC
            STRING AM-ACCT-NO
                   "  " AM-HOLDER
                   " " AM-STATUS
                   "  " WS-LAST-DATE
                   " " WS-SOURCE
                   " " WS-ED-MTHS
                   " " WS-NOTE
                INTO DORMREC
            END-STRING
            WRITE DORMREC.
       2500-REPORT-LINE-EXIT.
            EXIT.

       3000-TERM-PARA.
            MOVE SPACES TO DORMREC
            WRITE DORMREC.
            MOVE WS-OPEN-CNT TO WS-ED-CNT
            MOVE SPACES TO DORMREC
            STRING "OPEN ACCOUNTS READ        " WS-ED-CNT
                INTO DORMREC
            END-STRING
            WRITE DORMREC.
            MOVE WS-REVIEW-CNT TO WS-ED-CNT
            MOVE SPACES TO DORMREC
            STRING "DORMANT - FOR REVIEW      " WS-ED-CNT
                INTO DORMREC
            END-STRING
            WRITE DORMREC.
            MOVE WS-SUSPTXN-CNT TO WS-ED-CNT
            MOVE SPACES TO DORMREC
            STRING "SUSPENSION TXNS WRITTEN   " WS-ED-CNT
                INTO DORMREC
            END-STRING
            WRITE DORMREC.
            MOVE WS-NOHIST-CNT TO WS-ED-CNT
            MOVE SPACES TO DORMREC
            STRING "NO ACTIVITY DATE          " WS-ED-CNT
                INTO DORMREC
            END-STRING
            WRITE DORMREC.
            MOVE WS-SUSP-READ-CNT TO WS-ED-CNT
            MOVE SPACES TO DORMREC
            STRING "SUSPENDED ACCOUNTS READ   " WS-ED-CNT
                INTO DORMREC
            END-STRING
            WRITE DORMREC.
            MOVE WS-REACT-CNT TO WS-ED-CNT
            MOVE SPACES TO DORMREC
            STRING "PAYING AGAIN - REACTIVATE " WS-ED-CNT
                INTO DORMREC
            END-STRING
            WRITE DORMREC.
            CLOSE ACCTMST
                  PAYKSDS
                  DORMRPT
                  SUSPTRAN.

            DISPLAY "OPEN ACCOUNTS READ    : " WS-OPEN-CNT.
            DISPLAY "DORMANT FOR REVIEW    : " WS-REVIEW-CNT.
            DISPLAY "SUSPENSION TXNS       : " WS-SUSPTXN-CNT.
            DISPLAY "NO ACTIVITY DATE      : " WS-NOHIST-CNT.
            DISPLAY "REACTIVATION FLAGS    : " WS-REACT-CNT.
            IF WS-REVIEW-CNT + WS-SUSPTXN-CNT + WS-NOHIST-CNT
                + WS-REACT-CNT > 0
                MOVE 4 TO WS-RC
            END-IF.
       3000-TERM-EXIT.
            EXIT.
