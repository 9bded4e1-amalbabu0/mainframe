      *****************************************************************
      * PROGRAM NAME : MANDRPT
      * DESCRIPTION  : Monthly direct-debit mandate review from the
      *                account master. Part 1 lists the registered or
      *                pending mandates of accounts not closed whose
      *                expiry date (DD/MM/YYYY) falls within the PARM
      *                number of days, or has already passed, so new
      *                mandates can be raised before collections stop.
      *                Part 2 lists the mandates the bank has not yet
      *                registered - sent and still awaiting an answer
      *                (P), rejected by the bank (J), or never sent
      *                (blank, with a reference on file) - with the
      *                days since the instruction went out. Both
      *                parts close with counts; any entry in either
      *                part ends the run condition code 4 so the
      *                schedule shows there is work for the
      *                collections team.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACCTMST ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT REVWRPT ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

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

       FD REVWRPT.
       01 REVWREC              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-PASS                 PIC 9(1)  VALUE 0.
       01 WS-WINDOW-DAYS          PIC 9(3)  VALUE 60.
       01 WS-TODAY                PIC X(8)  VALUE SPACES.
       01 WS-TODAY-INT            PIC S9(9) COMP VALUE 0.
       01 WS-DATE-INT             PIC S9(9) COMP VALUE 0.
       01 WS-DAYS                 PIC S9(9) COMP VALUE 0.
       01 WS-EXP-YMD.
          05 WS-EXP-YYYY          PIC X(4).
          05 WS-EXP-MM            PIC X(2).
          05 WS-EXP-DD            PIC X(2).
       01 WS-NOTE                 PIC X(16) VALUE SPACES.
       01 WS-READ-CNT             PIC 9(6)  VALUE 0.
       01 WS-EXPIRING-CNT         PIC 9(6)  VALUE 0.
       01 WS-EXPIRED-CNT          PIC 9(6)  VALUE 0.
       01 WS-BADEXP-CNT           PIC 9(6)  VALUE 0.
       01 WS-PENDING-CNT          PIC 9(6)  VALUE 0.
       01 WS-REJECTED-CNT         PIC 9(6)  VALUE 0.
       01 WS-UNSENT-CNT           PIC 9(6)  VALUE 0.
       01 WS-ED-DAYS              PIC -(4)9.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LK-PARM.
          05 LK-PARM-LEN          PIC S9(4) COMP.
          05 LK-WINDOW-DAYS       PIC 9(3).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            MOVE 1 TO WS-PASS.
            PERFORM 2000-PASS-PARA
               THRU 2000-PASS-EXIT.
            MOVE 2 TO WS-PASS.
            PERFORM 2000-PASS-PARA
               THRU 2000-PASS-EXIT.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

       1000-INIT-PARA.
            IF LK-PARM-LEN > 2
                AND LK-WINDOW-DAYS IS NUMERIC
                MOVE LK-WINDOW-DAYS TO WS-WINDOW-DAYS
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-TODAY)).
            DISPLAY "REVIEW DATE        : " WS-TODAY.
            DISPLAY "EXPIRY WINDOW DAYS : " WS-WINDOW-DAYS.

            OPEN OUTPUT REVWRPT.
            IF WS-FS2 NOT = 00
                DISPLAY "REPORT OPEN ERROR " WS-FS2
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       1000-INIT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE READ OF THE MASTER PER PART, SO EACH PART COMES OUT
      *     IN ACCOUNT ORDER WITHOUT A SORT.
       2000-PASS-PARA.
            MOVE SPACES TO REVWREC
            IF WS-PASS = 1
                STRING "PART 1 - MANDATES EXPIRING WITHIN "
                       WS-WINDOW-DAYS " DAYS OR EXPIRED"
                    INTO REVWREC
                END-STRING
            ELSE
                STRING "PART 2 - MANDATES NOT REGISTERED BY THE BANK"
                    INTO REVWREC
                END-STRING
            END-IF
            WRITE REVWREC.
            MOVE SPACES TO REVWREC
            IF WS-PASS = 1
                STRING "ACCT   HOLDER                MANDATE     "
                       "EXPIRES     DAYS  NOTE"
                    INTO REVWREC
                END-STRING
            ELSE
                STRING "ACCT   HOLDER                MANDATE     "
                       "SENT      WAITING NOTE"
                    INTO REVWREC
                END-STRING
            END-IF
            WRITE REVWREC.

            OPEN INPUT ACCTMST.
            IF NOT FS1-OK
                DISPLAY "ACCTMST OPEN ERROR " WS-FS1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 2100-READ-PARA
               THRU 2100-READ-EXIT
               UNTIL FS1-EOF.
            CLOSE ACCTMST.
            MOVE 0 TO WS-FS1.
            MOVE SPACES TO REVWREC
            WRITE REVWREC.
       2000-PASS-EXIT.
            EXIT.

       2100-READ-PARA.
            READ ACCTMST
                AT END
                    SET FS1-EOF TO TRUE
                    GO TO 2100-READ-EXIT
            END-READ.
            IF AM-STATUS = "C"
                GO TO 2100-READ-EXIT
            END-IF.
            IF WS-PASS = 1
                ADD 1 TO WS-READ-CNT
                PERFORM 2200-EXPIRY-PARA
                   THRU 2200-EXPIRY-EXIT
            ELSE
                PERFORM 2300-AWAITING-PARA
                   THRU 2300-AWAITING-EXIT
            END-IF.
       2100-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A LIVE MANDATE (REGISTERED OR PENDING) WITH AN EXPIRY
      *     DATE INSIDE THE WINDOW OR ALREADY BEHIND US. AN EXPIRY
      *     THAT IS NOT A DATE IS LISTED TOO - IT CANNOT BE WATCHED.
       2200-EXPIRY-PARA.
            IF AM-MANDATE-STAT NOT = "R" AND AM-MANDATE-STAT NOT = "P"
                GO TO 2200-EXPIRY-EXIT
            END-IF.
            IF AM-MANDATE-EXP = SPACES
                GO TO 2200-EXPIRY-EXIT
            END-IF.
            MOVE AM-MANDATE-EXP(7:4) TO WS-EXP-YYYY.
            MOVE AM-MANDATE-EXP(4:2) TO WS-EXP-MM.
            MOVE AM-MANDATE-EXP(1:2) TO WS-EXP-DD.
            IF WS-EXP-YMD IS NOT NUMERIC
                OR WS-EXP-MM < "01" OR WS-EXP-MM > "12"
                OR WS-EXP-DD < "01" OR WS-EXP-DD > "31"
                ADD 1 TO WS-BADEXP-CNT
                MOVE 0 TO WS-DAYS
                MOVE "BAD EXPIRY DATE" TO WS-NOTE
            ELSE
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WS-EXP-YMD))
                COMPUTE WS-DAYS = WS-DATE-INT - WS-TODAY-INT
                IF WS-DAYS > WS-WINDOW-DAYS
                    GO TO 2200-EXPIRY-EXIT
                END-IF
                IF WS-DAYS < 0
                    ADD 1 TO WS-EXPIRED-CNT
                    MOVE "EXPIRED" TO WS-NOTE
                ELSE
                    ADD 1 TO WS-EXPIRING-CNT
                    MOVE "EXPIRING" TO WS-NOTE
                END-IF
            END-IF.
            MOVE WS-DAYS TO WS-ED-DAYS
            MOVE SPACES TO REVWREC
            STRING AM-ACCT-NO
                   "  " AM-HOLDER
                   "  " AM-MANDATE-REF
                   "  " AM-MANDATE-EXP
                   " " WS-ED-DAYS
                   "  " WS-NOTE
                INTO REVWREC
            END-STRING
            WRITE REVWREC.
       2200-EXPIRY-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     EVERY OPEN OR SUSPENDED ACCOUNT WITH A MANDATE WEEK5
      *     MAY NOT YET COLLECT AGAINST, WITH THE DAYS SINCE ITS
      *     LAST INSTRUCTION WENT TO THE BANK.
       2300-AWAITING-PARA.
            EVALUATE TRUE
                WHEN AM-MANDATE-STAT = "P"
                    ADD 1 TO WS-PENDING-CNT
                    MOVE "AWAITING BANK" TO WS-NOTE
                WHEN AM-MANDATE-STAT = "J"
                    ADD 1 TO WS-REJECTED-CNT
                    MOVE "REJECTED BY BANK" TO WS-NOTE
                WHEN AM-MANDATE-STAT = SPACE
                     AND AM-MANDATE-REF NOT = SPACES
                    ADD 1 TO WS-UNSENT-CNT
                    MOVE "NOT YET SENT" TO WS-NOTE
                WHEN OTHER
                    GO TO 2300-AWAITING-EXIT
            END-EVALUATE.
            IF AM-MANDATE-SENT IS NUMERIC
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(AM-MANDATE-SENT))
                COMPUTE WS-DAYS = WS-TODAY-INT - WS-DATE-INT
            ELSE
                MOVE 0 TO WS-DAYS
            END-IF.
            MOVE WS-DAYS TO WS-ED-DAYS
            MOVE SPACES TO REVWREC
            STRING AM-ACCT-NO
                   "  " AM-HOLDER
                   "  " AM-MANDATE-REF
                   "  " AM-MANDATE-SENT
                   "  " WS-ED-DAYS
                   "  " WS-NOTE
                INTO REVWREC
            END-STRING
            WRITE REVWREC.
       2300-AWAITING-EXIT.
            EXIT.

       3000-TERM-PARA.
            MOVE WS-EXPIRING-CNT TO WS-ED-CNT
            MOVE SPACES TO REVWREC
            STRING "EXPIRING WITHIN WINDOW    " WS-ED-CNT
                INTO REVWREC
            END-STRING
            WRITE REVWREC.
            MOVE WS-EXPIRED-CNT TO WS-ED-CNT
            MOVE SPACES TO REVWREC
            STRING "ALREADY EXPIRED           " WS-ED-CNT
                INTO REVWREC
            END-STRING
            WRITE REVWREC.
            MOVE WS-BADEXP-CNT TO WS-ED-CNT
            MOVE SPACES TO REVWREC
            STRING "UNREADABLE EXPIRY DATE    " WS-ED-CNT
                INTO REVWREC
            END-STRING
            WRITE REVWREC.
            MOVE WS-PENDING-CNT TO WS-ED-CNT
            MOVE SPACES TO REVWREC
            STRING "AWAITING BANK             " WS-ED-CNT
                INTO REVWREC
            END-STRING
            WRITE REVWREC.
            MOVE WS-REJECTED-CNT TO WS-ED-CNT
            MOVE SPACES TO REVWREC
            STRING "REJECTED BY BANK          " WS-ED-CNT
                INTO REVWREC
            END-STRING
            WRITE REVWREC.
            MOVE WS-UNSENT-CNT TO WS-ED-CNT
            MOVE SPACES TO REVWREC
            STRING "NOT YET SENT              " WS-ED-CNT
                INTO REVWREC
            END-STRING
            WRITE REVWREC.
            CLOSE REVWRPT.

            DISPLAY "ACCOUNTS NOT CLOSED   : " WS-READ-CNT.
            DISPLAY "EXPIRING/EXPIRED      : " WS-EXPIRING-CNT
                    " / " WS-EXPIRED-CNT.
            DISPLAY "AWAITING/REJECTED     : " WS-PENDING-CNT
                    " / " WS-REJECTED-CNT.
            DISPLAY "NOT YET SENT          : " WS-UNSENT-CNT.
            IF WS-EXPIRING-CNT + WS-EXPIRED-CNT + WS-BADEXP-CNT
               + WS-PENDING-CNT + WS-REJECTED-CNT + WS-UNSENT-CNT
               > 0
                AND WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
       3000-TERM-EXIT.
            EXIT.
