      *                first reminders forever. An account with a
      *                prior letter that shows no gaps this run has
      *                cured and drops off the state file.
      *                Where the ARREARS instalment-plan ledger is
      *                supplied (DD6, optional), an account on a plan
      *                is judged by its plan instead: no letter while
      *                it is up to date on the plan whatever its gap
      *                months, and when it is behind the level comes
      *                from its months overdue and the letter carries
      *                the arrears amount (basis A) - including plan
      *                accounts in arrears that show no gap month at
      *                all because they pay something, just not
      *                enough. Gap-driven letters are basis G.
      *****************************************************************

       IDENTIFICATION DIVISION.
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS5.

            SELECT ARRLEDG ASSIGN DD6
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS6.

       DATA DIVISION.
       FILE SECTION.
       FD GAPRPT.
            10 LT-OLDEST-DATE   PIC X(10).
            10 FILLER           PIC X(1).
            10 LT-LATEST-DATE   PIC X(10).
            10 FILLER           PIC X(1).
            10 LT-BASIS         PIC X(1).
            10 FILLER           PIC X(1).
            10 LT-ARREARS-AMT   PIC 9(9)V99.
            10 FILLER           PIC X(6).

      *     INSTALMENT-PLAN ARREARS LEDGER AS WRITTEN BY ARREARS.
       FD ARRLEDG.
       01 ARRLEDGREC.
            10 AL-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 AL-LAST-YM       PIC 9(6).
            10 FILLER           PIC X(1).
            10 AL-DUE-TODATE    PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 AL-PAID-TODATE   PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 AL-OVERDUE       PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 AL-CREDIT        PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 AL-STATUS        PIC X(1).
            10 FILLER           PIC X(1).
            10 AL-OVERDUE-MTHS  PIC 9(3).
            10 FILLER           PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FS1                  PIC 99.
          88 FS3-EOF              VALUE 10.
       01 WS-FS4                  PIC 99.
       01 WS-FS5                  PIC 99.
       01 WS-FS6                  PIC 99.
          88 FS6-OK               VALUE 00.
          88 FS6-EOF              VALUE 10.
       01 WS-RC                   PIC 9(2)  VALUE 0.

      *     PRIOR LETTER LEVELS, ONE ENTRY PER ACCOUNT STILL ON THE
          88 ST-FOUND             VALUE "Y".
          88 ST-NOT-FOUND         VALUE "N".

      *     ACCOUNTS ON AN INSTALMENT PLAN, FROM THE ARREARS LEDGER.
      *     WITHDRAWN PLANS (STATUS X) ARE LEFT TO THE GAP RULES.
       01 WS-PLAN-WORK.
          05 WS-PL-CNT            PIC 9(4)  VALUE 0.
          05 WS-PL-IX             PIC 9(4)  VALUE 0.
          05 WS-PL-SCAN           PIC 9(4)  VALUE 0.
          05 WS-PL-ENTRY          OCCURS 1000 TIMES.
             10 WS-PL-ACCT        PIC X(5).
             10 WS-PL-OVERDUE     PIC 9(9)V99.
             10 WS-PL-MTHS        PIC 9(3).
             10 WS-PL-USED        PIC X(1).
       01 WS-PL-FOUND-SW          PIC X(01) VALUE "N".
          88 PL-FOUND             VALUE "Y".
          88 PL-NOT-FOUND         VALUE "N".

      *     THE ACCOUNT CURRENTLY BEING WALKED OFF THE GAP REPORT.
      *     GAP MONTHS ARRIVE IN CALENDAR ORDER PER ACCOUNT, SO A
      *     MONTH THAT FOLLOWS THE PRIOR GAP MONTH DIRECTLY EXTENDS
          05 WS-PRIOR-LEVEL       PIC 9(1)  VALUE 0.
          05 WS-NEW-LEVEL         PIC 9(1)  VALUE 0.
          05 WS-GAP-LEVEL         PIC 9(1)  VALUE 0.
          05 WS-BASIS             PIC X(1)  VALUE "G".
          05 WS-ARREARS-AMT       PIC 9(9)V99 VALUE 0.

       01 WS-RUN-DATE             PIC X(8)  VALUE SPACES.
       01 WS-GAP-REC-CNT          PIC 9(6)  VALUE 0.
       01 WS-L3-CNT               PIC 9(6)  VALUE 0.
       01 WS-CURED-CNT            PIC 9(6)  VALUE 0.
       01 WS-NOKSDS-CNT           PIC 9(6)  VALUE 0.
       01 WS-ONPLAN-CNT           PIC 9(6)  VALUE 0.
       01 WS-ARRONLY-CNT          PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
                PERFORM 2300-ACCOUNT-BREAK
                   THRU 2300-ACCOUNT-BREAK-EXIT
            END-IF.
            PERFORM 2650-ARREARS-ONLY
               THRU 2650-ARREARS-ONLY-EXIT.
            PERFORM 2700-CURED-PARA
               THRU 2700-CURED-EXIT.
            PERFORM 3000-TERM-PARA
            END-IF.
            PERFORM 1100-LOAD-STATE
               THRU 1100-LOAD-STATE-EXIT.
            PERFORM 1200-LOAD-PLANS
               THRU 1200-LOAD-PLANS-EXIT.
       1000-INIT-EXIT.
            EXIT.

       1110-LOAD-STATE-EXIT.
            EXIT.

       1200-LOAD-PLANS.
            OPEN INPUT ARRLEDG.
            IF FS6-OK
                PERFORM 1210-LOAD-PLAN-REC
                   THRU 1210-LOAD-PLAN-EXIT
                   UNTIL FS6-EOF
                CLOSE ARRLEDG
            ELSE
                DISPLAY "NO ARREARS LEDGER - ALL LETTERS FROM GAP"
                        " MONTHS"
            END-IF.
            DISPLAY "INSTALMENT PLANS LOADED    : " WS-PL-CNT.
       1200-LOAD-PLANS-EXIT.
            EXIT.

       1210-LOAD-PLAN-REC.
            READ ARRLEDG
                AT END
                    SET FS6-EOF TO TRUE
                NOT AT END
                    IF AL-STATUS NOT = "X"
                        IF WS-PL-CNT < 1000
                            ADD 1 TO WS-PL-CNT
                            MOVE AL-ACCT-NO TO WS-PL-ACCT(WS-PL-CNT)
                            MOVE AL-OVERDUE
                              TO WS-PL-OVERDUE(WS-PL-CNT)
                            MOVE AL-OVERDUE-MTHS
                              TO WS-PL-MTHS(WS-PL-CNT)
                            MOVE "N" TO WS-PL-USED(WS-PL-CNT)
                        ELSE
                            DISPLAY "PLAN TABLE FULL - RUN STOPPED"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                        END-IF
                    END-IF
            END-READ.
       1210-LOAD-PLAN-EXIT.
            EXIT.

       2000-READ-PARA.
            READ GAPRPT
                AT END
      *     THE ESCALATION DECISION. THE CONSECUTIVE-GAP RUN SETS A
      *     FLOOR (1 MONTH = REMINDER, 2 = NOTICE, 3+ = DEMAND) AND
      *     A PRIOR LETTER ON RECORD ESCALATES ONE LEVEL, SO AN
      *     ACCOUNT NEVER GETS THE SAME LETTER TWICE RUNNING. FOR AN
      *     ACCOUNT ON AN INSTALMENT PLAN THE MONTHS IT HAS BEEN
      *     OVERDUE ON THE PLAN TAKE THE PLACE OF THE GAP RUN, AND
      *     ONE KEEPING UP WITH ITS PLAN GETS NO LETTER (ANY PRIOR
      *     LETTER STATE IS LEFT FOR THE CURED PASS).
       2300-ACCOUNT-BREAK.
            MOVE "G" TO WS-BASIS.
            MOVE 0 TO WS-ARREARS-AMT.
            PERFORM 2350-FIND-PLAN
               THRU 2350-FIND-PLAN-EXIT.
            IF PL-FOUND
                MOVE "Y" TO WS-PL-USED(WS-PL-IX)
                IF WS-PL-OVERDUE(WS-PL-IX) = 0
                    ADD 1 TO WS-ONPLAN-CNT
                    GO TO 2300-ACCOUNT-BREAK-EXIT
                END-IF
                MOVE "A" TO WS-BASIS
                MOVE WS-PL-OVERDUE(WS-PL-IX) TO WS-ARREARS-AMT
                MOVE WS-PL-MTHS(WS-PL-IX) TO WS-MAX-RUN
            END-IF.

            EVALUATE TRUE
                WHEN WS-MAX-RUN >= 3
                    MOVE 3 TO WS-GAP-LEVEL
       2300-ACCOUNT-BREAK-EXIT.
            EXIT.

       2350-FIND-PLAN.
            SET PL-NOT-FOUND TO TRUE.
            PERFORM VARYING WS-PL-IX FROM 1 BY 1
                UNTIL WS-PL-IX > WS-PL-CNT
                   OR PL-FOUND
                IF WS-PL-ACCT(WS-PL-IX) = WS-CUR-ACCT
                    SET PL-FOUND TO TRUE
                    SUBTRACT 1 FROM WS-PL-IX
                END-IF
            END-PERFORM.
       2350-FIND-PLAN-EXIT.
            EXIT.

       2400-FIND-STATE.
            SET ST-NOT-FOUND TO TRUE.
            PERFORM VARYING WS-ST-IX FROM 1 BY 1
                    ADD 1 TO WS-L3-CNT
            END-EVALUATE.
            MOVE WS-GAP-MONTHS TO LT-GAP-MONTHS.
            MOVE WS-BASIS TO LT-BASIS.
            MOVE WS-ARREARS-AMT TO LT-ARREARS-AMT.

            MOVE WS-CUR-ACCT TO PK-ACCT-NO.
            READ PAYKSDS
       2600-WRITE-STATE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     PLAN ACCOUNTS IN ARREARS THAT NEVER APPEARED ON THE GAP
      *     REPORT - THEY PAY EVERY MONTH BUT SHORT OF THE PLAN -
      *     ARE DUNNED ON THEIR ARREARS THROUGH THE SAME BREAK LOGIC
      *     WITH NO GAP MONTHS.
       2650-ARREARS-ONLY.
            PERFORM VARYING WS-PL-SCAN FROM 1 BY 1
                UNTIL WS-PL-SCAN > WS-PL-CNT
                IF WS-PL-USED(WS-PL-SCAN) = "N"
                    AND WS-PL-OVERDUE(WS-PL-SCAN) > 0
                    MOVE WS-PL-ACCT(WS-PL-SCAN) TO WS-CUR-ACCT
                    MOVE 0 TO WS-GAP-MONTHS WS-MAX-RUN
                    ADD 1 TO WS-ARRONLY-CNT
                    PERFORM 2300-ACCOUNT-BREAK
                       THRU 2300-ACCOUNT-BREAK-EXIT
                END-IF
            END-PERFORM.
       2650-ARREARS-ONLY-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ANY PRIOR-STATE ACCOUNT NOT CONSUMED BY A GAP THIS RUN
      *     HAS CURED - IT DROPS OFF THE NEW STATE FILE AND IS ONLY
            DISPLAY "  FINAL DEMANDS         : " WS-L3-CNT.
            DISPLAY "ACCOUNTS CURED          : " WS-CURED-CNT.
            DISPLAY "NOT ON PAYMENT HISTORY  : " WS-NOKSDS-CNT.
            DISPLAY "ON PLAN - NO LETTER     : " WS-ONPLAN-CNT.
            DISPLAY "PLAN ARREARS, NO GAPS   : " WS-ARRONLY-CNT.
            IF WS-NOKSDS-CNT > 0
                MOVE 4 TO WS-RC
            END-IF.
