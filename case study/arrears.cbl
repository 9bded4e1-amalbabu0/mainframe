      *****************************************************************
      * PROGRAM NAME : ARREARS
      * DESCRIPTION  : Monthly instalment-plan arrears ledger. Each
      *                account on an agreed instalment plan (PLANFILE:
      *                amount, frequency M/Q/H/A, start and end date)
      *                is walked month by month, from the month after
      *                the one its ledger was last brought up to (or
      *                the plan's first month) to the PARM month,
      *                comparing the instalment falling due in each
      *                month with what was actually paid in it on
      *                TABLE1. The arrears ledger carries forward per
      *                account the amount due to date, the amount paid
      *                to date, the amount overdue (or in credit) and
      *                how many months running it has been overdue,
      *                old ledger in / new ledger out, so a rerun of a
      *                month already brought up to date changes
      *                nothing. Under-payments, over-payments and
      *                plans completed (past their end date with
      *                nothing owed) are reported; the report closes
      *                by proving the new ledger balance equals the
      *                old one plus this run's dues less this run's
      *                payments. DUNLET reads the ledger to dun plan
      *                accounts on their arrears amount.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREARS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PLANFILE ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT OLDLEDG ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

            SELECT NEWLEDG ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

            SELECT ARRRPT ASSIGN DD4
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
      *     ONE PLAN PER ACCOUNT, ASCENDING ACCOUNT ORDER. DATES ARE
      *     DD/MM/YYYY LIKE TABLE1; A BLANK END DATE IS AN OPEN-ENDED
      *     PLAN.
       FD PLANFILE.
       01 PLANREC.
            10 PL-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 PL-AMOUNT        PIC 9(7)V99.
            10 FILLER           PIC X(1).
            10 PL-FREQ          PIC X(1).
               88 PL-MONTHLY    VALUE "M".
               88 PL-QUARTERLY  VALUE "Q".
               88 PL-HALF-YEAR  VALUE "H".
               88 PL-ANNUAL     VALUE "A".
            10 FILLER           PIC X(1).
            10 PL-START-DT      PIC X(10).
            10 FILLER           PIC X(1).
            10 PL-END-DT        PIC X(10).
            10 FILLER           PIC X(41).

       FD OLDLEDG.
       01 OLDLEDGREC.
            10 OL-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 OL-LAST-YM       PIC 9(6).
            10 FILLER           PIC X(1).
            10 OL-DUE-TODATE    PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 OL-PAID-TODATE   PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 OL-OVERDUE       PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 OL-CREDIT        PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 OL-STATUS        PIC X(1).
            10 FILLER           PIC X(1).
            10 OL-OVERDUE-MTHS  PIC 9(3).
            10 FILLER           PIC X(14).

      *     ARREARS LEDGER - STATUS A ACTIVE, C COMPLETED, X PLAN
      *     WITHDRAWN (NO LONGER ON PLANFILE; CARRIED SO ANY
      *     ARREARS STAY VISIBLE). DUNLET READS THIS LAYOUT.
       FD NEWLEDG.
       01 NEWLEDGREC.
            10 NL-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 NL-LAST-YM       PIC 9(6).
            10 FILLER           PIC X(1).
            10 NL-DUE-TODATE    PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 NL-PAID-TODATE   PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 NL-OVERDUE       PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 NL-CREDIT        PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 NL-STATUS        PIC X(1).
            10 FILLER           PIC X(1).
            10 NL-OVERDUE-MTHS  PIC 9(3).
            10 FILLER           PIC X(14).

       FD ARRRPT.
       01 ARRRPTREC            PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
          88 FS2-OK               VALUE 00.
          88 FS2-EOF              VALUE 10.
       01 WS-FS3                  PIC 99.
       01 WS-FS4                  PIC 99.
       01 WS-RC                   PIC 9(2)  VALUE 0.

       01 WS-PLAN-KEY             PIC X(5)  VALUE SPACES.
       01 WS-LEDG-KEY             PIC X(5)  VALUE SPACES.
       01 WS-RUN-YM               PIC 9(6)  VALUE 0.
       01 WS-RUN-MIX              PIC 9(7)  VALUE 0.
       01 WS-REASON               PIC X(30) VALUE SPACES.

      *     MONTH ARITHMETIC IS DONE ON A MONTH INDEX (YEAR * 12 +
      *     MONTH - 1) SO STEPPING AND INTERVALS NEED NO CALENDAR.
       01 WS-MONTH-WORK.
          05 WS-START-MIX         PIC 9(7)  VALUE 0.
          05 WS-END-MIX           PIC 9(7)  VALUE 0.
          05 WS-FROM-MIX          PIC 9(7)  VALUE 0.
          05 WS-CUR-MIX           PIC 9(7)  VALUE 0.
          05 WS-INTERVAL          PIC 9(2)  VALUE 0.
          05 WS-ELAPSED           PIC 9(7)  VALUE 0.
          05 WS-QUOT              PIC 9(7)  VALUE 0.
          05 WS-REM               PIC 9(2)  VALUE 0.
          05 WS-YYYY              PIC 9(4)  VALUE 0.
          05 WS-MM                PIC 9(2)  VALUE 0.
          05 WS-CUR-YM            PIC 9(6)  VALUE 0.
          05 WS-DT-WORK           PIC X(10) VALUE SPACES.
          05 WS-DT-MIX            PIC 9(7)  VALUE 0.
          05 WS-DT-VALID-SW       PIC X(01) VALUE "Y".
             88 DT-VALID          VALUE "Y".
             88 DT-INVALID        VALUE "N".

      *     THE ACCOUNT IN HAND, BROUGHT FORWARD FROM THE OLD LEDGER
      *     (OR ZERO FOR A NEW PLAN) AND WALKED FORWARD A MONTH AT A
      *     TIME.
       01 WS-ACCT-WORK.
          05 WS-DUE-TODATE        PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-PAID-TODATE       PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-BALANCE           PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-OVERDUE-MTHS      PIC 9(3)  VALUE 0.
          05 WS-STATUS            PIC X(1)  VALUE SPACE.
          05 WS-OLD-STATUS        PIC X(1)  VALUE SPACE.
          05 WS-MONTH-DUE         PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-MONTH-PAID        PIC S9(9)V99 COMP-3 VALUE 0.

       01 WS-HV-ACCT-NO           PIC X(5).
       01 WS-HV-MMYYYY            PIC X(7).
       01 WS-HV-PAID              PIC S9(9)V99 COMP-3.
       01 WS-HV-PAY-CNT           PIC S9(9) COMP.

      *     CONTROL TOTALS - OLD LEDGER BALANCE + DUES - PAYMENTS
      *     MUST EQUAL THE NEW LEDGER BALANCE.
       01 WS-OLD-BAL-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-NEW-BAL-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-RUN-DUE-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-RUN-PAID-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-OVERDUE-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CHECK-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PLAN-CNT             PIC 9(6)  VALUE 0.
       01 WS-OLD-CNT              PIC 9(6)  VALUE 0.
       01 WS-NEW-CNT              PIC 9(6)  VALUE 0.
       01 WS-NEWPLAN-CNT          PIC 9(6)  VALUE 0.
       01 WS-UNDER-CNT            PIC 9(6)  VALUE 0.
       01 WS-OVER-CNT             PIC 9(6)  VALUE 0.
       01 WS-DONE-CNT             PIC 9(6)  VALUE 0.
       01 WS-ARREARS-CNT          PIC 9(6)  VALUE 0.
       01 WS-WITHDRAWN-CNT        PIC 9(6)  VALUE 0.
       01 WS-REJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-UPTODATE-CNT         PIC 9(6)  VALUE 0.
       01 WS-ED-AMT               PIC -(8)9.99.
       01 WS-ED-AMT2              PIC -(8)9.99.
       01 WS-ED-AMT3              PIC -(8)9.99.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LK-PARM.
          05 LK-PARM-LEN          PIC S9(4) COMP.
          05 LK-RUN-YM            PIC 9(6).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-MERGE-PARA
               THRU 2000-MERGE-EXIT
               UNTIL WS-PLAN-KEY = HIGH-VALUES
                 AND WS-LEDG-KEY = HIGH-VALUES.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

      *     THE PARM IS THE MONTH BEING CLOSED, YYYYMM - RUN AFTER
      *     THE MONTH'S LAST EOD SO EVERY PAYMENT IS ON TABLE1.
       1000-INIT-PARA.
            IF LK-PARM-LEN < 6
                OR LK-RUN-YM IS NOT NUMERIC
                DISPLAY "RUN MONTH PARM (YYYYMM) REQUIRED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LK-RUN-YM TO WS-RUN-YM.
            COMPUTE WS-YYYY = WS-RUN-YM / 100.
            COMPUTE WS-MM = WS-RUN-YM - WS-YYYY * 100.
            IF WS-MM < 1 OR WS-MM > 12
                DISPLAY "RUN MONTH PARM INVALID : " LK-RUN-YM
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE WS-RUN-MIX = WS-YYYY * 12 + WS-MM - 1.
            DISPLAY "ARREARS LEDGER BROUGHT UP TO : " WS-RUN-YM.

            OPEN INPUT PLANFILE
                 INPUT OLDLEDG
                 OUTPUT NEWLEDG
                 OUTPUT ARRRPT.
            IF NOT FS1-OK OR NOT FS2-OK
                OR WS-FS3 NOT = 00 OR WS-FS4 NOT = 00
                DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2
                        " " WS-FS3 " " WS-FS4
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ARRRPTREC
            STRING "ACCT   MONTH    MONTH DUE   MONTH PAID  "
                   "   BALANCE  RESULT"
                INTO ARRRPTREC
            END-STRING
            WRITE ARRRPTREC.
            PERFORM 2110-READ-PLAN
               THRU 2110-READ-PLAN-EXIT.
            PERFORM 2120-READ-LEDG
               THRU 2120-READ-LEDG-EXIT.
       1000-INIT-EXIT.
            EXIT.

       2110-READ-PLAN.
            READ PLANFILE
                AT END
                    SET FS1-EOF TO TRUE
                    MOVE HIGH-VALUES TO WS-PLAN-KEY
                NOT AT END
                    ADD 1 TO WS-PLAN-CNT
                    IF PL-ACCT-NO <= WS-PLAN-KEY
                        AND WS-PLAN-KEY NOT = SPACES
                        DISPLAY "PLAN FILE OUT OF SEQUENCE AT "
                                PL-ACCT-NO " - RUN STOPPED"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PL-ACCT-NO TO WS-PLAN-KEY
            END-READ.
       2110-READ-PLAN-EXIT.
            EXIT.

       2120-READ-LEDG.
            READ OLDLEDG
                AT END
                    SET FS2-EOF TO TRUE
                    MOVE HIGH-VALUES TO WS-LEDG-KEY
                NOT AT END
                    ADD 1 TO WS-OLD-CNT
                    IF OL-ACCT-NO <= WS-LEDG-KEY
                        AND WS-LEDG-KEY NOT = SPACES
                        DISPLAY "OLD LEDGER OUT OF SEQUENCE AT "
                                OL-ACCT-NO " - RUN STOPPED"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE OL-ACCT-NO TO WS-LEDG-KEY
                    COMPUTE WS-OLD-BAL-TOTAL = WS-OLD-BAL-TOTAL
                        + OL-DUE-TODATE - OL-PAID-TODATE
            END-READ.
       2120-READ-LEDG-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     BALANCED-LINE MATCH OF PLAN FILE AND OLD LEDGER. A PLAN
      *     WITH NO LEDGER ENTRY IS NEW AND STARTS FROM ZERO; A
      *     LEDGER ENTRY WITH NO PLAN IS CARRIED FORWARD UNCHANGED
      *     AS WITHDRAWN SO ITS ARREARS ARE NOT LOST.
       2000-MERGE-PARA.
            EVALUATE TRUE
                WHEN WS-PLAN-KEY < WS-LEDG-KEY
                    MOVE 0 TO WS-DUE-TODATE WS-PAID-TODATE
                              WS-OVERDUE-MTHS
                    MOVE "A" TO WS-STATUS WS-OLD-STATUS
                    MOVE 0 TO WS-FROM-MIX
                    MOVE PL-ACCT-NO TO NL-ACCT-NO
                    ADD 1 TO WS-NEWPLAN-CNT
                    PERFORM 2200-PLAN-ACCOUNT
                       THRU 2200-PLAN-ACCOUNT-EXIT
                    PERFORM 2110-READ-PLAN
                       THRU 2110-READ-PLAN-EXIT
                WHEN WS-PLAN-KEY > WS-LEDG-KEY
                    MOVE OLDLEDGREC TO NEWLEDGREC
                    IF NL-STATUS NOT = "X"
                        MOVE "X" TO NL-STATUS
                        ADD 1 TO WS-WITHDRAWN-CNT
                        MOVE "PLAN WITHDRAWN - CARRIED" TO WS-REASON
                        PERFORM 2650-REPORT-ACCOUNT
                           THRU 2650-REPORT-ACCOUNT-EXIT
                    END-IF
                    PERFORM 2600-WRITE-LEDG
                       THRU 2600-WRITE-LEDG-EXIT
                    PERFORM 2120-READ-LEDG
                       THRU 2120-READ-LEDG-EXIT
                WHEN OTHER
                    MOVE OL-DUE-TODATE TO WS-DUE-TODATE
                    MOVE OL-PAID-TODATE TO WS-PAID-TODATE
                    MOVE OL-OVERDUE-MTHS TO WS-OVERDUE-MTHS
                    MOVE OL-STATUS TO WS-STATUS WS-OLD-STATUS
                    IF WS-STATUS = "X"
                        MOVE "A" TO WS-STATUS
                    END-IF
                    MOVE OL-LAST-YM TO WS-CUR-YM
                    PERFORM 2180-YM-TO-MIX
                       THRU 2180-YM-TO-MIX-EXIT
                    COMPUTE WS-FROM-MIX = WS-CUR-MIX + 1
                    MOVE OLDLEDGREC TO NEWLEDGREC
                    PERFORM 2200-PLAN-ACCOUNT
                       THRU 2200-PLAN-ACCOUNT-EXIT
                    PERFORM 2110-READ-PLAN
                       THRU 2110-READ-PLAN-EXIT
                    PERFORM 2120-READ-LEDG
                       THRU 2120-READ-LEDG-EXIT
            END-EVALUATE.
       2000-MERGE-EXIT.
            EXIT.

      *     DD/MM/YYYY IN WS-DT-WORK TO A MONTH INDEX.
       2150-DATE-TO-MIX.
            SET DT-VALID TO TRUE.
            IF WS-DT-WORK(4:2) IS NOT NUMERIC
                OR WS-DT-WORK(7:4) IS NOT NUMERIC
                OR WS-DT-WORK(3:1) NOT = "/"
                OR WS-DT-WORK(6:1) NOT = "/"
                SET DT-INVALID TO TRUE
                GO TO 2150-DATE-TO-MIX-EXIT
            END-IF.
            MOVE WS-DT-WORK(7:4) TO WS-YYYY.
            MOVE WS-DT-WORK(4:2) TO WS-MM.
            IF WS-MM < 1 OR WS-MM > 12
                SET DT-INVALID TO TRUE
                GO TO 2150-DATE-TO-MIX-EXIT
            END-IF.
            COMPUTE WS-DT-MIX = WS-YYYY * 12 + WS-MM - 1.
       2150-DATE-TO-MIX-EXIT.
            EXIT.

       2180-YM-TO-MIX.
            COMPUTE WS-YYYY = WS-CUR-YM / 100.
            COMPUTE WS-MM = WS-CUR-YM - WS-YYYY * 100.
            COMPUTE WS-CUR-MIX = WS-YYYY * 12 + WS-MM - 1.
       2180-YM-TO-MIX-EXIT.
            EXIT.

       2190-MIX-TO-YM.
            COMPUTE WS-YYYY = WS-CUR-MIX / 12.
            COMPUTE WS-MM = WS-CUR-MIX - WS-YYYY * 12 + 1.
            COMPUTE WS-CUR-YM = WS-YYYY * 100 + WS-MM.
       2190-MIX-TO-YM-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE PLAN ACCOUNT. A PLAN THAT CANNOT BE READ IS REPORTED
      *     AND ITS LEDGER (IF ANY) CARRIED FORWARD UNTOUCHED.
       2200-PLAN-ACCOUNT.
            MOVE SPACES TO WS-REASON.
            EVALUATE TRUE
                WHEN PL-AMOUNT IS NOT NUMERIC
                    MOVE "BAD INSTALMENT AMOUNT" TO WS-REASON
                WHEN PL-MONTHLY
                    MOVE 1 TO WS-INTERVAL
                WHEN PL-QUARTERLY
                    MOVE 3 TO WS-INTERVAL
                WHEN PL-HALF-YEAR
                    MOVE 6 TO WS-INTERVAL
                WHEN PL-ANNUAL
                    MOVE 12 TO WS-INTERVAL
                WHEN OTHER
                    MOVE "BAD FREQUENCY CODE" TO WS-REASON
            END-EVALUATE.
            IF WS-REASON = SPACES
                MOVE PL-START-DT TO WS-DT-WORK
                PERFORM 2150-DATE-TO-MIX
                   THRU 2150-DATE-TO-MIX-EXIT
                IF DT-INVALID
                    MOVE "BAD START DATE" TO WS-REASON
                ELSE
                    MOVE WS-DT-MIX TO WS-START-MIX
                END-IF
            END-IF.
            IF WS-REASON = SPACES
                IF PL-END-DT = SPACES
                    MOVE 9999999 TO WS-END-MIX
                ELSE
                    MOVE PL-END-DT TO WS-DT-WORK
                    PERFORM 2150-DATE-TO-MIX
                       THRU 2150-DATE-TO-MIX-EXIT
                    IF DT-INVALID OR WS-DT-MIX < WS-START-MIX
                        MOVE "BAD END DATE" TO WS-REASON
                    ELSE
                        MOVE WS-DT-MIX TO WS-END-MIX
                    END-IF
                END-IF
            END-IF.
            IF WS-REASON NOT = SPACES
                ADD 1 TO WS-REJ-CNT
                PERFORM 2650-REPORT-ACCOUNT
                   THRU 2650-REPORT-ACCOUNT-EXIT
                IF WS-PLAN-KEY = WS-LEDG-KEY
                    PERFORM 2600-WRITE-LEDG
                       THRU 2600-WRITE-LEDG-EXIT
                ELSE
                    SUBTRACT 1 FROM WS-NEWPLAN-CNT
                END-IF
                GO TO 2200-PLAN-ACCOUNT-EXIT
            END-IF.

      *     NOTHING IS DUE OR COUNTED BEFORE THE PLAN'S FIRST MONTH.
            IF WS-FROM-MIX < WS-START-MIX
                MOVE WS-START-MIX TO WS-FROM-MIX
            END-IF.
            IF WS-FROM-MIX > WS-RUN-MIX
                ADD 1 TO WS-UPTODATE-CNT
                IF WS-PLAN-KEY NOT = WS-LEDG-KEY
                    PERFORM 2500-BUILD-LEDG
                       THRU 2500-BUILD-LEDG-EXIT
                END-IF
                PERFORM 2600-WRITE-LEDG
                   THRU 2600-WRITE-LEDG-EXIT
                GO TO 2200-PLAN-ACCOUNT-EXIT
            END-IF.

            MOVE PL-ACCT-NO TO WS-HV-ACCT-NO.
            PERFORM 2300-WALK-MONTH
               THRU 2300-WALK-MONTH-EXIT
               VARYING WS-CUR-MIX FROM WS-FROM-MIX BY 1
               UNTIL WS-CUR-MIX > WS-RUN-MIX.
            IF WS-RC = 8
                DISPLAY "RUN STOPPED AT ACCOUNT " PL-ACCT-NO
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *     COMPLETED - PAST THE LAST INSTALMENT WITH NOTHING OWED.
            COMPUTE WS-BALANCE = WS-DUE-TODATE - WS-PAID-TODATE.
            IF WS-RUN-MIX >= WS-END-MIX
                AND WS-BALANCE <= 0
                MOVE "C" TO WS-STATUS
                IF WS-OLD-STATUS NOT = "C"
                    ADD 1 TO WS-DONE-CNT
                    MOVE "PLAN COMPLETED" TO WS-REASON
                    PERFORM 2650-REPORT-ACCOUNT
                       THRU 2650-REPORT-ACCOUNT-EXIT
                END-IF
            ELSE
                MOVE "A" TO WS-STATUS
            END-IF.
            PERFORM 2500-BUILD-LEDG
               THRU 2500-BUILD-LEDG-EXIT.
            PERFORM 2600-WRITE-LEDG
               THRU 2600-WRITE-LEDG-EXIT.
       2200-PLAN-ACCOUNT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE CALENDAR MONTH OF ONE PLAN. AN INSTALMENT FALLS DUE
      *     IN THE FIRST MONTH AND EVERY INTERVAL AFTER IT UP TO THE
      *     END MONTH; PAYMENTS COUNT WHENEVER THEY ARRIVE, SO A
      *     PLAN PAST ITS END CAN STILL BE PAID OFF.
       2300-WALK-MONTH.
            IF WS-RC = 8
                GO TO 2300-WALK-MONTH-EXIT
            END-IF.
            MOVE 0 TO WS-MONTH-DUE.
            IF WS-CUR-MIX <= WS-END-MIX
                COMPUTE WS-ELAPSED = WS-CUR-MIX - WS-START-MIX
                DIVIDE WS-ELAPSED BY WS-INTERVAL
                    GIVING WS-QUOT REMAINDER WS-REM
                IF WS-REM = 0
                    MOVE PL-AMOUNT TO WS-MONTH-DUE
                END-IF
            END-IF.

            PERFORM 2190-MIX-TO-YM
               THRU 2190-MIX-TO-YM-EXIT.
            MOVE SPACES TO WS-HV-MMYYYY.
            STRING WS-MM "/" WS-YYYY
                DELIMITED BY SIZE
                INTO WS-HV-MMYYYY
            END-STRING.
            EXEC SQL
                SELECT COALESCE(SUM(PMNT_AMT), 0),
                       COUNT(*)
                  INTO :WS-HV-PAID,
                       :WS-HV-PAY-CNT
                  FROM TABLE1
                 WHERE ACCT_NBR = :WS-HV-ACCT-NO
                   AND SUBSTR(PMNT_DT, 4, 7) = :WS-HV-MMYYYY
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "TABLE1 PAYMENT SUM FAILED SQLCODE="
                        SQLCODE " ACCT " WS-HV-ACCT-NO
                        " MONTH " WS-HV-MMYYYY
                MOVE 8 TO WS-RC
                GO TO 2300-WALK-MONTH-EXIT
            END-IF.
            MOVE WS-HV-PAID TO WS-MONTH-PAID.

            ADD WS-MONTH-DUE TO WS-DUE-TODATE WS-RUN-DUE-TOTAL.
            ADD WS-MONTH-PAID TO WS-PAID-TODATE WS-RUN-PAID-TOTAL.
            COMPUTE WS-BALANCE = WS-DUE-TODATE - WS-PAID-TODATE.
            IF WS-BALANCE > 0
                ADD 1 TO WS-OVERDUE-MTHS
            ELSE
                MOVE 0 TO WS-OVERDUE-MTHS
            END-IF.

            EVALUATE TRUE
                WHEN WS-MONTH-PAID < WS-MONTH-DUE
                    ADD 1 TO WS-UNDER-CNT
                    MOVE "UNDER-PAYMENT" TO WS-REASON
                    PERFORM 2700-REPORT-MONTH
                       THRU 2700-REPORT-MONTH-EXIT
                WHEN WS-MONTH-PAID > WS-MONTH-DUE
                     AND WS-BALANCE < 0
                    ADD 1 TO WS-OVER-CNT
                    MOVE "OVER-PAYMENT - IN CREDIT" TO WS-REASON
                    PERFORM 2700-REPORT-MONTH
                       THRU 2700-REPORT-MONTH-EXIT
                WHEN WS-MONTH-PAID > WS-MONTH-DUE
                    MOVE "ARREARS REDUCED" TO WS-REASON
                    PERFORM 2700-REPORT-MONTH
                       THRU 2700-REPORT-MONTH-EXIT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       2300-WALK-MONTH-EXIT.
            EXIT.

      *     THE LEDGER IMAGE FOR THE ACCOUNT IN HAND, BROUGHT UP TO
      *     THE RUN MONTH.
       2500-BUILD-LEDG.
            MOVE SPACES TO NEWLEDGREC.
            MOVE PL-ACCT-NO TO NL-ACCT-NO.
            MOVE WS-RUN-YM TO NL-LAST-YM.
            MOVE WS-DUE-TODATE TO NL-DUE-TODATE.
            MOVE WS-PAID-TODATE TO NL-PAID-TODATE.
            COMPUTE WS-BALANCE = WS-DUE-TODATE - WS-PAID-TODATE.
            IF WS-BALANCE > 0
                MOVE WS-BALANCE TO NL-OVERDUE
                MOVE 0 TO NL-CREDIT
            ELSE
                MOVE 0 TO NL-OVERDUE
                COMPUTE NL-CREDIT = 0 - WS-BALANCE
            END-IF.
            MOVE WS-STATUS TO NL-STATUS.
            MOVE WS-OVERDUE-MTHS TO NL-OVERDUE-MTHS.
       2500-BUILD-LEDG-EXIT.
            EXIT.

       2600-WRITE-LEDG.
            WRITE NEWLEDGREC.
            IF WS-FS3 NOT = 00
                DISPLAY "NEW LEDGER WRITE FAILED " WS-FS3
                        " - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-NEW-CNT.
            COMPUTE WS-NEW-BAL-TOTAL = WS-NEW-BAL-TOTAL
                + NL-DUE-TODATE - NL-PAID-TODATE.
            IF NL-OVERDUE > 0
                ADD 1 TO WS-ARREARS-CNT
                ADD NL-OVERDUE TO WS-OVERDUE-TOTAL
            END-IF.
       2600-WRITE-LEDG-EXIT.
            EXIT.

       2650-REPORT-ACCOUNT.
            MOVE SPACES TO ARRRPTREC
            STRING WS-PLAN-KEY
                   "  " WS-REASON
                INTO ARRRPTREC
            END-STRING
            IF WS-PLAN-KEY > WS-LEDG-KEY
                MOVE WS-LEDG-KEY TO ARRRPTREC(1:5)
            END-IF
            WRITE ARRRPTREC.
       2650-REPORT-ACCOUNT-EXIT.
            EXIT.

       2700-REPORT-MONTH.
            MOVE WS-MONTH-DUE TO WS-ED-AMT
            MOVE WS-MONTH-PAID TO WS-ED-AMT2
            MOVE WS-BALANCE TO WS-ED-AMT3
            MOVE SPACES TO ARRRPTREC
            STRING PL-ACCT-NO
                   "  " WS-HV-MMYYYY
                   " " WS-ED-AMT
                   " " WS-ED-AMT2
                   " " WS-ED-AMT3
                   "  " WS-REASON
                INTO ARRRPTREC
            END-STRING
            WRITE ARRRPTREC.
       2700-REPORT-MONTH-EXIT.
            EXIT.

      *-----------------------------------------------------------------
       3000-TERM-PARA.
            MOVE SPACES TO ARRRPTREC
            WRITE ARRRPTREC.
            MOVE WS-OLD-BAL-TOTAL TO WS-ED-AMT
            MOVE SPACES TO ARRRPTREC
            STRING "LEDGER BALANCE BROUGHT FORWARD   " WS-ED-AMT
                INTO ARRRPTREC
            END-STRING
            WRITE ARRRPTREC.
            MOVE WS-RUN-DUE-TOTAL TO WS-ED-AMT
            MOVE SPACES TO ARRRPTREC
            STRING "  PLUS INSTALMENTS FALLEN DUE    " WS-ED-AMT
                INTO ARRRPTREC
            END-STRING
            WRITE ARRRPTREC.
            MOVE WS-RUN-PAID-TOTAL TO WS-ED-AMT
            MOVE SPACES TO ARRRPTREC
            STRING "  LESS PAYMENTS RECEIVED         " WS-ED-AMT
                INTO ARRRPTREC
            END-STRING
            WRITE ARRRPTREC.
            MOVE WS-NEW-BAL-TOTAL TO WS-ED-AMT
            MOVE SPACES TO ARRRPTREC
            STRING "LEDGER BALANCE CARRIED FORWARD   " WS-ED-AMT
                INTO ARRRPTREC
            END-STRING
            WRITE ARRRPTREC.
            MOVE WS-OVERDUE-TOTAL TO WS-ED-AMT
            MOVE WS-ARREARS-CNT TO WS-ED-CNT
            MOVE SPACES TO ARRRPTREC
            STRING "ACCOUNTS IN ARREARS " WS-ED-CNT
                   "      " WS-ED-AMT
                INTO ARRRPTREC
            END-STRING
            WRITE ARRRPTREC.

            COMPUTE WS-CHECK-TOTAL = WS-OLD-BAL-TOTAL
                + WS-RUN-DUE-TOTAL - WS-RUN-PAID-TOTAL.
            MOVE SPACES TO ARRRPTREC
            IF WS-CHECK-TOTAL = WS-NEW-BAL-TOTAL
                STRING "ARREARS LEDGER RECONCILED"
                    INTO ARRRPTREC
                END-STRING
            ELSE
                STRING "*** ARREARS LEDGER DOES NOT RECONCILE ***"
                    INTO ARRRPTREC
                END-STRING
                MOVE 8 TO WS-RC
            END-IF.
            WRITE ARRRPTREC.

            CLOSE PLANFILE
                  OLDLEDG
                  NEWLEDG
                  ARRRPT.
            DISPLAY "PLANS READ              : " WS-PLAN-CNT.
            DISPLAY "OLD LEDGER ENTRIES      : " WS-OLD-CNT.
            DISPLAY "NEW LEDGER ENTRIES      : " WS-NEW-CNT.
            DISPLAY "NEW PLANS               : " WS-NEWPLAN-CNT.
            DISPLAY "ALREADY UP TO DATE      : " WS-UPTODATE-CNT.
            DISPLAY "UNDER-PAID MONTHS       : " WS-UNDER-CNT.
            DISPLAY "OVER-PAID MONTHS        : " WS-OVER-CNT.
            DISPLAY "PLANS COMPLETED         : " WS-DONE-CNT.
            DISPLAY "PLANS WITHDRAWN         : " WS-WITHDRAWN-CNT.
            DISPLAY "PLANS REJECTED          : " WS-REJ-CNT.
            DISPLAY "ACCOUNTS IN ARREARS     : " WS-ARREARS-CNT.
            IF WS-NEW-CNT NOT = WS-OLD-CNT + WS-NEWPLAN-CNT
                AND WS-RC < 8
                DISPLAY "*** LEDGER COUNTS DO NOT RECONCILE ***"
                MOVE 8 TO WS-RC
            END-IF.
            IF WS-REJ-CNT > 0 AND WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
       3000-TERM-EXIT.
            EXIT.
