      *****************************************************************
      * PROGRAM NAME : PERCHK
      * DESCRIPTION  : Accounting period check for every program
      *                that posts money - BILLPAY, LATEFEE, BANKRESP
      *                and the void run of BLD-BILL-DETAILS. The
      *                caller passes the natural period (YYYY-MM) of
      *                the item it is about to post: the month of
      *                the receipt, collection or bill date. PERCHK
      *                looks the period up on ACCT_PERIOD and hands
      *                back the period the item is to be posted in
      *                and whether that makes it a prior-period
      *                adjustment:
      *                  - a period not on the table, OPEN or
      *                    CLOSING posts in itself (flag N);
      *                  - a LOCKED period is never changed; the
      *                    item posts in the earliest OPEN period
      *                    instead (flag Y), and the caller carries
      *                    that period and today's date on the row
      *                    as ADJ_PERIOD / ADJ_DATE.
      *                A blank natural period (an undated item)
      *                posts as it always has. Return codes:
      *                  00 - post in LK-POST-PERIOD
      *                  04 - natural period is not a valid YYYY-MM;
      *                       the caller rejects the item
      *                  08 - period locked and no OPEN period to
      *                       take the adjustment, or ACCT_PERIOD
      *                       could not be read; nothing may post.
      *                PERCHK only reads, so it never disturbs the
      *                caller's unit of work.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01 WS-HV-PERIOD            PIC X(7).
       01 WS-HV-STATUS            PIC X(8).
       01 WS-HV-OPEN-PERIOD       PIC X(7).
       01 WS-SQLCODE              PIC S9(9) COMP.
       01 WS-NAT-PERIOD.
          05 WS-NAT-YEAR          PIC X(4).
          05 WS-NAT-DASH          PIC X(1).
          05 WS-NAT-MONTH         PIC X(2).
          05 WS-NAT-MONTH-N       REDEFINES WS-NAT-MONTH
                                  PIC 9(2).

       LINKAGE SECTION.
       01 LK-NAT-PERIOD           PIC X(7).
       01 LK-POST-PERIOD          PIC X(7).
       01 LK-ADJ-FLAG             PIC X(1).
       01 LK-PER-RC               PIC 9(2).

       PROCEDURE DIVISION USING LK-NAT-PERIOD LK-POST-PERIOD
                                LK-ADJ-FLAG LK-PER-RC.

       0000-MAIN-PARA.
            MOVE LK-NAT-PERIOD TO LK-POST-PERIOD.
            MOVE "N" TO LK-ADJ-FLAG.
            MOVE 0 TO LK-PER-RC.

            IF LK-NAT-PERIOD = SPACES
                GOBACK
            END-IF.

            MOVE LK-NAT-PERIOD TO WS-NAT-PERIOD.
            IF WS-NAT-YEAR NOT NUMERIC
               OR WS-NAT-DASH NOT = "-"
               OR WS-NAT-MONTH NOT NUMERIC
                MOVE 4 TO LK-PER-RC
                GOBACK
            END-IF.
            IF WS-NAT-MONTH-N < 1 OR WS-NAT-MONTH-N > 12
                MOVE 4 TO LK-PER-RC
                GOBACK
            END-IF.

            MOVE LK-NAT-PERIOD TO WS-HV-PERIOD.
            EXEC SQL
                SELECT PERIOD_STATUS
                  INTO :WS-HV-STATUS
                  FROM ACCT_PERIOD
                 WHERE PERIOD = :WS-HV-PERIOD
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE.
            EVALUATE WS-SQLCODE
                WHEN 0
                    CONTINUE
                WHEN 100
                    GOBACK
                WHEN OTHER
                    DISPLAY "PERCHK ACCT_PERIOD READ FAILED SQLCODE="
                            WS-SQLCODE " PERIOD " WS-HV-PERIOD
                    MOVE 8 TO LK-PER-RC
                    GOBACK
            END-EVALUATE.

            IF WS-HV-STATUS NOT = "LOCKED"
                GOBACK
            END-IF.

      *     LOCKED - THE ADJUSTMENT GOES TO THE EARLIEST OPEN PERIOD.
            EXEC SQL
                SELECT COALESCE(MIN(PERIOD), ' ')
                  INTO :WS-HV-OPEN-PERIOD
                  FROM ACCT_PERIOD
                 WHERE PERIOD_STATUS = 'OPEN'
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE.
            IF WS-SQLCODE NOT = 0
                DISPLAY "PERCHK OPEN PERIOD READ FAILED SQLCODE="
                        WS-SQLCODE
                MOVE 8 TO LK-PER-RC
                GOBACK
            END-IF.
            IF WS-HV-OPEN-PERIOD = SPACES
                DISPLAY "PERCHK PERIOD " WS-HV-PERIOD
                        " LOCKED AND NO OPEN PERIOD"
                MOVE 8 TO LK-PER-RC
                GOBACK
            END-IF.

            MOVE WS-HV-OPEN-PERIOD TO LK-POST-PERIOD.
            MOVE "Y" TO LK-ADJ-FLAG.
            GOBACK.
