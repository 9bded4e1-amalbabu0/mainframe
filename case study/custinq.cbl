      *****************************************************************
      * PROGRAM NAME : CUSTINQ
      * DESCRIPTION  : Customer account inquiry over the billing
      *                tables, patterned on the PAYINQ and CA31G086
      *                inquiries so the service desk can answer a
      *                tie-up customer's call from one listing
      *                instead of BILLAGE, CUSTSTMT and SPUFI. Reads
      *                request cards by CUSTOMER_CODE and prints,
      *                for each customer:
      *                  - status, tie-up reference, credit limit
      *                    and the credit-hold state with its
      *                    reason (manual override or CRDHOLD);
      *                  - the open and partial bills with balance
      *                    and age;
      *                  - the last N receipts with their payment
      *                    methods (bad-debt recoveries marked);
      *                  - the unapplied credit: remittance money
      *                    no bill could take plus overpaid bills;
      *                  - the late fees assessed;
      *                  - the loyalty points balance and the
      *                    recent LOYALTY_LEDGER movements.
      *                A card may carry an as-of date: the bills
      *                outstanding on that date are rebuilt from the
      *                bill's own rows (fees and credits after the
      *                date taken back off, receipts and write-offs
      *                up to it applied), and receipts, fees, points
      *                and movements stop at that date. The
      *                unapplied credit and the hold state can only
      *                be shown as they stand today.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REQFILE ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT INQRPT ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

       DATA DIVISION.
       FILE SECTION.
       FD REQFILE.
       01 REQREC.
            10 RQ-CUST-CODE     PIC X(6).
            10 FILLER           PIC X(1).
            10 RQ-ASOF-DATE     PIC X(10).
            10 FILLER           PIC X(1).
            10 RQ-RCPT-MAX      PIC X(2).
            10 FILLER           PIC X(60).

       FD INQRPT.
       01 INQREC               PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    THE CUSTOMER'S OPEN AND PARTIAL BILLS AS THEY STAND NOW,
      *    OLDEST FIRST.
           EXEC SQL
               DECLARE IQ1 CURSOR FOR
                  SELECT BILL_NO,
                         CHAR(BILL_DATE, ISO),
                         DAYS(CURRENT DATE) - DAYS(BILL_DATE),
                         FINAL_BILL,
                         COALESCE(BALANCE, FINAL_BILL),
                         COALESCE(BILL_STATUS, 'OPEN')
                  FROM MY_BILLING_TABLE
                  WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
                    AND REC_TYPE = 'H'
                    AND VOID_FLAG = 'N'
                    AND COALESCE(BILL_STATUS, 'OPEN')
                        IN ('OPEN', 'PARTIAL')
                    AND BILL_DATE IS NOT NULL
                  ORDER BY BILL_DATE, BILL_NO
           END-EXEC.

      *    EVERY BILL CUT ON OR BEFORE THE AS-OF DATE AND NOT VOIDED
      *    BY THEN, WITH WHAT WAS CHARGED ON THAT DATE (TODAY'S
      *    FINAL_BILL LESS LATE FEES ASSESSED SINCE, PLUS CREDIT
      *    NOTES AND TUITION REFUNDS GIVEN SINCE), THE RECEIPTS
      *    DATED UP TO IT (PAY_DATE IS KEYED DD/MM/YYYY) AND ANY
      *    WRITE-OFF APPLIED BY THEN. THE DIFFERENCE IS WHAT WAS
      *    OUTSTANDING.
           EXEC SQL
               DECLARE IQ2 CURSOR FOR
                  SELECT H.BILL_NO,
                         CHAR(H.BILL_DATE, ISO),
                         DAYS(DATE(:WS-ASOF-DATE)) - DAYS(H.BILL_DATE),
                         H.FINAL_BILL
                         - COALESCE((SELECT SUM(F.BILL_AMOUNT)
                                FROM MY_BILLING_TABLE F
                               WHERE F.BILL_NO = H.BILL_NO
                                 AND F.REC_TYPE = 'F'
                                 AND F.BILL_DATE
                                     > DATE(:WS-ASOF-DATE)), 0)
                         + COALESCE((SELECT SUM(CASE K.REC_TYPE
                                       WHEN 'C' THEN K.FINAL_BILL
                                       ELSE K.BILL_AMOUNT END)
                                FROM MY_BILLING_TABLE K
                               WHERE K.BILL_NO = H.BILL_NO
                                 AND K.REC_TYPE IN ('C', 'W')
                                 AND K.BILL_DATE
                                     > DATE(:WS-ASOF-DATE)), 0),
                         COALESCE((SELECT SUM(P.BILL_AMOUNT)
                                FROM MY_BILLING_TABLE P
                               WHERE P.BILL_NO = H.BILL_NO
                                 AND P.REC_TYPE = 'P'
                                 AND DATE(SUBSTR(P.PAY_DATE, 7, 4)
                                     CONCAT '-'
                                     CONCAT SUBSTR(P.PAY_DATE, 4, 2)
                                     CONCAT '-'
                                     CONCAT SUBSTR(P.PAY_DATE, 1, 2))
                                     <= DATE(:WS-ASOF-DATE)), 0),
                         COALESCE((SELECT SUM(B.BILL_AMOUNT)
                                FROM MY_BILLING_TABLE B
                               WHERE B.BILL_NO = H.BILL_NO
                                 AND B.REC_TYPE = 'B'
                                 AND B.BILL_DATE
                                     <= DATE(:WS-ASOF-DATE)), 0)
                  FROM MY_BILLING_TABLE H
                  WHERE H.CUSTOMER_CODE = :WS-HV-CUST-CODE
                    AND H.REC_TYPE = 'H'
                    AND H.BILL_DATE IS NOT NULL
                    AND H.BILL_DATE <= DATE(:WS-ASOF-DATE)
                    AND (H.VOID_FLAG = 'N'
                         OR DATE(H.VOID_TIMESTAMP)
                            > DATE(:WS-ASOF-DATE))
                  ORDER BY H.BILL_DATE, H.BILL_NO
           END-EXEC.

      *    RECEIPTS AND BAD-DEBT RECOVERIES UP TO THE AS-OF DATE,
      *    LATEST FIRST.
           EXEC SQL
               DECLARE IQ3 CURSOR FOR
                  SELECT PAY_DATE,
                         BILL_NO,
                         COALESCE(PAY_METHOD, ' '),
                         BILL_AMOUNT,
                         REC_TYPE
                  FROM MY_BILLING_TABLE
                  WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
                    AND REC_TYPE IN ('P', 'Y')
                    AND DATE(SUBSTR(PAY_DATE, 7, 4)
                        CONCAT '-' CONCAT SUBSTR(PAY_DATE, 4, 2)
                        CONCAT '-' CONCAT SUBSTR(PAY_DATE, 1, 2))
                        <= DATE(:WS-ASOF-DATE)
                  ORDER BY DATE(SUBSTR(PAY_DATE, 7, 4)
                        CONCAT '-' CONCAT SUBSTR(PAY_DATE, 4, 2)
                        CONCAT '-' CONCAT SUBSTR(PAY_DATE, 1, 2))
                        DESC, BILL_NO DESC
           END-EXEC.

      *    LOYALTY MOVEMENTS UP TO THE AS-OF DATE, LATEST FIRST.
           EXEC SQL
               DECLARE IQ4 CURSOR FOR
                  SELECT CHAR(MOVE_DATE, ISO),
                         MOVE_TYPE,
                         BILL_NO,
                         POINTS
                  FROM LOYALTY_LEDGER
                  WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
                    AND MOVE_DATE <= DATE(:WS-ASOF-DATE)
                  ORDER BY MOVE_DATE DESC, BILL_NO DESC
           END-EXEC.

       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-SQLCODE1             PIC S9(9) COMP.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-TODAY-ISO            PIC X(10).
       01 WS-ASOF-DATE            PIC X(10).
       01 WS-ASOF-R REDEFINES WS-ASOF-DATE.
          05 WS-ASOF-YYYY         PIC X(4).
          05 WS-ASOF-DASH1        PIC X(1).
          05 WS-ASOF-MM           PIC X(2).
          05 WS-ASOF-DASH2        PIC X(1).
          05 WS-ASOF-DD           PIC X(2).
       01 WS-ASOF-YMD             PIC X(8).
       01 WS-ASOF-YMD-N REDEFINES WS-ASOF-YMD
                                  PIC 9(8).
       01 WS-ASOF-SW              PIC X(01) VALUE "N".
          88 ASOF-REQUEST         VALUE "Y".
          88 CURRENT-REQUEST      VALUE "N".
       01 WS-RCPT-MAX             PIC 9(2)  VALUE 5.
       01 WS-LEDGER-MAX           PIC 9(2)  VALUE 10.
       01 WS-LINE-CNT             PIC 9(3)  VALUE 0.
       01 WS-REASON               PIC X(30).

       01 WS-HV-CUST-CODE         PIC X(6).
       01 WS-HV-CUST-NAME         PIC X(20).
       01 WS-HV-CUST-STATUS       PIC X(1).
       01 WS-HV-TIE-UP            PIC X(3).
       01 WS-HV-COMPANY-REF       PIC X(10).
       01 WS-HV-HOLD-FLAG         PIC X(1).
       01 WS-HV-HOLD-OVR          PIC X(1).
       01 WS-HV-HOLD-REASON       PIC X(30).
       01 WS-HV-HOLD-EXPIRY       PIC X(10).
       01 WS-HV-CREDIT-LIMIT      PIC S9(9)V99 COMP-3.
       01 WS-HV-POINTS-BAL        PIC S9(9) COMP.
       01 WS-HV-UNAPPLIED         PIC S9(9)V99 COMP-3.
       01 WS-HV-OVERPAID          PIC S9(9)V99 COMP-3.
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-BILL-DATE         PIC X(10).
       01 WS-HV-AGE-DAYS          PIC S9(9) COMP.
       01 WS-HV-FINAL-BILL        PIC S9(9)V99 COMP-3.
       01 WS-HV-BALANCE           PIC S9(9)V99 COMP-3.
       01 WS-HV-STATUS            PIC X(7).
       01 WS-HV-PAID-AMT          PIC S9(9)V99 COMP-3.
       01 WS-HV-WOFF-AMT          PIC S9(9)V99 COMP-3.
       01 WS-HV-PAY-DATE          PIC X(10).
       01 WS-HV-PAY-METHOD        PIC X(1).
       01 WS-HV-AMOUNT            PIC S9(9)V99 COMP-3.
       01 WS-HV-REC-TYPE          PIC X(1).
       01 WS-HV-FEE-CNT           PIC S9(9) COMP.
       01 WS-HV-FEE-AMT           PIC S9(9)V99 COMP-3.
       01 WS-HV-PTS-SINCE         PIC S9(9) COMP.
       01 WS-HV-MOVE-DATE         PIC X(10).
       01 WS-HV-MOVE-TYPE         PIC X(1).
       01 WS-HV-POINTS            PIC S9(9) COMP.

       01 WS-OPEN-CNT             PIC 9(6)  VALUE 0.
       01 WS-OPEN-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-METHOD-NAME          PIC X(13).
       01 WS-MOVE-NAME            PIC X(10).
       01 WS-REQ-CNT              PIC 9(6)  VALUE 0.
       01 WS-FND-CNT              PIC 9(6)  VALUE 0.
       01 WS-NFD-CNT              PIC 9(6)  VALUE 0.
       01 WS-ASOF-CNT             PIC 9(6)  VALUE 0.
       01 WS-ED-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AMT2              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AGE               PIC ZZZZ9.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.
       01 WS-ED-PTS               PIC ZZZ,ZZZ,ZZ9-.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-READ-PARA
               THRU 2000-READ-EXIT UNTIL FS1-EOF.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

       1000-INIT-PARA.
            OPEN INPUT REQFILE
                 OUTPUT INQRPT.
            IF NOT FS1-OK OR WS-FS2 NOT = 00
                DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                  INTO :WS-TODAY-ISO
                  FROM SYSIBM.SYSDUMMY1
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "CURRENT DATE SELECT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       1000-INIT-EXIT.
            EXIT.

       2000-READ-PARA.
            READ REQFILE
                AT END
                    SET FS1-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-REQ-CNT
                    PERFORM 2100-LOOKUP-PARA
                       THRU 2100-LOOKUP-EXIT
            END-READ.
       2000-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE CUSTOMER PER CARD. A BAD CARD OR AN UNKNOWN CUSTOMER
      *     GETS ONE LINE SAYING SO AND THE RUN GOES ON.
       2100-LOOKUP-PARA.
            MOVE SPACES TO WS-REASON.
            PERFORM 2150-CHECK-CARD
               THRU 2150-CHECK-CARD-EXIT.
            IF WS-REASON NOT = SPACES
                GO TO 2100-LOOKUP-REJECT
            END-IF.
            MOVE RQ-CUST-CODE TO WS-HV-CUST-CODE.

            EXEC SQL
                SELECT CUST_NAME,
                       COALESCE(CUST_STATUS, 'A'),
                       COALESCE(TIE_UP, 'NO'),
                       COALESCE(COMPANY_REF, ' '),
                       COALESCE(HOLD_FLAG, 'N'),
                       COALESCE(HOLD_OVERRIDE, ' '),
                       COALESCE(HOLD_REASON, ' '),
                       COALESCE(CHAR(HOLD_EXPIRY, ISO), ' '),
                       COALESCE(CREDIT_LIMIT, -1),
                       COALESCE(LOYALTY_POINTS, 0),
                       COALESCE(UNAPPLIED_CREDIT, 0)
                  INTO :WS-HV-CUST-NAME,
                       :WS-HV-CUST-STATUS,
                       :WS-HV-TIE-UP,
                       :WS-HV-COMPANY-REF,
                       :WS-HV-HOLD-FLAG,
                       :WS-HV-HOLD-OVR,
                       :WS-HV-HOLD-REASON,
                       :WS-HV-HOLD-EXPIRY,
                       :WS-HV-CREDIT-LIMIT,
                       :WS-HV-POINTS-BAL,
                       :WS-HV-UNAPPLIED
                  FROM CUSTOMER_DETAIL
                 WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "NOT FOUND ON CUSTOMER_DETAIL" TO WS-REASON
                    GO TO 2100-LOOKUP-REJECT
                WHEN OTHER
                    DISPLAY "CUSTOMER SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                    GO TO 2100-LOOKUP-REJECT
            END-EVALUATE.

            ADD 1 TO WS-FND-CNT.
            IF ASOF-REQUEST
                ADD 1 TO WS-ASOF-CNT
            END-IF.
            PERFORM 2200-PRINT-HEADER
               THRU 2200-PRINT-HEADER-EXIT.
            PERFORM 2300-OPEN-BILLS
               THRU 2300-OPEN-BILLS-EXIT.
            PERFORM 2400-RECEIPTS
               THRU 2400-RECEIPTS-EXIT.
            PERFORM 2500-CREDIT-FEES
               THRU 2500-CREDIT-FEES-EXIT.
            PERFORM 2600-LOYALTY
               THRU 2600-LOYALTY-EXIT.
            MOVE ALL "-" TO INQREC.
            WRITE INQREC.
            GO TO 2100-LOOKUP-EXIT.

       2100-LOOKUP-REJECT.
            ADD 1 TO WS-NFD-CNT.
            MOVE SPACES TO INQREC
            STRING RQ-CUST-CODE
                   "  " WS-REASON
               INTO INQREC
            END-STRING
            WRITE INQREC.
       2100-LOOKUP-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE AS-OF DATE (COLUMNS 8-17, YYYY-MM-DD) DEFAULTS TO
      *     TODAY; THE RECEIPT COUNT (COLUMNS 19-20) TO FIVE.
       2150-CHECK-CARD.
            IF RQ-CUST-CODE = SPACES
                MOVE "NO CUSTOMER CODE ON CARD" TO WS-REASON
                GO TO 2150-CHECK-CARD-EXIT
            END-IF.
            MOVE 5 TO WS-RCPT-MAX.
            IF RQ-RCPT-MAX IS NUMERIC
                AND RQ-RCPT-MAX NOT = "00"
                MOVE RQ-RCPT-MAX TO WS-RCPT-MAX
            END-IF.
            IF RQ-ASOF-DATE = SPACES
                SET CURRENT-REQUEST TO TRUE
                MOVE WS-TODAY-ISO TO WS-ASOF-DATE
                GO TO 2150-CHECK-CARD-EXIT
            END-IF.
            SET ASOF-REQUEST TO TRUE.
            MOVE RQ-ASOF-DATE TO WS-ASOF-DATE.
            IF WS-ASOF-YYYY IS NOT NUMERIC
                OR WS-ASOF-MM IS NOT NUMERIC
                OR WS-ASOF-DD IS NOT NUMERIC
                OR WS-ASOF-DASH1 NOT = "-"
                OR WS-ASOF-DASH2 NOT = "-"
                MOVE "AS-OF DATE MUST BE YYYY-MM-DD" TO WS-REASON
                GO TO 2150-CHECK-CARD-EXIT
            END-IF.
      *     A DATE DB2 WOULD NOT TAKE (31 APRIL, 29 FEBRUARY OUTSIDE
      *     A LEAP YEAR) IS REFUSED HERE RATHER THAN FAILING THE
      *     SELECT AND ENDING THE RUN.
            STRING WS-ASOF-YYYY WS-ASOF-MM WS-ASOF-DD
               DELIMITED BY SIZE
               INTO WS-ASOF-YMD
            END-STRING.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-YMD-N) NOT = 0
                MOVE "AS-OF DATE IS NOT A REAL DATE" TO WS-REASON
                GO TO 2150-CHECK-CARD-EXIT
            END-IF.
            IF WS-ASOF-DATE > WS-TODAY-ISO
                MOVE "AS-OF DATE IS IN THE FUTURE" TO WS-REASON
                GO TO 2150-CHECK-CARD-EXIT
            END-IF.
            IF WS-ASOF-DATE = WS-TODAY-ISO
                SET CURRENT-REQUEST TO TRUE
            END-IF.
       2150-CHECK-CARD-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     WHO THE CUSTOMER IS AND WHERE THEY STAND WITH CREDIT
      *     CONTROL. A HOLD WITH NO MANUAL OVERRIDE BEHIND IT WAS SET
      *     BY CRDHOLD ON THE AGING/EXPOSURE THRESHOLDS.
       2200-PRINT-HEADER.
            MOVE SPACES TO INQREC
            STRING "CUSTOMER " WS-HV-CUST-CODE
                   "  " WS-HV-CUST-NAME
                   "  STATUS " WS-HV-CUST-STATUS
                   "  TIE-UP " WS-HV-TIE-UP
                   " " WS-HV-COMPANY-REF
               INTO INQREC
            END-STRING
            WRITE INQREC.

            MOVE SPACES TO INQREC
            IF ASOF-REQUEST
                STRING "POSITION AS OF " WS-ASOF-DATE
                       "  (HOLD AND CREDIT AS AT " WS-TODAY-ISO ")"
                   INTO INQREC
                END-STRING
            ELSE
                STRING "POSITION AT " WS-TODAY-ISO
                   INTO INQREC
                END-STRING
            END-IF.
            WRITE INQREC.

            MOVE SPACES TO INQREC
            EVALUATE TRUE
                WHEN WS-HV-HOLD-OVR = "H"
                    STRING "CREDIT HOLD  : Y  MANUAL HOLD TO "
                           WS-HV-HOLD-EXPIRY
                           "  " WS-HV-HOLD-REASON
                       INTO INQREC
                    END-STRING
                WHEN WS-HV-HOLD-OVR = "R"
                    STRING "CREDIT HOLD  : N  MANUAL RELEASE TO "
                           WS-HV-HOLD-EXPIRY
                           "  " WS-HV-HOLD-REASON
                       INTO INQREC
                    END-STRING
                WHEN WS-HV-HOLD-FLAG = "Y"
                    STRING "CREDIT HOLD  : Y  CREDIT CONTROL "
                           "(AGING/EXPOSURE OVER LIMIT)"
                       INTO INQREC
                    END-STRING
                WHEN OTHER
                    STRING "CREDIT HOLD  : N"
                       INTO INQREC
                    END-STRING
            END-EVALUATE.
            WRITE INQREC.

            MOVE SPACES TO INQREC
            IF WS-HV-CREDIT-LIMIT < 0
                STRING "CREDIT LIMIT : STANDARD (CRDHOLD RUN LIMIT)"
                   INTO INQREC
                END-STRING
            ELSE
                MOVE WS-HV-CREDIT-LIMIT TO WS-ED-AMT
                STRING "CREDIT LIMIT : " WS-ED-AMT
                   INTO INQREC
                END-STRING
            END-IF.
            WRITE INQREC.
       2200-PRINT-HEADER-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     OPEN AND PARTIAL BILLS - FROM THE HEADERS AS THEY STAND,
      *     OR REBUILT FOR THE AS-OF DATE.
       2300-OPEN-BILLS.
            MOVE 0 TO WS-OPEN-CNT.
            MOVE 0 TO WS-OPEN-TOTAL.
            MOVE SPACES TO INQREC
            STRING "OPEN BILLS   BILL        DATE          AGE"
                   "        FINAL       BALANCE STATUS"
               INTO INQREC
            END-STRING
            WRITE INQREC.
            IF ASOF-REQUEST
                EXEC SQL
                    OPEN IQ2
                END-EXEC
            ELSE
                EXEC SQL
                    OPEN IQ1
                END-EXEC
            END-IF.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "BILL CURSOR OPEN FAILED SQLCODE="
                        WS-SQLCODE1
                MOVE 8 TO WS-RC
                GO TO 2300-OPEN-BILLS-EXIT
            END-IF.
            PERFORM 2310-BILL-FETCH
               THRU 2310-BILL-FETCH-EXIT UNTIL WS-SQLCODE1 = 100.
            IF ASOF-REQUEST
                EXEC SQL
                    CLOSE IQ2
                END-EXEC
            ELSE
                EXEC SQL
                    CLOSE IQ1
                END-EXEC
            END-IF.
            MOVE WS-OPEN-CNT TO WS-ED-CNT
            MOVE WS-OPEN-TOTAL TO WS-ED-AMT
            MOVE SPACES TO INQREC
            STRING "  TOTAL OUTSTANDING " WS-ED-CNT " BILLS"
                   "           " WS-ED-AMT
               INTO INQREC
            END-STRING
            WRITE INQREC.
       2300-OPEN-BILLS-EXIT.
            EXIT.

       2310-BILL-FETCH.
            IF ASOF-REQUEST
                EXEC SQL
                    FETCH IQ2 INTO
                       :WS-HV-BILL-NO,
                       :WS-HV-BILL-DATE,
                       :WS-HV-AGE-DAYS,
                       :WS-HV-FINAL-BILL,
                       :WS-HV-PAID-AMT,
                       :WS-HV-WOFF-AMT
                END-EXEC
            ELSE
                EXEC SQL
                    FETCH IQ1 INTO
                       :WS-HV-BILL-NO,
                       :WS-HV-BILL-DATE,
                       :WS-HV-AGE-DAYS,
                       :WS-HV-FINAL-BILL,
                       :WS-HV-BALANCE,
                       :WS-HV-STATUS
                END-EXEC
            END-IF.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    PERFORM 2320-BILL-LINE
                       THRU 2320-BILL-LINE-EXIT
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "BILL CURSOR FETCH FAILED SQLCODE="
                            WS-SQLCODE1
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       2310-BILL-FETCH-EXIT.
            EXIT.

      *     AN AS-OF BILL IS ONLY LISTED IF SOMETHING WAS STILL OWED
      *     ON IT THAT DAY.
       2320-BILL-LINE.
            IF ASOF-REQUEST
                COMPUTE WS-HV-BALANCE = WS-HV-FINAL-BILL
                    - WS-HV-PAID-AMT - WS-HV-WOFF-AMT
                IF WS-HV-BALANCE NOT > 0
                    GO TO 2320-BILL-LINE-EXIT
                END-IF
                IF WS-HV-PAID-AMT > 0
                    MOVE "PARTIAL" TO WS-HV-STATUS
                ELSE
                    MOVE "OPEN" TO WS-HV-STATUS
                END-IF
            END-IF.
            ADD 1 TO WS-OPEN-CNT.
            ADD WS-HV-BALANCE TO WS-OPEN-TOTAL.
            MOVE WS-HV-AGE-DAYS TO WS-ED-AGE
            MOVE WS-HV-FINAL-BILL TO WS-ED-AMT
            MOVE WS-HV-BALANCE TO WS-ED-AMT2
            MOVE SPACES TO INQREC
            STRING "             " WS-HV-BILL-NO
                   "  " WS-HV-BILL-DATE
                   " " WS-ED-AGE
                   WS-ED-AMT
                   WS-ED-AMT2
                   WS-HV-STATUS
               INTO INQREC
            END-STRING
            WRITE INQREC.
       2320-BILL-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE LAST N RECEIPTS, LATEST FIRST. A RECOVERY IS MONEY
      *     RECEIVED AGAINST A BILL ALREADY WRITTEN OFF.
       2400-RECEIPTS.
            MOVE WS-RCPT-MAX TO WS-ED-CNT
            MOVE SPACES TO INQREC
            STRING "RECEIPTS (LAST" WS-ED-CNT ")"
               INTO INQREC
            END-STRING
            WRITE INQREC.
            MOVE 0 TO WS-LINE-CNT.
            EXEC SQL
                OPEN IQ3
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "IQ3 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO WS-RC
                GO TO 2400-RECEIPTS-EXIT
            END-IF.
            PERFORM 2410-RCPT-FETCH
               THRU 2410-RCPT-FETCH-EXIT
               UNTIL WS-SQLCODE1 = 100
                  OR WS-LINE-CNT >= WS-RCPT-MAX.
            EXEC SQL
                CLOSE IQ3
            END-EXEC.
            IF WS-LINE-CNT = 0
                MOVE SPACES TO INQREC
                STRING "             NONE"
                   INTO INQREC
                END-STRING
                WRITE INQREC
            END-IF.
       2400-RECEIPTS-EXIT.
            EXIT.

       2410-RCPT-FETCH.
            EXEC SQL
                FETCH IQ3 INTO
                   :WS-HV-PAY-DATE,
                   :WS-HV-BILL-NO,
                   :WS-HV-PAY-METHOD,
                   :WS-HV-AMOUNT,
                   :WS-HV-REC-TYPE
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    ADD 1 TO WS-LINE-CNT
                    PERFORM 2420-RCPT-LINE
                       THRU 2420-RCPT-LINE-EXIT
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "IQ3 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       2410-RCPT-FETCH-EXIT.
            EXIT.

       2420-RCPT-LINE.
            EVALUATE WS-HV-PAY-METHOD
                WHEN "C"
                    MOVE "CASH" TO WS-METHOD-NAME
                WHEN "D"
                    MOVE "CARD" TO WS-METHOD-NAME
                WHEN "U"
                    MOVE "UPI" TO WS-METHOD-NAME
                WHEN "B"
                    MOVE "BANK TRANSFER" TO WS-METHOD-NAME
                WHEN OTHER
                    MOVE "OTHER/UNKNOWN" TO WS-METHOD-NAME
            END-EVALUATE.
            MOVE WS-HV-AMOUNT TO WS-ED-AMT
            MOVE SPACES TO INQREC
            IF WS-HV-REC-TYPE = "Y"
                STRING "             " WS-HV-PAY-DATE
                       "  " WS-HV-BILL-NO
                       "  " WS-METHOD-NAME
                       WS-ED-AMT
                       " RECOVERY"
                   INTO INQREC
                END-STRING
            ELSE
                STRING "             " WS-HV-PAY-DATE
                       "  " WS-HV-BILL-NO
                       "  " WS-METHOD-NAME
                       WS-ED-AMT
                   INTO INQREC
                END-STRING
            END-IF.
            WRITE INQREC.
       2420-RCPT-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     UNAPPLIED CREDIT IS THE REMITTANCE MONEY BILLPAY COULD
      *     NOT SPREAD PLUS ANY BILL PAID OR CREDITED BEYOND ITS
      *     VALUE. LATE FEES ARE THOSE ASSESSED UP TO THE AS-OF DATE.
       2500-CREDIT-FEES.
            EXEC SQL
                SELECT COALESCE(SUM(0 - BALANCE), 0)
                  INTO :WS-HV-OVERPAID
                  FROM MY_BILLING_TABLE
                 WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
                   AND REC_TYPE = 'H'
                   AND VOID_FLAG = 'N'
                   AND BALANCE < 0
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "OVERPAYMENT SELECT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE 0 TO WS-HV-OVERPAID
            END-IF.
            ADD WS-HV-OVERPAID TO WS-HV-UNAPPLIED.
            MOVE WS-HV-UNAPPLIED TO WS-ED-AMT
            MOVE SPACES TO INQREC
            STRING "UNAPPLIED CREDIT          " WS-ED-AMT
               INTO INQREC
            END-STRING
            WRITE INQREC.

            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(BILL_AMOUNT), 0)
                  INTO :WS-HV-FEE-CNT,
                       :WS-HV-FEE-AMT
                  FROM MY_BILLING_TABLE
                 WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
                   AND REC_TYPE = 'F'
                   AND BILL_DATE <= DATE(:WS-ASOF-DATE)
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "LATE FEE SELECT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                GO TO 2500-CREDIT-FEES-EXIT
            END-IF.
            MOVE WS-HV-FEE-CNT TO WS-ED-CNT
            MOVE WS-HV-FEE-AMT TO WS-ED-AMT
            MOVE SPACES TO INQREC
            STRING "LATE FEES ASSESSED " WS-ED-CNT WS-ED-AMT
               INTO INQREC
            END-STRING
            WRITE INQREC.
       2500-CREDIT-FEES-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     POINTS BALANCE - TODAY'S, LESS EVERY MOVEMENT SINCE THE
      *     AS-OF DATE - AND THE RECENT LEDGER MOVEMENTS BEHIND IT.
       2600-LOYALTY.
            MOVE 0 TO WS-HV-PTS-SINCE.
            IF ASOF-REQUEST
                EXEC SQL
                    SELECT COALESCE(SUM(POINTS), 0)
                      INTO :WS-HV-PTS-SINCE
                      FROM LOYALTY_LEDGER
                     WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
                       AND MOVE_DATE > DATE(:WS-ASOF-DATE)
                END-EXEC
                IF SQLCODE NOT = 0
                    DISPLAY "LEDGER SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE 0 TO WS-HV-PTS-SINCE
                END-IF
            END-IF.
            SUBTRACT WS-HV-PTS-SINCE FROM WS-HV-POINTS-BAL.
            MOVE WS-HV-POINTS-BAL TO WS-ED-PTS
            MOVE SPACES TO INQREC
            STRING "LOYALTY POINTS            " WS-ED-PTS
               INTO INQREC
            END-STRING
            WRITE INQREC.

            MOVE 0 TO WS-LINE-CNT.
            EXEC SQL
                OPEN IQ4
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "IQ4 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO WS-RC
                GO TO 2600-LOYALTY-EXIT
            END-IF.
            PERFORM 2610-LEDGER-FETCH
               THRU 2610-LEDGER-FETCH-EXIT
               UNTIL WS-SQLCODE1 = 100
                  OR WS-LINE-CNT >= WS-LEDGER-MAX.
            EXEC SQL
                CLOSE IQ4
            END-EXEC.
       2600-LOYALTY-EXIT.
            EXIT.

       2610-LEDGER-FETCH.
            EXEC SQL
                FETCH IQ4 INTO
                   :WS-HV-MOVE-DATE,
                   :WS-HV-MOVE-TYPE,
                   :WS-HV-BILL-NO,
                   :WS-HV-POINTS
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    ADD 1 TO WS-LINE-CNT
                    PERFORM 2620-LEDGER-LINE
                       THRU 2620-LEDGER-LINE-EXIT
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "IQ4 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       2610-LEDGER-FETCH-EXIT.
            EXIT.

       2620-LEDGER-LINE.
            EVALUATE WS-HV-MOVE-TYPE
                WHEN "A"
                    MOVE "ACCRUED" TO WS-MOVE-NAME
                WHEN "R"
                    MOVE "REDEEMED" TO WS-MOVE-NAME
                WHEN "V"
                    MOVE "VOID" TO WS-MOVE-NAME
                WHEN "C"
                    MOVE "CREDITED" TO WS-MOVE-NAME
                WHEN OTHER
                    MOVE WS-HV-MOVE-TYPE TO WS-MOVE-NAME
            END-EVALUATE.
            MOVE WS-HV-POINTS TO WS-ED-PTS
            MOVE SPACES TO INQREC
            STRING "             " WS-HV-MOVE-DATE
                   "  " WS-HV-BILL-NO
                   "  " WS-MOVE-NAME
                   WS-ED-PTS
               INTO INQREC
            END-STRING
            WRITE INQREC.
       2620-LEDGER-LINE-EXIT.
            EXIT.

       3000-TERM-PARA.
            CLOSE REQFILE
                  INQRPT.
            DISPLAY "TOTAL CUSTOMERS REQUESTED : " WS-REQ-CNT.
            DISPLAY "TOTAL FOUND               : " WS-FND-CNT.
            DISPLAY "TOTAL NOT FOUND/REJECTED  : " WS-NFD-CNT.
            DISPLAY "AS-OF REQUESTS            : " WS-ASOF-CNT.
            IF WS-NFD-CNT > 0 AND WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
       3000-TERM-EXIT.
            EXIT.
