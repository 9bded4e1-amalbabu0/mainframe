      *                bills, with an allocation report showing
      *                exactly how the remittance was spread and any
      *                unapplied remainder reported as a credit
      *                balance and carried on CUSTOMER_DETAIL as
      *                UNAPPLIED_CREDIT. Receipts quote the ten-digit
      *                financial-year bill number; a receipt still in
      *                the old four-digit layout (column 5 blank) is
      *                posted to the bill BILL_NO_XREF maps it to.
      *                A receipt against a bill written off as bad
      *                debt (status WRTOFF) is not rejected: it is
      *                posted as a recovery - a REC_TYPE Y row with
      *                the payment method, date and the bill's
      *                outlet, which GLEXTR journals to bad-debt
      *                recovery income - up to the amount written
      *                off and not yet recovered. The bill itself
      *                stays written off.
      *                Every receipt carries the keying operator's
      *                id (cols 61-68). A receipt over the approval
      *                limit (PARM, whole currency units, default
      *                100000) is not posted on one person's word:
      *                it goes to the PENDFILE approval queue,
      *                reported PENDING, and MNTAPPR releases it once
      *                a second operator approves it, stamped with the
      *                approver's id (cols 70-77), to the released-
      *                receipt file this run reads on DD7 after the
      *                day's receipts. Only that file may carry an
      *                approver: a keyed receipt with anything in
      *                cols 70-77, a released one with none, and a
      *                receipt approved by the operator who keyed it
      *                are all rejected.
      *                Every receipt is checked against the period
      *                control (PERCHK) for the month of its receipt
      *                date. A receipt dated in a LOCKED period does
      *                not touch that period: its P or Y row carries
      *                the open period it was posted into and the
      *                posting date (ADJ_PERIOD / ADJ_DATE) as a
      *                prior-period adjustment, marked PPA on the
      *                report. With no open period to take it the
      *                receipt is rejected and the run ends RC 8.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS5.

            SELECT PENDFILE ASSIGN DD6
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS6.

            SELECT RELFILE ASSIGN DD7
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS7.

       DATA DIVISION.
       FILE SECTION.
       FD RCPTFILE.
      *    D CARD, U UPI, B BANK TRANSFER. THE METHOD RIDES ONTO
      *    THE BILL'S PAYMENT ROW AND INTO THE DAILY SETTLEMENT
      *    TOTALS.
      *    THE BILL NUMBER IS THE TEN-DIGIT FINANCIAL-YEAR NUMBER.
      *    THE KEYING OPERATOR (COLS 61-68) AND, ON A RECEIPT
      *    RELEASED BY MNTAPPR, THE APPROVER (COLS 70-77) SIT IN
      *    THE SAME COLUMNS IN ALL THREE LAYOUTS.
       01 RCPTREC.
            10 RC-BILL-NO       PIC 9(10).
            10 FILLER           PIC X(1).
            10 RC-AMT           PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 RC-DATE          PIC X(10).
            10 FILLER           PIC X(1).
            10 RC-METHOD        PIC X(1).
            10 FILLER           PIC X(25).
            10 RC-OPER-ID       PIC X(8).
            10 FILLER           PIC X(1).
            10 RC-APPR-ID       PIC X(8).
            10 FILLER           PIC X(3).
      *    THE OLD FOUR-DIGIT LAYOUT, STILL ACCEPTED FROM FEEDS NOT
      *    YET CHANGED OVER - A SPACE IN COLUMN 5 MARKS IT. THE OLD
      *    NUMBER IS TRANSLATED THROUGH BILL_NO_XREF.
       01 RCPT-OLD-REC.
            10 RCO-BILL-NO      PIC 9(4).
            10 RCO-GAP          PIC X(1).
            10 RCO-AMT          PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 RCO-DATE         PIC X(10).
            10 FILLER           PIC X(1).
            10 RCO-METHOD       PIC X(1).
            10 FILLER           PIC X(51).
      *    CUSTOMER-LEVEL REMITTANCE VARIANT - C IN COLUMN 1,
      *    CUSTOMER CODE INSTEAD OF A BILL NUMBER.
       FD SETLRPT.
       01 SETLREC              PIC X(80).

      *    MAINTENANCE APPROVAL QUEUE - THE LAYOUT SHARED WITH THE
      *    MARKS, ACCOUNT AND REGISTRATION PROGRAMS AND READ BY
      *    MNTAPPR. THE RECEIPT IMAGE IS HELD AS KEYED.
       FD PENDFILE.
       01 PENDREC.
            10 PQ-SOURCE        PIC X(8).
            10 FILLER           PIC X(1).
            10 PQ-REF.
               15 PQ-REF-RUN    PIC X(14).
               15 PQ-REF-SEQ    PIC 9(4).
            10 FILLER           PIC X(1).
            10 PQ-ENTRY-DATE    PIC X(8).
            10 FILLER           PIC X(1).
            10 PQ-OPER-ID       PIC X(8).
            10 FILLER           PIC X(1).
            10 PQ-KEY           PIC X(12).
            10 FILLER           PIC X(1).
            10 PQ-REASON        PIC X(20).
            10 FILLER           PIC X(1).
            10 PQ-TRAN          PIC X(80).

      *    RECEIPTS RELEASED BY MNTAPPR - THE RECEIPT IMAGE WITH
      *    THE APPROVER'S ID IN COLS 70-77. THE ONLY SOURCE OF
      *    APPROVED RECEIPTS.
       FD RELFILE.
       01 RELREC               PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
       01 WS-POST-CNT             PIC 9(6)  VALUE 0.
       01 WS-REJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-OLD-BILL-NO       PIC 9(4).
       01 WS-RCPT-BILL-X          PIC X(10).
       01 WS-HV-RCPT-AMT          PIC S9(9)V99 COMP-3.
       01 WS-HV-FINAL-BILL        PIC S9(9)V99 COMP-3.
       01 WS-HV-PAID-AMT          PIC S9(9)V99 COMP-3.
          88 SETL-FOUND           VALUE "Y".
          88 SETL-NOT-FOUND       VALUE "N".
       01 WS-MISMATCH-CNT         PIC 9(6)  VALUE 0.
       01 WS-RECOV-CNT            PIC 9(6)  VALUE 0.
       01 WS-HV-OUTLET            PIC X(3).
       01 WS-HV-UNRECOVERED       PIC S9(9)V99 COMP-3.
       01 WS-FS6                  PIC 99.
       01 WS-FS7                  PIC 99.
          88 FS7-OK               VALUE 00.
          88 FS7-EOF              VALUE 10.
       01 WS-RCPT-SRC             PIC X(01) VALUE "T".
          88 RCPT-KEYED           VALUE "T".
          88 RCPT-RELEASED        VALUE "R".
       01 WS-REL-CNT              PIC 9(6)  VALUE 0.
       01 WS-PEND-CNT             PIC 9(6)  VALUE 0.
       01 WS-APPR-LIMIT           PIC 9(7)  VALUE 100000.
       01 WS-HELD-AMT             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RUN-DATE             PIC X(8)  VALUE SPACES.
       01 WS-RUN-TIME             PIC X(8)  VALUE SPACES.
      *    PERIOD CONTROL - THE RECEIPT DATE'S MONTH IN, THE PERIOD
      *    TO POST IN AND THE PRIOR-PERIOD ADJUSTMENT FLAG OUT.
       01 WS-NAT-PERIOD           PIC X(7)  VALUE SPACES.
       01 WS-POST-PERIOD          PIC X(7)  VALUE SPACES.
       01 WS-ADJ-FLAG             PIC X(1)  VALUE "N".
          88 PRIOR-PERIOD-ADJ     VALUE "Y".
       01 WS-PER-RC               PIC 9(2)  VALUE 0.
       01 WS-PPA-CNT              PIC 9(6)  VALUE 0.

       LINKAGE SECTION.
       01 LK-PARM.
          05 LK-PARM-LEN          PIC S9(4) COMP.
          05 LK-APPR-LIMIT        PIC 9(7).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-READ-PARA
               THRU 2000-READ-EXIT UNTIL FS1-EOF.
            SET RCPT-RELEASED TO TRUE.
            PERFORM 2010-READ-REL-PARA
               THRU 2010-READ-REL-EXIT UNTIL FS7-EOF.
            PERFORM 2800-SETTLEMENT-PARA
               THRU 2800-SETTLEMENT-EXIT.
            PERFORM 3000-TERM-PARA
            STOP RUN.

       1000-INIT-PARA.
            IF LK-PARM-LEN > 6
                AND LK-APPR-LIMIT IS NUMERIC
                MOVE LK-APPR-LIMIT TO WS-APPR-LIMIT
            END-IF.
            DISPLAY "RECEIPT APPROVAL LIMIT : " WS-APPR-LIMIT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            OPEN INPUT RCPTFILE
                 OUTPUT POSTRPT
                 OUTPUT ALLOCRPT
                 OUTPUT SETLRPT
                 EXTEND PENDFILE
                 INPUT RELFILE.
            IF NOT FS1-OK OR WS-FS3 NOT = 00
                OR WS-FS5 NOT = 00 OR WS-FS6 NOT = 00
                OR NOT FS7-OK
                DISPLAY "RECEIPT FILE OPEN ERROR " WS-FS1
                        " " WS-FS3 " " WS-FS5 " " WS-FS6
                        " " WS-FS7
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO ALLOCREC
            STRING "CUST    BILL        ALLOCATION"
               INTO ALLOCREC
            END-STRING
            WRITE ALLOCREC.
       2000-READ-EXIT.
            EXIT.

      *     APPROVED RECEIPTS COME FROM THE RELEASE FILE ONLY AND
      *     ARE CHECKED AND POSTED LIKE ANY OTHER.
       2010-READ-REL-PARA.
            READ RELFILE
                AT END
                    SET FS7-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RCPT-CNT
                    ADD 1 TO WS-REL-CNT
                    MOVE RELREC TO RCPTREC
                    PERFORM 2100-POST-PARA
                       THRU 2100-POST-EXIT
            END-READ.
       2010-READ-REL-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A RECEIPT POSTS AGAINST THE BILL HEADER ONLY; VOIDED
      *     BILLS AND UNKNOWN BILL NUMBERS ARE REJECTED BACK TO THE
      *     REPORT; A BILL WRITTEN OFF AS BAD DEBT TAKES THE RECEIPT
      *     AS A RECOVERY. THE FETCH, THE ARITHMETIC AND THE UPDATE
      *     FORM ONE UNIT OF WORK PER RECEIPT.
       2100-POST-PARA.
            MOVE SPACES TO WS-REASON.
            MOVE RCPTREC(1:10) TO WS-RCPT-BILL-X.
            IF RC-OPER-ID = SPACES
                MOVE "OPERATOR ID REQUIRED" TO WS-REASON
            END-IF.
            IF RCPT-KEYED
                AND RC-APPR-ID NOT = SPACES
                AND WS-REASON = SPACES
                MOVE "APPROVER FIELD NOT ALLOWED" TO WS-REASON
            END-IF.
            IF RCPT-RELEASED
                AND RC-APPR-ID = SPACES
                AND WS-REASON = SPACES
                MOVE "RELEASE NOT APPROVED" TO WS-REASON
            END-IF.
            IF RC-APPR-ID = RC-OPER-ID
                AND WS-REASON = SPACES
                MOVE "SELF-APPROVAL NOT ALLOWED" TO WS-REASON
            END-IF.
            IF WS-REASON NOT = SPACES
                PERFORM 2300-WRITE-REJECT
                   THRU 2300-WRITE-REJECT-EXIT
                GO TO 2100-POST-EXIT
            END-IF.
            IF RC2-TYPE = "C"
                IF RC2-AMT IS NUMERIC
                    AND RC2-AMT > WS-APPR-LIMIT
                    AND RCPT-KEYED
                    MOVE RC2-AMT TO WS-HELD-AMT
                    PERFORM 2700-QUEUE-PENDING
                       THRU 2700-QUEUE-PENDING-EXIT
                    GO TO 2100-POST-EXIT
                END-IF
                PERFORM 2500-ALLOCATE-PARA
                   THRU 2500-ALLOCATE-EXIT
                GO TO 2100-POST-EXIT
            END-IF.
            IF RCO-GAP = SPACE
                PERFORM 2150-OLD-RECEIPT-PARA
                   THRU 2150-OLD-RECEIPT-EXIT
                IF WS-REASON NOT = SPACES
                    PERFORM 2300-WRITE-REJECT
                       THRU 2300-WRITE-REJECT-EXIT
                    GO TO 2100-POST-EXIT
                END-IF
            ELSE
                MOVE RCPTREC(1:10) TO WS-RCPT-BILL-X
                IF RC-BILL-NO IS NOT NUMERIC
                    OR RC-AMT IS NOT NUMERIC
                    MOVE "UNREADABLE RECEIPT" TO WS-REASON
                    PERFORM 2300-WRITE-REJECT
                       THRU 2300-WRITE-REJECT-EXIT
                    GO TO 2100-POST-EXIT
                END-IF
                MOVE RC-BILL-NO TO WS-HV-BILL-NO
                MOVE RC-AMT TO WS-HV-RCPT-AMT
                MOVE RC-METHOD TO WS-CUR-METHOD
                MOVE RC-DATE TO WS-CUR-DATE
            END-IF.

      *     A RECEIPT OVER THE LIMIT WAITS FOR A SECOND OPERATOR
      *     UNLESS IT IS ALREADY BACK FROM MNTAPPR APPROVED.
            IF WS-HV-RCPT-AMT > WS-APPR-LIMIT
                AND RCPT-KEYED
                MOVE WS-HV-RCPT-AMT TO WS-HELD-AMT
                PERFORM 2700-QUEUE-PENDING
                   THRU 2700-QUEUE-PENDING-EXIT
                GO TO 2100-POST-EXIT
            END-IF.

            PERFORM 2050-GET-PERIOD
               THRU 2050-GET-PERIOD-EXIT.
            IF WS-REASON NOT = SPACES
                PERFORM 2300-WRITE-REJECT
                   THRU 2300-WRITE-REJECT-EXIT
                GO TO 2100-POST-EXIT
            END-IF.

            EXEC SQL
                SELECT FINAL_BILL,
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'H'
                   AND VOID_FLAG = 'N'
                   AND COALESCE(BILL_STATUS, 'OPEN')
                       NOT IN ('PAID', 'WRTOFF')
            END-EXEC.

            EVALUATE TRUE
                    PERFORM 2200-APPLY-PARA
                       THRU 2200-APPLY-EXIT
                WHEN SQLCODE = 100
                    PERFORM 2600-RECOVERY-PARA
                       THRU 2600-RECOVERY-EXIT
                WHEN OTHER
                    DISPLAY "BILL SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
       2100-POST-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE RECEIPT BELONGS TO THE MONTH OF ITS RECEIPT DATE
      *     (DD/MM/YYYY). PERCHK SAYS WHICH PERIOD IT POSTS IN; A
      *     LOCKED MONTH SENDS IT TO THE OPEN PERIOD AS A PRIOR-
      *     PERIOD ADJUSTMENT. WS-REASON COMES BACK SET WHEN THE
      *     RECEIPT CANNOT BE POSTED AT ALL.
       2050-GET-PERIOD.
            MOVE SPACES TO WS-NAT-PERIOD.
            IF WS-CUR-DATE NOT = SPACES
                STRING WS-CUR-DATE(7:4) "-" WS-CUR-DATE(4:2)
                    DELIMITED BY SIZE
                    INTO WS-NAT-PERIOD
                END-STRING
            END-IF.
            CALL "PERCHK" USING WS-NAT-PERIOD WS-POST-PERIOD
                                WS-ADJ-FLAG WS-PER-RC.
            EVALUATE WS-PER-RC
                WHEN 0
                    CONTINUE
                WHEN 4
                    MOVE "RECEIPT DATE NOT DD/MM/YYYY" TO WS-REASON
                WHEN OTHER
                    MOVE 8 TO WS-RC
                    MOVE "NO OPEN PERIOD FOR ADJUSTMENT"
                      TO WS-REASON
            END-EVALUATE.
       2050-GET-PERIOD-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A RECEIPT IN THE OLD LAYOUT QUOTES THE BILL'S FOUR-DIGIT
      *     NUMBER FROM BEFORE THE CONVERSION; BILL_NO_XREF GIVES THE
      *     NUMBER THE BILL CARRIES NOW. WS-REASON COMES BACK SET
      *     WHEN THE RECEIPT CANNOT BE POSTED.
       2150-OLD-RECEIPT-PARA.
            MOVE SPACES TO WS-RCPT-BILL-X.
            MOVE RCPTREC(1:4) TO WS-RCPT-BILL-X.
            IF RCO-BILL-NO IS NOT NUMERIC
                OR RCO-AMT IS NOT NUMERIC
                MOVE "UNREADABLE RECEIPT" TO WS-REASON
                GO TO 2150-OLD-RECEIPT-EXIT
            END-IF.
            MOVE RCO-BILL-NO TO WS-HV-OLD-BILL-NO.
            MOVE RCO-AMT TO WS-HV-RCPT-AMT.
            MOVE RCO-METHOD TO WS-CUR-METHOD.
            MOVE RCO-DATE TO WS-CUR-DATE.
            EXEC SQL
                SELECT NEW_BILL_NO
                  INTO :WS-HV-BILL-NO
                  FROM BILL_NO_XREF
                 WHERE OLD_BILL_NO = :WS-HV-OLD-BILL-NO
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "OLD BILL NO NOT CONVERTED" TO WS-REASON
                WHEN OTHER
                    DISPLAY "BILL_NO_XREF SELECT FAILED SQLCODE="
                            SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
            END-EVALUATE.
       2150-OLD-RECEIPT-EXIT.
            EXIT.

       2200-APPLY-PARA.
            ADD WS-HV-RCPT-AMT TO WS-HV-PAID-AMT.
            COMPUTE WS-HV-BALANCE =
                        COMMIT
                    END-EXEC
                    ADD 1 TO WS-POST-CNT
                    IF PRIOR-PERIOD-ADJ
                        ADD 1 TO WS-PPA-CNT
                    END-IF
                    PERFORM 2260-TALLY-METHOD
                       THRU 2260-TALLY-METHOD-EXIT
                    PERFORM 2400-WRITE-POSTED
      *     THE OUTCOME RIDES ON ITS OWN SWITCH - THE ROLLBACK ON
      *     THE FAILURE PATH RESETS SQLCODE TO ZERO, SO THE CALLER
      *     MUST NEVER JUDGE THIS PARAGRAPH BY SQLCODE.
      *     A RECEIPT DATED IN A LOCKED PERIOD ALSO CARRIES THE
      *     PERIOD IT WAS POSTED INTO AND TODAY'S DATE.
       2250-WRITE-PAYROW.
            SET PAYROW-CLEAN TO TRUE.
            EXEC SQL
                            ITEM_NAME, QUANTITY, BILL_AMOUNT,
                            GST_AMOUNT, FINAL_BILL, VOID_FLAG,
                            REC_TYPE, LINE_NO, PAY_METHOD,
                            PAY_DATE, ADJ_PERIOD, ADJ_DATE)
                VALUES ( :WS-HV-BILL-NO, :WS-HV-BILL-CUST,
                         ' ',
                         'RECEIPT',
                         0, :WS-APPLY-AMT,
                         0, 0, 'N',
                         'P', 0, :WS-CUR-METHOD,
                         :WS-CUR-DATE,
                         CASE WHEN :WS-ADJ-FLAG = 'Y'
                              THEN :WS-POST-PERIOD END,
                         CASE WHEN :WS-ADJ-FLAG = 'Y'
                              THEN CURRENT DATE END )
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "PAYMENT ROW INSERT FAILED SQLCODE=" SQLCODE
       2300-WRITE-REJECT.
            ADD 1 TO WS-REJ-CNT
            MOVE SPACES TO POSTREC
            STRING WS-RCPT-BILL-X
                   "  REJECTED  "
                   WS-REASON
               INTO POSTREC
       2400-WRITE-POSTED.
            MOVE WS-HV-RCPT-AMT TO WS-AMT-ED
            MOVE SPACES TO POSTREC
            STRING WS-HV-BILL-NO
                   "  POSTED    "
                   WS-AMT-ED
                   "  STATUS "
                   WS-HV-STATUS
               INTO POSTREC
            END-STRING
            IF PRIOR-PERIOD-ADJ
                MOVE "PPA" TO POSTREC(54:3)
                MOVE WS-POST-PERIOD TO POSTREC(58:7)
            END-IF
            WRITE POSTREC.
       2400-WRITE-POSTED-EXIT.
            EXIT.
                   THRU 2300-WRITE-REJECT-EXIT
                GO TO 2500-ALLOCATE-EXIT
            END-IF.
            MOVE RC2-DATE TO WS-CUR-DATE.
            PERFORM 2050-GET-PERIOD
               THRU 2050-GET-PERIOD-EXIT.
            IF WS-REASON NOT = SPACES
                PERFORM 2300-WRITE-REJECT
                   THRU 2300-WRITE-REJECT-EXIT
                GO TO 2500-ALLOCATE-EXIT
            END-IF.
            ADD 1 TO WS-ALLOC-CNT.
            MOVE RC2-CUST-CODE TO WS-HV-CUST-CODE.
            MOVE RC2-CUST-CODE TO WS-HV-BILL-CUST.
            MOVE RC2-AMT TO WS-REMAIN-AMT.
            MOVE RC2-METHOD TO WS-CUR-METHOD.

            MOVE RC2-AMT TO WS-AMT-ED.
            MOVE SPACES TO ALLOCREC
                   "  " RC2-DATE
               INTO ALLOCREC
            END-STRING
            IF PRIOR-PERIOD-ADJ
                MOVE "PPA" TO ALLOCREC(48:3)
                MOVE WS-POST-PERIOD TO ALLOCREC(52:7)
            END-IF
            WRITE ALLOCREC.

            EXEC SQL
                CLOSE CA1
            END-EXEC.

      *     THE UNSPREAD REMAINDER IS CARRIED ON THE CUSTOMER AS
      *     UNAPPLIED CREDIT, IN THE SAME UNIT OF WORK AS THE SPREAD,
      *     SO THE ACCOUNT INQUIRY CAN SHOW IT.
            IF WS-RC < 8 AND WS-REMAIN-AMT > 0
                EXEC SQL
                    UPDATE CUSTOMER_DETAIL
                       SET UNAPPLIED_CREDIT =
                           COALESCE(UNAPPLIED_CREDIT, 0)
                           + :WS-REMAIN-AMT
                     WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
                END-EXEC
                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    DISPLAY "UNAPPLIED CREDIT UPDATE FAILED SQLCODE="
                            SQLCODE " CUST " WS-HV-CUST-CODE
                    EXEC SQL
                        ROLLBACK
                    END-EXEC
                    MOVE 8 TO WS-RC
                    MOVE SPACES TO ALLOCREC
                    STRING WS-HV-CUST-CODE
                           "  SPREAD STOPPED - NOTHING APPLIED"
                       INTO ALLOCREC
                    END-STRING
                    WRITE ALLOCREC
                    GO TO 2500-ALLOCATE-EXIT
                END-IF
            END-IF.

            IF WS-RC < 8
                EXEC SQL
                    COMMIT
                END-EXEC
                IF PRIOR-PERIOD-ADJ
                    ADD 1 TO WS-PPA-CNT
                END-IF
            END-IF.

      *     WHATEVER THE OPEN BILLS COULD NOT ABSORB IS REPORTED AS
       2520-ALLOC-APPLY-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     NO OPEN BILL TOOK THE RECEIPT. IF THE BILL WAS WRITTEN
      *     OFF AS BAD DEBT THE MONEY IS A RECOVERY: A REC_TYPE Y ROW
      *     ON THE BILL, STAMPED WITH ITS OUTLET FOR THE GL EXTRACT,
      *     NEVER MORE THAN THE WRITE-OFF STILL UNRECOVERED. ANY
      *     OTHER BILL IS REJECTED AS BEFORE.
       2600-RECOVERY-PARA.
            EXEC SQL
                SELECT CUSTOMER_CODE,
                       COALESCE(OUTLET_CODE, ' ')
                  INTO :WS-HV-BILL-CUST,
                       :WS-HV-OUTLET
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'H'
                   AND VOID_FLAG = 'N'
                   AND BILL_STATUS = 'WRTOFF'
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "BILL NOT FOUND/VOID/PAID" TO WS-REASON
                    GO TO 2600-RECOVERY-REJECT
                WHEN OTHER
                    DISPLAY "WRITE-OFF SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                    GO TO 2600-RECOVERY-REJECT
            END-EVALUATE.

            EXEC SQL
                SELECT COALESCE(SUM(CASE REC_TYPE
                                    WHEN 'B' THEN BILL_AMOUNT
                                    ELSE 0 - BILL_AMOUNT END), 0)
                  INTO :WS-HV-UNRECOVERED
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE IN ('B', 'Y')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "RECOVERY SELECT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                GO TO 2600-RECOVERY-REJECT
            END-IF.
            IF WS-HV-RCPT-AMT > WS-HV-UNRECOVERED
                MOVE "RECOVERY EXCEEDS WRITE-OFF" TO WS-REASON
                GO TO 2600-RECOVERY-REJECT
            END-IF.

            EXEC SQL
                INSERT INTO MY_BILLING_TABLE
                           (BILL_NO, CUSTOMER_CODE, CUST_NAME,
                            ITEM_NAME, QUANTITY, BILL_AMOUNT,
                            GST_AMOUNT, FINAL_BILL, VOID_FLAG,
                            REC_TYPE, LINE_NO, PAY_METHOD,
                            PAY_DATE, OUTLET_CODE, ADJ_PERIOD,
                            ADJ_DATE)
                VALUES ( :WS-HV-BILL-NO, :WS-HV-BILL-CUST,
                         ' ',
                         'BAD DEBT RECOVERY',
                         0, :WS-HV-RCPT-AMT,
                         0, 0, 'N',
                         'Y', 0, :WS-CUR-METHOD,
                         :WS-CUR-DATE, :WS-HV-OUTLET,
                         CASE WHEN :WS-ADJ-FLAG = 'Y'
                              THEN :WS-POST-PERIOD END,
                         CASE WHEN :WS-ADJ-FLAG = 'Y'
                              THEN CURRENT DATE END )
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "RECOVERY ROW INSERT FAILED SQLCODE=" SQLCODE
                        " BILL " WS-HV-BILL-NO
                EXEC SQL
                    ROLLBACK
                END-EXEC
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON RECOVERY ROW" TO WS-REASON
                GO TO 2600-RECOVERY-REJECT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            ADD 1 TO WS-RECOV-CNT.
            IF PRIOR-PERIOD-ADJ
                ADD 1 TO WS-PPA-CNT
            END-IF.
            MOVE WS-HV-RCPT-AMT TO WS-APPLY-AMT.
            PERFORM 2260-TALLY-METHOD
               THRU 2260-TALLY-METHOD-EXIT.
            MOVE WS-HV-RCPT-AMT TO WS-AMT-ED
            MOVE SPACES TO POSTREC
            STRING WS-HV-BILL-NO
                   "  RECOVERED "
                   WS-AMT-ED
                   "  STATUS WRTOFF"
               INTO POSTREC
            END-STRING
            IF PRIOR-PERIOD-ADJ
                MOVE "PPA" TO POSTREC(54:3)
                MOVE WS-POST-PERIOD TO POSTREC(58:7)
            END-IF
            WRITE POSTREC.
            GO TO 2600-RECOVERY-EXIT.

       2600-RECOVERY-REJECT.
            PERFORM 2300-WRITE-REJECT
               THRU 2300-WRITE-REJECT-EXIT.
       2600-RECOVERY-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     DAILY SETTLEMENT. TOTALS BY METHOD GO ON THE REPORT,
      *     THEN EVERY CARD RECEIPT IS MATCHED LINE-BY-LINE AGAINST
      *     THE ACQUIRER'S SETTLEMENT FILE ON AMOUNT AND DATE;
      *     ANYTHING UNMATCHED ON EITHER SIDE IS LISTED.
      *-----------------------------------------------------------------
      *     THE RECEIPT IS QUEUED AS KEYED UNDER THIS RUN'S DATE AND
      *     TIME PLUS A SEQUENCE - THE REFERENCE THE APPROVER QUOTES
      *     TO MNTAPPR. NOTHING IS POSTED UNTIL IT COMES BACK.
       2700-QUEUE-PENDING.
            ADD 1 TO WS-PEND-CNT.
            MOVE SPACES TO PENDREC
            MOVE "BILLPAY" TO PQ-SOURCE
            STRING WS-RUN-DATE WS-RUN-TIME(1:6)
                DELIMITED BY SIZE
                INTO PQ-REF-RUN
            END-STRING
            MOVE WS-PEND-CNT TO PQ-REF-SEQ
            MOVE WS-RUN-DATE TO PQ-ENTRY-DATE
            MOVE RC-OPER-ID TO PQ-OPER-ID
            MOVE WS-RCPT-BILL-X TO PQ-KEY
            MOVE "RECEIPT OVER LIMIT" TO PQ-REASON
            MOVE RCPTREC TO PQ-TRAN
            WRITE PENDREC.
            IF WS-FS6 NOT = 00
                DISPLAY "PENDFILE WRITE FAILED " WS-FS6
                        " - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-HELD-AMT TO WS-AMT-ED
            MOVE SPACES TO POSTREC
            STRING WS-RCPT-BILL-X
                   "  PENDING   "
                   WS-AMT-ED
                   "  APPROVAL REF "
                   PQ-REF
               INTO POSTREC
            END-STRING
            WRITE POSTREC.
       2700-QUEUE-PENDING-EXIT.
            EXIT.

       2800-SETTLEMENT-PARA.
            PERFORM 2810-WRITE-METHOD-TOTALS
               THRU 2810-WRITE-METHOD-TOTALS-EXIT.
            CLOSE RCPTFILE
                  POSTRPT
                  ALLOCRPT
                  SETLRPT
                  PENDFILE
                  RELFILE.
            DISPLAY "RECEIPTS READ     : " WS-RCPT-CNT.
            DISPLAY "OF WHICH RELEASED : " WS-REL-CNT.
            DISPLAY "RECEIPTS POSTED   : " WS-POST-CNT.
            DISPLAY "RECEIPTS REJECTED : " WS-REJ-CNT.
            DISPLAY "HELD FOR APPROVAL : " WS-PEND-CNT.
            DISPLAY "BAD DEBTS RECOVERED : " WS-RECOV-CNT.
            DISPLAY "PRIOR-PERIOD ADJUSTMENTS : " WS-PPA-CNT.
            DISPLAY "REMITTANCES SPREAD : " WS-ALLOC-CNT.
            DISPLAY "BILLS ALLOCATED TO : " WS-ALLOC-BILL-CNT.
            DISPLAY "CREDIT BALANCES    : " WS-CREDIT-CNT.
