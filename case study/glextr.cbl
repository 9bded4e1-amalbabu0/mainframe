      *                  voids        the reversal of the above
      *                  late fees    DR 1200 RECEIVABLES
      *                               CR 4100 FEE INCOME
      *                  tuition      DR 1200 RECEIVABLES
      *                               CR 4200 TUITION INCOME
      *                  tuition      DR 4200 TUITION INCOME
      *                   refunds     CR 1200 RECEIVABLES
      *                  receipts     DR 1000 CASH/BANK
      *                               CR 1200 RECEIVABLES
      *                  credit       DR 4000 SALES
      *                   notes       DR 2300 GST PAYABLE
      *                               CR 1200 RECEIVABLES
      *                  bad-debt     DR 6100 BAD DEBT EXPENSE
      *                   write-offs  CR 1200 RECEIVABLES
      *                  bad-debt     DR 1000 CASH/BANK
      *                   recoveries  CR 4300 BAD DEBT RECOVERED
      *                Tuition invoices (TUITBILL) are bills like any
      *                other but carry no GST; their value is taken
      *                out of the day's sales line and credited to
      *                tuition income instead.
      *                The batch is only released (trailer marked
      *                BALANCED) when debits equal credits to the
      *                penny; otherwise the trailer says OUT OF
      *                BALANCE and the run ends condition code 8.
      *                The control report ties each journal total
      *                back to its source row counts. The batch
      *                header and the control report carry the first
      *                and last bill number cut that day.
      *                The journal is built outlet by outlet from
      *                OUTLET_MASTER - every journal line names its
      *                outlet and the control report has a section
      *                per outlet - and closes with the consolidated
      *                section for all outlets. The outlets must add
      *                up to the consolidated totals; activity on an
      *                outlet missing from OUTLET_MASTER breaks that
      *                reconciliation and ends the run condition
      *                code 8. Receipts, late fees and tuition
      *                refunds belong to the outlet of the bill they
      *                were posted against.
      *                Credit notes (CRNOTE) are journaled on the day
      *                they are issued as their own lines, apart from
      *                voids; a bill is always journaled at its
      *                original amount, with any credit notes already
      *                taken off it added back.
      *                Write-offs (BADDEBT REC_TYPE B rows) are
      *                journaled on the day they are applied, and
      *                recoveries (BILLPAY REC_TYPE Y rows) by their
      *                receipt date like any other receipt; both are
      *                stamped with the bill's outlet.
      *                Prior-period adjustments - receipts, late
      *                fees, voids and recoveries whose own period
      *                was LOCKED, so they were posted into the open
      *                period instead (ADJ_PERIOD / ADJ_DATE) - are
      *                journaled on the day they were posted, on
      *                their own PPA lines, and kept out of the
      *                ordinary lines. Every run records its date
      *                and result (B balanced and reconciled, U
      *                otherwise) on ACCT_PERIOD against the current
      *                period, which PERCLOSE checks before it will
      *                lock the period.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

            10 GH-BATCH-DATE    PIC X(8).
            10 FILLER           PIC X(1).
            10 GH-SOURCE        PIC X(8).
            10 FILLER           PIC X(1).
            10 GH-FIRST-BILL    PIC 9(10).
            10 FILLER           PIC X(1).
            10 GH-LAST-BILL     PIC 9(10).
            10 FILLER           PIC X(37).
       01 GL-DTL-REC.
            10 GD-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
                                SIGN LEADING SEPARATE.
            10 FILLER           PIC X(1).
            10 GD-NARRATIVE     PIC X(24).
            10 FILLER           PIC X(1).
            10 GD-OUTLET        PIC X(3).
            10 FILLER           PIC X(25).
       01 GL-TRL-REC.
            10 GT-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               DECLARE OL1 CURSOR FOR
                  SELECT OUTLET_CODE
                  FROM OUTLET_MASTER
                  ORDER BY OUTLET_CODE
           END-EXEC.

       01 WS-FS1                  PIC 99.
       01 WS-FS2                  PIC 99.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-BILL-FINAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-BILL-GST             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-BILL-SALES           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FIRST-BILL           PIC 9(10) VALUE 0.
       01 WS-LAST-BILL            PIC 9(10) VALUE 0.
       01 WS-VOID-CNT             PIC S9(9) COMP VALUE 0.
       01 WS-VOID-FINAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-VOID-GST             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-RCPT-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FEE-CNT              PIC S9(9) COMP VALUE 0.
       01 WS-FEE-AMT              PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TUIT-CNT             PIC S9(9) COMP VALUE 0.
       01 WS-TUIT-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TCRD-CNT             PIC S9(9) COMP VALUE 0.
       01 WS-TCRD-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-BILL-CRN             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CRN-CNT              PIC S9(9) COMP VALUE 0.
       01 WS-CRN-FINAL            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CRN-GST              PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CRN-SALES            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-WOFF-CNT             PIC S9(9) COMP VALUE 0.
       01 WS-WOFF-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-RECV-CNT             PIC S9(9) COMP VALUE 0.
       01 WS-RECV-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
      *    PRIOR-PERIOD ADJUSTMENTS POSTED TODAY.
       01 WS-PVOID-CNT            PIC S9(9) COMP VALUE 0.
       01 WS-PVOID-FINAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PVOID-GST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PVOID-SALES          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PFEE-CNT             PIC S9(9) COMP VALUE 0.
       01 WS-PFEE-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PRCPT-CNT            PIC S9(9) COMP VALUE 0.
       01 WS-PRCPT-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PRECV-CNT            PIC S9(9) COMP VALUE 0.
       01 WS-PRECV-AMT            PIC S9(11)V99 COMP-3 VALUE 0.

      *    THE OUTLET BEING GATHERED - '***' GATHERS ALL OUTLETS
      *    FOR THE CONSOLIDATED SECTION.
       01 WS-CUR-OUTLET           PIC X(3)  VALUE SPACES.
       01 WS-SQLCODE1             PIC S9(9) COMP.
       01 WS-OUTLET-CNT           PIC 9(3)  VALUE 0.
       01 WS-SUM-BILL-FINAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-VOID-FINAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-FEE-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-TUIT-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-TCRD-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-RCPT-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-CRN-FINAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-WOFF-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-RECV-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-PVOID-FINAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-PFEE-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-PRCPT-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-SUM-PRECV-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-OUTLET-RECON-SW      PIC X(1)  VALUE "Y".
          88 OUTLETS-RECONCILED   VALUE "Y".
          88 OUTLETS-NOT-RECONCILED VALUE "N".

       01 WS-LINE-CNT             PIC 9(6)  VALUE 0.
       01 WS-DR-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-JRN-NARR             PIC X(24).
       01 WS-ED-AMT               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.
      *    PERIOD CONTROL - THE PERIOD THIS BATCH BELONGS TO.
       01 WS-BATCH-PERIOD         PIC X(7)  VALUE SPACES.
       01 WS-BATCH-FLAG           PIC X(1)  VALUE SPACES.
       01 WS-HV-PER-STATUS        PIC X(8)  VALUE SPACES.

       LINKAGE SECTION.
       01 LK-PARM.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2400-WRITE-HEADER
               THRU 2400-WRITE-HEADER-EXIT.
            PERFORM 2100-OUTLETS-PARA
               THRU 2100-OUTLETS-EXIT.
            PERFORM 2200-CONSOLIDATE-PARA
               THRU 2200-CONSOLIDATE-EXIT.
            PERFORM 2700-WRITE-TRAILER
               THRU 2700-WRITE-TRAILER-EXIT.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       1000-INIT-EXIT.
            EXIT.

            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(FINAL_BILL), 0),
                       COALESCE(SUM(GST_AMOUNT), 0),
                       COALESCE(MIN(BILL_NO), 0),
                       COALESCE(MAX(BILL_NO), 0)
                  INTO :WS-BILL-CNT,
                       :WS-BILL-FINAL,
                       :WS-BILL-GST,
                       :WS-FIRST-BILL,
                       :WS-LAST-BILL
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'H'
                   AND BILL_DATE = CURRENT DATE
                   AND (OUTLET_CODE = :WS-CUR-OUTLET
                        OR :WS-CUR-OUTLET = '***')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "BILL TOTALS SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *     A BILL CREDITED ON THE DAY IT WAS CUT ALREADY HAS THE
      *     CREDIT OFF ITS FINAL_BILL; THE CREDIT NOTE IS JOURNALED
      *     IN ITS OWN LINES, SO THE SALE GOES IN AT ITS ORIGINAL
      *     AMOUNT.
            EXEC SQL
                SELECT COALESCE(SUM(C.FINAL_BILL), 0)
                  INTO :WS-BILL-CRN
                  FROM MY_BILLING_TABLE C
                 WHERE C.REC_TYPE = 'C'
                   AND C.BILL_NO IN
                       (SELECT H.BILL_NO
                          FROM MY_BILLING_TABLE H
                         WHERE H.REC_TYPE = 'H'
                           AND H.BILL_DATE = CURRENT DATE
                           AND (H.OUTLET_CODE = :WS-CUR-OUTLET
                                OR :WS-CUR-OUTLET = '***'))
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "BILL CREDIT SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD WS-BILL-CRN TO WS-BILL-FINAL.
            COMPUTE WS-BILL-SALES = WS-BILL-FINAL - WS-BILL-GST.

            EXEC SQL
                 WHERE REC_TYPE = 'H'
                   AND VOID_FLAG = 'Y'
                   AND DATE(VOID_TIMESTAMP) = CURRENT DATE
                   AND ADJ_PERIOD IS NULL
                   AND (OUTLET_CODE = :WS-CUR-OUTLET
                        OR :WS-CUR-OUTLET = '***')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "VOID TOTALS SELECT FAILED : " SQLCODE
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'P'
                   AND PAY_DATE = :WS-RCPT-DATE
                   AND ADJ_PERIOD IS NULL
                   AND (:WS-CUR-OUTLET = '***'
                        OR BILL_NO IN
                           (SELECT H.BILL_NO
                              FROM MY_BILLING_TABLE H
                             WHERE H.REC_TYPE = 'H'
                               AND H.OUTLET_CODE = :WS-CUR-OUTLET))
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "RECEIPT TOTALS SELECT FAILED : " SQLCODE
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'F'
                   AND BILL_DATE = CURRENT DATE
                   AND ADJ_PERIOD IS NULL
                   AND (:WS-CUR-OUTLET = '***'
                        OR BILL_NO IN
                           (SELECT H.BILL_NO
                              FROM MY_BILLING_TABLE H
                             WHERE H.REC_TYPE = 'H'
                               AND H.OUTLET_CODE = :WS-CUR-OUTLET))
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "FEE TOTALS SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *     TUITION INVOICES CUT TODAY ARE ALREADY IN THE BILLS
      *     TOTALS ABOVE; THEIR SHARE MOVES FROM SALES TO TUITION
      *     INCOME. TUITBILL NEVER CREDITS A BILL ON THE DAY IT WAS
      *     RAISED, SO FINAL_BILL HERE IS STILL THE FULL FEE.
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(FINAL_BILL), 0)
                  INTO :WS-TUIT-CNT,
                       :WS-TUIT-AMT
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'H'
                   AND ITEM_NAME = 'TUITION FEE'
                   AND BILL_DATE = CURRENT DATE
                   AND (OUTLET_CODE = :WS-CUR-OUTLET
                        OR :WS-CUR-OUTLET = '***')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "TUITION TOTALS SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            SUBTRACT WS-TUIT-AMT FROM WS-BILL-SALES.

      *     TUITION REFUNDS CREDITED TODAY (TUITBILL STAMPS THE
      *     CREDIT ROW WITH THE CREDIT DATE) TAKE THE INCOME BACK
      *     OFF THE RECEIVABLE.
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(BILL_AMOUNT), 0)
                  INTO :WS-TCRD-CNT,
                       :WS-TCRD-AMT
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'W'
                   AND BILL_DATE = CURRENT DATE
                   AND (:WS-CUR-OUTLET = '***'
                        OR BILL_NO IN
                           (SELECT H.BILL_NO
                              FROM MY_BILLING_TABLE H
                             WHERE H.REC_TYPE = 'H'
                               AND H.OUTLET_CODE = :WS-CUR-OUTLET))
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "TUITION CREDIT SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *     CREDIT NOTES ISSUED TODAY (CRNOTE DATES THE ROW THE DAY
      *     OF ISSUE AND STAMPS IT WITH THE BILL'S OUTLET) TAKE THE
      *     SALE AND ITS GST BACK OFF THE RECEIVABLE.
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(FINAL_BILL), 0),
                       COALESCE(SUM(GST_AMOUNT), 0)
                  INTO :WS-CRN-CNT,
                       :WS-CRN-FINAL,
                       :WS-CRN-GST
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'C'
                   AND BILL_DATE = CURRENT DATE
                   AND (OUTLET_CODE = :WS-CUR-OUTLET
                        OR :WS-CUR-OUTLET = '***')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "CREDIT NOTE SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE WS-CRN-SALES = WS-CRN-FINAL - WS-CRN-GST.

      *     BAD DEBTS WRITTEN OFF TODAY (BADDEBT DATES THE B ROW THE
      *     DAY IT IS APPLIED AND STAMPS IT WITH THE BILL'S OUTLET)
      *     TAKE THE BALANCE OFF RECEIVABLES INTO EXPENSE.
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(BILL_AMOUNT), 0)
                  INTO :WS-WOFF-CNT,
                       :WS-WOFF-AMT
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'B'
                   AND BILL_DATE = CURRENT DATE
                   AND (OUTLET_CODE = :WS-CUR-OUTLET
                        OR :WS-CUR-OUTLET = '***')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "WRITE-OFF TOTALS SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *     MONEY RECEIVED AGAINST WRITTEN-OFF BILLS. THE RECEIVABLE
      *     IS ALREADY GONE, SO IT IS INCOME, NOT A RECEIPT.
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(BILL_AMOUNT), 0)
                  INTO :WS-RECV-CNT,
                       :WS-RECV-AMT
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'Y'
                   AND PAY_DATE = :WS-RCPT-DATE
                   AND ADJ_PERIOD IS NULL
                   AND (OUTLET_CODE = :WS-CUR-OUTLET
                        OR :WS-CUR-OUTLET = '***')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "RECOVERY TOTALS SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM 2050-GATHER-ADJ-PARA
               THRU 2050-GATHER-ADJ-EXIT.
       2000-GATHER-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     PRIOR-PERIOD ADJUSTMENTS POSTED TODAY. THEIR OWN PERIOD
      *     WAS LOCKED, SO THEY ARE JOURNALED BY THE DAY THEY WERE
      *     POSTED (ADJ_DATE), WHATEVER THEIR RECEIPT OR BILL DATE.
       2050-GATHER-ADJ-PARA.
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(FINAL_BILL), 0),
                       COALESCE(SUM(GST_AMOUNT), 0)
                  INTO :WS-PVOID-CNT,
                       :WS-PVOID-FINAL,
                       :WS-PVOID-GST
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'H'
                   AND VOID_FLAG = 'Y'
                   AND ADJ_PERIOD IS NOT NULL
                   AND ADJ_DATE = CURRENT DATE
                   AND (OUTLET_CODE = :WS-CUR-OUTLET
                        OR :WS-CUR-OUTLET = '***')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "PPA VOID SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE WS-PVOID-SALES = WS-PVOID-FINAL - WS-PVOID-GST.

            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(BILL_AMOUNT), 0)
                  INTO :WS-PFEE-CNT,
                       :WS-PFEE-AMT
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'F'
                   AND ADJ_PERIOD IS NOT NULL
                   AND ADJ_DATE = CURRENT DATE
                   AND (:WS-CUR-OUTLET = '***'
                        OR BILL_NO IN
                           (SELECT H.BILL_NO
                              FROM MY_BILLING_TABLE H
                             WHERE H.REC_TYPE = 'H'
                               AND H.OUTLET_CODE = :WS-CUR-OUTLET))
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "PPA FEE SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(BILL_AMOUNT), 0)
                  INTO :WS-PRCPT-CNT,
                       :WS-PRCPT-AMT
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'P'
                   AND ADJ_PERIOD IS NOT NULL
                   AND ADJ_DATE = CURRENT DATE
                   AND (:WS-CUR-OUTLET = '***'
                        OR BILL_NO IN
                           (SELECT H.BILL_NO
                              FROM MY_BILLING_TABLE H
                             WHERE H.REC_TYPE = 'H'
                               AND H.OUTLET_CODE = :WS-CUR-OUTLET))
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "PPA RECEIPT SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(BILL_AMOUNT), 0)
                  INTO :WS-PRECV-CNT,
                       :WS-PRECV-AMT
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'Y'
                   AND ADJ_PERIOD IS NOT NULL
                   AND ADJ_DATE = CURRENT DATE
                   AND (OUTLET_CODE = :WS-CUR-OUTLET
                        OR :WS-CUR-OUTLET = '***')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "PPA RECOVERY SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       2050-GATHER-ADJ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE BATCH HEADER CARRIES THE RANGE OF BILL NUMBERS CUT
      *     TODAY SO ACCOUNTING CAN TIE THE JOURNAL BACK TO THE
      *     BILLS, ACROSS ALL OUTLETS.
       2400-WRITE-HEADER.
            EXEC SQL
                SELECT COALESCE(MIN(BILL_NO), 0),
                       COALESCE(MAX(BILL_NO), 0)
                  INTO :WS-FIRST-BILL,
                       :WS-LAST-BILL
                  FROM MY_BILLING_TABLE
                 WHERE REC_TYPE = 'H'
                   AND BILL_DATE = CURRENT DATE
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "BILL RANGE SELECT FAILED : " SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO GL-HDR-REC
            MOVE "HDR" TO GH-REC-TYPE
            MOVE WS-RUN-DATE TO GH-BATCH-DATE
            MOVE "BILLING" TO GH-SOURCE
            MOVE WS-FIRST-BILL TO GH-FIRST-BILL
            MOVE WS-LAST-BILL TO GH-LAST-BILL
            WRITE GL-HDR-REC.
       2400-WRITE-HEADER-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE JOURNAL SECTION AND ONE REPORT SECTION PER OUTLET.
       2100-OUTLETS-PARA.
            EXEC SQL
                OPEN OL1
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "OL1 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 2110-OUTLET-FETCH-PARA
               THRU 2110-OUTLET-FETCH-EXIT UNTIL WS-SQLCODE1 = 100.
            EXEC SQL
                CLOSE OL1
            END-EXEC.
            DISPLAY "OUTLETS JOURNALED : " WS-OUTLET-CNT.
       2100-OUTLETS-EXIT.
            EXIT.

       2110-OUTLET-FETCH-PARA.
            EXEC SQL
                FETCH OL1 INTO :WS-CUR-OUTLET
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 = 100
                GO TO 2110-OUTLET-FETCH-EXIT
            END-IF.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "OL1 FETCH FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-OUTLET-CNT.
            PERFORM 2000-GATHER-PARA
               THRU 2000-GATHER-EXIT.
            PERFORM 2500-BUILD-JOURNAL
               THRU 2500-BUILD-JOURNAL-EXIT.
            PERFORM 3100-REPORT-SECTION
               THRU 3100-REPORT-SECTION-EXIT.
            ADD WS-BILL-FINAL TO WS-SUM-BILL-FINAL.
            ADD WS-VOID-FINAL TO WS-SUM-VOID-FINAL.
            ADD WS-FEE-AMT TO WS-SUM-FEE-AMT.
            ADD WS-TUIT-AMT TO WS-SUM-TUIT-AMT.
            ADD WS-TCRD-AMT TO WS-SUM-TCRD-AMT.
            ADD WS-RCPT-AMT TO WS-SUM-RCPT-AMT.
            ADD WS-CRN-FINAL TO WS-SUM-CRN-FINAL.
            ADD WS-WOFF-AMT TO WS-SUM-WOFF-AMT.
            ADD WS-RECV-AMT TO WS-SUM-RECV-AMT.
            ADD WS-PVOID-FINAL TO WS-SUM-PVOID-FINAL.
            ADD WS-PFEE-AMT TO WS-SUM-PFEE-AMT.
            ADD WS-PRCPT-AMT TO WS-SUM-PRCPT-AMT.
            ADD WS-PRECV-AMT TO WS-SUM-PRECV-AMT.
       2110-OUTLET-FETCH-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE CONSOLIDATED TOTALS ARE GATHERED AFRESH ACROSS ALL
      *     OUTLETS AND MUST EQUAL THE SUM OF THE OUTLET SECTIONS -
      *     OTHERWISE SOME ACTIVITY SITS ON AN OUTLET THAT IS NOT ON
      *     OUTLET_MASTER AND NEVER REACHED THE JOURNAL.
       2200-CONSOLIDATE-PARA.
            MOVE "***" TO WS-CUR-OUTLET.
            PERFORM 2000-GATHER-PARA
               THRU 2000-GATHER-EXIT.
            SET OUTLETS-RECONCILED TO TRUE.
            IF WS-BILL-FINAL NOT = WS-SUM-BILL-FINAL
               OR WS-VOID-FINAL NOT = WS-SUM-VOID-FINAL
               OR WS-FEE-AMT NOT = WS-SUM-FEE-AMT
               OR WS-TUIT-AMT NOT = WS-SUM-TUIT-AMT
               OR WS-TCRD-AMT NOT = WS-SUM-TCRD-AMT
               OR WS-RCPT-AMT NOT = WS-SUM-RCPT-AMT
               OR WS-CRN-FINAL NOT = WS-SUM-CRN-FINAL
               OR WS-WOFF-AMT NOT = WS-SUM-WOFF-AMT
               OR WS-RECV-AMT NOT = WS-SUM-RECV-AMT
               OR WS-PVOID-FINAL NOT = WS-SUM-PVOID-FINAL
               OR WS-PFEE-AMT NOT = WS-SUM-PFEE-AMT
               OR WS-PRCPT-AMT NOT = WS-SUM-PRCPT-AMT
               OR WS-PRECV-AMT NOT = WS-SUM-PRECV-AMT
                SET OUTLETS-NOT-RECONCILED TO TRUE
                DISPLAY "OUTLET TOTALS DO NOT ADD UP TO THE"
                        " CONSOLIDATED TOTALS"
                MOVE 8 TO WS-RC
            END-IF.
       2200-CONSOLIDATE-EXIT.
            EXIT.

       2500-BUILD-JOURNAL.
            IF WS-BILL-FINAL NOT = 0
                MOVE "1200" TO WS-JRN-ACCT
                MOVE "BILLS - GST PAYABLE" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                IF WS-TUIT-AMT NOT = 0
                    MOVE "4200" TO WS-JRN-ACCT
                    MOVE "CR" TO WS-JRN-DRCR
                    MOVE WS-TUIT-AMT TO WS-JRN-AMT
                    MOVE "BILLS - TUITION INCOME" TO WS-JRN-NARR
                    PERFORM 2600-WRITE-LINE
                       THRU 2600-WRITE-LINE-EXIT
                END-IF
            END-IF.

            IF WS-VOID-FINAL NOT = 0
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.

            IF WS-TCRD-AMT NOT = 0
                MOVE "4200" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-TCRD-AMT TO WS-JRN-AMT
                MOVE "REFUNDS - TUITION INCOME" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "1200" TO WS-JRN-ACCT
                MOVE "CR" TO WS-JRN-DRCR
                MOVE WS-TCRD-AMT TO WS-JRN-AMT
                MOVE "REFUNDS - RECEIVABLES" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.

            IF WS-CRN-FINAL NOT = 0
                MOVE "4000" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-CRN-SALES TO WS-JRN-AMT
                MOVE "CRNOTES - SALES" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "2300" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-CRN-GST TO WS-JRN-AMT
                MOVE "CRNOTES - GST REVERSAL" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "1200" TO WS-JRN-ACCT
                MOVE "CR" TO WS-JRN-DRCR
                MOVE WS-CRN-FINAL TO WS-JRN-AMT
                MOVE "CRNOTES - RECEIVABLES" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.

            IF WS-RCPT-AMT NOT = 0
                MOVE "1000" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.

            IF WS-WOFF-AMT NOT = 0
                MOVE "6100" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-WOFF-AMT TO WS-JRN-AMT
                MOVE "WRITE-OFFS - BAD DEBTS" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "1200" TO WS-JRN-ACCT
                MOVE "CR" TO WS-JRN-DRCR
                MOVE WS-WOFF-AMT TO WS-JRN-AMT
                MOVE "WRITE-OFFS - RECEIVABLES" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.

            IF WS-RECV-AMT NOT = 0
                MOVE "1000" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-RECV-AMT TO WS-JRN-AMT
                MOVE "RECOVERIES - CASH/BANK" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "4300" TO WS-JRN-ACCT
                MOVE "CR" TO WS-JRN-DRCR
                MOVE WS-RECV-AMT TO WS-JRN-AMT
                MOVE "RECOVERIES - BAD DEBTS" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.

            PERFORM 2550-BUILD-ADJ-JOURNAL
               THRU 2550-BUILD-ADJ-JOURNAL-EXIT.
       2500-BUILD-JOURNAL-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     PRIOR-PERIOD ADJUSTMENTS GO ON THEIR OWN LINES, SAME
      *     ACCOUNTS AS THE ORDINARY ENTRIES, SO ACCOUNTING CAN SEE
      *     WHAT ARRIVED LATE FOR A LOCKED PERIOD.
       2550-BUILD-ADJ-JOURNAL.
            IF WS-PVOID-FINAL NOT = 0
                MOVE "4000" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-PVOID-SALES TO WS-JRN-AMT
                MOVE "PPA VOIDS - SALES" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "2300" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-PVOID-GST TO WS-JRN-AMT
                MOVE "PPA VOIDS - GST REVERSAL" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "1200" TO WS-JRN-ACCT
                MOVE "CR" TO WS-JRN-DRCR
                MOVE WS-PVOID-FINAL TO WS-JRN-AMT
                MOVE "PPA VOIDS - RECEIVABLES" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.

            IF WS-PFEE-AMT NOT = 0
                MOVE "1200" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-PFEE-AMT TO WS-JRN-AMT
                MOVE "PPA FEES - RECEIVABLES" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "4100" TO WS-JRN-ACCT
                MOVE "CR" TO WS-JRN-DRCR
                MOVE WS-PFEE-AMT TO WS-JRN-AMT
                MOVE "PPA FEES - FEE INCOME" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.

            IF WS-PRCPT-AMT NOT = 0
                MOVE "1000" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-PRCPT-AMT TO WS-JRN-AMT
                MOVE "PPA RCPTS - CASH/BANK" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "1200" TO WS-JRN-ACCT
                MOVE "CR" TO WS-JRN-DRCR
                MOVE WS-PRCPT-AMT TO WS-JRN-AMT
                MOVE "PPA RCPTS - RECEIVABLES" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.

            IF WS-PRECV-AMT NOT = 0
                MOVE "1000" TO WS-JRN-ACCT
                MOVE "DR" TO WS-JRN-DRCR
                MOVE WS-PRECV-AMT TO WS-JRN-AMT
                MOVE "PPA RECOVERY - CASH/BANK" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
                MOVE "4300" TO WS-JRN-ACCT
                MOVE "CR" TO WS-JRN-DRCR
                MOVE WS-PRECV-AMT TO WS-JRN-AMT
                MOVE "PPA RECOVERY - BAD DEBTS" TO WS-JRN-NARR
                PERFORM 2600-WRITE-LINE
                   THRU 2600-WRITE-LINE-EXIT
            END-IF.
       2550-BUILD-ADJ-JOURNAL-EXIT.
            EXIT.

       2600-WRITE-LINE.
            MOVE SPACES TO GL-DTL-REC.
            MOVE "DTL" TO GD-REC-TYPE.
            MOVE WS-JRN-DRCR TO GD-DRCR.
            MOVE WS-JRN-AMT TO GD-AMOUNT.
            MOVE WS-JRN-NARR TO GD-NARRATIVE.
            MOVE WS-CUR-OUTLET TO GD-OUTLET.
            WRITE GL-DTL-REC.
            ADD 1 TO WS-LINE-CNT.
            IF WS-JRN-DRCR = "DR"
       2700-WRITE-TRAILER-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE BATCH IS RECORDED AGAINST THE CURRENT PERIOD ON THE
      *     PERIOD CONTROL - B WHEN IT BALANCED AND THE OUTLETS
      *     RECONCILED, U OTHERWISE. A PERIOD NOT YET ON THE CONTROL
      *     IS REGISTERED OPEN. PERCLOSE LOCKS A PERIOD ONLY ON A B.
       2800-STAMP-PERIOD.
            STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2)
                DELIMITED BY SIZE
                INTO WS-BATCH-PERIOD
            END-STRING.
            IF WS-RC < 8
                MOVE "B" TO WS-BATCH-FLAG
            ELSE
                MOVE "U" TO WS-BATCH-FLAG
            END-IF.
            EXEC SQL
                SELECT PERIOD_STATUS
                  INTO :WS-HV-PER-STATUS
                  FROM ACCT_PERIOD
                 WHERE PERIOD = :WS-BATCH-PERIOD
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0 AND WS-HV-PER-STATUS = "LOCKED"
                    DISPLAY "PERIOD " WS-BATCH-PERIOD
                            " IS LOCKED - BATCH NOT RECORDED"
                    IF WS-RC < 4
                        MOVE 4 TO WS-RC
                    END-IF
                    GO TO 2800-STAMP-PERIOD-EXIT
                WHEN SQLCODE = 0
                    EXEC SQL
                        UPDATE ACCT_PERIOD
                           SET GL_BATCH_DATE = CURRENT DATE,
                               GL_BATCH_FLAG = :WS-BATCH-FLAG
                         WHERE PERIOD = :WS-BATCH-PERIOD
                    END-EXEC
                WHEN SQLCODE = 100
                    EXEC SQL
                        INSERT INTO ACCT_PERIOD
                               (PERIOD, PERIOD_STATUS, GL_BATCH_DATE,
                                GL_BATCH_FLAG, STATUS_TS, STATUS_BY)
                        VALUES (:WS-BATCH-PERIOD, 'OPEN',
                                CURRENT DATE, :WS-BATCH-FLAG,
                                CURRENT TIMESTAMP, 'GLEXTR')
                    END-EXEC
            END-EVALUATE.
            IF SQLCODE NOT = 0
                DISPLAY "ACCT_PERIOD BATCH STAMP FAILED : " SQLCODE
                EXEC SQL
                    ROLLBACK
                END-EXEC
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
                GO TO 2800-STAMP-PERIOD-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            MOVE SPACES TO GLRPTREC
            STRING "PERIOD " WS-BATCH-PERIOD
                   " GL BATCH RECORDED - FLAG " WS-BATCH-FLAG
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.
       2800-STAMP-PERIOD-EXIT.
            EXIT.

       3000-TERM-PARA.
            PERFORM 3100-REPORT-SECTION
               THRU 3100-REPORT-SECTION-EXIT.

            MOVE SPACES TO GLRPTREC
            IF OUTLETS-RECONCILED
                STRING "OUTLETS RECONCILED TO CONSOLIDATED"
                   INTO GLRPTREC
                END-STRING
            ELSE
                STRING "*** OUTLETS DO NOT RECONCILE TO"
                       " CONSOLIDATED ***"
                   INTO GLRPTREC
                END-STRING
            END-IF.
            WRITE GLRPTREC.

            MOVE WS-DR-TOTAL TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "JOURNAL DEBITS  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-CR-TOTAL TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "JOURNAL CREDITS " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE SPACES TO GLRPTREC
            IF WS-DR-TOTAL = WS-CR-TOTAL
                STRING "BATCH BALANCED - RELEASED"
                   INTO GLRPTREC
                END-STRING
            ELSE
                STRING "*** BATCH OUT OF BALANCE - NOT RELEASED ***"
                   INTO GLRPTREC
                END-STRING
            END-IF.
            WRITE GLRPTREC.

            PERFORM 2800-STAMP-PERIOD
               THRU 2800-STAMP-PERIOD-EXIT.

            CLOSE GLJRNL
                  GLRPT.
            DISPLAY "JOURNAL LINES WRITTEN : " WS-LINE-CNT.
            DISPLAY "DEBIT TOTAL  : " WS-DR-TOTAL.
            DISPLAY "CREDIT TOTAL : " WS-CR-TOTAL.
       3000-TERM-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE SOURCE-COUNT SECTION FOR THE OUTLET IN WS-CUR-OUTLET,
      *     OR THE CONSOLIDATED ONE WHEN IT HOLDS '***'.
       3100-REPORT-SECTION.
            MOVE SPACES TO GLRPTREC
            IF WS-CUR-OUTLET = "***"
                STRING "CONSOLIDATED - ALL OUTLETS"
                   INTO GLRPTREC
                END-STRING
            ELSE
                STRING "OUTLET " WS-CUR-OUTLET
                   INTO GLRPTREC
                END-STRING
            END-IF.
            WRITE GLRPTREC.

            MOVE WS-BILL-CNT TO WS-ED-CNT
            MOVE WS-BILL-FINAL TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.
            MOVE SPACES TO GLRPTREC
            STRING "BILL NOS " WS-FIRST-BILL " TO " WS-LAST-BILL
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-VOID-CNT TO WS-ED-CNT
            MOVE WS-VOID-FINAL TO WS-ED-AMT
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-TUIT-CNT TO WS-ED-CNT
            MOVE WS-TUIT-AMT TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "TUITION  " WS-ED-CNT "  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-TCRD-CNT TO WS-ED-CNT
            MOVE WS-TCRD-AMT TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "REFUNDS  " WS-ED-CNT "  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-CRN-CNT TO WS-ED-CNT
            MOVE WS-CRN-FINAL TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "CRNOTES  " WS-ED-CNT "  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-RCPT-CNT TO WS-ED-CNT
            MOVE WS-RCPT-AMT TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-WOFF-CNT TO WS-ED-CNT
            MOVE WS-WOFF-AMT TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "WRITOFFS " WS-ED-CNT "  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-RECV-CNT TO WS-ED-CNT
            MOVE WS-RECV-AMT TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "RECOVERY " WS-ED-CNT "  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-PVOID-CNT TO WS-ED-CNT
            MOVE WS-PVOID-FINAL TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "PPA VOID " WS-ED-CNT "  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-PFEE-CNT TO WS-ED-CNT
            MOVE WS-PFEE-AMT TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "PPA FEES " WS-ED-CNT "  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-PRCPT-CNT TO WS-ED-CNT
            MOVE WS-PRCPT-AMT TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "PPA RCPT " WS-ED-CNT "  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.

            MOVE WS-PRECV-CNT TO WS-ED-CNT
            MOVE WS-PRECV-AMT TO WS-ED-AMT
            MOVE SPACES TO GLRPTREC
            STRING "PPA RECV " WS-ED-CNT "  " WS-ED-AMT
               INTO GLRPTREC
            END-STRING
            WRITE GLRPTREC.
       3100-REPORT-SECTION-EXIT.
            EXIT.
