      *                assessment period (FEE_PERIOD), so a rerun in
      *                the same period assesses nothing twice. Every
      *                assessment is reported with bill, customer,
      *                age and fee. Bills written off as bad debt
      *                (status WRTOFF) are never assessed.
      *                A fee belongs to the period it is assessed in
      *                (the run period - the F row is dated on the
      *                run date). When PERCHK finds that period
      *                LOCKED the F row carries the open period it
      *                was posted into and the assessment date
      *                (ADJ_PERIOD / ADJ_DATE) as a prior-period
      *                adjustment, so GLEXTR, GSTRMT and CUSTSTMT
      *                show it in the open period and the locked
      *                period's figures stay as they were. The
      *                header's FINAL_BILL and BALANCE still take
      *                the fee - they are what the customer owes
      *                today. With no open period the bill is not
      *                assessed and the run ends RC 8.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

                  FROM MY_BILLING_TABLE
                  WHERE REC_TYPE = 'H'
                    AND VOID_FLAG = 'N'
                    AND COALESCE(BILL_STATUS, 'OPEN')
                        NOT IN ('PAID', 'WRTOFF')
                    AND BILL_DATE IS NOT NULL
                    AND DAYS(CURRENT DATE) - DAYS(BILL_DATE)
                        > :WS-MIN-AGE
       01 WS-SQLCODE2             PIC S9(9) COMP.
       01 WS-MIN-AGE              PIC S9(9) COMP VALUE 60.
       01 WS-CUR-PERIOD           PIC X(7)  VALUE SPACES.
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-CUST-CODE         PIC X(6).
       01 WS-HV-BALANCE           PIC S9(9)V99 COMP-3.
       01 WS-HV-AGE-DAYS          PIC S9(9) COMP.
       01 WS-HV-FEE-PERIOD        PIC X(7).
       01 WS-POST-PERIOD          PIC X(7)  VALUE SPACES.
       01 WS-ADJ-FLAG             PIC X(1)  VALUE "N".
          88 PRIOR-PERIOD-ADJ     VALUE "Y".
       01 WS-PER-RC               PIC 9(2)  VALUE 0.
       01 WS-PPA-CNT              PIC 9(6)  VALUE 0.
       01 WS-HV-POL-FROM          PIC S9(9) COMP.
       01 WS-HV-POL-TO            PIC S9(9) COMP.
       01 WS-HV-POL-PCT           PIC S9(2)V99 COMP-3.
            DISPLAY "ASSESSMENT PERIOD : " WS-CUR-PERIOD.

            MOVE SPACES TO FEEREC
            STRING "BILL        CUST    AGE    FEE ASSESSED"
               INTO FEEREC
            END-STRING
            WRITE FEEREC.
                GO TO 2100-ASSESS-EXIT
            END-IF.

      *     THE FEE ROW IS DATED TODAY, SO IT BELONGS TO THE
      *     ASSESSMENT PERIOD; IF THAT PERIOD IS ALREADY LOCKED THE
      *     FEE GOES TO THE OPEN PERIOD AS A PRIOR-PERIOD ADJUSTMENT.
            CALL "PERCHK" USING WS-CUR-PERIOD WS-POST-PERIOD
                                WS-ADJ-FLAG WS-PER-RC.
            IF WS-PER-RC NOT = 0
                DISPLAY "NO PERIOD TO POST FEE - BILL " WS-HV-BILL-NO
                        " PERIOD " WS-CUR-PERIOD
                MOVE 8 TO WS-RC
                GO TO 2100-ASSESS-EXIT
            END-IF.

            PERFORM 2300-APPLY-FEE
               THRU 2300-APPLY-FEE-EXIT.
       2100-ASSESS-EXIT.
                           (BILL_NO, CUSTOMER_CODE, CUST_NAME,
                            ITEM_NAME, QUANTITY, BILL_AMOUNT,
                            GST_AMOUNT, FINAL_BILL, VOID_FLAG,
                            REC_TYPE, LINE_NO, BILL_DATE,
                            ADJ_PERIOD, ADJ_DATE)
                VALUES ( :WS-HV-BILL-NO, :WS-HV-CUST-CODE,
                         ' ',
                         'LATE PAYMENT FEE',
                         0, :WS-FEE-AMT,
                         0, 0, 'N',
                         'F', 0, CURRENT DATE,
                         CASE WHEN :WS-ADJ-FLAG = 'Y'
                              THEN :WS-POST-PERIOD END,
                         CASE WHEN :WS-ADJ-FLAG = 'Y'
                              THEN CURRENT DATE END )
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "FEE ROW INSERT FAILED SQLCODE=" SQLCODE
            IF SQLCODE = 0
                ADD 1 TO WS-FEE-CNT
                ADD WS-FEE-AMT TO WS-FEE-TOTAL
                IF PRIOR-PERIOD-ADJ
                    ADD 1 TO WS-PPA-CNT
                END-IF
                EXEC SQL
                    COMMIT
                END-EXEC
                   "  " WS-ED-FEE
               INTO FEEREC
            END-STRING
            IF PRIOR-PERIOD-ADJ
                MOVE "PPA" TO FEEREC(46:3)
                MOVE WS-POST-PERIOD TO FEEREC(50:7)
            END-IF
            WRITE FEEREC.
       2400-WRITE-LINE-EXIT.
            EXIT.
            DISPLAY "FEES ASSESSED          : " WS-FEE-CNT.
            DISPLAY "ALREADY ASSESSED       : " WS-SKIP-CNT.
            DISPLAY "NO POLICY BAND MATCHED : " WS-NOPOL-CNT.
            DISPLAY "PRIOR-PERIOD FEES      : " WS-PPA-CNT.
       3000-TERM-EXIT.
            EXIT.
