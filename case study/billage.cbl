      *                61-90 days and over 90 days - subtotalled per
      *                customer with a grand total line, so the owner
      *                can finally see which tie-up companies have
      *                not paid their monthly bills. Bills written
      *                off as bad debt (BADDEBT, status WRTOFF) are
      *                no longer receivables and are not aged.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

                  FROM MY_BILLING_TABLE
                  WHERE REC_TYPE = 'H'
                    AND VOID_FLAG = 'N'
                    AND COALESCE(BILL_STATUS, 'OPEN')
                        NOT IN ('PAID', 'WRTOFF')
                    AND BILL_DATE IS NOT NULL
                  ORDER BY CUSTOMER_CODE, BILL_NO
           END-EXEC.
       01 WS-SQLCODE1             PIC S9(9) COMP.
       01 WS-HV-CUST-CODE         PIC X(6).
       01 WS-HV-CUST-NAME         PIC X(20).
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-BALANCE           PIC S9(9)V99 COMP-3.
       01 WS-HV-AGE-DAYS          PIC S9(9) COMP.
       01 WS-CUR-CUST             PIC X(6)  VALUE SPACES.
