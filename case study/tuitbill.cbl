      *****************************************************************
      * PROGRAM NAME : TUITBILL
      * DESCRIPTION  : Tuition fee invoicing and withdrawal refunds
      *                from the course registrations. Every newly
      *                accepted registration (COURSE_STATUS ACP on
      *                COURSE_REG2 with no invoice yet) is billed the
      *                fee the TUITION_FEE schedule gives for its
      *                department and course - a course row wins over
      *                the department's default row (blank course) -
      *                as an ordinary bill on MY_BILLING_TABLE: a
      *                header marked TUITION FEE and one line naming
      *                the course, under the student's customer code
      *                (S plus the applicant id, the marks side's
      *                student id). BILLPAY, BILLAGE and GLEXTR then
      *                pay, age and journal it like any other bill.
      *                TUITION_BILLED ties each invoice to the
      *                registration it was raised for, so nothing is
      *                billed twice. An invoiced registration later
      *                withdrawn (WDR) is credited the REFUND_POLICY
      *                percentage for the week of the term the
      *                withdrawal fell in, counted from the term start
      *                date in the PARM; one dropped outright (the row
      *                deleted by REGLOAD) is reversed in full. The
      *                credit is a REC_TYPE W row on the original
      *                bill and comes off its FINAL_BILL and BALANCE
      *                the way LATEFEE's fee goes on; whatever the
      *                bill's balance cannot absorb is refund due to
      *                the student. The fee register and refund
      *                register close with counts that must reconcile
      *                to the registrations on COURSE_REG2. Invoice
      *                numbers come from the same financial-year
      *                bill number sequence BLD-BILL-DETAILS uses for
      *                the block 0 outlet.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITBILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FEEREG ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT RFNDREG ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

       DATA DIVISION.
       FILE SECTION.
       FD FEEREG.
       01 FEEREC               PIC X(100).

       FD RFNDREG.
       01 RFNDREC              PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    ACCEPTED REGISTRATIONS NOT YET INVOICED. A REGISTRATION
      *    IS ONE COURSE_REG2 ROW - APPLICANT, COURSE AND CREATION
      *    TIMESTAMP - SO A WITHDRAWN APPLICANT WHO REGISTERS AGAIN
      *    IS BILLED AGAIN FOR THE NEW REGISTRATION.
           EXEC SQL
               DECLARE TB1 CURSOR WITH HOLD FOR
                  SELECT R.APPL_ID,
                         R.COURSE_NAME,
                         CHAR(R.CRE_TS),
                         A.DEPT_ID
                  FROM COURSE_REG2 R
                  INNER JOIN DEPT_ALOT2 A
                     ON R.COURSE_NAME = A.COURSE_NAME2
                  WHERE R.COURSE_STATUS = 'ACP'
                    AND NOT EXISTS
                        (SELECT 1
                           FROM TUITION_BILLED T
                          WHERE T.APPL_ID = R.APPL_ID
                            AND T.COURSE_NAME = R.COURSE_NAME
                            AND T.REG_CRE_TS = R.CRE_TS)
                  ORDER BY A.DEPT_ID, R.COURSE_NAME, R.APPL_ID
           END-EXEC.

      *    OPEN INVOICES WHOSE REGISTRATION HAS SINCE BEEN WITHDRAWN,
      *    OR DROPPED - A DROPPED ROW IS GONE FROM COURSE_REG2, SO
      *    ITS DRP HISTORY ROW IS WHAT TELLS IT FROM A REGISTRATION
      *    REGARCH HAS ARCHIVED AT TERM CLOSE. THE DAY NUMBER IS THE
      *    WITHDRAWAL DATE LESS THE TERM START.
           EXEC SQL
               DECLARE TB2 CURSOR WITH HOLD FOR
                  SELECT T.APPL_ID,
                         T.COURSE_NAME,
                         T.BILL_NO,
                         T.FEE_AMT,
                         CASE WHEN T.INV_DATE < CURRENT DATE
                              THEN 'Y' ELSE 'N' END,
                         COALESCE(R.COURSE_STATUS, 'DRP'),
                         COALESCE(CHAR(DATE(R.UPD_TS), ISO),
                                  CHAR(CURRENT DATE, ISO)),
                         COALESCE(DAYS(DATE(R.UPD_TS))
                                  - DAYS(DATE(:WS-TERM-START)), 0)
                  FROM TUITION_BILLED T
                  LEFT JOIN COURSE_REG2 R
                     ON R.APPL_ID = T.APPL_ID
                    AND R.COURSE_NAME = T.COURSE_NAME
                    AND R.CRE_TS = T.REG_CRE_TS
                  WHERE T.TB_STATUS = 'I'
                    AND (R.COURSE_STATUS = 'WDR'
                         OR (R.APPL_ID IS NULL
                             AND EXISTS
                                 (SELECT 1
                                    FROM REG_STAT_HIST H
                                   WHERE H.APPL_ID = T.APPL_ID
                                     AND H.COURSE_NAME = T.COURSE_NAME
                                     AND H.NEW_STATUS = 'DRP'
                                     AND H.CHG_TS > T.REG_CRE_TS)))
                  ORDER BY T.APPL_ID, T.COURSE_NAME
           END-EXEC.

      *    REFUND POLICY BY WEEK OF TERM - A RATE CHANGE IS A ROW.
           EXEC SQL
               DECLARE TB3 CURSOR FOR
                  SELECT WEEK_FROM, WEEK_TO, REFUND_PCT
                  FROM REFUND_POLICY
                  ORDER BY WEEK_FROM
           END-EXEC.

       01 WS-FS1                  PIC 99.
       01 WS-FS2                  PIC 99.
       01 WS-SQLCODE1             PIC S9(9) COMP.
       01 WS-SQLCODE2             PIC S9(9) COMP.
       01 WS-SQLCODE3             PIC S9(9) COMP.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-TERM-START           PIC X(10) VALUE SPACES.
       01 WS-NEXT-BILL-NO         PIC 9(10) VALUE 0.
       01 WS-NEXT-BILL-R REDEFINES WS-NEXT-BILL-NO.
          05 WS-NEXT-FY           PIC 9(4).
          05 WS-NEXT-SEQ          PIC 9(6).
       01 WS-HV-MAX-BILL          PIC S9(10) COMP-3.
       01 WS-FY-START-MM          PIC 9(2)  VALUE 4.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(4).
          05 WS-TODAY-MM          PIC 9(2).
          05 WS-TODAY-DD          PIC 9(2).
       01 WS-BILL-FY              PIC 9(4).
       01 WS-HV-FY-LO             PIC 9(10).
       01 WS-HV-FY-HI             PIC 9(10).
       01 WS-HV-APPL-ID           PIC X(5).
       01 WS-HV-COURSE-NAME       PIC X(20).
       01 WS-HV-CRE-TS            PIC X(26).
       01 WS-HV-DEPT-ID           PIC X(5).
       01 WS-HV-CUST-CODE         PIC X(6).
       01 WS-HV-CUST-NAME         PIC X(20).
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-FEE-AMT           PIC S9(9)V99 COMP-3.
       01 WS-HV-PRIOR-DAY         PIC X(1).
       01 WS-HV-REG-STATUS        PIC X(3).
       01 WS-HV-WDR-DATE          PIC X(10).
       01 WS-HV-WDR-DAYS          PIC S9(9) COMP.
       01 WS-HV-FINAL-BILL        PIC S9(9)V99 COMP-3.
       01 WS-HV-PAID-AMT          PIC S9(9)V99 COMP-3.
       01 WS-HV-BALANCE           PIC S9(9)V99 COMP-3.
       01 WS-HV-VOID-FLAG         PIC X(1).
       01 WS-HV-STATUS            PIC X(7).
       01 WS-HV-POL-FROM          PIC S9(4) COMP.
       01 WS-HV-POL-TO            PIC S9(4) COMP.
       01 WS-HV-POL-PCT           PIC S9(3)V99 COMP-3.
       01 WS-HV-CNT               PIC S9(9) COMP.
       01 WS-WEEK-NO              PIC S9(5) COMP VALUE 0.
       01 WS-REFUND-PCT           PIC S9(3)V99 COMP-3 VALUE 0.
       01 WS-REFUND-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CREDIT-AMT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CASH-DUE             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-REASON               PIC X(30).
       01 WS-POL-CNT              PIC 9(2)  VALUE 0.
       01 WS-POL-IX               PIC 9(2)  VALUE 0.
       01 WS-POL-ENTRY-TAB.
          05 WS-POL-ENTRY         OCCURS 20 TIMES.
             10 WS-POL-FROM       PIC S9(4) COMP.
             10 WS-POL-TO         PIC S9(4) COMP.
             10 WS-POL-PCT        PIC S9(3)V99 COMP-3.
       01 WS-POL-FOUND-SW         PIC X(01) VALUE "N".
          88 POL-FOUND            VALUE "Y".
          88 POL-NOT-FOUND        VALUE "N".
       01 WS-INV-ERR-SW           PIC X(01) VALUE "N".
          88 INV-ERROR            VALUE "Y".
          88 INV-CLEAN            VALUE "N".
      *    FEE REGISTER COUNTS AND TOTALS.
       01 WS-ACP-READ-CNT         PIC 9(6)  VALUE 0.
       01 WS-INV-CNT              PIC 9(6)  VALUE 0.
       01 WS-NOFEE-CNT            PIC 9(6)  VALUE 0.
       01 WS-INV-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
      *    REFUND REGISTER COUNTS AND TOTALS.
       01 WS-WDR-READ-CNT         PIC 9(6)  VALUE 0.
       01 WS-RFND-CNT             PIC 9(6)  VALUE 0.
       01 WS-NORFND-CNT           PIC 9(6)  VALUE 0.
       01 WS-DROP-CNT             PIC 9(6)  VALUE 0.
       01 WS-DEFER-CNT            PIC 9(6)  VALUE 0.
       01 WS-CLOSED-CNT           PIC 9(6)  VALUE 0.
       01 WS-RFND-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CASH-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
      *    RECONCILIATION COUNTS TAKEN BACK OFF THE TABLES AT CLOSE.
       01 WS-ACP-CNT              PIC S9(9) COMP VALUE 0.
       01 WS-ACP-BILLED-CNT       PIC S9(9) COMP VALUE 0.
       01 WS-ACP-EARLIER-CNT      PIC S9(9) COMP VALUE 0.
       01 WS-WDR-CNT              PIC S9(9) COMP VALUE 0.
       01 WS-WDR-BILLED-CNT       PIC S9(9) COMP VALUE 0.
       01 WS-WDR-OPEN-CNT         PIC S9(9) COMP VALUE 0.
       01 WS-ED-AMT               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-AMT2              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.
       01 WS-ED-CNT2              PIC ZZZ,ZZ9.
       01 WS-ED-WEEK              PIC ZZ9.
       01 WS-ED-PCT               PIC ZZ9.99.

       LINKAGE SECTION.
       01 LK-PARM.
          05 LK-PARM-LEN          PIC S9(4) COMP.
          05 LK-TERM-START        PIC X(10).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-FETCH-PARA
               THRU 2000-FETCH-EXIT UNTIL WS-SQLCODE1 = 100.
            EXEC SQL
                CLOSE TB1
            END-EXEC.
            IF WS-RC < 8
                PERFORM 2500-REFUND-PARA
                   THRU 2500-REFUND-EXIT
            END-IF.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

      *-----------------------------------------------------------------
      *     THE TERM START (YYYY-MM-DD) IS WHAT THE REFUND WEEKS
      *     COUNT FROM, SO THE RUN DOES NOT START WITHOUT IT.
       1000-INIT-PARA.
            IF LK-PARM-LEN < 10
                DISPLAY "TERM START DATE PARM (YYYY-MM-DD) REQUIRED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LK-TERM-START TO WS-TERM-START.
            DISPLAY "TERM START DATE : " WS-TERM-START.

            OPEN OUTPUT FEEREG
                 OUTPUT RFNDREG.
            IF WS-FS1 NOT = 00 OR WS-FS2 NOT = 00
                DISPLAY "REGISTER OPEN ERROR " WS-FS1 " " WS-FS2
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO FEEREC
            STRING "APPL   COURSE                DEPT   BILL        "
                   "    FEE AMOUNT  RESULT"
               INTO FEEREC
            END-STRING
            WRITE FEEREC.
            MOVE SPACES TO RFNDREC
            STRING "APPL   COURSE                BILL        "
                   "WITHDRAWN    WK     PCT          REFUND"
                   "        CASH DUE"
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.

      *     SAME RULE AS BLD-BILL-DETAILS: THE TABLE'S HIGHEST BILL
      *     NUMBER IN THE CURRENT FINANCIAL YEAR IS THE TRUTH, SO
      *     TUITION INVOICES AND THE BLOCK 0 OUTLET'S BILLS SHARE ONE
      *     NUMBER SEQUENCE (FY + BLOCK 0 + FIVE-DIGIT SEQUENCE)
      *     WITHOUT COLLIDING. THE INVOICE ROWS TAKE THAT OUTLET'S
      *     CODE BY DEFAULT.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            IF WS-TODAY-MM < WS-FY-START-MM
                COMPUTE WS-BILL-FY = WS-TODAY-YYYY - 1
            ELSE
                MOVE WS-TODAY-YYYY TO WS-BILL-FY
            END-IF.
            COMPUTE WS-HV-FY-LO = WS-BILL-FY * 1000000.
            COMPUTE WS-HV-FY-HI = WS-HV-FY-LO + 99999.
            EXEC SQL
                SELECT COALESCE(MAX(BILL_NO), 0)
                  INTO :WS-HV-MAX-BILL
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO BETWEEN :WS-HV-FY-LO AND :WS-HV-FY-HI
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "MAX BILL_NO LOOKUP FAILED SQLCODE=" SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-HV-MAX-BILL = 0
                MOVE WS-HV-FY-LO TO WS-NEXT-BILL-NO
            ELSE
                MOVE WS-HV-MAX-BILL TO WS-NEXT-BILL-NO
            END-IF.

            PERFORM 1100-LOAD-POLICY
               THRU 1100-LOAD-POLICY-EXIT.

            EXEC SQL
                OPEN TB1
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "TB1 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       1000-INIT-EXIT.
            EXIT.

       1100-LOAD-POLICY.
            EXEC SQL
                OPEN TB3
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE3.
            IF WS-SQLCODE3 NOT = 0
                DISPLAY "REFUND_POLICY OPEN FAILED SQLCODE="
                        WS-SQLCODE3
                MOVE 100 TO WS-SQLCODE3
            END-IF.
            PERFORM 1110-POLICY-FETCH
               THRU 1110-POLICY-FETCH-EXIT
               UNTIL WS-SQLCODE3 = 100.
            EXEC SQL
                CLOSE TB3
            END-EXEC.
            DISPLAY "REFUND POLICY BANDS LOADED : " WS-POL-CNT.
       1100-LOAD-POLICY-EXIT.
            EXIT.

       1110-POLICY-FETCH.
            EXEC SQL
                FETCH TB3 INTO
                   :WS-HV-POL-FROM,
                   :WS-HV-POL-TO,
                   :WS-HV-POL-PCT
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE3.
            EVALUATE WS-SQLCODE3
                WHEN 0
                    IF WS-POL-CNT < 20
                        ADD 1 TO WS-POL-CNT
                        MOVE WS-HV-POL-FROM
                          TO WS-POL-FROM(WS-POL-CNT)
                        MOVE WS-HV-POL-TO
                          TO WS-POL-TO(WS-POL-CNT)
                        MOVE WS-HV-POL-PCT
                          TO WS-POL-PCT(WS-POL-CNT)
                    ELSE
                        DISPLAY "REFUND POLICY TABLE FULL"
                        MOVE 100 TO WS-SQLCODE3
                    END-IF
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "REFUND_POLICY FETCH FAILED SQLCODE="
                            WS-SQLCODE3
                    MOVE 100 TO WS-SQLCODE3
            END-EVALUATE.
       1110-POLICY-FETCH-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     INVOICING PASS - ONE NEWLY ACCEPTED REGISTRATION AT A
      *     TIME.
       2000-FETCH-PARA.
            EXEC SQL
                FETCH TB1 INTO
                   :WS-HV-APPL-ID,
                   :WS-HV-COURSE-NAME,
                   :WS-HV-CRE-TS,
                   :WS-HV-DEPT-ID
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    ADD 1 TO WS-ACP-READ-CNT
                    PERFORM 2100-INVOICE-PARA
                       THRU 2100-INVOICE-EXIT
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "TB1 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       2000-FETCH-EXIT.
            EXIT.

      *     THE COURSE'S OWN FEE ROW SORTS AHEAD OF THE DEPARTMENT'S
      *     BLANK-COURSE DEFAULT ROW. NO ROW AT ALL LEAVES THE
      *     REGISTRATION UNBILLED AND ON THE REGISTER, AND IT IS
      *     PICKED UP AGAIN ONCE THE SCHEDULE IS FIXED.
       2100-INVOICE-PARA.
            EXEC SQL
                SELECT FEE_AMT
                  INTO :WS-HV-FEE-AMT
                  FROM TUITION_FEE
                 WHERE DEPT_ID = :WS-HV-DEPT-ID
                   AND COURSE_NAME IN (:WS-HV-COURSE-NAME, ' ')
                 ORDER BY COURSE_NAME DESC
                 FETCH FIRST 1 ROW ONLY
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    ADD 1 TO WS-NOFEE-CNT
                    MOVE "NO FEE SCHEDULE - NOT INVOICED"
                      TO WS-REASON
                    PERFORM 2400-WRITE-FEE-LINE
                       THRU 2400-WRITE-FEE-LINE-EXIT
                    GO TO 2100-INVOICE-EXIT
                WHEN OTHER
                    DISPLAY "TUITION_FEE SELECT FAILED SQLCODE="
                            SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
                    GO TO 2100-INVOICE-EXIT
            END-EVALUATE.

            IF WS-NEXT-SEQ = 99999
                DISPLAY "BILL NUMBERS EXHAUSTED FOR FY " WS-NEXT-FY
                        " - INVOICING STOPPED"
                MOVE 8 TO WS-RC
                MOVE 100 TO WS-SQLCODE1
                GO TO 2100-INVOICE-EXIT
            END-IF.
            ADD 1 TO WS-NEXT-SEQ.
            MOVE WS-NEXT-BILL-NO TO WS-HV-BILL-NO.
            MOVE SPACES TO WS-HV-CUST-CODE WS-HV-CUST-NAME.
            STRING "S" WS-HV-APPL-ID
               INTO WS-HV-CUST-CODE
            END-STRING.
            STRING "STUDENT " WS-HV-CUST-CODE
               INTO WS-HV-CUST-NAME
            END-STRING.

            PERFORM 2200-POST-INVOICE
               THRU 2200-POST-INVOICE-EXIT.
       2100-INVOICE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     HEADER, COURSE LINE AND TUITION_BILLED LINK FORM ONE
      *     UNIT OF WORK PER REGISTRATION. A FAILURE ROLLS IT BACK
      *     (AND TB1 WITH IT), SO THE PASS ENDS RC 8 AND THE RERUN
      *     PICKS THE REGISTRATION UP AGAIN.
       2200-POST-INVOICE.
            SET INV-CLEAN TO TRUE.
            EXEC SQL
                INSERT INTO MY_BILLING_TABLE
                           (BILL_NO, CUSTOMER_CODE, CUST_NAME,
                            ITEM_NAME, QUANTITY, BILL_AMOUNT,
                            GST_AMOUNT, CGST_AMOUNT, SGST_AMOUNT,
                            FINAL_BILL, VOID_FLAG,
                            REC_TYPE, LINE_NO, DISC_RULE_ID,
                            BILL_DATE, BILL_STATUS, PAID_AMOUNT,
                            BALANCE)
                VALUES ( :WS-HV-BILL-NO, :WS-HV-CUST-CODE,
                         :WS-HV-CUST-NAME,
                         'TUITION FEE', 0, :WS-HV-FEE-AMT,
                         0, 0, 0,
                         :WS-HV-FEE-AMT, 'N',
                         'H', 0, 0,
                         CURRENT DATE, 'OPEN', 0,
                         :WS-HV-FEE-AMT )
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "INVOICE HEADER INSERT FAILED SQLCODE="
                        SQLCODE " BILL " WS-HV-BILL-NO
                SET INV-ERROR TO TRUE
            END-IF.

            IF INV-CLEAN
                EXEC SQL
                    INSERT INTO MY_BILLING_TABLE
                               (BILL_NO, CUSTOMER_CODE, CUST_NAME,
                                ITEM_NAME, QUANTITY, BILL_AMOUNT,
                                GST_AMOUNT, FINAL_BILL, VOID_FLAG,
                                REC_TYPE, LINE_NO)
                    VALUES ( :WS-HV-BILL-NO, :WS-HV-CUST-CODE,
                             :WS-HV-CUST-NAME,
                             :WS-HV-COURSE-NAME,
                             1, :WS-HV-FEE-AMT,
                             0, 0, 'N',
                             'L', 1 )
                END-EXEC
                IF SQLCODE NOT = 0
                    DISPLAY "INVOICE LINE INSERT FAILED SQLCODE="
                            SQLCODE " BILL " WS-HV-BILL-NO
                    SET INV-ERROR TO TRUE
                END-IF
            END-IF.

            IF INV-CLEAN
                EXEC SQL
                    INSERT INTO TUITION_BILLED
                               (APPL_ID, COURSE_NAME, REG_CRE_TS,
                                DEPT_ID, BILL_NO, FEE_AMT,
                                INV_DATE, TB_STATUS, REFUND_PCT,
                                REFUND_AMT)
                    VALUES ( :WS-HV-APPL-ID, :WS-HV-COURSE-NAME,
                             TIMESTAMP(:WS-HV-CRE-TS),
                             :WS-HV-DEPT-ID, :WS-HV-BILL-NO,
                             :WS-HV-FEE-AMT,
                             CURRENT DATE, 'I', 0,
                             0 )
                END-EXEC
                IF SQLCODE NOT = 0
                    DISPLAY "TUITION_BILLED INSERT FAILED SQLCODE="
                            SQLCODE " APPL " WS-HV-APPL-ID
                    SET INV-ERROR TO TRUE
                END-IF
            END-IF.

            IF INV-CLEAN
                EXEC SQL
                    COMMIT
                END-EXEC
                ADD 1 TO WS-INV-CNT
                ADD WS-HV-FEE-AMT TO WS-INV-TOTAL
                MOVE "INVOICED" TO WS-REASON
                PERFORM 2400-WRITE-FEE-LINE
                   THRU 2400-WRITE-FEE-LINE-EXIT
            ELSE
                EXEC SQL
                    ROLLBACK
                END-EXEC
                MOVE 8 TO WS-RC
                MOVE 100 TO WS-SQLCODE1
                MOVE "INVOICE ROLLED BACK" TO WS-REASON
                PERFORM 2400-WRITE-FEE-LINE
                   THRU 2400-WRITE-FEE-LINE-EXIT
            END-IF.
       2200-POST-INVOICE-EXIT.
            EXIT.

       2400-WRITE-FEE-LINE.
            MOVE SPACES TO FEEREC
            IF WS-REASON = "INVOICED"
                MOVE WS-HV-FEE-AMT TO WS-ED-AMT
                STRING WS-HV-APPL-ID
                       "  " WS-HV-COURSE-NAME
                       "  " WS-HV-DEPT-ID
                       "  " WS-HV-BILL-NO
                       "  " WS-ED-AMT
                       "  " WS-REASON
                   INTO FEEREC
                END-STRING
            ELSE
                STRING WS-HV-APPL-ID
                       "  " WS-HV-COURSE-NAME
                       "  " WS-HV-DEPT-ID
                       "                              "
                       WS-REASON
                   INTO FEEREC
                END-STRING
            END-IF.
            WRITE FEEREC.
       2400-WRITE-FEE-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     REFUND PASS - ONE WITHDRAWN OR DROPPED INVOICED
      *     REGISTRATION AT A TIME.
       2500-REFUND-PARA.
            IF WS-POL-CNT = 0
                DISPLAY "NO REFUND POLICY - REFUNDS NOT PROCESSED"
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
                GO TO 2500-REFUND-EXIT
            END-IF.
            EXEC SQL
                OPEN TB2
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE2.
            IF WS-SQLCODE2 NOT = 0
                DISPLAY "TB2 OPEN FAILED SQLCODE=" WS-SQLCODE2
                MOVE 8 TO WS-RC
                GO TO 2500-REFUND-EXIT
            END-IF.
            PERFORM 2510-REFUND-FETCH
               THRU 2510-REFUND-FETCH-EXIT
               UNTIL WS-SQLCODE2 = 100.
            EXEC SQL
                CLOSE TB2
            END-EXEC.
       2500-REFUND-EXIT.
            EXIT.

       2510-REFUND-FETCH.
            EXEC SQL
                FETCH TB2 INTO
                   :WS-HV-APPL-ID,
                   :WS-HV-COURSE-NAME,
                   :WS-HV-BILL-NO,
                   :WS-HV-FEE-AMT,
                   :WS-HV-PRIOR-DAY,
                   :WS-HV-REG-STATUS,
                   :WS-HV-WDR-DATE,
                   :WS-HV-WDR-DAYS
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE2.
            EVALUATE WS-SQLCODE2
                WHEN 0
                    ADD 1 TO WS-WDR-READ-CNT
                    PERFORM 2600-REFUND-CALC
                       THRU 2600-REFUND-CALC-EXIT
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "TB2 FETCH FAILED SQLCODE=" WS-SQLCODE2
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE2
            END-EVALUATE.
       2510-REFUND-FETCH-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     AN INVOICE CUT TODAY IS LEFT FOR TOMORROW'S RUN: GLEXTR
      *     JOURNALS TODAY'S BILLS FROM THEIR FINAL_BILL, WHICH A
      *     SAME-DAY CREDIT WOULD ALREADY HAVE REDUCED. A DROPPED
      *     REGISTRATION NEVER EXISTED AS FAR AS THE STUDENT IS
      *     CONCERNED AND IS REVERSED IN FULL; A WITHDRAWAL TAKES
      *     THE POLICY BAND FOR ITS WEEK OF TERM (WEEK 1 ALSO
      *     COVERS ANYTHING BEFORE THE TERM STARTS), AND A WEEK NO
      *     BAND COVERS REFUNDS NOTHING.
       2600-REFUND-CALC.
            IF WS-HV-PRIOR-DAY NOT = "Y"
                ADD 1 TO WS-DEFER-CNT
                MOVE 0 TO WS-WEEK-NO WS-REFUND-PCT WS-REFUND-AMT
                          WS-CASH-DUE
                MOVE "DEFERRED - INVOICED TODAY" TO WS-REASON
                PERFORM 2900-WRITE-RFND-LINE
                   THRU 2900-WRITE-RFND-LINE-EXIT
                GO TO 2600-REFUND-CALC-EXIT
            END-IF.

            IF WS-HV-REG-STATUS = "DRP"
                MOVE 0 TO WS-WEEK-NO
                MOVE 100 TO WS-REFUND-PCT
                MOVE "DROPPED - FULL REVERSAL" TO WS-REASON
            ELSE
                IF WS-HV-WDR-DAYS < 0
                    MOVE 1 TO WS-WEEK-NO
                ELSE
                    COMPUTE WS-WEEK-NO = WS-HV-WDR-DAYS / 7 + 1
                END-IF
                PERFORM 2650-FIND-BAND
                   THRU 2650-FIND-BAND-EXIT
                IF POL-FOUND
                    MOVE WS-POL-PCT(WS-POL-IX) TO WS-REFUND-PCT
                ELSE
                    MOVE 0 TO WS-REFUND-PCT
                END-IF
                MOVE "WITHDRAWN" TO WS-REASON
            END-IF.
            COMPUTE WS-REFUND-AMT ROUNDED =
                WS-HV-FEE-AMT * WS-REFUND-PCT / 100.

            PERFORM 2700-POST-REFUND
               THRU 2700-POST-REFUND-EXIT.
       2600-REFUND-CALC-EXIT.
            EXIT.

       2650-FIND-BAND.
            SET POL-NOT-FOUND TO TRUE.
            PERFORM VARYING WS-POL-IX FROM 1 BY 1
                UNTIL WS-POL-IX > WS-POL-CNT
                   OR POL-FOUND
                IF WS-WEEK-NO >= WS-POL-FROM(WS-POL-IX)
                    AND WS-WEEK-NO <= WS-POL-TO(WS-POL-IX)
                    SET POL-FOUND TO TRUE
                    SUBTRACT 1 FROM WS-POL-IX
                END-IF
            END-PERFORM.
       2650-FIND-BAND-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     CREDIT ROW, HEADER UPDATE AND THE CLOSE OF THE
      *     TUITION_BILLED LINK FORM ONE UNIT OF WORK. THE CREDIT
      *     COMES OFF FINAL_BILL AS WELL AS BALANCE SO BILLPAY'S
      *     FINAL_BILL - PAID_AMOUNT ARITHMETIC KEEPS IT. A BILL
      *     ALREADY PAID GOES NEGATIVE - THAT PART IS CASH DUE BACK
      *     TO THE STUDENT. A NIL REFUND OR A VOIDED/PURGED BILL
      *     ONLY CLOSES THE LINK.
       2700-POST-REFUND.
            MOVE 0 TO WS-CREDIT-AMT WS-CASH-DUE.
            EXEC SQL
                SELECT FINAL_BILL,
                       COALESCE(PAID_AMOUNT, 0),
                       COALESCE(BALANCE, FINAL_BILL),
                       VOID_FLAG
                  INTO :WS-HV-FINAL-BILL,
                       :WS-HV-PAID-AMT,
                       :WS-HV-BALANCE,
                       :WS-HV-VOID-FLAG
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'H'
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    IF WS-HV-VOID-FLAG = "Y"
                        MOVE 0 TO WS-REFUND-AMT
                        MOVE "BILL VOIDED - NO REFUND" TO WS-REASON
                    END-IF
                WHEN SQLCODE = 100
                    MOVE 0 TO WS-REFUND-AMT
                    MOVE "BILL NOT ON FILE - NO REFUND" TO WS-REASON
                WHEN OTHER
                    DISPLAY "BILL SELECT FAILED SQLCODE=" SQLCODE
                            " BILL " WS-HV-BILL-NO
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE2
                    GO TO 2700-POST-REFUND-EXIT
            END-EVALUATE.

            IF WS-REFUND-AMT > 0
                PERFORM 2750-CREDIT-BILL
                   THRU 2750-CREDIT-BILL-EXIT
                IF WS-RC = 8
                    GO TO 2700-POST-REFUND-EXIT
                END-IF
            END-IF.

            EXEC SQL
                UPDATE TUITION_BILLED
                   SET TB_STATUS = 'R',
                       REFUND_PCT = :WS-REFUND-PCT,
                       REFUND_AMT = :WS-REFUND-AMT,
                       REFUND_DATE = CURRENT DATE
                 WHERE APPL_ID = :WS-HV-APPL-ID
                   AND COURSE_NAME = :WS-HV-COURSE-NAME
                   AND BILL_NO = :WS-HV-BILL-NO
                   AND TB_STATUS = 'I'
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "TUITION_BILLED UPDATE FAILED SQLCODE="
                        SQLCODE " APPL " WS-HV-APPL-ID
                EXEC SQL
                    ROLLBACK
                END-EXEC
                MOVE 8 TO WS-RC
                MOVE 100 TO WS-SQLCODE2
                GO TO 2700-POST-REFUND-EXIT
            END-IF.

            EXEC SQL
                COMMIT
            END-EXEC.
            ADD 1 TO WS-CLOSED-CNT.
            IF WS-HV-REG-STATUS = "DRP"
                ADD 1 TO WS-DROP-CNT
            END-IF.
            IF WS-REFUND-AMT > 0
                ADD 1 TO WS-RFND-CNT
                ADD WS-REFUND-AMT TO WS-RFND-TOTAL
                ADD WS-CREDIT-AMT TO WS-CREDIT-TOTAL
                ADD WS-CASH-DUE TO WS-CASH-TOTAL
            ELSE
                ADD 1 TO WS-NORFND-CNT
                IF WS-REASON = "WITHDRAWN"
                    MOVE "WITHDRAWN - NO REFUND DUE" TO WS-REASON
                END-IF
            END-IF.
            PERFORM 2900-WRITE-RFND-LINE
               THRU 2900-WRITE-RFND-LINE-EXIT.
       2700-POST-REFUND-EXIT.
            EXIT.

       2750-CREDIT-BILL.
            IF WS-HV-BALANCE <= 0
                MOVE 0 TO WS-CREDIT-AMT
            ELSE
                IF WS-REFUND-AMT > WS-HV-BALANCE
                    MOVE WS-HV-BALANCE TO WS-CREDIT-AMT
                ELSE
                    MOVE WS-REFUND-AMT TO WS-CREDIT-AMT
                END-IF
            END-IF.
            COMPUTE WS-CASH-DUE = WS-REFUND-AMT - WS-CREDIT-AMT.
            SUBTRACT WS-REFUND-AMT FROM WS-HV-FINAL-BILL.
            SUBTRACT WS-REFUND-AMT FROM WS-HV-BALANCE.
            EVALUATE TRUE
                WHEN WS-HV-BALANCE <= 0
                    MOVE "PAID" TO WS-HV-STATUS
                WHEN WS-HV-PAID-AMT > 0
                    MOVE "PARTIAL" TO WS-HV-STATUS
                WHEN OTHER
                    MOVE "OPEN" TO WS-HV-STATUS
            END-EVALUATE.

      *     THE CREDIT ROW CARRIES THE CREDIT DATE SO THE NIGHTLY GL
      *     EXTRACT CAN JOURNAL "TUITION CREDITED TODAY".
            EXEC SQL
                INSERT INTO MY_BILLING_TABLE
                           (BILL_NO, CUSTOMER_CODE, CUST_NAME,
                            ITEM_NAME, QUANTITY, BILL_AMOUNT,
                            GST_AMOUNT, FINAL_BILL, VOID_FLAG,
                            REC_TYPE, LINE_NO, BILL_DATE)
                SELECT BILL_NO, CUSTOMER_CODE, CUST_NAME,
                       'TUITION REFUND', 0, :WS-REFUND-AMT,
                       0, 0, 'N',
                       'W', 0, CURRENT DATE
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'H'
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "CREDIT ROW INSERT FAILED SQLCODE=" SQLCODE
                        " BILL " WS-HV-BILL-NO
                EXEC SQL
                    ROLLBACK
                END-EXEC
                MOVE 8 TO WS-RC
                MOVE 100 TO WS-SQLCODE2
                GO TO 2750-CREDIT-BILL-EXIT
            END-IF.

            EXEC SQL
                UPDATE MY_BILLING_TABLE
                   SET FINAL_BILL = :WS-HV-FINAL-BILL,
                       BALANCE = :WS-HV-BALANCE,
                       BILL_STATUS = :WS-HV-STATUS
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'H'
                   AND VOID_FLAG = 'N'
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "HEADER CREDIT UPDATE FAILED SQLCODE="
                        SQLCODE " BILL " WS-HV-BILL-NO
                EXEC SQL
                    ROLLBACK
                END-EXEC
                MOVE 8 TO WS-RC
                MOVE 100 TO WS-SQLCODE2
            END-IF.
       2750-CREDIT-BILL-EXIT.
            EXIT.

       2900-WRITE-RFND-LINE.
            MOVE WS-WEEK-NO TO WS-ED-WEEK
            MOVE WS-REFUND-PCT TO WS-ED-PCT
            MOVE WS-REFUND-AMT TO WS-ED-AMT
            MOVE WS-CASH-DUE TO WS-ED-AMT2
            MOVE SPACES TO RFNDREC
            STRING WS-HV-APPL-ID
                   "  " WS-HV-COURSE-NAME
                   "  " WS-HV-BILL-NO
                   "  " WS-HV-WDR-DATE
                   "  " WS-ED-WEEK
                   "  " WS-ED-PCT
                   "  " WS-ED-AMT
                   "  " WS-ED-AMT2
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.
            MOVE SPACES TO RFNDREC
            STRING "       " WS-REASON
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.
       2900-WRITE-RFND-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     BOTH REGISTERS CLOSE BY TYING BACK TO COURSE_REG2. EVERY
      *     ACCEPTED REGISTRATION IS EITHER INVOICED (THIS RUN OR AN
      *     EARLIER ONE) OR ON THIS RUN'S FEE REGISTER AS UNBILLED;
      *     EVERY INVOICED WITHDRAWAL IS CLOSED OUT, BAR THOSE
      *     DEFERRED TODAY. ANYTHING ELSE IS RC 4 FOR THE FEES
      *     OFFICE TO CHASE.
       3000-TERM-PARA.
            IF WS-RC < 8
                PERFORM 3100-RECONCILE-PARA
                   THRU 3100-RECONCILE-EXIT
            END-IF.

            MOVE WS-INV-CNT TO WS-ED-CNT
            MOVE WS-INV-TOTAL TO WS-ED-AMT
            MOVE SPACES TO FEEREC
            STRING "INVOICES RAISED THIS RUN   " WS-ED-CNT
                   "  " WS-ED-AMT
               INTO FEEREC
            END-STRING
            WRITE FEEREC.
            MOVE WS-RFND-CNT TO WS-ED-CNT
            MOVE WS-RFND-TOTAL TO WS-ED-AMT
            MOVE SPACES TO RFNDREC
            STRING "REFUNDS GRANTED THIS RUN   " WS-ED-CNT
                   "  " WS-ED-AMT
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.
            MOVE WS-CREDIT-TOTAL TO WS-ED-AMT
            MOVE SPACES TO RFNDREC
            STRING "  CREDITED TO OPEN BALANCES          "
                   WS-ED-AMT
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.
            MOVE WS-CASH-TOTAL TO WS-ED-AMT
            MOVE SPACES TO RFNDREC
            STRING "  CASH DUE BACK TO STUDENTS          "
                   WS-ED-AMT
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.

            CLOSE FEEREG
                  RFNDREG.
            DISPLAY "ACCEPTED REGISTRATIONS READ : " WS-ACP-READ-CNT.
            DISPLAY "INVOICES RAISED             : " WS-INV-CNT.
            DISPLAY "NO FEE SCHEDULE             : " WS-NOFEE-CNT.
            DISPLAY "WITHDRAWALS/DROPS READ      : " WS-WDR-READ-CNT.
            DISPLAY "REFUNDS GRANTED             : " WS-RFND-CNT.
            DISPLAY "CLOSED WITH NO REFUND       : " WS-NORFND-CNT.
            DISPLAY "DROPS REVERSED              : " WS-DROP-CNT.
            DISPLAY "DEFERRED TO NEXT RUN        : " WS-DEFER-CNT.
            IF WS-NOFEE-CNT > 0 AND WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
       3000-TERM-EXIT.
            EXIT.

       3100-RECONCILE-PARA.
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN EXISTS
                          (SELECT 1
                             FROM TUITION_BILLED T
                            WHERE T.APPL_ID = R.APPL_ID
                              AND T.COURSE_NAME = R.COURSE_NAME
                              AND T.REG_CRE_TS = R.CRE_TS)
                          THEN 1 ELSE 0 END), 0)
                  INTO :WS-ACP-CNT,
                       :WS-ACP-BILLED-CNT
                  FROM COURSE_REG2 R
                 WHERE R.COURSE_STATUS = 'ACP'
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "ACP COUNT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                GO TO 3100-RECONCILE-EXIT
            END-IF.
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN T.APPL_ID IS NOT NULL
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN T.TB_STATUS = 'I'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WS-WDR-CNT,
                       :WS-WDR-BILLED-CNT,
                       :WS-WDR-OPEN-CNT
                  FROM COURSE_REG2 R
                  LEFT JOIN TUITION_BILLED T
                     ON T.APPL_ID = R.APPL_ID
                    AND T.COURSE_NAME = R.COURSE_NAME
                    AND T.REG_CRE_TS = R.CRE_TS
                 WHERE R.COURSE_STATUS = 'WDR'
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "WDR COUNT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                GO TO 3100-RECONCILE-EXIT
            END-IF.

            COMPUTE WS-ACP-EARLIER-CNT =
                WS-ACP-BILLED-CNT - WS-INV-CNT.
            MOVE WS-ACP-CNT TO WS-ED-CNT
            MOVE SPACES TO FEEREC
            STRING "ACCEPTED REGISTRATIONS     " WS-ED-CNT
               INTO FEEREC
            END-STRING
            WRITE FEEREC.
            MOVE WS-INV-CNT TO WS-ED-CNT
            MOVE SPACES TO FEEREC
            STRING "  INVOICED THIS RUN        " WS-ED-CNT
               INTO FEEREC
            END-STRING
            WRITE FEEREC.
            MOVE WS-ACP-EARLIER-CNT TO WS-ED-CNT
            MOVE SPACES TO FEEREC
            STRING "  INVOICED IN EARLIER RUNS " WS-ED-CNT
               INTO FEEREC
            END-STRING
            WRITE FEEREC.
            MOVE WS-NOFEE-CNT TO WS-ED-CNT
            MOVE SPACES TO FEEREC
            STRING "  NOT INVOICED - NO FEE    " WS-ED-CNT
               INTO FEEREC
            END-STRING
            WRITE FEEREC.
            MOVE SPACES TO FEEREC
            IF WS-ACP-CNT = WS-ACP-BILLED-CNT + WS-NOFEE-CNT
                STRING "FEE REGISTER RECONCILED TO REGISTRATIONS"
                   INTO FEEREC
                END-STRING
            ELSE
                STRING "*** FEE REGISTER DOES NOT RECONCILE TO "
                       "REGISTRATIONS ***"
                   INTO FEEREC
                END-STRING
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
            END-IF.
            WRITE FEEREC.

            MOVE WS-WDR-CNT TO WS-ED-CNT
            MOVE SPACES TO RFNDREC
            STRING "WITHDRAWN REGISTRATIONS    " WS-ED-CNT
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.
            COMPUTE WS-HV-CNT = WS-WDR-CNT - WS-WDR-BILLED-CNT.
            MOVE WS-HV-CNT TO WS-ED-CNT
            MOVE SPACES TO RFNDREC
            STRING "  NEVER INVOICED           " WS-ED-CNT
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.
            COMPUTE WS-HV-CNT =
                WS-WDR-BILLED-CNT - WS-WDR-OPEN-CNT.
            MOVE WS-HV-CNT TO WS-ED-CNT
            COMPUTE WS-HV-CNT = WS-CLOSED-CNT - WS-DROP-CNT.
            MOVE WS-HV-CNT TO WS-ED-CNT2
            MOVE SPACES TO RFNDREC
            STRING "  INVOICED, CLOSED OUT     " WS-ED-CNT
                   "  (THIS RUN " WS-ED-CNT2 ")"
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.
            MOVE WS-WDR-OPEN-CNT TO WS-ED-CNT
            MOVE SPACES TO RFNDREC
            STRING "  INVOICED, STILL OPEN     " WS-ED-CNT
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.
            MOVE WS-DROP-CNT TO WS-ED-CNT
            MOVE SPACES TO RFNDREC
            STRING "DROPPED REGISTRATIONS REVERSED " WS-ED-CNT
               INTO RFNDREC
            END-STRING
            WRITE RFNDREC.
            MOVE SPACES TO RFNDREC
            IF WS-WDR-OPEN-CNT NOT > WS-DEFER-CNT
                STRING "REFUND REGISTER RECONCILED TO REGISTRATIONS"
                   INTO RFNDREC
                END-STRING
            ELSE
                STRING "*** REFUND REGISTER DOES NOT RECONCILE TO "
                       "REGISTRATIONS ***"
                   INTO RFNDREC
                END-STRING
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
            END-IF.
            WRITE RFNDREC.
       3100-RECONCILE-EXIT.
            EXIT.
