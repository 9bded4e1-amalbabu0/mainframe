      *                final amount - void reversals as negative
      *                records) and a count-and-hash trailer in the
      *                same protective style as the WEEK5 BANKFILE.
      *                Each invoice record names the outlet the bill
      *                was cut at and that outlet's GSTIN.
      *                Credit notes issued by CRNOTE in the period are
      *                their own activity: a CREDIT NOTE line on the
      *                statement (points handed back for members)
      *                and a negative CRN invoice record carrying the
      *                credit-note number against the original bill,
      *                which itself is always shown at its original
      *                amount.
      *                A statement for a period never moves once the
      *                period is LOCKED. A bill voided after its
      *                period was locked stays a plain BILL there,
      *                and a late fee charged on a locked period's
      *                bill is kept off that bill's line; both
      *                appear instead on the statement for the open
      *                period they were posted into (ADJ_PERIOD) -
      *                a PPA VOID line handing the charge and its
      *                points back, or a PPA FEE line - each dated
      *                with the original bill date, with a matching
      *                PPA invoice record (negative for a void).
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

            10 FILLER           PIC X(50).

       FD INVFILE.
       01 INVREC               PIC X(110).
       01 INV-HDR-REC.
            10 IH-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 IH-PERIOD        PIC X(7).
            10 FILLER           PIC X(1).
            10 IH-CREATE-DATE   PIC X(8).
            10 FILLER           PIC X(81).
       01 INV-DTL-REC.
            10 ID-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 ID-CUST-CODE     PIC X(6).
            10 FILLER           PIC X(1).
            10 ID-BILL-NO       PIC 9(10).
            10 FILLER           PIC X(1).
            10 ID-BILL-DATE     PIC X(10).
            10 FILLER           PIC X(1).
            10 FILLER           PIC X(1).
            10 ID-FINAL-AMT     PIC S9(9)V99
                                SIGN LEADING SEPARATE.
            10 FILLER           PIC X(1).
            10 ID-OUTLET        PIC X(3).
            10 FILLER           PIC X(1).
            10 ID-GSTIN         PIC X(15).
            10 FILLER           PIC X(1).
            10 ID-CN-NO         PIC 9(10).
            10 FILLER           PIC X(8).
       01 INV-TRL-REC.
            10 IT-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 FILLER           PIC X(1).
            10 IT-HASH-TOTAL    PIC S9(11)V99
                                SIGN LEADING SEPARATE.
            10 FILLER           PIC X(85).

       WORKING-STORAGE SECTION.
           EXEC SQL

      *    THE PERIOD'S BILL HEADERS - ACTIVE AND VOIDED - JOINED TO
      *    THE CUSTOMER SO THE STATEMENT CAN SHOW MEMBERSHIP POINTS
      *    AND THE CURRENT POINTS BALANCE. EACH BILL CARRIES THE
      *    OUTLET IT WAS CUT AT AND THAT OUTLET'S GST REGISTRATION.
      *    THE PERIOD'S CREDIT NOTES (REC_TYPE C, DATED THE DAY OF
      *    ISSUE) COME THROUGH BESIDE THEM; A BILL HEADER HAS ITS
      *    CREDIT NOTES ADDED BACK SO IT SHOWS THE ORIGINAL CHARGE,
      *    AND FOLLOWS ITS BILL NUMBER'S HEADER IN THE SORT.
      *    A HEADER VOIDED, OR FEED, AFTER ITS PERIOD WAS LOCKED
      *    SHOWS HERE AS IT STOOD - ACTIVE, WITHOUT THE LATE FEE -
      *    AND THE ADJUSTMENTS POSTED INTO THIS PERIOD FOR LOCKED
      *    PERIODS FOLLOW AS REC_TYPE V (VOID) AND F (FEE) ROWS.
           EXEC SQL
               DECLARE ST1 CURSOR FOR
                  SELECT B.CUSTOMER_CODE,
                         B.CUST_NAME,
                         B.BILL_NO,
                         CASE B.REC_TYPE
                           WHEN 'H' THEN B.FINAL_BILL +
                             COALESCE((SELECT SUM(K.FINAL_BILL)
                                         FROM MY_BILLING_TABLE K
                                        WHERE K.BILL_NO = B.BILL_NO
                                          AND K.REC_TYPE = 'C'), 0)
                             - COALESCE((SELECT SUM(F.BILL_AMOUNT)
                                         FROM MY_BILLING_TABLE F
                                        WHERE F.BILL_NO = B.BILL_NO
                                          AND F.REC_TYPE = 'F'
                                          AND F.ADJ_PERIOD IS NOT NULL),
                                       0)
                           ELSE B.FINAL_BILL END,
                         CASE WHEN B.REC_TYPE = 'H'
                               AND B.ADJ_PERIOD IS NOT NULL
                              THEN 'N' ELSE B.VOID_FLAG END,
                         C.MEMBER,
                         COALESCE(C.LOYALTY_POINTS, 0),
                         COALESCE((SELECT SUM(R.BILL_AMOUNT)
                                     FROM MY_BILLING_TABLE R
                                    WHERE R.BILL_NO = B.BILL_NO
                                      AND R.REC_TYPE = 'R'
                                      AND B.REC_TYPE = 'H'), 0),
                         B.BILL_AMOUNT,
                         B.GST_AMOUNT,
                         COALESCE(CHAR(B.BILL_DATE, ISO), ' '),
                         B.OUTLET_CODE,
                         COALESCE((SELECT O.GSTIN
                                     FROM OUTLET_MASTER O
                                    WHERE O.OUTLET_CODE
                                          = B.OUTLET_CODE), ' '),
                         B.REC_TYPE,
                         COALESCE(B.CN_NO, 0)
                  FROM MY_BILLING_TABLE B
                  INNER JOIN CUSTOMER_DETAIL C
                     ON B.CUSTOMER_CODE = C.CUSTOMER_CODE
                  WHERE B.REC_TYPE IN ('H', 'C')
                    AND SUBSTR(CHAR(B.BILL_DATE, ISO), 1, 7)
                        = :WS-STMT-PERIOD
                  UNION ALL
                  SELECT H.CUSTOMER_CODE,
                         H.CUST_NAME,
                         A.BILL_NO,
                         CASE A.REC_TYPE
                           WHEN 'H' THEN A.FINAL_BILL
                           ELSE A.BILL_AMOUNT END,
                         CASE A.REC_TYPE
                           WHEN 'H' THEN 'Y' ELSE 'N' END,
                         C.MEMBER,
                         COALESCE(C.LOYALTY_POINTS, 0),
                         0,
                         A.BILL_AMOUNT,
                         A.GST_AMOUNT,
                         COALESCE(CHAR(H.BILL_DATE, ISO), ' '),
                         H.OUTLET_CODE,
                         COALESCE((SELECT O.GSTIN
                                     FROM OUTLET_MASTER O
                                    WHERE O.OUTLET_CODE
                                          = H.OUTLET_CODE), ' '),
                         CASE A.REC_TYPE
                           WHEN 'H' THEN 'V' ELSE 'F' END,
                         0
                  FROM MY_BILLING_TABLE A
                  INNER JOIN MY_BILLING_TABLE H
                     ON H.BILL_NO = A.BILL_NO
                    AND H.REC_TYPE = 'H'
                  INNER JOIN CUSTOMER_DETAIL C
                     ON H.CUSTOMER_CODE = C.CUSTOMER_CODE
                  WHERE A.ADJ_PERIOD = :WS-STMT-PERIOD
                    AND ((A.REC_TYPE = 'H' AND A.VOID_FLAG = 'Y')
                         OR A.REC_TYPE = 'F')
                  ORDER BY 1, 3, 14 DESC, 15
           END-EXEC.

       01 WS-FS1                  PIC 99.
       01 WS-STMT-PERIOD          PIC X(7)  VALUE SPACES.
       01 WS-HV-CUST-CODE         PIC X(6).
       01 WS-HV-CUST-NAME         PIC X(20).
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-FINAL-BILL        PIC S9(9)V99 COMP-3.
       01 WS-HV-VOID-FLAG         PIC X(1).
       01 WS-HV-MEMBER            PIC X(3).
       01 WS-HV-PRETAX-AMT        PIC S9(9)V99 COMP-3.
       01 WS-HV-GST-AMT           PIC S9(9)V99 COMP-3.
       01 WS-HV-BILL-DATE         PIC X(10).
       01 WS-HV-OUTLET            PIC X(3).
       01 WS-HV-GSTIN             PIC X(15).
       01 WS-HV-REC-TYPE          PIC X(1).
       01 WS-HV-CN-NO             PIC 9(10).
       01 WS-CN-CNT               PIC 9(6)  VALUE 0.
       01 WS-ADJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-INV-CNT              PIC 9(6)  VALUE 0.
       01 WS-INV-HASH             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-RUN-DATE             PIC X(8)  VALUE SPACES.
                   :WS-HV-REDEEM-AMT,
                   :WS-HV-PRETAX-AMT,
                   :WS-HV-GST-AMT,
                   :WS-HV-BILL-DATE,
                   :WS-HV-OUTLET,
                   :WS-HV-GSTIN,
                   :WS-HV-REC-TYPE,
                   :WS-HV-CN-NO
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    EVALUATE WS-HV-REC-TYPE
                        WHEN "C"
                            ADD 1 TO WS-CN-CNT
                        WHEN "V"
                        WHEN "F"
                            ADD 1 TO WS-ADJ-CNT
                        WHEN OTHER
                            ADD 1 TO WS-BILL-CNT
                    END-EVALUATE
                    PERFORM 2100-STMT-LINE-PARA
                       THRU 2100-STMT-LINE-EXIT
                    PERFORM 2600-WRITE-INVOICE-PARA
                MOVE 0 TO WS-LINE-POINTS
            END-IF.

            EVALUATE TRUE
                WHEN WS-HV-REC-TYPE = "C"
                    PERFORM 2330-CREDIT-LINE-PARA
                       THRU 2330-CREDIT-LINE-EXIT
                WHEN WS-HV-REC-TYPE = "V"
                    PERFORM 2340-PPA-VOID-LINE-PARA
                       THRU 2340-PPA-VOID-LINE-EXIT
                WHEN WS-HV-REC-TYPE = "F"
                    PERFORM 2345-PPA-FEE-LINE-PARA
                       THRU 2345-PPA-FEE-LINE-EXIT
                WHEN WS-HV-VOID-FLAG = "Y"
                    PERFORM 2310-VOID-LINES-PARA
                       THRU 2310-VOID-LINES-EXIT
                WHEN OTHER
                    PERFORM 2300-BILL-LINE-PARA
                       THRU 2300-BILL-LINE-EXIT
                    IF WS-HV-REDEEM-AMT > 0
                        PERFORM 2320-REDEEM-LINE-PARA
                           THRU 2320-REDEEM-LINE-EXIT
                    END-IF
            END-EVALUATE.
       2100-STMT-LINE-EXIT.
            EXIT.

            END-STRING
            WRITE STMTREC.
            MOVE SPACES TO STMTREC
            STRING "  BILL        ACTIVITY        AMOUNT"
                   "          POINTS       BALANCE  OUTLET"
               INTO STMTREC
            END-STRING
            WRITE STMTREC.
                   "  BILL       " WS-ED-AMT
                   "  " WS-ED-PTS
                   "  " WS-ED-BAL
                   "  " WS-HV-OUTLET
               INTO STMTREC
            END-STRING
            WRITE STMTREC.
       2320-REDEEM-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A CREDIT NOTE COMES OFF THE MONTH'S TOTAL AND HANDS BACK
      *     THE POINTS ITS VALUE EARNED, AS CRNOTE POSTED THEM.
       2330-CREDIT-LINE-PARA.
            SUBTRACT WS-HV-FINAL-BILL FROM WS-MONTH-TOTAL.
            COMPUTE WS-LINE-POINTS = 0 - WS-LINE-POINTS.
            ADD WS-LINE-POINTS TO WS-NET-POINTS.
            PERFORM 2350-RUN-BALANCE-PARA
               THRU 2350-RUN-BALANCE-EXIT.

            MOVE WS-HV-FINAL-BILL TO WS-ED-AMT
            MOVE WS-LINE-POINTS TO WS-ED-PTS
            MOVE WS-RUN-POINTS TO WS-ED-BAL
            MOVE SPACES TO STMTREC
            STRING "  " WS-HV-BILL-NO
                   "  CREDIT NOTE" WS-ED-AMT
                   "  " WS-ED-PTS
                   "  " WS-ED-BAL
                   "  " WS-HV-OUTLET
                   "  CN " WS-HV-CN-NO
               INTO STMTREC
            END-STRING
            WRITE STMTREC.
       2330-CREDIT-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A BILL FROM A LOCKED PERIOD VOIDED INTO THIS ONE - THE
      *     CHARGE COMES OFF THIS MONTH'S TOTAL AND ITS POINTS GO
      *     BACK, AS THE VOID RUN POSTED THEM. THE ORIGINAL BILL
      *     STAYS ON THE LOCKED PERIOD'S STATEMENT.
       2340-PPA-VOID-LINE-PARA.
            SUBTRACT WS-HV-FINAL-BILL FROM WS-MONTH-TOTAL.
            COMPUTE WS-LINE-POINTS = 0 - WS-LINE-POINTS.
            ADD WS-LINE-POINTS TO WS-NET-POINTS.
            PERFORM 2350-RUN-BALANCE-PARA
               THRU 2350-RUN-BALANCE-EXIT.

            MOVE WS-HV-FINAL-BILL TO WS-ED-AMT
            MOVE WS-LINE-POINTS TO WS-ED-PTS
            MOVE WS-RUN-POINTS TO WS-ED-BAL
            MOVE SPACES TO STMTREC
            STRING "  " WS-HV-BILL-NO
                   "  PPA VOID   " WS-ED-AMT
                   "  " WS-ED-PTS
                   "  " WS-ED-BAL
                   "  " WS-HV-OUTLET
                   "  DATED " WS-HV-BILL-DATE
               INTO STMTREC
            END-STRING
            WRITE STMTREC.
       2340-PPA-VOID-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A LATE FEE ON A LOCKED PERIOD'S BILL, CHARGED IN THIS
      *     ONE. A FEE EARNS NO POINTS.
       2345-PPA-FEE-LINE-PARA.
            ADD WS-HV-FINAL-BILL TO WS-MONTH-TOTAL.
            MOVE 0 TO WS-LINE-POINTS.

            MOVE WS-HV-FINAL-BILL TO WS-ED-AMT
            MOVE WS-LINE-POINTS TO WS-ED-PTS
            MOVE WS-RUN-POINTS TO WS-ED-BAL
            MOVE SPACES TO STMTREC
            STRING "  " WS-HV-BILL-NO
                   "  PPA FEE    " WS-ED-AMT
                   "  " WS-ED-PTS
                   "  " WS-ED-BAL
                   "  " WS-HV-OUTLET
                   "  DATED " WS-HV-BILL-DATE
               INTO STMTREC
            END-STRING
            WRITE STMTREC.
       2345-PPA-FEE-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A VOIDED BILL SHOWS TWICE - THE ORIGINAL CHARGE AND ITS
      *     REVERSAL - SO THE CUSTOMER SEES WHY IT NETS TO NOTHING.
      *-----------------------------------------------------------------
      *     ONE INVOICE RECORD PER BILL HEADER - A VOIDED BILL GOES
      *     OUT AS A NEGATIVE REVERSAL SO THE AP SYSTEM NETS IT OFF
      *     ITSELF. A CREDIT NOTE GOES OUT AS A NEGATIVE CRN RECORD
      *     AGAINST THE ORIGINAL BILL NUMBER WITH ITS OWN CREDIT-NOTE
      *     NUMBER; ITS PRE-TAX AMOUNT IS THE TAXABLE VALUE CREDITED.
      *     A PRIOR-PERIOD ADJUSTMENT GOES OUT AS A PPA RECORD
      *     DATED WITH THE ORIGINAL BILL - NEGATIVE FOR A VOID,
      *     POSITIVE AND WITHOUT GST FOR A LATE FEE.
      *     THE TRAILER HASH IS THE SIGNED SUM OF THE FINAL AMOUNTS.
       2600-WRITE-INVOICE-PARA.
            MOVE SPACES TO INV-DTL-REC.
            MOVE "DTL" TO ID-REC-TYPE.
            MOVE 0 TO ID-CN-NO.
            MOVE WS-HV-CUST-CODE TO ID-CUST-CODE.
            MOVE WS-HV-BILL-NO TO ID-BILL-NO.
            MOVE WS-HV-BILL-DATE TO ID-BILL-DATE.
            MOVE WS-HV-OUTLET TO ID-OUTLET.
            MOVE WS-HV-GSTIN TO ID-GSTIN.
            EVALUATE TRUE
                WHEN WS-HV-REC-TYPE = "C"
                    MOVE "CRN" TO ID-REC-TYPE
                    MOVE WS-HV-CN-NO TO ID-CN-NO
                    COMPUTE ID-PRETAX-AMT =
                        WS-HV-GST-AMT - WS-HV-FINAL-BILL
                    COMPUTE ID-GST-AMT = 0 - WS-HV-GST-AMT
                    COMPUTE ID-FINAL-AMT = 0 - WS-HV-FINAL-BILL
                    SUBTRACT WS-HV-FINAL-BILL FROM WS-INV-HASH
                WHEN WS-HV-REC-TYPE = "V"
                    MOVE "PPA" TO ID-REC-TYPE
                    COMPUTE ID-PRETAX-AMT = 0 - WS-HV-PRETAX-AMT
                    COMPUTE ID-GST-AMT = 0 - WS-HV-GST-AMT
                    COMPUTE ID-FINAL-AMT = 0 - WS-HV-FINAL-BILL
                    SUBTRACT WS-HV-FINAL-BILL FROM WS-INV-HASH
                WHEN WS-HV-REC-TYPE = "F"
                    MOVE "PPA" TO ID-REC-TYPE
                    MOVE WS-HV-FINAL-BILL TO ID-PRETAX-AMT
                    MOVE 0 TO ID-GST-AMT
                    MOVE WS-HV-FINAL-BILL TO ID-FINAL-AMT
                    ADD WS-HV-FINAL-BILL TO WS-INV-HASH
                WHEN WS-HV-VOID-FLAG = "Y"
                    COMPUTE ID-PRETAX-AMT = 0 - WS-HV-PRETAX-AMT
                    COMPUTE ID-GST-AMT = 0 - WS-HV-GST-AMT
                    COMPUTE ID-FINAL-AMT = 0 - WS-HV-FINAL-BILL
                    SUBTRACT WS-HV-FINAL-BILL FROM WS-INV-HASH
                WHEN OTHER
                    MOVE WS-HV-PRETAX-AMT TO ID-PRETAX-AMT
                    MOVE WS-HV-GST-AMT TO ID-GST-AMT
                    MOVE WS-HV-FINAL-BILL TO ID-FINAL-AMT
                    ADD WS-HV-FINAL-BILL TO WS-INV-HASH
            END-EVALUATE.
            WRITE INV-DTL-REC.
            ADD 1 TO WS-INV-CNT.
       2600-WRITE-INVOICE-EXIT.
                  INVFILE.
            DISPLAY "STATEMENTS PRODUCED : " WS-STMT-CNT.
            DISPLAY "BILLS REPORTED      : " WS-BILL-CNT.
            DISPLAY "CREDIT NOTES        : " WS-CN-CNT.
            DISPLAY "PRIOR-PERIOD ADJ    : " WS-ADJ-CNT.
            DISPLAY "INVOICE RECORDS CUT : " WS-INV-CNT.
       3000-TERM-EXIT.
            EXIT.
