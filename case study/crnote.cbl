      *****************************************************************
      * PROGRAM NAME : CRNOTE
      * DESCRIPTION  : Line-level credit notes and partial refunds.
      *                Reads credit requests naming a bill, the line
      *                on it and either a quantity or an amount, and
      *                credits that part of the line without voiding
      *                the bill. Each accepted request is written to
      *                MY_BILLING_TABLE as a REC_TYPE C row on the
      *                original bill carrying its own credit-note
      *                number (CN_NO - financial year + the outlet's
      *                bill block + five-digit sequence), the line
      *                value credited, the proportional share of the
      *                bill's discount and redemption, and the
      *                proportional CGST/SGST reversal. The bill
      *                header's FINAL_BILL and BALANCE come down by
      *                the credit and its status is reset; a credit
      *                beyond the open balance is reported as cash
      *                due back. Loyalty points accrued by the bill
      *                are reversed one per currency unit of the
      *                credit (never more than the bill earned) with
      *                a MOVE_TYPE C LOYALTY_LEDGER row. Every credit
      *                prints a numbered credit-note document (DD2)
      *                and a register line (DD3); rejected requests
      *                go to the register with the reason. Tuition
      *                invoices are refunded through TUITBILL and
      *                are rejected here, as are bills written off
      *                as bad debt.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRNOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CRREQFILE ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT CNDOCFILE ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

            SELECT CNRPT ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CREDIT REQUEST PER LINE: THE TEN-DIGIT BILL NUMBER,
      *    THE LINE NUMBER ON THE BILL, AND EITHER THE QUANTITY
      *    RETURNED OR (QUANTITY ZERO) THE LINE VALUE TO CREDIT
      *    BEFORE DISCOUNT AND TAX.
       FD CRREQFILE.
       01 CRREQREC.
            10 CQ-BILL-NO       PIC 9(10).
            10 FILLER           PIC X(1).
            10 CQ-LINE-NO       PIC 9(3).
            10 FILLER           PIC X(1).
            10 CQ-QTY           PIC 9(3).
            10 FILLER           PIC X(1).
            10 CQ-AMT           PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 CQ-REASON        PIC X(30).
            10 FILLER           PIC X(19).

       FD CNDOCFILE.
       01 CNDOCREC             PIC X(80).

       FD CNRPT.
       01 CNRPTREC             PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-FS3                  PIC 99.
       01 WS-REQ-CNT              PIC 9(6)  VALUE 0.
       01 WS-CN-CNT               PIC 9(6)  VALUE 0.
       01 WS-REJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-REASON               PIC X(30).
       01 WS-REQ-BILL-X           PIC X(10).
       01 WS-REQ-LINE-X           PIC X(3).
       01 WS-FY-START-MM          PIC 9(2)  VALUE 4.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(4).
          05 WS-TODAY-MM          PIC 9(2).
          05 WS-TODAY-DD          PIC 9(2).
       01 WS-CN-FY                PIC 9(4).
       01 WS-HV-CN-LO             PIC 9(10).
       01 WS-HV-CN-HI             PIC 9(10).
       01 WS-HV-MAX-CN            PIC S9(10) COMP-3.
       01 WS-NEXT-CN-NO           PIC 9(10) VALUE 0.
       01 WS-NEXT-CN-R REDEFINES WS-NEXT-CN-NO.
          05 WS-NEXT-CN-FY        PIC 9(4).
          05 WS-NEXT-CN-BLK       PIC 9(1).
          05 WS-NEXT-CN-SEQ       PIC 9(5).
       01 WS-HV-CN-NO             PIC 9(10).
      *    THE BILL HEADER AS IT STANDS.
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-CUST-CODE         PIC X(6).
       01 WS-HV-CUST-NAME         PIC X(20).
       01 WS-HV-OUTLET            PIC X(3).
       01 WS-HV-HDR-ITEM          PIC X(20).
       01 WS-HV-HDR-AMT           PIC S9(9)V99 COMP-3.
       01 WS-HV-FINAL-BILL        PIC S9(9)V99 COMP-3.
       01 WS-HV-HDR-GST           PIC S9(9)V99 COMP-3.
       01 WS-HV-HDR-CGST          PIC S9(9)V99 COMP-3.
       01 WS-HV-HDR-SGST          PIC S9(9)V99 COMP-3.
       01 WS-HV-PAID-AMT          PIC S9(9)V99 COMP-3.
       01 WS-HV-BALANCE           PIC S9(9)V99 COMP-3.
       01 WS-HV-STATUS            PIC X(7).
       01 WS-HV-ADJ-AMT           PIC S9(9)V99 COMP-3.
      *    THE LINE BEING CREDITED AND WHAT EARLIER CREDIT NOTES
      *    HAVE ALREADY TAKEN OFF IT.
       01 WS-HV-LINE-NO           PIC 9(3).
       01 WS-HV-ITEM-NAME         PIC X(20).
       01 WS-HV-LINE-QTY          PIC S9(9) COMP.
       01 WS-HV-LINE-AMT          PIC S9(9)V99 COMP-3.
       01 WS-HV-PRIOR-QTY         PIC S9(9) COMP.
       01 WS-HV-PRIOR-AMT         PIC S9(9)V99 COMP-3.
      *    THE OUTLET THAT ISSUED THE BILL ISSUES THE CREDIT NOTE.
       01 WS-HV-OUTLET-NAME       PIC X(20).
       01 WS-HV-GSTIN             PIC X(15).
       01 WS-HV-BLOCK             PIC S9(4) COMP.
      *    THE CREDIT ITSELF.
       01 WS-CR-QTY               PIC S9(9) COMP.
       01 WS-CR-GROSS             PIC S9(9)V99 COMP-3.
       01 WS-CR-NET               PIC S9(9)V99 COMP-3.
       01 WS-CR-DISC              PIC S9(9)V99 COMP-3.
       01 WS-CR-GST               PIC S9(9)V99 COMP-3.
       01 WS-CR-CGST              PIC S9(9)V99 COMP-3.
       01 WS-CR-SGST              PIC S9(9)V99 COMP-3.
       01 WS-CR-TOTAL             PIC S9(9)V99 COMP-3.
       01 WS-CASH-DUE             PIC S9(9)V99 COMP-3.
       01 WS-ORIG-NET             PIC S9(9)V99 COMP-3.
       01 WS-REMAIN-AMT           PIC S9(9)V99 COMP-3.
      *    LOYALTY REVERSAL.
       01 WS-HV-PTS-EARNED        PIC S9(9) COMP.
       01 WS-HV-PTS-BACK          PIC S9(9) COMP.
       01 WS-HV-POINTS            PIC S9(9) COMP.
       01 WS-HV-LEDGER-PTS        PIC S9(9) COMP.
       01 WS-PTS-REMAIN           PIC S9(9) COMP.
      *    RUN TOTALS.
       01 WS-T-CREDIT             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-T-GST                PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-T-CASH-DUE           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-AMT-ED               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-ED2              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-QTY-ED               PIC ZZ9.
       01 WS-PTS-ED               PIC ZZZ,ZZZ,ZZ9.
       01 WS-CNT-ED               PIC ZZZ,ZZ9.
       01 WS-POST-ERR-SW          PIC X(01) VALUE "N".
          88 POST-ERROR           VALUE "Y".
          88 POST-CLEAN           VALUE "N".

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
            OPEN INPUT CRREQFILE
                 OUTPUT CNDOCFILE
                 OUTPUT CNRPT.
            IF NOT FS1-OK OR WS-FS2 NOT = 00
                OR WS-FS3 NOT = 00
                DISPLAY "CREDIT REQUEST FILE OPEN ERROR " WS-FS1
                        " " WS-FS2 " " WS-FS3
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO CNRPTREC
            STRING "CREDIT NOTE BILL        LN ITEM                "
                   " QTY   TOTAL CREDIT"
               INTO CNRPTREC
            END-STRING
            WRITE CNRPTREC.

      *     CREDIT NOTES ARE NUMBERED THE WAY BILLS ARE: FINANCIAL
      *     YEAR, THE ISSUING OUTLET'S BLOCK DIGIT, THEN A FIVE-DIGIT
      *     SEQUENCE - SO EACH GST REGISTRATION HAS ITS OWN SERIES.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            IF WS-TODAY-MM < WS-FY-START-MM
                COMPUTE WS-CN-FY = WS-TODAY-YYYY - 1
            ELSE
                MOVE WS-TODAY-YYYY TO WS-CN-FY
            END-IF.
       1000-INIT-EXIT.
            EXIT.

       2000-READ-PARA.
            READ CRREQFILE
                AT END
                    SET FS1-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-REQ-CNT
                    PERFORM 2100-CREDIT-PARA
                       THRU 2100-CREDIT-EXIT
            END-READ.
       2000-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A CREDIT REQUEST IS CHECKED AGAINST THE LIVE BILL HEADER
      *     AND THE NAMED LINE; ANYTHING THAT CANNOT BE CREDITED IS
      *     REJECTED TO THE REGISTER WITH THE REASON.
       2100-CREDIT-PARA.
            MOVE SPACES TO WS-REASON.
            MOVE CRREQREC(1:10) TO WS-REQ-BILL-X.
            MOVE CRREQREC(12:3) TO WS-REQ-LINE-X.
            IF CQ-BILL-NO IS NOT NUMERIC
                OR CQ-LINE-NO IS NOT NUMERIC
                OR CQ-QTY IS NOT NUMERIC
                OR CQ-AMT IS NOT NUMERIC
                MOVE "UNREADABLE CREDIT REQUEST" TO WS-REASON
                GO TO 2100-CREDIT-REJECT
            END-IF.
            IF CQ-QTY = 0 AND CQ-AMT = 0
                MOVE "NO QUANTITY OR AMOUNT" TO WS-REASON
                GO TO 2100-CREDIT-REJECT
            END-IF.
            MOVE CQ-BILL-NO TO WS-HV-BILL-NO.
            MOVE CQ-LINE-NO TO WS-HV-LINE-NO.

            EXEC SQL
                SELECT CUSTOMER_CODE,
                       COALESCE(CUST_NAME, ' '),
                       OUTLET_CODE,
                       COALESCE(ITEM_NAME, ' '),
                       BILL_AMOUNT,
                       FINAL_BILL,
                       COALESCE(GST_AMOUNT, 0),
                       COALESCE(CGST_AMOUNT, 0),
                       COALESCE(SGST_AMOUNT, 0),
                       COALESCE(PAID_AMOUNT, 0),
                       COALESCE(BALANCE, FINAL_BILL)
                  INTO :WS-HV-CUST-CODE,
                       :WS-HV-CUST-NAME,
                       :WS-HV-OUTLET,
                       :WS-HV-HDR-ITEM,
                       :WS-HV-HDR-AMT,
                       :WS-HV-FINAL-BILL,
                       :WS-HV-HDR-GST,
                       :WS-HV-HDR-CGST,
                       :WS-HV-HDR-SGST,
                       :WS-HV-PAID-AMT,
                       :WS-HV-BALANCE
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'H'
                   AND VOID_FLAG = 'N'
                   AND COALESCE(BILL_STATUS, 'OPEN') <> 'WRTOFF'
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "BILL NOT FOUND/VOID/WRTOFF" TO WS-REASON
                    GO TO 2100-CREDIT-REJECT
                WHEN OTHER
                    DISPLAY "BILL SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                    GO TO 2100-CREDIT-REJECT
            END-EVALUATE.
            IF WS-HV-HDR-ITEM = "TUITION FEE"
                MOVE "TUITION - REFUND VIA TUITBILL" TO WS-REASON
                GO TO 2100-CREDIT-REJECT
            END-IF.
            IF WS-HV-HDR-AMT NOT > 0
                MOVE "BILL HAS NO LINE VALUE" TO WS-REASON
                GO TO 2100-CREDIT-REJECT
            END-IF.

            PERFORM 2150-LOOKUP-LINE
               THRU 2150-LOOKUP-LINE-EXIT.
            IF WS-REASON NOT = SPACES
                GO TO 2100-CREDIT-REJECT
            END-IF.
            PERFORM 2200-COMPUTE-PARA
               THRU 2200-COMPUTE-EXIT.
            IF WS-REASON NOT = SPACES
                GO TO 2100-CREDIT-REJECT
            END-IF.
            PERFORM 2300-POST-PARA
               THRU 2300-POST-EXIT.
            IF POST-ERROR
                GO TO 2100-CREDIT-REJECT
            END-IF.
            ADD 1 TO WS-CN-CNT.
            ADD WS-CR-TOTAL TO WS-T-CREDIT.
            ADD WS-CR-GST TO WS-T-GST.
            ADD WS-CASH-DUE TO WS-T-CASH-DUE.
            PERFORM 2500-WRITE-REGISTER
               THRU 2500-WRITE-REGISTER-EXIT.
            PERFORM 2600-WRITE-DOCUMENT
               THRU 2600-WRITE-DOCUMENT-EXIT.
            GO TO 2100-CREDIT-EXIT.
       2100-CREDIT-REJECT.
            PERFORM 2400-WRITE-REJECT
               THRU 2400-WRITE-REJECT-EXIT.
       2100-CREDIT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE NAMED LINE, WHAT EARLIER CREDIT NOTES HAVE TAKEN OFF
      *     IT, AND THE ISSUING OUTLET'S NAME, GSTIN AND BLOCK.
       2150-LOOKUP-LINE.
            EXEC SQL
                SELECT ITEM_NAME, QUANTITY, BILL_AMOUNT
                  INTO :WS-HV-ITEM-NAME,
                       :WS-HV-LINE-QTY,
                       :WS-HV-LINE-AMT
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'L'
                   AND LINE_NO = :WS-HV-LINE-NO
                   AND VOID_FLAG = 'N'
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "LINE NOT ON BILL" TO WS-REASON
                    GO TO 2150-LOOKUP-LINE-EXIT
                WHEN OTHER
                    DISPLAY "LINE SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                    GO TO 2150-LOOKUP-LINE-EXIT
            END-EVALUATE.

            EXEC SQL
                SELECT COALESCE(SUM(QUANTITY), 0),
                       COALESCE(SUM(BILL_AMOUNT), 0)
                  INTO :WS-HV-PRIOR-QTY,
                       :WS-HV-PRIOR-AMT
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'C'
                   AND LINE_NO = :WS-HV-LINE-NO
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "PRIOR CREDIT SELECT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                GO TO 2150-LOOKUP-LINE-EXIT
            END-IF.

            EXEC SQL
                SELECT OUTLET_NAME, GSTIN, BILL_BLOCK
                  INTO :WS-HV-OUTLET-NAME,
                       :WS-HV-GSTIN,
                       :WS-HV-BLOCK
                  FROM OUTLET_MASTER
                 WHERE OUTLET_CODE = :WS-HV-OUTLET
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "OUTLET NOT ON OUTLET_MASTER" TO WS-REASON
                WHEN OTHER
                    DISPLAY "OUTLET SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
            END-EVALUATE.
       2150-LOOKUP-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE LINE VALUE CREDITED IS THE QUANTITY'S SHARE OF THE
      *     LINE, OR THE AMOUNT ASKED FOR; NEITHER MAY TAKE THE LINE
      *     BELOW ZERO. DISCOUNT, REDEMPTION AND TAX WERE CHARGED ON
      *     THE BILL AS A WHOLE, SO THE CREDIT TAKES THE SAME SHARE
      *     OF EACH AS THE CREDITED VALUE IS OF THE BILL'S LINE
      *     TOTAL. THE BILL'S ORIGINAL TAXABLE VALUE IS ITS FINAL
      *     BILL LESS GST WITH LATE FEES, REFUND CREDITS AND EARLIER
      *     CREDIT NOTES BACKED OUT.
       2200-COMPUTE-PARA.
            COMPUTE WS-REMAIN-AMT = WS-HV-LINE-AMT - WS-HV-PRIOR-AMT.
            IF CQ-QTY > 0
                IF CQ-QTY > WS-HV-LINE-QTY - WS-HV-PRIOR-QTY
                    MOVE "QTY EXCEEDS LINE REMAINING" TO WS-REASON
                    GO TO 2200-COMPUTE-EXIT
                END-IF
                MOVE CQ-QTY TO WS-CR-QTY
                COMPUTE WS-CR-GROSS ROUNDED =
                    WS-HV-LINE-AMT * CQ-QTY / WS-HV-LINE-QTY
      *         THE LAST UNITS ON THE LINE TAKE WHATEVER IS LEFT, SO
      *         ROUNDING NEVER STRANDS A FEW PAISE ON IT.
                IF WS-CR-GROSS > WS-REMAIN-AMT
                    OR CQ-QTY = WS-HV-LINE-QTY - WS-HV-PRIOR-QTY
                    MOVE WS-REMAIN-AMT TO WS-CR-GROSS
                END-IF
            ELSE
                IF CQ-AMT > WS-REMAIN-AMT
                    MOVE "AMOUNT EXCEEDS LINE REMAINING" TO WS-REASON
                    GO TO 2200-COMPUTE-EXIT
                END-IF
                MOVE 0 TO WS-CR-QTY
                MOVE CQ-AMT TO WS-CR-GROSS
            END-IF.
            IF WS-CR-GROSS NOT > 0
                MOVE "LINE ALREADY FULLY CREDITED" TO WS-REASON
                GO TO 2200-COMPUTE-EXIT
            END-IF.

            EXEC SQL
                SELECT COALESCE(SUM(CASE REC_TYPE
                                    WHEN 'F' THEN BILL_AMOUNT
                                    WHEN 'W' THEN 0 - BILL_AMOUNT
                                    ELSE 0 - FINAL_BILL END), 0)
                  INTO :WS-HV-ADJ-AMT
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE IN ('F', 'W', 'C')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "ADJUSTMENT SELECT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                GO TO 2200-COMPUTE-EXIT
            END-IF.
            COMPUTE WS-ORIG-NET =
                WS-HV-FINAL-BILL - WS-HV-ADJ-AMT - WS-HV-HDR-GST.
            IF WS-ORIG-NET < 0
                MOVE 0 TO WS-ORIG-NET
            END-IF.

            COMPUTE WS-CR-NET ROUNDED =
                WS-ORIG-NET * WS-CR-GROSS / WS-HV-HDR-AMT.
            COMPUTE WS-CR-DISC = WS-CR-GROSS - WS-CR-NET.
            COMPUTE WS-CR-GST ROUNDED =
                WS-HV-HDR-GST * WS-CR-GROSS / WS-HV-HDR-AMT.
      *     BILLS CUT BEFORE THE CGST/SGST SPLIT WAS CARRIED ON THE
      *     HEADER SPLIT THE REVERSAL EVENLY.
            IF WS-HV-HDR-CGST + WS-HV-HDR-SGST > 0
                COMPUTE WS-CR-CGST ROUNDED =
                    WS-HV-HDR-CGST * WS-CR-GROSS / WS-HV-HDR-AMT
            ELSE
                COMPUTE WS-CR-CGST ROUNDED = WS-CR-GST / 2
            END-IF.
            COMPUTE WS-CR-SGST = WS-CR-GST - WS-CR-CGST.
            COMPUTE WS-CR-TOTAL = WS-CR-NET + WS-CR-GST.
       2200-COMPUTE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE CREDIT-NOTE ROW, THE HEADER REDUCTION AND THE LOYALTY
      *     REVERSAL ARE ONE UNIT OF WORK. THE OUTCOME RIDES ON ITS
      *     OWN SWITCH BECAUSE THE ROLLBACK RESETS SQLCODE.
       2300-POST-PARA.
            SET POST-CLEAN TO TRUE.
            COMPUTE WS-HV-CN-LO =
                WS-CN-FY * 1000000 + WS-HV-BLOCK * 100000.
            COMPUTE WS-HV-CN-HI = WS-HV-CN-LO + 99999.
            EXEC SQL
                SELECT COALESCE(MAX(CN_NO), 0)
                  INTO :WS-HV-MAX-CN
                  FROM MY_BILLING_TABLE
                 WHERE CN_NO BETWEEN :WS-HV-CN-LO AND :WS-HV-CN-HI
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "MAX CN_NO LOOKUP FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON CN NUMBER" TO WS-REASON
                SET POST-ERROR TO TRUE
                GO TO 2300-POST-EXIT
            END-IF.
            IF WS-HV-MAX-CN = 0
                MOVE WS-HV-CN-LO TO WS-NEXT-CN-NO
            ELSE
                MOVE WS-HV-MAX-CN TO WS-NEXT-CN-NO
            END-IF.
            IF WS-NEXT-CN-SEQ = 99999
                DISPLAY "CREDIT NOTE NUMBERS EXHAUSTED FOR FY "
                        WS-CN-FY " OUTLET " WS-HV-OUTLET
                MOVE 8 TO WS-RC
                MOVE "CREDIT NOTE NUMBERS EXHAUSTED" TO WS-REASON
                SET POST-ERROR TO TRUE
                GO TO 2300-POST-EXIT
            END-IF.
            ADD 1 TO WS-NEXT-CN-SEQ.
            MOVE WS-NEXT-CN-NO TO WS-HV-CN-NO.

      *     THE CREDIT COMES OFF THE OPEN BALANCE FIRST; ANYTHING
      *     BEYOND IT WAS ALREADY PAID AND IS CASH DUE BACK.
            IF WS-HV-BALANCE <= 0
                MOVE WS-CR-TOTAL TO WS-CASH-DUE
            ELSE
                IF WS-CR-TOTAL > WS-HV-BALANCE
                    COMPUTE WS-CASH-DUE =
                        WS-CR-TOTAL - WS-HV-BALANCE
                ELSE
                    MOVE 0 TO WS-CASH-DUE
                END-IF
            END-IF.
            SUBTRACT WS-CR-TOTAL FROM WS-HV-FINAL-BILL.
            SUBTRACT WS-CR-TOTAL FROM WS-HV-BALANCE.
            EVALUATE TRUE
                WHEN WS-HV-BALANCE <= 0
                    MOVE "PAID" TO WS-HV-STATUS
                WHEN WS-HV-PAID-AMT > 0
                    MOVE "PARTIAL" TO WS-HV-STATUS
                WHEN OTHER
                    MOVE "OPEN" TO WS-HV-STATUS
            END-EVALUATE.

      *     THE CREDIT-NOTE ROW: BILL_AMOUNT IS THE LINE VALUE
      *     CREDITED BEFORE DISCOUNT, FINAL_BILL THE TOTAL CREDIT
      *     INCLUDING TAX, BILL_DATE THE DATE OF ISSUE.
            EXEC SQL
                INSERT INTO MY_BILLING_TABLE
                           (BILL_NO, CUSTOMER_CODE, CUST_NAME,
                            ITEM_NAME, QUANTITY, BILL_AMOUNT,
                            GST_AMOUNT, CGST_AMOUNT, SGST_AMOUNT,
                            FINAL_BILL, VOID_FLAG,
                            REC_TYPE, LINE_NO, BILL_DATE,
                            OUTLET_CODE, CN_NO)
                VALUES ( :WS-HV-BILL-NO, :WS-HV-CUST-CODE,
                         :WS-HV-CUST-NAME,
                         :WS-HV-ITEM-NAME,
                         :WS-CR-QTY, :WS-CR-GROSS,
                         :WS-CR-GST, :WS-CR-CGST, :WS-CR-SGST,
                         :WS-CR-TOTAL, 'N',
                         'C', :WS-HV-LINE-NO, CURRENT DATE,
                         :WS-HV-OUTLET, :WS-HV-CN-NO )
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "CREDIT NOTE INSERT FAILED SQLCODE=" SQLCODE
                        " BILL " WS-HV-BILL-NO
                GO TO 2300-POST-FAIL
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
                GO TO 2300-POST-FAIL
            END-IF.

            PERFORM 2350-LOYALTY-PARA
               THRU 2350-LOYALTY-EXIT.
            IF POST-ERROR
                GO TO 2300-POST-FAIL
            END-IF.

            EXEC SQL
                COMMIT
            END-EXEC.
            GO TO 2300-POST-EXIT.
       2300-POST-FAIL.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            SET POST-ERROR TO TRUE.
            MOVE 8 TO WS-RC.
            MOVE "SQL ERROR ON POSTING" TO WS-REASON.
       2300-POST-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE BILL EARNED ONE POINT PER CURRENCY UNIT; THE CREDIT
      *     TAKES BACK ONE PER CURRENCY UNIT CREDITED, NEVER MORE
      *     THAN THE BILL EARNED LESS WHAT EARLIER CREDIT NOTES TOOK.
      *     A BILL THAT EARNED NOTHING (NON-MEMBER) REVERSES NOTHING.
       2350-LOYALTY-PARA.
            MOVE 0 TO WS-HV-POINTS.
            EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN MOVE_TYPE = 'A'
                                         THEN POINTS ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN MOVE_TYPE = 'C'
                                         THEN 0 - POINTS
                                         ELSE 0 END), 0)
                  INTO :WS-HV-PTS-EARNED,
                       :WS-HV-PTS-BACK
                  FROM LOYALTY_LEDGER
                 WHERE BILL_NO = :WS-HV-BILL-NO
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "LEDGER SELECT FAILED SQLCODE=" SQLCODE
                SET POST-ERROR TO TRUE
                GO TO 2350-LOYALTY-EXIT
            END-IF.
            COMPUTE WS-PTS-REMAIN = WS-HV-PTS-EARNED - WS-HV-PTS-BACK.
            IF WS-PTS-REMAIN NOT > 0
                GO TO 2350-LOYALTY-EXIT
            END-IF.
            COMPUTE WS-HV-POINTS = WS-CR-TOTAL.
            IF WS-HV-POINTS > WS-PTS-REMAIN
                MOVE WS-PTS-REMAIN TO WS-HV-POINTS
            END-IF.
            IF WS-HV-POINTS NOT > 0
                GO TO 2350-LOYALTY-EXIT
            END-IF.

            EXEC SQL
                UPDATE CUSTOMER_DETAIL
                   SET LOYALTY_POINTS = LOYALTY_POINTS - :WS-HV-POINTS
                 WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
            END-EXEC.
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY "LOYALTY UPDATE FAILED SQLCODE=" SQLCODE
                SET POST-ERROR TO TRUE
                GO TO 2350-LOYALTY-EXIT
            END-IF.
            COMPUTE WS-HV-LEDGER-PTS = 0 - WS-HV-POINTS.
            EXEC SQL
                INSERT INTO LOYALTY_LEDGER
                           (CUSTOMER_CODE, BILL_NO, MOVE_TYPE,
                            POINTS, MOVE_DATE)
                VALUES ( :WS-HV-CUST-CODE, :WS-HV-BILL-NO,
                         'C', :WS-HV-LEDGER-PTS, CURRENT DATE )
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "LEDGER INSERT FAILED SQLCODE=" SQLCODE
                SET POST-ERROR TO TRUE
            END-IF.
       2350-LOYALTY-EXIT.
            EXIT.

       2400-WRITE-REJECT.
            ADD 1 TO WS-REJ-CNT
            MOVE SPACES TO CNRPTREC
            STRING "REJECTED    "
                   WS-REQ-BILL-X
                   "  " WS-REQ-LINE-X
                   " " WS-REASON
               INTO CNRPTREC
            END-STRING
            WRITE CNRPTREC.
       2400-WRITE-REJECT-EXIT.
            EXIT.

       2500-WRITE-REGISTER.
            MOVE WS-CR-QTY TO WS-QTY-ED
            MOVE WS-CR-TOTAL TO WS-AMT-ED
            MOVE SPACES TO CNRPTREC
            STRING WS-HV-CN-NO
                   "  " WS-HV-BILL-NO
                   "  " WS-HV-LINE-NO
                   " " WS-HV-ITEM-NAME
                   " " WS-QTY-ED
                   " " WS-AMT-ED
               INTO CNRPTREC
            END-STRING
            WRITE CNRPTREC.
            IF WS-CASH-DUE > 0
                MOVE WS-CASH-DUE TO WS-AMT-ED
                MOVE SPACES TO CNRPTREC
                STRING "            CASH DUE BACK TO CUSTOMER "
                       WS-AMT-ED
                   INTO CNRPTREC
                END-STRING
                WRITE CNRPTREC
            END-IF.
       2500-WRITE-REGISTER-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE CREDIT-NOTE DOCUMENT HANDED TO THE CUSTOMER: ISSUING
      *     OUTLET AND GSTIN, THE ORIGINAL BILL, THE LINE CREDITED,
      *     THE DISCOUNT AND TAX REVERSED AND THE TOTAL CREDIT.
       2600-WRITE-DOCUMENT.
            MOVE SPACES TO CNDOCREC
            STRING "CREDIT NOTE " WS-HV-CN-NO
                   "      DATE " WS-TODAY-YYYY "-" WS-TODAY-MM
                   "-" WS-TODAY-DD
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            MOVE SPACES TO CNDOCREC
            STRING "OUTLET " WS-HV-OUTLET " " WS-HV-OUTLET-NAME
                   "  GSTIN " WS-HV-GSTIN
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            MOVE SPACES TO CNDOCREC
            STRING "AGAINST BILL " WS-HV-BILL-NO
                   "  CUSTOMER " WS-HV-CUST-CODE " " WS-HV-CUST-NAME
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            MOVE WS-CR-QTY TO WS-QTY-ED
            MOVE SPACES TO CNDOCREC
            STRING "LINE " WS-HV-LINE-NO " " WS-HV-ITEM-NAME
                   "  QTY " WS-QTY-ED
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            MOVE WS-CR-GROSS TO WS-AMT-ED
            MOVE SPACES TO CNDOCREC
            STRING "  LINE VALUE CREDITED    " WS-AMT-ED
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            MOVE WS-CR-DISC TO WS-AMT-ED
            MOVE SPACES TO CNDOCREC
            STRING "  LESS DISCOUNT SHARE    " WS-AMT-ED
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            MOVE WS-CR-NET TO WS-AMT-ED
            MOVE SPACES TO CNDOCREC
            STRING "  TAXABLE VALUE          " WS-AMT-ED
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            MOVE WS-CR-CGST TO WS-AMT-ED
            MOVE WS-CR-SGST TO WS-AMT-ED2
            MOVE SPACES TO CNDOCREC
            STRING "  CGST REVERSED          " WS-AMT-ED
                   "  SGST " WS-AMT-ED2
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            MOVE WS-CR-TOTAL TO WS-AMT-ED
            MOVE SPACES TO CNDOCREC
            STRING "  TOTAL CREDIT           " WS-AMT-ED
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            IF WS-CASH-DUE > 0
                MOVE WS-CASH-DUE TO WS-AMT-ED
                MOVE SPACES TO CNDOCREC
                STRING "  REFUNDED TO CUSTOMER   " WS-AMT-ED
                   INTO CNDOCREC
                END-STRING
                WRITE CNDOCREC
            END-IF.
            IF WS-HV-POINTS > 0
                MOVE WS-HV-POINTS TO WS-PTS-ED
                MOVE SPACES TO CNDOCREC
                STRING "  LOYALTY POINTS REVERSED   " WS-PTS-ED
                   INTO CNDOCREC
                END-STRING
                WRITE CNDOCREC
            END-IF.
            MOVE SPACES TO CNDOCREC
            STRING "REASON " CQ-REASON
               INTO CNDOCREC
            END-STRING
            WRITE CNDOCREC.
            MOVE SPACES TO CNDOCREC
            WRITE CNDOCREC.
       2600-WRITE-DOCUMENT-EXIT.
            EXIT.

       3000-TERM-PARA.
            MOVE SPACES TO CNRPTREC
            WRITE CNRPTREC.
            MOVE WS-REQ-CNT TO WS-CNT-ED
            MOVE SPACES TO CNRPTREC
            STRING "REQUESTS READ      " WS-CNT-ED
               INTO CNRPTREC
            END-STRING
            WRITE CNRPTREC.
            MOVE WS-CN-CNT TO WS-CNT-ED
            MOVE SPACES TO CNRPTREC
            STRING "CREDIT NOTES       " WS-CNT-ED
               INTO CNRPTREC
            END-STRING
            WRITE CNRPTREC.
            MOVE WS-REJ-CNT TO WS-CNT-ED
            MOVE SPACES TO CNRPTREC
            STRING "REJECTED           " WS-CNT-ED
               INTO CNRPTREC
            END-STRING
            WRITE CNRPTREC.
            MOVE WS-T-CREDIT TO WS-AMT-ED
            MOVE SPACES TO CNRPTREC
            STRING "TOTAL CREDITED     " WS-AMT-ED
               INTO CNRPTREC
            END-STRING
            WRITE CNRPTREC.
            MOVE WS-T-GST TO WS-AMT-ED
            MOVE SPACES TO CNRPTREC
            STRING "GST REVERSED       " WS-AMT-ED
               INTO CNRPTREC
            END-STRING
            WRITE CNRPTREC.
            MOVE WS-T-CASH-DUE TO WS-AMT-ED
            MOVE SPACES TO CNRPTREC
            STRING "CASH REFUNDS DUE   " WS-AMT-ED
               INTO CNRPTREC
            END-STRING
            WRITE CNRPTREC.
            DISPLAY "CRNOTE REQUESTS " WS-REQ-CNT
                    " CREDIT NOTES " WS-CN-CNT
                    " REJECTED " WS-REJ-CNT.
            IF WS-REJ-CNT > 0 AND WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
            CLOSE CRREQFILE CNDOCFILE CNRPT.
       3000-TERM-EXIT.
            EXIT.
