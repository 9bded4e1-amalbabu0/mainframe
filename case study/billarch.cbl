      *                before-and-after row totals that must
      *                reconcile. Run before year two of data
      *                arrives, as the C2/C3 cursor timings demanded.
      *                A credit-note row keeps its credit-note number
      *                on the archive record, and every row keeps the
      *                outlet it was billed at (columns 127-129).
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD ARCHFILE.
      *    GENERATIONS CUT BEFORE THE FINANCIAL-YEAR BILL NUMBERS
      *    CARRY A FOUR-DIGIT AR-BILL-NO (COLUMN 5 IS THEN A SPACE)
      *    WITH EVERY LATER FIELD SIX BYTES TO THE LEFT. THE OUTLET
      *    CODE (COLUMNS 127-129) IS BLANK ON GENERATIONS CUT BEFORE
      *    IT WAS CARRIED.
       01 ARCHREC.
            10 AR-BILL-NO       PIC 9(10).
            10 FILLER           PIC X(1).
            10 AR-REC-TYPE      PIC X(1).
            10 FILLER           PIC X(1).
            10 AR-VOID-FLAG     PIC X(1).
            10 FILLER           PIC X(1).
            10 AR-BILL-DATE     PIC X(10).
            10 FILLER           PIC X(1).
            10 AR-CN-NO         PIC 9(10).
            10 AR-OUTLET-CODE   PIC X(3).
            10 FILLER           PIC X(1).

       FD ARCHRPT.
       01 ARCHRPTREC           PIC X(80).
                         CUSTOMER_CODE, CUST_NAME, ITEM_NAME,
                         QUANTITY, BILL_AMOUNT, GST_AMOUNT,
                         FINAL_BILL, VOID_FLAG,
                         COALESCE(CHAR(BILL_DATE, ISO), ' '),
                         COALESCE(CN_NO, 0),
                         OUTLET_CODE
                  FROM MY_BILLING_TABLE
                  WHERE BILL_NO = :WS-HV-BILL-NO
                  ORDER BY REC_TYPE, LINE_NO
       01 WS-SQLCODE2             PIC S9(9) COMP.
       01 WS-ACT-DAYS             PIC S9(9) COMP VALUE 730.
       01 WS-VOID-DAYS            PIC S9(9) COMP VALUE 90.
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-BILL-DATE         PIC X(10).
       01 WS-HV-REC-TYPE          PIC X(1).
       01 WS-HV-LINE-NO           PIC S9(4) COMP.
       01 WS-HV-GST-AMOUNT        PIC S9(9)V99 COMP-3.
       01 WS-HV-FINAL-BILL        PIC S9(9)V99 COMP-3.
       01 WS-HV-VOID-FLAG         PIC X(1).
       01 WS-HV-CN-NO             PIC 9(10).
       01 WS-HV-OUTLET            PIC X(3).
       01 WS-BEFORE-CNT           PIC S9(9) COMP VALUE 0.
       01 WS-AFTER-CNT            PIC S9(9) COMP VALUE 0.
       01 WS-BILLS-ARCHIVED       PIC 9(6)  VALUE 0.
                   :WS-HV-GST-AMOUNT,
                   :WS-HV-FINAL-BILL,
                   :WS-HV-VOID-FLAG,
                   :WS-HV-BILL-DATE,
                   :WS-HV-CN-NO,
                   :WS-HV-OUTLET
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE2.
            EVALUATE WS-SQLCODE2
            MOVE WS-HV-FINAL-BILL TO AR-FINAL-BILL
            MOVE WS-HV-VOID-FLAG TO AR-VOID-FLAG
            MOVE WS-HV-BILL-DATE TO AR-BILL-DATE
            MOVE WS-HV-CN-NO TO AR-CN-NO
            MOVE WS-HV-OUTLET TO AR-OUTLET-CODE
            WRITE ARCHREC
            IF WS-FS1 NOT = 00
                DISPLAY "ARCHIVE WRITE FAILED " WS-FS1
