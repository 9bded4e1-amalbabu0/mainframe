      *****************************************************************
      * PROGRAM NAME : BADDEBT
      * DESCRIPTION  : Bad-debt write-off of bills that will never be
      *                paid. Runs in two modes, chosen by the first
      *                byte of the PARM:
      *                  P  proposal - lists every unpaid, unvoided
      *                     bill header that meets the write-off
      *                     policy: already through LATEFEE (carries
      *                     a FEE_PERIOD), older than the PARM age,
      *                     with a balance no greater than the PARM
      *                     ceiling and, when the PARM asks for it,
      *                     belonging to a customer on credit hold.
      *                     Nothing is changed on the table; the
      *                     proposal file goes to accounts, who mark
      *                     each bill they approve with a Y and
      *                     their user id.
      *                  A  apply - reads the approved proposal file
      *                     back and writes off each approved bill:
      *                     a REC_TYPE B row carrying the balance
      *                     written off and the date, and the header
      *                     set to BALANCE zero and status WRTOFF,
      *                     in one unit of work per bill. A bill
      *                     paid, voided, already written off or
      *                     whose balance moved since the proposal
      *                     is rejected back to the report.
      *                WRTOFF bills drop out of BILLAGE, CRDHOLD
      *                exposure and LATEFEE; GLEXTR journals the B
      *                rows as bad-debt expense, and money BILLPAY
      *                later receives against the bill posts as a
      *                recovery.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADDEBT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PROPFILE ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT WOFFRPT ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

       DATA DIVISION.
       FILE SECTION.
      *    ONE PROPOSED BILL PER LINE - WRITTEN IN PROPOSAL MODE,
      *    READ BACK IN APPLY MODE ONCE ACCOUNTS HAVE PUT Y IN
      *    COLUMN 41 AND THEIR USER ID IN COLUMNS 43-50 AGAINST
      *    EACH BILL THEY APPROVE.
       FD PROPFILE.
       01 PROPREC.
            10 WP-BILL-NO       PIC 9(10).
            10 FILLER           PIC X(1).
            10 WP-CUST-CODE     PIC X(6).
            10 FILLER           PIC X(1).
            10 WP-OUTLET        PIC X(3).
            10 FILLER           PIC X(1).
            10 WP-AGE-DAYS      PIC 9(5).
            10 FILLER           PIC X(1).
            10 WP-BALANCE       PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 WP-APPROVE       PIC X(1).
            10 FILLER           PIC X(1).
            10 WP-APPROVER      PIC X(8).
            10 FILLER           PIC X(30).

       FD WOFFRPT.
       01 WOFFREC              PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    BILLS MEETING THE WRITE-OFF POLICY. THE FEE_PERIOD STAMP
      *    SHOWS THE BILL HAS BEEN THROUGH LATE-FEE ASSESSMENT; THE
      *    HOLD TEST IS SKIPPED WHEN THE PARM DOES NOT ASK FOR IT.
           EXEC SQL
               DECLARE WO1 CURSOR FOR
                  SELECT B.BILL_NO,
                         B.CUSTOMER_CODE,
                         COALESCE(B.OUTLET_CODE, ' '),
                         DAYS(CURRENT DATE) - DAYS(B.BILL_DATE),
                         COALESCE(B.BALANCE, B.FINAL_BILL),
                         COALESCE(C.HOLD_FLAG, 'N')
                  FROM MY_BILLING_TABLE B
                  LEFT OUTER JOIN CUSTOMER_DETAIL C
                     ON B.CUSTOMER_CODE = C.CUSTOMER_CODE
                  WHERE B.REC_TYPE = 'H'
                    AND B.VOID_FLAG = 'N'
                    AND COALESCE(B.BILL_STATUS, 'OPEN')
                        NOT IN ('PAID', 'WRTOFF')
                    AND B.BILL_DATE IS NOT NULL
                    AND B.FEE_PERIOD IS NOT NULL
                    AND DAYS(CURRENT DATE) - DAYS(B.BILL_DATE)
                        > :WS-MIN-AGE
                    AND COALESCE(B.BALANCE, B.FINAL_BILL) > 0
                    AND COALESCE(B.BALANCE, B.FINAL_BILL)
                        <= :WS-CEILING
                    AND (:WS-HOLD-REQ = 'N'
                         OR C.HOLD_FLAG = 'Y')
                  ORDER BY B.BILL_NO
           END-EXEC.

       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-SQLCODE1             PIC S9(9) COMP.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-MODE                 PIC X(1)  VALUE SPACE.
          88 MODE-PROPOSE         VALUE "P".
          88 MODE-APPLY           VALUE "A".
       01 WS-MIN-AGE              PIC S9(9) COMP VALUE 180.
       01 WS-HOLD-REQ             PIC X(1)  VALUE "Y".
       01 WS-CEILING              PIC S9(9)V99 COMP-3 VALUE 5000.
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-CUST-CODE         PIC X(6).
       01 WS-HV-OUTLET            PIC X(3).
       01 WS-HV-AGE-DAYS          PIC S9(9) COMP.
       01 WS-HV-BALANCE           PIC S9(9)V99 COMP-3.
       01 WS-HV-HOLD-FLAG         PIC X(1).
       01 WS-HV-STATUS            PIC X(7).
       01 WS-PROP-BALANCE         PIC S9(9)V99 COMP-3.
       01 WS-REASON               PIC X(30).
       01 WS-POST-ERR-SW          PIC X(01) VALUE "N".
          88 POST-ERROR           VALUE "Y".
          88 POST-CLEAN           VALUE "N".
       01 WS-READ-CNT             PIC 9(6)  VALUE 0.
       01 WS-PROP-CNT             PIC 9(6)  VALUE 0.
       01 WS-WOFF-CNT             PIC 9(6)  VALUE 0.
       01 WS-NOTAPPR-CNT          PIC 9(6)  VALUE 0.
       01 WS-REJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-AMT-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ED-AMT               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-AGE               PIC ZZZZ9.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LK-PARM.
          05 LK-PARM-LEN          PIC S9(4) COMP.
          05 LK-MODE              PIC X(1).
          05 LK-MIN-AGE           PIC 9(3).
          05 LK-HOLD-REQ          PIC X(1).
          05 LK-CEILING           PIC 9(7).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            IF MODE-PROPOSE
                PERFORM 2000-FETCH-PARA
                   THRU 2000-FETCH-EXIT UNTIL WS-SQLCODE1 = 100
            ELSE
                PERFORM 4000-READ-PARA
                   THRU 4000-READ-EXIT UNTIL FS1-EOF
            END-IF.
            PERFORM 6000-TERM-PARA
               THRU 6000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

       1000-INIT-PARA.
            IF LK-PARM-LEN < 1
                DISPLAY "MODE PARM (P OR A) REQUIRED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE LK-MODE TO WS-MODE.
            IF NOT MODE-PROPOSE AND NOT MODE-APPLY
                DISPLAY "MODE PARM MUST BE P OR A : " LK-MODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF MODE-APPLY
                DISPLAY "MODE : APPLY APPROVED WRITE-OFFS"
                OPEN INPUT PROPFILE
                     OUTPUT WOFFRPT
                IF NOT FS1-OK OR WS-FS2 NOT = 00
                    DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO WOFFREC
                STRING "BILL        CUST    BALANCE         "
                       "OUTCOME"
                   INTO WOFFREC
                END-STRING
                WRITE WOFFREC
                GO TO 1000-INIT-EXIT
            END-IF.

      *     PROPOSAL MODE - THE POLICY COMES FROM THE PARM; ANY PART
      *     LEFT OFF KEEPS ITS DEFAULT.
            IF LK-PARM-LEN >= 4
                AND LK-MIN-AGE IS NUMERIC
                MOVE LK-MIN-AGE TO WS-MIN-AGE
            END-IF.
            IF LK-PARM-LEN >= 5
                AND (LK-HOLD-REQ = "Y" OR LK-HOLD-REQ = "N")
                MOVE LK-HOLD-REQ TO WS-HOLD-REQ
            END-IF.
            IF LK-PARM-LEN >= 12
                AND LK-CEILING IS NUMERIC
                MOVE LK-CEILING TO WS-CEILING
            END-IF.
            DISPLAY "MODE : WRITE-OFF PROPOSAL".
            DISPLAY "MINIMUM AGE (DAYS)   : " WS-MIN-AGE.
            DISPLAY "CREDIT HOLD REQUIRED : " WS-HOLD-REQ.
            MOVE WS-CEILING TO WS-ED-AMT.
            DISPLAY "BALANCE CEILING      : " WS-ED-AMT.

            OPEN OUTPUT PROPFILE
                 OUTPUT WOFFRPT.
            IF WS-FS1 NOT = 00 OR WS-FS2 NOT = 00
                DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO WOFFREC
            STRING "BILL        CUST    OUTLET    AGE  HOLD"
                   "         BALANCE"
               INTO WOFFREC
            END-STRING
            WRITE WOFFREC.

            EXEC SQL
                OPEN WO1
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "WO1 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       1000-INIT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     PROPOSAL MODE - ONE PROPOSAL RECORD AND ONE REPORT LINE
      *     PER CANDIDATE BILL. THE TABLE IS NOT TOUCHED.
       2000-FETCH-PARA.
            EXEC SQL
                FETCH WO1 INTO
                   :WS-HV-BILL-NO,
                   :WS-HV-CUST-CODE,
                   :WS-HV-OUTLET,
                   :WS-HV-AGE-DAYS,
                   :WS-HV-BALANCE,
                   :WS-HV-HOLD-FLAG
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    PERFORM 2100-PROPOSE-PARA
                       THRU 2100-PROPOSE-EXIT
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "WO1 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       2000-FETCH-EXIT.
            EXIT.

       2100-PROPOSE-PARA.
            ADD 1 TO WS-PROP-CNT.
            ADD WS-HV-BALANCE TO WS-AMT-TOTAL.
            MOVE SPACES TO PROPREC.
            MOVE WS-HV-BILL-NO TO WP-BILL-NO.
            MOVE WS-HV-CUST-CODE TO WP-CUST-CODE.
            MOVE WS-HV-OUTLET TO WP-OUTLET.
            MOVE WS-HV-AGE-DAYS TO WP-AGE-DAYS.
            MOVE WS-HV-BALANCE TO WP-BALANCE.
            WRITE PROPREC.

            MOVE WS-HV-AGE-DAYS TO WS-ED-AGE
            MOVE WS-HV-BALANCE TO WS-ED-AMT
            MOVE SPACES TO WOFFREC
            STRING WS-HV-BILL-NO
                   "  " WS-HV-CUST-CODE
                   "  " WS-HV-OUTLET
                   "     " WS-ED-AGE
                   "  " WS-HV-HOLD-FLAG
                   "     " WS-ED-AMT
               INTO WOFFREC
            END-STRING
            WRITE WOFFREC.
       2100-PROPOSE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     APPLY MODE - ONLY LINES MARKED Y WITH AN APPROVER ARE
      *     WRITTEN OFF; AN UNMARKED LINE WAS NOT APPROVED AND IS
      *     LEFT ALONE.
       4000-READ-PARA.
            READ PROPFILE
                AT END
                    SET FS1-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-CNT
                    PERFORM 4100-APPLY-PARA
                       THRU 4100-APPLY-EXIT
            END-READ.
       4000-READ-EXIT.
            EXIT.

       4100-APPLY-PARA.
            MOVE SPACES TO WS-REASON.
            IF WP-APPROVE NOT = "Y"
                ADD 1 TO WS-NOTAPPR-CNT
                GO TO 4100-APPLY-EXIT
            END-IF.
            IF WP-BILL-NO IS NOT NUMERIC
                OR WP-BALANCE IS NOT NUMERIC
                MOVE "UNREADABLE PROPOSAL LINE" TO WS-REASON
                GO TO 4100-APPLY-REJECT
            END-IF.
            IF WP-APPROVER = SPACES
                MOVE "APPROVED WITHOUT USER ID" TO WS-REASON
                GO TO 4100-APPLY-REJECT
            END-IF.
            MOVE WP-BILL-NO TO WS-HV-BILL-NO.
            MOVE WP-BALANCE TO WS-PROP-BALANCE.

            EXEC SQL
                SELECT CUSTOMER_CODE,
                       COALESCE(OUTLET_CODE, ' '),
                       COALESCE(BALANCE, FINAL_BILL),
                       COALESCE(BILL_STATUS, 'OPEN')
                  INTO :WS-HV-CUST-CODE,
                       :WS-HV-OUTLET,
                       :WS-HV-BALANCE,
                       :WS-HV-STATUS
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'H'
                   AND VOID_FLAG = 'N'
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "BILL NOT FOUND OR VOID" TO WS-REASON
                    GO TO 4100-APPLY-REJECT
                WHEN OTHER
                    DISPLAY "BILL SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                    GO TO 4100-APPLY-REJECT
            END-EVALUATE.
            IF WS-HV-STATUS = "WRTOFF"
                MOVE "ALREADY WRITTEN OFF" TO WS-REASON
                GO TO 4100-APPLY-REJECT
            END-IF.
            IF WS-HV-STATUS = "PAID"
                MOVE "BILL PAID SINCE PROPOSAL" TO WS-REASON
                GO TO 4100-APPLY-REJECT
            END-IF.
            IF WS-HV-BALANCE NOT = WS-PROP-BALANCE
                MOVE "BALANCE CHANGED SINCE PROPOSAL" TO WS-REASON
                GO TO 4100-APPLY-REJECT
            END-IF.

            PERFORM 4200-WRITE-OFF-PARA
               THRU 4200-WRITE-OFF-EXIT.
            IF POST-ERROR
                GO TO 4100-APPLY-REJECT
            END-IF.
            ADD 1 TO WS-WOFF-CNT.
            ADD WS-HV-BALANCE TO WS-AMT-TOTAL.
            MOVE WS-HV-BALANCE TO WS-ED-AMT
            MOVE SPACES TO WOFFREC
            STRING WS-HV-BILL-NO
                   "  " WS-HV-CUST-CODE
                   "  " WS-ED-AMT
                   "  WRITTEN OFF  BY " WP-APPROVER
               INTO WOFFREC
            END-STRING
            WRITE WOFFREC.
            GO TO 4100-APPLY-EXIT.

       4100-APPLY-REJECT.
            ADD 1 TO WS-REJ-CNT.
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
            MOVE SPACES TO WOFFREC
            STRING PROPREC(1:10)
                   "  " PROPREC(12:6)
                   "  REJECTED  " WS-REASON
               INTO WOFFREC
            END-STRING
            WRITE WOFFREC.
       4100-APPLY-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE B ROW AND THE HEADER UPDATE ARE ONE UNIT OF WORK. THE
      *     B ROW CARRIES THE BALANCE WRITTEN OFF, DATED TODAY AND
      *     STAMPED WITH THE BILL'S OUTLET FOR THE GL EXTRACT. THE
      *     HEADER UPDATE ONLY TAKES A BILL WHOSE BALANCE IS STILL
      *     THE ONE APPROVED, SO A RECEIPT POSTED BETWEEN THE LOOKUP
      *     AND THE UPDATE CANNOT BE WRITTEN OFF WITH IT.
      *     THE OUTCOME RIDES ON ITS OWN SWITCH - THE ROLLBACK RESETS
      *     SQLCODE.
       4200-WRITE-OFF-PARA.
            SET POST-CLEAN TO TRUE.
            EXEC SQL
                INSERT INTO MY_BILLING_TABLE
                           (BILL_NO, CUSTOMER_CODE, CUST_NAME,
                            ITEM_NAME, QUANTITY, BILL_AMOUNT,
                            GST_AMOUNT, FINAL_BILL, VOID_FLAG,
                            REC_TYPE, LINE_NO, BILL_DATE,
                            OUTLET_CODE)
                VALUES ( :WS-HV-BILL-NO, :WS-HV-CUST-CODE,
                         ' ',
                         'BAD DEBT WRITE-OFF',
                         0, :WS-HV-BALANCE,
                         0, 0, 'N',
                         'B', 0, CURRENT DATE,
                         :WS-HV-OUTLET )
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "WRITE-OFF ROW INSERT FAILED SQLCODE="
                        SQLCODE " BILL " WS-HV-BILL-NO
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON WRITE-OFF ROW" TO WS-REASON
                GO TO 4200-WRITE-OFF-FAIL
            END-IF.

            EXEC SQL
                UPDATE MY_BILLING_TABLE
                   SET BALANCE = 0,
                       BILL_STATUS = 'WRTOFF'
                 WHERE BILL_NO = :WS-HV-BILL-NO
                   AND REC_TYPE = 'H'
                   AND VOID_FLAG = 'N'
                   AND COALESCE(BALANCE, FINAL_BILL)
                       = :WS-PROP-BALANCE
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "BALANCE CHANGED SINCE PROPOSAL"
                      TO WS-REASON
                    GO TO 4200-WRITE-OFF-FAIL
                WHEN OTHER
                    DISPLAY "HEADER WRITE-OFF UPDATE FAILED SQLCODE="
                            SQLCODE " BILL " WS-HV-BILL-NO
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON UPDATE" TO WS-REASON
                    GO TO 4200-WRITE-OFF-FAIL
            END-EVALUATE.

            EXEC SQL
                COMMIT
            END-EXEC.
            GO TO 4200-WRITE-OFF-EXIT.

       4200-WRITE-OFF-FAIL.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            SET POST-ERROR TO TRUE.
       4200-WRITE-OFF-EXIT.
            EXIT.

       6000-TERM-PARA.
            IF MODE-PROPOSE
                EXEC SQL
                    CLOSE WO1
                END-EXEC
                MOVE WS-PROP-CNT TO WS-ED-CNT
                MOVE WS-AMT-TOTAL TO WS-ED-AMT
                MOVE SPACES TO WOFFREC
                STRING "BILLS PROPOSED      " WS-ED-CNT
                       "  " WS-ED-AMT
                   INTO WOFFREC
                END-STRING
                WRITE WOFFREC
                DISPLAY "BILLS PROPOSED         : " WS-PROP-CNT
            ELSE
                MOVE WS-WOFF-CNT TO WS-ED-CNT
                MOVE WS-AMT-TOTAL TO WS-ED-AMT
                MOVE SPACES TO WOFFREC
                STRING "BILLS WRITTEN OFF   " WS-ED-CNT
                       "  " WS-ED-AMT
                   INTO WOFFREC
                END-STRING
                WRITE WOFFREC
                MOVE WS-NOTAPPR-CNT TO WS-ED-CNT
                MOVE SPACES TO WOFFREC
                STRING "NOT APPROVED        " WS-ED-CNT
                   INTO WOFFREC
                END-STRING
                WRITE WOFFREC
                MOVE WS-REJ-CNT TO WS-ED-CNT
                MOVE SPACES TO WOFFREC
                STRING "REJECTED            " WS-ED-CNT
                   INTO WOFFREC
                END-STRING
                WRITE WOFFREC
                DISPLAY "PROPOSAL LINES READ    : " WS-READ-CNT
                DISPLAY "BILLS WRITTEN OFF      : " WS-WOFF-CNT
                DISPLAY "NOT APPROVED           : " WS-NOTAPPR-CNT
                DISPLAY "REJECTED               : " WS-REJ-CNT
            END-IF.
            CLOSE PROPFILE
                  WOFFRPT.
       6000-TERM-EXIT.
            EXIT.
