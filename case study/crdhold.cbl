      *                kept and released is reported. While the flag
      *                is up, BLD-BILL-DETAILS leaves the customer's
      *                unbilled ORDER_DETAIL rows unbilled and lists
      *                them on its credit-hold report. A customer's
      *                own CREDIT_LIMIT, where CUSTMNT has set one,
      *                replaces the run's exposure limit. A manual
      *                override set through CUSTMNT (H keep held, R
      *                keep released) is left alone and reported up
      *                to and including its expiry date; once it has
      *                expired the run clears it, logs the clearing
      *                to CUST_CHANGE_LOG, and decides the customer
      *                on the thresholds again. Bills written off
      *                as bad debt (BADDEBT, status WRTOFF) are no
      *                longer exposure and count towards neither
      *                threshold.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

           END-EXEC.

      *    ONE ROW PER CUSTOMER WITH UNPAID BILLS: THE BALANCE
      *    SITTING PAST THE AGING LIMIT, THE TOTAL EXPOSURE, THE
      *    HOLD FLAG AS IT STANDS TODAY, THE CUSTOMER'S EXPOSURE
      *    LIMIT AND ANY MANUAL OVERRIDE STILL IN FORCE (EXPIRED
      *    OVERRIDES ARE CLEARED BEFORE THE CURSOR OPENS).
           EXEC SQL
               DECLARE CH1 CURSOR WITH HOLD FOR
                  SELECT B.CUSTOMER_CODE,
                            ELSE 0 END), 0),
                         COALESCE(SUM(
                            COALESCE(B.BALANCE, B.FINAL_BILL)), 0),
                         COALESCE(C.HOLD_FLAG, 'N'),
                         COALESCE(C.CREDIT_LIMIT, -1),
                         COALESCE(C.HOLD_OVERRIDE, ' ')
                  FROM MY_BILLING_TABLE B
                  INNER JOIN CUSTOMER_DETAIL C
                     ON B.CUSTOMER_CODE = C.CUSTOMER_CODE
                  WHERE B.REC_TYPE = 'H'
                    AND B.VOID_FLAG = 'N'
                    AND COALESCE(B.BILL_STATUS, 'OPEN')
                        NOT IN ('PAID', 'WRTOFF')
                    AND B.BILL_DATE IS NOT NULL
                  GROUP BY B.CUSTOMER_CODE,
                           COALESCE(C.HOLD_FLAG, 'N'),
                           COALESCE(C.CREDIT_LIMIT, -1),
                           COALESCE(C.HOLD_OVERRIDE, ' ')
                  ORDER BY B.CUSTOMER_CODE
           END-EXEC.

       01 WS-HV-AGED-BAL          PIC S9(11)V99 COMP-3.
       01 WS-HV-TOTAL-BAL         PIC S9(11)V99 COMP-3.
       01 WS-HV-HOLD-FLAG         PIC X(1).
       01 WS-HV-LIMIT             PIC S9(11)V99 COMP-3.
       01 WS-HV-HOLD-OVR          PIC X(1).
       01 WS-OVR-CNT              PIC 9(6)  VALUE 0.
       01 WS-EXPIRED-CNT          PIC 9(6)  VALUE 0.
       01 WS-CUST-CNT             PIC 9(6)  VALUE 0.
       01 WS-SET-CNT              PIC 9(6)  VALUE 0.
       01 WS-KEPT-CNT             PIC 9(6)  VALUE 0.
            END-STRING
            WRITE HOLDREC.

            PERFORM 1500-EXPIRE-OVERRIDE-PARA
               THRU 1500-EXPIRE-OVERRIDE-EXIT.

            EXEC SQL
                OPEN CH1
            END-EXEC.
       1000-INIT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     AN OVERRIDE WHOSE EXPIRY DATE HAS PASSED HANDS THE
      *     CUSTOMER BACK TO THIS RUN. THE CLEARING IS LOGGED LIKE
      *     ANY OTHER CHANGE TO THE CUSTOMER, IN THE SAME UNIT OF
      *     WORK.
       1500-EXPIRE-OVERRIDE-PARA.
            EXEC SQL
                INSERT INTO CUST_CHANGE_LOG
                       (CUSTOMER_CODE, CHANGE_TS, TRAN_TYPE,
                        FIELD_NAME, OLD_VALUE, NEW_VALUE,
                        CHANGED_BY)
                SELECT CUSTOMER_CODE, CURRENT TIMESTAMP, 'E',
                       'HOLD_OVERRIDE', HOLD_OVERRIDE, ' ',
                       'CRDHOLD'
                  FROM CUSTOMER_DETAIL
                 WHERE HOLD_EXPIRY < CURRENT DATE
            END-EXEC.
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY "OVERRIDE EXPIRY LOG FAILED SQLCODE=" SQLCODE
                GO TO 1500-EXPIRE-OVERRIDE-FAIL
            END-IF.
            EXEC SQL
                UPDATE CUSTOMER_DETAIL
                   SET HOLD_OVERRIDE = NULL,
                       HOLD_REASON = NULL,
                       HOLD_EXPIRY = NULL
                 WHERE HOLD_EXPIRY < CURRENT DATE
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    MOVE SQLERRD(3) TO WS-EXPIRED-CNT
                WHEN SQLCODE = 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "OVERRIDE EXPIRY FAILED SQLCODE=" SQLCODE
                    GO TO 1500-EXPIRE-OVERRIDE-FAIL
            END-EVALUATE.
            EXEC SQL
                COMMIT
            END-EXEC.
            GO TO 1500-EXPIRE-OVERRIDE-EXIT.
       1500-EXPIRE-OVERRIDE-FAIL.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
       1500-EXPIRE-OVERRIDE-EXIT.
            EXIT.

       2000-FETCH-PARA.
            EXEC SQL
                FETCH CH1 INTO
                   :WS-HV-CUST-CODE,
                   :WS-HV-AGED-BAL,
                   :WS-HV-TOTAL-BAL,
                   :WS-HV-HOLD-FLAG,
                   :WS-HV-LIMIT,
                   :WS-HV-HOLD-OVR
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
      *     NO LIMIT OF ITS OWN - THE RUN'S LIMIT APPLIES.
            IF WS-SQLCODE1 = 0 AND WS-HV-LIMIT < 0
                MOVE WS-EXPOSURE-LIMIT TO WS-HV-LIMIT
            END-IF.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    ADD 1 TO WS-CUST-CNT
       2100-DECIDE-PARA.
            MOVE SPACES TO WS-ACTION.
            EVALUATE TRUE
                WHEN WS-HV-HOLD-OVR = "H"
                    MOVE "OVR-HELD" TO WS-ACTION
                    ADD 1 TO WS-OVR-CNT
                WHEN WS-HV-HOLD-OVR = "R"
                    MOVE "OVR-RELSD" TO WS-ACTION
                    ADD 1 TO WS-OVR-CNT
                WHEN (WS-HV-AGED-BAL > 0
                      OR WS-HV-TOTAL-BAL > WS-HV-LIMIT)
                 AND WS-HV-HOLD-FLAG NOT = "Y"
                    MOVE "HELD" TO WS-ACTION
                    PERFORM 2200-SET-FLAG-PARA
                       THRU 2200-SET-FLAG-EXIT
                WHEN (WS-HV-AGED-BAL > 0
                      OR WS-HV-TOTAL-BAL > WS-HV-LIMIT)
                    MOVE "HELD-KEPT" TO WS-ACTION
                    ADD 1 TO WS-KEPT-CNT
                WHEN WS-HV-HOLD-FLAG = "Y"
      *-----------------------------------------------------------------
      *     A HELD CUSTOMER WITH NO UNPAID BILLS LEFT AT ALL NEVER
      *     APPEARS ON CH1 - RELEASE THOSE IN ONE SWEEP SO A FULLY
      *     SETTLED ACCOUNT CANNOT STAY HELD FOREVER. A MANUAL HOLD
      *     STILL IN FORCE STAYS. WRITTEN-OFF BILLS DO NOT KEEP A
      *     CUSTOMER HELD.
       2500-RELEASE-CLEAN-PARA.
            EXEC SQL
                UPDATE CUSTOMER_DETAIL
                   SET HOLD_FLAG = 'N'
                 WHERE HOLD_FLAG = 'Y'
                   AND COALESCE(HOLD_OVERRIDE, ' ') <> 'H'
                   AND CUSTOMER_CODE NOT IN
                       (SELECT CUSTOMER_CODE
                          FROM MY_BILLING_TABLE
                         WHERE REC_TYPE = 'H'
                           AND VOID_FLAG = 'N'
                           AND COALESCE(BILL_STATUS, 'OPEN')
                               NOT IN ('PAID', 'WRTOFF'))
            END-EXEC.
            IF SQLCODE = 0
                ADD SQLERRD(3) TO WS-REL-CNT
            DISPLAY "HOLDS SET           : " WS-SET-CNT.
            DISPLAY "HOLDS KEPT          : " WS-KEPT-CNT.
            DISPLAY "HOLDS RELEASED      : " WS-REL-CNT.
            DISPLAY "MANUAL OVERRIDES    : " WS-OVR-CNT.
            DISPLAY "OVERRIDES EXPIRED   : " WS-EXPIRED-CNT.
       3000-TERM-EXIT.
            EXIT.
