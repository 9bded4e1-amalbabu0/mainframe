      *****************************************************************
      * PROGRAM NAME : CUSTMNT
      * DESCRIPTION  : Customer maintenance, in the style of ACCTMNT
      *                and REGLOAD. Reads ADD / CHANGE / DEACTIVATE
      *                transactions (DD1) against CUSTOMER_DETAIL.
      *                ADD inserts a new active customer (an ADD for
      *                a deactivated customer reactivates it);
      *                CHANGE overlays the fields keyed on the
      *                transaction, a blank field leaving the current
      *                value alone; DEACTIVATE sets CUST_STATUS I and
      *                drops any pending redemption, and is refused
      *                while the customer has unpaid bills. The
      *                result is validated as a whole before anything
      *                is written - flags are YES/NO, a tie-up
      *                customer must carry its company reference, a
      *                redemption needs membership. A manual credit-
      *                hold override (H keep held, R keep released)
      *                needs a reason and an expiry date after today;
      *                it sets HOLD_FLAG at once and CRDHOLD leaves
      *                it alone until the expiry date has passed. C
      *                cancels an override early. Every field a
      *                clean transaction changes is written to
      *                CUST_CHANGE_LOG with its value before and
      *                after and the operator who keyed it, in the
      *                same unit of work as the change, and printed
      *                on the change log (DD3). Every transaction is
      *                reported APPLIED or REJECTED with a reason on
      *                the disposition report (DD2).
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRANFILE ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT DISPRPT ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

            SELECT CHGRPT ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

       DATA DIVISION.
       FILE SECTION.
      *    ONE TRANSACTION PER CUSTOMER. ON A CHANGE A BLANK FIELD
      *    KEEPS ITS CURRENT VALUE; A CREDIT LIMIT OF "STANDARD"
      *    RETURNS THE CUSTOMER TO CRDHOLD'S RUN LIMIT.
       FD TRANFILE.
       01 TRANREC.
            10 TR-ACTION        PIC X(1).
               88 TR-ADD        VALUE "A".
               88 TR-CHANGE     VALUE "C".
               88 TR-DEACT      VALUE "X".
            10 FILLER           PIC X(1).
            10 TR-CUST-CODE     PIC X(6).
            10 FILLER           PIC X(1).
            10 TR-CUST-NAME     PIC X(20).
            10 FILLER           PIC X(1).
            10 TR-MEMBER        PIC X(3).
            10 FILLER           PIC X(1).
            10 TR-IT-EMP        PIC X(3).
            10 FILLER           PIC X(1).
            10 TR-TIE-UP        PIC X(3).
            10 FILLER           PIC X(1).
            10 TR-COMPANY-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 TR-REDEEM        PIC X(1).
            10 FILLER           PIC X(1).
            10 TR-LIMIT-X       PIC X(9).
            10 TR-LIMIT REDEFINES TR-LIMIT-X
                                PIC 9(9).
            10 FILLER           PIC X(1).
            10 TR-HOLD-OVR      PIC X(1).
            10 FILLER           PIC X(1).
            10 TR-HOLD-EXPIRY   PIC X(10).
            10 FILLER           PIC X(1).
            10 TR-HOLD-REASON   PIC X(30).
            10 FILLER           PIC X(1).
            10 TR-OPERATOR      PIC X(8).
            10 FILLER           PIC X(3).

       FD DISPRPT.
       01 DISPREC              PIC X(80).

       FD CHGRPT.
       01 CHGREC               PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-FS3                  PIC 99.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-REASON               PIC X(30).
       01 WS-DISPOSITION          PIC X(11).
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(4).
          05 WS-TODAY-MM          PIC 9(2).
          05 WS-TODAY-DD          PIC 9(2).
       01 WS-TODAY-ISO            PIC X(10).
       01 WS-EXPIRY               PIC X(10).
       01 WS-EXPIRY-R REDEFINES WS-EXPIRY.
          05 WS-EXP-YYYY          PIC X(4).
          05 WS-EXP-DASH1         PIC X(1).
          05 WS-EXP-MM            PIC X(2).
          05 WS-EXP-DASH2         PIC X(1).
          05 WS-EXP-DD            PIC X(2).
       01 WS-EXP-MM-N             PIC 9(2).
       01 WS-EXP-DD-N             PIC 9(2).
       01 WS-HV-CUST-CODE         PIC X(6).
       01 WS-HV-OPERATOR          PIC X(8).
       01 WS-HV-TRAN-TYPE         PIC X(1).
       01 WS-HV-OPEN-CNT          PIC S9(9) COMP.
      *    THE CUSTOMER AS IT STANDS, AND AS THE TRANSACTION LEAVES
      *    IT. A CREDIT LIMIT OF -1 STANDS FOR NULL (CRDHOLD'S RUN
      *    LIMIT APPLIES); BLANK OVERRIDE FIELDS STAND FOR NULL.
       01 WS-OLD-CUST.
          05 WS-OLD-NAME          PIC X(20).
          05 WS-OLD-MEMBER        PIC X(3).
          05 WS-OLD-IT-EMP        PIC X(3).
          05 WS-OLD-TIE-UP        PIC X(3).
          05 WS-OLD-COMPANY-REF   PIC X(10).
          05 WS-OLD-REDEEM        PIC X(1).
          05 WS-OLD-LIMIT         PIC S9(9)V99 COMP-3.
          05 WS-OLD-HOLD-FLAG     PIC X(1).
          05 WS-OLD-HOLD-OVR      PIC X(1).
          05 WS-OLD-HOLD-REASON   PIC X(30).
          05 WS-OLD-HOLD-EXPIRY   PIC X(10).
          05 WS-OLD-STATUS        PIC X(1).
       01 WS-NEW-CUST.
          05 WS-NEW-NAME          PIC X(20).
          05 WS-NEW-MEMBER        PIC X(3).
          05 WS-NEW-IT-EMP        PIC X(3).
          05 WS-NEW-TIE-UP        PIC X(3).
          05 WS-NEW-COMPANY-REF   PIC X(10).
          05 WS-NEW-REDEEM        PIC X(1).
          05 WS-NEW-LIMIT         PIC S9(9)V99 COMP-3.
          05 WS-NEW-HOLD-FLAG     PIC X(1).
          05 WS-NEW-HOLD-OVR      PIC X(1).
          05 WS-NEW-HOLD-REASON   PIC X(30).
          05 WS-NEW-HOLD-EXPIRY   PIC X(10).
          05 WS-NEW-STATUS        PIC X(1).
       01 WS-FOUND-SW             PIC X(01) VALUE "N".
          88 CUST-FOUND           VALUE "Y".
          88 CUST-NOT-FOUND       VALUE "N".
       01 WS-REACT-SW             PIC X(01) VALUE "N".
          88 CUST-REACTIVATED     VALUE "Y".
          88 CUST-NOT-REACT       VALUE "N".
       01 WS-POST-ERR-SW          PIC X(01) VALUE "N".
          88 POST-ERROR           VALUE "Y".
          88 POST-CLEAN           VALUE "N".
      *    THE FIELDS A TRANSACTION CHANGED, HELD UNTIL THE COMMIT
      *    SO THE CHANGE LOG NEVER SHOWS A CHANGE THAT ROLLED BACK.
       01 WS-LOG-FIELD            PIC X(18).
       01 WS-LOG-OLD              PIC X(30).
       01 WS-LOG-NEW              PIC X(30).
       01 WS-LOG-CNT              PIC S9(4) COMP VALUE 0.
       01 WS-LOG-IX               PIC S9(4) COMP VALUE 0.
       01 WS-LOG-TABLE.
          05 WS-LOG-ENTRY OCCURS 12 TIMES.
             10 WS-LT-FIELD       PIC X(18).
             10 WS-LT-OLD         PIC X(30).
             10 WS-LT-NEW         PIC X(30).
       01 WS-LIMIT-ED             PIC ZZZ,ZZZ,ZZ9.99.
      *    RUN COUNTS.
       01 WS-TRAN-CNT             PIC 9(6)  VALUE 0.
       01 WS-ADD-CNT              PIC 9(6)  VALUE 0.
       01 WS-CHG-CNT              PIC 9(6)  VALUE 0.
       01 WS-DEACT-CNT            PIC 9(6)  VALUE 0.
       01 WS-REJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-FIELD-CNT            PIC 9(6)  VALUE 0.
       01 WS-CNT-ED               PIC ZZZ,ZZ9.

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
            OPEN INPUT TRANFILE
                 OUTPUT DISPRPT
                 OUTPUT CHGRPT.
            IF NOT FS1-OK OR WS-FS2 NOT = 00
                OR WS-FS3 NOT = 00
                DISPLAY "CUSTOMER TRAN FILE OPEN ERROR " WS-FS1
                        " " WS-FS2 " " WS-FS3
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE
               INTO WS-TODAY-ISO
            END-STRING.
            MOVE SPACES TO DISPREC
            STRING "ACT CUST   OPERATOR DISPOSITION REASON"
                INTO DISPREC
            END-STRING
            WRITE DISPREC.
            MOVE SPACES TO CHGREC
            STRING "CUST   ACT FIELD              BEFORE / AFTER"
                INTO CHGREC
            END-STRING
            WRITE CHGREC.
       1000-INIT-EXIT.
            EXIT.

       2000-READ-PARA.
            READ TRANFILE
                AT END
                    SET FS1-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TRAN-CNT
                    PERFORM 2100-TRAN-PARA
                       THRU 2100-TRAN-EXIT
            END-READ.
       2000-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE TRANSACTION: CHECK IT AGAINST THE CUSTOMER AS IT
      *     STANDS, BUILD THE CUSTOMER AS IT WILL BE, VALIDATE THAT
      *     AS A WHOLE, THEN APPLY AND LOG IT IN ONE UNIT OF WORK.
       2100-TRAN-PARA.
            MOVE SPACES TO WS-REASON.
            SET CUST-NOT-REACT TO TRUE.
            EVALUATE TRUE
                WHEN NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-DEACT
                    MOVE "BAD ACTION CODE" TO WS-REASON
                WHEN TR-CUST-CODE = SPACES
                    MOVE "CUSTOMER CODE REQUIRED" TO WS-REASON
                WHEN TR-OPERATOR = SPACES
                    MOVE "OPERATOR ID REQUIRED" TO WS-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF WS-REASON NOT = SPACES
                GO TO 2100-TRAN-REJECT
            END-IF.
            MOVE TR-CUST-CODE TO WS-HV-CUST-CODE.
            MOVE TR-OPERATOR TO WS-HV-OPERATOR.
            MOVE TR-ACTION TO WS-HV-TRAN-TYPE.

            PERFORM 2150-READ-CUST
               THRU 2150-READ-CUST-EXIT.
            IF WS-REASON NOT = SPACES
                GO TO 2100-TRAN-REJECT
            END-IF.

            EVALUATE TRUE
                WHEN TR-ADD AND CUST-FOUND
                     AND WS-OLD-STATUS NOT = "I"
                    MOVE "CUSTOMER ALREADY ON FILE" TO WS-REASON
                WHEN TR-ADD AND CUST-FOUND
      *             A DEACTIVATED CUSTOMER COMES BACK THROUGH ADD,
      *             WITH WHATEVER DETAILS THE ADD CARRIES.
                    MOVE WS-OLD-CUST TO WS-NEW-CUST
                    MOVE "A" TO WS-NEW-STATUS
                    SET CUST-REACTIVATED TO TRUE
                WHEN TR-ADD
                    MOVE SPACES TO WS-OLD-CUST
                    MOVE -1 TO WS-OLD-LIMIT
                    MOVE SPACES TO WS-NEW-CUST
                    MOVE "NO" TO WS-NEW-MEMBER
                                 WS-NEW-IT-EMP
                                 WS-NEW-TIE-UP
                    MOVE "N" TO WS-NEW-REDEEM
                                WS-NEW-HOLD-FLAG
                    MOVE -1 TO WS-NEW-LIMIT
                    MOVE "A" TO WS-NEW-STATUS
                WHEN CUST-NOT-FOUND
                    MOVE "CUSTOMER NOT ON FILE" TO WS-REASON
                WHEN WS-OLD-STATUS = "I" AND TR-CHANGE
                    MOVE "INACTIVE - ADD TO REACTIVATE" TO WS-REASON
                WHEN WS-OLD-STATUS = "I"
                    MOVE "CUSTOMER ALREADY INACTIVE" TO WS-REASON
                WHEN OTHER
                    MOVE WS-OLD-CUST TO WS-NEW-CUST
            END-EVALUATE.
            IF WS-REASON NOT = SPACES
                GO TO 2100-TRAN-REJECT
            END-IF.

            IF TR-DEACT
                PERFORM 2250-DEACTIVATE-PARA
                   THRU 2250-DEACTIVATE-EXIT
            ELSE
                PERFORM 2200-OVERLAY-PARA
                   THRU 2200-OVERLAY-EXIT
            END-IF.
            IF WS-REASON NOT = SPACES
                GO TO 2100-TRAN-REJECT
            END-IF.
            PERFORM 2300-VALIDATE-PARA
               THRU 2300-VALIDATE-EXIT.
            IF WS-REASON NOT = SPACES
                GO TO 2100-TRAN-REJECT
            END-IF.
            IF TR-CHANGE AND WS-NEW-CUST = WS-OLD-CUST
                MOVE "NOTHING TO CHANGE" TO WS-REASON
                GO TO 2100-TRAN-REJECT
            END-IF.

            PERFORM 2400-APPLY-PARA
               THRU 2400-APPLY-EXIT.
            IF POST-ERROR
                GO TO 2100-TRAN-REJECT
            END-IF.
            EVALUATE TRUE
                WHEN TR-ADD
                    ADD 1 TO WS-ADD-CNT
                WHEN TR-CHANGE
                    ADD 1 TO WS-CHG-CNT
                WHEN OTHER
                    ADD 1 TO WS-DEACT-CNT
            END-EVALUATE.
            IF CUST-REACTIVATED
                MOVE "REACTIVATED" TO WS-DISPOSITION
            ELSE
                MOVE "APPLIED" TO WS-DISPOSITION
            END-IF.
            PERFORM 2600-REPORT-PARA
               THRU 2600-REPORT-EXIT.
            MOVE 1 TO WS-LOG-IX.
            PERFORM 2700-PRINT-CHANGE
               THRU 2700-PRINT-CHANGE-EXIT
               UNTIL WS-LOG-IX > WS-LOG-CNT.
            GO TO 2100-TRAN-EXIT.
       2100-TRAN-REJECT.
            ADD 1 TO WS-REJ-CNT.
            MOVE "REJECTED" TO WS-DISPOSITION.
            PERFORM 2600-REPORT-PARA
               THRU 2600-REPORT-EXIT.
       2100-TRAN-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE CUSTOMER AS IT STANDS. NULLS COME BACK AS THE VALUES
      *     BILLING ALREADY TREATS THEM AS.
       2150-READ-CUST.
            SET CUST-NOT-FOUND TO TRUE.
            EXEC SQL
                SELECT COALESCE(CUST_NAME, ' '),
                       COALESCE(MEMBER, 'NO'),
                       COALESCE(IT_EMPLOYEE, 'NO'),
                       COALESCE(TIE_UP, 'NO'),
                       COALESCE(COMPANY_REF, ' '),
                       COALESCE(REDEEM_FLAG, 'N'),
                       COALESCE(CREDIT_LIMIT, -1),
                       COALESCE(HOLD_FLAG, 'N'),
                       COALESCE(HOLD_OVERRIDE, ' '),
                       COALESCE(HOLD_REASON, ' '),
                       COALESCE(CHAR(HOLD_EXPIRY, ISO), ' '),
                       CUST_STATUS
                  INTO :WS-OLD-NAME,
                       :WS-OLD-MEMBER,
                       :WS-OLD-IT-EMP,
                       :WS-OLD-TIE-UP,
                       :WS-OLD-COMPANY-REF,
                       :WS-OLD-REDEEM,
                       :WS-OLD-LIMIT,
                       :WS-OLD-HOLD-FLAG,
                       :WS-OLD-HOLD-OVR,
                       :WS-OLD-HOLD-REASON,
                       :WS-OLD-HOLD-EXPIRY,
                       :WS-OLD-STATUS
                  FROM CUSTOMER_DETAIL
                 WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    SET CUST-FOUND TO TRUE
                WHEN SQLCODE = 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "CUSTOMER SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
            END-EVALUATE.
       2150-READ-CUST-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     LAY THE KEYED FIELDS OVER THE CUSTOMER. EACH IS CHECKED
      *     FOR A LEGAL VALUE AS IT GOES ON.
       2200-OVERLAY-PARA.
            IF TR-CUST-NAME NOT = SPACES
                MOVE TR-CUST-NAME TO WS-NEW-NAME
            END-IF.
            IF TR-MEMBER NOT = SPACES
                IF TR-MEMBER NOT = "YES" AND TR-MEMBER NOT = "NO"
                    MOVE "MEMBER MUST BE YES OR NO" TO WS-REASON
                    GO TO 2200-OVERLAY-EXIT
                END-IF
                MOVE TR-MEMBER TO WS-NEW-MEMBER
            END-IF.
            IF TR-IT-EMP NOT = SPACES
                IF TR-IT-EMP NOT = "YES" AND TR-IT-EMP NOT = "NO"
                    MOVE "IT EMPLOYEE MUST BE YES OR NO"
                      TO WS-REASON
                    GO TO 2200-OVERLAY-EXIT
                END-IF
                MOVE TR-IT-EMP TO WS-NEW-IT-EMP
            END-IF.
            IF TR-TIE-UP NOT = SPACES
                IF TR-TIE-UP NOT = "YES" AND TR-TIE-UP NOT = "NO"
                    MOVE "TIE-UP MUST BE YES OR NO" TO WS-REASON
                    GO TO 2200-OVERLAY-EXIT
                END-IF
                MOVE TR-TIE-UP TO WS-NEW-TIE-UP
            END-IF.
            IF TR-COMPANY-REF NOT = SPACES
                MOVE TR-COMPANY-REF TO WS-NEW-COMPANY-REF
            END-IF.
            IF TR-REDEEM NOT = SPACES
                IF TR-REDEEM NOT = "Y" AND TR-REDEEM NOT = "N"
                    MOVE "REDEEM FLAG MUST BE Y OR N" TO WS-REASON
                    GO TO 2200-OVERLAY-EXIT
                END-IF
                MOVE TR-REDEEM TO WS-NEW-REDEEM
            END-IF.
            EVALUATE TRUE
                WHEN TR-LIMIT-X = SPACES
                    CONTINUE
                WHEN TR-LIMIT-X = "STANDARD"
                    MOVE -1 TO WS-NEW-LIMIT
                WHEN TR-LIMIT IS NUMERIC
                    MOVE TR-LIMIT TO WS-NEW-LIMIT
                WHEN OTHER
                    MOVE "CREDIT LIMIT NOT NUMERIC" TO WS-REASON
                    GO TO 2200-OVERLAY-EXIT
            END-EVALUATE.
            PERFORM 2210-OVERRIDE-PARA
               THRU 2210-OVERRIDE-EXIT.
       2200-OVERLAY-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A MANUAL CREDIT-HOLD OVERRIDE TAKES THE HOLD FLAG OUT OF
      *     CRDHOLD'S HANDS UNTIL ITS EXPIRY DATE, SO IT MUST SAY WHY
      *     AND FOR HOW LONG. CANCELLING ONE LEAVES THE FLAG AS IT IS
      *     FOR CRDHOLD TO DECIDE ON ITS NEXT RUN.
       2210-OVERRIDE-PARA.
            IF TR-HOLD-OVR = SPACE
                IF TR-HOLD-EXPIRY NOT = SPACES
                    OR TR-HOLD-REASON NOT = SPACES
                    MOVE "REASON/EXPIRY WITHOUT OVERRIDE"
                      TO WS-REASON
                END-IF
                GO TO 2210-OVERRIDE-EXIT
            END-IF.
            IF TR-HOLD-OVR = "C"
                IF WS-OLD-HOLD-OVR = SPACE
                    MOVE "NO OVERRIDE TO CANCEL" TO WS-REASON
                    GO TO 2210-OVERRIDE-EXIT
                END-IF
                MOVE SPACE TO WS-NEW-HOLD-OVR
                MOVE SPACES TO WS-NEW-HOLD-REASON
                               WS-NEW-HOLD-EXPIRY
                GO TO 2210-OVERRIDE-EXIT
            END-IF.
            IF TR-HOLD-OVR NOT = "H" AND TR-HOLD-OVR NOT = "R"
                MOVE "OVERRIDE MUST BE H, R OR C" TO WS-REASON
                GO TO 2210-OVERRIDE-EXIT
            END-IF.
            IF TR-HOLD-REASON = SPACES
                MOVE "HOLD OVERRIDE NEEDS A REASON" TO WS-REASON
                GO TO 2210-OVERRIDE-EXIT
            END-IF.
            MOVE TR-HOLD-EXPIRY TO WS-EXPIRY.
            IF WS-EXP-YYYY IS NOT NUMERIC
                OR WS-EXP-MM IS NOT NUMERIC
                OR WS-EXP-DD IS NOT NUMERIC
                OR WS-EXP-DASH1 NOT = "-"
                OR WS-EXP-DASH2 NOT = "-"
                MOVE "EXPIRY MUST BE YYYY-MM-DD" TO WS-REASON
                GO TO 2210-OVERRIDE-EXIT
            END-IF.
            MOVE WS-EXP-MM TO WS-EXP-MM-N.
            MOVE WS-EXP-DD TO WS-EXP-DD-N.
            IF WS-EXP-MM-N < 1 OR WS-EXP-MM-N > 12
                OR WS-EXP-DD-N < 1 OR WS-EXP-DD-N > 31
                MOVE "EXPIRY MUST BE YYYY-MM-DD" TO WS-REASON
                GO TO 2210-OVERRIDE-EXIT
            END-IF.
            IF WS-EXPIRY NOT > WS-TODAY-ISO
                MOVE "EXPIRY MUST BE AFTER TODAY" TO WS-REASON
                GO TO 2210-OVERRIDE-EXIT
            END-IF.
            MOVE TR-HOLD-OVR TO WS-NEW-HOLD-OVR.
            MOVE TR-HOLD-REASON TO WS-NEW-HOLD-REASON.
            MOVE WS-EXPIRY TO WS-NEW-HOLD-EXPIRY.
            IF TR-HOLD-OVR = "H"
                MOVE "Y" TO WS-NEW-HOLD-FLAG
            ELSE
                MOVE "N" TO WS-NEW-HOLD-FLAG
            END-IF.
       2210-OVERRIDE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A CUSTOMER WITH BILLS STILL UNPAID STAYS ACTIVE SO
      *     STATEMENTS, AGING AND CREDIT CONTROL KEEP SEEING IT.
      *     BILLS WRITTEN OFF AS BAD DEBT DO NOT COUNT.
       2250-DEACTIVATE-PARA.
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HV-OPEN-CNT
                  FROM MY_BILLING_TABLE
                 WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
                   AND REC_TYPE = 'H'
                   AND VOID_FLAG = 'N'
                   AND COALESCE(BILL_STATUS, 'OPEN')
                       NOT IN ('PAID', 'WRTOFF')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "OPEN BILL CHECK FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                GO TO 2250-DEACTIVATE-EXIT
            END-IF.
            IF WS-HV-OPEN-CNT > 0
                MOVE "CUSTOMER HAS UNPAID BILLS" TO WS-REASON
                GO TO 2250-DEACTIVATE-EXIT
            END-IF.
            MOVE "I" TO WS-NEW-STATUS.
            MOVE "N" TO WS-NEW-REDEEM.
       2250-DEACTIVATE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE CUSTOMER AS IT WILL BE MUST HANG TOGETHER.
       2300-VALIDATE-PARA.
            EVALUATE TRUE
                WHEN WS-NEW-NAME = SPACES
                    MOVE "CUSTOMER NAME REQUIRED" TO WS-REASON
                WHEN WS-NEW-TIE-UP = "YES"
                     AND WS-NEW-COMPANY-REF = SPACES
                    MOVE "TIE-UP NEEDS COMPANY REFERENCE"
                      TO WS-REASON
                WHEN WS-NEW-REDEEM = "Y"
                     AND WS-NEW-MEMBER NOT = "YES"
                    MOVE "REDEMPTION NEEDS MEMBERSHIP" TO WS-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       2300-VALIDATE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     WRITE THE CUSTOMER AND ITS CHANGE LOG, THEN COMMIT.
      *     POST-ERROR IS THE OUTCOME BECAUSE THE ROLLBACK RESETS
      *     SQLCODE.
       2400-APPLY-PARA.
            SET POST-CLEAN TO TRUE.
            MOVE 0 TO WS-LOG-CNT.
            IF TR-ADD AND CUST-NOT-FOUND
                EXEC SQL
                    INSERT INTO CUSTOMER_DETAIL
                           (CUSTOMER_CODE, CUST_NAME, MEMBER,
                            IT_EMPLOYEE, TIE_UP, COMPANY_REF,
                            REDEEM_FLAG, CREDIT_LIMIT, HOLD_FLAG,
                            HOLD_OVERRIDE, HOLD_REASON, HOLD_EXPIRY,
                            LOYALTY_POINTS, CUST_STATUS)
                    VALUES (:WS-HV-CUST-CODE, :WS-NEW-NAME,
                            :WS-NEW-MEMBER, :WS-NEW-IT-EMP,
                            :WS-NEW-TIE-UP,
                            NULLIF(:WS-NEW-COMPANY-REF, ' '),
                            :WS-NEW-REDEEM,
                            NULLIF(:WS-NEW-LIMIT, -1),
                            :WS-NEW-HOLD-FLAG,
                            NULLIF(:WS-NEW-HOLD-OVR, ' '),
                            NULLIF(:WS-NEW-HOLD-REASON, ' '),
                            DATE(NULLIF(:WS-NEW-HOLD-EXPIRY, ' ')),
                            0, :WS-NEW-STATUS)
                END-EXEC
            ELSE
                EXEC SQL
                    UPDATE CUSTOMER_DETAIL
                       SET CUST_NAME     = :WS-NEW-NAME,
                           MEMBER        = :WS-NEW-MEMBER,
                           IT_EMPLOYEE   = :WS-NEW-IT-EMP,
                           TIE_UP        = :WS-NEW-TIE-UP,
                           COMPANY_REF   =
                               NULLIF(:WS-NEW-COMPANY-REF, ' '),
                           REDEEM_FLAG   = :WS-NEW-REDEEM,
                           CREDIT_LIMIT  = NULLIF(:WS-NEW-LIMIT, -1),
                           HOLD_FLAG     = :WS-NEW-HOLD-FLAG,
                           HOLD_OVERRIDE =
                               NULLIF(:WS-NEW-HOLD-OVR, ' '),
                           HOLD_REASON   =
                               NULLIF(:WS-NEW-HOLD-REASON, ' '),
                           HOLD_EXPIRY   =
                               DATE(NULLIF(:WS-NEW-HOLD-EXPIRY, ' ')),
                           CUST_STATUS   = :WS-NEW-STATUS
                     WHERE CUSTOMER_CODE = :WS-HV-CUST-CODE
                END-EXEC
            END-IF.
            IF SQLCODE NOT = 0
                DISPLAY "CUSTOMER WRITE FAILED SQLCODE=" SQLCODE
                        " CUST " WS-HV-CUST-CODE
                GO TO 2400-APPLY-FAIL
            END-IF.

            MOVE "CUST_NAME" TO WS-LOG-FIELD
            MOVE WS-OLD-NAME TO WS-LOG-OLD
            MOVE WS-NEW-NAME TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "MEMBER" TO WS-LOG-FIELD
            MOVE WS-OLD-MEMBER TO WS-LOG-OLD
            MOVE WS-NEW-MEMBER TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "IT_EMPLOYEE" TO WS-LOG-FIELD
            MOVE WS-OLD-IT-EMP TO WS-LOG-OLD
            MOVE WS-NEW-IT-EMP TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "TIE_UP" TO WS-LOG-FIELD
            MOVE WS-OLD-TIE-UP TO WS-LOG-OLD
            MOVE WS-NEW-TIE-UP TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "COMPANY_REF" TO WS-LOG-FIELD
            MOVE WS-OLD-COMPANY-REF TO WS-LOG-OLD
            MOVE WS-NEW-COMPANY-REF TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "REDEEM_FLAG" TO WS-LOG-FIELD
            MOVE WS-OLD-REDEEM TO WS-LOG-OLD
            MOVE WS-NEW-REDEEM TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "CREDIT_LIMIT" TO WS-LOG-FIELD
            IF WS-OLD-LIMIT < 0
                MOVE "STANDARD" TO WS-LOG-OLD
            ELSE
                MOVE WS-OLD-LIMIT TO WS-LIMIT-ED
                MOVE WS-LIMIT-ED TO WS-LOG-OLD
            END-IF
            IF WS-NEW-LIMIT < 0
                MOVE "STANDARD" TO WS-LOG-NEW
            ELSE
                MOVE WS-NEW-LIMIT TO WS-LIMIT-ED
                MOVE WS-LIMIT-ED TO WS-LOG-NEW
            END-IF
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "HOLD_FLAG" TO WS-LOG-FIELD
            MOVE WS-OLD-HOLD-FLAG TO WS-LOG-OLD
            MOVE WS-NEW-HOLD-FLAG TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "HOLD_OVERRIDE" TO WS-LOG-FIELD
            MOVE WS-OLD-HOLD-OVR TO WS-LOG-OLD
            MOVE WS-NEW-HOLD-OVR TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "HOLD_REASON" TO WS-LOG-FIELD
            MOVE WS-OLD-HOLD-REASON TO WS-LOG-OLD
            MOVE WS-NEW-HOLD-REASON TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "HOLD_EXPIRY" TO WS-LOG-FIELD
            MOVE WS-OLD-HOLD-EXPIRY TO WS-LOG-OLD
            MOVE WS-NEW-HOLD-EXPIRY TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            MOVE "CUST_STATUS" TO WS-LOG-FIELD
            MOVE WS-OLD-STATUS TO WS-LOG-OLD
            MOVE WS-NEW-STATUS TO WS-LOG-NEW
            PERFORM 2500-LOG-FIELD
               THRU 2500-LOG-FIELD-EXIT.
            IF POST-ERROR
                GO TO 2400-APPLY-FAIL
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            ADD WS-LOG-CNT TO WS-FIELD-CNT.
            GO TO 2400-APPLY-EXIT.
       2400-APPLY-FAIL.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            SET POST-ERROR TO TRUE.
            MOVE 0 TO WS-LOG-CNT.
            MOVE 8 TO WS-RC.
            MOVE "SQL ERROR ON UPDATE" TO WS-REASON.
       2400-APPLY-EXIT.
            EXIT.

      *     ONE CHANGE-LOG ROW FOR A FIELD WHOSE VALUE MOVED. A FIELD
      *     LEFT AS IT WAS IS NOT LOGGED.
       2500-LOG-FIELD.
            IF WS-LOG-OLD = WS-LOG-NEW OR POST-ERROR
                GO TO 2500-LOG-FIELD-EXIT
            END-IF.
            EXEC SQL
                INSERT INTO CUST_CHANGE_LOG
                       (CUSTOMER_CODE, CHANGE_TS, TRAN_TYPE,
                        FIELD_NAME, OLD_VALUE, NEW_VALUE,
                        CHANGED_BY)
                VALUES (:WS-HV-CUST-CODE, CURRENT TIMESTAMP,
                        :WS-HV-TRAN-TYPE, :WS-LOG-FIELD,
                        :WS-LOG-OLD, :WS-LOG-NEW,
                        :WS-HV-OPERATOR)
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "CHANGE LOG INSERT FAILED SQLCODE=" SQLCODE
                        " CUST " WS-HV-CUST-CODE
                SET POST-ERROR TO TRUE
                GO TO 2500-LOG-FIELD-EXIT
            END-IF.
            ADD 1 TO WS-LOG-CNT.
            MOVE WS-LOG-FIELD TO WS-LT-FIELD(WS-LOG-CNT).
            MOVE WS-LOG-OLD TO WS-LT-OLD(WS-LOG-CNT).
            MOVE WS-LOG-NEW TO WS-LT-NEW(WS-LOG-CNT).
       2500-LOG-FIELD-EXIT.
            EXIT.

       2600-REPORT-PARA.
            MOVE SPACES TO DISPREC
            STRING TR-ACTION
                   "   " TR-CUST-CODE
                   " " TR-OPERATOR
                   " " WS-DISPOSITION
                   " " WS-REASON
                INTO DISPREC
            END-STRING
            WRITE DISPREC.
       2600-REPORT-EXIT.
            EXIT.

      *     BEFORE AND AFTER ON TWO LINES SO NEITHER IS CUT SHORT.
       2700-PRINT-CHANGE.
            MOVE SPACES TO CHGREC
            STRING WS-HV-CUST-CODE
                   " " TR-ACTION
                   "   " WS-LT-FIELD(WS-LOG-IX)
                   " WAS " WS-LT-OLD(WS-LOG-IX)
                INTO CHGREC
            END-STRING
            WRITE CHGREC.
            MOVE SPACES TO CHGREC
            STRING "                             NOW "
                   WS-LT-NEW(WS-LOG-IX)
                INTO CHGREC
            END-STRING
            WRITE CHGREC.
            ADD 1 TO WS-LOG-IX.
       2700-PRINT-CHANGE-EXIT.
            EXIT.

       3000-TERM-PARA.
            MOVE SPACES TO DISPREC
            WRITE DISPREC.
            MOVE WS-TRAN-CNT TO WS-CNT-ED
            MOVE SPACES TO DISPREC
            STRING "TRANSACTIONS READ  " WS-CNT-ED
               INTO DISPREC
            END-STRING
            WRITE DISPREC.
            MOVE WS-ADD-CNT TO WS-CNT-ED
            MOVE SPACES TO DISPREC
            STRING "ADDED              " WS-CNT-ED
               INTO DISPREC
            END-STRING
            WRITE DISPREC.
            MOVE WS-CHG-CNT TO WS-CNT-ED
            MOVE SPACES TO DISPREC
            STRING "CHANGED            " WS-CNT-ED
               INTO DISPREC
            END-STRING
            WRITE DISPREC.
            MOVE WS-DEACT-CNT TO WS-CNT-ED
            MOVE SPACES TO DISPREC
            STRING "DEACTIVATED        " WS-CNT-ED
               INTO DISPREC
            END-STRING
            WRITE DISPREC.
            MOVE WS-REJ-CNT TO WS-CNT-ED
            MOVE SPACES TO DISPREC
            STRING "REJECTED           " WS-CNT-ED
               INTO DISPREC
            END-STRING
            WRITE DISPREC.
            MOVE WS-FIELD-CNT TO WS-CNT-ED
            MOVE SPACES TO DISPREC
            STRING "FIELDS CHANGED     " WS-CNT-ED
               INTO DISPREC
            END-STRING
            WRITE DISPREC.
            DISPLAY "CUSTMNT TRANSACTIONS " WS-TRAN-CNT
                    " APPLIED " WS-ADD-CNT "/" WS-CHG-CNT "/"
                    WS-DEACT-CNT
                    " REJECTED " WS-REJ-CNT.
            IF WS-REJ-CNT > 0 AND WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
            CLOSE TRANFILE DISPRPT CHGRPT.
       3000-TERM-EXIT.
            EXIT.
