      *****************************************************************
      * PROGRAM NAME : BILLCNV
      * DESCRIPTION  : One-time conversion of the four-digit bill
      *                numbers on file to the ten-digit financial-
      *                year form (the calendar year the April-March
      *                financial year starts, then a six-digit
      *                sequence). Each bill keeps its old sequence
      *                under the year of its own bill date, so bill
      *                0042 cut in June 2025 becomes 2025000042 - no
      *                two old bills can collide. Every row of the
      *                bill on MY_BILLING_TABLE (header, lines,
      *                redemption, payment, fee and credit rows), its
      *                LOYALTY_LEDGER movements and any TUITION_BILLED
      *                row move together with a BILL_NO_XREF row
      *                recording old and new, one bill per unit of
      *                work, so posted receipts stay on their bills
      *                and a rerun after a failure picks up where the
      *                committed work stopped. BILL_NO_XREF is what
      *                BILLPAY and a void in BLD-BILL-DETAILS use to
      *                find a bill still quoted by its old number.
      *                The report lists each bill converted and closes
      *                with row counts; rows still on an old number
      *                with no header to date them are reported and
      *                end the run condition code 4.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CNVRPT ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

       DATA DIVISION.
       FILE SECTION.
       FD CNVRPT.
       01 CNVRPTREC            PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    EVERY BILL HEADER STILL ON AN OLD FOUR-DIGIT NUMBER.
           EXEC SQL
               DECLARE CV1 CURSOR WITH HOLD FOR
                  SELECT BILL_NO,
                         COALESCE(CHAR(BILL_DATE, ISO), ' ')
                  FROM MY_BILLING_TABLE
                  WHERE REC_TYPE = 'H'
                    AND BILL_NO <= 9999
                  ORDER BY BILL_NO
           END-EXEC.

       01 WS-FS1                  PIC 99.
       01 WS-SQLCODE1             PIC S9(9) COMP.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-FY-START-MM          PIC 9(2)  VALUE 4.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(4).
          05 WS-TODAY-MM          PIC 9(2).
          05 WS-TODAY-DD          PIC 9(2).
       01 WS-HV-BILL-DATE         PIC X(10).
       01 WS-BILL-DATE-R REDEFINES WS-HV-BILL-DATE.
          05 WS-BD-YYYY           PIC 9(4).
          05 FILLER               PIC X(1).
          05 WS-BD-MM             PIC 9(2).
          05 FILLER               PIC X(3).
       01 WS-BILL-FY              PIC 9(4).
       01 WS-HV-OLD-BILL-NO       PIC 9(10).
       01 WS-HV-NEW-BILL-NO       PIC 9(10).
       01 WS-HV-CLASH-CNT         PIC S9(9) COMP.
       01 WS-BEFORE-CNT           PIC S9(9) COMP VALUE 0.
       01 WS-AFTER-CNT            PIC S9(9) COMP VALUE 0.
       01 WS-BILL-ROWS            PIC S9(9) COMP VALUE 0.
       01 WS-LEDGER-ROWS          PIC S9(9) COMP VALUE 0.
       01 WS-BILLS-CONVERTED      PIC 9(6)  VALUE 0.
       01 WS-ROWS-CONVERTED       PIC 9(8)  VALUE 0.
       01 WS-LEDGER-CONVERTED     PIC 9(8)  VALUE 0.
       01 WS-NODATE-CNT           PIC 9(6)  VALUE 0.
       01 WS-NOTE                 PIC X(24).
       01 WS-CNV-ERR-SW           PIC X(01) VALUE "N".
          88 CNV-ERROR             VALUE "Y".
          88 CNV-CLEAN             VALUE "N".
       01 WS-CNT-ED               PIC ZZ,ZZZ,ZZ9.
       01 WS-CNT-ED2              PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-FETCH-PARA
               THRU 2000-FETCH-EXIT UNTIL WS-SQLCODE1 = 100.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

       1000-INIT-PARA.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            OPEN OUTPUT CNVRPT.
            IF WS-FS1 NOT = 00
                DISPLAY "CONVERSION REPORT OPEN ERROR " WS-FS1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO CNVRPTREC
            STRING "OLD BILL  NEW BILL    BILL DATE       ROWS  NOTE"
               INTO CNVRPTREC
            END-STRING
            WRITE CNVRPTREC.

            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-BEFORE-CNT
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO <= 9999
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "OLD BILL ROW COUNT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            EXEC SQL
                OPEN CV1
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "CV1 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
       1000-INIT-EXIT.
            EXIT.

       2000-FETCH-PARA.
            EXEC SQL
                FETCH CV1 INTO
                   :WS-HV-OLD-BILL-NO,
                   :WS-HV-BILL-DATE
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    PERFORM 2100-CONVERT-BILL-PARA
                       THRU 2100-CONVERT-BILL-EXIT
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "CV1 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       2000-FETCH-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE NEW NUMBER IS THE FINANCIAL YEAR OF THE BILL DATE
      *     AND THE OLD NUMBER AS ITS SEQUENCE. A HEADER WITH NO
      *     BILL DATE TAKES THE CURRENT FINANCIAL YEAR AND IS NOTED
      *     ON THE REPORT. ALL OF THE BILL'S ROWS, ITS LEDGER
      *     MOVEMENTS, ITS TUITION LINK AND THE XREF ROW COMMIT
      *     TOGETHER OR NOT AT ALL.
       2100-CONVERT-BILL-PARA.
            SET CNV-CLEAN TO TRUE.
            MOVE SPACES TO WS-NOTE.
            IF WS-HV-BILL-DATE = SPACES
                OR WS-BD-YYYY IS NOT NUMERIC
                OR WS-BD-MM IS NOT NUMERIC
                ADD 1 TO WS-NODATE-CNT
                MOVE "NO BILL DATE - RUN FY" TO WS-NOTE
                IF WS-TODAY-MM < WS-FY-START-MM
                    COMPUTE WS-BILL-FY = WS-TODAY-YYYY - 1
                ELSE
                    MOVE WS-TODAY-YYYY TO WS-BILL-FY
                END-IF
            ELSE
                IF WS-BD-MM < WS-FY-START-MM
                    COMPUTE WS-BILL-FY = WS-BD-YYYY - 1
                ELSE
                    MOVE WS-BD-YYYY TO WS-BILL-FY
                END-IF
            END-IF.
            COMPUTE WS-HV-NEW-BILL-NO =
                WS-BILL-FY * 1000000 + WS-HV-OLD-BILL-NO.

      *     THE NEW NUMBER MUST NOT ALREADY BE IN USE - IT WOULD BE
      *     IF BILLS HAD BEEN CUT UNDER THE NEW NUMBERING BEFORE
      *     THIS CONVERSION RAN.
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HV-CLASH-CNT
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-NEW-BILL-NO
            END-EXEC.
            IF SQLCODE NOT = 0 OR WS-HV-CLASH-CNT > 0
                DISPLAY "BILL " WS-HV-OLD-BILL-NO " NOT CONVERTED - "
                        WS-HV-NEW-BILL-NO " ALREADY ON FILE SQLCODE="
                        SQLCODE
                MOVE 8 TO WS-RC
                MOVE 100 TO WS-SQLCODE1
                GO TO 2100-CONVERT-BILL-EXIT
            END-IF.

            EXEC SQL
                UPDATE MY_BILLING_TABLE
                   SET BILL_NO = :WS-HV-NEW-BILL-NO
                 WHERE BILL_NO = :WS-HV-OLD-BILL-NO
            END-EXEC.
            IF SQLCODE = 0
                MOVE SQLERRD(3) TO WS-BILL-ROWS
            ELSE
                DISPLAY "BILL ROW UPDATE FAILED SQLCODE=" SQLCODE
                SET CNV-ERROR TO TRUE
            END-IF.

            IF CNV-CLEAN
                EXEC SQL
                    UPDATE LOYALTY_LEDGER
                       SET BILL_NO = :WS-HV-NEW-BILL-NO
                     WHERE BILL_NO = :WS-HV-OLD-BILL-NO
                END-EXEC
                EVALUATE SQLCODE
                    WHEN 0
                        MOVE SQLERRD(3) TO WS-LEDGER-ROWS
                    WHEN 100
                        MOVE 0 TO WS-LEDGER-ROWS
                    WHEN OTHER
                        DISPLAY "LEDGER UPDATE FAILED SQLCODE="
                                SQLCODE
                        SET CNV-ERROR TO TRUE
                END-EVALUATE
            END-IF.

            IF CNV-CLEAN
                EXEC SQL
                    UPDATE TUITION_BILLED
                       SET BILL_NO = :WS-HV-NEW-BILL-NO
                     WHERE BILL_NO = :WS-HV-OLD-BILL-NO
                END-EXEC
                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    DISPLAY "TUITION_BILLED UPDATE FAILED SQLCODE="
                            SQLCODE
                    SET CNV-ERROR TO TRUE
                END-IF
            END-IF.

            IF CNV-CLEAN
                EXEC SQL
                    INSERT INTO BILL_NO_XREF
                           (OLD_BILL_NO, NEW_BILL_NO, CONV_DATE)
                    VALUES ( :WS-HV-OLD-BILL-NO, :WS-HV-NEW-BILL-NO,
                             CURRENT DATE )
                END-EXEC
                IF SQLCODE NOT = 0
                    DISPLAY "BILL_NO_XREF INSERT FAILED SQLCODE="
                            SQLCODE
                    SET CNV-ERROR TO TRUE
                END-IF
            END-IF.

            IF CNV-ERROR
                EXEC SQL
                    ROLLBACK
                END-EXEC
                DISPLAY "BILL " WS-HV-OLD-BILL-NO
                        " LEFT ON ITS OLD NUMBER"
                MOVE 8 TO WS-RC
                MOVE 100 TO WS-SQLCODE1
                GO TO 2100-CONVERT-BILL-EXIT
            END-IF.

            EXEC SQL
                COMMIT
            END-EXEC.
            ADD 1 TO WS-BILLS-CONVERTED.
            ADD WS-BILL-ROWS TO WS-ROWS-CONVERTED.
            ADD WS-LEDGER-ROWS TO WS-LEDGER-CONVERTED.
            PERFORM 2200-WRITE-LINE-PARA
               THRU 2200-WRITE-LINE-EXIT.
       2100-CONVERT-BILL-EXIT.
            EXIT.

       2200-WRITE-LINE-PARA.
            MOVE WS-BILL-ROWS TO WS-CNT-ED
            MOVE SPACES TO CNVRPTREC
            STRING WS-HV-OLD-BILL-NO(7:4)
                   "      " WS-HV-NEW-BILL-NO
                   "  " WS-HV-BILL-DATE
                   WS-CNT-ED
                   "  " WS-NOTE
               INTO CNVRPTREC
            END-STRING
            WRITE CNVRPTREC.
       2200-WRITE-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     WHATEVER IS STILL ON AN OLD NUMBER AFTER THE LAST BILL
      *     HAD NO HEADER TO DATE IT (OR ITS BILL FAILED ABOVE). THE
      *     COUNTS MUST RECONCILE: ROWS BEFORE LESS ROWS CONVERTED
      *     IS WHAT IS LEFT.
       3000-TERM-PARA.
            EXEC SQL
                CLOSE CV1
            END-EXEC.

            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-AFTER-CNT
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO <= 9999
            END-EXEC.

            MOVE WS-BEFORE-CNT TO WS-CNT-ED
            MOVE SPACES TO CNVRPTREC
            STRING "OLD-NUMBER ROWS BEFORE   : " WS-CNT-ED
               INTO CNVRPTREC
            END-STRING
            WRITE CNVRPTREC.

            MOVE WS-ROWS-CONVERTED TO WS-CNT-ED
            MOVE WS-BILLS-CONVERTED TO WS-CNT-ED2
            MOVE SPACES TO CNVRPTREC
            STRING "ROWS CONVERTED           : " WS-CNT-ED
                   "  (BILLS " WS-CNT-ED2 ")"
               INTO CNVRPTREC
            END-STRING
            WRITE CNVRPTREC.

            MOVE WS-LEDGER-CONVERTED TO WS-CNT-ED
            MOVE SPACES TO CNVRPTREC
            STRING "LEDGER ROWS CONVERTED    : " WS-CNT-ED
               INTO CNVRPTREC
            END-STRING
            WRITE CNVRPTREC.

            MOVE WS-NODATE-CNT TO WS-CNT-ED
            MOVE SPACES TO CNVRPTREC
            STRING "BILLS WITH NO BILL DATE  : " WS-CNT-ED
               INTO CNVRPTREC
            END-STRING
            WRITE CNVRPTREC.

            MOVE WS-AFTER-CNT TO WS-CNT-ED
            MOVE SPACES TO CNVRPTREC
            STRING "OLD-NUMBER ROWS AFTER    : " WS-CNT-ED
               INTO CNVRPTREC
            END-STRING
            WRITE CNVRPTREC.

            MOVE SPACES TO CNVRPTREC
            IF WS-AFTER-CNT NOT = WS-BEFORE-CNT - WS-ROWS-CONVERTED
                STRING "*** BEFORE/AFTER TOTALS DO NOT RECONCILE ***"
                   INTO CNVRPTREC
                END-STRING
                MOVE 8 TO WS-RC
            ELSE
                IF WS-AFTER-CNT > 0
                    STRING "*** ROWS WITH NO BILL HEADER LEFT ON AN"
                           " OLD NUMBER ***"
                       INTO CNVRPTREC
                    END-STRING
                    IF WS-RC < 4
                        MOVE 4 TO WS-RC
                    END-IF
                ELSE
                    STRING "ALL BILLS ON FINANCIAL-YEAR NUMBERS"
                       INTO CNVRPTREC
                    END-STRING
                END-IF
            END-IF.
            WRITE CNVRPTREC.

            CLOSE CNVRPT.

            DISPLAY "BILLS CONVERTED : " WS-BILLS-CONVERTED.
            DISPLAY "ROWS CONVERTED  : " WS-ROWS-CONVERTED.
       3000-TERM-EXIT.
            EXIT.
