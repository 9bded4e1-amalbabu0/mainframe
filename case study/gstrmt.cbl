      *                remittance), with a grand total and a bill-
      *                count reconciliation back to the table so the
      *                statutory filing no longer comes out of a
      *                spreadsheet. Each outlet files under its own
      *                GST registration, so the periods are reported
      *                outlet by outlet - headed with the outlet's
      *                GSTIN and closed with an outlet total - and
      *                the grand total is the consolidated figure
      *                across all outlets. Credit notes issued by
      *                CRNOTE are reported in their own column in the
      *                month they were issued (not the month of the
      *                bill they credit) and reduce the remittable
      *                GST and its component split; they are not
      *                voids and are not counted as bills.
      *                A bill voided after its period was LOCKED
      *                (ADJ_PERIOD set by the void run) stays active
      *                in its own month, so a locked period's figures
      *                never move; the void is reported as a PRIOR-
      *                PERIOD VOIDS line in the open period it was
      *                posted in and comes off that period's
      *                remittable GST and split instead. Once the
      *                bill count reconciles, every period not yet
      *                LOCKED up to the current month is stamped on
      *                ACCT_PERIOD as summarised today - PERCLOSE
      *                will not lock a period without it.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

               INCLUDE SQLCA
           END-EXEC.

      *    ONE ROW PER OUTLET, TAX PERIOD (MONTH OF THE BILL DATE)
      *    AND VOID FLAG, WITH THE BILL COUNT, THE GST TOTAL AND ITS
      *    CENTRAL/STATE COMPONENT SPLIT FOR THE PAIR. BILLS CUT
      *    BEFORE THE SPLIT EXISTED CARRY NULL COMPONENTS AND LAND
      *    IN THE UNSPLIT COLUMN. CREDIT-NOTE ROWS (REC_TYPE C) ARE
      *    GROUPED SEPARATELY, DATED THE DAY THEY WERE ISSUED.
      *    A HEADER VOIDED INTO A LATER PERIOD BECAUSE ITS OWN WAS
      *    LOCKED COUNTS AS ACTIVE IN ITS OWN MONTH, AND COMES BACK
      *    AS A REC_TYPE A ROW IN THE PERIOD THE VOID WAS POSTED IN.
           EXEC SQL
               DECLARE GS1 CURSOR FOR
                  SELECT OUTLET_CODE,
                         SUBSTR(CHAR(BILL_DATE, ISO), 1, 7),
                         REC_TYPE,
                         CASE WHEN REC_TYPE = 'H'
                               AND ADJ_PERIOD IS NOT NULL
                              THEN 'N' ELSE VOID_FLAG END,
                         COUNT(*),
                         COALESCE(SUM(GST_AMOUNT), 0),
                         COALESCE(SUM(CGST_AMOUNT), 0),
                         COALESCE(SUM(SGST_AMOUNT), 0)
                  FROM MY_BILLING_TABLE
                  WHERE REC_TYPE IN ('H', 'C')
                    AND BILL_DATE IS NOT NULL
                  GROUP BY OUTLET_CODE,
                           SUBSTR(CHAR(BILL_DATE, ISO), 1, 7),
                           REC_TYPE,
                           CASE WHEN REC_TYPE = 'H'
                                 AND ADJ_PERIOD IS NOT NULL
                                THEN 'N' ELSE VOID_FLAG END
                  UNION ALL
                  SELECT OUTLET_CODE,
                         ADJ_PERIOD,
                         'A',
                         'Y',
                         COUNT(*),
                         COALESCE(SUM(GST_AMOUNT), 0),
                         COALESCE(SUM(CGST_AMOUNT), 0),
                         COALESCE(SUM(SGST_AMOUNT), 0)
                  FROM MY_BILLING_TABLE
                  WHERE REC_TYPE = 'H'
                    AND VOID_FLAG = 'Y'
                    AND ADJ_PERIOD IS NOT NULL
                  GROUP BY OUTLET_CODE,
                           ADJ_PERIOD
                  ORDER BY 1, 2, 3, 4
           END-EXEC.

       01 WS-FS1                  PIC 99.
       01 WS-SQLCODE1             PIC S9(9) COMP.
       01 WS-HV-OUTLET            PIC X(3).
       01 WS-HV-OT-NAME           PIC X(20).
       01 WS-HV-OT-GSTIN          PIC X(15).
       01 WS-HV-PERIOD            PIC X(7).
       01 WS-HV-REC-TYPE          PIC X(1).
       01 WS-HV-VOID-FLAG         PIC X(1).
       01 WS-HV-BILL-CNT          PIC S9(9) COMP.
       01 WS-HV-GST-AMT           PIC S9(11)V99 COMP-3.
       01 WS-HV-CGST-AMT          PIC S9(11)V99 COMP-3.
       01 WS-HV-SGST-AMT          PIC S9(11)V99 COMP-3.
       01 WS-CUR-PERIOD           PIC X(7)  VALUE SPACES.
       01 WS-CUR-OUTLET           PIC X(3)  VALUE SPACES.
       01 WS-O-ACT-GST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-O-VOID-GST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-O-ACT-CGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-O-ACT-SGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-ACT-GST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-VOID-GST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-ACT-CGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-ACT-SGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-G-ACT-CGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-G-ACT-SGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ED-CGST              PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-SGST              PIC ZZZ,ZZZ,ZZ9.99-.
      *    CREDIT NOTES - GST HANDED BACK, AND ITS SPLIT.
       01 WS-O-CN-GST             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-O-CN-CGST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-O-CN-SGST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-CN-GST             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-CN-CGST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-CN-SGST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-G-CN-GST             PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-G-CN-CGST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-G-CN-SGST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-CN-CNT             PIC 9(6)  VALUE 0.
       01 WS-G-CN-CNT             PIC 9(8)  VALUE 0.
       01 WS-ED-CN                PIC ZZZ,ZZZ,ZZ9.99.
      *    PRIOR-PERIOD VOIDS - GST OF BILLS IN A LOCKED PERIOD
      *    VOIDED INTO THIS ONE, AND ITS SPLIT.
       01 WS-P-PPA-GST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-PPA-CGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-PPA-SGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-O-PPA-GST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-O-PPA-CGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-O-PPA-SGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-G-PPA-GST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-G-PPA-CGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-G-PPA-SGST           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-P-PPA-CNT            PIC 9(6)  VALUE 0.
       01 WS-O-PPA-CNT            PIC 9(6)  VALUE 0.
       01 WS-G-PPA-CNT            PIC 9(8)  VALUE 0.
       01 WS-ED-PPA               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PPA-CNT-IN           PIC 9(8)  VALUE 0.
       01 WS-STAMP-CNT            PIC S9(9) COMP VALUE 0.
       01 WS-P-ACT-CNT            PIC 9(6)  VALUE 0.
       01 WS-P-VOID-CNT           PIC 9(6)  VALUE 0.
       01 WS-G-ACT-GST            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TBL-BILL-CNT         PIC S9(9) COMP VALUE 0.
       01 WS-ED-ACT               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-VOID              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-NET               PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.
       01 WS-ED-CNT2              PIC ZZZ,ZZ9.
       01 WS-ED-CNT3              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            MOVE SPACES TO GSTREC
            STRING "PERIOD   ACTIVE GST      VOIDED GST      "
                   "REMITTABLE      BILLS  VOIDS"
                   "      CREDIT NOTE GST     CNS"
               INTO GSTREC
            END-STRING
            WRITE GSTREC.
       2000-FETCH-PARA.
            EXEC SQL
                FETCH GS1 INTO
                   :WS-HV-OUTLET,
                   :WS-HV-PERIOD,
                   :WS-HV-REC-TYPE,
                   :WS-HV-VOID-FLAG,
                   :WS-HV-BILL-CNT,
                   :WS-HV-GST-AMT,
                        PERFORM 2200-PERIOD-LINE-PARA
                           THRU 2200-PERIOD-LINE-EXIT
                    END-IF
                    IF WS-CUR-OUTLET NOT = SPACES
                        PERFORM 2300-OUTLET-TOTAL-PARA
                           THRU 2300-OUTLET-TOTAL-EXIT
                    END-IF
                WHEN OTHER
                    DISPLAY "GS1 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    MOVE 8 TO RETURN-CODE
       2000-FETCH-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     EACH OUTLET'S SECTION OPENS WITH THE REGISTRATION IT
      *     FILES UNDER. A BILL FROM AN OUTLET NOT ON OUTLET_MASTER
      *     HAS NO REGISTRATION TO FILE UNDER - IT IS STILL REPORTED
      *     BUT THE RUN ENDS RC 4 FOR ACCOUNTS TO SET THE OUTLET UP.
       2050-OUTLET-HEAD-PARA.
            EXEC SQL
                SELECT OUTLET_NAME, GSTIN
                  INTO :WS-HV-OT-NAME, :WS-HV-OT-GSTIN
                  FROM OUTLET_MASTER
                 WHERE OUTLET_CODE = :WS-HV-OUTLET
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "OUTLET " WS-HV-OUTLET
                        " NOT ON OUTLET_MASTER SQLCODE=" SQLCODE
                MOVE "NOT ON OUTLET_MASTER" TO WS-HV-OT-NAME
                MOVE SPACES TO WS-HV-OT-GSTIN
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            MOVE SPACES TO GSTREC
            WRITE GSTREC.
            MOVE SPACES TO GSTREC
            STRING "OUTLET " WS-HV-OUTLET
                   "  " WS-HV-OT-NAME
                   "  GSTIN " WS-HV-OT-GSTIN
               INTO GSTREC
            END-STRING
            WRITE GSTREC.
       2050-OUTLET-HEAD-EXIT.
            EXIT.

       2100-ACCUM-PARA.
            IF WS-HV-OUTLET NOT = WS-CUR-OUTLET
                IF WS-CUR-PERIOD NOT = SPACES
                    PERFORM 2200-PERIOD-LINE-PARA
                       THRU 2200-PERIOD-LINE-EXIT
                END-IF
                IF WS-CUR-OUTLET NOT = SPACES
                    PERFORM 2300-OUTLET-TOTAL-PARA
                       THRU 2300-OUTLET-TOTAL-EXIT
                END-IF
                PERFORM 2050-OUTLET-HEAD-PARA
                   THRU 2050-OUTLET-HEAD-EXIT
                MOVE WS-HV-OUTLET TO WS-CUR-OUTLET
                MOVE SPACES TO WS-CUR-PERIOD
                MOVE 0 TO WS-O-ACT-GST WS-O-VOID-GST
                          WS-O-ACT-CGST WS-O-ACT-SGST
                          WS-O-CN-GST WS-O-CN-CGST WS-O-CN-SGST
                          WS-O-PPA-GST WS-O-PPA-CGST WS-O-PPA-SGST
                          WS-O-PPA-CNT
            END-IF.

            IF WS-HV-PERIOD NOT = WS-CUR-PERIOD
                IF WS-CUR-PERIOD NOT = SPACES
                    PERFORM 2200-PERIOD-LINE-PARA
                MOVE 0 TO WS-P-ACT-GST WS-P-VOID-GST
                          WS-P-ACT-CNT WS-P-VOID-CNT
                          WS-P-ACT-CGST WS-P-ACT-SGST
                          WS-P-CN-GST WS-P-CN-CGST WS-P-CN-SGST
                          WS-P-CN-CNT
                          WS-P-PPA-GST WS-P-PPA-CGST WS-P-PPA-SGST
                          WS-P-PPA-CNT
            END-IF.

            IF WS-HV-REC-TYPE = "A"
                ADD WS-HV-GST-AMT TO WS-P-PPA-GST WS-O-PPA-GST
                                     WS-G-PPA-GST
                ADD WS-HV-CGST-AMT TO WS-P-PPA-CGST WS-O-PPA-CGST
                                      WS-G-PPA-CGST
                ADD WS-HV-SGST-AMT TO WS-P-PPA-SGST WS-O-PPA-SGST
                                      WS-G-PPA-SGST
                ADD WS-HV-BILL-CNT TO WS-P-PPA-CNT WS-O-PPA-CNT
                                      WS-G-PPA-CNT
                GO TO 2100-ACCUM-EXIT
            END-IF.

            IF WS-HV-REC-TYPE = "C"
                ADD WS-HV-GST-AMT TO WS-P-CN-GST WS-O-CN-GST
                                     WS-G-CN-GST
                ADD WS-HV-CGST-AMT TO WS-P-CN-CGST WS-O-CN-CGST
                                      WS-G-CN-CGST
                ADD WS-HV-SGST-AMT TO WS-P-CN-SGST WS-O-CN-SGST
                                      WS-G-CN-SGST
                ADD WS-HV-BILL-CNT TO WS-P-CN-CNT WS-G-CN-CNT
                GO TO 2100-ACCUM-EXIT
            END-IF.

            IF WS-HV-VOID-FLAG = "Y"
                ADD WS-HV-GST-AMT TO WS-P-VOID-GST WS-O-VOID-GST
                                     WS-G-VOID-GST
                ADD WS-HV-BILL-CNT TO WS-P-VOID-CNT
            ELSE
                ADD WS-HV-GST-AMT TO WS-P-ACT-GST WS-O-ACT-GST
                                     WS-G-ACT-GST
                ADD WS-HV-CGST-AMT TO WS-P-ACT-CGST WS-O-ACT-CGST
                                      WS-G-ACT-CGST
                ADD WS-HV-SGST-AMT TO WS-P-ACT-SGST WS-O-ACT-SGST
                                      WS-G-ACT-SGST
                ADD WS-HV-BILL-CNT TO WS-P-ACT-CNT
            END-IF.
            ADD WS-HV-BILL-CNT TO WS-G-BILL-CNT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE REMITTABLE COLUMN IS THE ACTIVE GST LESS THE GST
      *     HANDED BACK ON CREDIT NOTES THAT MONTH - GST ON A VOIDED
      *     BILL WAS NEVER COLLECTED AND COMES OFF THE FILING.
      *     GST ON A LOCKED PERIOD'S BILL VOIDED INTO THIS PERIOD
      *     COMES OFF THIS PERIOD'S FILING, ON ITS OWN LINE.
       2200-PERIOD-LINE-PARA.
            MOVE WS-P-ACT-GST TO WS-ED-ACT
            COMPUTE WS-ED-NET = WS-P-ACT-GST - WS-P-CN-GST
                              - WS-P-PPA-GST
            MOVE WS-P-VOID-GST TO WS-ED-VOID
            MOVE WS-P-ACT-CNT TO WS-ED-CNT
            MOVE WS-P-VOID-CNT TO WS-ED-CNT2
            MOVE WS-P-CN-GST TO WS-ED-CN
            MOVE WS-P-CN-CNT TO WS-ED-CNT3
            MOVE SPACES TO GSTREC
            STRING WS-CUR-PERIOD "  "
                   WS-ED-ACT "  "
                   WS-ED-VOID "  "
                   WS-ED-NET "  "
                   WS-ED-CNT "  "
                   WS-ED-CNT2 "  "
                   WS-ED-CN "  "
                   WS-ED-CNT3
               INTO GSTREC
            END-STRING
            WRITE GSTREC.

            IF WS-P-PPA-CNT > 0
                MOVE WS-P-PPA-GST TO WS-ED-PPA
                MOVE WS-P-PPA-CNT TO WS-PPA-CNT-IN
                PERFORM 2250-PPA-LINE-PARA
                   THRU 2250-PPA-LINE-EXIT
            END-IF.

      *     THE STATUTORY FILING WANTS THE REMITTABLE AMOUNT SPLIT
      *     BY COMPONENT - ONE SPLIT LINE UNDER EACH PERIOD.
            COMPUTE WS-ED-CGST = WS-P-ACT-CGST - WS-P-CN-CGST
                               - WS-P-PPA-CGST
            COMPUTE WS-ED-SGST = WS-P-ACT-SGST - WS-P-CN-SGST
                               - WS-P-PPA-SGST
            MOVE SPACES TO GSTREC
            STRING "   SPLIT  CGST " WS-ED-CGST
                   "  SGST " WS-ED-SGST
       2200-PERIOD-LINE-EXIT.
            EXIT.

       2250-PPA-LINE-PARA.
            MOVE WS-PPA-CNT-IN TO WS-ED-CNT
            MOVE SPACES TO GSTREC
            STRING "   PRIOR-PERIOD VOIDS  GST " WS-ED-PPA
                   "  BILLS " WS-ED-CNT
               INTO GSTREC
            END-STRING
            WRITE GSTREC.
       2250-PPA-LINE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
       2300-OUTLET-TOTAL-PARA.
            MOVE WS-O-ACT-GST TO WS-ED-ACT
            COMPUTE WS-ED-NET = WS-O-ACT-GST - WS-O-CN-GST
                              - WS-O-PPA-GST
            MOVE WS-O-VOID-GST TO WS-ED-VOID
            MOVE WS-O-CN-GST TO WS-ED-CN
            MOVE SPACES TO GSTREC
            STRING "OUTLET   "
                   WS-ED-ACT "  "
                   WS-ED-VOID "  "
                   WS-ED-NET
                   "                    "
                   WS-ED-CN
               INTO GSTREC
            END-STRING
            WRITE GSTREC.

            IF WS-O-PPA-CNT > 0
                MOVE WS-O-PPA-GST TO WS-ED-PPA
                MOVE WS-O-PPA-CNT TO WS-PPA-CNT-IN
                PERFORM 2250-PPA-LINE-PARA
                   THRU 2250-PPA-LINE-EXIT
            END-IF.

            COMPUTE WS-ED-CGST = WS-O-ACT-CGST - WS-O-CN-CGST
                               - WS-O-PPA-CGST
            COMPUTE WS-ED-SGST = WS-O-ACT-SGST - WS-O-CN-SGST
                               - WS-O-PPA-SGST
            MOVE SPACES TO GSTREC
            STRING "   SPLIT  CGST " WS-ED-CGST
                   "  SGST " WS-ED-SGST
               INTO GSTREC
            END-STRING
            WRITE GSTREC.
       2300-OUTLET-TOTAL-EXIT.
            EXIT.

       3000-TERM-PARA.
            EXEC SQL
                CLOSE GS1
            END-EXEC.

            MOVE SPACES TO GSTREC
            WRITE GSTREC.
            MOVE "CONSOLIDATED - ALL OUTLETS" TO GSTREC
            WRITE GSTREC.

            MOVE WS-G-ACT-GST TO WS-ED-ACT
            COMPUTE WS-ED-NET = WS-G-ACT-GST - WS-G-CN-GST
                              - WS-G-PPA-GST
            MOVE WS-G-VOID-GST TO WS-ED-VOID
            MOVE WS-G-CN-GST TO WS-ED-CN
            MOVE WS-G-CN-CNT TO WS-ED-CNT3
            MOVE SPACES TO GSTREC
            STRING "TOTAL    "
                   WS-ED-ACT "  "
                   WS-ED-VOID "  "
                   WS-ED-NET
                   "                    "
                   WS-ED-CN "  "
                   WS-ED-CNT3
               INTO GSTREC
            END-STRING
            WRITE GSTREC.

            IF WS-G-PPA-CNT > 0
                MOVE WS-G-PPA-GST TO WS-ED-PPA
                MOVE WS-G-PPA-CNT TO WS-PPA-CNT-IN
                PERFORM 2250-PPA-LINE-PARA
                   THRU 2250-PPA-LINE-EXIT
            END-IF.

            COMPUTE WS-ED-CGST = WS-G-ACT-CGST - WS-G-CN-CGST
                               - WS-G-PPA-CGST
            COMPUTE WS-ED-SGST = WS-G-ACT-SGST - WS-G-CN-SGST
                               - WS-G-PPA-SGST
            MOVE SPACES TO GSTREC
            STRING "   SPLIT  CGST " WS-ED-CGST
                   "  SGST " WS-ED-SGST
            END-IF.
            WRITE GSTREC.

            IF WS-TBL-BILL-CNT = WS-G-BILL-CNT
                AND RETURN-CODE < 8
                PERFORM 3100-STAMP-PERIODS
                   THRU 3100-STAMP-PERIODS-EXIT
            END-IF.

            CLOSE GSTRPT.
            DISPLAY "BILL HEADERS REPORTED : " WS-G-BILL-CNT.
            DISPLAY "CREDIT NOTES REPORTED : " WS-G-CN-CNT.
            DISPLAY "PRIOR-PERIOD VOIDS    : " WS-G-PPA-CNT.
       3000-TERM-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A CLEAN SUMMARY IS RECORDED ON THE PERIOD CONTROL FOR
      *     EVERY PERIOD NOT YET LOCKED, SO PERCLOSE CAN SEE THE GST
      *     SUMMARY WAS PRODUCED AFTER THE PERIOD'S LAST GL BATCH.
      *     A FAILURE HERE LEAVES THE REPORT GOOD BUT HOLDS THE LOCK.
       3100-STAMP-PERIODS.
            EXEC SQL
                UPDATE ACCT_PERIOD
                   SET GST_RUN_DATE = CURRENT DATE
                 WHERE PERIOD_STATUS <> 'LOCKED'
                   AND PERIOD <= SUBSTR(CHAR(CURRENT DATE, ISO),
                                        1, 7)
            END-EXEC.
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY "ACCT_PERIOD GST STAMP FAILED SQLCODE="
                        SQLCODE
                EXEC SQL
                    ROLLBACK
                END-EXEC
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
                GO TO 3100-STAMP-PERIODS-EXIT
            END-IF.
            MOVE SQLERRD(3) TO WS-STAMP-CNT.
            IF SQLCODE = 100
                MOVE 0 TO WS-STAMP-CNT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            MOVE WS-STAMP-CNT TO WS-ED-CNT
            MOVE SPACES TO GSTREC
            STRING "GST SUMMARY RECORDED FOR UNLOCKED PERIODS : "
                   WS-ED-CNT
               INTO GSTREC
            END-STRING
            WRITE GSTREC.
       3100-STAMP-PERIODS-EXIT.
            EXIT.
