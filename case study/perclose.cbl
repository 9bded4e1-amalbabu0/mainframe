      *****************************************************************
      * PROGRAM NAME : PERCLOSE
      * DESCRIPTION  : Accounting period close. Moves a period on the
      *                ACCT_PERIOD control table from OPEN to CLOSING
      *                and from CLOSING to LOCKED, one operator card
      *                per step. The run first makes sure the tax
      *                period on the business calendar is on the
      *                table as OPEN, so there is always a period to
      *                take prior-period adjustments.
      *                  C  close - the period must be OPEN and
      *                     earlier than the calendar tax period.
      *                     Postings still land in a CLOSING period;
      *                     it is the signal to run the month's last
      *                     GL batch and the GST summary.
      *                  L  lock - the period must be CLOSING, its
      *                     last GLEXTR batch must have balanced
      *                     (flag B) and GSTRMT must have summarised
      *                     it on or after that batch. From then on
      *                     BILLPAY, LATEFEE, BANKRESP and the void
      *                     run post anything dated in the period
      *                     into the earliest OPEN period as a
      *                     prior-period adjustment. LOCKED is final.
      *                A card that fails a check changes nothing and
      *                is reported REFUSED with the reason. Each
      *                status change is its own unit of work, stamped
      *                with the time and the operator on the card.
      *                The run ends with the status of every period
      *                on the table.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CALFILE ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT PERCARD ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

            SELECT PERRPT ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

       DATA DIVISION.
       FILE SECTION.
       FD CALFILE.
       01 CALFILEREC.
            10 CF-PROC-DATE     PIC X(8).
            10 FILLER           PIC X(1).
            10 CF-HOLIDAY       PIC X(1).
            10 FILLER           PIC X(1).
            10 CF-MONTH-END     PIC X(1).
            10 FILLER           PIC X(1).
            10 CF-TERM-END      PIC X(1).
            10 FILLER           PIC X(1).
            10 CF-STMT-PERIOD   PIC X(7).
            10 FILLER           PIC X(1).
            10 CF-TAX-PERIOD    PIC X(7).
            10 FILLER           PIC X(50).

      *    ONE CARD PER STATUS CHANGE - PERIOD YYYY-MM IN COLUMNS
      *    1-7, C (CLOSE) OR L (LOCK) IN COLUMN 9, THE OPERATOR'S
      *    USER ID IN COLUMNS 11-18.
       FD PERCARD.
       01 PERCARDREC.
            10 PC-PERIOD        PIC X(7).
            10 FILLER           PIC X(1).
            10 PC-ACTION        PIC X(1).
            10 FILLER           PIC X(1).
            10 PC-OPERATOR      PIC X(8).
            10 FILLER           PIC X(62).

       FD PERRPT.
       01 PERRPTREC            PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               DECLARE PC1 CURSOR FOR
                  SELECT PERIOD,
                         PERIOD_STATUS,
                         COALESCE(GL_BATCH_FLAG, ' '),
                         COALESCE(CHAR(GL_BATCH_DATE, ISO), ' '),
                         COALESCE(CHAR(GST_RUN_DATE, ISO), ' '),
                         STATUS_BY
                  FROM ACCT_PERIOD
                  ORDER BY PERIOD
           END-EXEC.

       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
          88 FS2-OK               VALUE 00.
          88 FS2-EOF              VALUE 10.
       01 WS-FS3                  PIC 99.
       01 WS-SQLCODE1             PIC S9(9) COMP.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-TAX-PERIOD           PIC X(7).
       01 WS-HV-PERIOD            PIC X(7).
       01 WS-HV-STATUS            PIC X(8).
       01 WS-HV-NEW-STATUS        PIC X(8).
       01 WS-HV-GL-FLAG           PIC X(1).
       01 WS-HV-GL-DATE           PIC X(10).
       01 WS-HV-GST-DATE          PIC X(10).
       01 WS-HV-STATUS-BY         PIC X(8).
       01 WS-HV-OPERATOR          PIC X(8).
       01 WS-REASON               PIC X(30).
       01 WS-CHK-PERIOD.
          05 WS-CHK-YEAR          PIC X(4).
          05 WS-CHK-DASH          PIC X(1).
          05 WS-CHK-MONTH         PIC X(2).
          05 WS-CHK-MONTH-N       REDEFINES WS-CHK-MONTH
                                  PIC 9(2).
       01 WS-POST-ERR-SW          PIC X(01) VALUE "N".
          88 POST-ERROR           VALUE "Y".
          88 POST-CLEAN           VALUE "N".
       01 WS-READ-CNT             PIC 9(6)  VALUE 0.
       01 WS-CLOSE-CNT            PIC 9(6)  VALUE 0.
       01 WS-LOCK-CNT             PIC 9(6)  VALUE 0.
       01 WS-REF-CNT              PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-READ-PARA
               THRU 2000-READ-EXIT UNTIL FS2-EOF.
            PERFORM 3000-BOARD-PARA
               THRU 3000-BOARD-EXIT.
            PERFORM 4000-TERM-PARA
               THRU 4000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

      *-----------------------------------------------------------------
      *     THE CALENDAR'S TAX PERIOD IS THE PERIOD BEING POSTED INTO
      *     NOW - IT GOES ON THE TABLE AS OPEN IF IT IS NOT THERE, SO
      *     A LOCK ALWAYS LEAVES AN OPEN PERIOD TO ADJUST INTO.
       1000-INIT-PARA.
            OPEN INPUT CALFILE.
            IF NOT FS1-OK
                DISPLAY "CALFILE OPEN ERROR " WS-FS1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            READ CALFILE
                AT END
                    SET FS1-EOF TO TRUE
            END-READ.
            CLOSE CALFILE.
            IF FS1-EOF
                DISPLAY "EMPTY CALFILE - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE CF-TAX-PERIOD TO WS-CHK-PERIOD.
            IF WS-CHK-YEAR IS NOT NUMERIC
               OR WS-CHK-DASH NOT = "-"
               OR WS-CHK-MONTH IS NOT NUMERIC
                DISPLAY "BAD TAX PERIOD ON CALENDAR : " CF-TAX-PERIOD
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE CF-TAX-PERIOD TO WS-TAX-PERIOD.
            DISPLAY "CALENDAR TAX PERIOD : " WS-TAX-PERIOD.

            OPEN INPUT PERCARD
                 OUTPUT PERRPT.
            IF NOT FS2-OK OR WS-FS3 NOT = 00
                DISPLAY "FILE OPEN FAILURE " WS-FS2 " " WS-FS3
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE WS-TAX-PERIOD TO WS-HV-PERIOD.
            EXEC SQL
                SELECT PERIOD_STATUS
                  INTO :WS-HV-STATUS
                  FROM ACCT_PERIOD
                 WHERE PERIOD = :WS-HV-PERIOD
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    CONTINUE
                WHEN 100
                    EXEC SQL
                        INSERT INTO ACCT_PERIOD
                                   (PERIOD, PERIOD_STATUS,
                                    STATUS_TS, STATUS_BY)
                            VALUES (:WS-HV-PERIOD, 'OPEN',
                                    CURRENT TIMESTAMP, 'PERCLOSE')
                    END-EXEC
                    IF SQLCODE NOT = 0
                        DISPLAY "ACCT_PERIOD INSERT FAILED SQLCODE="
                                SQLCODE
                        EXEC SQL
                            ROLLBACK
                        END-EXEC
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    EXEC SQL
                        COMMIT
                    END-EXEC
                    DISPLAY "PERIOD " WS-HV-PERIOD " OPENED"
                WHEN OTHER
                    DISPLAY "ACCT_PERIOD READ FAILED SQLCODE="
                            WS-SQLCODE1
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE.

            MOVE SPACES TO PERRPTREC
            STRING "PERIOD   ACT  FROM      TO        OPERATOR  "
                   "REASON"
               INTO PERRPTREC
            END-STRING
            WRITE PERRPTREC.
       1000-INIT-EXIT.
            EXIT.

       2000-READ-PARA.
            READ PERCARD
                AT END
                    SET FS2-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-CNT
                    PERFORM 2100-CARD-PARA
                       THRU 2100-CARD-EXIT
            END-READ.
       2000-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     EVERY CHECK IS MADE BEFORE THE TABLE IS TOUCHED.
       2100-CARD-PARA.
            MOVE SPACES TO WS-REASON.
            MOVE SPACES TO WS-HV-STATUS.
            MOVE SPACES TO WS-HV-NEW-STATUS.
            MOVE PC-PERIOD TO WS-CHK-PERIOD.
            IF WS-CHK-YEAR IS NOT NUMERIC
               OR WS-CHK-DASH NOT = "-"
               OR WS-CHK-MONTH IS NOT NUMERIC
                MOVE "PERIOD NOT YYYY-MM" TO WS-REASON
                GO TO 2100-CARD-REFUSE
            END-IF.
            IF WS-CHK-MONTH-N < 1 OR WS-CHK-MONTH-N > 12
                MOVE "PERIOD NOT YYYY-MM" TO WS-REASON
                GO TO 2100-CARD-REFUSE
            END-IF.
            IF PC-ACTION NOT = "C" AND PC-ACTION NOT = "L"
                MOVE "ACTION NOT C OR L" TO WS-REASON
                GO TO 2100-CARD-REFUSE
            END-IF.
            IF PC-OPERATOR = SPACES
                MOVE "NO OPERATOR ID" TO WS-REASON
                GO TO 2100-CARD-REFUSE
            END-IF.

            MOVE PC-PERIOD TO WS-HV-PERIOD.
            EXEC SQL
                SELECT PERIOD_STATUS,
                       COALESCE(GL_BATCH_FLAG, ' '),
                       COALESCE(CHAR(GL_BATCH_DATE, ISO), ' '),
                       COALESCE(CHAR(GST_RUN_DATE, ISO), ' ')
                  INTO :WS-HV-STATUS,
                       :WS-HV-GL-FLAG,
                       :WS-HV-GL-DATE,
                       :WS-HV-GST-DATE
                  FROM ACCT_PERIOD
                 WHERE PERIOD = :WS-HV-PERIOD
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "PERIOD NOT ON CONTROL" TO WS-REASON
                    GO TO 2100-CARD-REFUSE
                WHEN OTHER
                    DISPLAY "ACCT_PERIOD READ FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                    GO TO 2100-CARD-REFUSE
            END-EVALUATE.

            IF PC-ACTION = "C"
                IF WS-HV-STATUS NOT = "OPEN"
                    MOVE "PERIOD IS NOT OPEN" TO WS-REASON
                    GO TO 2100-CARD-REFUSE
                END-IF
                IF WS-HV-PERIOD NOT < WS-TAX-PERIOD
                    MOVE "PERIOD NOT BEFORE TAX PERIOD" TO WS-REASON
                    GO TO 2100-CARD-REFUSE
                END-IF
                MOVE "CLOSING" TO WS-HV-NEW-STATUS
            ELSE
                IF WS-HV-STATUS NOT = "CLOSING"
                    MOVE "PERIOD IS NOT CLOSING" TO WS-REASON
                    GO TO 2100-CARD-REFUSE
                END-IF
                IF WS-HV-GL-DATE = SPACES
                    MOVE "NO GL BATCH FOR PERIOD" TO WS-REASON
                    GO TO 2100-CARD-REFUSE
                END-IF
                IF WS-HV-GL-FLAG NOT = "B"
                    MOVE "GL BATCH DID NOT BALANCE" TO WS-REASON
                    GO TO 2100-CARD-REFUSE
                END-IF
                IF WS-HV-GST-DATE = SPACES
                    MOVE "NO GST SUMMARY FOR PERIOD" TO WS-REASON
                    GO TO 2100-CARD-REFUSE
                END-IF
                IF WS-HV-GST-DATE < WS-HV-GL-DATE
                    MOVE "GST SUMMARY OLDER THAN GL" TO WS-REASON
                    GO TO 2100-CARD-REFUSE
                END-IF
                MOVE "LOCKED" TO WS-HV-NEW-STATUS
            END-IF.

            PERFORM 2200-UPDATE-PARA
               THRU 2200-UPDATE-EXIT.
            IF POST-ERROR
                GO TO 2100-CARD-REFUSE
            END-IF.
            IF PC-ACTION = "C"
                ADD 1 TO WS-CLOSE-CNT
            ELSE
                ADD 1 TO WS-LOCK-CNT
            END-IF.
            MOVE SPACES TO PERRPTREC
            STRING PC-PERIOD
                   "  " PC-ACTION
                   "    " WS-HV-STATUS
                   "  " WS-HV-NEW-STATUS
                   "  " PC-OPERATOR
               INTO PERRPTREC
            END-STRING
            WRITE PERRPTREC.
            GO TO 2100-CARD-EXIT.

       2100-CARD-REFUSE.
            ADD 1 TO WS-REF-CNT.
            IF WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
            MOVE SPACES TO PERRPTREC
            STRING PC-PERIOD
                   "  " PC-ACTION
                   "    " WS-HV-STATUS
                   "  REFUSED "
                   "  " PC-OPERATOR
                   "  " WS-REASON
               INTO PERRPTREC
            END-STRING
            WRITE PERRPTREC.
       2100-CARD-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE UPDATE ONLY TAKES THE PERIOD IN THE STATUS IT WAS
      *     CHECKED IN, SO TWO CARDS FOR ONE PERIOD CANNOT BOTH
      *     MOVE IT. THE OUTCOME RIDES ON ITS OWN SWITCH - THE
      *     ROLLBACK RESETS SQLCODE.
       2200-UPDATE-PARA.
            SET POST-CLEAN TO TRUE.
            MOVE PC-OPERATOR TO WS-HV-OPERATOR.
            EXEC SQL
                UPDATE ACCT_PERIOD
                   SET PERIOD_STATUS = :WS-HV-NEW-STATUS,
                       STATUS_TS     = CURRENT TIMESTAMP,
                       STATUS_BY     = :WS-HV-OPERATOR
                 WHERE PERIOD = :WS-HV-PERIOD
                   AND PERIOD_STATUS = :WS-HV-STATUS
            END-EXEC.
            IF SQLCODE = 0
                EXEC SQL
                    COMMIT
                END-EXEC
                GO TO 2200-UPDATE-EXIT
            END-IF.
            SET POST-ERROR TO TRUE.
            IF SQLCODE = 100
                MOVE "STATUS CHANGED DURING RUN" TO WS-REASON
            ELSE
                DISPLAY "ACCT_PERIOD UPDATE FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON UPDATE" TO WS-REASON
            END-IF.
            EXEC SQL
                ROLLBACK
            END-EXEC.
       2200-UPDATE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE STATUS BOARD - EVERY PERIOD ON THE TABLE AS IT
      *     STANDS AT THE END OF THE RUN.
       3000-BOARD-PARA.
            MOVE SPACES TO PERRPTREC.
            WRITE PERRPTREC.
            MOVE SPACES TO PERRPTREC
            STRING "PERIOD   STATUS    GL  GL BATCH    "
                   "GST RUN     BY"
               INTO PERRPTREC
            END-STRING
            WRITE PERRPTREC.
            EXEC SQL
                OPEN PC1
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "PC1 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO WS-RC
                GO TO 3000-BOARD-EXIT
            END-IF.
            PERFORM 3100-FETCH-PARA
               THRU 3100-FETCH-EXIT UNTIL WS-SQLCODE1 = 100.
            EXEC SQL
                CLOSE PC1
            END-EXEC.
       3000-BOARD-EXIT.
            EXIT.

       3100-FETCH-PARA.
            EXEC SQL
                FETCH PC1 INTO
                   :WS-HV-PERIOD,
                   :WS-HV-STATUS,
                   :WS-HV-GL-FLAG,
                   :WS-HV-GL-DATE,
                   :WS-HV-GST-DATE,
                   :WS-HV-STATUS-BY
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    MOVE SPACES TO PERRPTREC
                    STRING WS-HV-PERIOD
                           "  " WS-HV-STATUS
                           "  " WS-HV-GL-FLAG
                           "   " WS-HV-GL-DATE
                           "  " WS-HV-GST-DATE
                           "  " WS-HV-STATUS-BY
                       INTO PERRPTREC
                    END-STRING
                    WRITE PERRPTREC
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "PC1 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       3100-FETCH-EXIT.
            EXIT.

       4000-TERM-PARA.
            CLOSE PERCARD
                  PERRPT.
            DISPLAY "CARDS READ          : " WS-READ-CNT.
            DISPLAY "PERIODS CLOSING     : " WS-CLOSE-CNT.
            DISPLAY "PERIODS LOCKED      : " WS-LOCK-CNT.
            DISPLAY "CARDS REFUSED       : " WS-REF-CNT.
       4000-TERM-EXIT.
            EXIT.
