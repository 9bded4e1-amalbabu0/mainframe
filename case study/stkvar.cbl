      *****************************************************************
      * PROGRAM NAME : STKVAR
      * DESCRIPTION  : Weekly stock variance. Reads the physical
      *                stock count keyed by each outlet (DD1) and for
      *                every ingredient counted reports what the
      *                kitchen should have used since the last count
      *                (the U, V and C movements STKDEPL posted from
      *                the bills), what was received, the book
      *                on-hand those movements leave, the quantity
      *                actually counted, and the variance in quantity
      *                and as a percentage of theoretical usage. A
      *                shortfall beyond the tolerance is flagged as
      *                wastage, an excess beyond it as surplus (usually
      *                a missing recipe line or an unposted void).
      *                The count then becomes the book figure: the
      *                variance is posted to STOCK_MOVE as a MOVE_TYPE
      *                A adjustment, ON_HAND is set to the count and
      *                LAST_COUNT_DATE to the count date, so the next
      *                week starts from what is really on the shelf.
      *                A count keyed a day or two late is measured as
      *                at its own date: usage and receipts run up to
      *                the count date, the book figure is ON_HAND less
      *                the movements posted after it, and ON_HAND
      *                moves by the variance so those later movements
      *                stand. Counts for ingredients the outlet does
      *                not stock, and counts with an impossible or
      *                future date, are rejected to the report (DD2).
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKVAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COUNTFILE ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT VARRPT ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

       DATA DIVISION.
       FILE SECTION.
      *    ONE COUNTED QUANTITY PER OUTLET AND INGREDIENT, IN THE
      *    INGREDIENT'S STOCK UNIT, WITH THE DATE OF THE COUNT
      *    (YYYY-MM-DD; BLANK MEANS TODAY).
       FD COUNTFILE.
       01 COUNTREC.
            10 CT-OUTLET        PIC X(3).
            10 FILLER           PIC X(1).
            10 CT-INGR          PIC X(6).
            10 FILLER           PIC X(1).
            10 CT-QTY           PIC 9(7)V999.
            10 FILLER           PIC X(1).
            10 CT-DATE          PIC X(10).
            10 FILLER           PIC X(48).

       FD VARRPT.
       01 VARREC               PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-REASON               PIC X(30).
      *    A VARIANCE WITHIN THIS PERCENTAGE OF THE THEORETICAL USAGE
      *    IS NOT FLAGGED.
       01 WS-TOLERANCE-PCT        PIC S9(3)V9 COMP-3 VALUE 5.
       01 WS-TODAY                PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY        PIC 9(4).
          05 WS-TODAY-MM          PIC 9(2).
          05 WS-TODAY-DD          PIC 9(2).
       01 WS-TODAY-ISO            PIC X(10).
      *    THE COUNT DATE AS YYYYMMDD, FOR THE CALENDAR CHECK.
       01 WS-CT-YMD               PIC X(8).
       01 WS-CT-YMD-N REDEFINES WS-CT-YMD
                                  PIC 9(8).
       01 WS-HV-OUTLET            PIC X(3).
       01 WS-HV-INGR              PIC X(6).
       01 WS-HV-INGR-NAME         PIC X(20).
       01 WS-HV-UNIT              PIC X(4).
       01 WS-HV-ON-HAND           PIC S9(8)V999 COMP-3.
       01 WS-HV-LAST-COUNT        PIC X(10).
       01 WS-HV-COUNT-DATE        PIC X(10).
       01 WS-HV-COUNT-QTY         PIC S9(8)V999 COMP-3.
       01 WS-HV-USAGE             PIC S9(8)V999 COMP-3.
       01 WS-HV-RECEIVED          PIC S9(8)V999 COMP-3.
      *    MOVEMENTS POSTED AFTER THE COUNT DATE, AND THE BOOK FIGURE
      *    AS IT STOOD ON THE COUNT DATE.
       01 WS-HV-LATER             PIC S9(8)V999 COMP-3.
       01 WS-HV-BOOK              PIC S9(8)V999 COMP-3.
       01 WS-HV-VARIANCE          PIC S9(8)V999 COMP-3.
       01 WS-VAR-PCT              PIC S9(5)V9 COMP-3.
       01 WS-FLAG                 PIC X(8).
      *    RUN COUNTS.
       01 WS-CT-CNT               PIC 9(6)  VALUE 0.
       01 WS-ADJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-REJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-WASTE-CNT            PIC 9(6)  VALUE 0.
       01 WS-SURPLUS-CNT          PIC 9(6)  VALUE 0.
       01 WS-QTY-ED               PIC Z,ZZZ,ZZ9.999-.
       01 WS-QTY-ED2              PIC Z,ZZZ,ZZ9.999-.
       01 WS-QTY-ED3              PIC Z,ZZZ,ZZ9.999-.
       01 WS-PCT-ED               PIC ZZZZ9.9-.
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
            OPEN INPUT COUNTFILE
                 OUTPUT VARRPT.
            IF NOT FS1-OK OR WS-FS2 NOT = 00
                DISPLAY "STOCK COUNT FILE OPEN ERROR " WS-FS1
                        " " WS-FS2
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE
               INTO WS-TODAY-ISO
            END-STRING.
            MOVE SPACES TO VARREC
            STRING "OUT INGR   NAME                 UNIT"
                   "        USED      RECEIVED          BOOK"
               INTO VARREC
            END-STRING
            WRITE VARREC.
            MOVE SPACES TO VARREC
            STRING "           COUNTED        VARIANCE     PCT"
                   "  FLAG"
               INTO VARREC
            END-STRING
            WRITE VARREC.
       1000-INIT-EXIT.
            EXIT.

       2000-READ-PARA.
            READ COUNTFILE
                AT END
                    SET FS1-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-CT-CNT
                    PERFORM 2100-COUNT-PARA
                       THRU 2100-COUNT-EXIT
            END-READ.
       2000-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE COUNTED INGREDIENT: LOOK UP THE BOOK FIGURE AND THE
      *     MOVEMENTS SINCE THE LAST COUNT, REPORT THE VARIANCE AND
      *     BRING THE BOOK INTO LINE WITH THE COUNT.
       2100-COUNT-PARA.
            MOVE SPACES TO WS-REASON.
            IF CT-QTY IS NOT NUMERIC
                OR CT-OUTLET = SPACES
                OR CT-INGR = SPACES
                MOVE "UNREADABLE COUNT" TO WS-REASON
                GO TO 2100-COUNT-REJECT
            END-IF.
            MOVE CT-OUTLET TO WS-HV-OUTLET.
            MOVE CT-INGR TO WS-HV-INGR.
            MOVE CT-QTY TO WS-HV-COUNT-QTY.
            IF CT-DATE = SPACES
                MOVE WS-TODAY-ISO TO WS-HV-COUNT-DATE
            ELSE
                MOVE CT-DATE TO WS-HV-COUNT-DATE
            END-IF.
            MOVE WS-HV-COUNT-DATE(1:4) TO WS-CT-YMD(1:4).
            MOVE WS-HV-COUNT-DATE(6:2) TO WS-CT-YMD(5:2).
            MOVE WS-HV-COUNT-DATE(9:2) TO WS-CT-YMD(7:2).
            IF WS-HV-COUNT-DATE(5:1) NOT = "-"
                OR WS-HV-COUNT-DATE(8:1) NOT = "-"
                OR WS-CT-YMD IS NOT NUMERIC
                MOVE "COUNT DATE NOT YYYY-MM-DD" TO WS-REASON
                GO TO 2100-COUNT-REJECT
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-CT-YMD-N) NOT = 0
                MOVE "COUNT DATE NOT A VALID DATE" TO WS-REASON
                GO TO 2100-COUNT-REJECT
            END-IF.
            IF WS-CT-YMD-N > WS-TODAY
                MOVE "COUNT DATE IN THE FUTURE" TO WS-REASON
                GO TO 2100-COUNT-REJECT
            END-IF.

            EXEC SQL
                SELECT INGR_NAME,
                       UNIT,
                       ON_HAND,
                       COALESCE(CHAR(LAST_COUNT_DATE, ISO),
                                '0001-01-01')
                  INTO :WS-HV-INGR-NAME,
                       :WS-HV-UNIT,
                       :WS-HV-ON-HAND,
                       :WS-HV-LAST-COUNT
                  FROM STOCK_MASTER
                 WHERE OUTLET_CODE = :WS-HV-OUTLET
                   AND INGR_CODE = :WS-HV-INGR
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "NOT ON OUTLET STOCK MASTER" TO WS-REASON
                    GO TO 2100-COUNT-REJECT
                WHEN OTHER
                    DISPLAY "STOCK SELECT FAILED SQLCODE=" SQLCODE
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                    GO TO 2100-COUNT-REJECT
            END-EVALUATE.
            IF WS-HV-COUNT-DATE < WS-HV-LAST-COUNT
                MOVE "OLDER THAN LAST COUNT" TO WS-REASON
                GO TO 2100-COUNT-REJECT
            END-IF.

      *     USAGE IS POSTED NEGATIVE AND ADD-BACKS POSITIVE, SO THE
      *     THEORETICAL USAGE IS THE NEGATED SUM OF U, V AND C UP TO
      *     THE COUNT DATE. EVERY MOVEMENT AFTER IT, OF ANY TYPE, HAS
      *     ALREADY MOVED ON_HAND PAST WHAT WAS ON THE SHELF AT THE
      *     COUNT.
            EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN MOVE_TYPE IN
                                              ('U', 'V', 'C')
                                          AND MOVE_DATE <=
                                              DATE(:WS-HV-COUNT-DATE)
                                         THEN 0 - QTY
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN MOVE_TYPE = 'R'
                                          AND MOVE_DATE <=
                                              DATE(:WS-HV-COUNT-DATE)
                                         THEN QTY
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN MOVE_DATE >
                                              DATE(:WS-HV-COUNT-DATE)
                                         THEN QTY
                                         ELSE 0 END), 0)
                  INTO :WS-HV-USAGE,
                       :WS-HV-RECEIVED,
                       :WS-HV-LATER
                  FROM STOCK_MOVE
                 WHERE OUTLET_CODE = :WS-HV-OUTLET
                   AND INGR_CODE = :WS-HV-INGR
                   AND MOVE_DATE > DATE(:WS-HV-LAST-COUNT)
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "STOCK MOVE SUM FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                GO TO 2100-COUNT-REJECT
            END-IF.

            COMPUTE WS-HV-BOOK = WS-HV-ON-HAND - WS-HV-LATER.
            COMPUTE WS-HV-VARIANCE = WS-HV-COUNT-QTY - WS-HV-BOOK.
            MOVE SPACES TO WS-FLAG.
            MOVE 0 TO WS-VAR-PCT.
            IF WS-HV-USAGE > 0
                COMPUTE WS-VAR-PCT ROUNDED =
                        WS-HV-VARIANCE * 100 / WS-HV-USAGE
                    ON SIZE ERROR
                        MOVE 9999.9 TO WS-VAR-PCT
                        IF WS-HV-VARIANCE < 0
                            MOVE -9999.9 TO WS-VAR-PCT
                        END-IF
                END-COMPUTE
                IF WS-VAR-PCT < 0 - WS-TOLERANCE-PCT
                    MOVE "WASTAGE" TO WS-FLAG
                END-IF
                IF WS-VAR-PCT > WS-TOLERANCE-PCT
                    MOVE "SURPLUS" TO WS-FLAG
                END-IF
            ELSE
                IF WS-HV-VARIANCE < 0
                    MOVE "WASTAGE" TO WS-FLAG
                END-IF
                IF WS-HV-VARIANCE > 0
                    MOVE "SURPLUS" TO WS-FLAG
                END-IF
            END-IF.

            PERFORM 2200-ADJUST-PARA
               THRU 2200-ADJUST-EXIT.
            IF WS-REASON NOT = SPACES
                GO TO 2100-COUNT-REJECT
            END-IF.
            IF WS-FLAG = "WASTAGE"
                ADD 1 TO WS-WASTE-CNT
            END-IF.
            IF WS-FLAG = "SURPLUS"
                ADD 1 TO WS-SURPLUS-CNT
            END-IF.
            PERFORM 2300-WRITE-LINE
               THRU 2300-WRITE-LINE-EXIT.
            GO TO 2100-COUNT-EXIT.
       2100-COUNT-REJECT.
            ADD 1 TO WS-REJ-CNT.
            MOVE SPACES TO VARREC
            STRING COUNTREC(1:3) " " COUNTREC(5:6) " REJECTED  "
                   WS-REASON
               INTO VARREC
            END-STRING
            WRITE VARREC.
       2100-COUNT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE COUNT BECOMES THE BOOK FIGURE AS AT THE COUNT DATE;
      *     ON_HAND MOVES BY THE VARIANCE SO ANY LATER MOVEMENTS STAY
      *     IN IT. THE ADJUSTMENT ROW IS WRITTEN EVEN FOR A NIL
      *     VARIANCE SO THE LEDGER SHOWS THE INGREDIENT WAS COUNTED.
       2200-ADJUST-PARA.
            EXEC SQL
                UPDATE STOCK_MASTER
                   SET ON_HAND = ON_HAND + :WS-HV-VARIANCE,
                       LAST_COUNT_DATE = DATE(:WS-HV-COUNT-DATE)
                 WHERE OUTLET_CODE = :WS-HV-OUTLET
                   AND INGR_CODE = :WS-HV-INGR
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "STOCK UPDATE FAILED SQLCODE=" SQLCODE
                GO TO 2200-ADJUST-FAIL
            END-IF.
            EXEC SQL
                INSERT INTO STOCK_MOVE
                       (OUTLET_CODE, INGR_CODE, MOVE_TYPE, QTY,
                        MOVE_DATE, MOVE_REF)
                VALUES (:WS-HV-OUTLET, :WS-HV-INGR, 'A',
                        :WS-HV-VARIANCE, DATE(:WS-HV-COUNT-DATE),
                        'STOCK COUNT')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "STOCK MOVE INSERT FAILED SQLCODE=" SQLCODE
                GO TO 2200-ADJUST-FAIL
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            ADD 1 TO WS-ADJ-CNT.
            GO TO 2200-ADJUST-EXIT.
       2200-ADJUST-FAIL.
            EXEC SQL
                ROLLBACK
            END-EXEC.
            MOVE 8 TO WS-RC.
            MOVE "SQL ERROR ON POSTING" TO WS-REASON.
       2200-ADJUST-EXIT.
            EXIT.

       2300-WRITE-LINE.
            MOVE WS-HV-USAGE TO WS-QTY-ED
            MOVE WS-HV-RECEIVED TO WS-QTY-ED2
            MOVE WS-HV-BOOK TO WS-QTY-ED3
            MOVE SPACES TO VARREC
            STRING WS-HV-OUTLET " " WS-HV-INGR " " WS-HV-INGR-NAME
                   " " WS-HV-UNIT WS-QTY-ED WS-QTY-ED2 WS-QTY-ED3
               INTO VARREC
            END-STRING
            WRITE VARREC.
            MOVE WS-HV-COUNT-QTY TO WS-QTY-ED
            MOVE WS-HV-VARIANCE TO WS-QTY-ED2
            MOVE WS-VAR-PCT TO WS-PCT-ED
            MOVE SPACES TO VARREC
            STRING "        " WS-QTY-ED WS-QTY-ED2 " " WS-PCT-ED
                   "  " WS-FLAG
               INTO VARREC
            END-STRING
            WRITE VARREC.
       2300-WRITE-LINE-EXIT.
            EXIT.

       3000-TERM-PARA.
            MOVE SPACES TO VARREC
            WRITE VARREC.
            MOVE WS-CT-CNT TO WS-CNT-ED
            MOVE SPACES TO VARREC
            STRING "COUNTS READ        " WS-CNT-ED
               INTO VARREC
            END-STRING
            WRITE VARREC.
            MOVE WS-ADJ-CNT TO WS-CNT-ED
            MOVE SPACES TO VARREC
            STRING "BOOK ADJUSTED      " WS-CNT-ED
               INTO VARREC
            END-STRING
            WRITE VARREC.
            MOVE WS-WASTE-CNT TO WS-CNT-ED
            MOVE SPACES TO VARREC
            STRING "WASTAGE FLAGGED    " WS-CNT-ED
               INTO VARREC
            END-STRING
            WRITE VARREC.
            MOVE WS-SURPLUS-CNT TO WS-CNT-ED
            MOVE SPACES TO VARREC
            STRING "SURPLUS FLAGGED    " WS-CNT-ED
               INTO VARREC
            END-STRING
            WRITE VARREC.
            MOVE WS-REJ-CNT TO WS-CNT-ED
            MOVE SPACES TO VARREC
            STRING "REJECTED           " WS-CNT-ED
               INTO VARREC
            END-STRING
            WRITE VARREC.
            DISPLAY "STKVAR COUNTS " WS-CT-CNT
                    " ADJUSTED " WS-ADJ-CNT
                    " WASTAGE " WS-WASTE-CNT
                    " REJECTED " WS-REJ-CNT.
            IF WS-REJ-CNT > 0 AND WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
            CLOSE COUNTFILE VARRPT.
       3000-TERM-EXIT.
            EXIT.
