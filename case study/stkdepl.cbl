      *****************************************************************
      * PROGRAM NAME : STKDEPL
      * DESCRIPTION  : Nightly kitchen stock run. Posts the day's
      *                goods-received notes (DD1) to STOCK_MASTER,
      *                then depletes each outlet's ingredients for
      *                what it billed today: every restaurant line
      *                on a bill dated today is exploded through
      *                RECIPE (MENU_DETAIL item code to ingredient
      *                and quantity per portion) and the usage taken
      *                off ON_HAND. Bills voided today give their
      *                ingredients back, as do credit notes issued
      *                today for a returned quantity (amount-only
      *                credits return nothing to the kitchen). Every
      *                movement is written to STOCK_MOVE, which the
      *                weekly variance run (STKVAR) reads back. The
      *                depletion is one unit of work and runs once a
      *                day - a rerun finds today's movements already
      *                posted and leaves stock alone. Items billed
      *                with no recipe and ingredients the outlet does
      *                not stock are listed as exceptions (DD2). The
      *                run ends with the reorder report (DD3): every
      *                ingredient at or below its reorder level, with
      *                the quantity to order.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKDEPL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GRNFILE ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT STKRPT ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

            SELECT REORDRPT ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

       DATA DIVISION.
       FILE SECTION.
      *    ONE GOODS-RECEIVED LINE PER OUTLET AND INGREDIENT: THE
      *    QUANTITY DELIVERED IN THE INGREDIENT'S STOCK UNIT AND THE
      *    SUPPLIER'S DELIVERY NOTE REFERENCE.
       FD GRNFILE.
       01 GRNREC.
            10 GR-OUTLET        PIC X(3).
            10 FILLER           PIC X(1).
            10 GR-INGR          PIC X(6).
            10 FILLER           PIC X(1).
            10 GR-QTY           PIC 9(7)V999.
            10 FILLER           PIC X(1).
            10 GR-REF           PIC X(12).
            10 FILLER           PIC X(46).

       FD STKRPT.
       01 STKRPTREC            PIC X(80).

       FD REORDRPT.
       01 REORDREC             PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    TODAY'S INGREDIENT MOVEMENTS BY OUTLET: U - USED BY LINES
      *    BILLED TODAY (INCLUDING BILLS SINCE VOIDED, WHICH THE V
      *    ROWS GIVE BACK), V - LINES OF BILLS VOIDED TODAY, C -
      *    QUANTITIES RETURNED ON CREDIT NOTES ISSUED TODAY. A LINE
      *    REACHES ITS RECIPE THROUGH THE MENU ITEM NAME IT CARRIES.
           EXEC SQL
               DECLARE SD1 CURSOR FOR
                  SELECT H.OUTLET_CODE,
                         R.INGR_CODE,
                         'U',
                         SUM(L.QUANTITY * R.QTY_PER)
                  FROM MY_BILLING_TABLE L,
                       MY_BILLING_TABLE H,
                       MENU_DETAIL M,
                       RECIPE R
                  WHERE L.REC_TYPE = 'L'
                    AND H.BILL_NO = L.BILL_NO
                    AND H.REC_TYPE = 'H'
                    AND H.BILL_DATE = CURRENT DATE
                    AND M.ITEM_NM = L.ITEM_NAME
                    AND R.ITEM_CODE = M.ITEM_CODE
                  GROUP BY H.OUTLET_CODE, R.INGR_CODE
                  UNION ALL
                  SELECT H.OUTLET_CODE,
                         R.INGR_CODE,
                         'V',
                         SUM(L.QUANTITY * R.QTY_PER)
                  FROM MY_BILLING_TABLE L,
                       MY_BILLING_TABLE H,
                       MENU_DETAIL M,
                       RECIPE R
                  WHERE L.REC_TYPE = 'L'
                    AND H.BILL_NO = L.BILL_NO
                    AND H.REC_TYPE = 'H'
                    AND H.VOID_FLAG = 'Y'
                    AND DATE(H.VOID_TIMESTAMP) = CURRENT DATE
                    AND M.ITEM_NM = L.ITEM_NAME
                    AND R.ITEM_CODE = M.ITEM_CODE
                  GROUP BY H.OUTLET_CODE, R.INGR_CODE
                  UNION ALL
                  SELECT C.OUTLET_CODE,
                         R.INGR_CODE,
                         'C',
                         SUM(C.QUANTITY * R.QTY_PER)
                  FROM MY_BILLING_TABLE C,
                       MENU_DETAIL M,
                       RECIPE R
                  WHERE C.REC_TYPE = 'C'
                    AND C.BILL_DATE = CURRENT DATE
                    AND C.QUANTITY > 0
                    AND M.ITEM_NM = C.ITEM_NAME
                    AND R.ITEM_CODE = M.ITEM_CODE
                  GROUP BY C.OUTLET_CODE, R.INGR_CODE
                  ORDER BY 1, 2, 3
           END-EXEC.

      *    RESTAURANT ITEMS BILLED TODAY THAT HAVE NO RECIPE, SO
      *    NOTHING WAS DEPLETED FOR THEM.
           EXEC SQL
               DECLARE SD2 CURSOR FOR
                  SELECT H.OUTLET_CODE,
                         L.ITEM_NAME,
                         SUM(L.QUANTITY)
                  FROM MY_BILLING_TABLE L,
                       MY_BILLING_TABLE H
                  WHERE L.REC_TYPE = 'L'
                    AND H.BILL_NO = L.BILL_NO
                    AND H.REC_TYPE = 'H'
                    AND H.BILL_DATE = CURRENT DATE
                    AND H.ITEM_NAME <> 'TUITION FEE'
                    AND NOT EXISTS
                        (SELECT 1
                           FROM MENU_DETAIL M,
                                RECIPE R
                          WHERE M.ITEM_NM = L.ITEM_NAME
                            AND R.ITEM_CODE = M.ITEM_CODE)
                  GROUP BY H.OUTLET_CODE, L.ITEM_NAME
                  ORDER BY 1, 2
           END-EXEC.

      *    EVERYTHING AT OR BELOW ITS REORDER LEVEL AFTER TONIGHT'S
      *    POSTINGS.
           EXEC SQL
               DECLARE SD3 CURSOR FOR
                  SELECT OUTLET_CODE,
                         INGR_CODE,
                         INGR_NAME,
                         UNIT,
                         ON_HAND,
                         REORDER_LEVEL,
                         REORDER_QTY
                  FROM STOCK_MASTER
                  WHERE ON_HAND <= REORDER_LEVEL
                    AND REORDER_LEVEL > 0
                  ORDER BY OUTLET_CODE, INGR_CODE
           END-EXEC.

       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
       01 WS-FS3                  PIC 99.
       01 WS-SQLCODE1             PIC S9(9) COMP.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-REASON               PIC X(30).
       01 WS-HV-DONE-CNT          PIC S9(9) COMP.
       01 WS-HV-OUTLET            PIC X(3).
       01 WS-HV-INGR              PIC X(6).
       01 WS-HV-MOVE-TYPE         PIC X(1).
       01 WS-HV-QTY               PIC S9(8)V999 COMP-3.
       01 WS-HV-MOVE-QTY          PIC S9(8)V999 COMP-3.
       01 WS-HV-REF               PIC X(12).
       01 WS-HV-ITEM-NAME         PIC X(20).
       01 WS-HV-ITEM-QTY          PIC S9(9) COMP.
       01 WS-HV-INGR-NAME         PIC X(20).
       01 WS-HV-UNIT              PIC X(4).
       01 WS-HV-ON-HAND           PIC S9(8)V999 COMP-3.
       01 WS-HV-REORD-LVL         PIC S9(8)V999 COMP-3.
       01 WS-HV-REORD-QTY         PIC S9(8)V999 COMP-3.
       01 WS-ORDER-QTY            PIC S9(8)V999 COMP-3.
      *    RUN COUNTS.
       01 WS-GRN-CNT              PIC 9(6)  VALUE 0.
       01 WS-GRN-POST-CNT         PIC 9(6)  VALUE 0.
       01 WS-GRN-REJ-CNT          PIC 9(6)  VALUE 0.
       01 WS-USE-CNT              PIC 9(6)  VALUE 0.
       01 WS-VOID-CNT             PIC 9(6)  VALUE 0.
       01 WS-CRN-CNT              PIC 9(6)  VALUE 0.
       01 WS-NOSTK-CNT            PIC 9(6)  VALUE 0.
       01 WS-NORCP-CNT            PIC 9(6)  VALUE 0.
       01 WS-REORD-CNT            PIC 9(6)  VALUE 0.
       01 WS-QTY-ED               PIC Z,ZZZ,ZZ9.999-.
       01 WS-QTY-ED2              PIC Z,ZZZ,ZZ9.999-.
       01 WS-ITEM-QTY-ED          PIC ZZZ,ZZ9.
       01 WS-CNT-ED               PIC ZZZ,ZZ9.
       01 WS-DEPL-SW              PIC X(01) VALUE "Y".
          88 DEPL-WANTED          VALUE "Y".
          88 DEPL-SKIPPED         VALUE "N".
       01 WS-POST-ERR-SW          PIC X(01) VALUE "N".
          88 POST-ERROR           VALUE "Y".
          88 POST-CLEAN           VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-READ-PARA
               THRU 2000-READ-EXIT UNTIL FS1-EOF.
            PERFORM 3000-DEPLETE-PARA
               THRU 3000-DEPLETE-EXIT.
            PERFORM 4000-NO-RECIPE-PARA
               THRU 4000-NO-RECIPE-EXIT.
            PERFORM 5000-REORDER-PARA
               THRU 5000-REORDER-EXIT.
            PERFORM 6000-TERM-PARA
               THRU 6000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

       1000-INIT-PARA.
            OPEN INPUT GRNFILE
                 OUTPUT STKRPT
                 OUTPUT REORDRPT.
            IF NOT FS1-OK OR WS-FS2 NOT = 00
                OR WS-FS3 NOT = 00
                DISPLAY "STOCK FILE OPEN ERROR " WS-FS1
                        " " WS-FS2 " " WS-FS3
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO STKRPTREC
            STRING "OUT INGR   MV           QUANTITY  REFERENCE"
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
            MOVE SPACES TO REORDREC
            STRING "OUT INGR   NAME                 UNIT"
                   "      ON HAND    ORDER QTY"
               INTO REORDREC
            END-STRING
            WRITE REORDREC.
       1000-INIT-EXIT.
            EXIT.

       2000-READ-PARA.
            READ GRNFILE
                AT END
                    SET FS1-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-GRN-CNT
                    PERFORM 2100-RECEIVE-PARA
                       THRU 2100-RECEIVE-EXIT
            END-READ.
       2000-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A DELIVERY IS ADDED TO THE OUTLET'S STOCK OF THE
      *     INGREDIENT AND LOGGED AS AN R MOVEMENT UNDER THE DELIVERY
      *     NOTE REFERENCE; THE SAME NOTE IS NEVER POSTED TWICE.
       2100-RECEIVE-PARA.
            MOVE SPACES TO WS-REASON.
            IF GR-QTY IS NOT NUMERIC
                OR GR-OUTLET = SPACES
                OR GR-INGR = SPACES
                MOVE "UNREADABLE RECEIPT" TO WS-REASON
                GO TO 2100-RECEIVE-REJECT
            END-IF.
            IF GR-QTY = 0
                MOVE "ZERO QUANTITY" TO WS-REASON
                GO TO 2100-RECEIVE-REJECT
            END-IF.
            MOVE GR-OUTLET TO WS-HV-OUTLET.
            MOVE GR-INGR TO WS-HV-INGR.
            MOVE GR-QTY TO WS-HV-MOVE-QTY.
            MOVE GR-REF TO WS-HV-REF.
            MOVE "R" TO WS-HV-MOVE-TYPE.

            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HV-DONE-CNT
                  FROM STOCK_MOVE
                 WHERE OUTLET_CODE = :WS-HV-OUTLET
                   AND INGR_CODE = :WS-HV-INGR
                   AND MOVE_TYPE = 'R'
                   AND MOVE_REF = :WS-HV-REF
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "RECEIPT CHECK FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                GO TO 2100-RECEIVE-REJECT
            END-IF.
            IF WS-HV-DONE-CNT > 0 AND WS-HV-REF NOT = SPACES
                MOVE "DELIVERY NOTE ALREADY POSTED" TO WS-REASON
                GO TO 2100-RECEIVE-REJECT
            END-IF.

            PERFORM 2200-MOVE-PARA
               THRU 2200-MOVE-EXIT.
            IF WS-REASON NOT = SPACES
                EXEC SQL
                    ROLLBACK
                END-EXEC
                GO TO 2100-RECEIVE-REJECT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            ADD 1 TO WS-GRN-POST-CNT.
            PERFORM 2300-WRITE-MOVE
               THRU 2300-WRITE-MOVE-EXIT.
            GO TO 2100-RECEIVE-EXIT.
       2100-RECEIVE-REJECT.
            ADD 1 TO WS-GRN-REJ-CNT.
            MOVE SPACES TO STKRPTREC
            STRING GRNREC(1:3) " " GRNREC(5:6) " R  REJECTED  "
                   WS-REASON
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
       2100-RECEIVE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE SIGNED MOVEMENT AGAINST ONE OUTLET'S INGREDIENT:
      *     ON_HAND MOVES BY WS-HV-MOVE-QTY AND THE MOVEMENT IS
      *     LOGGED. AN INGREDIENT THE OUTLET DOES NOT STOCK COMES
      *     BACK WITH THE REASON SET AND NOTHING CHANGED; AN SQL
      *     FAILURE ALSO SETS POST-ERROR.
       2200-MOVE-PARA.
            MOVE SPACES TO WS-REASON.
            SET POST-CLEAN TO TRUE.
            EXEC SQL
                UPDATE STOCK_MASTER
                   SET ON_HAND = ON_HAND + :WS-HV-MOVE-QTY
                 WHERE OUTLET_CODE = :WS-HV-OUTLET
                   AND INGR_CODE = :WS-HV-INGR
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 0
                    CONTINUE
                WHEN SQLCODE = 100
                    MOVE "NOT ON OUTLET STOCK MASTER" TO WS-REASON
                    GO TO 2200-MOVE-EXIT
                WHEN OTHER
                    DISPLAY "STOCK UPDATE FAILED SQLCODE=" SQLCODE
                    GO TO 2200-MOVE-FAIL
            END-EVALUATE.
            EXEC SQL
                INSERT INTO STOCK_MOVE
                       (OUTLET_CODE, INGR_CODE, MOVE_TYPE, QTY,
                        MOVE_DATE, MOVE_REF)
                VALUES (:WS-HV-OUTLET, :WS-HV-INGR,
                        :WS-HV-MOVE-TYPE, :WS-HV-MOVE-QTY,
                        CURRENT DATE, :WS-HV-REF)
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "STOCK MOVE INSERT FAILED SQLCODE=" SQLCODE
                GO TO 2200-MOVE-FAIL
            END-IF.
            GO TO 2200-MOVE-EXIT.
       2200-MOVE-FAIL.
            SET POST-ERROR TO TRUE.
            MOVE 8 TO WS-RC.
            MOVE "SQL ERROR ON POSTING" TO WS-REASON.
       2200-MOVE-EXIT.
            EXIT.

       2300-WRITE-MOVE.
            MOVE WS-HV-MOVE-QTY TO WS-QTY-ED
            MOVE SPACES TO STKRPTREC
            STRING WS-HV-OUTLET " " WS-HV-INGR " " WS-HV-MOVE-TYPE
                   "  " WS-QTY-ED "  " WS-HV-REF
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
       2300-WRITE-MOVE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     TODAY'S USAGE AND ADD-BACKS, ALL OR NOTHING. IF ANY U, V
      *     OR C MOVEMENT IS ALREADY DATED TODAY THE DEPLETION HAS
      *     RUN AND IS NOT REPEATED.
       3000-DEPLETE-PARA.
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HV-DONE-CNT
                  FROM STOCK_MOVE
                 WHERE MOVE_DATE = CURRENT DATE
                   AND MOVE_TYPE IN ('U', 'V', 'C')
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "DEPLETION CHECK FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                GO TO 3000-DEPLETE-EXIT
            END-IF.
            IF WS-HV-DONE-CNT > 0
                SET DEPL-SKIPPED TO TRUE
                DISPLAY "STKDEPL TODAY'S DEPLETION ALREADY POSTED"
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
                MOVE SPACES TO STKRPTREC
                STRING "*** TODAY'S DEPLETION ALREADY POSTED - "
                       "NOT REPEATED ***"
                   INTO STKRPTREC
                END-STRING
                WRITE STKRPTREC
                GO TO 3000-DEPLETE-EXIT
            END-IF.

            EXEC SQL
                OPEN SD1
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "SD1 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO WS-RC
                GO TO 3000-DEPLETE-EXIT
            END-IF.
            SET POST-CLEAN TO TRUE.
            PERFORM 3100-FETCH-PARA
               THRU 3100-FETCH-EXIT UNTIL WS-SQLCODE1 = 100.
            EXEC SQL
                CLOSE SD1
            END-EXEC.
            IF POST-ERROR
                EXEC SQL
                    ROLLBACK
                END-EXEC
                MOVE 0 TO WS-USE-CNT WS-VOID-CNT WS-CRN-CNT
                MOVE SPACES TO STKRPTREC
                STRING "*** DEPLETION FAILED - ROLLED BACK ***"
                   INTO STKRPTREC
                END-STRING
                WRITE STKRPTREC
                GO TO 3000-DEPLETE-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
       3000-DEPLETE-EXIT.
            EXIT.

       3100-FETCH-PARA.
            EXEC SQL
                FETCH SD1 INTO
                   :WS-HV-OUTLET,
                   :WS-HV-INGR,
                   :WS-HV-MOVE-TYPE,
                   :WS-HV-QTY
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    PERFORM 3200-DEPLETE-ROW
                       THRU 3200-DEPLETE-ROW-EXIT
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "SD1 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    SET POST-ERROR TO TRUE
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       3100-FETCH-EXIT.
            EXIT.

      *     USAGE COMES OFF STOCK; VOID AND CREDIT-NOTE QUANTITIES GO
      *     BACK ON. THE REFERENCE SHOWS WHERE THE MOVEMENT CAME FROM.
       3200-DEPLETE-ROW.
            IF WS-HV-QTY = 0
                GO TO 3200-DEPLETE-ROW-EXIT
            END-IF.
            EVALUATE WS-HV-MOVE-TYPE
                WHEN "U"
                    COMPUTE WS-HV-MOVE-QTY = 0 - WS-HV-QTY
                    MOVE "BILLED" TO WS-HV-REF
                WHEN "V"
                    MOVE WS-HV-QTY TO WS-HV-MOVE-QTY
                    MOVE "VOIDED BILLS" TO WS-HV-REF
                WHEN OTHER
                    MOVE WS-HV-QTY TO WS-HV-MOVE-QTY
                    MOVE "CREDIT NOTES" TO WS-HV-REF
            END-EVALUATE.
            PERFORM 2200-MOVE-PARA
               THRU 2200-MOVE-EXIT.
            IF POST-ERROR
                MOVE 100 TO WS-SQLCODE1
                GO TO 3200-DEPLETE-ROW-EXIT
            END-IF.
            IF WS-REASON NOT = SPACES
                ADD 1 TO WS-NOSTK-CNT
                MOVE WS-HV-MOVE-QTY TO WS-QTY-ED
                MOVE SPACES TO STKRPTREC
                STRING WS-HV-OUTLET " " WS-HV-INGR " "
                       WS-HV-MOVE-TYPE "  " WS-QTY-ED "  "
                       WS-REASON
                   INTO STKRPTREC
                END-STRING
                WRITE STKRPTREC
                GO TO 3200-DEPLETE-ROW-EXIT
            END-IF.
            EVALUATE WS-HV-MOVE-TYPE
                WHEN "U"
                    ADD 1 TO WS-USE-CNT
                WHEN "V"
                    ADD 1 TO WS-VOID-CNT
                WHEN OTHER
                    ADD 1 TO WS-CRN-CNT
            END-EVALUATE.
            PERFORM 2300-WRITE-MOVE
               THRU 2300-WRITE-MOVE-EXIT.
       3200-DEPLETE-ROW-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ITEMS SOLD TODAY WITH NO RECIPE - THE KITCHEN ADDS THE
      *     RECIPE SO TOMORROW'S RUN DEPLETES FOR THEM.
       4000-NO-RECIPE-PARA.
            IF DEPL-SKIPPED
                GO TO 4000-NO-RECIPE-EXIT
            END-IF.
            EXEC SQL
                OPEN SD2
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "SD2 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO WS-RC
                GO TO 4000-NO-RECIPE-EXIT
            END-IF.
            PERFORM 4100-FETCH-PARA
               THRU 4100-FETCH-EXIT UNTIL WS-SQLCODE1 = 100.
            EXEC SQL
                CLOSE SD2
            END-EXEC.
       4000-NO-RECIPE-EXIT.
            EXIT.

       4100-FETCH-PARA.
            EXEC SQL
                FETCH SD2 INTO
                   :WS-HV-OUTLET,
                   :WS-HV-ITEM-NAME,
                   :WS-HV-ITEM-QTY
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    ADD 1 TO WS-NORCP-CNT
                    MOVE WS-HV-ITEM-QTY TO WS-ITEM-QTY-ED
                    MOVE SPACES TO STKRPTREC
                    STRING WS-HV-OUTLET " NO RECIPE  "
                           WS-HV-ITEM-NAME " SOLD " WS-ITEM-QTY-ED
                       INTO STKRPTREC
                    END-STRING
                    WRITE STKRPTREC
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "SD2 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       4100-FETCH-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE REORDER REPORT. THE ORDER QUANTITY IS THE
      *     INGREDIENT'S USUAL REORDER QUANTITY, OR WHERE NONE IS SET
      *     ENOUGH TO BRING STOCK BACK TO TWICE THE REORDER LEVEL.
       5000-REORDER-PARA.
            EXEC SQL
                OPEN SD3
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            IF WS-SQLCODE1 NOT = 0
                DISPLAY "SD3 OPEN FAILED SQLCODE=" WS-SQLCODE1
                MOVE 8 TO WS-RC
                GO TO 5000-REORDER-EXIT
            END-IF.
            PERFORM 5100-FETCH-PARA
               THRU 5100-FETCH-EXIT UNTIL WS-SQLCODE1 = 100.
            EXEC SQL
                CLOSE SD3
            END-EXEC.
       5000-REORDER-EXIT.
            EXIT.

       5100-FETCH-PARA.
            EXEC SQL
                FETCH SD3 INTO
                   :WS-HV-OUTLET,
                   :WS-HV-INGR,
                   :WS-HV-INGR-NAME,
                   :WS-HV-UNIT,
                   :WS-HV-ON-HAND,
                   :WS-HV-REORD-LVL,
                   :WS-HV-REORD-QTY
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE1.
            EVALUATE WS-SQLCODE1
                WHEN 0
                    PERFORM 5200-REORDER-LINE
                       THRU 5200-REORDER-LINE-EXIT
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "SD3 FETCH FAILED SQLCODE=" WS-SQLCODE1
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE1
            END-EVALUATE.
       5100-FETCH-EXIT.
            EXIT.

       5200-REORDER-LINE.
            ADD 1 TO WS-REORD-CNT.
            IF WS-HV-REORD-QTY > 0
                MOVE WS-HV-REORD-QTY TO WS-ORDER-QTY
            ELSE
                COMPUTE WS-ORDER-QTY =
                        WS-HV-REORD-LVL * 2 - WS-HV-ON-HAND
            END-IF.
            MOVE WS-HV-ON-HAND TO WS-QTY-ED
            MOVE WS-ORDER-QTY TO WS-QTY-ED2
            MOVE SPACES TO REORDREC
            STRING WS-HV-OUTLET " " WS-HV-INGR " " WS-HV-INGR-NAME
                   " " WS-HV-UNIT WS-QTY-ED WS-QTY-ED2
               INTO REORDREC
            END-STRING
            WRITE REORDREC.
       5200-REORDER-LINE-EXIT.
            EXIT.

       6000-TERM-PARA.
            MOVE SPACES TO STKRPTREC
            WRITE STKRPTREC.
            MOVE WS-GRN-CNT TO WS-CNT-ED
            MOVE SPACES TO STKRPTREC
            STRING "RECEIPTS READ      " WS-CNT-ED
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
            MOVE WS-GRN-POST-CNT TO WS-CNT-ED
            MOVE SPACES TO STKRPTREC
            STRING "RECEIPTS POSTED    " WS-CNT-ED
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
            MOVE WS-GRN-REJ-CNT TO WS-CNT-ED
            MOVE SPACES TO STKRPTREC
            STRING "RECEIPTS REJECTED  " WS-CNT-ED
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
            MOVE WS-USE-CNT TO WS-CNT-ED
            MOVE SPACES TO STKRPTREC
            STRING "USAGE POSTINGS     " WS-CNT-ED
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
            MOVE WS-VOID-CNT TO WS-CNT-ED
            MOVE SPACES TO STKRPTREC
            STRING "VOID ADD-BACKS     " WS-CNT-ED
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
            MOVE WS-CRN-CNT TO WS-CNT-ED
            MOVE SPACES TO STKRPTREC
            STRING "CREDIT ADD-BACKS   " WS-CNT-ED
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
            MOVE WS-NOSTK-CNT TO WS-CNT-ED
            MOVE SPACES TO STKRPTREC
            STRING "NOT STOCKED        " WS-CNT-ED
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
            MOVE WS-NORCP-CNT TO WS-CNT-ED
            MOVE SPACES TO STKRPTREC
            STRING "ITEMS NO RECIPE    " WS-CNT-ED
               INTO STKRPTREC
            END-STRING
            WRITE STKRPTREC.
            MOVE WS-REORD-CNT TO WS-CNT-ED
            MOVE SPACES TO REORDREC
            WRITE REORDREC.
            MOVE SPACES TO REORDREC
            STRING "ITEMS TO REORDER   " WS-CNT-ED
               INTO REORDREC
            END-STRING
            WRITE REORDREC.
            DISPLAY "STKDEPL RECEIPTS " WS-GRN-POST-CNT
                    " USAGE " WS-USE-CNT
                    " VOIDS " WS-VOID-CNT
                    " CREDITS " WS-CRN-CNT
                    " REORDER " WS-REORD-CNT.
            IF (WS-GRN-REJ-CNT > 0 OR WS-NOSTK-CNT > 0
                OR WS-NORCP-CNT > 0) AND WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
            CLOSE GRNFILE STKRPT REORDRPT.
       6000-TERM-EXIT.
            EXIT.
