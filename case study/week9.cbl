       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
            10 O-BILL-NO        PIC 9(10).
            10 O-CUST-NAME      PIC X(20).
            10 O-ITEM-NAME      PIC X(20).
            10 O-QUANTITY       PIC 9(3).
            10 O-FINAL-BILL     PIC 9(10).
            10 O-REC-TYPE       PIC X(01).
            10 O-RULE-ID        PIC 9(02).
      *    THE OUTLET THE BILL WAS CUT AT. ON THE HEADER LINE THE
      *    ITEM-NAME SLOT CARRIES THAT OUTLET'S GSTIN FOR THE PRINT.
            10 O-OUTLET         PIC X(03).

       FD BILLSEQ.
      *    ONE RECORD PER OUTLET. THE FIFTH DIGIT OF THE BILL
      *    NUMBER IS THE OUTLET'S BILL BLOCK, SO A RECORD FROM
      *    BEFORE OUTLETS (OUTLET BLANK) IS BLOCK 0.
       01 BILLSEQREC.
            10 BS-LAST-BILL-NO  PIC 9(10).
            10 BS-LAST-BILL-R REDEFINES BS-LAST-BILL-NO.
               15 BS-FY         PIC 9(4).
               15 BS-BLOCK      PIC 9(1).
               15 BS-SEQ        PIC 9(5).
            10 FILLER           PIC X(01).
            10 BS-OUTLET        PIC X(03).
            10 FILLER           PIC X(66).

       FD EXCPLOG.
       01 EXCPREC2.
            10 FILLER           PIC X(01).
            10 SR-TOTAL-REVENUE PIC ZZ,ZZZ,ZZZ,ZZ9.
            10 FILLER           PIC X(31).
       01 SALESHDR.
            10 SH-LABEL         PIC X(08).
            10 SH-OUTLET        PIC X(03).
            10 FILLER           PIC X(01).
            10 SH-OUTLET-NAME   PIC X(20).
            10 FILLER           PIC X(01).
            10 SH-GSTIN         PIC X(15).
            10 FILLER           PIC X(30).

       FD VOIDLOG.
       01 VOIDLOGREC.
            10 VL-BILL-NO       PIC 9(10).
            10 FILLER           PIC X(01).
            10 VL-TIMESTAMP     PIC X(26).
            10 FILLER           PIC X(01).
            10 VL-REASON        PIC X(30).
            10 FILLER           PIC X(01).
            10 VL-ADJ-PERIOD    PIC X(07).
            10 FILLER           PIC X(04).

       FD HOLDRPT.
       01 HOLDRPTREC.
               SELECT O.CUSTOMER_CODE, O.ITEM_ORDERED, O.QTY_ORDERED,
                      M.ITEM_NM, M.PRICE,
                      C.CUST_NAME, C.MEMBER, C.IT_EMPLOYEE, C.TIE_UP,
                      C.HOLD_FLAG, C.LOYALTY_POINTS, C.REDEEM_FLAG,
                      O.OUTLET_CODE
            FROM ORDER_DETAIL O
            JOIN MENU_DETAIL M ON O.ITEM_ORDERED = M.ITEM_CODE
            JOIN CUSTOMER_DETAIL C ON O.CUSTOMER_CODE = C.CUSTOMER_CODE
            WHERE O.BILLED_FLAG = 'N'
            ORDER BY O.OUTLET_CODE, O.CUSTOMER_CODE
       END-EXEC.
       EXEC SQL
            DECLARE C2 CURSOR FOR
            GROUP BY M.ITEM_NM
            ORDER BY M.ITEM_NM
       END-EXEC.
      *    THE SAME SALES-BY-ITEM FIGURES BROKEN OUT BY OUTLET - EVERY
      *    MENU ITEM APPEARS UNDER EVERY OUTLET, EVEN WITH ZERO SALES.
       EXEC SQL
            DECLARE C9 CURSOR FOR
               SELECT O.OUTLET_CODE, O.OUTLET_NAME, O.GSTIN,
                      M.ITEM_NM,
                      COALESCE(SUM(B.QUANTITY), 0),
                      COALESCE(SUM(B.BILL_AMOUNT), 0)
            FROM OUTLET_MASTER O
            INNER JOIN MENU_DETAIL M
                   ON 1 = 1
            LEFT JOIN MY_BILLING_TABLE B
                   ON B.ITEM_NAME = M.ITEM_NM
                  AND B.OUTLET_CODE = O.OUTLET_CODE
                  AND B.VOID_FLAG = 'N'
                  AND B.REC_TYPE = 'L'
            GROUP BY O.OUTLET_CODE, O.OUTLET_NAME, O.GSTIN, M.ITEM_NM
            ORDER BY O.OUTLET_CODE, M.ITEM_NM
       END-EXEC.
       EXEC SQL
            DECLARE C3 CURSOR FOR
               SELECT O.CUSTOMER_CODE,
            WHERE EFF_DATE <= CURRENT DATE
            ORDER BY ITEM_NM, EFF_DATE
       END-EXEC.
      *    THE OUTLETS BILLS ARE CUT FOR, WITH EACH ONE'S BILL
      *    NUMBER BLOCK AND GST REGISTRATION.
       EXEC SQL
            DECLARE C7 CURSOR FOR
               SELECT OUTLET_CODE, OUTLET_NAME, BILL_BLOCK, GSTIN
            FROM OUTLET_MASTER
            ORDER BY OUTLET_CODE
       END-EXEC.
      *    OUTLET PRICE OVERRIDES IN FORCE TODAY, OLDEST EFFECTIVE
      *    DATE FIRST SO THE LATEST ROW PER OUTLET AND ITEM WINS.
       EXEC SQL
            DECLARE C8 CURSOR FOR
               SELECT OUTLET_CODE, ITEM_NM, UNIT_PRICE
            FROM OUTLET_PRICE
            WHERE EFF_DATE <= CURRENT DATE
            ORDER BY OUTLET_CODE, ITEM_NM, EFF_DATE
       END-EXEC.
       01  WS-FS             PIC 99.
       01  WS-FS2            PIC 99.
       01  WS-FS3            PIC 99.
       01  WS-SQLCODE1       PIC S9(9) COMP.
       01  WS-SQLCODE2       PIC S9(9) COMP.
       01  WS-SQLCODE3       PIC S9(9) COMP.
      *    BILL NUMBERS ARE THE FINANCIAL YEAR THE BILL IS CUT IN
      *    (THE CALENDAR YEAR IT STARTS, APRIL TO MARCH) FOLLOWED BY
      *    A SIX-DIGIT SEQUENCE THAT RESTARTS EVERY YEAR - 2026000001
      *    IS THE FIRST BILL OF FY 2026-27. THE FIRST DIGIT OF THE
      *    SEQUENCE IS THE OUTLET'S BILL BLOCK, SO EACH OUTLET RUNS
      *    ITS OWN FIVE-DIGIT SEQUENCE - 2026100001 IS THE FIRST
      *    BILL OF THE YEAR AT THE BLOCK 1 OUTLET.
       01  WS-BILL-NO        PIC 9(10).
       01  WS-FY-START-MM    PIC 9(2) VALUE 4.
       01  WS-TODAY          PIC 9(8).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY  PIC 9(4).
           05 WS-TODAY-MM    PIC 9(2).
           05 WS-TODAY-DD    PIC 9(2).
       01  WS-BILL-FY        PIC 9(4).
       01  WS-HV-FY-LO       PIC 9(10).
       01  WS-HV-FY-HI       PIC 9(10).
      *    A VOID QUOTING A FOUR-DIGIT NUMBER FROM BEFORE THE
      *    FINANCIAL-YEAR NUMBERING IS TRANSLATED THROUGH
      *    BILL_NO_XREF.
       01  WS-VOID-BILL-NO   PIC 9(10).
       01  WS-VOID-CN-CNT    PIC S9(9) COMP.
      *    THE VOIDED BILL'S PERIOD, AND THE PERIOD THE VOID POSTS
      *    IN - AN OPEN ONE WHEN THE BILL'S OWN PERIOD IS LOCKED.
       01  WS-VOID-PERIOD    PIC X(7).
       01  WS-VOID-POST-PER  PIC X(7).
       01  WS-VOID-ADJ-FLAG  PIC X(1).
           88 VOID-PRIOR-PERIOD VALUE "Y".
       01  WS-VOID-PER-RC    PIC 9(2).
       01  WS-BILL-AMOUNT    PIC 9(10).
       01  WS-GST-PCT        PIC 9(2) VALUE 5.
       01  WS-GST-AMOUNT     PIC 9(10).
       01  WS-HV-RULE-ATTR     PIC X(12).
       01  WS-HV-RULE-PCT      PIC S9(4) COMP.
       01  WS-HV-RULE-FLAT     PIC S9(9) COMP.
       01  WS-HV-MAX-BILL      PIC S9(10) COMP-3.
       01  WS-BILL-ERR-SW      PIC X(01) VALUE "N".
           88 BILL-ERROR       VALUE "Y".
           88 BILL-CLEAN       VALUE "N".
           88 TAX-LOADED       VALUE "Y".
           88 TAX-NOT-LOADED   VALUE "N".
       01  WS-SQLCODE6         PIC S9(9) COMP.
      *    OUTLETS LOADED AT INITIALIZATION FROM OUTLET_MASTER. AN
      *    ORDER LINE FROM AN OUTLET NOT ON THE TABLE CANNOT BE
      *    NUMBERED OR TAXED, SO IT IS LOGGED AND HELD UNBILLED.
       01  WS-OUTLET-WORK.
           05 WS-OT-CNT        PIC 9(2) VALUE 0.
           05 WS-OT-IX         PIC 9(2) VALUE 0.
           05 WS-CUR-OT-IX     PIC 9(2) VALUE 0.
           05 WS-BL-OT-IX      PIC 9(2) VALUE 0.
           05 WS-BL-OUTLET     PIC X(03) VALUE SPACES.
           05 WS-OT-FOUND-SW   PIC X(01) VALUE "N".
              88 OT-FOUND      VALUE "Y".
              88 OT-NOT-FOUND  VALUE "N".
           05 WS-OT-ENTRY      OCCURS 10 TIMES.
              10 WS-OT-CODE    PIC X(03).
              10 WS-OT-NAME    PIC X(20).
              10 WS-OT-BLOCK   PIC 9(1).
              10 WS-OT-GSTIN   PIC X(15).
              10 WS-OT-NEXT-BILL PIC 9(10).
              10 WS-OT-NEXT-R  REDEFINES WS-OT-NEXT-BILL.
                 15 WS-OT-FY   PIC 9(4).
                 15 WS-OT-BLK  PIC 9(1).
                 15 WS-OT-SEQ  PIC 9(5).
       01  WS-HV-OUTLET        PIC X(03).
       01  WS-HV-OT-CODE       PIC X(03).
       01  WS-HV-OT-NAME       PIC X(20).
       01  WS-HV-OT-BLOCK      PIC S9(4) COMP.
       01  WS-HV-OT-GSTIN      PIC X(15).
       01  WS-SQLCODE7         PIC S9(9) COMP.
       01  WS-NOOUT-CNT        PIC 9(6) VALUE 0.
       01  WS-BILLSEQ-EOF-SW   PIC X(01) VALUE "N".
           88 BILLSEQ-EOF      VALUE "Y".
      *    OUTLET PRICE OVERRIDES. AN OVERRIDE IS THE PRICE THAT
      *    OUTLET CHARGES FOR THE ITEM AND REPLACES THE MENU PRICE
      *    ON THE LINE - IT IS NOT MISPRICE-CHECKED AGAINST
      *    ITEM_MASTER, SINCE DIFFERING FROM IT IS ITS PURPOSE.
       01  WS-OPR-WORK.
           05 WS-OPR-CNT       PIC 9(3) VALUE 0.
           05 WS-OPR-IX        PIC 9(3) VALUE 0.
           05 WS-OPR-ENTRY     OCCURS 200 TIMES.
              10 WS-OPR-OUTLET PIC X(03).
              10 WS-OPR-ITEM   PIC X(20).
              10 WS-OPR-PRICE  PIC 9(9).
       01  WS-HV-OPR-OUTLET    PIC X(03).
       01  WS-HV-OPR-ITEM      PIC X(20).
       01  WS-HV-OPR-PRICE     PIC S9(9) COMP.
       01  WS-OPR-FOUND-SW     PIC X(01) VALUE "N".
           88 OPR-FOUND        VALUE "Y".
           88 OPR-NOT-FOUND    VALUE "N".
       01  WS-OPR-USED-CNT     PIC 9(6) VALUE 0.
      *    SALES SUMMARY OUTLET BREAK AND SECTION TOTALS.
       01  WS-SR-OUTLET        PIC X(03) VALUE SPACES.
       01  WS-HV-SR-OUTLET     PIC X(03).
       01  WS-HV-SR-NAME       PIC X(20).
       01  WS-HV-SR-GSTIN      PIC X(15).
       01  WS-SR-QTY-TOT       PIC 9(9) VALUE 0.
       01  WS-SR-REV-TOT       PIC 9(11) VALUE 0.
       01  WS-SR-SAVE-ITEM     PIC X(20).

       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN       PIC S9(4) COMP.
           05 LK-RUN-MODE       PIC X(01).
           05 LK-VOID-BILL-NO   PIC 9(10).
           05 LK-RETRY-MAX      PIC 9(01).

       PROCEDURE DIVISION USING LK-PARM.
            IF LK-PARM-LEN > 0
                MOVE LK-RUN-MODE TO WS-RUN-MODE
            END-IF.
            IF LK-PARM-LEN > 11
                AND LK-RETRY-MAX IS NUMERIC
                MOVE LK-RETRY-MAX TO WS-RETRY-MAX
            END-IF.
            IF RUN-MODE-BILL
                PERFORM 1050-LOAD-OUTLETS-PARA
                PERFORM 1100-GET-BILL-SEQ-PARA
                PERFORM 1200-LOAD-RULES-PARA
                PERFORM 1300-LOAD-PRICES-PARA
                PERFORM 1400-LOAD-TAX-RATES-PARA
                PERFORM 1500-LOAD-OUTLET-PRICES-PARA
            END-IF.
       1050-LOAD-OUTLETS-PARA.
            EXEC SQL
                OPEN C7
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE7.
            IF WS-SQLCODE7 NOT = 0
                DISPLAY "OUTLET MASTER OPEN FAILED SQLCODE="
                        WS-SQLCODE7
                MOVE 100 TO WS-SQLCODE7
            END-IF.
            PERFORM 1060-OUTLET-FETCH-PARA UNTIL WS-SQLCODE7 = 100.
            EXEC SQL
                CLOSE C7
            END-EXEC.
            DISPLAY "OUTLETS LOADED : " WS-OT-CNT.
            IF WS-OT-CNT = 0
                DISPLAY "NO OUTLET_MASTER ROWS - NO BILL CAN BE"
                        " NUMBERED"
                MOVE 8 TO WS-RC
                PERFORM 3000-TERM-PARA
            END-IF.
       1060-OUTLET-FETCH-PARA.
            EXEC SQL
                FETCH C7 INTO
                   :WS-HV-OT-CODE,
                   :WS-HV-OT-NAME,
                   :WS-HV-OT-BLOCK,
                   :WS-HV-OT-GSTIN
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE7.
            EVALUATE WS-SQLCODE7
                WHEN 0
                    IF WS-HV-OT-BLOCK < 0 OR WS-HV-OT-BLOCK > 9
                        DISPLAY "OUTLET " WS-HV-OT-CODE
                                " BILL BLOCK NOT 0-9 - SKIPPED"
                    ELSE
                        IF WS-OT-CNT < 10
                            ADD 1 TO WS-OT-CNT
                            MOVE WS-HV-OT-CODE
                              TO WS-OT-CODE(WS-OT-CNT)
                            MOVE WS-HV-OT-NAME
                              TO WS-OT-NAME(WS-OT-CNT)
                            MOVE WS-HV-OT-BLOCK
                              TO WS-OT-BLOCK(WS-OT-CNT)
                            MOVE WS-HV-OT-GSTIN
                              TO WS-OT-GSTIN(WS-OT-CNT)
                        ELSE
                            DISPLAY "OUTLET TABLE FULL"
                            MOVE 100 TO WS-SQLCODE7
                        END-IF
                    END-IF
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "OUTLET MASTER FETCH FAILED SQLCODE="
                            WS-SQLCODE7
                    MOVE 100 TO WS-SQLCODE7
            END-EVALUATE.
       1100-GET-BILL-SEQ-PARA.
      *     EACH OUTLET'S SEQUENCE STARTS AT ZERO IN ITS BLOCK OF THE
      *     CURRENT FINANCIAL YEAR. A BILLSEQ SEED FROM AN EARLIER
      *     YEAR, OR ONE STILL IN THE OLD FOUR-DIGIT FORM, IS NOT
      *     CARRIED FORWARD.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            IF WS-TODAY-MM < WS-FY-START-MM
                COMPUTE WS-BILL-FY = WS-TODAY-YYYY - 1
            ELSE
                MOVE WS-TODAY-YYYY TO WS-BILL-FY
            END-IF.
            PERFORM 1105-SET-RANGE-PARA
                VARYING WS-OT-IX FROM 1 BY 1
                UNTIL WS-OT-IX > WS-OT-CNT.
            OPEN INPUT BILLSEQ.
            IF WS-FS2 = 00
                MOVE "N" TO WS-BILLSEQ-EOF-SW
                PERFORM 1120-READ-BILLSEQ-PARA UNTIL BILLSEQ-EOF
                CLOSE BILLSEQ
            ELSE
                DISPLAY "NO PRIOR BILLSEQ - STARTING AT 0"
      *     THE COMMITTED BILLS. THE TABLE'S HIGHEST BILL NUMBER IS
      *     THE TRUTH - TAKE WHICHEVER IS LARGER SO A RERUN CAN
      *     NEVER REISSUE A COMMITTED BILL'S NUMBER.
            PERFORM 1110-MAX-BILL-PARA
                VARYING WS-OT-IX FROM 1 BY 1
                UNTIL WS-OT-IX > WS-OT-CNT.
       1105-SET-RANGE-PARA.
            COMPUTE WS-OT-NEXT-BILL(WS-OT-IX) =
                    (WS-BILL-FY * 1000000)
                  + (WS-OT-BLOCK(WS-OT-IX) * 100000).
       1110-MAX-BILL-PARA.
            COMPUTE WS-HV-FY-LO = (WS-BILL-FY * 1000000)
                                + (WS-OT-BLOCK(WS-OT-IX) * 100000).
            COMPUTE WS-HV-FY-HI = WS-HV-FY-LO + 99999.
            EXEC SQL
                 SELECT COALESCE(MAX(BILL_NO), 0)
                   INTO :WS-HV-MAX-BILL
                   FROM MY_BILLING_TABLE
                  WHERE BILL_NO BETWEEN :WS-HV-FY-LO AND :WS-HV-FY-HI
            END-EXEC.
            IF SQLCODE = 0
                IF WS-HV-MAX-BILL > WS-OT-NEXT-BILL(WS-OT-IX)
                    MOVE WS-HV-MAX-BILL TO WS-OT-NEXT-BILL(WS-OT-IX)
                END-IF
            ELSE
                DISPLAY "MAX BILL_NO LOOKUP FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                PERFORM 3000-TERM-PARA
            END-IF.
       1120-READ-BILLSEQ-PARA.
            READ BILLSEQ
                AT END
                    SET BILLSEQ-EOF TO TRUE
                NOT AT END
                    PERFORM 1130-APPLY-BILLSEQ-PARA
            END-READ.
      *     THE SEED IS MATCHED TO ITS OUTLET BY THE BLOCK DIGIT IN
      *     THE NUMBER ITSELF, NOT BY THE OUTLET CODE BESIDE IT.
       1130-APPLY-BILLSEQ-PARA.
            SET OT-NOT-FOUND TO TRUE.
            IF BS-LAST-BILL-NO IS NUMERIC
                AND BS-FY = WS-BILL-FY
                PERFORM VARYING WS-OT-IX FROM 1 BY 1
                    UNTIL WS-OT-IX > WS-OT-CNT
                       OR OT-FOUND
                    IF WS-OT-BLOCK(WS-OT-IX) = BS-BLOCK
                        SET OT-FOUND TO TRUE
                        SUBTRACT 1 FROM WS-OT-IX
                    END-IF
                END-PERFORM
            END-IF.
            IF OT-FOUND
                IF BS-LAST-BILL-NO > WS-OT-NEXT-BILL(WS-OT-IX)
                    MOVE BS-LAST-BILL-NO TO WS-OT-NEXT-BILL(WS-OT-IX)
                END-IF
            ELSE
                DISPLAY "BILLSEQ " BS-LAST-BILL-NO " NOT FOR FY "
                        WS-BILL-FY " OR AN OUTLET - IGNORED"
            END-IF.
       1200-LOAD-RULES-PARA.
            EXEC SQL
                OPEN C4
                            WS-SQLCODE6
                    MOVE 100 TO WS-SQLCODE6
            END-EVALUATE.
       1500-LOAD-OUTLET-PRICES-PARA.
            EXEC SQL
                OPEN C8
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE7.
            IF WS-SQLCODE7 NOT = 0
                DISPLAY "OUTLET PRICE OPEN FAILED SQLCODE="
                        WS-SQLCODE7
                MOVE 100 TO WS-SQLCODE7
            END-IF.
            PERFORM 1510-OUTLET-PRICE-FETCH-PARA
                UNTIL WS-SQLCODE7 = 100.
            EXEC SQL
                CLOSE C8
            END-EXEC.
            DISPLAY "OUTLET PRICE OVERRIDES LOADED : " WS-OPR-CNT.
       1510-OUTLET-PRICE-FETCH-PARA.
            EXEC SQL
                FETCH C8 INTO
                   :WS-HV-OPR-OUTLET,
                   :WS-HV-OPR-ITEM,
                   :WS-HV-OPR-PRICE
            END-EXEC.
            MOVE SQLCODE TO WS-SQLCODE7.
            EVALUATE WS-SQLCODE7
                WHEN 0
                    PERFORM 1520-STORE-OUTLET-PRICE-PARA
                WHEN 100
                    CONTINUE
                WHEN OTHER
                    DISPLAY "OUTLET PRICE FETCH FAILED SQLCODE="
                            WS-SQLCODE7
                    MOVE 100 TO WS-SQLCODE7
            END-EVALUATE.
      *    ROWS ARRIVE OLDEST EFFECTIVE DATE FIRST, SO REWRITING A
      *    MATCHED SLOT LEAVES THE LATEST OVERRIDE IN FORCE.
       1520-STORE-OUTLET-PRICE-PARA.
            SET OPR-NOT-FOUND TO TRUE.
            PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                UNTIL WS-OPR-IX > WS-OPR-CNT
                   OR OPR-FOUND
                IF WS-OPR-OUTLET(WS-OPR-IX) = WS-HV-OPR-OUTLET
                   AND WS-OPR-ITEM(WS-OPR-IX) = WS-HV-OPR-ITEM
                    SET OPR-FOUND TO TRUE
                    SUBTRACT 1 FROM WS-OPR-IX
                END-IF
            END-PERFORM.
            IF OPR-FOUND
                MOVE WS-HV-OPR-PRICE TO WS-OPR-PRICE(WS-OPR-IX)
            ELSE
                IF WS-OPR-CNT < 200
                    ADD 1 TO WS-OPR-CNT
                    MOVE WS-HV-OPR-OUTLET
                      TO WS-OPR-OUTLET(WS-OPR-CNT)
                    MOVE WS-HV-OPR-ITEM
                      TO WS-OPR-ITEM(WS-OPR-CNT)
                    MOVE WS-HV-OPR-PRICE
                      TO WS-OPR-PRICE(WS-OPR-CNT)
                ELSE
                    DISPLAY "OUTLET PRICE TABLE FULL"
                END-IF
            END-IF.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA.
            PERFORM 2200-FETCH-PARA UNTIL WS-SQLCODE1 = 100.
            END-IF.
            DISPLAY "ORDER LINES HELD - MISPRICE : " WS-HELD-CNT.
            DISPLAY "ORDER LINES HELD - CREDIT   : " WS-CRHOLD-CNT.
            DISPLAY "ORDER LINES HELD - NO OUTLET: " WS-NOOUT-CNT.
            DISPLAY "OUTLET PRICE OVERRIDES USED : " WS-OPR-USED-CNT.
            DISPLAY "POINTS REDEMPTIONS APPLIED  : " WS-REDEEM-CNT.
            IF WS-EXCP-CNT > 0 AND WS-RC < 4
                MOVE 4 TO WS-RC
                 :HV-TIE-UP        :IND-TIE-UP,
                 :WS-HV-HOLD-FLAG  :IND-HOLD-FLAG,
                 :WS-HV-LOY-PTS    :IND-LOY-PTS,
                 :WS-HV-REDEEM-FLG :IND-REDEEM-FLG,
                 :WS-HV-OUTLET
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE1.
           EVALUATE WS-SQLCODE1
                        AND WS-HV-HOLD-FLAG = "Y"
                           PERFORM 2207-CREDIT-HOLD-PARA
                       WHEN OTHER
                           PERFORM 2204-OUTLET-PARA
                           IF LINE-PRICE-OK
                               PERFORM 2208-PRICE-CHECK-PARA
                           END-IF
                           IF LINE-HELD
                               CONTINUE
                           ELSE
               END-EXEC
               CALL "ILBOWAT0" USING WS-WAIT-TIME
               MOVE 0 TO WS-LINE-CNT WS-CUST-TOTAL
               MOVE SPACES TO WS-BL-CUST-CODE WS-BL-OUTLET
               EXEC SQL
                  OPEN C1
               END-EXEC
           MOVE "SQLCODE" TO EX2-COLUMN-NAME
           MOVE "DEADLOCK RETRY" TO EX2-ACTION
           WRITE EXCPREC2.
      *-----------------------------------------------------------------
      *    OUTLET CHECK. THE LINE'S OUTLET MUST BE ON OUTLET_MASTER
      *    TO GET A BILL NUMBER AND A GST REGISTRATION; OTHERWISE IT
      *    IS LOGGED AND HELD, ITS ORDER ROW LEFT UNBILLED UNTIL THE
      *    OUTLET IS SET UP.
       2204-OUTLET-PARA.
            SET LINE-PRICE-OK TO TRUE.
            SET OT-NOT-FOUND TO TRUE.
            PERFORM VARYING WS-CUR-OT-IX FROM 1 BY 1
                UNTIL WS-CUR-OT-IX > WS-OT-CNT
                   OR OT-FOUND
                IF WS-OT-CODE(WS-CUR-OT-IX) = WS-HV-OUTLET
                    SET OT-FOUND TO TRUE
                    SUBTRACT 1 FROM WS-CUR-OT-IX
                END-IF
            END-PERFORM.
            IF OT-NOT-FOUND
                SET LINE-HELD TO TRUE
                ADD 1 TO WS-NOOUT-CNT
                ADD 1 TO WS-EXCP-CNT
                MOVE SPACES TO EXCPREC2
                MOVE HV-CUSTOMER-CODE TO EX2-CUSTOMER-CODE
                MOVE "OUTLET_CODE" TO EX2-COLUMN-NAME
                MOVE "HELD - NO OUTLET" TO EX2-ACTION
                WRITE EXCPREC2
            END-IF.
      *-----------------------------------------------------------------
       2205-CHECK-NULLS-PARA.
      *    CHECKS EVERY NULLABLE JOINED COLUMN, SUBSTITUTES A SAFE
      *    TOLERANCE THE LINE IS LOGGED WITH EXPECTED AND ACTUAL
      *    AND HELD OUT OF THE BILL - ITS ORDER ROW STAYS UNBILLED
      *    SO A CORRECTED PRICE PICKS IT UP ON A LATER RUN.
      *    AN OUTLET PRICE OVERRIDE IS APPLIED FIRST AND TAKES THE
      *    LINE OUT OF THE ITEM_MASTER CHECK.
       2208-PRICE-CHECK-PARA.
            SET LINE-PRICE-OK TO TRUE.
            SET OPR-NOT-FOUND TO TRUE.
            PERFORM VARYING WS-OPR-IX FROM 1 BY 1
                UNTIL WS-OPR-IX > WS-OPR-CNT
                   OR OPR-FOUND
                IF WS-OPR-OUTLET(WS-OPR-IX) = WS-HV-OUTLET
                   AND WS-OPR-ITEM(WS-OPR-IX) = HV-ITEM-NM
                    SET OPR-FOUND TO TRUE
                    SUBTRACT 1 FROM WS-OPR-IX
                END-IF
            END-PERFORM.
            IF OPR-FOUND
                MOVE WS-OPR-PRICE(WS-OPR-IX) TO HV-PRICE
                ADD 1 TO WS-OPR-USED-CNT
            END-IF.
            SET PRC-NOT-FOUND TO TRUE.
            PERFORM VARYING WS-PRC-IX FROM 1 BY 1
                UNTIL WS-PRC-IX > WS-PRC-CNT
            END-PERFORM.

            IF PRC-FOUND
                AND OPR-NOT-FOUND
                AND WS-PRC-PRICE(WS-PRC-IX) NOT = 0
                COMPUTE WS-PRICE-DIFF =
                    HV-PRICE - WS-PRC-PRICE(WS-PRC-IX)
            END-EVALUATE.
      *-----------------------------------------------------------------
      *    WRITE BACK THE LAST BILL NUMBER USED SO THE NEXT RUN PICKS
      *    UP THE SEQUENCE INSTEAD OF COLLIDING WITH TODAY'S BILLS -
      *    ONE RECORD PER OUTLET.
            OPEN OUTPUT BILLSEQ.
            PERFORM 2310-WRITE-BILLSEQ-PARA
                VARYING WS-OT-IX FROM 1 BY 1
                UNTIL WS-OT-IX > WS-OT-CNT.
            CLOSE BILLSEQ.
       2310-WRITE-BILLSEQ-PARA.
            MOVE SPACES TO BILLSEQREC.
            MOVE WS-OT-NEXT-BILL(WS-OT-IX) TO BS-LAST-BILL-NO.
            MOVE WS-OT-CODE(WS-OT-IX) TO BS-OUTLET.
            WRITE BILLSEQREC.
      *-----------------------------------------------------------------
       2209-ACCUM-PARA.
      *    A NEW CUSTOMER CODE CLOSES OFF THE PRIOR CUSTOMER'S BILL
      *    BEFORE THIS ROW IS TAKEN ON. THE CUSTOMER'S NAME AND
      *    FLAGS ARE SAVED HERE BECAUSE THE HOST VARIABLES ALREADY
      *    HOLD THE NEXT CUSTOMER BY THE TIME THE BREAK IS SEEN. C1
      *    RUNS OUTLET BY OUTLET, SO A CUSTOMER WHO ATE AT TWO
      *    OUTLETS GETS ONE BILL FROM EACH.
            IF HV-CUSTOMER-CODE NOT = WS-BL-CUST-CODE
               OR WS-HV-OUTLET NOT = WS-BL-OUTLET
                IF WS-LINE-CNT > 0
                    PERFORM 2210-BILL-PARA
                END-IF
                MOVE WS-HV-OUTLET TO WS-BL-OUTLET
                MOVE WS-CUR-OT-IX TO WS-BL-OT-IX
                MOVE HV-CUSTOMER-CODE TO WS-BL-CUST-CODE
                MOVE HV-CUST-NAME TO WS-BL-CUST-NAME
                MOVE HV-MEMBER TO WS-BL-MEMBER
            ADD WS-LINE-AMT TO WS-CUST-TOTAL.
      *-----------------------------------------------------------------
       2210-BILL-PARA.
      *    ONCE AN OUTLET'S FIVE-DIGIT SEQUENCE FOR THE YEAR IS USED
      *    UP NO FURTHER BILL CAN BE NUMBERED - THE RUN STOPS
      *    FETCHING AND THE REMAINING ORDERS STAY UNBILLED.
            IF WS-OT-SEQ(WS-BL-OT-IX) = 99999
                DISPLAY "BILL NUMBERS EXHAUSTED FOR OUTLET "
                        WS-BL-OUTLET " FY " WS-OT-FY(WS-BL-OT-IX)
                        " - " WS-BL-CUST-CODE " NOT BILLED"
                MOVE 8 TO WS-RC
                MOVE 100 TO WS-SQLCODE1
            ELSE
                PERFORM 2220-CUT-BILL-PARA
            END-IF.
       2220-CUT-BILL-PARA.
            INITIALIZE WS-BILL-AMOUNT WS-GST-AMOUNT WS-FINAL-BILL
      *---------------------BILL NUMBER---------------------------------
            ADD 1 TO WS-OT-SEQ(WS-BL-OT-IX).
            MOVE WS-OT-NEXT-BILL(WS-BL-OT-IX) TO WS-BILL-NO.
      *---------------------BILL AMOUNT---------------------------------
      *    ONE CONSOLIDATED AMOUNT FOR THE CUSTOMER'S WHOLE ORDER -
      *    DISCOUNT AND GST APPLY ONCE, NOT PER ITEM.
            MOVE SPACES TO OUTREC
            MOVE WS-BILL-NO      TO O-BILL-NO
            MOVE WS-BL-CUST-NAME TO O-CUST-NAME
            MOVE WS-OT-GSTIN(WS-BL-OT-IX) TO O-ITEM-NAME
            MOVE 0               TO O-QUANTITY
            MOVE WS-BILL-AMOUNT  TO O-BILL-AMOUNT
            MOVE WS-GST-AMOUNT   TO O-GST-AMOUNT
            MOVE WS-FINAL-BILL   TO O-FINAL-BILL
            MOVE "H"             TO O-REC-TYPE
            MOVE WS-RULE-ID      TO O-RULE-ID
            MOVE WS-BL-OUTLET    TO O-OUTLET
            WRITE OUTREC.
      *    THE REDEMPTION SHOWS AS ITS OWN LINE ON THE PRINTED BILL.
            IF WS-REDEEM-AMT > 0
                MOVE 0               TO O-GST-AMOUNT
                MOVE 0               TO O-FINAL-BILL
                MOVE "R"             TO O-REC-TYPE
                MOVE WS-BL-OUTLET    TO O-OUTLET
                WRITE OUTREC
            END-IF.
            PERFORM 2215-WRITE-LINE-PARA
            MOVE 0               TO O-GST-AMOUNT
            MOVE 0               TO O-FINAL-BILL
            MOVE "L"             TO O-REC-TYPE
            MOVE WS-BL-OUTLET    TO O-OUTLET
            WRITE OUTREC.
       2212-INSERT-PARA.
            MOVE "2212-INSERT-PARA" TO WS-FAIL-PARA.
                             FINAL_BILL, VOID_FLAG,
                             REC_TYPE, LINE_NO, DISC_RULE_ID,
                             BILL_DATE, BILL_STATUS, PAID_AMOUNT,
                             BALANCE, OUTLET_CODE)
                 VALUES
                       ( :WS-BILL-NO, :WS-BL-CUST-CODE,
                         :WS-BL-CUST-NAME,
                         :WS-FINAL-BILL, 'N',
                         'H', 0, :WS-RULE-ID,
                         CURRENT DATE, 'OPEN', 0,
                         :WS-FINAL-BILL, :WS-BL-OUTLET )
            END-EXEC.
            SET BILL-CLEAN TO TRUE.
            IF SQLCODE NOT = 0
                            (BILL_NO, CUSTOMER_CODE, CUST_NAME,
                             ITEM_NAME, QUANTITY, BILL_AMOUNT,
                             GST_AMOUNT, FINAL_BILL, VOID_FLAG,
                             REC_TYPE, LINE_NO, OUTLET_CODE)
                 VALUES
                       ( :WS-BILL-NO, :WS-BL-CUST-CODE,
                         :WS-BL-CUST-NAME,
                         :WS-HV-LN-QTY,
                         :WS-HV-LN-AMT,
                         0, 0, 'N',
                         'L', :WS-LINE-NO, :WS-BL-OUTLET )
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "BILL LINE INSERT FAILED SQLCODE=" SQLCODE
                        BILLED_DATE = CURRENT DATE
                  WHERE CUSTOMER_CODE = :WS-BL-CUST-CODE
                    AND ITEM_ORDERED = :WS-HV-LN-CODE
                    AND OUTLET_CODE = :WS-BL-OUTLET
                    AND BILLED_FLAG = 'N'
            END-EXEC.
            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                           (BILL_NO, CUSTOMER_CODE, CUST_NAME,
                            ITEM_NAME, QUANTITY, BILL_AMOUNT,
                            GST_AMOUNT, FINAL_BILL, VOID_FLAG,
                            REC_TYPE, LINE_NO, OUTLET_CODE)
                VALUES
                      ( :WS-BILL-NO, :WS-BL-CUST-CODE,
                        :WS-BL-CUST-NAME,
                        'LOYALTY REDEMPTION',
                        0, :WS-REDEEM-AMT,
                        0, 0, 'N',
                        'R', 0, :WS-BL-OUTLET )
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "REDEMPTION ROW INSERT FAILED SQLCODE="
      *    DAILY SALES-BY-ITEM SUMMARY: TOTAL QUANTITY AND REVENUE PER
      *    MENU ITEM, READ BACK FROM MY_BILLING_TABLE JOINED TO
      *    MENU_DETAIL SO EVERY MENU ITEM APPEARS EVEN WITH ZERO SALES.
      *    ONE SECTION PER OUTLET WITH ITS TOTAL, THEN THE
      *    CONSOLIDATED SECTION ACROSS ALL OUTLETS.
           OPEN OUTPUT SALESRPT.
           EVALUATE WS-FS5
               WHEN 0
               WHEN OTHER
                   DISPLAY "ERROR ON OPEN SALESRPT " WS-FS5
           END-EVALUATE.
           MOVE SPACES TO WS-SR-OUTLET.
           EXEC SQL
               OPEN C9
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE2.
           PERFORM 4610-OUTLET-FETCH-PARA UNTIL WS-SQLCODE2 = 100.
           EXEC SQL
               CLOSE C9
           END-EXEC.
           IF WS-SR-OUTLET NOT = SPACES
               MOVE "OUTLET TOTAL" TO WS-ITEM-NAME2
               PERFORM 4720-SALES-TOTAL-PARA
           END-IF.
           MOVE SPACES TO SALESHDR.
           MOVE "OUTLET" TO SH-LABEL.
           MOVE "***" TO SH-OUTLET.
           MOVE "ALL OUTLETS" TO SH-OUTLET-NAME.
           WRITE SALESHDR.
           MOVE 0 TO WS-SR-QTY-TOT WS-SR-REV-TOT.
           EXEC SQL
               OPEN C2
           END-EXEC.
           EXEC SQL
               CLOSE C2
           END-EXEC.
           MOVE "ALL OUTLETS TOTAL" TO WS-ITEM-NAME2.
           PERFORM 4720-SALES-TOTAL-PARA.
           CLOSE SALESRPT.
       4600-SALES-FETCH-PARA.
           EXEC SQL
                   DISPLAY "SALES FETCH FAILED SQLCODE=" WS-SQLCODE2
                   MOVE 100 TO WS-SQLCODE2
           END-EVALUATE.
       4610-OUTLET-FETCH-PARA.
           EXEC SQL
               FETCH C9 INTO
                  :WS-HV-SR-OUTLET,
                  :WS-HV-SR-NAME,
                  :WS-HV-SR-GSTIN,
                  :WS-ITEM-NAME2,
                  :WS-TOTAL-QTY,
                  :WS-TOTAL-REVENUE
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE2.
           EVALUATE WS-SQLCODE2
               WHEN 0
                   IF WS-HV-SR-OUTLET NOT = WS-SR-OUTLET
                       PERFORM 4710-OUTLET-BREAK-PARA
                   END-IF
                   PERFORM 4700-SALES-WRITE-PARA
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OUTLET SALES FETCH FAILED SQLCODE="
                           WS-SQLCODE2
                   MOVE 100 TO WS-SQLCODE2
           END-EVALUATE.
       4700-SALES-WRITE-PARA.
           MOVE SPACES TO SALESREC
           MOVE WS-ITEM-NAME2    TO SR-ITEM-NAME
           MOVE WS-TOTAL-QTY     TO SR-TOTAL-QTY
           MOVE WS-TOTAL-REVENUE TO SR-TOTAL-REVENUE
           WRITE SALESREC.
           ADD WS-TOTAL-QTY TO WS-SR-QTY-TOT.
           ADD WS-TOTAL-REVENUE TO WS-SR-REV-TOT.
      *    THE ITEM NAME IS SAVED ACROSS THE TOTAL LINE BECAUSE IT
      *    ALREADY HOLDS THE FIRST ITEM OF THE NEXT OUTLET.
       4710-OUTLET-BREAK-PARA.
           IF WS-SR-OUTLET NOT = SPACES
               MOVE WS-ITEM-NAME2 TO WS-SR-SAVE-ITEM
               MOVE "OUTLET TOTAL" TO WS-ITEM-NAME2
               PERFORM 4720-SALES-TOTAL-PARA
               MOVE WS-SR-SAVE-ITEM TO WS-ITEM-NAME2
           END-IF.
           MOVE WS-HV-SR-OUTLET TO WS-SR-OUTLET.
           MOVE SPACES TO SALESHDR.
           MOVE "OUTLET" TO SH-LABEL.
           MOVE WS-HV-SR-OUTLET TO SH-OUTLET.
           MOVE WS-HV-SR-NAME TO SH-OUTLET-NAME.
           MOVE WS-HV-SR-GSTIN TO SH-GSTIN.
           WRITE SALESHDR.
           MOVE 0 TO WS-SR-QTY-TOT WS-SR-REV-TOT.
       4720-SALES-TOTAL-PARA.
           MOVE SPACES TO SALESREC
           MOVE WS-ITEM-NAME2    TO SR-ITEM-NAME
           MOVE WS-SR-QTY-TOT    TO SR-TOTAL-QTY
           MOVE WS-SR-REV-TOT    TO SR-TOTAL-REVENUE
           WRITE SALESREC.
      *-----------------------------------------------------------------
       5000-VOID-PARA.
      *    VOIDS ONE BILL (LK-VOID-BILL-NO), BACKS OUT ANY LOYALTY
      *    POINTS IT ACCRUED, AND LOGS THE VOID - THE ROW IS MARKED
      *    VOID RATHER THAN DELETED SO THE AUDIT TRAIL STAYS INTACT.
      *    A BILL WRITTEN OFF AS BAD DEBT IS ALREADY OUT OF THE
      *    LEDGER AND CANNOT BE VOIDED.
      *    A BILL WHOSE PERIOD IS LOCKED IS STILL VOIDED, BUT THE
      *    HEADER CARRIES THE OPEN PERIOD THE VOID IS POSTED IN
      *    (ADJ_PERIOD / ADJ_DATE) SO THE LOCKED PERIOD'S GST AND
      *    STATEMENT FIGURES DO NOT MOVE.
           MOVE LK-VOID-BILL-NO TO WS-VOID-BILL-NO.
           IF WS-VOID-BILL-NO < 10000
               PERFORM 5050-VOID-XREF-PARA
           END-IF.
           EXEC SQL
               SELECT CUSTOMER_CODE, ITEM_NAME, QUANTITY, FINAL_BILL,
                      COALESCE(SUBSTR(CHAR(BILL_DATE, ISO), 1, 7),
                               ' ')
                 INTO :HV-CUSTOMER-CODE, :HV-ITEM-NM,
                      :HV-QTY-ORDERED, :WS-FINAL-BILL,
                      :WS-VOID-PERIOD
                 FROM MY_BILLING_TABLE
                WHERE BILL_NO = :WS-VOID-BILL-NO
                  AND VOID_FLAG = 'N'
                  AND REC_TYPE = 'H'
                  AND COALESCE(BILL_STATUS, 'OPEN') <> 'WRTOFF'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 5010-VOID-CN-CHECK-PARA
                   CALL "PERCHK" USING WS-VOID-PERIOD
                                       WS-VOID-POST-PER
                                       WS-VOID-ADJ-FLAG
                                       WS-VOID-PER-RC
                   IF WS-VOID-CN-CNT > 0
                       DISPLAY "BILL " WS-VOID-BILL-NO
                               " HAS CREDIT NOTES - CREDIT THE"
                               " REMAINING LINES INSTEAD"
                   ELSE
                       IF WS-VOID-PER-RC NOT = 0
                           DISPLAY "NO OPEN PERIOD TO POST VOID OF "
                                   WS-VOID-BILL-NO " - NOT VOIDED"
                       ELSE
                           PERFORM 5100-VOID-UPDATE-PARA
                           IF VOID-PRIOR-PERIOD
                               PERFORM 5150-VOID-ADJ-PARA
                           END-IF
                           IF WS-VOID-PER-RC = 0
                               PERFORM 5200-VOID-BACKOUT-PARA
                               PERFORM 5300-WRITE-VOID-LOG-PARA
                               EXEC SQL
                                   COMMIT
                               END-EXEC
                           END-IF
                       END-IF
                   END-IF
               WHEN 100
                   DISPLAY "BILL NOT FOUND, VOID OR WRITTEN OFF: "
                           WS-VOID-BILL-NO
               WHEN OTHER
                   DISPLAY "VOID SELECT FAILED SQLCODE=" SQLCODE
           END-EVALUATE.
      *    A BILL ALREADY PART-CREDITED BY CRNOTE CANNOT BE VOIDED
      *    WHOLE - THE VOID WOULD REVERSE THE CREDITED TAX A SECOND
      *    TIME. IF THE CHECK ITSELF FAILS THE VOID IS REFUSED.
       5010-VOID-CN-CHECK-PARA.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-VOID-CN-CNT
                 FROM MY_BILLING_TABLE
                WHERE BILL_NO = :WS-VOID-BILL-NO
                  AND REC_TYPE = 'C'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "CREDIT NOTE CHECK FAILED SQLCODE=" SQLCODE
               MOVE 1 TO WS-VOID-CN-CNT
           END-IF.
       5050-VOID-XREF-PARA.
           EXEC SQL
               SELECT NEW_BILL_NO
                 INTO :WS-VOID-BILL-NO
                 FROM BILL_NO_XREF
                WHERE OLD_BILL_NO = :LK-VOID-BILL-NO
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY "OLD BILL " LK-VOID-BILL-NO
                       " IS NOW " WS-VOID-BILL-NO
           ELSE
               DISPLAY "NO BILL_NO_XREF ROW FOR OLD BILL "
                       LK-VOID-BILL-NO " SQLCODE=" SQLCODE
           END-IF.
       5100-VOID-UPDATE-PARA.
           EXEC SQL
               UPDATE MY_BILLING_TABLE
                  SET VOID_FLAG = 'Y',
                      VOID_REASON = 'OPERATOR REQUESTED',
                      VOID_TIMESTAMP = CURRENT TIMESTAMP
                WHERE BILL_NO = :WS-VOID-BILL-NO
                  AND VOID_FLAG = 'N'
           END-EXEC.
      *    THE BILL'S OWN PERIOD IS LOCKED - THE HEADER RECORDS THE
      *    OPEN PERIOD THE VOID WAS POSTED IN AND THE DAY IT WAS
      *    POSTED, WHICH IS WHERE GLEXTR, GSTRMT AND CUSTSTMT SHOW IT.
       5150-VOID-ADJ-PARA.
           EXEC SQL
               UPDATE MY_BILLING_TABLE
                  SET ADJ_PERIOD = :WS-VOID-POST-PER,
                      ADJ_DATE = CURRENT DATE
                WHERE BILL_NO = :WS-VOID-BILL-NO
                  AND REC_TYPE = 'H'
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY "BILL " WS-VOID-BILL-NO " PERIOD "
                       WS-VOID-PERIOD " LOCKED - VOID POSTED IN "
                       WS-VOID-POST-PER
           ELSE
               DISPLAY "VOID ADJUSTMENT UPDATE FAILED SQLCODE="
                       SQLCODE " - NOT VOIDED"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 8 TO WS-VOID-PER-RC
           END-IF.
       5200-VOID-BACKOUT-PARA.
           EXEC SQL
               SELECT MEMBER INTO :HV-MEMBER
                    INSERT INTO LOYALTY_LEDGER
                               (CUSTOMER_CODE, BILL_NO, MOVE_TYPE,
                                POINTS, MOVE_DATE)
                    VALUES ( :HV-CUSTOMER-CODE, :WS-VOID-BILL-NO,
                             'V', :WS-LEDGER-PTS, CURRENT DATE )
               END-EXEC
               IF SQLCODE NOT = 0
       5300-WRITE-VOID-LOG-PARA.
           OPEN OUTPUT VOIDLOG.
           MOVE SPACES TO VOIDLOGREC
           MOVE WS-VOID-BILL-NO      TO VL-BILL-NO
           MOVE FUNCTION CURRENT-DATE TO VL-TIMESTAMP
           MOVE "OPERATOR REQUESTED" TO VL-REASON
           IF VOID-PRIOR-PERIOD
               MOVE WS-VOID-POST-PER TO VL-ADJ-PERIOD
           END-IF
           WRITE VOIDLOGREC.
           CLOSE VOIDLOG.
