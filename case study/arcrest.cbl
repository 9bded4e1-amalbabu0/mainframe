      *****************************************************************
      * PROGRAM NAME : ARCREST
      * DESCRIPTION  : Restore from archive. BILLARCH, REGARCH and
      *                CA44G086 move aged data to their archive
      *                generations and delete it from the live files;
      *                this run puts it back on request, so a
      *                disputed old bill or an old student's result
      *                can be worked on again without hand-made SQL
      *                or KSDS records. One request card per item:
      *                  B  a bill by number - every archived row of
      *                     the bill goes back on MY_BILLING_TABLE.
      *                     A bill archived before the ten-digit
      *                     numbering is asked for by its old
      *                     four-digit number and comes back under
      *                     the number BILLCNV would have given it,
      *                     with its BILL_NO_XREF row.
      *                  R  a course and term - the registrations
      *                     and the allocation go back on COURSE_REG2
      *                     and DEPT_ALOT2, each registration with a
      *                     status history row (ARC back to its
      *                     archived status) written through REGHIST.
      *                  M  a student and term - the result record
      *                     goes back on the marks OUTFILE.
      *                Every archive generation is searched and the
      *                latest copy of the item is the one restored.
      *                A request is refused, with the reason, when
      *                the item is not on the archive or a live row
      *                with its key already exists. Each request is
      *                its own unit of work. Restored rows carry
      *                RESTORED_DATE; a restored OUTFILE record
      *                keeps the archive term in bytes 75-80. The
      *                archive holds no payment state, so a restored
      *                bill comes back settled (BALANCE zero, PAID)
      *                and stays out of ageing, fees and dunning.
      *                A restored bill row goes back to the outlet
      *                BILLARCH recorded for it; a row archived
      *                before the outlet was kept returns to R01.
      *                A term archive generation cut before REGARCH
      *                marked its allocation records (column 61
      *                blank) holds only the leading eight of the
      *                nine seat-capacity digits; the capacity is
      *                restored as those digits times ten, the most
      *                it can be short by is nine, and the RESTORED
      *                line says to check it. The marks archive
      *                holds only the first 80 bytes of the result,
      *                so a restored result takes the GRADREF scheme
      *                in effect for its term (DFLT when none was);
      *                it stands on OUTFILE only until the next
      *                EODRUN rebuilds OUTFILE from INFILE, and the
      *                RESTORED line says so.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCREST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RESTCARD ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT BILLARCH ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

            SELECT REGARCH ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

            SELECT MARKARCH ASSIGN DD4
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS4.

            SELECT OUTFILE ASSIGN DD5
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY O-STID
            FILE STATUS WS-FS5.

            SELECT RESTRPT ASSIGN DD6
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS6.

            SELECT GRADREF ASSIGN DD7
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS7.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CARD PER REQUEST - TYPE IN COLUMN 1, THE KEY IN
      *    COLUMNS 3-22 (BILL NUMBER, COURSE NAME OR STUDENT ID),
      *    THE ARCHIVE TERM IN COLUMNS 24-29 (R AND M ONLY) AND THE
      *    REQUESTING OPERATOR'S USER ID IN COLUMNS 31-38.
       FD RESTCARD.
       01 RESTCARDREC.
            10 RQ-TYPE          PIC X(1).
            10 FILLER           PIC X(1).
            10 RQ-KEY           PIC X(20).
            10 RQ-BILL-KEY REDEFINES RQ-KEY.
               15 RQ-BILL-NO    PIC 9(10).
               15 FILLER        PIC X(10).
            10 RQ-STID-KEY REDEFINES RQ-KEY.
               15 RQ-STID       PIC X(6).
               15 FILLER        PIC X(14).
            10 FILLER           PIC X(1).
            10 RQ-TERM          PIC X(6).
            10 FILLER           PIC X(1).
            10 RQ-OPERATOR      PIC X(8).
            10 FILLER           PIC X(42).

      *    THE BILLARCH RECORD. THE OUTLET CODE IS BLANK ON
      *    GENERATIONS CUT BEFORE BILLARCH CARRIED IT.
       FD BILLARCH.
       01 ARCHREC.
            10 AR-BILL-NO       PIC 9(10).
            10 FILLER           PIC X(1).
            10 AR-REC-TYPE      PIC X(1).
            10 FILLER           PIC X(1).
            10 AR-LINE-NO       PIC 9(3).
            10 FILLER           PIC X(1).
            10 AR-CUST-CODE     PIC X(6).
            10 FILLER           PIC X(1).
            10 AR-CUST-NAME     PIC X(20).
            10 FILLER           PIC X(1).
            10 AR-ITEM-NAME     PIC X(20).
            10 FILLER           PIC X(1).
            10 AR-QUANTITY      PIC 9(3).
            10 FILLER           PIC X(1).
            10 AR-BILL-AMOUNT   PIC 9(10).
            10 FILLER           PIC X(1).
            10 AR-GST-AMOUNT    PIC 9(10).
            10 FILLER           PIC X(1).
            10 AR-FINAL-BILL    PIC 9(10).
            10 FILLER           PIC X(1).
            10 AR-VOID-FLAG     PIC X(1).
            10 FILLER           PIC X(1).
            10 AR-BILL-DATE     PIC X(10).
            10 FILLER           PIC X(1).
            10 AR-CN-NO         PIC 9(10).
            10 AR-OUTLET-CODE   PIC X(3).
            10 FILLER           PIC X(1).
      *    GENERATIONS CUT BEFORE THE FINANCIAL-YEAR BILL NUMBERS -
      *    A FOUR-DIGIT BILL NUMBER, A SPACE IN COLUMN 5 AND EVERY
      *    LATER FIELD SIX BYTES TO THE LEFT.
       01 ARCH-OLD-REC.
            10 AO-BILL-NO       PIC 9(4).
            10 AO-GAP           PIC X(1).
            10 AO-REC-TYPE      PIC X(1).
            10 FILLER           PIC X(1).
            10 AO-LINE-NO       PIC 9(3).
            10 FILLER           PIC X(1).
            10 AO-CUST-CODE     PIC X(6).
            10 FILLER           PIC X(1).
            10 AO-CUST-NAME     PIC X(20).
            10 FILLER           PIC X(1).
            10 AO-ITEM-NAME     PIC X(20).
            10 FILLER           PIC X(1).
            10 AO-QUANTITY      PIC 9(3).
            10 FILLER           PIC X(1).
            10 AO-BILL-AMOUNT   PIC 9(10).
            10 FILLER           PIC X(1).
            10 AO-GST-AMOUNT    PIC 9(10).
            10 FILLER           PIC X(1).
            10 AO-FINAL-BILL    PIC 9(10).
            10 FILLER           PIC X(1).
            10 AO-VOID-FLAG     PIC X(1).
            10 FILLER           PIC X(1).
            10 AO-BILL-DATE     PIC X(10).
            10 FILLER           PIC X(1).
            10 AO-CN-NO         PIC 9(10).
            10 FILLER           PIC X(10).

      *    THE REGARCH TERM ARCHIVE - TYPE R (REGISTRATION) AND A
      *    (ALLOCATION). FORMAT 2 ON A TYPE A RECORD IS THE SEAT
      *    CAPACITY AS EIGHT WHOLE DIGITS; BLANK IS AN OLDER
      *    GENERATION HOLDING ONLY THE LEADING EIGHT OF NINE.
       FD REGARCH.
       01 REGARCHREC.
            10 RA-TERM          PIC X(6).
            10 FILLER           PIC X(1).
            10 RA-REC-TYPE      PIC X(1).
            10 FILLER           PIC X(1).
            10 RA-COURSE-NAME   PIC X(20).
            10 FILLER           PIC X(1).
            10 RA-FLD1          PIC X(5).
            10 FILLER           PIC X(1).
            10 RA-FLD2          PIC X(5).
            10 FILLER           PIC X(1).
            10 RA-FLD3          PIC X(8).
            10 FILLER           PIC X(1).
            10 RA-FLD4          PIC X(8).
            10 FILLER           PIC X(1).
            10 RA-FORMAT        PIC X(1).
            10 FILLER           PIC X(19).

      *    THE CA44G086 MARKS ARCHIVE - THE OUTFILE RECORD WITH THE
      *    TERM IT WAS ARCHIVED UNDER IN BYTES 75-80.
       FD MARKARCH.
       01 MARKARCHREC.
            10 MA-STID          PIC X(6).
            10 FILLER           PIC X(68).
            10 MA-TERM          PIC X(6).

       FD OUTFILE.
       01 OUTREC.
            10 O-STID           PIC X(6).
            10 FILLER           PIC X(68).
            10 O-RESTORED-TERM  PIC X(6).
            10 O-GRADE-SCHEME   PIC X(4).
            10 FILLER           PIC X(6).

       FD RESTRPT.
       01 RESTRPTREC           PIC X(132).

      *    THE CA11G086 GRADING SCHEMES - VERSION, THE TERM IT TAKES
      *    EFFECT FROM, THEN ONE ROW PER GRADE.
       FD GRADREF.
       01 GRADREFREC.
            10 GR-VERSION       PIC X(4).
            10 FILLER           PIC X(1).
            10 GR-EFF-TERM      PIC X(6).
            10 FILLER           PIC X(69).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
          88 FS2-OK               VALUE 00.
          88 FS2-EOF              VALUE 10.
       01 WS-FS3                  PIC 99.
          88 FS3-OK               VALUE 00.
          88 FS3-EOF              VALUE 10.
       01 WS-FS4                  PIC 99.
          88 FS4-OK               VALUE 00.
          88 FS4-EOF              VALUE 10.
       01 WS-FS5                  PIC 99.
          88 FS5-OK               VALUE 00.
          88 FS5-NOTFND           VALUE 23.
       01 WS-FS6                  PIC 99.
       01 WS-FS7                  PIC 99.
          88 FS7-OK               VALUE 00.
          88 FS7-EOF              VALUE 10.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-REASON               PIC X(30).
       01 WS-RESTORED-ROWS        PIC 9(4)  VALUE 0.
       01 WS-READ-CNT             PIC 9(6)  VALUE 0.
       01 WS-REST-CNT             PIC 9(6)  VALUE 0.
       01 WS-REF-CNT              PIC 9(6)  VALUE 0.
       01 WS-BILL-REST-CNT        PIC 9(6)  VALUE 0.
       01 WS-REG-REST-CNT         PIC 9(6)  VALUE 0.
       01 WS-MARK-REST-CNT        PIC 9(6)  VALUE 0.
       01 WS-ED-ROWS              PIC ZZZ9.
       01 WS-RPT-NOTE             PIC X(40).
       01 WS-POST-ERR-SW          PIC X(01) VALUE "N".
          88 POST-ERROR           VALUE "Y".
          88 POST-CLEAN           VALUE "N".
      *    A COPY OF THE ITEM IS A RUN OF MATCHING RECORDS; A
      *    MATCH AFTER A NON-MATCH STARTS A LATER GENERATION'S COPY,
      *    WHICH REPLACES WHAT WAS GATHERED SO FAR.
       01 WS-GROUP-SW             PIC X(01) VALUE "N".
          88 IN-GROUP             VALUE "Y".
          88 OUT-OF-GROUP         VALUE "N".
       01 WS-OVERFLOW-SW          PIC X(01) VALUE "N".
          88 TABLE-OVERFLOW       VALUE "Y".
          88 TABLE-OK             VALUE "N".

      *    BILL REQUESTS.
       01 WS-REQ-BILL-NO          PIC 9(10).
       01 WS-LEGACY-SW            PIC X(01) VALUE "N".
          88 LEGACY-REQUEST       VALUE "Y".
          88 CURRENT-REQUEST      VALUE "N".
       01 WS-FY-START-MM          PIC 9(2)  VALUE 4.
       01 WS-BILL-FY              PIC 9(4).
       01 WS-HDR-IX               PIC 9(3)  VALUE 0.
       01 WS-HDR-DATE             PIC X(10).
       01 WS-HDR-DATE-R REDEFINES WS-HDR-DATE.
          05 WS-HD-YYYY           PIC X(4).
          05 FILLER               PIC X(1).
          05 WS-HD-MM             PIC X(2).
          05 WS-HD-MM-N REDEFINES WS-HD-MM
                                  PIC 9(2).
          05 FILLER               PIC X(3).
       01 WS-HD-YYYY-N            PIC 9(4).
       01 WS-XREF-SW              PIC X(01) VALUE "N".
          88 XREF-PRESENT         VALUE "Y".
          88 XREF-MISSING         VALUE "N".
       01 WS-ROW-WORK.
          05 WS-ROW-CNT           PIC 9(3)  VALUE 0.
          05 WS-ROW-IX            PIC 9(3)  VALUE 0.
          05 WS-ROW-ENTRY         OCCURS 500 TIMES.
             10 WS-RW-REC-TYPE    PIC X(1).
             10 WS-RW-LINE-NO     PIC 9(3).
             10 WS-RW-CUST-CODE   PIC X(6).
             10 WS-RW-CUST-NAME   PIC X(20).
             10 WS-RW-ITEM-NAME   PIC X(20).
             10 WS-RW-QUANTITY    PIC 9(3).
             10 WS-RW-BILL-AMOUNT PIC 9(10).
             10 WS-RW-GST-AMOUNT  PIC 9(10).
             10 WS-RW-FINAL-BILL  PIC 9(10).
             10 WS-RW-VOID-FLAG   PIC X(1).
             10 WS-RW-BILL-DATE   PIC X(10).
             10 WS-RW-CN-NO       PIC 9(10).
             10 WS-RW-OUTLET      PIC X(3).
       01 WS-HV-BILL-NO           PIC 9(10).
       01 WS-HV-OLD-BILL-NO       PIC 9(10).
       01 WS-HV-XREF-NEW          PIC 9(10).
       01 WS-HV-LIVE-CNT          PIC S9(9) COMP.
       01 WS-HV-REC-TYPE          PIC X(1).
       01 WS-HV-LINE-NO           PIC S9(4) COMP.
       01 WS-HV-CUST-CODE         PIC X(6).
       01 WS-HV-CUST-NAME         PIC X(20).
       01 WS-HV-ITEM-NAME         PIC X(20).
       01 WS-HV-QUANTITY          PIC S9(4) COMP.
       01 WS-HV-BILL-AMOUNT       PIC S9(9)V99 COMP-3.
       01 WS-HV-GST-AMOUNT        PIC S9(9)V99 COMP-3.
       01 WS-HV-FINAL-BILL        PIC S9(9)V99 COMP-3.
       01 WS-HV-VOID-FLAG         PIC X(1).
       01 WS-HV-BILL-DATE         PIC X(10).
       01 WS-HV-CN-NO             PIC 9(10).
       01 WS-HV-OUTLET            PIC X(3).

      *    COURSE REQUESTS.
       01 WS-ALOT-SW              PIC X(01) VALUE "N".
          88 ALOT-FOUND           VALUE "Y".
          88 ALOT-MISSING         VALUE "N".
       01 WS-REG-WORK.
          05 WS-REG-CNT           PIC 9(3)  VALUE 0.
          05 WS-REG-IX            PIC 9(3)  VALUE 0.
          05 WS-REG-ENTRY         OCCURS 500 TIMES.
             10 WS-RG-COURSE-ID   PIC X(5).
             10 WS-RG-APPL-ID     PIC X(5).
             10 WS-RG-AGE         PIC X(8).
             10 WS-RG-STATUS      PIC X(3).
       01 WS-AL-DEPT-ID           PIC X(5).
       01 WS-AL-CLS-ID            PIC X(5).
       01 WS-AL-CLS-AVG           PIC X(8).
       01 WS-AL-SEAT-CAP          PIC X(8).
       01 WS-AL-FORMAT            PIC X(1).
          88 AL-SEAT-CAP-WHOLE    VALUE "2".
       01 WS-HV-COURSE-NAME       PIC X(20).
       01 WS-HV-COURSE-ID         PIC X(5).
       01 WS-HV-APPL-ID           PIC X(5).
       01 WS-HV-AGE               PIC S9(4) COMP.
       01 WS-HV-COURSE-STATUS     PIC X(3).
       01 WS-HV-DEPT-ID           PIC X(5).
       01 WS-HV-CLS-ID            PIC X(5).
       01 WS-HV-CLS-AVG           PIC S9(9) COMP.
       01 WS-HV-CLS-TOT           PIC S9(9) COMP.
       01 WS-HV-SEAT-CAP          PIC S9(9) COMP.
      *    AN ARCHIVED NUMBER IS ITS DIGITS, LEFT-JUSTIFIED, THEN
      *    SPACES.
       01 WS-NUM-TEXT             PIC X(8).
       01 WS-NUM-LEN              PIC 9(2)  VALUE 0.
       01 WS-NUM-VALUE            PIC 9(8)  VALUE 0.
       01 WS-NUM-SW               PIC X(01) VALUE "Y".
          88 NUM-OK               VALUE "Y".
          88 NUM-BAD              VALUE "N".
      *    PARAMETERS FOR THE REGHIST STATUS HISTORY WRITER.
       01 WS-HIST-PARMS.
          05 WS-HS-APPL-ID        PIC X(5).
          05 WS-HS-COURSE-NAME    PIC X(20).
          05 WS-HS-OLD-STATUS     PIC X(3).
          05 WS-HS-NEW-STATUS     PIC X(3).
          05 WS-HS-PROGRAM        PIC X(8)  VALUE "ARCREST".
          05 WS-HS-REASON         PIC X(30).
          05 WS-HS-SQLCODE        PIC S9(9) COMP.

      *    STUDENT REQUESTS.
       01 WS-MARK-SW              PIC X(01) VALUE "N".
          88 MARK-FOUND           VALUE "Y".
          88 MARK-MISSING         VALUE "N".
       01 WS-MARK-REC             PIC X(80).
       01 WS-GS-VERSION           PIC X(4).
       01 WS-GS-EFF-TERM          PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-READ-PARA
               THRU 2000-READ-EXIT UNTIL FS1-EOF.
            PERFORM 6000-TERM-PARA
               THRU 6000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

      *-----------------------------------------------------------------
      *     THE ARCHIVES ARE OPENED PER REQUEST - EACH REQUEST READS
      *     EVERY GENERATION FROM THE OLDEST.
       1000-INIT-PARA.
            OPEN INPUT RESTCARD
                 OUTPUT RESTRPT.
            IF NOT FS1-OK OR WS-FS6 NOT = 00
                DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS6
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN I-O OUTFILE.
            IF NOT FS5-OK
                DISPLAY "OUTFILE OPEN FAILURE " WS-FS5
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO RESTRPTREC
            STRING "T KEY                   TERM    OUTCOME   ROWS"
                   "  OPERATOR  REASON"
               INTO RESTRPTREC
            END-STRING
            WRITE RESTRPTREC.
       1000-INIT-EXIT.
            EXIT.

       2000-READ-PARA.
            READ RESTCARD
                AT END
                    SET FS1-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-READ-CNT
                    PERFORM 2100-REQUEST-PARA
                       THRU 2100-REQUEST-EXIT
            END-READ.
       2000-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     EACH REQUEST PATH LEAVES WS-REASON SET WHEN IT REFUSES,
      *     AND HAS COMMITTED OR ROLLED BACK BEFORE IT RETURNS.
       2100-REQUEST-PARA.
            MOVE SPACES TO WS-REASON.
            MOVE SPACES TO WS-RPT-NOTE.
            MOVE 0 TO WS-RESTORED-ROWS.
            IF RQ-OPERATOR = SPACES
                MOVE "NO OPERATOR ID" TO WS-REASON
                GO TO 2100-REQUEST-REPORT
            END-IF.
            EVALUATE RQ-TYPE
                WHEN "B"
                    PERFORM 3000-BILL-PARA
                       THRU 3000-BILL-EXIT
                WHEN "R"
                    PERFORM 4000-COURSE-PARA
                       THRU 4000-COURSE-EXIT
                WHEN "M"
                    PERFORM 5000-STUDENT-PARA
                       THRU 5000-STUDENT-EXIT
                WHEN OTHER
                    MOVE "TYPE NOT B, R OR M" TO WS-REASON
            END-EVALUATE.

       2100-REQUEST-REPORT.
            MOVE SPACES TO RESTRPTREC.
            IF WS-REASON = SPACES
                ADD 1 TO WS-REST-CNT
                MOVE WS-RESTORED-ROWS TO WS-ED-ROWS
                STRING RQ-TYPE
                       " " RQ-KEY
                       "  " RQ-TERM
                       "  RESTORED  " WS-ED-ROWS
                       "  " RQ-OPERATOR
                       "  " WS-RPT-NOTE
                   INTO RESTRPTREC
                END-STRING
            ELSE
                ADD 1 TO WS-REF-CNT
                IF WS-RC < 4
                    MOVE 4 TO WS-RC
                END-IF
                STRING RQ-TYPE
                       " " RQ-KEY
                       "  " RQ-TERM
                       "  REFUSED   " "   0"
                       "  " RQ-OPERATOR
                       "  " WS-REASON
                   INTO RESTRPTREC
                END-STRING
            END-IF.
            WRITE RESTRPTREC.
       2100-REQUEST-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A BILL. A NUMBER UP TO 9999 IS AN OLD FOUR-DIGIT NUMBER
      *     AND IS LOOKED FOR ON THE OLD-LAYOUT RECORDS ONLY.
       3000-BILL-PARA.
            IF RQ-BILL-NO IS NOT NUMERIC
                MOVE "BILL NUMBER NOT NUMERIC" TO WS-REASON
                GO TO 3000-BILL-EXIT
            END-IF.
            IF RQ-BILL-NO = 0
                MOVE "BILL NUMBER NOT NUMERIC" TO WS-REASON
                GO TO 3000-BILL-EXIT
            END-IF.
            MOVE RQ-BILL-NO TO WS-REQ-BILL-NO.
            IF WS-REQ-BILL-NO <= 9999
                SET LEGACY-REQUEST TO TRUE
            ELSE
                SET CURRENT-REQUEST TO TRUE
            END-IF.

            MOVE 0 TO WS-ROW-CNT.
            SET OUT-OF-GROUP TO TRUE.
            SET TABLE-OK TO TRUE.
            OPEN INPUT BILLARCH.
            IF NOT FS2-OK
                DISPLAY "BILL ARCHIVE OPEN ERROR " WS-FS2
                MOVE 8 TO WS-RC
                MOVE "BILL ARCHIVE NOT AVAILABLE" TO WS-REASON
                GO TO 3000-BILL-EXIT
            END-IF.
            PERFORM 3100-SCAN-BILL-PARA
               THRU 3100-SCAN-BILL-EXIT UNTIL FS2-EOF.
            CLOSE BILLARCH.

            IF WS-ROW-CNT = 0
                MOVE "BILL NOT ON ARCHIVE" TO WS-REASON
                GO TO 3000-BILL-EXIT
            END-IF.
            IF TABLE-OVERFLOW
                MOVE "OVER 500 ROWS ON ARCHIVE" TO WS-REASON
                GO TO 3000-BILL-EXIT
            END-IF.
            MOVE 0 TO WS-HDR-IX.
            PERFORM 3200-FIND-HEADER-PARA
               THRU 3200-FIND-HEADER-EXIT
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > WS-ROW-CNT.
            IF WS-HDR-IX = 0
                MOVE "NO HEADER ON ARCHIVE COPY" TO WS-REASON
                GO TO 3000-BILL-EXIT
            END-IF.

      *     AN OLD-NUMBER BILL COMES BACK UNDER THE FINANCIAL YEAR OF
      *     ITS BILL DATE AND ITS OLD NUMBER AS THE SEQUENCE, AS
      *     BILLCNV NUMBERED THE BILLS THAT WERE LIVE AT CONVERSION.
            IF CURRENT-REQUEST
                MOVE WS-REQ-BILL-NO TO WS-HV-BILL-NO
            ELSE
                MOVE WS-RW-BILL-DATE(WS-HDR-IX) TO WS-HDR-DATE
                IF WS-HD-YYYY IS NOT NUMERIC
                   OR WS-HD-MM IS NOT NUMERIC
                    MOVE "OLD BILL HAS NO BILL DATE" TO WS-REASON
                    GO TO 3000-BILL-EXIT
                END-IF
                MOVE WS-HD-YYYY TO WS-HD-YYYY-N
                IF WS-HD-MM-N < WS-FY-START-MM
                    COMPUTE WS-BILL-FY = WS-HD-YYYY-N - 1
                ELSE
                    MOVE WS-HD-YYYY-N TO WS-BILL-FY
                END-IF
                COMPUTE WS-HV-BILL-NO =
                    WS-BILL-FY * 1000000 + WS-REQ-BILL-NO
                MOVE "AS NEW NUMBER" TO WS-RPT-NOTE
            END-IF.

            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HV-LIVE-CNT
                  FROM MY_BILLING_TABLE
                 WHERE BILL_NO = :WS-HV-BILL-NO
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "LIVE BILL COUNT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                GO TO 3000-BILL-EXIT
            END-IF.
            IF WS-HV-LIVE-CNT > 0
                MOVE "BILL ALREADY ON LIVE TABLE" TO WS-REASON
                GO TO 3000-BILL-EXIT
            END-IF.

            SET XREF-MISSING TO TRUE.
            IF LEGACY-REQUEST
                MOVE WS-REQ-BILL-NO TO WS-HV-OLD-BILL-NO
                EXEC SQL
                    SELECT NEW_BILL_NO
                      INTO :WS-HV-XREF-NEW
                      FROM BILL_NO_XREF
                     WHERE OLD_BILL_NO = :WS-HV-OLD-BILL-NO
                END-EXEC
                EVALUATE TRUE
                    WHEN SQLCODE = 0
                        IF WS-HV-XREF-NEW NOT = WS-HV-BILL-NO
                            MOVE "OLD NUMBER NOW ANOTHER BILL"
                              TO WS-REASON
                            GO TO 3000-BILL-EXIT
                        END-IF
                        SET XREF-PRESENT TO TRUE
                    WHEN SQLCODE = 100
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "BILL_NO_XREF SELECT FAILED SQLCODE="
                                SQLCODE
                        MOVE 8 TO WS-RC
                        MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                        GO TO 3000-BILL-EXIT
                END-EVALUATE
            END-IF.

            PERFORM 3300-RESTORE-BILL-PARA
               THRU 3300-RESTORE-BILL-EXIT.
       3000-BILL-EXIT.
            EXIT.

       3100-SCAN-BILL-PARA.
            READ BILLARCH
                AT END
                    SET FS2-EOF TO TRUE
                NOT AT END
                    PERFORM 3110-MATCH-BILL-PARA
                       THRU 3110-MATCH-BILL-EXIT
            END-READ.
       3100-SCAN-BILL-EXIT.
            EXIT.

       3110-MATCH-BILL-PARA.
            IF AO-GAP = SPACE
                IF LEGACY-REQUEST
                   AND AO-BILL-NO IS NUMERIC
                   AND AO-BILL-NO = WS-REQ-BILL-NO
                    CONTINUE
                ELSE
                    SET OUT-OF-GROUP TO TRUE
                    GO TO 3110-MATCH-BILL-EXIT
                END-IF
            ELSE
                IF CURRENT-REQUEST
                   AND AR-BILL-NO IS NUMERIC
                   AND AR-BILL-NO = WS-REQ-BILL-NO
                    CONTINUE
                ELSE
                    SET OUT-OF-GROUP TO TRUE
                    GO TO 3110-MATCH-BILL-EXIT
                END-IF
            END-IF.

            IF OUT-OF-GROUP
                MOVE 0 TO WS-ROW-CNT
                SET TABLE-OK TO TRUE
                SET IN-GROUP TO TRUE
            END-IF.
            IF WS-ROW-CNT >= 500
                SET TABLE-OVERFLOW TO TRUE
                GO TO 3110-MATCH-BILL-EXIT
            END-IF.
            ADD 1 TO WS-ROW-CNT.
            IF AO-GAP = SPACE
                MOVE AO-REC-TYPE TO WS-RW-REC-TYPE(WS-ROW-CNT)
                MOVE AO-LINE-NO TO WS-RW-LINE-NO(WS-ROW-CNT)
                MOVE AO-CUST-CODE TO WS-RW-CUST-CODE(WS-ROW-CNT)
                MOVE AO-CUST-NAME TO WS-RW-CUST-NAME(WS-ROW-CNT)
                MOVE AO-ITEM-NAME TO WS-RW-ITEM-NAME(WS-ROW-CNT)
                MOVE AO-QUANTITY TO WS-RW-QUANTITY(WS-ROW-CNT)
                MOVE AO-BILL-AMOUNT TO WS-RW-BILL-AMOUNT(WS-ROW-CNT)
                MOVE AO-GST-AMOUNT TO WS-RW-GST-AMOUNT(WS-ROW-CNT)
                MOVE AO-FINAL-BILL TO WS-RW-FINAL-BILL(WS-ROW-CNT)
                MOVE AO-VOID-FLAG TO WS-RW-VOID-FLAG(WS-ROW-CNT)
                MOVE AO-BILL-DATE TO WS-RW-BILL-DATE(WS-ROW-CNT)
                MOVE AO-CN-NO TO WS-RW-CN-NO(WS-ROW-CNT)
                MOVE "R01" TO WS-RW-OUTLET(WS-ROW-CNT)
            ELSE
                MOVE AR-REC-TYPE TO WS-RW-REC-TYPE(WS-ROW-CNT)
                MOVE AR-LINE-NO TO WS-RW-LINE-NO(WS-ROW-CNT)
                MOVE AR-CUST-CODE TO WS-RW-CUST-CODE(WS-ROW-CNT)
                MOVE AR-CUST-NAME TO WS-RW-CUST-NAME(WS-ROW-CNT)
                MOVE AR-ITEM-NAME TO WS-RW-ITEM-NAME(WS-ROW-CNT)
                MOVE AR-QUANTITY TO WS-RW-QUANTITY(WS-ROW-CNT)
                MOVE AR-BILL-AMOUNT TO WS-RW-BILL-AMOUNT(WS-ROW-CNT)
                MOVE AR-GST-AMOUNT TO WS-RW-GST-AMOUNT(WS-ROW-CNT)
                MOVE AR-FINAL-BILL TO WS-RW-FINAL-BILL(WS-ROW-CNT)
                MOVE AR-VOID-FLAG TO WS-RW-VOID-FLAG(WS-ROW-CNT)
                MOVE AR-BILL-DATE TO WS-RW-BILL-DATE(WS-ROW-CNT)
                MOVE AR-CN-NO TO WS-RW-CN-NO(WS-ROW-CNT)
                IF AR-OUTLET-CODE = SPACES
                    MOVE "R01" TO WS-RW-OUTLET(WS-ROW-CNT)
                ELSE
                    MOVE AR-OUTLET-CODE TO WS-RW-OUTLET(WS-ROW-CNT)
                END-IF
            END-IF.
       3110-MATCH-BILL-EXIT.
            EXIT.

       3200-FIND-HEADER-PARA.
            IF WS-RW-REC-TYPE(WS-ROW-IX) = "H"
                MOVE WS-ROW-IX TO WS-HDR-IX
            END-IF.
       3200-FIND-HEADER-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     EVERY ROW OF THE BILL, AND THE XREF ROW FOR AN OLD
      *     NUMBER, COMMIT TOGETHER OR NOT AT ALL. THE OUTCOME RIDES
      *     ON ITS OWN SWITCH - THE ROLLBACK RESETS SQLCODE.
       3300-RESTORE-BILL-PARA.
            SET POST-CLEAN TO TRUE.
            PERFORM 3310-INSERT-ROW-PARA
               THRU 3310-INSERT-ROW-EXIT
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > WS-ROW-CNT
                  OR POST-ERROR.

            IF POST-CLEAN AND LEGACY-REQUEST AND XREF-MISSING
                EXEC SQL
                    INSERT INTO BILL_NO_XREF
                           (OLD_BILL_NO, NEW_BILL_NO, CONV_DATE)
                    VALUES ( :WS-HV-OLD-BILL-NO, :WS-HV-BILL-NO,
                             CURRENT DATE )
                END-EXEC
                IF SQLCODE NOT = 0
                    DISPLAY "BILL_NO_XREF INSERT FAILED SQLCODE="
                            SQLCODE
                    SET POST-ERROR TO TRUE
                END-IF
            END-IF.

            IF POST-ERROR
                EXEC SQL
                    ROLLBACK
                END-EXEC
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON RESTORE" TO WS-REASON
                GO TO 3300-RESTORE-BILL-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            MOVE WS-ROW-CNT TO WS-RESTORED-ROWS.
            ADD 1 TO WS-BILL-REST-CNT.
            IF LEGACY-REQUEST
                MOVE SPACES TO WS-RPT-NOTE
                STRING "AS " WS-HV-BILL-NO
                   INTO WS-RPT-NOTE
                END-STRING
            END-IF.
       3300-RESTORE-BILL-EXIT.
            EXIT.

      *     THE ARCHIVE KEEPS WHOLE AMOUNTS, THE BILL DATE, THE
      *     CREDIT-NOTE NUMBER AND THE OUTLET (R01, THE ORIGINAL
      *     RESTAURANT, FOR A RECORD CUT BEFORE THE OUTLET WAS
      *     CARRIED); EVERYTHING ELSE TAKES ITS DEFAULT.
      *     THE HEADER COMES BACK SETTLED.
       3310-INSERT-ROW-PARA.
            IF WS-RW-LINE-NO(WS-ROW-IX) IS NOT NUMERIC
               OR WS-RW-QUANTITY(WS-ROW-IX) IS NOT NUMERIC
               OR WS-RW-BILL-AMOUNT(WS-ROW-IX) IS NOT NUMERIC
               OR WS-RW-GST-AMOUNT(WS-ROW-IX) IS NOT NUMERIC
               OR WS-RW-FINAL-BILL(WS-ROW-IX) IS NOT NUMERIC
                DISPLAY "UNREADABLE ARCHIVE ROW FOR BILL "
                        WS-HV-BILL-NO
                SET POST-ERROR TO TRUE
                GO TO 3310-INSERT-ROW-EXIT
            END-IF.
            MOVE WS-RW-REC-TYPE(WS-ROW-IX) TO WS-HV-REC-TYPE.
            MOVE WS-RW-LINE-NO(WS-ROW-IX) TO WS-HV-LINE-NO.
            MOVE WS-RW-CUST-CODE(WS-ROW-IX) TO WS-HV-CUST-CODE.
            MOVE WS-RW-CUST-NAME(WS-ROW-IX) TO WS-HV-CUST-NAME.
            MOVE WS-RW-ITEM-NAME(WS-ROW-IX) TO WS-HV-ITEM-NAME.
            MOVE WS-RW-QUANTITY(WS-ROW-IX) TO WS-HV-QUANTITY.
            MOVE WS-RW-BILL-AMOUNT(WS-ROW-IX) TO WS-HV-BILL-AMOUNT.
            MOVE WS-RW-GST-AMOUNT(WS-ROW-IX) TO WS-HV-GST-AMOUNT.
            MOVE WS-RW-FINAL-BILL(WS-ROW-IX) TO WS-HV-FINAL-BILL.
            MOVE WS-RW-VOID-FLAG(WS-ROW-IX) TO WS-HV-VOID-FLAG.
            MOVE WS-RW-BILL-DATE(WS-ROW-IX) TO WS-HV-BILL-DATE.
            MOVE WS-RW-OUTLET(WS-ROW-IX) TO WS-HV-OUTLET.
            IF WS-RW-CN-NO(WS-ROW-IX) IS NUMERIC
                MOVE WS-RW-CN-NO(WS-ROW-IX) TO WS-HV-CN-NO
            ELSE
                MOVE 0 TO WS-HV-CN-NO
            END-IF.
            EXEC SQL
                INSERT INTO MY_BILLING_TABLE
                       (BILL_NO, REC_TYPE, LINE_NO,
                        CUSTOMER_CODE, CUST_NAME, ITEM_NAME,
                        QUANTITY, BILL_AMOUNT, GST_AMOUNT,
                        FINAL_BILL, VOID_FLAG, BILL_DATE, CN_NO,
                        OUTLET_CODE,
                        PAID_AMOUNT, BALANCE, BILL_STATUS,
                        RESTORED_DATE)
                VALUES (:WS-HV-BILL-NO, :WS-HV-REC-TYPE,
                        :WS-HV-LINE-NO, :WS-HV-CUST-CODE,
                        :WS-HV-CUST-NAME, :WS-HV-ITEM-NAME,
                        :WS-HV-QUANTITY, :WS-HV-BILL-AMOUNT,
                        :WS-HV-GST-AMOUNT, :WS-HV-FINAL-BILL,
                        :WS-HV-VOID-FLAG,
                        DATE(NULLIF(:WS-HV-BILL-DATE, ' ')),
                        NULLIF(:WS-HV-CN-NO, 0),
                        :WS-HV-OUTLET,
                        CASE WHEN :WS-HV-REC-TYPE = 'H'
                             THEN :WS-HV-FINAL-BILL END,
                        CASE WHEN :WS-HV-REC-TYPE = 'H'
                             THEN 0 END,
                        CASE WHEN :WS-HV-REC-TYPE = 'H'
                             THEN 'PAID' END,
                        CURRENT DATE)
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "BILL ROW INSERT FAILED SQLCODE=" SQLCODE
                        " BILL " WS-HV-BILL-NO
                SET POST-ERROR TO TRUE
            END-IF.
       3310-INSERT-ROW-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A COURSE AND TERM. THE LIVE TABLES HOLD ONE TERM OF A
      *     COURSE AT A TIME, SO ANY LIVE ROW FOR THE COURSE REFUSES
      *     THE REQUEST.
       4000-COURSE-PARA.
            IF RQ-KEY = SPACES OR RQ-TERM = SPACES
                MOVE "COURSE AND TERM REQUIRED" TO WS-REASON
                GO TO 4000-COURSE-EXIT
            END-IF.
            MOVE RQ-KEY TO WS-HV-COURSE-NAME.

            MOVE 0 TO WS-REG-CNT.
            SET ALOT-MISSING TO TRUE.
            SET OUT-OF-GROUP TO TRUE.
            SET TABLE-OK TO TRUE.
            OPEN INPUT REGARCH.
            IF NOT FS3-OK
                DISPLAY "TERM ARCHIVE OPEN ERROR " WS-FS3
                MOVE 8 TO WS-RC
                MOVE "TERM ARCHIVE NOT AVAILABLE" TO WS-REASON
                GO TO 4000-COURSE-EXIT
            END-IF.
            PERFORM 4100-SCAN-REG-PARA
               THRU 4100-SCAN-REG-EXIT UNTIL FS3-EOF.
            CLOSE REGARCH.

            IF WS-REG-CNT = 0 AND ALOT-MISSING
                MOVE "COURSE/TERM NOT ON ARCHIVE" TO WS-REASON
                GO TO 4000-COURSE-EXIT
            END-IF.
            IF ALOT-MISSING
                MOVE "NO ALLOCATION ON ARCHIVE" TO WS-REASON
                GO TO 4000-COURSE-EXIT
            END-IF.
            IF TABLE-OVERFLOW
                MOVE "OVER 500 REGISTRATIONS" TO WS-REASON
                GO TO 4000-COURSE-EXIT
            END-IF.

            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HV-LIVE-CNT
                  FROM DEPT_ALOT2
                 WHERE COURSE_NAME2 = :WS-HV-COURSE-NAME
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "DEPT_ALOT2 COUNT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                GO TO 4000-COURSE-EXIT
            END-IF.
            IF WS-HV-LIVE-CNT > 0
                MOVE "COURSE LIVE ON DEPT_ALOT2" TO WS-REASON
                GO TO 4000-COURSE-EXIT
            END-IF.
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HV-LIVE-CNT
                  FROM COURSE_REG2
                 WHERE COURSE_NAME = :WS-HV-COURSE-NAME
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "COURSE_REG2 COUNT FAILED SQLCODE=" SQLCODE
                MOVE 8 TO WS-RC
                MOVE "SQL ERROR ON LOOKUP" TO WS-REASON
                GO TO 4000-COURSE-EXIT
            END-IF.
            IF WS-HV-LIVE-CNT > 0
                MOVE "COURSE LIVE ON COURSE_REG2" TO WS-REASON
                GO TO 4000-COURSE-EXIT
            END-IF.

            PERFORM 4300-RESTORE-COURSE-PARA
               THRU 4300-RESTORE-COURSE-EXIT.
       4000-COURSE-EXIT.
            EXIT.

       4100-SCAN-REG-PARA.
            READ REGARCH
                AT END
                    SET FS3-EOF TO TRUE
                NOT AT END
                    PERFORM 4110-MATCH-REG-PARA
                       THRU 4110-MATCH-REG-EXIT
            END-READ.
       4100-SCAN-REG-EXIT.
            EXIT.

       4110-MATCH-REG-PARA.
            IF RA-TERM NOT = RQ-TERM
               OR RA-COURSE-NAME NOT = WS-HV-COURSE-NAME
                SET OUT-OF-GROUP TO TRUE
                GO TO 4110-MATCH-REG-EXIT
            END-IF.
            IF OUT-OF-GROUP
                MOVE 0 TO WS-REG-CNT
                SET ALOT-MISSING TO TRUE
                SET TABLE-OK TO TRUE
                SET IN-GROUP TO TRUE
            END-IF.
            EVALUATE RA-REC-TYPE
                WHEN "R"
                    IF WS-REG-CNT >= 500
                        SET TABLE-OVERFLOW TO TRUE
                    ELSE
                        ADD 1 TO WS-REG-CNT
                        MOVE RA-FLD1 TO WS-RG-COURSE-ID(WS-REG-CNT)
                        MOVE RA-FLD2 TO WS-RG-APPL-ID(WS-REG-CNT)
                        MOVE RA-FLD3 TO WS-RG-AGE(WS-REG-CNT)
                        MOVE RA-FLD4 TO WS-RG-STATUS(WS-REG-CNT)
                    END-IF
                WHEN "A"
                    SET ALOT-FOUND TO TRUE
                    MOVE RA-FLD1 TO WS-AL-DEPT-ID
                    MOVE RA-FLD2 TO WS-AL-CLS-ID
                    MOVE RA-FLD3 TO WS-AL-CLS-AVG
                    MOVE RA-FLD4 TO WS-AL-SEAT-CAP
                    MOVE RA-FORMAT TO WS-AL-FORMAT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
       4110-MATCH-REG-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE ALLOCATION AND EVERY REGISTRATION, EACH WITH ITS
      *     HISTORY ROW, COMMIT TOGETHER OR NOT AT ALL. THE ARCHIVE
      *     DOES NOT KEEP THE CLASS TOTAL; IT IS PUT BACK AS THE
      *     AVERAGE TIMES THE REGISTRATIONS RESTORED, WHICH IS WHAT
      *     THE NEXT PGM RUN RECOMPUTES THE AVERAGE FROM.
       4300-RESTORE-COURSE-PARA.
            SET POST-CLEAN TO TRUE.
            MOVE WS-AL-CLS-AVG TO WS-NUM-TEXT.
            PERFORM 8000-ARCH-NUMBER-PARA
               THRU 8000-ARCH-NUMBER-EXIT.
            IF NUM-BAD
                MOVE "UNREADABLE ALLOCATION RECORD" TO WS-REASON
                GO TO 4300-RESTORE-COURSE-EXIT
            END-IF.
            MOVE WS-NUM-VALUE TO WS-HV-CLS-AVG.
            MOVE WS-AL-SEAT-CAP TO WS-NUM-TEXT.
            PERFORM 8000-ARCH-NUMBER-PARA
               THRU 8000-ARCH-NUMBER-EXIT.
            IF NUM-BAD
                MOVE "UNREADABLE ALLOCATION RECORD" TO WS-REASON
                GO TO 4300-RESTORE-COURSE-EXIT
            END-IF.
            IF AL-SEAT-CAP-WHOLE
                MOVE WS-NUM-VALUE TO WS-HV-SEAT-CAP
            ELSE
                COMPUTE WS-HV-SEAT-CAP = WS-NUM-VALUE * 10
                MOVE "SEAT CAP ROUNDED DOWN TO 10 - CHECK"
                    TO WS-RPT-NOTE
            END-IF.
            COMPUTE WS-HV-CLS-TOT = WS-HV-CLS-AVG * WS-REG-CNT.
            MOVE WS-AL-DEPT-ID TO WS-HV-DEPT-ID.
            MOVE WS-AL-CLS-ID TO WS-HV-CLS-ID.

            EXEC SQL
                INSERT INTO DEPT_ALOT2
                       (COURSE_NAME2, DEPT_ID, CLS_ID, CLS_AVG,
                        CLS_TOT, SEAT_CAP, RESTORED_DATE)
                VALUES (:WS-HV-COURSE-NAME, :WS-HV-DEPT-ID,
                        :WS-HV-CLS-ID, :WS-HV-CLS-AVG,
                        :WS-HV-CLS-TOT, :WS-HV-SEAT-CAP,
                        CURRENT DATE)
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "DEPT_ALOT2 INSERT FAILED SQLCODE=" SQLCODE
                        " COURSE " WS-HV-COURSE-NAME
                SET POST-ERROR TO TRUE
            END-IF.

            IF POST-CLEAN
                PERFORM 4310-INSERT-REG-PARA
                   THRU 4310-INSERT-REG-EXIT
                   VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-CNT
                      OR POST-ERROR
            END-IF.

            IF POST-ERROR
                EXEC SQL
                    ROLLBACK
                END-EXEC
                IF WS-REASON = SPACES
                    MOVE 8 TO WS-RC
                    MOVE "SQL ERROR ON RESTORE" TO WS-REASON
                END-IF
                GO TO 4300-RESTORE-COURSE-EXIT
            END-IF.
            EXEC SQL
                COMMIT
            END-EXEC.
            COMPUTE WS-RESTORED-ROWS = WS-REG-CNT + 1.
            ADD 1 TO WS-REG-REST-CNT.
       4300-RESTORE-COURSE-EXIT.
            EXIT.

       4310-INSERT-REG-PARA.
            MOVE WS-RG-AGE(WS-REG-IX) TO WS-NUM-TEXT.
            PERFORM 8000-ARCH-NUMBER-PARA
               THRU 8000-ARCH-NUMBER-EXIT.
            IF NUM-BAD
                MOVE "UNREADABLE REGISTRATION" TO WS-REASON
                SET POST-ERROR TO TRUE
                GO TO 4310-INSERT-REG-EXIT
            END-IF.
            MOVE WS-NUM-VALUE TO WS-HV-AGE.
            MOVE WS-RG-COURSE-ID(WS-REG-IX) TO WS-HV-COURSE-ID.
            MOVE WS-RG-APPL-ID(WS-REG-IX) TO WS-HV-APPL-ID.
            MOVE WS-RG-STATUS(WS-REG-IX) TO WS-HV-COURSE-STATUS.
            EXEC SQL
                INSERT INTO COURSE_REG2
                       (COURSE_ID, APPL_ID, COURSE_NAME, AGE,
                        COURSE_STATUS, CRE_TS, UPD_TS,
                        RESTORED_DATE)
                VALUES (:WS-HV-COURSE-ID, :WS-HV-APPL-ID,
                        :WS-HV-COURSE-NAME, :WS-HV-AGE,
                        :WS-HV-COURSE-STATUS,
                        CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                        CURRENT DATE)
            END-EXEC.
            IF SQLCODE NOT = 0
                DISPLAY "COURSE_REG2 INSERT FAILED SQLCODE=" SQLCODE
                        " APPL " WS-HV-APPL-ID
                SET POST-ERROR TO TRUE
                GO TO 4310-INSERT-REG-EXIT
            END-IF.

      *     THE TIMELINE REGARCH CLOSED WITH AN ARC ROW REOPENS HERE.
            MOVE WS-HV-APPL-ID TO WS-HS-APPL-ID.
            MOVE WS-HV-COURSE-NAME TO WS-HS-COURSE-NAME.
            MOVE "ARC" TO WS-HS-OLD-STATUS.
            MOVE WS-HV-COURSE-STATUS TO WS-HS-NEW-STATUS.
            MOVE SPACES TO WS-HS-REASON.
            STRING "RESTORED FROM TERM " RQ-TERM
                INTO WS-HS-REASON
            END-STRING.
            CALL "REGHIST" USING WS-HIST-PARMS.
            IF WS-HS-SQLCODE NOT = 0
                DISPLAY "HISTORY INSERT ERROR : " WS-HS-SQLCODE
                        " APPL " WS-HV-APPL-ID
                SET POST-ERROR TO TRUE
            END-IF.
       4310-INSERT-REG-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A STUDENT AND TERM. OUTFILE HOLDS ONE RECORD PER
      *     STUDENT, SO A LIVE RECORD FOR THE STUDENT REFUSES THE
      *     REQUEST. THE ARCHIVE COPY ALREADY CARRIES ITS TERM IN
      *     BYTES 75-80, WHICH IS THE RESTORED MARKER ON OUTFILE.
      *     THE SCHEME IN BYTES 81-84 IS NOT ON THE ARCHIVE AND IS
      *     TAKEN FROM GRADREF FOR THE TERM.
       5000-STUDENT-PARA.
            IF RQ-STID = SPACES OR RQ-TERM = SPACES
                MOVE "STUDENT AND TERM REQUIRED" TO WS-REASON
                GO TO 5000-STUDENT-EXIT
            END-IF.

            SET MARK-MISSING TO TRUE.
            OPEN INPUT MARKARCH.
            IF NOT FS4-OK
                DISPLAY "MARKS ARCHIVE OPEN ERROR " WS-FS4
                MOVE 8 TO WS-RC
                MOVE "MARKS ARCHIVE NOT AVAILABLE" TO WS-REASON
                GO TO 5000-STUDENT-EXIT
            END-IF.
            PERFORM 5100-SCAN-MARK-PARA
               THRU 5100-SCAN-MARK-EXIT UNTIL FS4-EOF.
            CLOSE MARKARCH.
            IF MARK-MISSING
                MOVE "STUDENT/TERM NOT ON ARCHIVE" TO WS-REASON
                GO TO 5000-STUDENT-EXIT
            END-IF.

            MOVE RQ-STID TO O-STID.
            READ OUTFILE
                KEY IS O-STID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "STUDENT ALREADY ON OUTFILE" TO WS-REASON
            END-READ.
            IF WS-REASON NOT = SPACES
                GO TO 5000-STUDENT-EXIT
            END-IF.
            IF NOT FS5-NOTFND
                DISPLAY "OUTFILE READ ERROR " WS-FS5 " " RQ-STID
                MOVE 8 TO WS-RC
                MOVE "OUTFILE READ ERROR" TO WS-REASON
                GO TO 5000-STUDENT-EXIT
            END-IF.

            PERFORM 5200-SCHEME-PARA
               THRU 5200-SCHEME-EXIT.
            MOVE WS-MARK-REC TO OUTREC.
            MOVE WS-GS-VERSION TO O-GRADE-SCHEME.
            WRITE OUTREC
                INVALID KEY
                    DISPLAY "OUTFILE WRITE FAILED " WS-FS5
                            " " RQ-STID
                    MOVE 8 TO WS-RC
                    MOVE "OUTFILE WRITE FAILED" TO WS-REASON
                NOT INVALID KEY
                    MOVE 1 TO WS-RESTORED-ROWS
                    ADD 1 TO WS-MARK-REST-CNT
                    STRING "SCHEME " WS-GS-VERSION
                           " - UNTIL NEXT EODRUN"
                       INTO WS-RPT-NOTE
                    END-STRING
            END-WRITE.
       5000-STUDENT-EXIT.
            EXIT.

       5100-SCAN-MARK-PARA.
            READ MARKARCH
                AT END
                    SET FS4-EOF TO TRUE
                NOT AT END
                    IF MA-STID = RQ-STID
                       AND MA-TERM = RQ-TERM
                        SET MARK-FOUND TO TRUE
                        MOVE MARKARCHREC TO WS-MARK-REC
                    END-IF
            END-READ.
       5100-SCAN-MARK-EXIT.
            EXIT.

      *     THE SCHEME WITH THE LATEST EFFECTIVE TERM NOT PAST THE
      *     REQUEST TERM, THE FIRST VERSION READ WHERE TWO SHARE ONE;
      *     DFLT, THE BUILT-IN SCHEME, WHEN GRADREF HAS NONE OR IS
      *     NOT THERE.
       5200-SCHEME-PARA.
            MOVE "DFLT" TO WS-GS-VERSION.
            MOVE SPACES TO WS-GS-EFF-TERM.
            OPEN INPUT GRADREF.
            IF NOT FS7-OK
                GO TO 5200-SCHEME-EXIT
            END-IF.
            PERFORM 5210-SCAN-SCHEME-PARA
               THRU 5210-SCAN-SCHEME-EXIT UNTIL FS7-EOF.
            CLOSE GRADREF.
       5200-SCHEME-EXIT.
            EXIT.

       5210-SCAN-SCHEME-PARA.
            READ GRADREF
                AT END
                    SET FS7-EOF TO TRUE
                    GO TO 5210-SCAN-SCHEME-EXIT
            END-READ.
            IF GR-VERSION = SPACES
               OR GR-EFF-TERM = SPACES
               OR GR-EFF-TERM > RQ-TERM
                GO TO 5210-SCAN-SCHEME-EXIT
            END-IF.
            IF WS-GS-EFF-TERM = SPACES
               OR GR-EFF-TERM > WS-GS-EFF-TERM
                MOVE GR-EFF-TERM TO WS-GS-EFF-TERM
                MOVE GR-VERSION TO WS-GS-VERSION
            END-IF.
       5210-SCAN-SCHEME-EXIT.
            EXIT.

       6000-TERM-PARA.
            CLOSE RESTCARD
                  OUTFILE
                  RESTRPT.
            DISPLAY "REQUESTS READ       : " WS-READ-CNT.
            DISPLAY "REQUESTS RESTORED   : " WS-REST-CNT.
            DISPLAY "  BILLS             : " WS-BILL-REST-CNT.
            DISPLAY "  COURSES           : " WS-REG-REST-CNT.
            DISPLAY "  STUDENT RESULTS   : " WS-MARK-REST-CNT.
            DISPLAY "REQUESTS REFUSED    : " WS-REF-CNT.
       6000-TERM-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     REGARCH MOVES ITS NUMBERS TO THE ARCHIVE AS TEXT - THE
      *     DIGITS, LEFT-JUSTIFIED, THEN SPACES. WS-NUM-TEXT IN,
      *     WS-NUM-VALUE OUT; NUM-BAD WHEN IT IS NOT A NUMBER.
       8000-ARCH-NUMBER-PARA.
            SET NUM-OK TO TRUE.
            MOVE 0 TO WS-NUM-VALUE.
            MOVE 0 TO WS-NUM-LEN.
            INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-NUM-LEN = 0
                SET NUM-BAD TO TRUE
                GO TO 8000-ARCH-NUMBER-EXIT
            END-IF.
            IF WS-NUM-TEXT(1:WS-NUM-LEN) IS NOT NUMERIC
                SET NUM-BAD TO TRUE
                GO TO 8000-ARCH-NUMBER-EXIT
            END-IF.
            MOVE WS-NUM-TEXT(1:WS-NUM-LEN) TO WS-NUM-VALUE.
       8000-ARCH-NUMBER-EXIT.
            EXIT.
