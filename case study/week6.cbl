            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS9.

            SELECT PARTCTL ASSIGN DD8
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS10.

            SELECT PAYKSEQ ASSIGN DD9
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS11.

            SELECT PARTDONE ASSIGN DD10
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS12.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
            10 FILLER           PIC X(36).
      *     FULL ACCOUNT MASTER (MAINTAINED BY ACCTMNT) - NO LONGER
      *     A BARE NUMBER LIST. STATUS O=OPEN S=SUSPENDED C=CLOSED;
      *     ONLY OPEN ACCOUNTS MAY GO ON THE OUTBOUND BANKFILE, AND
      *     ONLY ONCE THE BANK HAS REGISTERED THEIR DIRECT-DEBIT
      *     MANDATE (MANDATE STATUS R, SET BY MANDRESP).
       FD ACCTMST.
       01 ACCTMSTREC.
            10 AM-ACCT-NO       PIC 9(5).
            10 AM-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 AM-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 AM-MANDATE-STAT  PIC X(1).
            10 FILLER           PIC X(1).
            10 AM-MANDATE-EXP   PIC X(10).
            10 AM-MANDATE-SENT  PIC X(8).

       FD BANKFILE.
       01 BANKREC              PIC X(80).
            10 GP-TEXT          PIC X(30).
            10 FILLER           PIC X(34).

      *     PARTITION CONTROL FILE - ONE DISJOINT ACCT_NBR RANGE PER
      *     PARTITION, IN ASCENDING PARTITION AND ACCOUNT ORDER.
       FD PARTCTL.
       01 PARTCTLREC.
            10 PC-PART-NO       PIC 9(2).
            10 FILLER           PIC X(1).
            10 PC-ACCT-LO       PIC X(5).
            10 FILLER           PIC X(1).
            10 PC-ACCT-HI       PIC X(5).
            10 FILLER           PIC X(66).

      *     A PARTITION DOES NOT UPDATE THE SHARED PAYKSDS - IT
      *     WRITES THE SAME RECORD IMAGES HERE AND THE MERGE JOB
      *     LOADS THEM ONCE EVERY PARTITION HAS FINISHED.
       FD PAYKSEQ.
       01 PKSEQREC             PIC X(80).

      *     PARTITION COMPLETION RECORD FOR WEEK5MRG - THE RANGE RUN,
      *     THE CONDITION CODE AND THE RECORD COUNTS (AND BANK HASH)
      *     OF EVERY PARTIAL OUTPUT, SO THE MERGE CAN PROVE IT HAS
      *     ALL OF EACH ONE.
       FD PARTDONE.
       01 PARTDONEREC.
            10 PD-PART-NO       PIC 9(2).
            10 FILLER           PIC X(1).
            10 PD-ACCT-LO       PIC X(5).
            10 FILLER           PIC X(1).
            10 PD-ACCT-HI       PIC X(5).
            10 FILLER           PIC X(1).
            10 PD-RC            PIC 9(2).
            10 FILLER           PIC X(1).
            10 PD-OUT-CNT       PIC 9(6).
            10 FILLER           PIC X(1).
            10 PD-EXCP-CNT      PIC 9(6).
            10 FILLER           PIC X(1).
            10 PD-SUM-CNT       PIC 9(6).
            10 FILLER           PIC X(1).
            10 PD-GAP-CNT       PIC 9(6).
            10 FILLER           PIC X(1).
            10 PD-BANK-CNT      PIC 9(6).
            10 FILLER           PIC X(1).
            10 PD-BANK-HASH     PIC 9(11)V99.
            10 FILLER           PIC X(1).
            10 PD-KSDS-CNT      PIC 9(6).
            10 FILLER           PIC X(7).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
                        OR PMNT_DT >= :WS-START-DATE)
                  AND (:WS-END-DATE = '          '
                        OR PMNT_DT <= :WS-END-DATE)
                  AND (:WS-ACCT-LO = '     '
                        OR ACCT_NBR >= :WS-ACCT-LO)
                  AND (:WS-ACCT-HI = '     '
                        OR ACCT_NBR <= :WS-ACCT-HI)
                ORDER BY ACCT_NBR, PMNT_DT, PMNT_AMT
           END-EXEC.
            01  WS-FS2                 PIC 99.
      *     INTO BOTH, SO THE BINARY SEARCH STAYS UNCHANGED.
            01 WS-MST-STAT-TAB.
               05 WS-MST-STATUS        PIC X(1) OCCURS 1000 TIMES.
            01 WS-MST-MAND-TAB.
               05 WS-MST-MAND-STAT     PIC X(1) OCCURS 1000 TIMES.
            01 WS-BLOCKED-CNT          PIC 9(6)  VALUE 0.
            01 WS-MAND-BLOCK-CNT       PIC 9(6)  VALUE 0.
            01 WS-SEARCH-ACCT          PIC 9(5)  VALUE 0.
            01 WS-MST-FOUND-IDX        PIC 9(4)  VALUE 0.
            01 WS-MST-FOUND-SW         PIC X(01) VALUE "N".
               05 WS-BANK-HASH         PIC 9(11)V99 VALUE 0.
               05 WS-COMPANY-ID        PIC X(8)  VALUE "PAYCORP1".
            01 WS-FS9                  PIC 99.
      *     ACCOUNT-RANGE PARTITIONING. PARTITION 00 (OR NONE IN
      *     THE PARM) IS THE CLASSIC SINGLE PASS OVER ALL OF TABLE1;
      *     ANY OTHER NUMBER RUNS ONLY THAT PARTITION'S ACCT_NBR
      *     RANGE FROM THE PARTITION CONTROL FILE, AS ONE OF SEVERAL
      *     PARALLEL JOBS WHOSE PARTIAL OUTPUTS WEEK5MRG COMBINES.
            01 WS-FS10                 PIC 99.
               88 FS10-OK              VALUE 00.
               88 FS10-EOF             VALUE 10.
            01 WS-FS11                 PIC 99.
            01 WS-FS12                 PIC 99.
            01 WS-PART-NO              PIC 9(2)  VALUE 0.
               88 PART-MODE            VALUE 1 THRU 99.
            01 WS-ACCT-LO              PIC X(5)  VALUE SPACES.
            01 WS-ACCT-HI              PIC X(5)  VALUE SPACES.
            01 WS-PRV-PART-NO          PIC 9(2)  VALUE 0.
            01 WS-PRV-ACCT-HI          PIC X(5)  VALUE SPACES.
            01 WS-PART-FOUND-SW        PIC X(01) VALUE "N".
               88 PART-FOUND           VALUE "Y".
            01 WS-RS-PGM-NAME          PIC X(8)  VALUE "WEEK5".
            01 WS-OUT-CNT              PIC 9(6)  VALUE 0.
            01 WS-SUM-CNT              PIC 9(6)  VALUE 0.
      *     CALENDAR MONTHS WITH AT LEAST ONE PAYMENT FOR THE
      *     ACCOUNT CURRENTLY BEING SUMMARISED, AS YYYYMM VALUES.
      *     AT THE ACCOUNT BREAK EVERY MONTH IN THE ANALYSIS RANGE
          05 LK-END-DATE             PIC X(10).
          05 LK-LARGE-LIMIT          PIC 9(7)V99.
          05 LK-RETRY-MAX            PIC 9(1).
          05 LK-PART-NO              PIC X(2).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PARA.
                       WS-MONTH WS-ACCT-COUNT WS-ACCT-TOTAL.
            MOVE SPACES TO WS-SUM-ACC-NO.

      *     THE PARTITION IS TAKEN FIRST SO EVEN THE START ENTRY ON
      *     RUNSTAT NAMES IT - RUNRPT THEN TIMES EACH PARTITION ON
      *     ITS OWN (WEEK5P01, WEEK5P02, ...).
            IF LK-PARM-LEN > 31
                AND LK-PART-NO IS NUMERIC
                MOVE LK-PART-NO TO WS-PART-NO
            END-IF.
            IF PART-MODE
                MOVE SPACES TO WS-RS-PGM-NAME
                STRING "WEEK5P" WS-PART-NO
                    DELIMITED BY SIZE
                    INTO WS-RS-PGM-NAME
                END-STRING
                MOVE WS-RS-PGM-NAME TO WS-ERR-PROGRAM
            END-IF.

            MOVE "START" TO WS-RS-EVENT.
            MOVE 0 TO WS-RS-COUNT.
            PERFORM 8000-WRITE-RUNSTAT
                MOVE WS-CUR-YM-N TO WS-RANGE-HI-YM
            END-IF.

            IF PART-MODE
                PERFORM 1200-LOAD-PARTITION
                   THRU 1200-LOAD-PARTITION-EXIT
            END-IF.

            PERFORM 1100-LOAD-ACCT-MASTER
               THRU 1100-LOAD-ACCT-MASTER-EXIT.
       1000-INIT-EXIT.
                        ADD 1 TO WS-MST-CNT
                        MOVE AM-ACCT-NO
                          TO WS-MST-ACCT-NO(WS-MST-CNT)
                        MOVE AM-MANDATE-STAT
                          TO WS-MST-MAND-STAT(WS-MST-CNT)
                        EVALUATE AM-STATUS
                            WHEN "O"
                            WHEN "S"
            END-READ.
       1110-LOAD-ACCT-REC-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE WHOLE CONTROL FILE IS CHECKED, NOT JUST THIS
      *     PARTITION'S LINE - PARTITIONS MUST BE NUMBERED 01 UP
      *     WITHOUT GAPS AND THEIR RANGES MUST ASCEND WITHOUT
      *     OVERLAPPING, OR TWO JOBS WOULD COLLECT THE SAME ACCOUNT.
       1200-LOAD-PARTITION.
            MOVE "1200-LOAD-PARTITION" TO WS-FAIL-PARA.
            OPEN INPUT PARTCTL.
            IF NOT FS10-OK
                DISPLAY "PARTCTL OPEN ERROR " WS-FS10
                MOVE 8 TO WS-RC
                PERFORM 3000-TERM-PARA
            END-IF.
            PERFORM 1210-READ-PARTITION
               THRU 1210-READ-PARTITION-EXIT
               UNTIL FS10-EOF.
            CLOSE PARTCTL.
            IF NOT PART-FOUND
                DISPLAY "PARTITION " WS-PART-NO
                        " NOT ON PARTITION CONTROL FILE"
                MOVE 8 TO WS-RC
                PERFORM 3000-TERM-PARA
            END-IF.
            DISPLAY "PARTITION " WS-PART-NO " ACCOUNT RANGE : "
                    WS-ACCT-LO " TO " WS-ACCT-HI.
       1200-LOAD-PARTITION-EXIT.
            EXIT.

       1210-READ-PARTITION.
            READ PARTCTL
                AT END
                    SET FS10-EOF TO TRUE
                    GO TO 1210-READ-PARTITION-EXIT
            END-READ.
            IF PC-PART-NO IS NOT NUMERIC
                OR PC-PART-NO NOT = WS-PRV-PART-NO + 1
                OR PC-ACCT-LO > PC-ACCT-HI
                OR (WS-PRV-PART-NO > 0
                    AND PC-ACCT-LO <= WS-PRV-ACCT-HI)
                DISPLAY "PARTITION CONTROL FILE INVALID AT : "
                        PARTCTLREC(1:13)
                MOVE 8 TO WS-RC
                PERFORM 3000-TERM-PARA
            END-IF.
            MOVE PC-PART-NO TO WS-PRV-PART-NO.
            MOVE PC-ACCT-HI TO WS-PRV-ACCT-HI.
            IF PC-PART-NO = WS-PART-NO
                SET PART-FOUND TO TRUE
                MOVE PC-ACCT-LO TO WS-ACCT-LO
                MOVE PC-ACCT-HI TO WS-ACCT-HI
            END-IF.
       1210-READ-PARTITION-EXIT.
            EXIT.
       2000-PFM-PARA.
            PERFORM 2100-OPEN-PARA
               THRU 2100-OPEN-EXIT.
            MOVE WS-FETCH-CNT TO WS-RS-COUNT
            PERFORM 8000-WRITE-RUNSTAT
               THRU 8000-WRITE-RUNSTAT-EXIT
            IF PART-MODE
                PERFORM 8100-WRITE-PARTDONE
                   THRU 8100-WRITE-PARTDONE-EXIT
            END-IF
            MOVE WS-RC TO RETURN-CODE
            STOP RUN.
      *-----------------------------------------------------------------
            OPEN EXTEND RUNSTAT.
            IF WS-FS5 = 00
                MOVE SPACES TO RUNSTATREC
                MOVE WS-RS-PGM-NAME TO RS-PROGRAM
                MOVE WS-RS-EVENT TO RS-EVENT
                ACCEPT WS-RUN-DATE-ST FROM DATE YYYYMMDD
                ACCEPT WS-RUN-TIME-ST FROM TIME
            END-IF.
       8000-WRITE-RUNSTAT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     WRITTEN HOWEVER THE PARTITION ENDS - A FATAL END STILL
      *     LEAVES ITS RC 8 FOR WEEK5MRG TO FIND AND REFUSE.
       8100-WRITE-PARTDONE.
            OPEN OUTPUT PARTDONE.
            IF WS-FS12 NOT = 00
                DISPLAY "PARTDONE OPEN ERROR " WS-FS12
                MOVE 8 TO WS-RC
                GO TO 8100-WRITE-PARTDONE-EXIT
            END-IF.
            MOVE SPACES TO PARTDONEREC.
            MOVE WS-PART-NO TO PD-PART-NO.
            MOVE WS-ACCT-LO TO PD-ACCT-LO.
            MOVE WS-ACCT-HI TO PD-ACCT-HI.
            MOVE WS-RC TO PD-RC.
            MOVE WS-OUT-CNT TO PD-OUT-CNT.
            MOVE WS-EXCP-CNT TO PD-EXCP-CNT.
            MOVE WS-SUM-CNT TO PD-SUM-CNT.
            MOVE WS-GAP-CNT TO PD-GAP-CNT.
            MOVE WS-BANK-CNT TO PD-BANK-CNT.
            MOVE WS-BANK-HASH TO PD-BANK-HASH.
            MOVE WS-KSDS-CNT TO PD-KSDS-CNT.
            WRITE PARTDONEREC.
            CLOSE PARTDONE.
       8100-WRITE-PARTDONE-EXIT.
            EXIT.
       2100-OPEN-PARA.
            MOVE "2100-OPEN-PARA" TO WS-FAIL-PARA.
      *-----------------------------------------------------------------
                   PERFORM 3000-TERM-PARA
            END-EVALUATE
      *-----------------------------------------------------------------
            IF PART-MODE
                OPEN OUTPUT PAYKSEQ
                MOVE WS-FS11 TO WS-FS7
            ELSE
                OPEN I-O PAYKSDS
            END-IF.
            EVALUATE WS-FS7
               WHEN 00
                   DISPLAY "OPEN PAYKSDS SUCCESS"
                EVALUATE TRUE
                     WHEN WS-CRT NOT = 0
                          WRITE OUTREC
                          ADD 1 TO WS-OUT-CNT
                          MOVE 00 TO WS-CRT
                     WHEN OTHER
                          CONTINUE
            ELSE
                MOVE WS-ACCT-TOTAL TO PK-TOTAL-AMT
            END-IF
            IF PART-MODE
                WRITE PKSEQREC FROM PAYKREC
                ADD 1 TO WS-KSDS-CNT
                GO TO 2236-WRITE-PAYKSDS-EXIT
            END-IF
            WRITE PAYKREC
                INVALID KEY
                    REWRITE PAYKREC
                    WRITE EXCPREC
                    GO TO 2237-WRITE-BANK-DETAIL-EXIT
                END-IF
      *     AN OPEN ACCOUNT WHOSE MANDATE THE BANK HAS NOT (OR NOT
      *     YET) REGISTERED WOULD ONLY BOUNCE - HOLD IT BACK AND
      *     SAY WHY, WITH THE MANDATE STATUS (BLANK = NEVER SENT).
                IF MST-FOUND
                    AND WS-MST-MAND-STAT(WS-MST-FOUND-IDX) NOT = "R"
                    ADD 1 TO WS-MAND-BLOCK-CNT
                    ADD 1 TO WS-EXCP-CNT
                    MOVE SPACES TO EXCPREC
                    MOVE WS-SUM-ACC-NO     TO EX-ACC-NO
                    STRING "MANDATE "
                           WS-MST-MAND-STAT(WS-MST-FOUND-IDX)
                           " NOT REGD"
                        INTO EX-REASON
                    END-STRING
                    MOVE WS-ACC-LATEST-AMT TO WS-NEW-AMT-ED
                    MOVE WS-NEW-AMT-ED     TO EX-NEW-AMT
                    MOVE WS-ACC-HI-DT      TO EX-DATE
                    WRITE EXCPREC
                    GO TO 2237-WRITE-BANK-DETAIL-EXIT
                END-IF
            END-IF.
            MOVE SPACES TO BANK-DTL-REC
            MOVE "DTL" TO BD-REC-TYPE
            MOVE WS-SUM-ACC-NO TO SM-ACC-NO
            MOVE WS-CRT        TO SM-TXN-COUNT
            MOVE WS-ACCT-TOTAL TO SM-TOTAL-AMT
            WRITE SUMREC
            ADD 1 TO WS-SUM-CNT.
       2235-WRITE-SUMMARY-EXIT.
            EXIT.
       2300-CLOSE-PARA.
                   DISPLAY "CLOSE ERROR GAPRPT: " WS-FS6
            END-EVALUATE
      *-----------------------------------------------------------------
            IF PART-MODE
                CLOSE PAYKSEQ
                MOVE WS-FS11 TO WS-FS7
            ELSE
                CLOSE PAYKSDS
            END-IF
            EVALUATE WS-FS7
               WHEN 00
                   DISPLAY "CLOSE PAYKSDS SUCCESS"
            END-EVALUATE
            DISPLAY "BANK COLLECTION DETAILS : " WS-BANK-CNT
            DISPLAY "NON-OPEN ACCTS BLOCKED : " WS-BLOCKED-CNT
            DISPLAY "UNREGISTERED MANDATES BLOCKED : "
                    WS-MAND-BLOCK-CNT
            DISPLAY "PAYMENT GAPS REPORTED : " WS-GAP-CNT
            DISPLAY "SUSPECTED DUPLICATE PAYMENTS : " WS-DUP-PAY-CNT
      *-----------------------------------------------------------------
                      EVALUATE TRUE
                           WHEN WS-CRT NOT = 0
                                WRITE OUTREC
                                ADD 1 TO WS-OUT-CNT
                                MOVE 00 TO WS-CRT
                           WHEN OTHER 
                                CONTINUE
