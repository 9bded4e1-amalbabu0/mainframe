      *****************************************************************
      * PROGRAM NAME : WEEK5MRG
      * DESCRIPTION  : Merge step for the account-range partitioned
      *                WEEK5 run. Each partition job runs WEEK5 over
      *                one ACCT_NBR range from the partition control
      *                file and leaves partial OUTFILE, EXCPFILE,
      *                SUMRPT, GAPRPT and BANKFILE datasets plus a
      *                completion record (its range, condition code,
      *                record counts and bank hash). The partials
      *                arrive here as JCL concatenations in partition
      *                order - the ranges ascend, so plain
      *                concatenation keeps every file in account
      *                order - and are copied into the single files
      *                downstream expects, each balanced against the
      *                partitions' own counts. The bank partials are
      *                verified segment by segment (HDR, details
      *                inside the partition's range, TRL count and
      *                hash, agreeing with the completion record)
      *                and then rewritten as one file with one header
      *                and one trailer whose count and hash are the
      *                totals across all partitions. The partitions'
      *                PAYKSDS images (PAYKSEQ) are counted against
      *                their completion records too, before the next
      *                step loads them. A partition that is missing
      *                or ended above condition code 4, or any
      *                imbalance at all, ends the merge condition
      *                code 8 and no BANKFILE is produced.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEEK5MRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PARTCTL ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT PARTDONE ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

            SELECT OUTIN ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

            SELECT EXCPIN ASSIGN DD4
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS4.

            SELECT SUMIN ASSIGN DD5
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS5.

            SELECT GAPIN ASSIGN DD6
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS6.

            SELECT BANKIN ASSIGN DD7
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS7.

            SELECT OUTFILE ASSIGN DD8
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS8.

            SELECT EXCPFILE ASSIGN DD9
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS9.

            SELECT SUMRPT ASSIGN DD10
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS10.

            SELECT GAPRPT ASSIGN DD11
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS11.

            SELECT BANKFILE ASSIGN DD12
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS12.

            SELECT KSEQIN ASSIGN DD13
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS13.

       DATA DIVISION.
       FILE SECTION.
       FD PARTCTL.
       01 PARTCTLREC.
            10 PC-PART-NO       PIC 9(2).
            10 FILLER           PIC X(1).
            10 PC-ACCT-LO       PIC X(5).
            10 FILLER           PIC X(1).
            10 PC-ACCT-HI       PIC X(5).
            10 FILLER           PIC X(66).

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

       FD OUTIN.
       01 OUTINREC             PIC X(75).

       FD EXCPIN.
       01 EXCPINREC            PIC X(75).

       FD SUMIN.
       01 SUMINREC             PIC X(80).

       FD GAPIN.
       01 GAPINREC             PIC X(80).

       FD BANKIN.
       01 BANKINREC            PIC X(80).
       01 BI-HDR-REC.
            10 BIH-REC-TYPE     PIC X(3).
            10 FILLER           PIC X(1).
            10 BIH-COMPANY-ID   PIC X(8).
            10 FILLER           PIC X(1).
            10 BIH-CREATE-DATE  PIC X(8).
            10 FILLER           PIC X(59).
       01 BI-DTL-REC.
            10 BID-REC-TYPE     PIC X(3).
            10 FILLER           PIC X(1).
            10 BID-ACCT-NO      PIC X(5).
            10 FILLER           PIC X(1).
            10 BID-COLL-AMT     PIC 9(9)V99.
            10 FILLER           PIC X(1).
            10 BID-COLL-DATE    PIC X(10).
            10 FILLER           PIC X(48).
       01 BI-TRL-REC.
            10 BIT-REC-TYPE     PIC X(3).
            10 FILLER           PIC X(1).
            10 BIT-REC-COUNT    PIC 9(6).
            10 FILLER           PIC X(1).
            10 BIT-HASH-TOTAL   PIC 9(11)V99.
            10 FILLER           PIC X(56).

      *     THE PARTITIONS' PAYKSDS IMAGES - COUNTED HERE, LOADED BY
      *     THE NEXT STEP ONLY IF THE MERGE BALANCED.
       FD KSEQIN.
       01 KSEQINREC            PIC X(80).

       FD OUTFILE.
       01 OUTREC               PIC X(75).

       FD EXCPFILE.
       01 EXCPREC              PIC X(75).

       FD SUMRPT.
       01 SUMREC               PIC X(80).

       FD GAPRPT.
       01 GAPREC               PIC X(80).

       FD BANKFILE.
       01 BANKREC              PIC X(80).
       01 BANK-HDR-REC.
            10 BH-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 BH-COMPANY-ID    PIC X(8).
            10 FILLER           PIC X(1).
            10 BH-CREATE-DATE   PIC X(8).
            10 FILLER           PIC X(59).
       01 BANK-TRL-REC.
            10 BT-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 BT-REC-COUNT     PIC 9(6).
            10 FILLER           PIC X(1).
            10 BT-HASH-TOTAL    PIC 9(11)V99.
            10 FILLER           PIC X(56).

       WORKING-STORAGE SECTION.
       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
          88 FS2-OK               VALUE 00.
          88 FS2-EOF              VALUE 10.
       01 WS-FS3                  PIC 99.
          88 FS3-EOF              VALUE 10.
       01 WS-FS4                  PIC 99.
          88 FS4-EOF              VALUE 10.
       01 WS-FS5                  PIC 99.
          88 FS5-EOF              VALUE 10.
       01 WS-FS6                  PIC 99.
          88 FS6-EOF              VALUE 10.
       01 WS-FS7                  PIC 99.
          88 FS7-OK               VALUE 00.
          88 FS7-EOF              VALUE 10.
       01 WS-FS8                  PIC 99.
       01 WS-FS9                  PIC 99.
       01 WS-FS10                 PIC 99.
       01 WS-FS11                 PIC 99.
       01 WS-FS12                 PIC 99.
       01 WS-FS13                 PIC 99.
          88 FS13-OK              VALUE 00.
          88 FS13-EOF             VALUE 10.
      *     CONDITION CODES FOR THE CHAIN: 0 CLEAN, 4 PROCESSED
      *     WITH EXCEPTIONS, 8 FATAL.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-COMPANY-ID           PIC X(8)  VALUE "PAYCORP1".

      *     ANY FAILED PARTITION OR ANY IMBALANCE CLEARS THIS, AND
      *     WITH IT THE BANKFILE.
       01 WS-MERGE-SW             PIC X(01) VALUE "Y".
          88 MERGE-OK             VALUE "Y".
          88 MERGE-BAD            VALUE "N".

      *     ONE ENTRY PER PARTITION ON THE CONTROL FILE, FILLED IN
      *     FROM ITS COMPLETION RECORD.
       01 WS-PART-WORK.
          05 WS-PT-CNT            PIC 9(2)  VALUE 0.
          05 WS-PT-IX             PIC 9(2)  VALUE 0.
          05 WS-PT-ENTRY          OCCURS 20 TIMES.
             10 WS-PT-LO          PIC X(5).
             10 WS-PT-HI          PIC X(5).
             10 WS-PT-DONE        PIC X(1).
             10 WS-PT-RC          PIC 9(2).
             10 WS-PT-BANK-CNT    PIC 9(6).
             10 WS-PT-BANK-HASH   PIC 9(11)V99.

      *     EXPECTED TOTALS FROM THE COMPLETION RECORDS AND WHAT
      *     WAS ACTUALLY COPIED.
       01 WS-EXP-OUT              PIC 9(7)  VALUE 0.
       01 WS-EXP-EXCP             PIC 9(7)  VALUE 0.
       01 WS-EXP-SUM              PIC 9(7)  VALUE 0.
       01 WS-EXP-GAP              PIC 9(7)  VALUE 0.
       01 WS-EXP-BANK-CNT         PIC 9(7)  VALUE 0.
       01 WS-EXP-BANK-HASH        PIC 9(11)V99 VALUE 0.
       01 WS-EXP-KSDS             PIC 9(7)  VALUE 0.
       01 WS-OUT-CNT              PIC 9(7)  VALUE 0.
       01 WS-EXCP-CNT             PIC 9(7)  VALUE 0.
       01 WS-SUM-CNT              PIC 9(7)  VALUE 0.
       01 WS-GAP-CNT              PIC 9(7)  VALUE 0.
       01 WS-KSDS-CNT             PIC 9(7)  VALUE 0.
       01 WS-DONE-CNT             PIC 9(2)  VALUE 0.

      *     BANK SEGMENT VERIFICATION - ONE HDR..TRL SEGMENT PER
      *     PARTITION, IN PARTITION ORDER.
       01 WS-BANK-WORK.
          05 WS-SEG-NO            PIC 9(2)  VALUE 0.
          05 WS-SEG-OPEN-SW       PIC X(01) VALUE "N".
             88 SEG-OPEN          VALUE "Y".
             88 SEG-CLOSED        VALUE "N".
          05 WS-SEG-CNT           PIC 9(6)  VALUE 0.
          05 WS-SEG-HASH          PIC 9(11)V99 VALUE 0.
          05 WS-BANK-CNT          PIC 9(7)  VALUE 0.
          05 WS-BANK-HASH         PIC 9(11)V99 VALUE 0.
          05 WS-HDR-DATE          PIC X(8)  VALUE SPACES.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.
       01 WS-ED-CNT2              PIC ZZZ,ZZ9.
       01 WS-ED-HASH              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 1200-LOAD-DONE
               THRU 1200-LOAD-DONE-EXIT.
            PERFORM 2000-COPY-PARA
               THRU 2000-COPY-EXIT.
            PERFORM 2500-VERIFY-BANK
               THRU 2500-VERIFY-BANK-EXIT.
            PERFORM 2600-COUNT-KSEQ
               THRU 2600-COUNT-KSEQ-EXIT.
            IF MERGE-OK
                PERFORM 2700-WRITE-BANK
                   THRU 2700-WRITE-BANK-EXIT
            END-IF.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

      *-----------------------------------------------------------------
      *     THE CONTROL FILE IS HELD TO THE SAME RULES WEEK5 APPLIES
      *     - PARTITIONS 01 UP WITHOUT GAPS, RANGES ASCENDING AND
      *     DISJOINT. A BAD CONTROL FILE STOPS THE MERGE OUTRIGHT.
       1000-INIT-PARA.
            OPEN INPUT PARTCTL.
            IF NOT FS1-OK
                DISPLAY "PARTCTL OPEN ERROR " WS-FS1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1100-LOAD-PARTITION
               THRU 1100-LOAD-PARTITION-EXIT
               UNTIL FS1-EOF.
            CLOSE PARTCTL.
            IF WS-PT-CNT = 0
                DISPLAY "PARTITION CONTROL FILE EMPTY - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "PARTITIONS ON CONTROL FILE : " WS-PT-CNT.
       1000-INIT-EXIT.
            EXIT.

       1100-LOAD-PARTITION.
            READ PARTCTL
                AT END
                    SET FS1-EOF TO TRUE
                    GO TO 1100-LOAD-PARTITION-EXIT
            END-READ.
            IF PC-PART-NO IS NOT NUMERIC
                OR PC-PART-NO NOT = WS-PT-CNT + 1
                OR PC-PART-NO > 20
                OR PC-ACCT-LO > PC-ACCT-HI
                DISPLAY "PARTITION CONTROL FILE INVALID AT : "
                        PARTCTLREC(1:13) " - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-PT-CNT > 0
                AND PC-ACCT-LO <= WS-PT-HI(WS-PT-CNT)
                DISPLAY "PARTITION RANGES OVERLAP AT : "
                        PARTCTLREC(1:13) " - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-PT-CNT.
            MOVE PC-ACCT-LO TO WS-PT-LO(WS-PT-CNT).
            MOVE PC-ACCT-HI TO WS-PT-HI(WS-PT-CNT).
            MOVE "N" TO WS-PT-DONE(WS-PT-CNT).
            MOVE 0 TO WS-PT-RC(WS-PT-CNT)
                      WS-PT-BANK-CNT(WS-PT-CNT)
                      WS-PT-BANK-HASH(WS-PT-CNT).
       1100-LOAD-PARTITION-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     EVERY PARTITION MUST HAVE REPORTED IN, FOR THE RANGE ON
      *     TODAY'S CONTROL FILE, AT CONDITION CODE 4 OR BETTER.
       1200-LOAD-DONE.
            OPEN INPUT PARTDONE.
            IF NOT FS2-OK
                DISPLAY "PARTDONE OPEN ERROR " WS-FS2
                SET MERGE-BAD TO TRUE
                GO TO 1200-LOAD-DONE-EXIT
            END-IF.
            PERFORM 1210-READ-DONE
               THRU 1210-READ-DONE-EXIT
               UNTIL FS2-EOF.
            CLOSE PARTDONE.
            PERFORM VARYING WS-PT-IX FROM 1 BY 1
                UNTIL WS-PT-IX > WS-PT-CNT
                IF WS-PT-DONE(WS-PT-IX) NOT = "Y"
                    DISPLAY "PARTITION " WS-PT-IX
                            " HAS NO COMPLETION RECORD"
                    SET MERGE-BAD TO TRUE
                ELSE
                    IF WS-PT-RC(WS-PT-IX) > 4
                        DISPLAY "PARTITION " WS-PT-IX
                                " ENDED CONDITION CODE "
                                WS-PT-RC(WS-PT-IX)
                        SET MERGE-BAD TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            DISPLAY "PARTITIONS REPORTED IN     : " WS-DONE-CNT.
       1200-LOAD-DONE-EXIT.
            EXIT.

       1210-READ-DONE.
            READ PARTDONE
                AT END
                    SET FS2-EOF TO TRUE
                    GO TO 1210-READ-DONE-EXIT
            END-READ.
            IF PD-PART-NO IS NOT NUMERIC
                OR PD-PART-NO = 0
                OR PD-PART-NO > WS-PT-CNT
                DISPLAY "COMPLETION RECORD FOR UNKNOWN PARTITION : "
                        PARTDONEREC(1:2)
                SET MERGE-BAD TO TRUE
                GO TO 1210-READ-DONE-EXIT
            END-IF.
            MOVE PD-PART-NO TO WS-PT-IX.
            IF WS-PT-DONE(WS-PT-IX) = "Y"
                DISPLAY "DUPLICATE COMPLETION RECORD FOR PARTITION "
                        PD-PART-NO
                SET MERGE-BAD TO TRUE
                GO TO 1210-READ-DONE-EXIT
            END-IF.
            IF PD-ACCT-LO NOT = WS-PT-LO(WS-PT-IX)
                OR PD-ACCT-HI NOT = WS-PT-HI(WS-PT-IX)
                DISPLAY "PARTITION " PD-PART-NO " RAN RANGE "
                        PD-ACCT-LO "-" PD-ACCT-HI
                        " NOT THE CONTROL FILE RANGE"
                SET MERGE-BAD TO TRUE
            END-IF.
            MOVE "Y" TO WS-PT-DONE(WS-PT-IX).
            ADD 1 TO WS-DONE-CNT.
            MOVE PD-RC TO WS-PT-RC(WS-PT-IX).
            MOVE PD-BANK-CNT TO WS-PT-BANK-CNT(WS-PT-IX).
            MOVE PD-BANK-HASH TO WS-PT-BANK-HASH(WS-PT-IX).
            ADD PD-OUT-CNT TO WS-EXP-OUT.
            ADD PD-EXCP-CNT TO WS-EXP-EXCP.
            ADD PD-SUM-CNT TO WS-EXP-SUM.
            ADD PD-GAP-CNT TO WS-EXP-GAP.
            ADD PD-BANK-CNT TO WS-EXP-BANK-CNT.
            ADD PD-BANK-HASH TO WS-EXP-BANK-HASH.
            ADD PD-KSDS-CNT TO WS-EXP-KSDS.
       1210-READ-DONE-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE FOUR REPORT FILES ARE STRAIGHT COPIES OF THEIR
      *     CONCATENATED PARTIALS, EACH BALANCED TO THE COUNTS THE
      *     PARTITIONS SAY THEY WROTE.
       2000-COPY-PARA.
            OPEN INPUT OUTIN EXCPIN SUMIN GAPIN
                 OUTPUT OUTFILE EXCPFILE SUMRPT GAPRPT.
            IF WS-FS3 NOT = 00 OR WS-FS4 NOT = 00
                OR WS-FS5 NOT = 00 OR WS-FS6 NOT = 00
                OR WS-FS8 NOT = 00 OR WS-FS9 NOT = 00
                OR WS-FS10 NOT = 00 OR WS-FS11 NOT = 00
                DISPLAY "FILE OPEN FAILURE " WS-FS3 " " WS-FS4
                        " " WS-FS5 " " WS-FS6 " " WS-FS8
                        " " WS-FS9 " " WS-FS10 " " WS-FS11
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 2100-COPY-OUT
               THRU 2100-COPY-OUT-EXIT
               UNTIL FS3-EOF.
            PERFORM 2200-COPY-EXCP
               THRU 2200-COPY-EXCP-EXIT
               UNTIL FS4-EOF.
            PERFORM 2300-COPY-SUM
               THRU 2300-COPY-SUM-EXIT
               UNTIL FS5-EOF.
            PERFORM 2400-COPY-GAP
               THRU 2400-COPY-GAP-EXIT
               UNTIL FS6-EOF.
            CLOSE OUTIN EXCPIN SUMIN GAPIN
                  OUTFILE EXCPFILE SUMRPT GAPRPT.

            IF WS-OUT-CNT NOT = WS-EXP-OUT
                DISPLAY "OUTFILE RECORDS " WS-OUT-CNT
                        " BUT PARTITIONS WROTE " WS-EXP-OUT
                SET MERGE-BAD TO TRUE
            END-IF.
            IF WS-EXCP-CNT NOT = WS-EXP-EXCP
                DISPLAY "EXCPFILE RECORDS " WS-EXCP-CNT
                        " BUT PARTITIONS WROTE " WS-EXP-EXCP
                SET MERGE-BAD TO TRUE
            END-IF.
            IF WS-SUM-CNT NOT = WS-EXP-SUM
                DISPLAY "SUMRPT RECORDS " WS-SUM-CNT
                        " BUT PARTITIONS WROTE " WS-EXP-SUM
                SET MERGE-BAD TO TRUE
            END-IF.
            IF WS-GAP-CNT NOT = WS-EXP-GAP
                DISPLAY "GAPRPT RECORDS " WS-GAP-CNT
                        " BUT PARTITIONS WROTE " WS-EXP-GAP
                SET MERGE-BAD TO TRUE
            END-IF.
       2000-COPY-EXIT.
            EXIT.

       2100-COPY-OUT.
            READ OUTIN
                AT END
                    GO TO 2100-COPY-OUT-EXIT
            END-READ.
            WRITE OUTREC FROM OUTINREC.
            ADD 1 TO WS-OUT-CNT.
       2100-COPY-OUT-EXIT.
            EXIT.

       2200-COPY-EXCP.
            READ EXCPIN
                AT END
                    GO TO 2200-COPY-EXCP-EXIT
            END-READ.
            WRITE EXCPREC FROM EXCPINREC.
            ADD 1 TO WS-EXCP-CNT.
       2200-COPY-EXCP-EXIT.
            EXIT.

       2300-COPY-SUM.
            READ SUMIN
                AT END
                    GO TO 2300-COPY-SUM-EXIT
            END-READ.
            WRITE SUMREC FROM SUMINREC.
            ADD 1 TO WS-SUM-CNT.
       2300-COPY-SUM-EXIT.
            EXIT.

       2400-COPY-GAP.
            READ GAPIN
                AT END
                    GO TO 2400-COPY-GAP-EXIT
            END-READ.
            WRITE GAPREC FROM GAPINREC.
            ADD 1 TO WS-GAP-CNT.
       2400-COPY-GAP-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     VERIFY PASS OVER THE CONCATENATED BANK PARTIALS BEFORE A
      *     SINGLE RECORD OF THE MERGED FILE IS WRITTEN.
       2500-VERIFY-BANK.
            OPEN INPUT BANKIN.
            IF NOT FS7-OK
                DISPLAY "BANKIN OPEN ERROR " WS-FS7
                SET MERGE-BAD TO TRUE
                GO TO 2500-VERIFY-BANK-EXIT
            END-IF.
            PERFORM 2510-VERIFY-READ
               THRU 2510-VERIFY-READ-EXIT
               UNTIL FS7-EOF.
            CLOSE BANKIN.
            MOVE 0 TO WS-FS7.
            IF SEG-OPEN
                DISPLAY "BANK PARTIAL " WS-SEG-NO " HAS NO TRAILER"
                SET MERGE-BAD TO TRUE
            END-IF.
            IF WS-SEG-NO NOT = WS-PT-CNT
                DISPLAY "BANK PARTIALS FOUND " WS-SEG-NO
                        " BUT PARTITIONS " WS-PT-CNT
                SET MERGE-BAD TO TRUE
            END-IF.
            IF WS-BANK-CNT NOT = WS-EXP-BANK-CNT
                OR WS-BANK-HASH NOT = WS-EXP-BANK-HASH
                DISPLAY "BANK DETAILS DO NOT AGREE WITH THE"
                        " PARTITION COMPLETION RECORDS"
                SET MERGE-BAD TO TRUE
            END-IF.
       2500-VERIFY-BANK-EXIT.
            EXIT.

       2510-VERIFY-READ.
            READ BANKIN
                AT END
                    SET FS7-EOF TO TRUE
                    GO TO 2510-VERIFY-READ-EXIT
            END-READ.
            EVALUATE BIH-REC-TYPE
                WHEN "HDR"
                    PERFORM 2520-VERIFY-HDR
                       THRU 2520-VERIFY-HDR-EXIT
                WHEN "DTL"
                    PERFORM 2530-VERIFY-DTL
                       THRU 2530-VERIFY-DTL-EXIT
                WHEN "TRL"
                    PERFORM 2540-VERIFY-TRL
                       THRU 2540-VERIFY-TRL-EXIT
                WHEN OTHER
                    DISPLAY "UNKNOWN BANK RECORD TYPE IN PARTIAL "
                            WS-SEG-NO " : " BIH-REC-TYPE
                    SET MERGE-BAD TO TRUE
            END-EVALUATE.
       2510-VERIFY-READ-EXIT.
            EXIT.

       2520-VERIFY-HDR.
            IF SEG-OPEN
                DISPLAY "BANK PARTIAL " WS-SEG-NO
                        " HAS NO TRAILER"
                SET MERGE-BAD TO TRUE
            END-IF.
            ADD 1 TO WS-SEG-NO.
            SET SEG-OPEN TO TRUE.
            MOVE 0 TO WS-SEG-CNT WS-SEG-HASH.
            IF BIH-COMPANY-ID NOT = WS-COMPANY-ID
                DISPLAY "BANK PARTIAL " WS-SEG-NO
                        " COMPANY " BIH-COMPANY-ID
                SET MERGE-BAD TO TRUE
            END-IF.
            IF WS-SEG-NO = 1
                MOVE BIH-CREATE-DATE TO WS-HDR-DATE
            END-IF.
       2520-VERIFY-HDR-EXIT.
            EXIT.

       2530-VERIFY-DTL.
            IF SEG-CLOSED
                DISPLAY "BANK DETAIL OUTSIDE A HDR/TRL PAIR : "
                        BID-ACCT-NO
                SET MERGE-BAD TO TRUE
                GO TO 2530-VERIFY-DTL-EXIT
            END-IF.
            IF WS-SEG-NO > WS-PT-CNT
                SET MERGE-BAD TO TRUE
                GO TO 2530-VERIFY-DTL-EXIT
            END-IF.
            IF BID-ACCT-NO < WS-PT-LO(WS-SEG-NO)
                OR BID-ACCT-NO > WS-PT-HI(WS-SEG-NO)
                DISPLAY "BANK PARTIAL " WS-SEG-NO " ACCOUNT "
                        BID-ACCT-NO " OUTSIDE ITS RANGE"
                SET MERGE-BAD TO TRUE
            END-IF.
            ADD 1 TO WS-SEG-CNT WS-BANK-CNT.
            ADD BID-COLL-AMT TO WS-SEG-HASH WS-BANK-HASH.
       2530-VERIFY-DTL-EXIT.
            EXIT.

       2540-VERIFY-TRL.
            IF SEG-CLOSED
                DISPLAY "BANK TRAILER WITHOUT A HEADER"
                SET MERGE-BAD TO TRUE
                GO TO 2540-VERIFY-TRL-EXIT
            END-IF.
            SET SEG-CLOSED TO TRUE.
            IF BIT-REC-COUNT NOT = WS-SEG-CNT
                OR BIT-HASH-TOTAL NOT = WS-SEG-HASH
                DISPLAY "BANK PARTIAL " WS-SEG-NO
                        " TRAILER DOES NOT BALANCE"
                SET MERGE-BAD TO TRUE
            END-IF.
            IF WS-SEG-NO <= WS-PT-CNT
                IF WS-SEG-CNT NOT = WS-PT-BANK-CNT(WS-SEG-NO)
                    OR WS-SEG-HASH NOT = WS-PT-BANK-HASH(WS-SEG-NO)
                    DISPLAY "BANK PARTIAL " WS-SEG-NO
                            " DOES NOT MATCH ITS COMPLETION RECORD"
                    SET MERGE-BAD TO TRUE
                END-IF
            END-IF.
       2540-VERIFY-TRL-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE PAYKSEQ PARTIALS MUST HOLD EXACTLY THE IMAGES THE
      *     PARTITIONS SAY THEY WROTE, OR THE LOAD WOULD LEAVE
      *     PAYKSDS SHORT OR WITH A STALE PARTITION'S RECORDS.
       2600-COUNT-KSEQ.
            OPEN INPUT KSEQIN.
            IF NOT FS13-OK
                DISPLAY "KSEQIN OPEN ERROR " WS-FS13
                SET MERGE-BAD TO TRUE
                GO TO 2600-COUNT-KSEQ-EXIT
            END-IF.
            PERFORM 2610-COUNT-READ
               THRU 2610-COUNT-READ-EXIT
               UNTIL FS13-EOF.
            CLOSE KSEQIN.
            IF WS-KSDS-CNT NOT = WS-EXP-KSDS
                DISPLAY "PAYKSEQ IMAGES " WS-KSDS-CNT
                        " BUT PARTITIONS WROTE " WS-EXP-KSDS
                SET MERGE-BAD TO TRUE
            END-IF.
       2600-COUNT-KSEQ-EXIT.
            EXIT.

       2610-COUNT-READ.
            READ KSEQIN
                AT END
                    GO TO 2610-COUNT-READ-EXIT
            END-READ.
            ADD 1 TO WS-KSDS-CNT.
       2610-COUNT-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONLY REACHED WHEN EVERYTHING BALANCED - ONE HEADER, EVERY
      *     PARTITION'S DETAILS IN ACCOUNT ORDER, ONE TRAILER WITH
      *     THE GRAND COUNT AND HASH.
       2700-WRITE-BANK.
            OPEN INPUT BANKIN
                 OUTPUT BANKFILE.
            IF NOT FS7-OK OR WS-FS12 NOT = 00
                DISPLAY "BANK FILE OPEN FAILURE " WS-FS7
                        " " WS-FS12
                SET MERGE-BAD TO TRUE
                GO TO 2700-WRITE-BANK-EXIT
            END-IF.
            MOVE SPACES TO BANK-HDR-REC.
            MOVE "HDR" TO BH-REC-TYPE.
            MOVE WS-COMPANY-ID TO BH-COMPANY-ID.
            MOVE WS-HDR-DATE TO BH-CREATE-DATE.
            WRITE BANK-HDR-REC.
            PERFORM 2710-COPY-DTL
               THRU 2710-COPY-DTL-EXIT
               UNTIL FS7-EOF.
            MOVE SPACES TO BANK-TRL-REC.
            MOVE "TRL" TO BT-REC-TYPE.
            MOVE WS-BANK-CNT TO BT-REC-COUNT.
            MOVE WS-BANK-HASH TO BT-HASH-TOTAL.
            WRITE BANK-TRL-REC.
            CLOSE BANKIN
                  BANKFILE.
       2700-WRITE-BANK-EXIT.
            EXIT.

       2710-COPY-DTL.
            READ BANKIN
                AT END
                    SET FS7-EOF TO TRUE
                    GO TO 2710-COPY-DTL-EXIT
            END-READ.
            IF BID-REC-TYPE = "DTL"
                WRITE BANKREC FROM BANKINREC
            END-IF.
       2710-COPY-DTL-EXIT.
            EXIT.

       3000-TERM-PARA.
            DISPLAY "OUTFILE RECORDS MERGED     : " WS-OUT-CNT.
            DISPLAY "EXCPFILE RECORDS MERGED    : " WS-EXCP-CNT.
            DISPLAY "SUMRPT RECORDS MERGED      : " WS-SUM-CNT.
            DISPLAY "GAPRPT RECORDS MERGED      : " WS-GAP-CNT.
            DISPLAY "PAYKSDS IMAGES TO LOAD     : " WS-KSDS-CNT.
            MOVE WS-BANK-HASH TO WS-ED-HASH.
            DISPLAY "BANK DETAILS / HASH        : " WS-BANK-CNT
                    " / " WS-ED-HASH.
            IF MERGE-OK
                DISPLAY "MERGED BANKFILE WRITTEN - " WS-PT-CNT
                        " PARTITIONS BALANCED"
                IF WS-EXCP-CNT > 0
                    MOVE 4 TO WS-RC
                END-IF
            ELSE
                DISPLAY "*** MERGE FAILED - BANKFILE NOT PRODUCED ***"
                MOVE 8 TO WS-RC
            END-IF.
       3000-TERM-EXIT.
            EXIT.
