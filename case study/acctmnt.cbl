      *                out-of-order result would silently lose
      *                accounts. Every transaction is reported
      *                APPLIED or REJECTED with a reason.
      *                Applied transactions that touch the direct-
      *                debit mandate also cut a mandate instruction
      *                for the bank (MANDFILE): N new mandate, A
      *                amendment, C cancellation, with a company
      *                header and a count/hash trailer. An
      *                instruction sets the mandate status on the
      *                master to P (awaiting the bank) or X
      *                (cancelled); MANDRESP later turns P into R
      *                (registered) or J (rejected), and WEEK5 only
      *                collects against R. A live mandate on a
      *                record the bank has never been told about
      *                (blank mandate status) is sent as new the
      *                first time it passes through.
      *                Every transaction carries the keying
      *                operator's TSO id (cols 73-79). A CHANGE that
      *                alters the account status or the bank code or
      *                mandate reference, and every CLOSE, is not
      *                applied on one person's word: the master
      *                record is carried through unchanged and the
      *                transaction goes to the PENDFILE approval
      *                queue, reported PENDING. Once a second
      *                operator approves it, MNTAPPR writes it to the
      *                released-transaction file (RELFILE) with an A
      *                in column 80 and the approver's id after the
      *                image. Only RELFILE items count as approved:
      *                the two files are each in account order and
      *                are merged here, the day's transaction first
      *                on equal keys. Every transaction for an
      *                account is applied in turn to the one held
      *                image of it - an ADD followed by a CHANGE, or
      *                a day's CHANGE followed by a released CLOSE,
      *                both take effect - and the image is written
      *                to the new master only when the transactions
      *                move past its key; a released item approved by
      *                the operator who keyed it is rejected, and a
      *                day's transaction with anything in column 80
      *                is rejected as an attempt to key its own
      *                approval.
      *****************************************************************

       IDENTIFICATION DIVISION.
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS4.

            SELECT MANDFILE ASSIGN DD5
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS5.

            SELECT PENDFILE ASSIGN DD6
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS6.

            SELECT RELFILE ASSIGN DD7
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS7.

       DATA DIVISION.
       FILE SECTION.
       FD OLDMST.
            10 OM-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 OM-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 OM-MANDATE-STAT  PIC X(1).
            10 FILLER           PIC X(1).
            10 OM-MANDATE-EXP   PIC X(10).
            10 OM-MANDATE-SENT  PIC X(8).

       FD TRANFILE.
       01 TRANFILEREC          PIC X(80).

      *     TRANSACTIONS RELEASED BY MNTAPPR - THE IMAGE AS KEYED
      *     WITH THE A IN COLUMN 80, THEN THE APPROVER'S ID.
       FD RELFILE.
       01 RELREC.
            10 RL-TRAN          PIC X(80).
            10 RL-APPR-ID       PIC X(8).

       FD NEWMST.
       01 NEWMSTREC.
            10 NM-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 NM-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 NM-MANDATE-STAT  PIC X(1).
            10 FILLER           PIC X(1).
            10 NM-MANDATE-EXP   PIC X(10).
            10 NM-MANDATE-SENT  PIC X(8).

       FD AUDITRPT.
       01 AUDITREC             PIC X(80).

      *     MAINTENANCE APPROVAL QUEUE - THE LAYOUT SHARED WITH THE
      *     MARKS, REGISTRATION AND RECEIPT PROGRAMS AND READ BY
      *     MNTAPPR. THE TRANSACTION IMAGE IS HELD AS KEYED.
       FD PENDFILE.
       01 PENDREC.
            10 PQ-SOURCE        PIC X(8).
            10 FILLER           PIC X(1).
            10 PQ-REF.
               15 PQ-REF-RUN    PIC X(14).
               15 PQ-REF-SEQ    PIC 9(4).
            10 FILLER           PIC X(1).
            10 PQ-ENTRY-DATE    PIC X(8).
            10 FILLER           PIC X(1).
            10 PQ-OPER-ID       PIC X(8).
            10 FILLER           PIC X(1).
            10 PQ-KEY           PIC X(12).
            10 FILLER           PIC X(1).
            10 PQ-REASON        PIC X(20).
            10 FILLER           PIC X(1).
            10 PQ-TRAN          PIC X(80).

      *     MANDATE INSTRUCTIONS TO THE BANK - SAME HDR/DTL/TRL
      *     FRAMING AS THE WEEK5 BANKFILE. THE TRAILER HASH IS THE
      *     SUM OF THE ACCOUNT NUMBERS, AS THERE IS NO AMOUNT.
       FD MANDFILE.
       01 MANDREC              PIC X(80).
       01 MAND-HDR-REC.
            10 MH-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 MH-COMPANY-ID    PIC X(8).
            10 FILLER           PIC X(1).
            10 MH-CREATE-DATE   PIC X(8).
            10 FILLER           PIC X(59).
       01 MAND-DTL-REC.
            10 MD-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 MD-INSTR         PIC X(1).
            10 FILLER           PIC X(1).
            10 MD-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 MD-HOLDER        PIC X(20).
            10 FILLER           PIC X(1).
            10 MD-BANK-CODE     PIC X(8).
            10 FILLER           PIC X(1).
            10 MD-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 MD-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 MD-MANDATE-EXP   PIC X(10).
            10 FILLER           PIC X(6).
       01 MAND-TRL-REC.
            10 MT-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 MT-REC-COUNT     PIC 9(6).
            10 FILLER           PIC X(1).
            10 MT-HASH-TOTAL    PIC 9(11).
            10 FILLER           PIC X(58).

       WORKING-STORAGE SECTION.
       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS2-EOF              VALUE 10.
       01 WS-FS3                  PIC 99.
       01 WS-FS4                  PIC 99.
       01 WS-FS5                  PIC 99.
       01 WS-FS6                  PIC 99.
       01 WS-FS7                  PIC 99.
          88 FS7-OK               VALUE 00.
          88 FS7-EOF              VALUE 10.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-RUN-DATE             PIC X(8)  VALUE SPACES.
       01 WS-RUN-TIME             PIC X(8)  VALUE SPACES.
       01 WS-PEND-CNT             PIC 9(4)  VALUE 0.
       01 WS-COMPANY-ID           PIC X(8)  VALUE "PAYCORP1".
       01 WS-INSTR                PIC X(1)  VALUE SPACE.
       01 WS-MAND-CNT             PIC 9(6)  VALUE 0.
       01 WS-MAND-HASH            PIC 9(11) VALUE 0.
       01 WS-HASH-ACCT            PIC 9(5)  VALUE 0.
       01 WS-MAND-NEW-CNT         PIC 9(6)  VALUE 0.
       01 WS-MAND-AMD-CNT         PIC 9(6)  VALUE 0.
       01 WS-MAND-CAN-CNT         PIC 9(6)  VALUE 0.

       01 WS-OLD-KEY              PIC X(5)  VALUE SPACES.
       01 WS-ACTIVE-KEY           PIC X(5)  VALUE SPACES.
       01 WS-TRAN-KEY             PIC X(5)  VALUE SPACES.
       01 WS-REASON               PIC X(30) VALUE SPACES.
       01 WS-OLD-CNT              PIC 9(6)  VALUE 0.
       01 WS-CHG-CNT              PIC 9(6)  VALUE 0.
       01 WS-CLS-CNT              PIC 9(6)  VALUE 0.
       01 WS-REJ-CNT              PIC 9(6)  VALUE 0.
       01 WS-REL-CNT              PIC 9(6)  VALUE 0.

      *     THE NEXT RECORD WAITING ON EACH TRANSACTION STREAM, AND
      *     WHICH STREAM THE TRANSACTION IN HAND CAME FROM.
       01 WS-NEXT-TRAN            PIC X(80) VALUE SPACES.
       01 WS-NEXT-TRAN-KEY        PIC X(5)  VALUE SPACES.
       01 WS-NEXT-REL             PIC X(80) VALUE SPACES.
       01 WS-NEXT-REL-APPR        PIC X(8)  VALUE SPACES.
       01 WS-NEXT-REL-KEY         PIC X(5)  VALUE SPACES.
       01 WS-APPR-ID              PIC X(8)  VALUE SPACES.
       01 WS-TRAN-SRC             PIC X(1)  VALUE SPACE.
          88 TRAN-KEYED           VALUE "T".
          88 TRAN-RELEASED        VALUE "R".

      *     THE ACCOUNT BEING MAINTAINED - THE OLD MASTER RECORD OR
      *     A NEW ADD - WITH EVERY TRANSACTION SO FAR APPLIED. THE
      *     NEXT TRANSACTION IS JUDGED AGAINST THIS, NOT THE OLD
      *     MASTER AS READ.
       01 WS-HOLD-SW              PIC X(1)  VALUE "N".
          88 HOLD-PRESENT         VALUE "Y".
          88 HOLD-ABSENT          VALUE "N".
       01 WS-HOLD-MST.
            10 HM-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 HM-HOLDER        PIC X(20).
            10 FILLER           PIC X(1).
            10 HM-STATUS        PIC X(1).
            10 FILLER           PIC X(1).
            10 HM-BANK-CODE     PIC X(8).
            10 FILLER           PIC X(1).
            10 HM-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 HM-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 HM-MANDATE-STAT  PIC X(1).
            10 FILLER           PIC X(1).
            10 HM-MANDATE-EXP   PIC X(10).
            10 HM-MANDATE-SENT  PIC X(8).

       01 TRANREC.
            10 TR-ACTION        PIC X(1).
               88 TR-ADD        VALUE "A".
               88 TR-CHANGE     VALUE "C".
               88 TR-CLOSE      VALUE "X".
            10 FILLER           PIC X(1).
            10 TR-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 TR-HOLDER        PIC X(20).
            10 FILLER           PIC X(1).
            10 TR-STATUS        PIC X(1).
            10 FILLER           PIC X(1).
            10 TR-BANK-CODE     PIC X(8).
            10 FILLER           PIC X(1).
            10 TR-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 TR-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 TR-MANDATE-EXP   PIC X(10).
            10 TR-OPER-ID       PIC X(7).
            10 TR-APPR-FLAG     PIC X(1).
               88 TR-APPROVED   VALUE "A".


       PROCEDURE DIVISION.
       0000-MAIN-PARA.
       1000-INIT-PARA.
            OPEN INPUT OLDMST
                 INPUT TRANFILE
                 INPUT RELFILE
                 OUTPUT NEWMST
                 OUTPUT AUDITRPT
                 OUTPUT MANDFILE
                 EXTEND PENDFILE.
            IF NOT FS1-OK OR NOT FS2-OK
                OR WS-FS3 NOT = 00 OR WS-FS4 NOT = 00
                OR WS-FS5 NOT = 00 OR WS-FS6 NOT = 00
                OR NOT FS7-OK
                DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2
                        " " WS-FS3 " " WS-FS4 " " WS-FS5
                        " " WS-FS6 " " WS-FS7
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            MOVE SPACES TO MAND-HDR-REC
            MOVE "HDR" TO MH-REC-TYPE
            MOVE WS-COMPANY-ID TO MH-COMPANY-ID
            MOVE WS-RUN-DATE TO MH-CREATE-DATE
            WRITE MAND-HDR-REC.
            MOVE SPACES TO AUDITREC
            STRING "ACT ACCT   DISPOSITION  REASON"
                INTO AUDITREC
            WRITE AUDITREC.
            PERFORM 2110-READ-OLD
               THRU 2110-READ-OLD-EXIT.
            PERFORM 2130-NEXT-KEYED
               THRU 2130-NEXT-KEYED-EXIT.
            PERFORM 2140-NEXT-RELEASED
               THRU 2140-NEXT-RELEASED-EXIT.
            PERFORM 2120-READ-TRAN
               THRU 2120-READ-TRAN-EXIT.
       1000-INIT-EXIT.
       2110-READ-OLD-EXIT.
            EXIT.

      *     THE NEXT TRANSACTION IS THE LOWER KEY WAITING ON THE
      *     DAY'S FILE OR THE RELEASED FILE - THE DAY'S FIRST ON
      *     EQUAL KEYS, AS THE SORT USED TO LEAVE THEM.
       2120-READ-TRAN.
            IF WS-NEXT-TRAN-KEY = HIGH-VALUES
                AND WS-NEXT-REL-KEY = HIGH-VALUES
                MOVE HIGH-VALUES TO WS-TRAN-KEY
                GO TO 2120-READ-TRAN-EXIT
            END-IF.
            IF WS-NEXT-TRAN-KEY <= WS-NEXT-REL-KEY
                MOVE WS-NEXT-TRAN TO TRANREC
                MOVE SPACES TO WS-APPR-ID
                SET TRAN-KEYED TO TRUE
                PERFORM 2130-NEXT-KEYED
                   THRU 2130-NEXT-KEYED-EXIT
            ELSE
                MOVE WS-NEXT-REL TO TRANREC
                MOVE WS-NEXT-REL-APPR TO WS-APPR-ID
                SET TRAN-RELEASED TO TRUE
                ADD 1 TO WS-REL-CNT
                PERFORM 2140-NEXT-RELEASED
                   THRU 2140-NEXT-RELEASED-EXIT
            END-IF.
            ADD 1 TO WS-TRAN-CNT.
            MOVE TR-ACCT-NO TO WS-TRAN-KEY.
       2120-READ-TRAN-EXIT.
            EXIT.

       2130-NEXT-KEYED.
            READ TRANFILE
                AT END
                    SET FS2-EOF TO TRUE
                    MOVE HIGH-VALUES TO WS-NEXT-TRAN-KEY
                NOT AT END
                    MOVE TRANFILEREC TO WS-NEXT-TRAN
                    MOVE TRANFILEREC(3:5) TO WS-NEXT-TRAN-KEY
            END-READ.
       2130-NEXT-KEYED-EXIT.
            EXIT.

       2140-NEXT-RELEASED.
            READ RELFILE
                AT END
                    SET FS7-EOF TO TRUE
                    MOVE HIGH-VALUES TO WS-NEXT-REL-KEY
                NOT AT END
                    MOVE RL-TRAN TO WS-NEXT-REL
                    MOVE RL-APPR-ID TO WS-NEXT-REL-APPR
                    MOVE RL-TRAN(3:5) TO WS-NEXT-REL-KEY
            END-READ.
       2140-NEXT-RELEASED-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     CLASSIC BALANCED-LINE MASTER UPDATE, ONE ACCOUNT KEY PER
      *     PASS. THE ACTIVE KEY IS THE LOWER OF THE OLD MASTER AND
      *     TRANSACTION KEYS; AN OLD RECORD ON IT BECOMES THE HELD
      *     IMAGE. EVERY TRANSACTION ON THE KEY IS THEN APPLIED TO
      *     THE HELD IMAGE - AN ADD CREATES IT, A CHANGE OR CLOSE
      *     NEEDS IT - AND IT IS WRITTEN ONLY WHEN THE NEXT
      *     TRANSACTION KEY IS HIGHER.
       2000-MERGE-PARA.
            IF WS-OLD-KEY < WS-TRAN-KEY
                MOVE WS-OLD-KEY TO WS-ACTIVE-KEY
            ELSE
                MOVE WS-TRAN-KEY TO WS-ACTIVE-KEY
            END-IF.
            IF WS-OLD-KEY = WS-ACTIVE-KEY
                MOVE OLDMSTREC TO WS-HOLD-MST
                SET HOLD-PRESENT TO TRUE
                PERFORM 2110-READ-OLD
                   THRU 2110-READ-OLD-EXIT
            ELSE
                SET HOLD-ABSENT TO TRUE
            END-IF.
            PERFORM 2050-APPLY-TRAN
               THRU 2050-APPLY-TRAN-EXIT
               UNTIL WS-TRAN-KEY NOT = WS-ACTIVE-KEY.
            IF HOLD-PRESENT
                MOVE WS-HOLD-MST TO NEWMSTREC
                PERFORM 2400-CHECK-UNSENT
                   THRU 2400-CHECK-UNSENT-EXIT
                PERFORM 2500-WRITE-NEW
                   THRU 2500-WRITE-NEW-EXIT
            END-IF.
       2000-MERGE-EXIT.
            EXIT.

       2050-APPLY-TRAN.
            IF HOLD-PRESENT
                PERFORM 2300-APPLY-MATCHED-TRAN
                   THRU 2300-APPLY-MATCHED-TRAN-EXIT
            ELSE
                PERFORM 2200-APPLY-LOW-TRAN
                   THRU 2200-APPLY-LOW-TRAN-EXIT
            END-IF.
            PERFORM 2120-READ-TRAN
               THRU 2120-READ-TRAN-EXIT.
       2050-APPLY-TRAN-EXIT.
            EXIT.

       2200-APPLY-LOW-TRAN.
            MOVE SPACES TO WS-REASON.
            EVALUATE TRUE
                WHEN NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-CLOSE
                    MOVE "BAD ACTION CODE" TO WS-REASON
                WHEN TR-OPER-ID = SPACES
                    MOVE "OPERATOR ID REQUIRED" TO WS-REASON
                WHEN TRAN-KEYED AND TR-APPR-FLAG NOT = SPACE
                    MOVE "APPROVER FIELD NOT ALLOWED" TO WS-REASON
                WHEN TRAN-RELEASED
                    AND (NOT TR-APPROVED OR WS-APPR-ID = SPACES)
                    MOVE "RELEASE NOT APPROVED" TO WS-REASON
                WHEN TRAN-RELEASED AND WS-APPR-ID = TR-OPER-ID
                    MOVE "SELF-APPROVAL NOT ALLOWED" TO WS-REASON
                WHEN TR-CHANGE OR TR-CLOSE
                    MOVE "ACCOUNT NOT ON MASTER" TO WS-REASON
                WHEN TR-ACCT-NO IS NOT NUMERIC
            MOVE TR-BANK-CODE TO NM-BANK-CODE.
            MOVE TR-MANDATE-REF TO NM-MANDATE-REF.
            MOVE TR-MANDATE-DT TO NM-MANDATE-DT.
            MOVE TR-MANDATE-EXP TO NM-MANDATE-EXP.
            MOVE SPACE TO NM-MANDATE-STAT.
            MOVE SPACES TO NM-MANDATE-SENT.
            IF NM-MANDATE-REF NOT = SPACES
                MOVE "N" TO WS-INSTR
                PERFORM 2800-WRITE-INSTR
                   THRU 2800-WRITE-INSTR-EXIT
            END-IF.
            MOVE NEWMSTREC TO WS-HOLD-MST.
            SET HOLD-PRESENT TO TRUE.
            ADD 1 TO WS-ADD-CNT.
            PERFORM 2600-REPORT-APPLIED
               THRU 2600-REPORT-APPLIED-EXIT.
                    MOVE "ACCOUNT ALREADY ON MASTER" TO WS-REASON
                WHEN NOT TR-CHANGE AND NOT TR-CLOSE
                    MOVE "BAD ACTION CODE" TO WS-REASON
                WHEN TR-OPER-ID = SPACES
                    MOVE "OPERATOR ID REQUIRED" TO WS-REASON
                WHEN TRAN-KEYED AND TR-APPR-FLAG NOT = SPACE
                    MOVE "APPROVER FIELD NOT ALLOWED" TO WS-REASON
                WHEN TRAN-RELEASED
                    AND (NOT TR-APPROVED OR WS-APPR-ID = SPACES)
                    MOVE "RELEASE NOT APPROVED" TO WS-REASON
                WHEN TRAN-RELEASED AND WS-APPR-ID = TR-OPER-ID
                    MOVE "SELF-APPROVAL NOT ALLOWED" TO WS-REASON
                WHEN TR-CHANGE
                    AND TR-STATUS NOT = "O"
                    AND TR-STATUS NOT = "S"
                    CONTINUE
            END-EVALUATE.
            IF WS-REASON NOT = SPACES
                PERFORM 2700-REPORT-REJECT
                   THRU 2700-REPORT-REJECT-EXIT
                GO TO 2300-APPLY-MATCHED-TRAN-EXIT
            END-IF.

      *     A STATUS CHANGE, A CLOSE, OR A MANDATE REDIRECTED TO
      *     ANOTHER BANK OR REFERENCE NEEDS A SECOND OPERATOR - THE
      *     HELD IMAGE IS LEFT AS IT WAS UNTIL MNTAPPR SENDS
      *     THE TRANSACTION BACK APPROVED.
            IF NOT TRAN-RELEASED
                EVALUATE TRUE
                    WHEN TR-CLOSE
                        MOVE "ACCOUNT CLOSE" TO WS-REASON
                    WHEN TR-STATUS NOT = HM-STATUS
                        MOVE "STATUS CHANGE" TO WS-REASON
                    WHEN TR-BANK-CODE NOT = HM-BANK-CODE
                    WHEN TR-MANDATE-REF NOT = HM-MANDATE-REF
                        MOVE "MANDATE CHANGE" TO WS-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF WS-REASON NOT = SPACES
                PERFORM 2900-QUEUE-PENDING
                   THRU 2900-QUEUE-PENDING-EXIT
                GO TO 2300-APPLY-MATCHED-TRAN-EXIT
            END-IF.

            MOVE WS-HOLD-MST TO NEWMSTREC.
            IF TR-CHANGE
                MOVE TR-HOLDER TO NM-HOLDER
                MOVE TR-STATUS TO NM-STATUS
                MOVE TR-BANK-CODE TO NM-BANK-CODE
                MOVE TR-MANDATE-REF TO NM-MANDATE-REF
                MOVE TR-MANDATE-DT TO NM-MANDATE-DT
                MOVE TR-MANDATE-EXP TO NM-MANDATE-EXP
                ADD 1 TO WS-CHG-CNT
            ELSE
      *     A CLOSED ACCOUNT KEEPS ITS RECORD - WEEK5 REPORTS IT
                MOVE "C" TO NM-STATUS
                ADD 1 TO WS-CLS-CNT
            END-IF.
            PERFORM 2350-MANDATE-INSTR
               THRU 2350-MANDATE-INSTR-EXIT.
            MOVE NEWMSTREC TO WS-HOLD-MST.
            PERFORM 2600-REPORT-APPLIED
               THRU 2600-REPORT-APPLIED-EXIT.
       2300-APPLY-MATCHED-TRAN-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     WHAT THE BANK MUST BE TOLD AFTER A CHANGE OR CLOSE. A
      *     LIVE MANDATE (P OR R) ON AN ACCOUNT NOW CLOSED, OR WITH
      *     ITS REFERENCE BLANKED, IS CANCELLED; ONE WHOSE BANK
      *     DETAILS, HOLDER OR DATES CHANGED IS AMENDED AND WAITS
      *     FOR THE BANK AGAIN. WHERE THERE WAS NO LIVE MANDATE
      *     (NONE, REJECTED OR CANCELLED) A REFERENCE ON AN ACCOUNT
      *     NOT CLOSED GOES AS NEW.
       2350-MANDATE-INSTR.
            MOVE SPACE TO WS-INSTR.
            IF HM-MANDATE-STAT = "P" OR HM-MANDATE-STAT = "R"
                EVALUATE TRUE
                    WHEN NM-STATUS = "C"
                    WHEN NM-MANDATE-REF = SPACES
                        MOVE "C" TO WS-INSTR
                    WHEN NM-BANK-CODE NOT = HM-BANK-CODE
                    WHEN NM-MANDATE-REF NOT = HM-MANDATE-REF
                    WHEN NM-MANDATE-DT NOT = HM-MANDATE-DT
                    WHEN NM-MANDATE-EXP NOT = HM-MANDATE-EXP
                    WHEN NM-HOLDER NOT = HM-HOLDER
                        MOVE "A" TO WS-INSTR
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            ELSE
                IF NM-MANDATE-REF NOT = SPACES
                    AND NM-STATUS NOT = "C"
                    AND (HM-MANDATE-STAT = SPACE
                         OR NM-MANDATE-REF NOT = HM-MANDATE-REF
                         OR NM-BANK-CODE NOT = HM-BANK-CODE)
                    MOVE "N" TO WS-INSTR
                END-IF
            END-IF.
            IF WS-INSTR NOT = SPACE
                PERFORM 2800-WRITE-INSTR
                   THRU 2800-WRITE-INSTR-EXIT
            END-IF.
       2350-MANDATE-INSTR-EXIT.
            EXIT.

      *     A RECORD CARRIED THROUGH UNTOUCHED WHOSE MANDATE THE
      *     BANK HAS NEVER HEARD OF (STATUS BLANK - THE RECORD
      *     PREDATES MANDATE INSTRUCTIONS) IS SENT AS NEW, SO NO
      *     OPEN ACCOUNT IS LEFT UNCOLLECTABLE FOR GOOD.
       2400-CHECK-UNSENT.
            IF NM-MANDATE-STAT = SPACE
                AND NM-MANDATE-REF NOT = SPACES
                AND NM-STATUS NOT = "C"
                MOVE "N" TO WS-INSTR
                PERFORM 2800-WRITE-INSTR
                   THRU 2800-WRITE-INSTR-EXIT
            END-IF.
       2400-CHECK-UNSENT-EXIT.
            EXIT.

       2500-WRITE-NEW.
            WRITE NEWMSTREC.
            IF WS-FS3 NOT = 00

       2600-REPORT-APPLIED.
            MOVE SPACES TO AUDITREC
            IF TRAN-RELEASED
                STRING TR-ACTION
                       "   " TR-ACCT-NO
                       "  APPLIED     KEYED BY " TR-OPER-ID
                       " - APPROVED BY " WS-APPR-ID
                    INTO AUDITREC
                END-STRING
            ELSE
                STRING TR-ACTION
                       "   " TR-ACCT-NO
                       "  APPLIED     KEYED BY " TR-OPER-ID
                    INTO AUDITREC
                END-STRING
            END-IF
            WRITE AUDITREC.
       2600-REPORT-APPLIED-EXIT.
            EXIT.
       2700-REPORT-REJECT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE INSTRUCTION FROM THE NEW MASTER IMAGE, WHICH IS
      *     STAMPED WITH THE MANDATE STATUS IT NOW WAITS IN AND
      *     THE DATE IT WENT TO THE BANK.
       2800-WRITE-INSTR.
            MOVE SPACES TO MAND-DTL-REC
            MOVE "DTL" TO MD-REC-TYPE
            MOVE WS-INSTR TO MD-INSTR
            MOVE NM-ACCT-NO TO MD-ACCT-NO
            MOVE NM-HOLDER TO MD-HOLDER
            MOVE NM-BANK-CODE TO MD-BANK-CODE
            MOVE NM-MANDATE-DT TO MD-MANDATE-DT
            MOVE NM-MANDATE-EXP TO MD-MANDATE-EXP
            IF WS-INSTR = "C"
                MOVE HM-MANDATE-REF TO MD-MANDATE-REF
                MOVE HM-BANK-CODE TO MD-BANK-CODE
                MOVE "X" TO NM-MANDATE-STAT
                ADD 1 TO WS-MAND-CAN-CNT
            ELSE
                MOVE NM-MANDATE-REF TO MD-MANDATE-REF
                MOVE "P" TO NM-MANDATE-STAT
                IF WS-INSTR = "N"
                    ADD 1 TO WS-MAND-NEW-CNT
                ELSE
                    ADD 1 TO WS-MAND-AMD-CNT
                END-IF
            END-IF
            MOVE WS-RUN-DATE TO NM-MANDATE-SENT
            WRITE MAND-DTL-REC
            ADD 1 TO WS-MAND-CNT
            IF NM-ACCT-NO IS NUMERIC
                MOVE NM-ACCT-NO TO WS-HASH-ACCT
                ADD WS-HASH-ACCT TO WS-MAND-HASH
            END-IF
            MOVE SPACES TO AUDITREC
            STRING "    " NM-ACCT-NO
                   "  MANDATE " WS-INSTR " SENT, STATUS "
                   NM-MANDATE-STAT
                INTO AUDITREC
            END-STRING
            WRITE AUDITREC.
       2800-WRITE-INSTR-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE TRANSACTION IS QUEUED AS KEYED UNDER THIS RUN'S DATE
      *     AND TIME PLUS A SEQUENCE - THE REFERENCE THE APPROVER
      *     QUOTES TO MNTAPPR.
       2900-QUEUE-PENDING.
            ADD 1 TO WS-PEND-CNT.
            MOVE SPACES TO PENDREC
            MOVE "ACCTMNT" TO PQ-SOURCE
            STRING WS-RUN-DATE WS-RUN-TIME(1:6)
                DELIMITED BY SIZE
                INTO PQ-REF-RUN
            END-STRING
            MOVE WS-PEND-CNT TO PQ-REF-SEQ
            MOVE WS-RUN-DATE TO PQ-ENTRY-DATE
            MOVE TR-OPER-ID TO PQ-OPER-ID
            MOVE TR-ACCT-NO TO PQ-KEY
            MOVE WS-REASON TO PQ-REASON
            MOVE TRANREC TO PQ-TRAN
            WRITE PENDREC.
            IF WS-FS6 NOT = 00
                DISPLAY "PENDFILE WRITE FAILED " WS-FS6
                        " - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO AUDITREC
            STRING TR-ACTION
                   "   " TR-ACCT-NO
                   "  PENDING     " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY "  "
                   " - REF " PQ-REF DELIMITED BY SIZE
                INTO AUDITREC
            END-STRING
            WRITE AUDITREC.
       2900-QUEUE-PENDING-EXIT.
            EXIT.

       3000-TERM-PARA.
            MOVE SPACES TO MAND-TRL-REC
            MOVE "TRL" TO MT-REC-TYPE
            MOVE WS-MAND-CNT TO MT-REC-COUNT
            MOVE WS-MAND-HASH TO MT-HASH-TOTAL
            WRITE MAND-TRL-REC.
            CLOSE OLDMST
                  TRANFILE
                  RELFILE
                  NEWMST
                  AUDITRPT
                  MANDFILE
                  PENDFILE.
            DISPLAY "OLD MASTER RECORDS  : " WS-OLD-CNT.
            DISPLAY "TRANSACTIONS READ   : " WS-TRAN-CNT.
            DISPLAY "  OF WHICH RELEASED : " WS-REL-CNT.
            DISPLAY "NEW MASTER RECORDS  : " WS-NEW-CNT.
            DISPLAY "ADDS APPLIED        : " WS-ADD-CNT.
            DISPLAY "CHANGES APPLIED     : " WS-CHG-CNT.
            DISPLAY "CLOSES APPLIED      : " WS-CLS-CNT.
            DISPLAY "REJECTED            : " WS-REJ-CNT.
            DISPLAY "QUEUED FOR APPROVAL : " WS-PEND-CNT.
            DISPLAY "MANDATES NEW        : " WS-MAND-NEW-CNT.
            DISPLAY "MANDATES AMENDED    : " WS-MAND-AMD-CNT.
            DISPLAY "MANDATES CANCELLED  : " WS-MAND-CAN-CNT.
            IF WS-NEW-CNT NOT = WS-OLD-CNT + WS-ADD-CNT
                DISPLAY "*** MASTER COUNTS DO NOT RECONCILE ***"
                MOVE 8 TO WS-RC
