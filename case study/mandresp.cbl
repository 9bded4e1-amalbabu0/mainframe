      *****************************************************************
      * PROGRAM NAME : MANDRESP
      * DESCRIPTION  : Direct-debit mandate response processing. The
      *                bank answers the mandate instructions ACCTMNT
      *                sends (MANDFILE) with a response file saying,
      *                per account, whether the mandate was
      *                registered (REGD) or rejected (REJD, with the
      *                bank's reason code). The response file's own
      *                header and count/hash trailer are verified the
      *                way BANKRESP guards the collection returns
      *                before anything is applied. The responses are
      *                then applied to the account master in one
      *                old-master / new-master pass: an account
      *                awaiting the bank (mandate status P) with the
      *                same mandate reference becomes R (registered,
      *                collectable by WEEK5) or J (rejected). A
      *                response for an account not on the master,
      *                not awaiting the bank, or for a reference that
      *                has since been amended is reported and not
      *                applied; a second response for the same
      *                account is reported as a duplicate.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDRESP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RESPFILE ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT OLDMST ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

            SELECT NEWMST ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

            SELECT RESPRPT ASSIGN DD4
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
       FD RESPFILE.
       01 RESPREC              PIC X(80).
       01 RESP-HDR-REC.
            10 RH-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 RH-COMPANY-ID    PIC X(8).
            10 FILLER           PIC X(1).
            10 RH-CREATE-DATE   PIC X(8).
            10 FILLER           PIC X(59).
       01 RESP-DTL-REC.
            10 RD-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 RD-ACCT-NO       PIC X(5).
            10 RD-ACCT-NO-N REDEFINES RD-ACCT-NO
                                PIC 9(5).
            10 FILLER           PIC X(1).
            10 RD-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 RD-STATUS        PIC X(4).
            10 FILLER           PIC X(1).
            10 RD-REASON        PIC X(4).
            10 FILLER           PIC X(50).
       01 RESP-TRL-REC.
            10 RT-REC-TYPE      PIC X(3).
            10 FILLER           PIC X(1).
            10 RT-REC-COUNT     PIC 9(6).
            10 FILLER           PIC X(1).
            10 RT-HASH-TOTAL    PIC 9(11).
            10 FILLER           PIC X(58).

       FD OLDMST.
       01 OLDMSTREC.
            10 OM-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 OM-HOLDER        PIC X(20).
            10 FILLER           PIC X(1).
            10 OM-STATUS        PIC X(1).
            10 FILLER           PIC X(1).
            10 OM-BANK-CODE     PIC X(8).
            10 FILLER           PIC X(1).
            10 OM-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 OM-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 OM-MANDATE-STAT  PIC X(1).
            10 FILLER           PIC X(1).
            10 OM-MANDATE-EXP   PIC X(10).
            10 OM-MANDATE-SENT  PIC X(8).

       FD NEWMST.
       01 NEWMSTREC.
            10 NM-ACCT-NO       PIC X(5).
            10 FILLER           PIC X(1).
            10 NM-HOLDER        PIC X(20).
            10 FILLER           PIC X(1).
            10 NM-STATUS        PIC X(1).
            10 FILLER           PIC X(1).
            10 NM-BANK-CODE     PIC X(8).
            10 FILLER           PIC X(1).
            10 NM-MANDATE-REF   PIC X(10).
            10 FILLER           PIC X(1).
            10 NM-MANDATE-DT    PIC X(10).
            10 FILLER           PIC X(1).
            10 NM-MANDATE-STAT  PIC X(1).
            10 FILLER           PIC X(1).
            10 NM-MANDATE-EXP   PIC X(10).
            10 NM-MANDATE-SENT  PIC X(8).

       FD RESPRPT.
       01 RESPRPTREC           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS1                  PIC 99.
          88 FS1-OK               VALUE 00.
          88 FS1-EOF              VALUE 10.
       01 WS-FS2                  PIC 99.
          88 FS2-OK               VALUE 00.
          88 FS2-EOF              VALUE 10.
       01 WS-FS3                  PIC 99.
       01 WS-FS4                  PIC 99.
      *     CONDITION CODES FOR THE CHAIN: 0 CLEAN, 4 PROCESSED
      *     WITH EXCEPTIONS, 8 FATAL.
       01 WS-RC                   PIC 9(2)  VALUE 0.

      *     VERIFY-PASS CONTROLS FOR THE RESPONSE FILE - HDR
      *     PRESENT, TRL COUNT AND ACCOUNT-NUMBER HASH MUST MATCH
      *     WHAT WAS READ, OR THE RUN STOPS BEFORE THE MASTER IS
      *     TOUCHED.
       01 WS-VERIFY-WORK.
          05 WS-VER-SW            PIC X(01) VALUE "Y".
             88 VERIFY-OK         VALUE "Y".
             88 VERIFY-BAD        VALUE "N".
          05 WS-HDR-SW            PIC X(01) VALUE "N".
             88 HDR-SEEN          VALUE "Y".
             88 HDR-MISSING       VALUE "N".
          05 WS-TRL-SW            PIC X(01) VALUE "N".
             88 TRL-SEEN          VALUE "Y".
             88 TRL-MISSING       VALUE "N".
          05 WS-VER-DTL-CNT       PIC 9(6)  VALUE 0.
          05 WS-VER-HASH          PIC 9(11) VALUE 0.
          05 WS-TRL-CNT           PIC 9(6)  VALUE 0.
          05 WS-TRL-HASH          PIC 9(11) VALUE 0.

      *     THE BANK'S ANSWERS, ONE ENTRY PER ACCOUNT, FLAGGED AS
      *     THE MASTER PASS USES THEM SO WHATEVER IS LEFT OVER
      *     SURFACES AT END OF RUN AS NOT ON THE MASTER.
       01 WS-RESP-WORK.
          05 WS-RSP-CNT           PIC 9(4)  VALUE 0.
          05 WS-RSP-IX            PIC 9(4)  VALUE 0.
          05 WS-RSP-ENTRY         OCCURS 1000 TIMES.
             10 WS-RE-ACCT        PIC X(5).
             10 WS-RE-REF         PIC X(10).
             10 WS-RE-STATUS      PIC X(4).
             10 WS-RE-REASON      PIC X(4).
             10 WS-RE-USED        PIC X(1).
       01 WS-RSP-FOUND-SW         PIC X(01) VALUE "N".
          88 RSP-FOUND            VALUE "Y".
          88 RSP-NOT-FOUND        VALUE "N".

       01 WS-OLD-KEY              PIC X(5)  VALUE SPACES.
       01 WS-DISP                 PIC X(24) VALUE SPACES.
       01 WS-RESP-CNT             PIC 9(6)  VALUE 0.
       01 WS-DUPRESP-CNT          PIC 9(6)  VALUE 0.
       01 WS-BADRESP-CNT          PIC 9(6)  VALUE 0.
       01 WS-REGD-CNT             PIC 9(6)  VALUE 0.
       01 WS-REJD-CNT             PIC 9(6)  VALUE 0.
       01 WS-NOTAPPL-CNT          PIC 9(6)  VALUE 0.
       01 WS-UNMATCH-CNT          PIC 9(6)  VALUE 0.
       01 WS-STILL-PEND-CNT       PIC 9(6)  VALUE 0.
       01 WS-OLD-CNT              PIC 9(6)  VALUE 0.
       01 WS-NEW-CNT              PIC 9(6)  VALUE 0.
       01 WS-CNT-ED               PIC ZZZ,ZZ9.
       01 WS-CNT-ED2              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 1200-VERIFY-RESPFILE
               THRU 1200-VERIFY-RESPFILE-EXIT.
            PERFORM 1500-LOAD-RESP-PARA
               THRU 1500-LOAD-RESP-EXIT.
            PERFORM 2000-MASTER-PARA
               THRU 2000-MASTER-EXIT.
            PERFORM 2700-UNMATCHED-PARA
               THRU 2700-UNMATCHED-EXIT.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

       1000-INIT-PARA.
            OPEN OUTPUT RESPRPT.
            IF WS-FS4 NOT = 00
                DISPLAY "REPORT OPEN ERROR " WS-FS4
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO RESPRPTREC
            STRING "ACCT   MANDATE     RESP REASN  DISPOSITION"
                INTO RESPRPTREC
            END-STRING
            WRITE RESPRPTREC.
       1000-INIT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     PRE-PASS OVER THE RESPONSE FILE BEFORE THE MASTER IS
      *     TOUCHED - A SHORT OR REPEATED FILE MUST NEVER MARK A
      *     MANDATE REGISTERED.
       1200-VERIFY-RESPFILE.
            OPEN INPUT RESPFILE.
            IF NOT FS1-OK
                DISPLAY "RESPFILE OPEN ERROR " WS-FS1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM 1210-VERIFY-READ
               THRU 1210-VERIFY-READ-EXIT
               UNTIL FS1-EOF.
            CLOSE RESPFILE.
            MOVE 0 TO WS-FS1.

            IF HDR-MISSING
                SET VERIFY-BAD TO TRUE
                DISPLAY "NO HDR RECORD ON RESPFILE"
            END-IF.
            IF TRL-MISSING
                SET VERIFY-BAD TO TRUE
                DISPLAY "NO TRL RECORD ON RESPFILE"
            END-IF.
            IF TRL-SEEN
                IF WS-TRL-CNT NOT = WS-VER-DTL-CNT
                    SET VERIFY-BAD TO TRUE
                    DISPLAY "TRAILER COUNT " WS-TRL-CNT
                            " BUT DETAILS READ " WS-VER-DTL-CNT
                END-IF
                IF WS-TRL-HASH NOT = WS-VER-HASH
                    SET VERIFY-BAD TO TRUE
                    DISPLAY "TRAILER HASH DOES NOT MATCH ACCOUNTS"
                END-IF
            END-IF.

            IF VERIFY-BAD
                DISPLAY "RESPFILE INTEGRITY CHECK FAILED"
                        " - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "RESPFILE INTEGRITY CHECK PASSED - DETAILS : "
                    WS-VER-DTL-CNT.
       1200-VERIFY-RESPFILE-EXIT.
            EXIT.

       1210-VERIFY-READ.
            READ RESPFILE
                AT END
                    SET FS1-EOF TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN RH-REC-TYPE = "HDR"
                            SET HDR-SEEN TO TRUE
                        WHEN RT-REC-TYPE = "TRL"
                            SET TRL-SEEN TO TRUE
                            MOVE RT-REC-COUNT TO WS-TRL-CNT
                            MOVE RT-HASH-TOTAL TO WS-TRL-HASH
                        WHEN OTHER
                            ADD 1 TO WS-VER-DTL-CNT
                            IF RD-ACCT-NO IS NUMERIC
                                ADD RD-ACCT-NO-N TO WS-VER-HASH
                            END-IF
                    END-EVALUATE
            END-READ.
       1210-VERIFY-READ-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE TABLE ENTRY PER ACCOUNT ANSWERED. A SECOND ANSWER
      *     FOR THE SAME ACCOUNT IS REPORTED AND DROPPED - THE
      *     FIRST ONE IS THE ONE APPLIED.
       1500-LOAD-RESP-PARA.
            OPEN INPUT RESPFILE.
            IF NOT FS1-OK
                DISPLAY "RESPFILE REOPEN ERROR " WS-FS1
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1510-LOAD-RESP-REC
               THRU 1510-LOAD-RESP-EXIT
               UNTIL FS1-EOF.
            CLOSE RESPFILE.
            DISPLAY "MANDATE RESPONSES LOADED : " WS-RSP-CNT.
       1500-LOAD-RESP-EXIT.
            EXIT.

       1510-LOAD-RESP-REC.
            READ RESPFILE
                AT END
                    SET FS1-EOF TO TRUE
                    GO TO 1510-LOAD-RESP-EXIT
            END-READ.
            IF RH-REC-TYPE = "HDR" OR RT-REC-TYPE = "TRL"
                GO TO 1510-LOAD-RESP-EXIT
            END-IF.
            ADD 1 TO WS-RESP-CNT.

            IF RD-STATUS NOT = "REGD" AND RD-STATUS NOT = "REJD"
                ADD 1 TO WS-BADRESP-CNT
                MOVE "BAD RESPONSE CODE" TO WS-DISP
                PERFORM 2600-REPORT-RESP
                   THRU 2600-REPORT-RESP-EXIT
                GO TO 1510-LOAD-RESP-EXIT
            END-IF.

            SET RSP-NOT-FOUND TO TRUE.
            PERFORM VARYING WS-RSP-IX FROM 1 BY 1
                UNTIL WS-RSP-IX > WS-RSP-CNT
                   OR RSP-FOUND
                IF WS-RE-ACCT(WS-RSP-IX) = RD-ACCT-NO
                    SET RSP-FOUND TO TRUE
                END-IF
            END-PERFORM.
            IF RSP-FOUND
                ADD 1 TO WS-DUPRESP-CNT
                MOVE "DUPLICATE RESPONSE" TO WS-DISP
                PERFORM 2600-REPORT-RESP
                   THRU 2600-REPORT-RESP-EXIT
                GO TO 1510-LOAD-RESP-EXIT
            END-IF.

            IF WS-RSP-CNT >= 1000
                DISPLAY "RESPONSE TABLE FULL - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-RSP-CNT.
            MOVE RD-ACCT-NO TO WS-RE-ACCT(WS-RSP-CNT).
            MOVE RD-MANDATE-REF TO WS-RE-REF(WS-RSP-CNT).
            MOVE RD-STATUS TO WS-RE-STATUS(WS-RSP-CNT).
            MOVE RD-REASON TO WS-RE-REASON(WS-RSP-CNT).
            MOVE "N" TO WS-RE-USED(WS-RSP-CNT).
       1510-LOAD-RESP-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE PASS OLD MASTER TO NEW MASTER. EVERY RECORD IS
      *     COPIED; THOSE WITH AN ANSWER ARE UPDATED ON THE WAY.
       2000-MASTER-PARA.
            OPEN INPUT OLDMST
                 OUTPUT NEWMST.
            IF NOT FS2-OK OR WS-FS3 NOT = 00
                DISPLAY "MASTER OPEN ERROR " WS-FS2 " " WS-FS3
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 2100-MASTER-REC
               THRU 2100-MASTER-REC-EXIT
               UNTIL FS2-EOF.
            CLOSE OLDMST
                  NEWMST.
       2000-MASTER-EXIT.
            EXIT.

       2100-MASTER-REC.
            READ OLDMST
                AT END
                    SET FS2-EOF TO TRUE
                    GO TO 2100-MASTER-REC-EXIT
            END-READ.
            ADD 1 TO WS-OLD-CNT.
            IF OM-ACCT-NO <= WS-OLD-KEY
                AND WS-OLD-KEY NOT = SPACES
                DISPLAY "OLD MASTER OUT OF SEQUENCE AT "
                        OM-ACCT-NO " - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE OM-ACCT-NO TO WS-OLD-KEY.
            MOVE OLDMSTREC TO NEWMSTREC.

            SET RSP-NOT-FOUND TO TRUE.
            PERFORM VARYING WS-RSP-IX FROM 1 BY 1
                UNTIL WS-RSP-IX > WS-RSP-CNT
                   OR RSP-FOUND
                IF WS-RE-ACCT(WS-RSP-IX) = OM-ACCT-NO
                    SET RSP-FOUND TO TRUE
                    SUBTRACT 1 FROM WS-RSP-IX
                END-IF
            END-PERFORM.
            IF RSP-FOUND
                PERFORM 2200-APPLY-RESP
                   THRU 2200-APPLY-RESP-EXIT
            END-IF.
            IF NM-MANDATE-STAT = "P"
                ADD 1 TO WS-STILL-PEND-CNT
            END-IF.

            WRITE NEWMSTREC.
            IF WS-FS3 NOT = 00
                DISPLAY "NEW MASTER WRITE FAILED " WS-FS3
                        " - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-NEW-CNT.
       2100-MASTER-REC-EXIT.
            EXIT.

      *     ONLY A MANDATE STILL AWAITING THE BANK, UNDER THE SAME
      *     REFERENCE, TAKES THE ANSWER. AN ANSWER TO AN OLDER
      *     INSTRUCTION (AMENDED OR CANCELLED SINCE) WOULD
      *     OTHERWISE REGISTER DETAILS THE BANK HAS NOT SEEN.
       2200-APPLY-RESP.
            MOVE "Y" TO WS-RE-USED(WS-RSP-IX).
            EVALUATE TRUE
                WHEN OM-MANDATE-STAT NOT = "P"
                    ADD 1 TO WS-NOTAPPL-CNT
                    MOVE SPACES TO WS-DISP
                    STRING "NOT PENDING - STATUS "
                           OM-MANDATE-STAT
                        INTO WS-DISP
                    END-STRING
                WHEN OM-MANDATE-REF NOT = WS-RE-REF(WS-RSP-IX)
                    ADD 1 TO WS-NOTAPPL-CNT
                    MOVE "MANDATE REF MISMATCH" TO WS-DISP
                WHEN WS-RE-STATUS(WS-RSP-IX) = "REGD"
                    MOVE "R" TO NM-MANDATE-STAT
                    ADD 1 TO WS-REGD-CNT
                    MOVE "REGISTERED" TO WS-DISP
                WHEN OTHER
                    MOVE "J" TO NM-MANDATE-STAT
                    ADD 1 TO WS-REJD-CNT
                    MOVE "REJECTED" TO WS-DISP
            END-EVALUATE.
            MOVE SPACES TO RESPRPTREC
            STRING WS-RE-ACCT(WS-RSP-IX)
                   "  " WS-RE-REF(WS-RSP-IX)
                   "  " WS-RE-STATUS(WS-RSP-IX)
                   " " WS-RE-REASON(WS-RSP-IX)
                   "   " WS-DISP
                INTO RESPRPTREC
            END-STRING
            WRITE RESPRPTREC.
       2200-APPLY-RESP-EXIT.
            EXIT.

      *     REPORT LINE FOR A RESPONSE STRAIGHT OFF THE FILE.
       2600-REPORT-RESP.
            MOVE SPACES TO RESPRPTREC
            STRING RD-ACCT-NO
                   "  " RD-MANDATE-REF
                   "  " RD-STATUS
                   " " RD-REASON
                   "   " WS-DISP
                INTO RESPRPTREC
            END-STRING
            WRITE RESPRPTREC.
       2600-REPORT-RESP-EXIT.
            EXIT.

      *-----------------------------------------------------------------
       2700-UNMATCHED-PARA.
            PERFORM VARYING WS-RSP-IX FROM 1 BY 1
                UNTIL WS-RSP-IX > WS-RSP-CNT
                IF WS-RE-USED(WS-RSP-IX) = "N"
                    ADD 1 TO WS-UNMATCH-CNT
                    MOVE SPACES TO RESPRPTREC
                    STRING WS-RE-ACCT(WS-RSP-IX)
                           "  " WS-RE-REF(WS-RSP-IX)
                           "  " WS-RE-STATUS(WS-RSP-IX)
                           " " WS-RE-REASON(WS-RSP-IX)
                           "   ACCOUNT NOT ON MASTER"
                        INTO RESPRPTREC
                    END-STRING
                    WRITE RESPRPTREC
                END-IF
            END-PERFORM.
       2700-UNMATCHED-EXIT.
            EXIT.

       3000-TERM-PARA.
            MOVE WS-RESP-CNT TO WS-CNT-ED
            MOVE WS-REGD-CNT TO WS-CNT-ED2
            MOVE SPACES TO RESPRPTREC
            STRING "RESPONSES " WS-CNT-ED
                   "  REGISTERED " WS-CNT-ED2
                INTO RESPRPTREC
            END-STRING
            WRITE RESPRPTREC.
            MOVE WS-REJD-CNT TO WS-CNT-ED
            MOVE WS-STILL-PEND-CNT TO WS-CNT-ED2
            MOVE SPACES TO RESPRPTREC
            STRING "REJECTED  " WS-CNT-ED
                   "  STILL AWAITING BANK " WS-CNT-ED2
                INTO RESPRPTREC
            END-STRING
            WRITE RESPRPTREC.

      *     EVERY RESPONSE READ IS ACCOUNTED FOR EXACTLY ONCE.
            MOVE SPACES TO RESPRPTREC
            IF WS-REGD-CNT + WS-REJD-CNT + WS-NOTAPPL-CNT
               + WS-UNMATCH-CNT + WS-DUPRESP-CNT + WS-BADRESP-CNT
               = WS-RESP-CNT
                STRING "RESPONSE COUNTS BALANCE"
                   INTO RESPRPTREC
                END-STRING
            ELSE
                STRING "*** RESPONSE COUNTS DO NOT BALANCE ***"
                   INTO RESPRPTREC
                END-STRING
                MOVE 8 TO WS-RC
            END-IF.
            WRITE RESPRPTREC.

            CLOSE RESPRPT.

            DISPLAY "RESPONSES READ        : " WS-RESP-CNT.
            DISPLAY "MANDATES REGISTERED   : " WS-REGD-CNT.
            DISPLAY "MANDATES REJECTED     : " WS-REJD-CNT.
            DISPLAY "NOT APPLIED           : " WS-NOTAPPL-CNT.
            DISPLAY "NOT ON MASTER         : " WS-UNMATCH-CNT.
            DISPLAY "DUPLICATE RESPONSES   : " WS-DUPRESP-CNT.
            DISPLAY "BAD RESPONSE CODES    : " WS-BADRESP-CNT.
            DISPLAY "STILL AWAITING BANK   : " WS-STILL-PEND-CNT.
            IF WS-NEW-CNT NOT = WS-OLD-CNT
                DISPLAY "*** MASTER COUNTS DO NOT RECONCILE ***"
                MOVE 8 TO WS-RC
            END-IF.
            IF WS-RC < 4
                AND (WS-REJD-CNT > 0 OR WS-NOTAPPL-CNT > 0
                     OR WS-UNMATCH-CNT > 0 OR WS-DUPRESP-CNT > 0
                     OR WS-BADRESP-CNT > 0)
                MOVE 4 TO WS-RC
            END-IF.
       3000-TERM-EXIT.
            EXIT.
