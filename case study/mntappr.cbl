      *****************************************************************
      * PROGRAM NAME : MNTAPPR
      * DESCRIPTION  : Maintenance approval run - the checker side of
      *                maker-checker for the maintenance programs of
      *                all three suites. CA41G086 (grade changes and
      *                result deletes, and the grade-moving online
      *                corrections CA50G086 queues as CA41G086
      *                changes), CA49G086 (student deactivations
      *                and status changes), ACCTMNT (account status,
      *                close and mandate redirection), REGLOAD
      *                (registration drops) and BILLPAY (receipts
      *                over the approval limit) do not apply those
      *                transactions themselves; they queue them,
      *                with the keying operator's id, to a pending
      *                feed. This run takes the carried-forward queue
      *                and the day's feeds and works each item
      *                against the approval cards keyed by the
      *                supervisors: an item approved (A) by a
      *                different operator is released, stamped with
      *                the approver's id (for ACCTMNT, an A in column
      *                80 and the id after the image; for CA49G086,
      *                the keying operator's id is put back with it),
      *                to the
      *                released-transaction file its own program
      *                reads, on a DD of its own, with its next run -
      *                never with the day's keyed transactions; an
      *                item rejected (R) is dropped. A card whose
      *                approver is the operator who keyed the item is
      *                refused and the item stays queued. An item
      *                older than the PARM number of days (default
      *                010) with no decision expires. Everything else
      *                is carried to the new queue. The report lists
      *                every item with its disposition, the card
      *                exceptions, and entered / approved / rejected
      *                / expired / refused counts by operator -
      *                entered and expired against the operator who
      *                keyed the item, approved, rejected and refused
      *                against the operator on the card. Any refused,
      *                unreadable or unmatched card ends the run
      *                condition code 4.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PENDQ ASSIGN DD1
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS1.

            SELECT NEWPEND ASSIGN DD2
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS2.

            SELECT APPRCARD ASSIGN DD3
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS3.

            SELECT PENDOUT ASSIGN DD4
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS4.

            SELECT MARKREL ASSIGN DD5
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS5.

            SELECT ACCTREL ASSIGN DD6
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS6.

            SELECT REGREL ASSIGN DD7
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS7.

            SELECT RCPTREL ASSIGN DD8
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS8.

            SELECT APPRRPT ASSIGN DD9
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS9.

            SELECT STUDREL ASSIGN DD10
            ORGANIZATION SEQUENTIAL
            ACCESS MODE SEQUENTIAL
            FILE STATUS WS-FS10.

       DATA DIVISION.
       FILE SECTION.
      *    THE QUEUE CARRIED FROM THE LAST RUN, AND THE DAY'S FEEDS
      *    FROM THE MAINTENANCE PROGRAMS - BOTH IN THE QUEUE
      *    LAYOUT BELOW.
       FD PENDQ.
       01 PENDQREC             PIC X(160).

       FD NEWPEND.
       01 NEWPENDREC           PIC X(160).

      *    ONE DECISION PER CARD: SOURCE PROGRAM, QUEUE REFERENCE,
      *    A (APPROVE) OR R (REJECT), AND THE DECIDING OPERATOR.
       FD APPRCARD.
       01 APPRCARDREC.
            10 AC-SOURCE        PIC X(8).
            10 FILLER           PIC X(1).
            10 AC-REF           PIC X(18).
            10 FILLER           PIC X(1).
            10 AC-DECISION      PIC X(1).
            10 FILLER           PIC X(1).
            10 AC-APPR-ID       PIC X(8).
            10 FILLER           PIC X(42).

       FD PENDOUT.
       01 PENDOUTREC           PIC X(160).

      *    RELEASED TRANSACTIONS, EACH IN ITS OWN PROGRAM'S LAYOUT
      *    WITH THE APPROVAL STAMPED WHERE THAT PROGRAM LOOKS FOR
      *    IT.
       FD MARKREL.
       01 MARKRELREC.
            10 MR-TRAN-DATA     PIC X(55).
            10 MR-APPR-ID       PIC X(8).
            10 FILLER           PIC X(17).

       FD ACCTREL.
       01 ACCTRELREC.
            10 AR-TRAN-DATA     PIC X(79).
            10 AR-APPR-FLAG     PIC X(1).
            10 AR-APPR-ID       PIC X(8).

       FD REGREL.
       01 REGRELREC.
            10 RR-TRAN-DATA     PIC X(47).
            10 RR-APPR-ID       PIC X(8).
            10 FILLER           PIC X(25).

       FD RCPTREL.
       01 RCPTRELREC.
            10 PR-TRAN-DATA     PIC X(69).
            10 PR-APPR-ID       PIC X(8).
            10 FILLER           PIC X(3).

       FD APPRRPT.
       01 APPRREC              PIC X(80).

      *    CA49G086 TRANSACTIONS ARE 200 BYTES; A QUEUED ONE CARRIES
      *    NOTHING PAST COL 80, SO THE OPERATOR GOES BACK IN COLS
      *    135-142 AND THE APPROVER IN COLS 144-151.
       FD STUDREL.
       01 STUDRELREC.
            10 SR-TRAN-DATA     PIC X(80).
            10 FILLER           PIC X(54).
            10 SR-OPER-ID       PIC X(8).
            10 FILLER           PIC X(1).
            10 SR-APPR-ID       PIC X(8).
            10 FILLER           PIC X(49).

       WORKING-STORAGE SECTION.
      *    THE APPROVAL QUEUE - ONE LAYOUT FOR EVERY SOURCE. THE
      *    REFERENCE IS THE QUEUEING RUN'S DATE AND TIME PLUS A
      *    SEQUENCE; THE TRANSACTION IMAGE IS HELD AS KEYED.
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
       01 WS-FS5                  PIC 99.
       01 WS-FS6                  PIC 99.
       01 WS-FS7                  PIC 99.
       01 WS-FS8                  PIC 99.
       01 WS-FS9                  PIC 99.
       01 WS-FS10                 PIC 99.
       01 WS-REL-FS               PIC 99.
       01 WS-RC                   PIC 9(2)  VALUE 0.
       01 WS-EXPIRE-DAYS          PIC 9(3)  VALUE 10.
       01 WS-TODAY                PIC X(8)  VALUE SPACES.
       01 WS-TODAY-INT            PIC S9(9) COMP VALUE 0.
       01 WS-DATE-INT             PIC S9(9) COMP VALUE 0.
       01 WS-DAYS                 PIC S9(9) COMP VALUE 0.
       01 WS-ED-DAYS              PIC ZZZ9.
       01 WS-ED-CNT               PIC ZZZ,ZZ9.
       01 WS-ED-CNT2              PIC ZZZ,ZZ9.
       01 WS-ED-CNT3              PIC ZZZ,ZZ9.
       01 WS-ED-CNT4              PIC ZZZ,ZZ9.
       01 WS-ED-CNT5              PIC ZZZ,ZZ9.
       01 WS-DISP                 PIC X(8)  VALUE SPACES.
       01 WS-NOTE                 PIC X(14) VALUE SPACES.
       01 WS-NEW-ITEM-SW          PIC X(01) VALUE "N".
          88 NEW-ITEM             VALUE "Y".
          88 CARRIED-ITEM         VALUE "N".
       01 WS-DECIDED-SW           PIC X(01) VALUE "N".
          88 ITEM-DECIDED         VALUE "Y".
          88 ITEM-UNDECIDED       VALUE "N".
       01 WS-DECIDER              PIC X(8)  VALUE SPACES.
       01 WS-OPER-KEY             PIC X(8)  VALUE SPACES.

       01 WS-COUNTS.
          05 WS-CARRIED-IN-CNT    PIC 9(6)  VALUE 0.
          05 WS-ENTERED-CNT       PIC 9(6)  VALUE 0.
          05 WS-APPROVED-CNT      PIC 9(6)  VALUE 0.
          05 WS-REJECTED-CNT      PIC 9(6)  VALUE 0.
          05 WS-EXPIRED-CNT       PIC 9(6)  VALUE 0.
          05 WS-REFUSED-CNT       PIC 9(6)  VALUE 0.
          05 WS-STILL-PEND-CNT    PIC 9(6)  VALUE 0.
          05 WS-BADCARD-CNT       PIC 9(6)  VALUE 0.
          05 WS-NOMATCH-CNT       PIC 9(6)  VALUE 0.
          05 WS-BADSRC-CNT        PIC 9(6)  VALUE 0.

      *    THE DAY'S DECISION CARDS, TABLED SO EACH QUEUE ITEM CAN BE
      *    LOOKED UP AS IT IS READ. A CARD IS MARKED USED ONCE IT HAS
      *    DECIDED (OR BEEN REFUSED FOR) AN ITEM.
       01 WS-CARD-WORK.
          05 WS-CARD-CNT          PIC 9(4)  VALUE 0.
          05 WS-CARD-IX           PIC 9(4)  VALUE 0.
          05 WS-CARD-MAX          PIC 9(4)  VALUE 500.
          05 WS-CARD-ENTRY        OCCURS 500 TIMES.
             10 WS-CD-SOURCE      PIC X(8).
             10 WS-CD-REF         PIC X(18).
             10 WS-CD-DECISION    PIC X(1).
             10 WS-CD-APPR-ID     PIC X(8).
             10 WS-CD-USED        PIC X(1).

      *    COUNTS BY OPERATOR FOR THE DAILY SUMMARY.
       01 WS-OPER-WORK.
          05 WS-OPER-CNT          PIC 9(4)  VALUE 0.
          05 WS-OPER-IX           PIC 9(4)  VALUE 0.
          05 WS-OPER-MAX          PIC 9(4)  VALUE 200.
          05 WS-OPER-ENTRY        OCCURS 200 TIMES.
             10 WS-OP-ID          PIC X(8).
             10 WS-OP-ENTERED     PIC 9(6).
             10 WS-OP-APPROVED    PIC 9(6).
             10 WS-OP-REJECTED    PIC 9(6).
             10 WS-OP-EXPIRED     PIC 9(6).
             10 WS-OP-REFUSED     PIC 9(6).

       LINKAGE SECTION.
       01 LK-PARM.
          05 LK-PARM-LEN          PIC S9(4) COMP.
          05 LK-EXPIRE-DAYS       PIC 9(3).

       PROCEDURE DIVISION USING LK-PARM.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 1100-LOAD-CARD
               THRU 1100-LOAD-CARD-EXIT
               UNTIL FS3-EOF.
            SET CARRIED-ITEM TO TRUE.
            PERFORM 2000-CARRIED-PARA
               THRU 2000-CARRIED-EXIT
               UNTIL FS1-EOF.
            SET NEW-ITEM TO TRUE.
            PERFORM 2100-NEW-PARA
               THRU 2100-NEW-EXIT
               UNTIL FS2-EOF.
            PERFORM 3000-TERM-PARA
               THRU 3000-TERM-EXIT.
            MOVE WS-RC TO RETURN-CODE.
            STOP RUN.

       1000-INIT-PARA.
            IF LK-PARM-LEN > 2
                AND LK-EXPIRE-DAYS IS NUMERIC
                MOVE LK-EXPIRE-DAYS TO WS-EXPIRE-DAYS
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-TODAY)).
            DISPLAY "APPROVAL RUN DATE  : " WS-TODAY.
            DISPLAY "EXPIRY AFTER DAYS  : " WS-EXPIRE-DAYS.

            OPEN INPUT PENDQ
                 INPUT NEWPEND
                 INPUT APPRCARD
                 OUTPUT PENDOUT
                 EXTEND MARKREL
                 EXTEND ACCTREL
                 EXTEND REGREL
                 EXTEND RCPTREL
                 EXTEND STUDREL
                 OUTPUT APPRRPT.
            IF NOT FS1-OK OR NOT FS2-OK OR NOT FS3-OK
                OR WS-FS4 NOT = 00 OR WS-FS5 NOT = 00
                OR WS-FS6 NOT = 00 OR WS-FS7 NOT = 00
                OR WS-FS8 NOT = 00 OR WS-FS9 NOT = 00
                OR WS-FS10 NOT = 00
                DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2
                        " " WS-FS3 " " WS-FS4 " " WS-FS5
                        " " WS-FS6 " " WS-FS7 " " WS-FS8
                        " " WS-FS9 " " WS-FS10
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE SPACES TO APPRREC
            STRING "MAINTENANCE APPROVALS FOR " WS-TODAY
                   " - UNDECIDED ITEMS EXPIRE AFTER "
                   WS-EXPIRE-DAYS " DAYS"
                INTO APPRREC
            END-STRING
            WRITE APPRREC.
            MOVE SPACES TO APPRREC
            WRITE APPRREC.
            MOVE SPACES TO APPRREC
            STRING "DISP     SOURCE   REFERENCE          KEY"
                   "        KEYED BY DECIDED  NOTE"
                INTO APPRREC
            END-STRING
            WRITE APPRREC.
       1000-INIT-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     A CARD MUST NAME AN ITEM, A DECISION AND THE DECIDING
      *     OPERATOR. ANYTHING ELSE IS LISTED AND IGNORED.
       1100-LOAD-CARD.
            READ APPRCARD
                AT END
                    SET FS3-EOF TO TRUE
                    GO TO 1100-LOAD-CARD-EXIT
            END-READ.
            IF AC-SOURCE = SPACES
                OR AC-REF = SPACES
                OR AC-APPR-ID = SPACES
                OR (AC-DECISION NOT = "A" AND AC-DECISION NOT = "R")
                ADD 1 TO WS-BADCARD-CNT
                MOVE SPACES TO APPRREC
                STRING "BADCARD  " APPRCARDREC(1:38)
                       "  UNREADABLE CARD"
                    INTO APPRREC
                END-STRING
                WRITE APPRREC
                GO TO 1100-LOAD-CARD-EXIT
            END-IF.
            IF WS-CARD-CNT NOT < WS-CARD-MAX
                ADD 1 TO WS-BADCARD-CNT
                MOVE SPACES TO APPRREC
                STRING "BADCARD  " APPRCARDREC(1:38)
                       "  CARD TABLE FULL"
                    INTO APPRREC
                END-STRING
                WRITE APPRREC
                GO TO 1100-LOAD-CARD-EXIT
            END-IF.
            ADD 1 TO WS-CARD-CNT.
            MOVE AC-SOURCE TO WS-CD-SOURCE(WS-CARD-CNT).
            MOVE AC-REF TO WS-CD-REF(WS-CARD-CNT).
            MOVE AC-DECISION TO WS-CD-DECISION(WS-CARD-CNT).
            MOVE AC-APPR-ID TO WS-CD-APPR-ID(WS-CARD-CNT).
            MOVE "N" TO WS-CD-USED(WS-CARD-CNT).
       1100-LOAD-CARD-EXIT.
            EXIT.

       2000-CARRIED-PARA.
            READ PENDQ INTO PENDREC
                AT END
                    SET FS1-EOF TO TRUE
                    GO TO 2000-CARRIED-EXIT
            END-READ.
            ADD 1 TO WS-CARRIED-IN-CNT.
            PERFORM 2200-ITEM-PARA
               THRU 2200-ITEM-EXIT.
       2000-CARRIED-EXIT.
            EXIT.

      *     AN ITEM ARRIVING ON TODAY'S FEEDS COUNTS AS ENTERED BY
      *     THE OPERATOR WHO KEYED IT.
       2100-NEW-PARA.
            READ NEWPEND INTO PENDREC
                AT END
                    SET FS2-EOF TO TRUE
                    GO TO 2100-NEW-EXIT
            END-READ.
            ADD 1 TO WS-ENTERED-CNT.
            MOVE PQ-OPER-ID TO WS-OPER-KEY.
            PERFORM 2900-FIND-OPER
               THRU 2900-FIND-OPER-EXIT.
            IF WS-OPER-IX > 0
                ADD 1 TO WS-OP-ENTERED(WS-OPER-IX)
            END-IF.
            PERFORM 2200-ITEM-PARA
               THRU 2200-ITEM-EXIT.
       2100-NEW-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     ONE QUEUE ITEM: THE FIRST CARD FOR IT FROM ANOTHER
      *     OPERATOR DECIDES IT; A CARD FROM THE OPERATOR WHO KEYED
      *     IT IS REFUSED. UNDECIDED, IT EXPIRES OR IS CARRIED.
       2200-ITEM-PARA.
            SET ITEM-UNDECIDED TO TRUE.
            MOVE SPACES TO WS-DECIDER.
            PERFORM 2300-MATCH-CARD
               THRU 2300-MATCH-CARD-EXIT
               VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-CARD-CNT
                  OR ITEM-DECIDED.
            IF ITEM-DECIDED
                GO TO 2200-ITEM-EXIT
            END-IF.

      *     AN ENTRY DATE THAT IS NOT A DATE CANNOT BE AGED, SO THE
      *     ITEM IS EXPIRED RATHER THAN LEFT IN THE QUEUE FOR GOOD.
            IF PQ-ENTRY-DATE IS NOT NUMERIC
                MOVE 9999 TO WS-DAYS
                MOVE "BAD ENTRY DATE" TO WS-NOTE
            ELSE
                COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(PQ-ENTRY-DATE))
                COMPUTE WS-DAYS = WS-TODAY-INT - WS-DATE-INT
                MOVE WS-DAYS TO WS-ED-DAYS
                MOVE SPACES TO WS-NOTE
                STRING "AGE " WS-ED-DAYS " DAYS"
                    INTO WS-NOTE
                END-STRING
            END-IF.
            IF WS-DAYS > WS-EXPIRE-DAYS
                ADD 1 TO WS-EXPIRED-CNT
                MOVE PQ-OPER-ID TO WS-OPER-KEY
                PERFORM 2900-FIND-OPER
                   THRU 2900-FIND-OPER-EXIT
                IF WS-OPER-IX > 0
                    ADD 1 TO WS-OP-EXPIRED(WS-OPER-IX)
                END-IF
                MOVE "EXPIRED" TO WS-DISP
            ELSE
                ADD 1 TO WS-STILL-PEND-CNT
                WRITE PENDOUTREC FROM PENDREC
                IF WS-FS4 NOT = 00
                    DISPLAY "NEW QUEUE WRITE FAILED " WS-FS4
                            " - RUN STOPPED"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE "PENDING" TO WS-DISP
            END-IF.
            PERFORM 2800-WRITE-DETAIL
               THRU 2800-WRITE-DETAIL-EXIT.
       2200-ITEM-EXIT.
            EXIT.

       2300-MATCH-CARD.
            IF WS-CD-USED(WS-CARD-IX) = "Y"
                OR WS-CD-SOURCE(WS-CARD-IX) NOT = PQ-SOURCE
                OR WS-CD-REF(WS-CARD-IX) NOT = PQ-REF
                GO TO 2300-MATCH-CARD-EXIT
            END-IF.
            MOVE "Y" TO WS-CD-USED(WS-CARD-IX).
            MOVE WS-CD-APPR-ID(WS-CARD-IX) TO WS-DECIDER
                                              WS-OPER-KEY.
            PERFORM 2900-FIND-OPER
               THRU 2900-FIND-OPER-EXIT.
            IF WS-CD-APPR-ID(WS-CARD-IX) = PQ-OPER-ID
                ADD 1 TO WS-REFUSED-CNT
                IF WS-OPER-IX > 0
                    ADD 1 TO WS-OP-REFUSED(WS-OPER-IX)
                END-IF
                MOVE "REFUSED" TO WS-DISP
                MOVE "SELF-APPROVAL" TO WS-NOTE
                PERFORM 2800-WRITE-DETAIL
                   THRU 2800-WRITE-DETAIL-EXIT
                MOVE SPACES TO WS-DECIDER
                GO TO 2300-MATCH-CARD-EXIT
            END-IF.
            SET ITEM-DECIDED TO TRUE.
            MOVE SPACES TO WS-NOTE.
            IF WS-CD-DECISION(WS-CARD-IX) = "R"
                ADD 1 TO WS-REJECTED-CNT
                IF WS-OPER-IX > 0
                    ADD 1 TO WS-OP-REJECTED(WS-OPER-IX)
                END-IF
                MOVE "REJECTED" TO WS-DISP
            ELSE
                PERFORM 2400-RELEASE-PARA
                   THRU 2400-RELEASE-EXIT
            END-IF.
            PERFORM 2800-WRITE-DETAIL
               THRU 2800-WRITE-DETAIL-EXIT.
       2300-MATCH-CARD-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE APPROVED TRANSACTION GOES BACK TO ITS OWN PROGRAM,
      *     STAMPED WHERE THAT PROGRAM LOOKS FOR THE APPROVAL. AN
      *     ITEM FROM A SOURCE THIS RUN DOES NOT KNOW IS DROPPED
      *     AND LISTED.
       2400-RELEASE-PARA.
            EVALUATE PQ-SOURCE
                WHEN "CA41G086"
                    MOVE PQ-TRAN TO MARKRELREC
                    MOVE WS-DECIDER TO MR-APPR-ID
                    WRITE MARKRELREC
                    MOVE WS-FS5 TO WS-REL-FS
                WHEN "ACCTMNT"
                    MOVE PQ-TRAN TO ACCTRELREC
                    MOVE "A" TO AR-APPR-FLAG
                    MOVE WS-DECIDER TO AR-APPR-ID
                    WRITE ACCTRELREC
                    MOVE WS-FS6 TO WS-REL-FS
                WHEN "REGLOAD"
                    MOVE PQ-TRAN TO REGRELREC
                    MOVE WS-DECIDER TO RR-APPR-ID
                    WRITE REGRELREC
                    MOVE WS-FS7 TO WS-REL-FS
                WHEN "BILLPAY"
                    MOVE PQ-TRAN TO RCPTRELREC
                    MOVE WS-DECIDER TO PR-APPR-ID
                    WRITE RCPTRELREC
                    MOVE WS-FS8 TO WS-REL-FS
                WHEN "CA49G086"
                    MOVE SPACES TO STUDRELREC
                    MOVE PQ-TRAN TO SR-TRAN-DATA
                    MOVE PQ-OPER-ID TO SR-OPER-ID
                    MOVE WS-DECIDER TO SR-APPR-ID
                    WRITE STUDRELREC
                    MOVE WS-FS10 TO WS-REL-FS
                WHEN OTHER
                    ADD 1 TO WS-BADSRC-CNT
                    MOVE "DROPPED" TO WS-DISP
                    MOVE "UNKNOWN SOURCE" TO WS-NOTE
                    GO TO 2400-RELEASE-EXIT
            END-EVALUATE.
            IF WS-REL-FS NOT = 00
                DISPLAY "RELEASE WRITE FAILED " WS-REL-FS
                        " FOR " PQ-SOURCE " - RUN STOPPED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-APPROVED-CNT.
            IF WS-OPER-IX > 0
                ADD 1 TO WS-OP-APPROVED(WS-OPER-IX)
            END-IF.
            MOVE "APPROVED" TO WS-DISP.
            MOVE "RELEASED" TO WS-NOTE.
       2400-RELEASE-EXIT.
            EXIT.

       2800-WRITE-DETAIL.
            MOVE SPACES TO APPRREC
            STRING WS-DISP
                   " " PQ-SOURCE
                   " " PQ-REF
                   " " PQ-KEY(1:10)
                   " " PQ-OPER-ID
                   " " WS-DECIDER
                   "  " WS-NOTE
                DELIMITED BY SIZE
                INTO APPRREC
            END-STRING
            WRITE APPRREC.
       2800-WRITE-DETAIL-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     THE OPERATOR'S SLOT IN THE SUMMARY TABLE, ADDED ON FIRST
      *     SIGHT. WS-OPER-IX COMES BACK ZERO ONLY WHEN THE TABLE IS
      *     FULL. THE UNTIL TEST DOES THE SCAN.
       2900-FIND-OPER.
            PERFORM 2910-SCAN-OPER
               THRU 2910-SCAN-OPER-EXIT
               VARYING WS-OPER-IX FROM 1 BY 1
               UNTIL WS-OPER-IX > WS-OPER-CNT
                  OR WS-OP-ID(WS-OPER-IX) = WS-OPER-KEY.
            IF WS-OPER-IX > WS-OPER-CNT
                IF WS-OPER-CNT < WS-OPER-MAX
                    ADD 1 TO WS-OPER-CNT
                    MOVE WS-OPER-CNT TO WS-OPER-IX
                    MOVE WS-OPER-KEY TO WS-OP-ID(WS-OPER-IX)
                    MOVE 0 TO WS-OP-ENTERED(WS-OPER-IX)
                              WS-OP-APPROVED(WS-OPER-IX)
                              WS-OP-REJECTED(WS-OPER-IX)
                              WS-OP-EXPIRED(WS-OPER-IX)
                              WS-OP-REFUSED(WS-OPER-IX)
                ELSE
                    DISPLAY "OPERATOR TABLE FULL - " WS-OPER-KEY
                            " NOT COUNTED"
                    MOVE 0 TO WS-OPER-IX
                END-IF
            END-IF.
       2900-FIND-OPER-EXIT.
            EXIT.

       2910-SCAN-OPER.
            CONTINUE.
       2910-SCAN-OPER-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      *     CARDS THAT MATCHED NO QUEUE ITEM, THEN THE COUNTS BY
      *     OPERATOR AND THE RUN TOTALS.
       3000-TERM-PARA.
            PERFORM 3100-UNUSED-CARD
               THRU 3100-UNUSED-CARD-EXIT
               VARYING WS-CARD-IX FROM 1 BY 1
               UNTIL WS-CARD-IX > WS-CARD-CNT.

            MOVE SPACES TO APPRREC
            WRITE APPRREC.
            MOVE SPACES TO APPRREC
            STRING "OPERATOR  ENTERED  APPROVED  REJECTED   EXPIRED"
                   "   REFUSED"
                INTO APPRREC
            END-STRING
            WRITE APPRREC.
            PERFORM 3200-OPER-LINE
               THRU 3200-OPER-LINE-EXIT
               VARYING WS-OPER-IX FROM 1 BY 1
               UNTIL WS-OPER-IX > WS-OPER-CNT.
            MOVE WS-ENTERED-CNT TO WS-ED-CNT
            MOVE WS-APPROVED-CNT TO WS-ED-CNT2
            MOVE WS-REJECTED-CNT TO WS-ED-CNT3
            MOVE WS-EXPIRED-CNT TO WS-ED-CNT4
            MOVE WS-REFUSED-CNT TO WS-ED-CNT5
            MOVE SPACES TO APPRREC
            STRING "TOTAL     " WS-ED-CNT
                   "   " WS-ED-CNT2
                   "   " WS-ED-CNT3
                   "   " WS-ED-CNT4
                   "   " WS-ED-CNT5
                INTO APPRREC
            END-STRING
            WRITE APPRREC.
            MOVE WS-STILL-PEND-CNT TO WS-ED-CNT
            MOVE SPACES TO APPRREC
            STRING "STILL PENDING          " WS-ED-CNT
                INTO APPRREC
            END-STRING
            WRITE APPRREC.

            CLOSE PENDQ
                  NEWPEND
                  APPRCARD
                  PENDOUT
                  MARKREL
                  ACCTREL
                  REGREL
                  RCPTREL
                  STUDREL
                  APPRRPT.

            DISPLAY "ITEMS CARRIED IN      : " WS-CARRIED-IN-CNT.
            DISPLAY "ITEMS ENTERED TODAY   : " WS-ENTERED-CNT.
            DISPLAY "DECISION CARDS        : " WS-CARD-CNT.
            DISPLAY "APPROVED AND RELEASED : " WS-APPROVED-CNT.
            DISPLAY "REJECTED              : " WS-REJECTED-CNT.
            DISPLAY "EXPIRED               : " WS-EXPIRED-CNT.
            DISPLAY "SELF-APPROVALS REFUSED: " WS-REFUSED-CNT.
            DISPLAY "STILL PENDING         : " WS-STILL-PEND-CNT.
            DISPLAY "UNREADABLE CARDS      : " WS-BADCARD-CNT.
            DISPLAY "UNMATCHED CARDS       : " WS-NOMATCH-CNT.
            DISPLAY "UNKNOWN SOURCE ITEMS  : " WS-BADSRC-CNT.
            IF WS-CARRIED-IN-CNT + WS-ENTERED-CNT NOT =
               WS-APPROVED-CNT + WS-REJECTED-CNT + WS-EXPIRED-CNT
               + WS-STILL-PEND-CNT + WS-BADSRC-CNT
                DISPLAY "*** QUEUE COUNTS DO NOT RECONCILE ***"
                MOVE 8 TO WS-RC
            END-IF.
            IF WS-REFUSED-CNT + WS-BADCARD-CNT + WS-NOMATCH-CNT
               + WS-BADSRC-CNT > 0
                AND WS-RC < 4
                MOVE 4 TO WS-RC
            END-IF.
       3000-TERM-EXIT.
            EXIT.

      *     A CARD FOR AN ITEM ALREADY DECIDED, EXPIRED OR NEVER
      *     QUEUED - THE SUPERVISOR HAS QUOTED A WRONG REFERENCE.
       3100-UNUSED-CARD.
            IF WS-CD-USED(WS-CARD-IX) = "Y"
                GO TO 3100-UNUSED-CARD-EXIT
            END-IF.
            ADD 1 TO WS-NOMATCH-CNT.
            MOVE SPACES TO APPRREC
            STRING "NOMATCH  " WS-CD-SOURCE(WS-CARD-IX)
                   " " WS-CD-REF(WS-CARD-IX)
                   " CARD " WS-CD-DECISION(WS-CARD-IX)
                   "              " WS-CD-APPR-ID(WS-CARD-IX)
                   " NO SUCH ITEM"
                DELIMITED BY SIZE
                INTO APPRREC
            END-STRING
            WRITE APPRREC.
       3100-UNUSED-CARD-EXIT.
            EXIT.

       3200-OPER-LINE.
            MOVE WS-OP-ENTERED(WS-OPER-IX) TO WS-ED-CNT
            MOVE WS-OP-APPROVED(WS-OPER-IX) TO WS-ED-CNT2
            MOVE WS-OP-REJECTED(WS-OPER-IX) TO WS-ED-CNT3
            MOVE WS-OP-EXPIRED(WS-OPER-IX) TO WS-ED-CNT4
            MOVE WS-OP-REFUSED(WS-OPER-IX) TO WS-ED-CNT5
            MOVE SPACES TO APPRREC
            STRING WS-OP-ID(WS-OPER-IX)
                   "  " WS-ED-CNT
                   "   " WS-ED-CNT2
                   "   " WS-ED-CNT3
                   "   " WS-ED-CNT4
                   "   " WS-ED-CNT5
                INTO APPRREC
            END-STRING
            WRITE APPRREC.
       3200-OPER-LINE-EXIT.
            EXIT.
