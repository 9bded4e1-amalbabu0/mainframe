      *****************************************************************
      * PROGRAM NAME : CA13G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Marks feed consolidation. FEEDIN is the
      *                concatenation of every source system's marks
      *                file for the night (the school system and each
      *                affiliated college), each with its own HDR
      *                and TRL record. A first pass balances every
      *                feed on its own - detail count and marks hash
      *                against its trailer, business date against
      *                the first feed, no source sent twice - and the
      *                run stops with nothing merged if any feed is
      *                out of balance. The details are then sorted by
      *                student ID: a student arriving from two
      *                sources with different marks is held on
      *                HOLDFILE for the registrar rather than left to
      *                the CA11G086 sort and duplicate logic, a
      *                student arriving from two sources with the
      *                same marks is passed once, and everything else
      *                goes to MRGFILE - a single INFILE with one HDR
      *                and one TRL balanced to what was written,
      *                which CA11G086 then loads as before. Details
      *                with a non-numeric student ID cannot be
      *                matched across feeds and go to CONSREJ. A
      *                per-source control report (CTLRPT) shows each
      *                feed's received, accepted, rejected,
      *                conflicting and duplicate-copy counts.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA13G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDIN
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS1.

           SELECT MRGFILE
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT HOLDFILE
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT CONSREJ
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

           SELECT CTLRPT
               ASSIGN TO DD5
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS5.

           SELECT RUNSTAT
               ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS6.

           SELECT SORTFILE
               ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT AS THE CA11G086 INFILE, ONE HDR ... TRL GROUP
      *    PER SOURCE SYSTEM.
       FD  FEEDIN.
       01  FEEDREC.
           05 FI-STID       PIC 9(5).
           05 FILLER        PIC X.
           05 FI-FNAME      PIC X(10).
           05 FILLER        PIC X.
           05 FI-LNAME      PIC X(10).
           05 FILLER        PIC X.
           05 FI-SUBJ-MARKS OCCURS 3 TIMES PIC 99.99.
           05 FILLER        PIC X(37).
       01  FEED-HEADER-REC.
           05 FH-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 FH-BUS-DATE   PIC X(8).
           05 FILLER        PIC X.
           05 FH-SOURCE-SYS PIC X(8).
           05 FILLER        PIC X(59).
       01  FEED-TRAILER-REC.
           05 FT-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 FT-DETAIL-CNT PIC 9(6).
           05 FILLER        PIC X.
           05 FT-HASH-TOTAL PIC 9(10)V99.
           05 FILLER        PIC X(57).

       FD  MRGFILE.
       01  MRGREC           PIC X(80).
       01  MRG-HEADER-REC.
           05 MH-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 MH-BUS-DATE   PIC X(8).
           05 FILLER        PIC X.
           05 MH-SOURCE-SYS PIC X(8).
           05 FILLER        PIC X(59).
       01  MRG-TRAILER-REC.
           05 MT-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 MT-DETAIL-CNT PIC 9(6).
           05 FILLER        PIC X.
           05 MT-HASH-TOTAL PIC 9(10)V99.
           05 FILLER        PIC X(57).

      *    CONFLICTING DETAILS, EVERY SOURCE'S COPY, GROUPED BY
      *    STUDENT FOR THE REGISTRAR.
       FD  HOLDFILE.
       01  HOLDREC.
           05 HL-STID       PIC X(5).
           05 FILLER        PIC X.
           05 HL-SOURCE-SYS PIC X(8).
           05 FILLER        PIC X.
           05 HL-RECN       PIC 9(6).
           05 FILLER        PIC X.
           05 HL-DETAIL     PIC X(80).
           05 FILLER        PIC X(18).

       FD  CONSREJ.
       01  CONSREJREC.
           05 CR-SOURCE-SYS PIC X(8).
           05 FILLER        PIC X.
           05 CR-RECN       PIC 9(6).
           05 FILLER        PIC X.
           05 CR-STID       PIC X(5).
           05 FILLER        PIC X.
           05 CR-REASON     PIC X(30).
           05 FILLER        PIC X(28).

       FD  CTLRPT.
       01  CTLREC           PIC X(80).

       FD  RUNSTAT.
       01  RUNSTATREC.
           05 RS-PROGRAM    PIC X(8).
           05 FILLER        PIC X.
           05 RS-EVENT      PIC X(5).
           05 FILLER        PIC X.
           05 RS-DATE       PIC X(8).
           05 FILLER        PIC X.
           05 RS-TIME       PIC X(8).
           05 FILLER        PIC X.
           05 RS-COUNT      PIC 9(8).
           05 FILLER        PIC X.
           05 RS-RC         PIC 9(2).
           05 FILLER        PIC X(36).

      *    THE FEED NUMBER AND RECORD NUMBER RIDE THROUGH THE SORT
      *    SO EACH STUDENT'S COPIES COME BACK IN FEED ORDER.
       SD  SORTFILE.
       01  SREC.
           05 S-STID        PIC 9(5).
           05 S-FEED-NO     PIC 9(2).
           05 S-RECN        PIC 9(6).
           05 S-DETAIL      PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-FS1         PIC 99.
             88 FS1-OK      VALUE 00.
             88 FS1-EOF     VALUE 10.
          05 WS-FS2         PIC 99.
             88 FS2-OK      VALUE 00.
          05 WS-FS3         PIC 99.
             88 FS3-OK      VALUE 00.
          05 WS-FS4         PIC 99.
             88 FS4-OK      VALUE 00.
          05 WS-FS5         PIC 99.
             88 FS5-OK      VALUE 00.
          05 WS-FS6         PIC 99.
             88 FS6-OK      VALUE 00.

       01 WS-SWITCHES.
          05 WS-SORT-SW     PIC X(01).
             88 SORT-EOF       VALUE "Y".
             88 SORT-ACTIVE    VALUE "N".
          05 WS-BAL-SW      PIC X(01).
             88 ALL-BALANCED   VALUE "Y".
             88 NOT-BALANCED   VALUE "N".
          05 WS-CONF-SW     PIC X(01).
             88 GROUP-CONFLICT VALUE "Y".
             88 GROUP-CLEAN    VALUE "N".

       01 WS-VARIABLES.
          05 WS-RECN        PIC 9(6) VALUE 0.
          05 WS-CUR-FEED    PIC 9(2) VALUE 0.
          05 WS-FEED-CNT    PIC 9(2) VALUE 0.
          05 WS-FX          PIC 9(2) VALUE 0.
          05 WS-SUBJ        PIC 9(2).
          05 WS-ORPHAN-CNT  PIC 9(6) VALUE 0.
          05 WS-MRG-CNT     PIC 9(6) VALUE 0.
          05 WS-MRG-HASH    PIC 9(10)V99 VALUE 0.
          05 WS-HOLD-CNT    PIC 9(6) VALUE 0.
          05 WS-REJ-CNT     PIC 9(6) VALUE 0.
          05 WS-COPY-CNT    PIC 9(6) VALUE 0.
          05 WS-BUS-DATE    PIC X(8) VALUE SPACES.
          05 WS-CNT-ED1     PIC ZZZ,ZZ9.
          05 WS-CNT-ED2     PIC ZZZ,ZZ9.
          05 WS-CNT-ED3     PIC ZZZ,ZZ9.
          05 WS-CNT-ED4     PIC ZZZ,ZZ9.
          05 WS-CNT-ED5     PIC ZZZ,ZZ9.

       01 WS-MARK-VAL       PIC 9(2)V9(2).
       01 WS-DTL-HASH       PIC 9(10)V99.

       01 WS-CONSTANTS.
          05 WS-SUBJ-COUNT  PIC 99   VALUE 3.
          05 WS-FEED-MAX    PIC 99   VALUE 10.
          05 WS-GRP-MAX     PIC 99   VALUE 20.

      *    ONE SLOT PER FEED IN FEEDIN ORDER. THE BALANCING FIELDS
      *    ARE SET BY THE FIRST PASS; THE DISPOSITION COUNTS BY THE
      *    MERGE.
       01 WS-FEED-TAB.
          05 WS-FEED-ENTRY  OCCURS 10 TIMES.
             10 WS-FD-SOURCE   PIC X(8).
             10 WS-FD-BUS-DATE PIC X(8).
             10 WS-FD-DTL-CNT  PIC 9(6).
             10 WS-FD-HASH     PIC 9(10)V99.
             10 WS-FD-TRL-CNT  PIC 9(6).
             10 WS-FD-TRL-HASH PIC 9(10)V99.
             10 WS-FD-STATE    PIC X(01).
                88 FD-OPEN         VALUE "O".
                88 FD-BALANCED     VALUE "B".
                88 FD-FAILED       VALUE "F".
             10 WS-FD-REASON   PIC X(30).
             10 WS-FD-ACC-CNT  PIC 9(6).
             10 WS-FD-REJ-CNT  PIC 9(6).
             10 WS-FD-CONF-CNT PIC 9(6).
             10 WS-FD-COPY-CNT PIC 9(6).

      *    ALL COPIES OF THE STUDENT IN HAND, HELD UNTIL THE STUDENT
      *    ID CHANGES ON THE SORTED STREAM.
       01 WS-GROUP-WORK.
          05 WS-GRP-STID    PIC 9(5).
          05 WS-GRP-CNT     PIC 9(2) VALUE 0.
          05 WS-GI          PIC 9(2).
          05 WS-GJ          PIC 9(2).
          05 WS-GRP-ENTRY   OCCURS 20 TIMES.
             10 WS-GR-FEED   PIC 9(2).
             10 WS-GR-RECN   PIC 9(6).
             10 WS-GR-DETAIL PIC X(80).

      *    CONDITION CODES FOR THE NIGHTLY CHAIN: 0 CLEAN,
      *    4 PROCESSED WITH REJECTS OR HELD CONFLICTS, 8 FATAL.
       01 WS-RUN-CONTROL.
          05 WS-RC          PIC 9(2) VALUE 0.
          05 WS-RS-EVENT    PIC X(5).
          05 WS-RS-COUNT    PIC 9(8).
          05 WS-RUN-DATE-ST PIC X(8).
          05 WS-RUN-TIME-ST PIC X(8).

       01 WS-ERRLOG-WORK.
          05 WS-ERR-PROGRAM PIC X(8) VALUE "CA13G086".
          05 WS-FAIL-PARA   PIC X(20) VALUE "UNKNOWN".
          05 WS-ERR-FSTATS  PIC X(20).
          05 WS-ERR-SQLCODE PIC S9(9) COMP VALUE 0.
          05 WS-ERR-LAST-KEY PIC X(20).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1200-BALANCE-FEEDS
           IF ALL-BALANCED
               PERFORM 2000-PROCESS
           END-IF
           PERFORM 7000-WRITE-CTL-REPORT
           PERFORM 9000-TERMINATE
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-SWITCHES
                      WS-VARIABLES
                      WS-FEED-TAB.
           MOVE "START" TO WS-RS-EVENT.
           MOVE 0 TO WS-RS-COUNT.
           PERFORM 8000-WRITE-RUNSTAT.
           OPEN OUTPUT CTLRPT.
           IF NOT FS5-OK
               DISPLAY "CTLRPT OPEN ERROR " WS-FS5
               MOVE "1000-INIT" TO WS-FAIL-PARA
               PERFORM 8500-FATAL-END
           END-IF.

      *    FIRST PASS - NOTHING IS MERGED UNTIL EVERY FEED HAS
      *    BALANCED ON ITS OWN. A HAND CONCATENATION THAT LOST A
      *    TRAILER, A COLLEGE FILE SENT TWICE, OR A FEED FROM
      *    ANOTHER BUSINESS DAY STOPS THE RUN HERE.
       1200-BALANCE-FEEDS.
           SET ALL-BALANCED TO TRUE.
           MOVE 0 TO WS-CUR-FEED.
           OPEN INPUT FEEDIN.
           IF NOT FS1-OK
               DISPLAY "FEEDIN OPEN ERROR ON BALANCE PASS " WS-FS1
               MOVE "1200-BALANCE-FEEDS" TO WS-FAIL-PARA
               PERFORM 8500-FATAL-END
           END-IF.
           PERFORM UNTIL FS1-EOF
               PERFORM 1210-BALANCE-READ
           END-PERFORM.
           CLOSE FEEDIN.
           MOVE 0 TO WS-FS1.

           IF WS-CUR-FEED > 0
               MOVE "NO TRL RECORD" TO WS-FD-REASON(WS-CUR-FEED)
               SET FD-FAILED(WS-CUR-FEED) TO TRUE
           END-IF.
           IF WS-FEED-CNT = 0
               SET NOT-BALANCED TO TRUE
               DISPLAY "NO HDR RECORD ON FEEDIN - NOTHING TO MERGE"
           END-IF.
           IF WS-ORPHAN-CNT > 0
               SET NOT-BALANCED TO TRUE
               DISPLAY "RECORDS OUTSIDE ANY HDR/TRL GROUP : "
                       WS-ORPHAN-CNT
           END-IF.
           PERFORM 1250-CHECK-FEED
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEED-CNT.

           IF ALL-BALANCED
               DISPLAY "ALL " WS-FEED-CNT " FEEDS BALANCED"
           ELSE
               DISPLAY "FEED BALANCING FAILED - NOTHING MERGED"
           END-IF.

       1210-BALANCE-READ.
           READ FEEDIN
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FH-REC-TYPE = "HDR"
                           PERFORM 1220-START-FEED
                       WHEN FT-REC-TYPE = "TRL"
                           PERFORM 1240-END-FEED
                       WHEN WS-CUR-FEED = 0
                           ADD 1 TO WS-ORPHAN-CNT
                       WHEN OTHER
                           ADD 1 TO WS-FD-DTL-CNT(WS-CUR-FEED)
                           MOVE 0 TO WS-DTL-HASH
                           PERFORM 1230-ADD-HASH
                               VARYING WS-SUBJ FROM 1 BY 1
                               UNTIL WS-SUBJ > WS-SUBJ-COUNT
                           ADD WS-DTL-HASH
                               TO WS-FD-HASH(WS-CUR-FEED)
                   END-EVALUATE
           END-READ.

      *    A NEW HDR WHILE A FEED IS STILL OPEN MEANS THAT FEED LOST
      *    ITS TRAILER.
       1220-START-FEED.
           IF WS-CUR-FEED > 0
               MOVE "NO TRL RECORD" TO WS-FD-REASON(WS-CUR-FEED)
               SET FD-FAILED(WS-CUR-FEED) TO TRUE
           END-IF.
           IF WS-FEED-CNT NOT < WS-FEED-MAX
               DISPLAY "MORE THAN " WS-FEED-MAX " FEEDS ON FEEDIN"
               MOVE "1220-START-FEED" TO WS-FAIL-PARA
               PERFORM 8500-FATAL-END
           END-IF.
           ADD 1 TO WS-FEED-CNT.
           MOVE WS-FEED-CNT TO WS-CUR-FEED.
           MOVE FH-SOURCE-SYS TO WS-FD-SOURCE(WS-CUR-FEED).
           MOVE FH-BUS-DATE TO WS-FD-BUS-DATE(WS-CUR-FEED).
           SET FD-OPEN(WS-CUR-FEED) TO TRUE.
           IF WS-BUS-DATE = SPACES
               MOVE FH-BUS-DATE TO WS-BUS-DATE
           END-IF.
           IF FH-BUS-DATE NOT = WS-BUS-DATE
               MOVE "BUSINESS DATE MISMATCH" TO
                   WS-FD-REASON(WS-CUR-FEED)
           END-IF.
           PERFORM 1225-CHECK-SOURCE
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX NOT < WS-CUR-FEED.

       1225-CHECK-SOURCE.
           IF WS-FD-SOURCE(WS-FX) = WS-FD-SOURCE(WS-CUR-FEED)
               MOVE "SOURCE SENT MORE THAN ONCE" TO
                   WS-FD-REASON(WS-CUR-FEED)
           END-IF.

      *    SAME HASH RULE AS THE CA11G086 INFILE CHECK - NON-NUMERIC
      *    MARKS FIELDS ARE LEFT OUT ON BOTH SIDES.
       1230-ADD-HASH.
           IF FI-SUBJ-MARKS(WS-SUBJ)(1:2) IS NUMERIC
              AND FI-SUBJ-MARKS(WS-SUBJ)(4:2) IS NUMERIC
               MOVE FI-SUBJ-MARKS(WS-SUBJ)(1:2) TO WS-MARK-VAL(1:2)
               MOVE FI-SUBJ-MARKS(WS-SUBJ)(4:2) TO WS-MARK-VAL(3:2)
               ADD WS-MARK-VAL TO WS-DTL-HASH
           END-IF.

       1240-END-FEED.
           IF WS-CUR-FEED = 0
               ADD 1 TO WS-ORPHAN-CNT
           ELSE
               MOVE FT-DETAIL-CNT TO WS-FD-TRL-CNT(WS-CUR-FEED)
               MOVE FT-HASH-TOTAL TO WS-FD-TRL-HASH(WS-CUR-FEED)
               EVALUATE TRUE
                   WHEN WS-FD-REASON(WS-CUR-FEED) NOT = SPACES
                       SET FD-FAILED(WS-CUR-FEED) TO TRUE
                   WHEN FT-DETAIL-CNT NOT = WS-FD-DTL-CNT(WS-CUR-FEED)
                       SET FD-FAILED(WS-CUR-FEED) TO TRUE
                       MOVE "TRAILER COUNT MISMATCH"
                           TO WS-FD-REASON(WS-CUR-FEED)
                   WHEN FT-HASH-TOTAL NOT = WS-FD-HASH(WS-CUR-FEED)
                       SET FD-FAILED(WS-CUR-FEED) TO TRUE
                       MOVE "TRAILER HASH MISMATCH"
                           TO WS-FD-REASON(WS-CUR-FEED)
                   WHEN OTHER
                       SET FD-BALANCED(WS-CUR-FEED) TO TRUE
               END-EVALUATE
               MOVE 0 TO WS-CUR-FEED
           END-IF.

      *    A FEED THAT DID NOT BALANCE HAS ALL ITS DETAILS COUNTED
      *    AS REJECTED ON THE CONTROL REPORT.
       1250-CHECK-FEED.
           IF NOT FD-BALANCED(WS-FX)
               SET NOT-BALANCED TO TRUE
               MOVE WS-FD-DTL-CNT(WS-FX) TO WS-FD-REJ-CNT(WS-FX)
               DISPLAY "FEED " WS-FX " " WS-FD-SOURCE(WS-FX)
                       " OUT OF BALANCE - " WS-FD-REASON(WS-FX)
           END-IF.

       2000-PROCESS.
           PERFORM 2100-OPEN
           SORT SORTFILE
               ON ASCENDING KEY S-STID S-FEED-NO S-RECN
               INPUT PROCEDURE IS 2400-SELECT-INPUT
               OUTPUT PROCEDURE IS 2500-MERGE-OUTPUT
           PERFORM 2300-CLOSE.

       2100-OPEN.
           OPEN INPUT FEEDIN
                OUTPUT MRGFILE
                OUTPUT HOLDFILE
                OUTPUT CONSREJ.

           IF FS1-OK
              DISPLAY "FEEDIN OPEN SUCCESS"
           ELSE
              DISPLAY "FEEDIN OPEN ERROR " WS-FS1
           END-IF.

           IF FS2-OK
              DISPLAY "MRGFILE OPEN SUCCESS"
           ELSE
              DISPLAY "MRGFILE OPEN ERROR " WS-FS2
           END-IF.

           IF NOT FS1-OK OR NOT FS2-OK OR NOT FS3-OK OR NOT FS4-OK
               DISPLAY "FILE OPEN FAILURE - RUN STOPPED"
               MOVE "2100-OPEN" TO WS-FAIL-PARA
               PERFORM 8500-FATAL-END
           END-IF.

       2400-SELECT-INPUT.
           MOVE 0 TO WS-CUR-FEED.
           PERFORM UNTIL FS1-EOF
               PERFORM 2410-READ-FEED
           END-PERFORM.

       2410-READ-FEED.
           READ FEEDIN
               AT END
                   SET FS1-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FH-REC-TYPE = "HDR"
                           ADD 1 TO WS-CUR-FEED
                           MOVE 0 TO WS-RECN
                       WHEN FT-REC-TYPE = "TRL"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-RECN
                           PERFORM 2420-RELEASE-DETAIL
                   END-EVALUATE
           END-READ.

       2420-RELEASE-DETAIL.
           IF FI-STID IS NOT NUMERIC
               PERFORM 2430-REJECT-DETAIL
           ELSE
               MOVE FI-STID TO S-STID
               MOVE WS-CUR-FEED TO S-FEED-NO
               MOVE WS-RECN TO S-RECN
               MOVE FEEDREC TO S-DETAIL
               RELEASE SREC
           END-IF.

       2430-REJECT-DETAIL.
           ADD 1 TO WS-REJ-CNT.
           ADD 1 TO WS-FD-REJ-CNT(WS-CUR-FEED).
           MOVE SPACES TO CONSREJREC.
           MOVE WS-FD-SOURCE(WS-CUR-FEED) TO CR-SOURCE-SYS.
           MOVE WS-RECN TO CR-RECN.
           MOVE FEEDREC(1:5) TO CR-STID.
           MOVE "BAD STID - CANNOT CONSOLIDATE" TO CR-REASON.
           WRITE CONSREJREC.

       2500-MERGE-OUTPUT.
           PERFORM 2700-WRITE-MRG-HEADER.
           MOVE 0 TO WS-GRP-CNT.
           SET SORT-ACTIVE TO TRUE.
           PERFORM UNTIL SORT-EOF
               PERFORM 2510-RETURN-SORTED
           END-PERFORM.
           IF WS-GRP-CNT > 0
               PERFORM 2600-FLUSH-GROUP
           END-IF.
           PERFORM 2710-WRITE-MRG-TRAILER.

       2510-RETURN-SORTED.
           RETURN SORTFILE
               AT END
                   SET SORT-EOF TO TRUE
               NOT AT END
                   IF WS-GRP-CNT > 0
                      AND S-STID NOT = WS-GRP-STID
                       PERFORM 2600-FLUSH-GROUP
                   END-IF
                   PERFORM 2520-ADD-TO-GROUP
           END-RETURN.

      *    A STUDENT WITH MORE COPIES THAN THE GROUP TABLE HOLDS IS
      *    BEYOND ANY SENSIBLE AUTOMATIC CHOICE - THE EXTRA COPIES
      *    ARE HELD STRAIGHT AWAY AND THE WHOLE GROUP WITH THEM.
       2520-ADD-TO-GROUP.
           IF WS-GRP-CNT = 0
               MOVE S-STID TO WS-GRP-STID
               SET GROUP-CLEAN TO TRUE
           END-IF.
           IF WS-GRP-CNT < WS-GRP-MAX
               ADD 1 TO WS-GRP-CNT
               MOVE S-FEED-NO TO WS-GR-FEED(WS-GRP-CNT)
               MOVE S-RECN TO WS-GR-RECN(WS-GRP-CNT)
               MOVE S-DETAIL TO WS-GR-DETAIL(WS-GRP-CNT)
           ELSE
               SET GROUP-CONFLICT TO TRUE
               MOVE S-FEED-NO TO WS-FX
               ADD 1 TO WS-HOLD-CNT
               ADD 1 TO WS-FD-CONF-CNT(WS-FX)
               MOVE SPACES TO HOLDREC
               MOVE S-DETAIL(1:5) TO HL-STID
               MOVE WS-FD-SOURCE(WS-FX) TO HL-SOURCE-SYS
               MOVE S-RECN TO HL-RECN
               MOVE S-DETAIL TO HL-DETAIL
               WRITE HOLDREC
           END-IF.

      *    COPIES FROM DIFFERENT SOURCES THAT DISAGREE ON THE MARKS
      *    HOLD THE WHOLE STUDENT. OTHERWISE THE FIRST SOURCE'S
      *    RECORDS GO FORWARD AND AGREEING COPIES FROM LATER SOURCES
      *    ARE DROPPED. REPEATS WITHIN ONE SOURCE ARE LEFT FOR THE
      *    CA11G086 DUPLICATE LOG AS BEFORE.
       2600-FLUSH-GROUP.
           IF WS-GRP-CNT > 1
               PERFORM 2610-COMPARE-PAIR
                   VARYING WS-GI FROM 2 BY 1
                   UNTIL WS-GI > WS-GRP-CNT
                   AFTER WS-GJ FROM 1 BY 1
                   UNTIL WS-GJ NOT < WS-GI
           END-IF.
           PERFORM 2620-DISPOSE-ENTRY
               VARYING WS-GI FROM 1 BY 1
               UNTIL WS-GI > WS-GRP-CNT.
           MOVE 0 TO WS-GRP-CNT.

       2610-COMPARE-PAIR.
           IF WS-GR-FEED(WS-GI) NOT = WS-GR-FEED(WS-GJ)
              AND WS-GR-DETAIL(WS-GI)(29:15)
                  NOT = WS-GR-DETAIL(WS-GJ)(29:15)
               SET GROUP-CONFLICT TO TRUE
           END-IF.

       2620-DISPOSE-ENTRY.
           MOVE WS-GR-FEED(WS-GI) TO WS-FX.
           EVALUATE TRUE
               WHEN GROUP-CONFLICT
                   ADD 1 TO WS-HOLD-CNT
                   ADD 1 TO WS-FD-CONF-CNT(WS-FX)
                   MOVE SPACES TO HOLDREC
                   MOVE WS-GR-DETAIL(WS-GI)(1:5) TO HL-STID
                   MOVE WS-FD-SOURCE(WS-FX) TO HL-SOURCE-SYS
                   MOVE WS-GR-RECN(WS-GI) TO HL-RECN
                   MOVE WS-GR-DETAIL(WS-GI) TO HL-DETAIL
                   WRITE HOLDREC
               WHEN WS-FX NOT = WS-GR-FEED(1)
                   ADD 1 TO WS-COPY-CNT
                   ADD 1 TO WS-FD-COPY-CNT(WS-FX)
               WHEN OTHER
                   ADD 1 TO WS-FD-ACC-CNT(WS-FX)
                   PERFORM 2640-WRITE-MERGED
           END-EVALUATE.

      *    THE MERGED TRAILER IS BUILT FROM WHAT IS ACTUALLY
      *    WRITTEN, BY THE SAME HASH RULE CA11G086 CHECKS IT WITH.
       2640-WRITE-MERGED.
           MOVE WS-GR-DETAIL(WS-GI) TO FEEDREC.
           MOVE 0 TO WS-DTL-HASH.
           PERFORM 1230-ADD-HASH
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           ADD WS-DTL-HASH TO WS-MRG-HASH.
           ADD 1 TO WS-MRG-CNT.
           MOVE WS-GR-DETAIL(WS-GI) TO MRGREC.
           WRITE MRGREC.
           IF NOT FS2-OK
               DISPLAY "MRGFILE WRITE ERROR " WS-FS2
               MOVE "2640-WRITE-MERGED" TO WS-FAIL-PARA
               PERFORM 8500-FATAL-END
           END-IF.

       2700-WRITE-MRG-HEADER.
           MOVE SPACES TO MRG-HEADER-REC.
           MOVE "HDR" TO MH-REC-TYPE.
           MOVE WS-BUS-DATE TO MH-BUS-DATE.
           MOVE "CONSOL" TO MH-SOURCE-SYS.
           WRITE MRG-HEADER-REC.

       2710-WRITE-MRG-TRAILER.
           MOVE SPACES TO MRG-TRAILER-REC.
           MOVE "TRL" TO MT-REC-TYPE.
           MOVE WS-MRG-CNT TO MT-DETAIL-CNT.
           MOVE WS-MRG-HASH TO MT-HASH-TOTAL.
           WRITE MRG-TRAILER-REC.

       2300-CLOSE.
           CLOSE FEEDIN
                 MRGFILE
                 HOLDFILE
                 CONSREJ.

      *    PER-SOURCE CONTROL REPORT. RECEIVED = ACCEPTED + REJECTED
      *    + CONFLICT + COPIES FOR EVERY BALANCED FEED.
       7000-WRITE-CTL-REPORT.
           MOVE SPACES TO CTLREC.
           STRING "MARKS FEED CONSOLIDATION - BUSINESS DATE "
                  WS-BUS-DATE
              INTO CTLREC
           END-STRING.
           WRITE CTLREC.
           MOVE SPACES TO CTLREC.
           STRING "FD SOURCE   ST  RECEIVED ACCEPTED REJECTED"
                  " CONFLICT   COPIES"
              INTO CTLREC
           END-STRING.
           WRITE CTLREC.
           PERFORM 7100-WRITE-FEED-LINE
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FEED-CNT.
           MOVE SPACES TO CTLREC.
           WRITE CTLREC.
           MOVE WS-MRG-CNT TO WS-CNT-ED1.
           MOVE WS-HOLD-CNT TO WS-CNT-ED2.
           MOVE SPACES TO CTLREC.
           STRING "DETAILS MERGED " WS-CNT-ED1
                  "   HELD FOR REGISTRAR " WS-CNT-ED2
              INTO CTLREC
           END-STRING.
           WRITE CTLREC.
           IF WS-ORPHAN-CNT > 0
               MOVE WS-ORPHAN-CNT TO WS-CNT-ED1
               MOVE SPACES TO CTLREC
               STRING "RECORDS OUTSIDE ANY HDR/TRL GROUP " WS-CNT-ED1
                  INTO CTLREC
               END-STRING
               WRITE CTLREC
           END-IF.
           IF NOT-BALANCED
               MOVE SPACES TO CTLREC
               STRING "*** FEEDS DID NOT BALANCE - NOTHING MERGED ***"
                  INTO CTLREC
               END-STRING
               WRITE CTLREC
           END-IF.
           CLOSE CTLRPT.

       7100-WRITE-FEED-LINE.
           MOVE WS-FD-DTL-CNT(WS-FX) TO WS-CNT-ED1.
           MOVE WS-FD-ACC-CNT(WS-FX) TO WS-CNT-ED2.
           MOVE WS-FD-REJ-CNT(WS-FX) TO WS-CNT-ED3.
           MOVE WS-FD-CONF-CNT(WS-FX) TO WS-CNT-ED4.
           MOVE WS-FD-COPY-CNT(WS-FX) TO WS-CNT-ED5.
           MOVE SPACES TO CTLREC.
           STRING WS-FX " "
                  WS-FD-SOURCE(WS-FX) " "
                  WS-FD-STATE(WS-FX) "  "
                  WS-CNT-ED1 "  "
                  WS-CNT-ED2 "  "
                  WS-CNT-ED3 "  "
                  WS-CNT-ED4 "  "
                  WS-CNT-ED5
              INTO CTLREC
           END-STRING.
           WRITE CTLREC.
           IF WS-FD-REASON(WS-FX) NOT = SPACES
               MOVE SPACES TO CTLREC
               STRING "   ** " WS-FD-REASON(WS-FX)
                  INTO CTLREC
               END-STRING
               WRITE CTLREC
           END-IF.

      *    ONE COMPLETION LINE PER RUN ON THE SHARED RUN-STATUS
      *    DATASET.
       8000-WRITE-RUNSTAT.
           OPEN EXTEND RUNSTAT.
           IF FS6-OK
               MOVE SPACES TO RUNSTATREC
               MOVE "CA13G086" TO RS-PROGRAM
               MOVE WS-RS-EVENT TO RS-EVENT
               ACCEPT WS-RUN-DATE-ST FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME-ST FROM TIME
               MOVE WS-RUN-DATE-ST TO RS-DATE
               MOVE WS-RUN-TIME-ST TO RS-TIME
               MOVE WS-RS-COUNT TO RS-COUNT
               MOVE WS-RC TO RS-RC
               WRITE RUNSTATREC
               CLOSE RUNSTAT
           ELSE
               DISPLAY "RUNSTAT OPEN ERROR " WS-FS6
           END-IF.

       8500-FATAL-END.
           MOVE 8 TO WS-RC.
           MOVE SPACES TO WS-ERR-FSTATS.
           STRING WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5 WS-FS6
              INTO WS-ERR-FSTATS
           END-STRING.
           MOVE SPACES TO WS-ERR-LAST-KEY.
           STRING "FEED " WS-CUR-FEED " REC " WS-RECN
              INTO WS-ERR-LAST-KEY
           END-STRING.
           CALL "ERRLOG"
               USING WS-ERR-PROGRAM WS-FAIL-PARA WS-ERR-FSTATS
                     WS-ERR-SQLCODE WS-ERR-LAST-KEY.
           MOVE "END" TO WS-RS-EVENT.
           MOVE WS-MRG-CNT TO WS-RS-COUNT.
           PERFORM 8000-WRITE-RUNSTAT.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA13G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "FEEDS READ              : " WS-FEED-CNT.
           DISPLAY "BUSINESS DATE           : " WS-BUS-DATE.
           DISPLAY "DETAILS MERGED          : " WS-MRG-CNT.
           DISPLAY "DETAILS REJECTED        : " WS-REJ-CNT.
           DISPLAY "CONFLICTS HELD          : " WS-HOLD-CNT.
           DISPLAY "AGREEING COPIES DROPPED : " WS-COPY-CNT.
           DISPLAY "================================================".

           EVALUATE TRUE
               WHEN NOT-BALANCED
                   MOVE 8 TO WS-RC
               WHEN WS-REJ-CNT > 0 OR WS-HOLD-CNT > 0
                   MOVE 4 TO WS-RC
           END-EVALUATE.
           MOVE "END" TO WS-RS-EVENT.
           MOVE WS-MRG-CNT TO WS-RS-COUNT.
           PERFORM 8000-WRITE-RUNSTAT.
