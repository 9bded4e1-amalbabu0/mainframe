      *****************************************************************
      * PROGRAM NAME : CA52G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Examination board acknowledgement matching.
      *                The board answers the CA51G086 BRDFILE with an
      *                acknowledgement file (ACKFILE) - one detail
      *                per student and subject it received, accepted
      *                (ACC) or rejected (REJ) with the board's
      *                reason code and text. A verify pass checks the
      *                acknowledgement's own header and count-and-hash
      *                trailer and that it answers the institution
      *                and term we sent; a short or foreign file
      *                stops the run RC 8 before anything is
      *                reported. Each detail is then matched to the
      *                detail we sent by student and subject code.
      *                ACKRPT lists the rejected students with the
      *                board's reasons, acknowledgements for records
      *                never sent, repeat acknowledgements, any whose
      *                echoed mark differs from the mark sent, and
      *                every record sent but never acknowledged, with
      *                a sent-versus-acknowledged balance. Any of
      *                these ends the run RC 4.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA52G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACKFILE
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS1.

           SELECT BRDFILE
               ASSIGN TO DD2
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS2.

           SELECT ACKRPT
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

       DATA DIVISION.
       FILE SECTION.

      *    BOARD ACKNOWLEDGEMENT. THE TRAILER HASH IS THE SUM OF THE
      *    MARKS ECHOED ON THE DETAILS.
       FD  ACKFILE.
       01  ACKREC           PIC X(80).
       01  ACK-HDR-REC.
           05 AH-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 AH-INST-CODE  PIC X(8).
           05 FILLER        PIC X.
           05 AH-TERM       PIC X(6).
           05 FILLER        PIC X.
           05 AH-ACK-DATE   PIC X(8).
           05 FILLER        PIC X(52).
       01  ACK-DTL-REC.
           05 AD-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 AD-STID       PIC X(6).
           05 FILLER        PIC X.
           05 AD-SUBJ-CODE  PIC X(6).
           05 FILLER        PIC X.
           05 AD-MARK       PIC 9(2)V99.
           05 FILLER        PIC X.
           05 AD-STATUS     PIC X(3).
              88 AD-ACCEPTED    VALUE "ACC".
              88 AD-REJECTED    VALUE "REJ".
           05 FILLER        PIC X.
           05 AD-REASON     PIC X(4).
           05 FILLER        PIC X.
           05 AD-REASON-TEXT PIC X(30).
           05 FILLER        PIC X(18).
       01  ACK-TRL-REC.
           05 AT-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 AT-REC-COUNT  PIC 9(6).
           05 FILLER        PIC X.
           05 AT-HASH-TOTAL PIC 9(11)V99.
           05 FILLER        PIC X(56).

      *    THE CA51G086 FILE AS SENT.
       FD  BRDFILE.
       01  BRDREC           PIC X(80).
       01  BRD-HDR-REC.
           05 BH-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 BH-INST-CODE  PIC X(8).
           05 FILLER        PIC X.
           05 BH-TERM       PIC X(6).
           05 FILLER        PIC X.
           05 BH-CREATE-DATE PIC X(8).
           05 FILLER        PIC X(52).
       01  BRD-DTL-REC.
           05 BD-REC-TYPE   PIC X(3).
           05 FILLER        PIC X.
           05 BD-STID       PIC X(6).
           05 FILLER        PIC X.
           05 BD-SUBJ-CODE  PIC X(6).
           05 FILLER        PIC X.
           05 BD-MARK       PIC 9(2)V99.
           05 FILLER        PIC X.
           05 BD-MAX-MARK   PIC 9(2)V99.
           05 FILLER        PIC X.
           05 BD-GRADE      PIC X(01).
           05 FILLER        PIC X.
           05 BD-PERC       PIC 9(2).
           05 FILLER        PIC X(48).

       FD  ACKRPT.
       01  ACKRPTREC        PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-FS1         PIC 99.
             88 FS1-OK      VALUE 00.
             88 FS1-EOF     VALUE 10.
          05 WS-FS2         PIC 99.
             88 FS2-OK      VALUE 00.
             88 FS2-EOF     VALUE 10.
          05 WS-FS3         PIC 99.
             88 FS3-OK      VALUE 00.

      *    VERIFY-PASS CONTROLS FOR THE ACKNOWLEDGEMENT - HEADER
      *    PRESENT AND FOR OUR INSTITUTION AND TERM, TRAILER COUNT
      *    AND HASH EQUAL TO WHAT WAS READ.
       01 WS-VERIFY-WORK.
          05 WS-VER-SW      PIC X(01).
             88 VERIFY-OK       VALUE "Y".
             88 VERIFY-BAD      VALUE "N".
          05 WS-HDR-SW      PIC X(01).
             88 HDR-SEEN        VALUE "Y".
             88 HDR-MISSING     VALUE "N".
          05 WS-TRL-SW      PIC X(01).
             88 TRL-SEEN        VALUE "Y".
             88 TRL-MISSING     VALUE "N".
          05 WS-VER-DTL-CNT PIC 9(6).
          05 WS-VER-HASH    PIC 9(11)V99.
          05 WS-TRL-CNT     PIC 9(6).
          05 WS-TRL-HASH    PIC 9(11)V99.
          05 WS-ACK-INST    PIC X(8).
          05 WS-ACK-TERM    PIC X(6).
          05 WS-SENT-INST   PIC X(8).
          05 WS-SENT-TERM   PIC X(6).

       01 WS-SWITCHES.
          05 WS-FOUND-SW    PIC X(01).
             88 SENT-FOUND      VALUE "Y".
             88 SENT-NOT-FOUND  VALUE "N".

       01 WS-VARIABLES.
          05 WS-IX          PIC 9(4).
          05 WS-ACK-CNT     PIC 9(6) VALUE 0.
          05 WS-MATCH-CNT   PIC 9(6) VALUE 0.
          05 WS-ACC-CNT     PIC 9(6) VALUE 0.
          05 WS-REJ-CNT     PIC 9(6) VALUE 0.
          05 WS-BADST-CNT   PIC 9(6) VALUE 0.
          05 WS-UNMATCH-CNT PIC 9(6) VALUE 0.
          05 WS-DUP-CNT     PIC 9(6) VALUE 0.
          05 WS-MARKDIFF-CNT PIC 9(6) VALUE 0.
          05 WS-UNACK-CNT   PIC 9(6) VALUE 0.
          05 WS-DISPOSITION PIC X(24).
          05 WS-MARK-ED     PIC Z9.99.
          05 WS-CNT-ED      PIC ZZZ,ZZ9.
          05 WS-CNT-ED2     PIC ZZZ,ZZ9.

       01 WS-CONSTANTS.
          05 WS-SENT-MAX    PIC 9(4) VALUE 6000.

      *    THE DETAILS WE SENT, FLAGGED AS THEIR ACKNOWLEDGEMENTS
      *    ARRIVE SO THE UNACKNOWLEDGED ONES SURFACE AT THE END.
       01 WS-SENT-TAB.
          05 WS-SENT-CNT    PIC 9(4) VALUE 0.
          05 WS-SENT-ENTRY  OCCURS 6000 TIMES.
             10 WS-SE-STID  PIC X(6).
             10 WS-SE-SUBJ  PIC X(6).
             10 WS-SE-MARK  PIC 9(2)V99.
             10 WS-SE-ACK   PIC X(01).
                88 SE-UNACKED   VALUE "N".
                88 SE-ACKED     VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1500-LOAD-SENT
           PERFORM 1200-VERIFY-ACKFILE
           PERFORM 2000-PROCESS
           PERFORM 2700-UNACKNOWLEDGED
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-VERIFY-WORK
                      WS-VARIABLES.
           SET VERIFY-OK TO TRUE.
           SET HDR-MISSING TO TRUE.
           SET TRL-MISSING TO TRUE.
           OPEN OUTPUT ACKRPT.
           IF NOT FS3-OK
               DISPLAY "ACKRPT OPEN ERROR " WS-FS3
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ACKRPTREC.
           STRING "STID    SUBJ    MARK  DISPOSITION              "
                  "REASON"
              INTO ACKRPTREC
           END-STRING.
           WRITE ACKRPTREC.

      *    PRE-PASS OVER THE ACKNOWLEDGEMENT - A SHORT, DOCTORED OR
      *    MISDIRECTED FILE MUST NOT BE TAKEN AS THE BOARD'S ANSWER.
       1200-VERIFY-ACKFILE.
           OPEN INPUT ACKFILE.
           IF NOT FS1-OK
               DISPLAY "ACKFILE OPEN ERROR " WS-FS1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FS1-EOF
               READ ACKFILE
                   AT END
                       SET FS1-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-VERIFY-RECORD
               END-READ
           END-PERFORM.
           CLOSE ACKFILE.
           MOVE 0 TO WS-FS1.

           IF HDR-MISSING
               SET VERIFY-BAD TO TRUE
               DISPLAY "NO HDR RECORD ON ACKFILE"
           ELSE
               IF WS-ACK-INST NOT = WS-SENT-INST
                  OR WS-ACK-TERM NOT = WS-SENT-TERM
                   SET VERIFY-BAD TO TRUE
                   DISPLAY "ACKFILE IS FOR " WS-ACK-INST " "
                           WS-ACK-TERM " BUT WE SENT " WS-SENT-INST
                           " " WS-SENT-TERM
               END-IF
           END-IF.
           IF TRL-MISSING
               SET VERIFY-BAD TO TRUE
               DISPLAY "NO TRL RECORD ON ACKFILE"
           ELSE
               IF WS-TRL-CNT NOT = WS-VER-DTL-CNT
                   SET VERIFY-BAD TO TRUE
                   DISPLAY "TRAILER COUNT " WS-TRL-CNT
                           " BUT DETAILS READ " WS-VER-DTL-CNT
               END-IF
               IF WS-TRL-HASH NOT = WS-VER-HASH
                   SET VERIFY-BAD TO TRUE
                   DISPLAY "TRAILER HASH DOES NOT MATCH MARKS"
               END-IF
           END-IF.
           IF VERIFY-BAD
               DISPLAY "ACKFILE INTEGRITY CHECK FAILED - RUN STOPPED"
               CLOSE ACKRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ACKFILE INTEGRITY CHECK PASSED - DETAILS : "
                   WS-VER-DTL-CNT.

       1210-VERIFY-RECORD.
           EVALUATE TRUE
               WHEN AH-REC-TYPE = "HDR"
                   SET HDR-SEEN TO TRUE
                   MOVE AH-INST-CODE TO WS-ACK-INST
                   MOVE AH-TERM TO WS-ACK-TERM
               WHEN AT-REC-TYPE = "TRL"
                   SET TRL-SEEN TO TRUE
                   MOVE AT-REC-COUNT TO WS-TRL-CNT
                   MOVE AT-HASH-TOTAL TO WS-TRL-HASH
               WHEN OTHER
                   ADD 1 TO WS-VER-DTL-CNT
                   IF AD-MARK IS NUMERIC
                       ADD AD-MARK TO WS-VER-HASH
                   END-IF
           END-EVALUATE.

       1500-LOAD-SENT.
           OPEN INPUT BRDFILE.
           IF NOT FS2-OK
               DISPLAY "BRDFILE OPEN ERROR " WS-FS2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FS2-EOF
               READ BRDFILE
                   AT END
                       SET FS2-EOF TO TRUE
                   NOT AT END
                       PERFORM 1510-STORE-SENT
               END-READ
           END-PERFORM.
           CLOSE BRDFILE.
           DISPLAY "BOARD DETAILS SENT      : " WS-SENT-CNT.

       1510-STORE-SENT.
           EVALUATE TRUE
               WHEN BH-REC-TYPE = "HDR"
                   MOVE BH-INST-CODE TO WS-SENT-INST
                   MOVE BH-TERM TO WS-SENT-TERM
               WHEN BD-REC-TYPE = "DTL"
                   IF WS-SENT-CNT < WS-SENT-MAX
                       ADD 1 TO WS-SENT-CNT
                       MOVE BD-STID TO WS-SE-STID(WS-SENT-CNT)
                       MOVE BD-SUBJ-CODE TO WS-SE-SUBJ(WS-SENT-CNT)
                       MOVE BD-MARK TO WS-SE-MARK(WS-SENT-CNT)
                       SET SE-UNACKED(WS-SENT-CNT) TO TRUE
                   ELSE
                       DISPLAY "SENT TABLE FULL - RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-EVALUATE.

       2000-PROCESS.
           OPEN INPUT ACKFILE.
           IF NOT FS1-OK
               DISPLAY "ACKFILE REOPEN ERROR " WS-FS1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FS1-EOF
               READ ACKFILE
                   AT END
                       SET FS1-EOF TO TRUE
                   NOT AT END
                       IF AH-REC-TYPE NOT = "HDR"
                          AND AT-REC-TYPE NOT = "TRL"
                           ADD 1 TO WS-ACK-CNT
                           PERFORM 2200-MATCH-ACK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACKFILE.

      *    ONLY A SENT DETAIL NOT YET ACKNOWLEDGED MAY TAKE AN
      *    ACKNOWLEDGEMENT; A SECOND ONE FOR THE SAME STUDENT AND
      *    SUBJECT IS A DUPLICATE AND DOES NOT OVERRIDE THE FIRST.
       2200-MATCH-ACK.
           SET SENT-NOT-FOUND TO TRUE.
           PERFORM 2210-FIND-OPEN
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SENT-CNT
                  OR SENT-FOUND.
           IF SENT-FOUND
               SUBTRACT 1 FROM WS-IX
               PERFORM 2300-ACKNOWLEDGE
           ELSE
               PERFORM 2250-CHECK-DUPLICATE
           END-IF.

       2210-FIND-OPEN.
           IF WS-SE-STID(WS-IX) = AD-STID
              AND WS-SE-SUBJ(WS-IX) = AD-SUBJ-CODE
              AND SE-UNACKED(WS-IX)
               SET SENT-FOUND TO TRUE
           END-IF.

       2250-CHECK-DUPLICATE.
           SET SENT-NOT-FOUND TO TRUE.
           PERFORM 2260-FIND-ANY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SENT-CNT
                  OR SENT-FOUND.
           IF SENT-FOUND
               ADD 1 TO WS-DUP-CNT
               MOVE "DUPLICATE ACK" TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-UNMATCH-CNT
               MOVE "ACK FOR RECORD NOT SENT" TO WS-DISPOSITION
           END-IF.
           PERFORM 2600-WRITE-ACK-LINE.

       2260-FIND-ANY.
           IF WS-SE-STID(WS-IX) = AD-STID
              AND WS-SE-SUBJ(WS-IX) = AD-SUBJ-CODE
               SET SENT-FOUND TO TRUE
           END-IF.

       2300-ACKNOWLEDGE.
           SET SE-ACKED(WS-IX) TO TRUE.
           ADD 1 TO WS-MATCH-CNT.
           IF AD-MARK NOT = WS-SE-MARK(WS-IX)
               ADD 1 TO WS-MARKDIFF-CNT
               MOVE "MARK DIFFERS FROM SENT" TO WS-DISPOSITION
               PERFORM 2600-WRITE-ACK-LINE
           END-IF.
           EVALUATE TRUE
               WHEN AD-ACCEPTED
                   ADD 1 TO WS-ACC-CNT
               WHEN AD-REJECTED
                   ADD 1 TO WS-REJ-CNT
                   MOVE "REJECTED BY BOARD" TO WS-DISPOSITION
                   PERFORM 2600-WRITE-ACK-LINE
               WHEN OTHER
                   ADD 1 TO WS-BADST-CNT
                   MOVE "BAD ACK STATUS" TO WS-DISPOSITION
                   PERFORM 2600-WRITE-ACK-LINE
           END-EVALUATE.

       2600-WRITE-ACK-LINE.
           MOVE SPACES TO ACKRPTREC.
           IF AD-MARK IS NUMERIC
               MOVE AD-MARK TO WS-MARK-ED
           ELSE
               MOVE ZERO TO WS-MARK-ED
           END-IF.
           STRING AD-STID "  "
                  AD-SUBJ-CODE "  "
                  WS-MARK-ED " "
                  WS-DISPOSITION " "
                  AD-REASON " "
                  AD-REASON-TEXT
              INTO ACKRPTREC
           END-STRING.
           WRITE ACKRPTREC.

       2700-UNACKNOWLEDGED.
           PERFORM 2710-CHECK-UNACKED
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SENT-CNT.

       2710-CHECK-UNACKED.
           IF SE-UNACKED(WS-IX)
               ADD 1 TO WS-UNACK-CNT
               MOVE WS-SE-MARK(WS-IX) TO WS-MARK-ED
               MOVE SPACES TO ACKRPTREC
               STRING WS-SE-STID(WS-IX) "  "
                      WS-SE-SUBJ(WS-IX) "  "
                      WS-MARK-ED " "
                      "SENT, NOT ACKNOWLEDGED"
                  INTO ACKRPTREC
               END-STRING
               WRITE ACKRPTREC
           END-IF.

       9000-TERMINATE.
           MOVE WS-SENT-CNT TO WS-CNT-ED.
           MOVE WS-MATCH-CNT TO WS-CNT-ED2.
           MOVE SPACES TO ACKRPTREC.
           STRING "SENT " WS-CNT-ED
                  "  ACKNOWLEDGED " WS-CNT-ED2
              INTO ACKRPTREC
           END-STRING.
           WRITE ACKRPTREC.
           MOVE SPACES TO ACKRPTREC.
           IF WS-MATCH-CNT + WS-UNACK-CNT = WS-SENT-CNT
               MOVE "SENT/ACKNOWLEDGED COUNTS BALANCE" TO ACKRPTREC
           ELSE
               MOVE "*** SENT/ACKNOWLEDGED COUNTS DO NOT BALANCE ***"
                 TO ACKRPTREC
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE ACKRPTREC.
           CLOSE ACKRPT.

           DISPLAY "================================================".
           DISPLAY "CA52G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "DETAILS SENT            : " WS-SENT-CNT.
           DISPLAY "ACKNOWLEDGEMENTS READ   : " WS-ACK-CNT.
           DISPLAY "  MATCHED TO SENT       : " WS-MATCH-CNT.
           DISPLAY "    ACCEPTED            : " WS-ACC-CNT.
           DISPLAY "    REJECTED            : " WS-REJ-CNT.
           DISPLAY "    BAD STATUS          : " WS-BADST-CNT.
           DISPLAY "    MARK DIFFERS        : " WS-MARKDIFF-CNT.
           DISPLAY "  DUPLICATES            : " WS-DUP-CNT.
           DISPLAY "  NOT SENT              : " WS-UNMATCH-CNT.
           DISPLAY "SENT, NOT ACKNOWLEDGED  : " WS-UNACK-CNT.
           DISPLAY "================================================".
           IF RETURN-CODE < 4
              AND (WS-REJ-CNT > 0 OR WS-BADST-CNT > 0
                   OR WS-MARKDIFF-CNT > 0 OR WS-DUP-CNT > 0
                   OR WS-UNMATCH-CNT > 0 OR WS-UNACK-CNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
