      *****************************************************************
      * PROGRAM NAME : CA17G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Attendance register load. Reads the registry's
      *                attendance file (ATTIN) - one record per
      *                student per subject with the classes held and
      *                the classes attended to date - validates it,
      *                sorts it by student and subject and rebuilds
      *                the attendance KSDS (ATTFILE) that CA11G086
      *                reads to debar students below the minimum
      *                attendance on its PARMCARD. Each ATTFILE
      *                record also carries the attendance percentage
      *                (rounded down). A record with a non-numeric
      *                field, an unknown subject, more classes
      *                attended than held, or a second record for
      *                the same student and subject goes to ATTREJ
      *                with its reason and the run ends RC 4. Run
      *                ahead of the nightly marks load whenever the
      *                registers are updated.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA17G086.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTIN
               ASSIGN TO DD1
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS1.

           SELECT ATTFILE
               ASSIGN TO DD2
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AF-KEY
               FILE STATUS IS WS-FS2.

           SELECT ATTREJ
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT SORTFILE
               ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.

       FD  ATTIN.
       01  ATTINREC.
           05 AI-STID       PIC 9(5).
           05 FILLER        PIC X.
           05 AI-SUBJ-NO    PIC 9(2).
           05 FILLER        PIC X.
           05 AI-HELD       PIC 9(3).
           05 FILLER        PIC X.
           05 AI-ATTENDED   PIC 9(3).
           05 FILLER        PIC X(64).

      *    ATTENDANCE KSDS, KEYED BY STUDENT (AS ON OUTFILE) AND
      *    SUBJECT NUMBER.
       FD  ATTFILE.
       01  ATTREC.
           05 AF-KEY.
              10 AF-STID    PIC X(6).
              10 AF-SUBJ-NO PIC 9(2).
           05 FILLER        PIC X.
           05 AF-HELD       PIC 9(3).
           05 FILLER        PIC X.
           05 AF-ATTENDED   PIC 9(3).
           05 FILLER        PIC X.
           05 AF-PERC       PIC 9(3).
           05 FILLER        PIC X(20).

       FD  ATTREJ.
       01  ATTREJREC.
           05 AR-RECN       PIC 9(6).
           05 FILLER        PIC X.
           05 AR-INPUT      PIC X(16).
           05 FILLER        PIC X.
           05 AR-REASON     PIC X(30).
           05 FILLER        PIC X(26).

       SD  SORTFILE.
       01  SREC.
           05 S-KEY.
              10 S-STID     PIC X(6).
              10 S-SUBJ-NO  PIC 9(2).
           05 S-HELD        PIC 9(3).
           05 S-ATTENDED    PIC 9(3).
           05 S-RECN        PIC 9(6).
           05 S-INPUT       PIC X(16).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-FS1         PIC 99.
             88 FS1-OK      VALUE 00.
             88 FS1-EOF     VALUE 10.
          05 WS-FS2         PIC 99.
             88 FS2-OK      VALUE 00.
          05 WS-FS3         PIC 99.
             88 FS3-OK      VALUE 00.

       01 WS-SWITCHES.
          05 WS-VALID-SW    PIC X(01).
             88 RECORD-VALID    VALUE "Y".
             88 RECORD-INVALID  VALUE "N".
          05 WS-SORT-SW     PIC X(01).
             88 SORT-EOF       VALUE "Y".
             88 SORT-ACTIVE    VALUE "N".

       01 WS-VARIABLES.
          05 WS-RECN        PIC 9(6) VALUE 0.
          05 WS-LOAD-CNT    PIC 9(6) VALUE 0.
          05 WS-REJ-CNT     PIC 9(6) VALUE 0.
          05 WS-DUP-CNT     PIC 9(6) VALUE 0.
          05 WS-REJ-REASON  PIC X(30).
          05 WS-LAST-KEY    PIC X(8) VALUE LOW-VALUES.

       01 WS-CONSTANTS.
          05 WS-SUBJ-COUNT  PIC 99   VALUE 3.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INIT.
           INITIALIZE WS-FILE-STATUS
                      WS-SWITCHES
                      WS-VARIABLES.
           MOVE LOW-VALUES TO WS-LAST-KEY.

      *    THE REGISTER ARRIVES IN NO PARTICULAR ORDER AND ATTFILE
      *    IS LOADED WITH ACCESS SEQUENTIAL, SO THE VALID RECORDS
      *    ARE SORTED BY KEY BEFORE ANY WRITE.
       2000-PROCESS.
           PERFORM 2100-OPEN
           SORT SORTFILE
               ON ASCENDING KEY S-KEY S-RECN
               INPUT PROCEDURE IS 2400-SELECT-INPUT
               OUTPUT PROCEDURE IS 2500-LOAD-OUTPUT
           PERFORM 2300-CLOSE.

       2100-OPEN.
           OPEN INPUT ATTIN
                OUTPUT ATTFILE
                OUTPUT ATTREJ.
           IF NOT FS1-OK OR NOT FS2-OK OR NOT FS3-OK
               DISPLAY "FILE OPEN FAILURE " WS-FS1 " " WS-FS2 " "
                       WS-FS3 " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2400-SELECT-INPUT.
           PERFORM UNTIL FS1-EOF
               READ ATTIN
                   AT END
                       SET FS1-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECN
                       PERFORM 2410-VALIDATE
               END-READ
           END-PERFORM.

       2410-VALIDATE.
           SET RECORD-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-REASON.
           EVALUATE TRUE
               WHEN AI-STID IS NOT NUMERIC
                   MOVE "BAD STID" TO WS-REJ-REASON
               WHEN AI-SUBJ-NO IS NOT NUMERIC
                 OR AI-SUBJ-NO < 1
                 OR AI-SUBJ-NO > WS-SUBJ-COUNT
                   MOVE "BAD SUBJECT NUMBER" TO WS-REJ-REASON
               WHEN AI-HELD IS NOT NUMERIC
                   MOVE "BAD CLASSES HELD" TO WS-REJ-REASON
               WHEN AI-ATTENDED IS NOT NUMERIC
                   MOVE "BAD CLASSES ATTENDED" TO WS-REJ-REASON
               WHEN AI-ATTENDED > AI-HELD
                   MOVE "ATTENDED MORE THAN HELD" TO WS-REJ-REASON
           END-EVALUATE.
           IF WS-REJ-REASON NOT = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE SPACES TO ATTREJREC
               MOVE ATTINREC(1:16) TO AR-INPUT
               MOVE WS-RECN TO AR-RECN
               PERFORM 2600-WRITE-REJECT
           ELSE
               MOVE SPACES TO SREC
               STRING "S"
                      AI-STID
                  INTO S-STID
               END-STRING
               MOVE AI-SUBJ-NO TO S-SUBJ-NO
               MOVE AI-HELD TO S-HELD
               MOVE AI-ATTENDED TO S-ATTENDED
               MOVE WS-RECN TO S-RECN
               MOVE ATTINREC(1:16) TO S-INPUT
               RELEASE SREC
           END-IF.

       2500-LOAD-OUTPUT.
           SET SORT-ACTIVE TO TRUE.
           PERFORM UNTIL SORT-EOF
               RETURN SORTFILE
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2510-WRITE-ATTENDANCE
               END-RETURN
           END-PERFORM.

      *    THE SORT KEEPS INPUT ORDER WITHIN A KEY, SO THE FIRST
      *    RECORD FOR A STUDENT AND SUBJECT IS LOADED AND ANY LATER
      *    ONE IS REJECTED RATHER THAN GUESSED BETWEEN.
       2510-WRITE-ATTENDANCE.
           IF S-KEY = WS-LAST-KEY
               ADD 1 TO WS-DUP-CNT
               MOVE SPACES TO ATTREJREC
               MOVE S-INPUT TO AR-INPUT
               MOVE S-RECN TO AR-RECN
               MOVE "DUPLICATE STUDENT / SUBJECT" TO WS-REJ-REASON
               PERFORM 2600-WRITE-REJECT
           ELSE
               MOVE S-KEY TO WS-LAST-KEY
               MOVE SPACES TO ATTREC
               MOVE S-STID TO AF-STID
               MOVE S-SUBJ-NO TO AF-SUBJ-NO
               MOVE S-HELD TO AF-HELD
               MOVE S-ATTENDED TO AF-ATTENDED
               IF S-HELD = 0
                   MOVE 100 TO AF-PERC
               ELSE
                   COMPUTE AF-PERC = S-ATTENDED * 100 / S-HELD
               END-IF
               WRITE ATTREC
               IF FS2-OK
                   ADD 1 TO WS-LOAD-CNT
               ELSE
                   DISPLAY "ATTFILE WRITE ERROR " WS-FS2 " KEY "
                           AF-KEY " - RUN STOPPED"
                   PERFORM 2300-CLOSE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2600-WRITE-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE WS-REJ-REASON TO AR-REASON.
           WRITE ATTREJREC.
           DISPLAY "ATTENDANCE REJECT : " AR-RECN " - " WS-REJ-REASON.

       2300-CLOSE.
           CLOSE ATTIN
                 ATTFILE
                 ATTREJ.

       9000-TERMINATE.
           DISPLAY "================================================".
           DISPLAY "CA17G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "RECORDS READ            : " WS-RECN.
           DISPLAY "RECORDS LOADED          : " WS-LOAD-CNT.
           DISPLAY "RECORDS REJECTED        : " WS-REJ-CNT.
           DISPLAY "  DUPLICATES            : " WS-DUP-CNT.
           DISPLAY "================================================".
           IF WS-REJ-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
