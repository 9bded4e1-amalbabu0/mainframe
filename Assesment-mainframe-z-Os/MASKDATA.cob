      *                OUTFILE, REJFILE and FAILEXT stay consistent
      *                with each other. Header and trailer records on
      *                the INFILE layout pass through unchanged.
      *                Each copy goes to DD3 at the length of the file
      *                it masks - 80 bytes for INFILE, 90 bytes for
      *                OUTFILE - so the masked OUTFILE copy keeps the
      *                grading scheme in columns 81-84.
      *****************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS K-STID
               FILE STATUS IS WS-FS2.

           SELECT MASKSEQ
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT MASKOUT
               ASSIGN TO DD3
               ORGANIZATION IS SEQUENTIAL
       FD  KSDIN.
       01  KSDREC.
           05 K-STID        PIC X(6).
           05 FILLER        PIC X(84).

      *    MODE I WRITES MASKSEQ AND MODE O WRITES MASKOUT. BOTH ARE
      *    DD3 BUT ONLY ONE IS OPENED IN A RUN.
       FD  MASKSEQ.
       01  MASKSREC         PIC X(80).

       FD  MASKOUT.
       01  MASKREC          PIC X(90).

       FD  MODECARD.
       01  MODEREC.
          05 WS-FAKE-FNAME  PIC X(10).
          05 WS-FAKE-LNAME  PIC X(10).

       01 WS-WORK-REC       PIC X(90).
       01 WS-IN-VIEW REDEFINES WS-WORK-REC.
          05 WI-STID        PIC 9(5).
          05 FILLER         PIC X.
          05 WI-FNAME       PIC X(10).
          05 FILLER         PIC X.
          05 WI-LNAME       PIC X(10).
          05 FILLER         PIC X(63).
       01 WS-OUT-VIEW REDEFINES WS-WORK-REC.
          05 WO-STID.
             10 WO-STID-PFX PIC X(1).
          05 FILLER         PIC X.
          05 WO-NEWNAME     PIC X(15).
          05 FILLER         PIC X(58).
          05 WO-GRADE-SCHEME PIC X(4).
          05 FILLER         PIC X(6).
       01 WS-HDR-VIEW REDEFINES WS-WORK-REC.
          05 WH-REC-TYPE    PIC X(3).
          05 FILLER         PIC X(87).

      *    FIXED POOLS OF FAKE NAMES. THE POOL INDEX IS DERIVED
      *    FROM THE REAL STUDENT ID, SO EVERY FILE MASKED WITH THIS
                   STOP RUN
               END-IF
           END-IF.
           IF MODE-INFILE
               OPEN OUTPUT MASKSEQ
           ELSE
               OPEN OUTPUT MASKOUT
           END-IF.
           IF NOT FS3-OK
               DISPLAY "MASKOUT OPEN ERROR " WS-FS3
               MOVE 8 TO RETURN-CODE
                   ADD 1 TO WS-READ-CNT
                   MOVE SEQREC TO WS-WORK-REC
                   PERFORM 2210-MASK-INFILE-REC
                   MOVE WS-WORK-REC TO MASKSREC
                   WRITE MASKSREC
           END-READ.

       2210-MASK-INFILE-REC.
       2400-CLOSE.
           IF MODE-INFILE
               CLOSE SEQIN
               CLOSE MASKSEQ
           ELSE
               CLOSE KSDIN
               CLOSE MASKOUT
           END-IF.

       9000-TERMINATE.
           DISPLAY "================================================".
