      *                reported with before-and-after row totals
      *                that must reconcile. The closing term id from
      *                TERMCARD labels every archive record.
      *                Each archived registration first gets a
      *                closing REG_STAT_HIST row (old status to ARC,
      *                written through REGHIST), and then the
      *                course's whole status history goes to its own
      *                history archive as type H records and is
      *                deleted with the registrations in the same
      *                unit of work -
      *                the timeline travels with the rows it
      *                describes rather than being lost or left
      *                behind. History rows are reconciled before
      *                and after like the other two tables. The
      *                history archive is a generation of its own,
      *                with records of 132 bytes, so the term archive
      *                keeps the 80-byte records every generation
      *                before it was cut with and still reads as one
      *                concatenation.
      *                The seat capacity goes on the type A record as
      *                eight whole digits, marked by format 2 in
      *                column 61, so ARCREST can put the allocation
      *                back as it was; generations cut before that
      *                have the column blank and carry only the
      *                leading eight of its nine digits.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS3.

           SELECT HISTFILE
               ASSIGN TO DD4
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS4.

       DATA DIVISION.
       FILE SECTION.

           05 AR-FLD3               PIC X(8).
           05 FILLER                PIC X.
           05 AR-FLD4               PIC X(8).
           05 FILLER                PIC X.
           05 AR-FORMAT             PIC X(1).
           05 FILLER                PIC X(19).

       FD  ARCHRPT.
       01  ARCHRPTREC               PIC X(80).
           05 TC-TERM               PIC X(6).
           05 FILLER                PIC X(74).

      *    TYPE H - ONE REG_STAT_HIST ROW OF THE COURSE.
       FD  HISTFILE.
       01  ARCHHREC.
           05 AH-TERM               PIC X(6).
           05 FILLER                PIC X.
           05 AH-REC-TYPE           PIC X(1).
           05 FILLER                PIC X.
           05 AH-COURSE-NAME        PIC X(20).
           05 FILLER                PIC X.
           05 AH-APPL-ID            PIC X(5).
           05 FILLER                PIC X.
           05 AH-COURSE-ID          PIC X(5).
           05 FILLER                PIC X.
           05 AH-OLD-STATUS         PIC X(3).
           05 FILLER                PIC X.
           05 AH-NEW-STATUS         PIC X(3).
           05 FILLER                PIC X.
           05 AH-CHG-PGM            PIC X(8).
           05 FILLER                PIC X.
           05 AH-CHG-TS             PIC X(26).
           05 FILLER                PIC X.
           05 AH-CHG-REASON         PIC X(30).
           05 FILLER                PIC X(16).

       WORKING-STORAGE SECTION.

      *---------------- DB2 DECLARATIONS ----------------*
                     ORDER BY R.APPL_ID
           END-EXEC.

      *    EVERY STATUS HISTORY ROW OF THE COURSE IN HAND, THE
      *    CLOSING ARC ROWS INCLUDED.
           EXEC SQL
                DECLARE RA3 CURSOR FOR
                    SELECT H.APPL_ID,
                           H.COURSE_ID,
                           H.OLD_STATUS,
                           H.NEW_STATUS,
                           H.CHG_PGM,
                           CHAR(H.CHG_TS),
                           H.CHG_REASON
                      FROM REG_STAT_HIST H
                     WHERE H.COURSE_NAME = :A-COURSE-NAME2
                     ORDER BY H.APPL_ID, H.CHG_TS
           END-EXEC.

      *    HOST VARIABLES FOR REG_STAT_HIST.
       01 H-REG-STAT-HIST.
          05 H-APPL-ID            PIC X(5).
          05 H-COURSE-ID          PIC X(5).
          05 H-OLD-STATUS         PIC X(3).
          05 H-NEW-STATUS         PIC X(3).
          05 H-CHG-PGM            PIC X(8).
          05 H-CHG-TS             PIC X(26).
          05 H-CHG-REASON         PIC X(30).

      *---------------- WORK VARIABLES ------------------*
       01 WS-FS1                  PIC 99.
       01 WS-FS2                  PIC 99.
       01 WS-FS3                  PIC 99.
          88 FS3-OK               VALUE 00.
          88 FS3-EOF              VALUE 10.
       01 WS-FS4                  PIC 99.
       01 WS-SQLCODE1             PIC S9(9) COMP VALUE 0.
       01 WS-SQLCODE2             PIC S9(9) COMP VALUE 0.
       01 WS-SEAT-CAP             PIC S9(9) COMP.
       01 WS-SEAT-CAP-ARCH        PIC 9(8).
      *    TYPE A FORMAT - 2 IS THE SEAT CAPACITY AS EIGHT WHOLE
      *    DIGITS.
       01 WS-ALOT-FORMAT          PIC X(1)  VALUE "2".
       01 WS-TERM                 PIC X(6)  VALUE SPACES.
       01 WS-REG-BEFORE           PIC S9(9) COMP VALUE 0.
       01 WS-REG-AFTER            PIC S9(9) COMP VALUE 0.
       01 WS-ALOT-BEFORE          PIC S9(9) COMP VALUE 0.
       01 WS-ALOT-AFTER           PIC S9(9) COMP VALUE 0.
       01 WS-HIST-BEFORE          PIC S9(9) COMP VALUE 0.
       01 WS-HIST-AFTER           PIC S9(9) COMP VALUE 0.
       01 WS-COURSE-CNT           PIC 9(6)  VALUE 0.
       01 WS-REG-ARCH-CNT         PIC 9(8)  VALUE 0.
       01 WS-ALOT-ARCH-CNT        PIC 9(6)  VALUE 0.
       01 WS-REG-PURGE-CNT        PIC 9(8)  VALUE 0.
       01 WS-COURSE-ROWS          PIC 9(6)  VALUE 0.
       01 WS-HIST-ARCH-CNT        PIC 9(8)  VALUE 0.
       01 WS-HIST-CLOSE-CNT       PIC 9(8)  VALUE 0.
       01 WS-HIST-PURGE-CNT       PIC 9(8)  VALUE 0.
       01 WS-COURSE-HIST          PIC 9(6)  VALUE 0.
       01 WS-COURSE-CLOSED        PIC 9(6)  VALUE 0.
       01 WS-SQLCODE3             PIC S9(9) COMP VALUE 0.
      *    PARAMETERS FOR THE REGHIST STATUS HISTORY WRITER.
       01 WS-HIST-PARMS.
          05 WS-HS-APPL-ID        PIC X(5).
          05 WS-HS-COURSE-NAME    PIC X(20).
          05 WS-HS-OLD-STATUS     PIC X(3).
          05 WS-HS-NEW-STATUS     PIC X(3).
          05 WS-HS-PROGRAM        PIC X(8)  VALUE "REGARCH".
          05 WS-HS-REASON         PIC X(30).
          05 WS-HS-SQLCODE        PIC S9(9) COMP.
       01 WS-ARCH-ERR-SW          PIC X(01) VALUE "N".
          88 ARCH-ERROR            VALUE "Y".
          88 ARCH-CLEAN            VALUE "N".
           DISPLAY "CLOSING OUT REGISTRATION TERM : " WS-TERM.

           OPEN OUTPUT ARCHFILE
                OUTPUT ARCHRPT
                OUTPUT HISTFILE.
           IF WS-FS1 NOT = 00 OR WS-FS2 NOT = 00 OR WS-FS4 NOT = 00
               DISPLAY "ARCHIVE FILE OPEN ERROR " WS-FS1 " " WS-FS2
                       " " WS-FS4
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
                  INTO :WS-ALOT-BEFORE
                  FROM DEPT_ALOT2
           END-EXEC.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIST-BEFORE
                  FROM REG_STAT_HIST
           END-EXEC.

           EXEC SQL
                OPEN RA1
           EXIT.

      *---------------- ONE COURSE PER UNIT OF WORK -----*
      *    ARCHIVE EVERY REGISTRATION ROW, THE COURSE'S STATUS
      *    HISTORY AND THE ALLOCATION ROW, THEN DELETE ALL THREE,
      *    THEN COMMIT - A FAILURE ANYWHERE ROLLS THE COURSE BACK
      *    ONTO THE LIVE TABLES UNTOUCHED.
       2100-ARCHIVE-COURSE.
           SET ARCH-CLEAN TO TRUE.
           MOVE 0 TO WS-COURSE-ROWS.
           MOVE 0 TO WS-COURSE-HIST.
           MOVE 0 TO WS-COURSE-CLOSED.

           EXEC SQL
                OPEN RA2
                CLOSE RA2
           END-EXEC.

           IF ARCH-CLEAN
               PERFORM 2250-ARCHIVE-HISTORY
           END-IF.

           IF ARCH-CLEAN
               PERFORM 2300-ARCHIVE-ALOT-ROW
           END-IF.
           ELSE
               ADD 1 TO WS-REG-ARCH-CNT
               ADD 1 TO WS-COURSE-ROWS
               PERFORM 2220-CLOSE-HISTORY
           END-IF.

       2210-WRITE-REG-ARCH-EXIT.
           EXIT.

      *    THE LAST ENTRY ON EVERY ARCHIVED TIMELINE - THE
      *    REGISTRATION LEFT THE LIVE TABLE AT TERM CLOSE.
       2220-CLOSE-HISTORY.
           MOVE R-APPL-ID TO WS-HS-APPL-ID.
           MOVE A-COURSE-NAME2 TO WS-HS-COURSE-NAME.
           MOVE R-COURSE-STATUS TO WS-HS-OLD-STATUS.
           MOVE "ARC" TO WS-HS-NEW-STATUS.
           MOVE SPACES TO WS-HS-REASON.
           STRING "TERM " WS-TERM " CLOSED"
               INTO WS-HS-REASON
           END-STRING.
           CALL "REGHIST" USING WS-HIST-PARMS.
           IF WS-HS-SQLCODE NOT = 0
               DISPLAY "HISTORY INSERT ERROR : " WS-HS-SQLCODE
                       " APPL " R-APPL-ID
               SET ARCH-ERROR TO TRUE
               MOVE 8 TO WS-RC
               MOVE 100 TO WS-SQLCODE2
           ELSE
               ADD 1 TO WS-COURSE-CLOSED
           END-IF.

       2220-CLOSE-HISTORY-EXIT.
           EXIT.

      *---------------- STATUS HISTORY ------------------*
       2250-ARCHIVE-HISTORY.
           EXEC SQL
                OPEN RA3
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE3.
           IF WS-SQLCODE3 NOT = 0
               DISPLAY "RA3 OPEN ERROR : " WS-SQLCODE3
               SET ARCH-ERROR TO TRUE
               MOVE 8 TO WS-RC
           ELSE
               PERFORM 2260-ARCHIVE-HIST-ROW
                   UNTIL WS-SQLCODE3 = 100
               EXEC SQL
                    CLOSE RA3
               END-EXEC
           END-IF.

       2250-ARCHIVE-HISTORY-EXIT.
           EXIT.

       2260-ARCHIVE-HIST-ROW.
           EXEC SQL
                FETCH RA3
                  INTO :H-APPL-ID,
                       :H-COURSE-ID,
                       :H-OLD-STATUS,
                       :H-NEW-STATUS,
                       :H-CHG-PGM,
                       :H-CHG-TS,
                       :H-CHG-REASON
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE3.
           EVALUATE WS-SQLCODE3
               WHEN 0
                    PERFORM 2270-WRITE-HIST-ARCH
               WHEN 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY "RA3 FETCH ERROR : " WS-SQLCODE3
                    SET ARCH-ERROR TO TRUE
                    MOVE 8 TO WS-RC
                    MOVE 100 TO WS-SQLCODE3
           END-EVALUATE.

       2260-ARCHIVE-HIST-ROW-EXIT.
           EXIT.

       2270-WRITE-HIST-ARCH.
           MOVE SPACES TO ARCHHREC.
           MOVE WS-TERM TO AH-TERM.
           MOVE "H" TO AH-REC-TYPE.
           MOVE A-COURSE-NAME2 TO AH-COURSE-NAME.
           MOVE H-APPL-ID TO AH-APPL-ID.
           MOVE H-COURSE-ID TO AH-COURSE-ID.
           MOVE H-OLD-STATUS TO AH-OLD-STATUS.
           MOVE H-NEW-STATUS TO AH-NEW-STATUS.
           MOVE H-CHG-PGM TO AH-CHG-PGM.
           MOVE H-CHG-TS TO AH-CHG-TS.
           MOVE H-CHG-REASON TO AH-CHG-REASON.
           WRITE ARCHHREC.
           IF WS-FS4 NOT = 00
               DISPLAY "HISTORY ARCHIVE WRITE FAILED " WS-FS4
               SET ARCH-ERROR TO TRUE
               MOVE 8 TO WS-RC
               MOVE 100 TO WS-SQLCODE3
           ELSE
               ADD 1 TO WS-COURSE-HIST
           END-IF.

       2270-WRITE-HIST-ARCH-EXIT.
           EXIT.

       2300-ARCHIVE-ALOT-ROW.
           MOVE SPACES TO ARCHREC.
           MOVE WS-TERM TO AR-TERM.
           MOVE A-DEPT-ID TO AR-FLD1.
           MOVE A-CLS-ID TO AR-FLD2.
           MOVE A-CLS-AVG TO AR-FLD3.
           MOVE WS-SEAT-CAP TO WS-SEAT-CAP-ARCH.
           MOVE WS-SEAT-CAP-ARCH TO AR-FLD4.
           MOVE WS-ALOT-FORMAT TO AR-FORMAT.
           WRITE ARCHREC.
           IF WS-FS1 NOT = 00
               DISPLAY "ARCHIVE WRITE FAILED " WS-FS1
               GO TO 2400-PURGE-COURSE-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM REG_STAT_HIST
                 WHERE COURSE_NAME = :A-COURSE-NAME2
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "HISTORY PURGE FAILED : " SQLCODE
                       " COURSE " A-COURSE-NAME2
               EXEC SQL
                    ROLLBACK
               END-EXEC
               MOVE 8 TO WS-RC
               MOVE 100 TO WS-SQLCODE1
               GO TO 2400-PURGE-COURSE-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM DEPT_ALOT2
                 WHERE COURSE_NAME2 = :A-COURSE-NAME2
           END-EXEC.
           IF SQLCODE = 0
               ADD WS-COURSE-ROWS TO WS-REG-PURGE-CNT
               ADD WS-COURSE-HIST TO WS-HIST-ARCH-CNT
                                     WS-HIST-PURGE-CNT
               ADD WS-COURSE-CLOSED TO WS-HIST-CLOSE-CNT
               EXEC SQL
                    COMMIT
               END-EXEC
                  INTO :WS-ALOT-AFTER
                  FROM DEPT_ALOT2
           END-EXEC.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIST-AFTER
                  FROM REG_STAT_HIST
           END-EXEC.

           MOVE WS-REG-BEFORE TO WS-CNT-ED
           MOVE WS-ALOT-BEFORE TO WS-CNT-ED2
           END-STRING
           WRITE ARCHRPTREC.

      *    HISTORY ROWS: THE CLOSING ARC ROWS ARE WRITTEN AND
      *    PURGED IN THE SAME UNIT OF WORK, SO THE LIVE TABLE LOSES
      *    WHAT IT HELD BEFORE THE RUN, NO MORE AND NO LESS.
           MOVE WS-HIST-BEFORE TO WS-CNT-ED
           MOVE WS-HIST-ARCH-CNT TO WS-CNT-ED2
           MOVE SPACES TO ARCHRPTREC
           STRING "HISTORY ROWS - BEFORE " WS-CNT-ED
                  "  ARCHIVED " WS-CNT-ED2
               INTO ARCHRPTREC
           END-STRING
           WRITE ARCHRPTREC.

           MOVE WS-HIST-CLOSE-CNT TO WS-CNT-ED
           MOVE WS-HIST-AFTER TO WS-CNT-ED2
           MOVE SPACES TO ARCHRPTREC
           STRING "HISTORY ROWS - CLOSED " WS-CNT-ED
                  "  AFTER " WS-CNT-ED2
               INTO ARCHRPTREC
           END-STRING
           WRITE ARCHRPTREC.

           MOVE SPACES TO ARCHRPTREC
           IF WS-REG-AFTER = WS-REG-BEFORE - WS-REG-PURGE-CNT
              AND WS-HIST-AFTER = WS-HIST-BEFORE
                                + WS-HIST-CLOSE-CNT
                                - WS-HIST-PURGE-CNT
               STRING "BEFORE/AFTER TOTALS RECONCILE"
                  INTO ARCHRPTREC
               END-STRING
           WRITE ARCHRPTREC.

           CLOSE ARCHFILE
                 ARCHRPT
                 HISTFILE.

       3000-TERM-RPT-EXIT.
           EXIT.
           DISPLAY "COURSES CLOSED OUT       : " WS-COURSE-CNT
           DISPLAY "REGISTRATIONS ARCHIVED   : " WS-REG-ARCH-CNT
           DISPLAY "ALLOCATIONS ARCHIVED     : " WS-ALOT-ARCH-CNT
           DISPLAY "REGISTRATIONS PURGED     : " WS-REG-PURGE-CNT
           DISPLAY "HISTORY ROWS ARCHIVED    : " WS-HIST-ARCH-CNT
           DISPLAY "HISTORY ROWS PURGED      : " WS-HIST-PURGE-CNT.

       9000-TERMINATE-EXIT.
           EXIT.
