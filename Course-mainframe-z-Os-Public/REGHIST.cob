      *****************************************************************
      * PROGRAM NAME : REGHIST
      * DESCRIPTION  : Registration status history writer. Every
      *                program that changes COURSE_STATUS on
      *                COURSE_REG2 - REGLOAD, REGELIG, REGSEAT,
      *                REGALLOC, REGOFFR, REGCLASH, REGARCH and the
      *                archive restore ARCREST - calls this once per
      *                change with the applicant, the course, the old
      *                and new status, its own program name and the
      *                reason, and one row goes on
      *                REG_STAT_HIST stamped with the current
      *                timestamp. The INSERT runs inside the caller's
      *                unit of work: the caller commits or rolls back
      *                the history row together with the status
      *                change, so the two can never disagree.
      *                COURSE_ID is taken from the registration row
      *                itself, so the call is made after an INSERT and
      *                before a DELETE. The SQLCODE of the INSERT is
      *                handed back in LK-HS-SQLCODE; a non-zero value
      *                is fatal to the caller. REGTIME prints the rows
      *                as an applicant timeline and REGARCH carries
      *                them into the term archive.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGHIST.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *---------------- DB2 DECLARATIONS ----------------*
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

      *    HOST VARIABLES FOR REG_STAT_HIST.
       01 H-REG-STAT-HIST.
          05 H-APPL-ID            PIC X(5).
          05 H-COURSE-NAME        PIC X(20).
          05 H-OLD-STATUS         PIC X(3).
          05 H-NEW-STATUS         PIC X(3).
          05 H-CHG-PGM            PIC X(8).
          05 H-CHG-REASON         PIC X(30).

       LINKAGE SECTION.
       01 LK-HIST-PARMS.
          05 LK-HS-APPL-ID        PIC X(5).
          05 LK-HS-COURSE-NAME    PIC X(20).
          05 LK-HS-OLD-STATUS     PIC X(3).
          05 LK-HS-NEW-STATUS     PIC X(3).
          05 LK-HS-PROGRAM        PIC X(8).
          05 LK-HS-REASON         PIC X(30).
          05 LK-HS-SQLCODE        PIC S9(9) COMP.

       PROCEDURE DIVISION USING LK-HIST-PARMS.

       0000-MAIN.
           MOVE LK-HS-APPL-ID TO H-APPL-ID.
           MOVE LK-HS-COURSE-NAME TO H-COURSE-NAME.
           MOVE LK-HS-OLD-STATUS TO H-OLD-STATUS.
           MOVE LK-HS-NEW-STATUS TO H-NEW-STATUS.
           MOVE LK-HS-PROGRAM TO H-CHG-PGM.
           MOVE LK-HS-REASON TO H-CHG-REASON.

      *    MAX() MAKES THE SELECT RETURN EXACTLY ONE ROW EVEN WHEN
      *    THE APPLICANT HOLDS SEVERAL ROWS FOR THE COURSE (AN OLD
      *    WDR OR REL ROW BESIDE A NEW REGISTRATION).
           EXEC SQL
                INSERT INTO REG_STAT_HIST
                       (APPL_ID, COURSE_ID, COURSE_NAME,
                        OLD_STATUS, NEW_STATUS, CHG_PGM,
                        CHG_REASON, CHG_TS)
                SELECT :H-APPL-ID,
                       COALESCE(MAX(COURSE_ID), ' '),
                       :H-COURSE-NAME,
                       :H-OLD-STATUS,
                       :H-NEW-STATUS,
                       :H-CHG-PGM,
                       :H-CHG-REASON,
                       CURRENT TIMESTAMP
                  FROM COURSE_REG2
                 WHERE APPL_ID = :H-APPL-ID
                   AND COURSE_NAME = :H-COURSE-NAME
           END-EXEC.
           MOVE SQLCODE TO LK-HS-SQLCODE.
           GOBACK.
