      *                percentage share the same rank and the next
      *                rank is skipped accordingly, so the listing
      *                matches how the academic office ranks by hand.
      *                Students debarred for attendance (grade X) have
      *                no percentage to rank on; they are left out of
      *                the ranking and the percentile base and only
      *                counted in the control totals.
      *****************************************************************

       IDENTIFICATION DIVISION.

       01 WS-VARIABLES.
          05 WS-STUD-CNT    PIC 9(4) VALUE 0.
          05 WS-DEBAR-CNT   PIC 9(4) VALUE 0.
          05 WS-IX          PIC 9(4).
          05 WS-JX          PIC 9(4).
          05 WS-RANK        PIC 9(4).

       01 WS-CONSTANTS.
          05 WS-STUD-MAX    PIC 9(4) VALUE 2000.
          05 WS-DEBAR-GRADE PIC X(01) VALUE "X".

       01 WS-HOLD-ENTRY.
          05 WS-HOLD-STID   PIC X(6).
           END-READ.

       2200-STORE-STUDENT.
           IF O-GRADE = WS-DEBAR-GRADE
               ADD 1 TO WS-DEBAR-CNT
           ELSE
               PERFORM 2210-STORE-RANKED
           END-IF.

       2210-STORE-RANKED.
           IF WS-STUD-CNT < WS-STUD-MAX
               ADD 1 TO WS-STUD-CNT
               MOVE O-STID TO WS-ST-STID(WS-STUD-CNT)
           DISPLAY "CA33G086 - RUN CONTROL TOTALS".
           DISPLAY "------------------------------------------------".
           DISPLAY "STUDENTS RANKED         : " WS-STUD-CNT.
           DISPLAY "DEBARRED - NOT RANKED   : " WS-DEBAR-CNT.
           DISPLAY "================================================".
