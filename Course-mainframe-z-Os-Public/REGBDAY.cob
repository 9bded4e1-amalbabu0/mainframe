      *****************************************************************
      * PROGRAM NAME : REGBDAY
      * DESCRIPTION  : Business-day arithmetic for the seat-offer
      *                deadlines. Function A adds a number of business
      *                days (Monday to Friday) to a YYYYMMDD date and
      *                returns the resulting date; function C counts
      *                the business days after the first date up to
      *                and including the second (zero when the second
      *                is not later). Called by REGSEAT, which stamps
      *                the deadline on every offer it makes, and by
      *                REGOFFR, which expires offers and reports days
      *                remaining - both must count the same way.
      *                Return code 8 for an unknown function or a
      *                date that is not a valid YYYYMMDD.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGBDAY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    INTEGER DAY 1 (1 JANUARY 1601) WAS A MONDAY, SO
      *    MOD(DAY - 1, 7) IS 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
       01 WS-DAY-NO              PIC S9(9) COMP.
       01 WS-END-DAY-NO          PIC S9(9) COMP.
       01 WS-WEEKDAY             PIC S9(4) COMP.
       01 WS-COUNTED             PIC S9(4) COMP.

       LINKAGE SECTION.
       01 LK-BDAY-PARMS.
          05 LK-FUNCTION         PIC X(01).
             88 LK-ADD-DAYS      VALUE "A".
             88 LK-COUNT-DAYS    VALUE "C".
          05 LK-DATE1            PIC 9(8).
          05 LK-DAYS             PIC 9(3).
          05 LK-DATE2            PIC 9(8).
          05 LK-RC               PIC 9(2).

       PROCEDURE DIVISION USING LK-BDAY-PARMS.

       0000-MAIN.
           MOVE 0 TO LK-RC.
           IF LK-DATE1 IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(LK-DATE1) NOT = 0
               MOVE 8 TO LK-RC
               GOBACK
           END-IF.
           COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE(LK-DATE1).

           EVALUATE TRUE
               WHEN LK-ADD-DAYS
                   PERFORM 1000-ADD-DAYS
               WHEN LK-COUNT-DAYS
                   PERFORM 2000-COUNT-DAYS
               WHEN OTHER
                   MOVE 8 TO LK-RC
           END-EVALUATE.
           GOBACK.

       1000-ADD-DAYS.
           MOVE 0 TO WS-COUNTED.
           PERFORM 1100-NEXT-DAY
               UNTIL WS-COUNTED >= LK-DAYS.
           COMPUTE LK-DATE2 = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).

       1000-ADD-DAYS-EXIT.
           EXIT.

       1100-NEXT-DAY.
           ADD 1 TO WS-DAY-NO.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NO - 1, 7).
           IF WS-WEEKDAY < 5
               ADD 1 TO WS-COUNTED
           END-IF.

       1100-NEXT-DAY-EXIT.
           EXIT.

       2000-COUNT-DAYS.
           MOVE 0 TO LK-DAYS.
           IF LK-DATE2 IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(LK-DATE2) NOT = 0
               MOVE 8 TO LK-RC
           ELSE
               COMPUTE WS-END-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(LK-DATE2)
               PERFORM 2100-COUNT-DAY
                   UNTIL WS-DAY-NO >= WS-END-DAY-NO
           END-IF.

       2000-COUNT-DAYS-EXIT.
           EXIT.

       2100-COUNT-DAY.
           ADD 1 TO WS-DAY-NO.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NO - 1, 7).
           IF WS-WEEKDAY < 5
               ADD 1 TO LK-DAYS
           END-IF.

       2100-COUNT-DAY-EXIT.
           EXIT.
