      *****************************************************************
      * PROGRAM NAME : CA23G086
      * DESCRIPTION  : Derives the grade letter and pass/fail flag for
      *                a percentage from the grading scheme in effect
      *                for the term (loaded by the caller from the
      *                GRADREF grading-scheme reference file). The
      *                scheme rows are held best grade first, each
      *                with its lower bound; the first row whose
      *                lower bound the percentage reaches is the
      *                grade. A percentage below every bound takes
      *                the last row. Sibling of CA21G086/CA22G086 -
      *                every program that derives or re-checks a
      *                grade calls this one module, so a change of
      *                grading scale is a GRADREF data change and
      *                never again a change to five programs.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA23G086.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-I           PIC 99.
       01 WS-FOUND-SW    PIC X(01).
          88 GRADE-FOUND     VALUE "Y".
          88 GRADE-NOT-FOUND VALUE "N".

       LINKAGE SECTION.
       01 LK-GRADE-SCHEME.
          05 LK-GS-VERSION  PIC X(4).
          05 LK-GS-COUNT    PIC 99.
          05 LK-GS-ENTRY    OCCURS 10 TIMES.
             10 LK-GS-GRADE PIC X(1).
             10 LK-GS-LOW   PIC 9(2).
             10 LK-GS-PASS  PIC X(1).
       01 LK-PERC        PIC 9(2).
       01 LK-GRADE       PIC X(1).
       01 LK-PASS-FLAG   PIC X(1).

       PROCEDURE DIVISION USING LK-GRADE-SCHEME LK-PERC
                                LK-GRADE LK-PASS-FLAG.

       0000-MAIN.
           SET GRADE-NOT-FOUND TO TRUE.
           MOVE "F" TO LK-GRADE.
           MOVE "F" TO LK-PASS-FLAG.
           PERFORM 1000-MATCH-GRADE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > LK-GS-COUNT
                  OR GRADE-FOUND.
           IF GRADE-NOT-FOUND
              AND LK-GS-COUNT > 0
               MOVE LK-GS-GRADE(LK-GS-COUNT) TO LK-GRADE
               MOVE LK-GS-PASS(LK-GS-COUNT) TO LK-PASS-FLAG
           END-IF.
           GOBACK.

       1000-MATCH-GRADE.
           IF LK-PERC >= LK-GS-LOW(WS-I)
               SET GRADE-FOUND TO TRUE
               MOVE LK-GS-GRADE(WS-I) TO LK-GRADE
               MOVE LK-GS-PASS(WS-I) TO LK-PASS-FLAG
           END-IF.
