      *                operator's CALCARD, shows the old record
      *                against the new, and rewrites the control
      *                file. A bad card changes nothing and ends
      *                condition code 8. The card carries the
      *                operator's id (cols 32-39); a card without one
      *                is refused, and the id is printed with the new
      *                calendar and kept on the control record, so the
      *                record always shows who set it.
      *****************************************************************

       IDENTIFICATION DIVISION.
            10 CC-STMT-PERIOD   PIC X(7).
            10 FILLER           PIC X(1).
            10 CC-TAX-PERIOD    PIC X(7).
            10 FILLER           PIC X(1).
            10 CC-OPER-ID       PIC X(8).
            10 FILLER           PIC X(41).

       FD CALFILE.
       01 CALFILEREC.
            10 CF-STMT-PERIOD   PIC X(7).
            10 FILLER           PIC X(1).
            10 CF-TAX-PERIOD    PIC X(7).
            10 FILLER           PIC X(1).
            10 CF-OPER-ID       PIC X(8).
            10 FILLER           PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-FS1                  PIC 99.
          05 WN-STMT-PERIOD       PIC X(7).
          05 FILLER               PIC X(1).
          05 WN-TAX-PERIOD        PIC X(7).
          05 FILLER               PIC X(1).
          05 WN-OPER-ID           PIC X(8).
          05 FILLER               PIC X(41).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
                DISPLAY "BAD TAX PERIOD : " WN-TAX-PERIOD
                SET CARD-INVALID TO TRUE
            END-IF.
            IF WN-OPER-ID = SPACES
                DISPLAY "OPERATOR ID REQUIRED"
                SET CARD-INVALID TO TRUE
            END-IF.
            IF CARD-INVALID
                DISPLAY "CALCARD VALIDATION FAILED - CALENDAR"
                        " UNCHANGED"
                        SET FS2-EOF TO TRUE
                    NOT AT END
                        DISPLAY "OLD CALENDAR : " CALFILEREC(1:30)
                                " SET BY " CF-OPER-ID
                END-READ
                CLOSE CALFILE
            ELSE
            MOVE WS-NEW-REC TO CALFILEREC.
            WRITE CALFILEREC.
            CLOSE CALFILE.
            DISPLAY "NEW CALENDAR : " WS-NEW-REC(1:30)
                    " SET BY " WN-OPER-ID.
            DISPLAY "PROCESSING DATE  : " WN-PROC-DATE.
            DISPLAY "HOLIDAY          : " WN-HOLIDAY.
            DISPLAY "MONTH-END        : " WN-MONTH-END.
            DISPLAY "TERM-END         : " WN-TERM-END.
            DISPLAY "STATEMENT PERIOD : " WN-STMT-PERIOD.
            DISPLAY "TAX PERIOD       : " WN-TAX-PERIOD.
            DISPLAY "OPERATOR         : " WN-OPER-ID.
       3000-WRITE-EXIT.
            EXIT.
