      *****************************************************************
      * PROGRAM NAME : CA38G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Online student results inquiry - transaction
      *                MKIQ, mapset CA38M086. Pseudo-conversational
      *                CICS counterpart of the CA31G086 request-card
      *                run, answering from the same CA11G086 OUTFILE
      *                KSDS while the student is at the desk:
      *                  - ENTER with a student ID looks the student
      *                    up; a miss falls back to the CA12G086
      *                    term history (answering with the latest
      *                    term) and then to the CA44G086 archive,
      *                    as CA31G086 does, so NOT FOUND means the
      *                    ID exists nowhere;
      *                  - ENTER with a name prefix finds the first
      *                    student carrying it through the alternate
      *                    index path over O-NEWNAME;
      *                  - PF8 / PF7 browse forward / back by ID, or
      *                    through the names carrying the prefix
      *                    when the last search was by name;
      *                  - PF5 passes the student on screen to the
      *                    CA50G086 correction screen.
      *                The full name and programme are taken from the
      *                CA49G086 student master when it holds the ID.
      *                Nothing is updated here.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA38G086.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
          05 WS-RESP        PIC S9(8) COMP VALUE 0.
          05 WS-RESP-DISP   PIC 9(8).
          05 WS-ERR-FILE    PIC X(8).
          05 WS-LOOKUP-KEY  PIC X(6).
          05 WS-NAME-KEY    PIC X(15).
          05 WS-IN-STID     PIC X(5).
          05 WS-IN-NAME     PIC X(15).
          05 WS-PFX-LEN     PIC 9(2) VALUE 0.
          05 WS-TERM-HITS   PIC 9(3) VALUE 0.
          05 WS-PRINT-NAME  PIC X(30).
          05 WS-PROGRAMME   PIC X(10).
          05 WS-MSG         PIC X(78).

       01 WS-HIST-KEY.
          05 WS-HIST-STID   PIC X(6).
          05 WS-HIST-TERM   PIC X(6).
       01 WS-LAST-HIST      PIC X(80).

       01 WS-SWITCHES.
          05 WS-BROWSE-SW   PIC X(01).
             88 BROWSE-DONE    VALUE "Y".
             88 BROWSE-ACTIVE  VALUE "N".
          05 WS-BR-OPEN-SW  PIC X(01).
             88 BR-OPEN        VALUE "Y".
             88 BR-CLOSED      VALUE "N".
          05 WS-FOUND-SW    PIC X(01).
             88 REC-FOUND      VALUE "Y".
             88 REC-NOT-FOUND  VALUE "N".
      *    WHERE A NAME BROWSE FOUND ITSELF AFTER REPOSITIONING ON
      *    THE STUDENT LAST SHOWN.
          05 WS-POS-SW      PIC X(01).
             88 POS-AT-CURRENT VALUE "A".
             88 POS-PAST       VALUE "P".
             88 POS-END        VALUE "E".

       01 WS-CONSTANTS.
          05 WS-TRANID      PIC X(4) VALUE "MKIQ".
          05 WS-CORR-PGM    PIC X(8) VALUE "CA50G086".
          05 WS-CA-LEN      PIC S9(4) COMP VALUE 40.
          05 WS-XCTL-LEN    PIC S9(4) COMP VALUE 7.
          05 WS-PROMPT-MSG  PIC X(50) VALUE
             "KEY A STUDENT ID OR A NAME PREFIX AND PRESS ENTER".

      *    CONVERSATION STATE CARRIED BETWEEN TASKS. CA-STID AND
      *    CA-NAME ARE THE STUDENT ON SCREEN - THE POINT PF7 / PF8
      *    BROWSE FROM.
       01 WS-COMMAREA.
          05 CA-ENTRY-SW    PIC X(01).
             88 CA-FROM-XCTL   VALUE "X".
          05 CA-STID        PIC X(6).
          05 CA-MODE        PIC X(01).
             88 CA-BY-ID       VALUE "I".
             88 CA-BY-NAME     VALUE "N".
          05 CA-NAME        PIC X(15).
          05 CA-PREFIX      PIC X(15).
          05 CA-PFX-LEN     PIC 9(2).

      *    HANDED TO CA50G086 ON PF5 AND RECEIVED BACK FROM IT ON
      *    ITS PF3 - THE STUDENT TO OPEN THE OTHER SCREEN ON.
       01 WS-XCTL-AREA.
          05 XC-ENTRY-SW    PIC X(01).
          05 XC-STID        PIC X(6).

       01 OUTREC.
          05 O-STID         PIC X(6).
          05 FILLER         PIC X.
          05 O-NEWNAME      PIC X(15).
          05 FILLER         PIC X.
          05 O-SUBJ-MARKS   OCCURS 3 TIMES PIC 99.99.
          05 FILLER         PIC X.
          05 O-PERC         PIC 9(2).
          05 FILLER         PIC X.
          05 O-GRADE        PIC X(01).
          05 FILLER         PIC X.
          05 O-RESULT       PIC X(30).
          05 FILLER         PIC X(6).
          05 O-GRADE-SCHEME PIC X(4).
          05 FILLER         PIC X(6).

       01 HISTREC.
          05 H-KEY.
             10 H-STID      PIC X(6).
             10 H-TERM      PIC X(6).
          05 FILLER         PIC X.
          05 H-SUBJ-MARKS   OCCURS 3 TIMES PIC 99.99.
          05 FILLER         PIC X.
          05 H-PERC         PIC 9(2).
          05 FILLER         PIC X.
          05 H-GRADE        PIC X(01).
          05 FILLER         PIC X(47).

      *    CA44G086 ARCHIVES THE FIRST 80 BYTES OF THE OUTFILE
      *    RECORD AND STAMPS THE ARCHIVING TERM INTO BYTES 75-80.
       01 ARCHREC.
          05 AR-STID        PIC X(6).
          05 FILLER         PIC X.
          05 AR-NEWNAME     PIC X(15).
          05 FILLER         PIC X.
          05 AR-SUBJ-MARKS  OCCURS 3 TIMES PIC 99.99.
          05 FILLER         PIC X.
          05 AR-PERC        PIC 9(2).
          05 FILLER         PIC X.
          05 AR-GRADE       PIC X(01).
          05 FILLER         PIC X.
          05 AR-RESULT      PIC X(30).
          05 AR-TERM        PIC X(6).

      *    STUDENT MASTER, MAINTAINED BY CA49G086.
       01 STUMREC.
          05 SM-STID        PIC X(6).
          05 FILLER         PIC X.
          05 SM-LNAME       PIC X(20).
          05 FILLER         PIC X.
          05 SM-FNAME       PIC X(20).
          05 FILLER         PIC X.
          05 SM-PRINT-NAME  PIC X(30).
          05 FILLER         PIC X.
          05 SM-DOB         PIC X(8).
          05 FILLER         PIC X.
          05 SM-PROGRAMME   PIC X(10).
          05 FILLER         PIC X.
          05 SM-COHORT      PIC X(4).
          05 FILLER         PIC X.
          05 SM-STATUS      PIC X(01).
          05 FILLER         PIC X.
          05 SM-EMAIL       PIC X(40).
          05 FILLER         PIC X.
          05 SM-PHONE       PIC X(15).
          05 FILLER         PIC X.
          05 SM-LAST-UPD    PIC X(8).
          05 FILLER         PIC X(28).

      *    SYMBOLIC MAP FOR MAPSET CA38M086.
       01 CA38MAPI.
          02 FILLER        PIC X(12).
          02 STIDL         COMP PIC S9(4).
          02 STIDF         PIC X.
          02 FILLER REDEFINES STIDF.
             03 STIDA      PIC X.
          02 STIDI         PIC X(5).
          02 NAMEL         COMP PIC S9(4).
          02 NAMEF         PIC X.
          02 FILLER REDEFINES NAMEF.
             03 NAMEA      PIC X.
          02 NAMEI         PIC X(15).
          02 SRCL          COMP PIC S9(4).
          02 SRCF          PIC X.
          02 FILLER REDEFINES SRCF.
             03 SRCA       PIC X.
          02 SRCI          PIC X(8).
          02 OSTIDL        COMP PIC S9(4).
          02 OSTIDF        PIC X.
          02 FILLER REDEFINES OSTIDF.
             03 OSTIDA     PIC X.
          02 OSTIDI        PIC X(6).
          02 ONAMEL        COMP PIC S9(4).
          02 ONAMEF        PIC X.
          02 FILLER REDEFINES ONAMEF.
             03 ONAMEA     PIC X.
          02 ONAMEI        PIC X(30).
          02 PROGL         COMP PIC S9(4).
          02 PROGF         PIC X.
          02 FILLER REDEFINES PROGF.
             03 PROGA      PIC X.
          02 PROGI         PIC X(10).
          02 TERML         COMP PIC S9(4).
          02 TERMF         PIC X.
          02 FILLER REDEFINES TERMF.
             03 TERMA      PIC X.
          02 TERMI         PIC X(6).
          02 MARK1L        COMP PIC S9(4).
          02 MARK1F        PIC X.
          02 FILLER REDEFINES MARK1F.
             03 MARK1A     PIC X.
          02 MARK1I        PIC X(5).
          02 MARK2L        COMP PIC S9(4).
          02 MARK2F        PIC X.
          02 FILLER REDEFINES MARK2F.
             03 MARK2A     PIC X.
          02 MARK2I        PIC X(5).
          02 MARK3L        COMP PIC S9(4).
          02 MARK3F        PIC X.
          02 FILLER REDEFINES MARK3F.
             03 MARK3A     PIC X.
          02 MARK3I        PIC X(5).
          02 PERCL         COMP PIC S9(4).
          02 PERCF         PIC X.
          02 FILLER REDEFINES PERCF.
             03 PERCA      PIC X.
          02 PERCI         PIC X(2).
          02 GRADEL        COMP PIC S9(4).
          02 GRADEF        PIC X.
          02 FILLER REDEFINES GRADEF.
             03 GRADEA     PIC X.
          02 GRADEI        PIC X(1).
          02 SCHML         COMP PIC S9(4).
          02 SCHMF         PIC X.
          02 FILLER REDEFINES SCHMF.
             03 SCHMA      PIC X.
          02 SCHMI         PIC X(4).
          02 RSLTL         COMP PIC S9(4).
          02 RSLTF         PIC X.
          02 FILLER REDEFINES RSLTF.
             03 RSLTA      PIC X.
          02 RSLTI         PIC X(30).
          02 MSGL          COMP PIC S9(4).
          02 MSGF          PIC X.
          02 FILLER REDEFINES MSGF.
             03 MSGA       PIC X.
          02 MSGI          PIC X(78).
       01 CA38MAPO REDEFINES CA38MAPI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 STIDO         PIC X(5).
          02 FILLER        PIC X(3).
          02 NAMEO         PIC X(15).
          02 FILLER        PIC X(3).
          02 SRCO          PIC X(8).
          02 FILLER        PIC X(3).
          02 OSTIDO        PIC X(6).
          02 FILLER        PIC X(3).
          02 ONAMEO        PIC X(30).
          02 FILLER        PIC X(3).
          02 PROGO         PIC X(10).
          02 FILLER        PIC X(3).
          02 TERMO         PIC X(6).
          02 FILLER        PIC X(3).
          02 MARK1O        PIC X(5).
          02 FILLER        PIC X(3).
          02 MARK2O        PIC X(5).
          02 FILLER        PIC X(3).
          02 MARK3O        PIC X(5).
          02 FILLER        PIC X(3).
          02 PERCO         PIC X(2).
          02 FILLER        PIC X(3).
          02 GRADEO        PIC X(1).
          02 FILLER        PIC X(3).
          02 SCHMO         PIC X(4).
          02 FILLER        PIC X(3).
          02 RSLTO         PIC X(30).
          02 FILLER        PIC X(3).
          02 MSGO          PIC X(78).

           COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA       PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-TIME
           ELSE
               MOVE SPACES TO WS-COMMAREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMMAREA
               IF CA-FROM-XCTL
                   PERFORM 1100-FROM-CORRECTION
               ELSE
                   PERFORM 2000-PROCESS-KEY
               END-IF
           END-IF.
           EXEC CICS RETURN
                TRANSID(WS-TRANID)
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-CA-LEN)
           END-EXEC.

       1000-FIRST-TIME.
           MOVE SPACES TO WS-COMMAREA.
           MOVE LOW-VALUES TO CA38MAPO.
           MOVE WS-PROMPT-MSG TO MSGO.
           PERFORM 8000-SEND-MAP.

      *    BACK FROM THE CORRECTION SCREEN - SHOW THE STUDENT AS THE
      *    FILE NOW HOLDS THEM.
       1100-FROM-CORRECTION.
           MOVE SPACE TO CA-ENTRY-SW.
           MOVE LOW-VALUES TO CA38MAPO.
           MOVE CA-STID TO WS-LOOKUP-KEY.
           PERFORM 2110-LOOKUP-ID.
           PERFORM 8000-SEND-MAP.

       2000-PROCESS-KEY.
           EVALUATE EIBAID
               WHEN DFHCLEAR
               WHEN DFHPF3
                   PERFORM 9000-END-SESSION
               WHEN DFHENTER
                   PERFORM 2050-RECEIVE-MAP
                   PERFORM 2100-ENTER
               WHEN DFHPF8
                   MOVE LOW-VALUES TO CA38MAPO
                   PERFORM 2200-FORWARD
               WHEN DFHPF7
                   MOVE LOW-VALUES TO CA38MAPO
                   PERFORM 2300-BACK
               WHEN DFHPF5
                   MOVE LOW-VALUES TO CA38MAPO
                   PERFORM 2400-TO-CORRECTION
               WHEN OTHER
                   MOVE LOW-VALUES TO CA38MAPO
                   PERFORM 2190-REDISPLAY-CURRENT
                   MOVE "KEY NOT IN USE - SEE THE KEYS BELOW" TO MSGO
           END-EVALUATE.
           PERFORM 8000-SEND-MAP.

      *    THE KEYED FIELDS ARE SAVED BEFORE THE OUTPUT MAP, WHICH
      *    SHARES THEIR STORAGE, IS CLEARED. NOTHING KEYED (MAPFAIL)
      *    LEAVES BOTH BLANK.
       2050-RECEIVE-MAP.
           MOVE SPACES TO WS-IN-STID
                          WS-IN-NAME.
           EXEC CICS RECEIVE
                MAP('CA38MAP')
                MAPSET('CA38M086')
                INTO(CA38MAPI)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF STIDL > 0
                   MOVE STIDI TO WS-IN-STID
               END-IF
               IF NAMEL > 0
                   MOVE NAMEI TO WS-IN-NAME
               END-IF
           END-IF.
           MOVE LOW-VALUES TO CA38MAPO.

       2100-ENTER.
           EVALUATE TRUE
               WHEN WS-IN-STID NOT = SPACES
                   IF WS-IN-STID IS NUMERIC
                       MOVE SPACES TO WS-LOOKUP-KEY
                       STRING "S"
                              WS-IN-STID
                          INTO WS-LOOKUP-KEY
                       END-STRING
                       PERFORM 2110-LOOKUP-ID
                   ELSE
                       MOVE "STUDENT ID MUST BE 5 DIGITS" TO MSGO
                   END-IF
               WHEN WS-IN-NAME NOT = SPACES
                   PERFORM 2150-NAME-SEARCH
               WHEN OTHER
                   MOVE WS-PROMPT-MSG TO MSGO
           END-EVALUATE.

      *    THE ID BECOMES THE BROWSE POINT WHETHER OR NOT IT IS ON
      *    THE LIVE FILE, SO PF7 / PF8 STEP FROM WHERE IT WOULD BE.
       2110-LOOKUP-ID.
           SET CA-BY-ID TO TRUE.
           MOVE WS-LOOKUP-KEY TO CA-STID.
           MOVE SPACES TO CA-NAME.
           EXEC CICS READ
                FILE('OUTFILE')
                INTO(OUTREC)
                RIDFLD(WS-LOOKUP-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2500-SHOW-LIVE
               WHEN DFHRESP(NOTFND)
                   PERFORM 2120-HISTORY-LOOKUP
               WHEN OTHER
                   MOVE "OUTFILE" TO WS-ERR-FILE
                   PERFORM 8100-FILE-ERROR
           END-EVALUATE.

      *    NOT ON THE LIVE KSDS - TRY THE TERM HISTORY. THE BROWSE
      *    RUNS THE STUDENT'S TERMS IN KEY ORDER, SO THE LAST ONE
      *    SEEN IS THE LATEST.
       2120-HISTORY-LOOKUP.
           MOVE 0 TO WS-TERM-HITS.
           SET BROWSE-ACTIVE TO TRUE.
           SET BR-CLOSED TO TRUE.
           MOVE WS-LOOKUP-KEY TO WS-HIST-STID.
           MOVE LOW-VALUES TO WS-HIST-TERM.
           EXEC CICS STARTBR
                FILE('HISTFILE')
                RIDFLD(WS-HIST-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BR-OPEN TO TRUE
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-DONE
               PERFORM 2125-HISTORY-NEXT
           END-PERFORM.
           IF BR-OPEN
               EXEC CICS ENDBR
                    FILE('HISTFILE')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF WS-TERM-HITS > 0
               MOVE WS-LAST-HIST TO HISTREC
               PERFORM 2510-SHOW-HISTORY
           ELSE
               PERFORM 2130-ARCHIVE-LOOKUP
           END-IF.

       2125-HISTORY-NEXT.
           EXEC CICS READNEXT
                FILE('HISTFILE')
                INTO(HISTREC)
                RIDFLD(WS-HIST-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND H-STID = WS-LOOKUP-KEY
               ADD 1 TO WS-TERM-HITS
               MOVE HISTREC TO WS-LAST-HIST
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.

      *    NOT ON HISTORY EITHER - THE ARCHIVE IS THE LAST PLACE A
      *    REAL STUDENT CAN BE BEFORE NOT FOUND IS THE TRUTH.
       2130-ARCHIVE-LOOKUP.
           EXEC CICS READ
                FILE('ARCHFILE')
                INTO(ARCHREC)
                RIDFLD(WS-LOOKUP-KEY)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2520-SHOW-ARCHIVE
               WHEN DFHRESP(NOTFND)
                   MOVE WS-LOOKUP-KEY TO OSTIDO
                   MOVE "NOT FOUND ON LIVE, HISTORY OR ARCHIVE"
                     TO MSGO
               WHEN OTHER
                   MOVE "ARCHFILE" TO WS-ERR-FILE
                   PERFORM 8100-FILE-ERROR
           END-EVALUATE.

      *    NAME SEARCH THROUGH THE ALTERNATE INDEX PATH. THE START
      *    POSITIONS AT THE FIRST NAME NOT BELOW THE PREFIX; THE
      *    FIRST RECORD READ ANSWERS ONLY IF IT CARRIES THE PREFIX.
       2150-NAME-SEARCH.
           MOVE WS-IN-NAME TO CA-PREFIX.
           PERFORM VARYING WS-PFX-LEN FROM 15 BY -1
               UNTIL WS-PFX-LEN < 1
                  OR CA-PREFIX(WS-PFX-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-PFX-LEN TO CA-PFX-LEN.
           MOVE SPACES TO WS-NAME-KEY.
           MOVE CA-PREFIX(1:CA-PFX-LEN) TO WS-NAME-KEY.
           SET REC-NOT-FOUND TO TRUE.
           EXEC CICS STARTBR
                FILE('OUTNAME')
                RIDFLD(WS-NAME-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2610-NAME-READNEXT
               PERFORM 2180-CHECK-PREFIX
               EXEC CICS ENDBR
                    FILE('OUTNAME')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF REC-FOUND
               SET CA-BY-NAME TO TRUE
               PERFORM 2500-SHOW-LIVE
           ELSE
               MOVE "NO STUDENT NAME STARTS WITH THAT PREFIX"
                 TO MSGO
           END-IF.

      *    A RECORD READ THROUGH THE PATH COUNTS ONLY WHEN THE READ
      *    WORKED (DUPKEY JUST SAYS MORE OF THE SAME NAME FOLLOW)
      *    AND THE NAME STILL CARRIES THE PREFIX.
       2180-CHECK-PREFIX.
           IF (WS-RESP = DFHRESP(NORMAL)
               OR WS-RESP = DFHRESP(DUPKEY))
              AND O-NEWNAME(1:CA-PFX-LEN) = CA-PREFIX(1:CA-PFX-LEN)
               SET REC-FOUND TO TRUE
           ELSE
               SET REC-NOT-FOUND TO TRUE
           END-IF.

      *    AT THE END OF A BROWSE THE STUDENT ALREADY ON SCREEN IS
      *    SHOWN AGAIN UNDER THE MESSAGE.
       2190-REDISPLAY-CURRENT.
           IF CA-STID NOT = SPACES
               MOVE CA-STID TO WS-LOOKUP-KEY
               EXEC CICS READ
                    FILE('OUTFILE')
                    INTO(OUTREC)
                    RIDFLD(WS-LOOKUP-KEY)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2500-SHOW-LIVE
               ELSE
                   MOVE CA-STID TO OSTIDO
               END-IF
           END-IF.

       2200-FORWARD.
           EVALUATE TRUE
               WHEN CA-BY-ID
                   PERFORM 2210-NEXT-BY-ID
               WHEN CA-BY-NAME
                   PERFORM 2250-NEXT-BY-NAME
               WHEN OTHER
                   MOVE "KEY A STUDENT ID OR A NAME PREFIX FIRST"
                     TO MSGO
           END-EVALUATE.

      *    THE BROWSE STARTS AT THE STUDENT ON SCREEN (OR WHERE THEY
      *    WOULD BE) AND STEPS OVER THEM TO THE NEXT ID.
       2210-NEXT-BY-ID.
           MOVE CA-STID TO WS-LOOKUP-KEY.
           EXEC CICS STARTBR
                FILE('OUTFILE')
                RIDFLD(WS-LOOKUP-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2600-ID-READNEXT
               IF WS-RESP = DFHRESP(NORMAL)
                  AND O-STID = CA-STID
                   PERFORM 2600-ID-READNEXT
               END-IF
               EXEC CICS ENDBR
                    FILE('OUTFILE')
               END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2500-SHOW-LIVE
           ELSE
               PERFORM 2190-REDISPLAY-CURRENT
               MOVE "END OF FILE - NO HIGHER STUDENT ID" TO MSGO
           END-IF.

       2250-NEXT-BY-NAME.
           PERFORM 2260-POSITION-ON-NAME.
           IF POS-AT-CURRENT
               PERFORM 2610-NAME-READNEXT
           END-IF.
           IF POS-END
               SET REC-NOT-FOUND TO TRUE
           ELSE
               PERFORM 2180-CHECK-PREFIX
               EXEC CICS ENDBR
                    FILE('OUTNAME')
               END-EXEC
           END-IF.
           IF REC-FOUND
               PERFORM 2500-SHOW-LIVE
           ELSE
               PERFORM 2190-REDISPLAY-CURRENT
               MOVE "NO FURTHER NAMES CARRY THE PREFIX" TO MSGO
           END-IF.

      *    REPOSITIONS THE PATH BROWSE ON THE STUDENT SHOWN. THE
      *    SAME NAME CAN BELONG TO SEVERAL STUDENTS, SO THE BROWSE
      *    STEPS THROUGH THE NAME UNTIL IT REACHES THE STUDENT (AT
      *    CURRENT) OR GOES BEYOND WHERE THEY WERE (PAST - THEY HAVE
      *    GONE SINCE, AND THE RECORD IN HAND IS ALREADY THE NEXT).
      *    END MEANS NOTHING LIES AT OR BEYOND THE POINT AND THE
      *    BROWSE IS CLOSED.
       2260-POSITION-ON-NAME.
           MOVE CA-NAME TO WS-NAME-KEY.
           SET POS-END TO TRUE.
           SET BROWSE-ACTIVE TO TRUE.
           EXEC CICS STARTBR
                FILE('OUTNAME')
                RIDFLD(WS-NAME-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-DONE
               PERFORM 2265-NAME-STEP
           END-PERFORM.
           IF POS-END
               EXEC CICS ENDBR
                    FILE('OUTNAME')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       2265-NAME-STEP.
           PERFORM 2610-NAME-READNEXT.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                AND WS-RESP NOT = DFHRESP(DUPKEY)
                   SET POS-END TO TRUE
                   SET BROWSE-DONE TO TRUE
               WHEN O-STID = CA-STID
                   SET POS-AT-CURRENT TO TRUE
                   SET BROWSE-DONE TO TRUE
               WHEN O-NEWNAME > CA-NAME
                   SET POS-PAST TO TRUE
                   SET BROWSE-DONE TO TRUE
               WHEN O-STID > CA-STID
                   SET POS-PAST TO TRUE
                   SET BROWSE-DONE TO TRUE
           END-EVALUATE.

       2300-BACK.
           EVALUATE TRUE
               WHEN CA-BY-ID
                   PERFORM 2310-PREV-BY-ID
               WHEN CA-BY-NAME
                   PERFORM 2350-PREV-BY-NAME
               WHEN OTHER
                   MOVE "KEY A STUDENT ID OR A NAME PREFIX FIRST"
                     TO MSGO
           END-EVALUATE.

      *    A READPREV STRAIGHT AFTER A READNEXT RETURNS THE SAME
      *    RECORD, SO THE SECOND READPREV IS THE ONE BEFORE THE
      *    BROWSE POINT. WHEN NOTHING LIES AT OR BEYOND THE POINT
      *    THE BROWSE RESTARTS FROM THE END OF THE FILE INSTEAD.
       2310-PREV-BY-ID.
           MOVE CA-STID TO WS-LOOKUP-KEY.
           EXEC CICS STARTBR
                FILE('OUTFILE')
                RIDFLD(WS-LOOKUP-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2600-ID-READNEXT
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2605-ID-READPREV
                   PERFORM 2605-ID-READPREV
               ELSE
                   EXEC CICS ENDBR
                        FILE('OUTFILE')
                   END-EXEC
                   PERFORM 2320-PREV-FROM-END
               END-IF
           ELSE
               PERFORM 2320-PREV-FROM-END
           END-IF.
           EXEC CICS ENDBR
                FILE('OUTFILE')
                RESP(WS-RESP)
           END-EXEC.
           IF REC-FOUND
               PERFORM 2500-SHOW-LIVE
           ELSE
               PERFORM 2190-REDISPLAY-CURRENT
               MOVE "START OF FILE - NO LOWER STUDENT ID" TO MSGO
           END-IF.

      *    ENDBR TAKES THE RESP OF ITS OWN, SO THE OUTCOME OF THE
      *    LAST READPREV IS HELD IN THE FOUND SWITCH.
       2320-PREV-FROM-END.
           MOVE HIGH-VALUES TO WS-LOOKUP-KEY.
           EXEC CICS STARTBR
                FILE('OUTFILE')
                RIDFLD(WS-LOOKUP-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2605-ID-READPREV
           ELSE
               SET REC-NOT-FOUND TO TRUE
           END-IF.

       2350-PREV-BY-NAME.
           PERFORM 2260-POSITION-ON-NAME.
           IF POS-END
               MOVE HIGH-VALUES TO WS-NAME-KEY
               EXEC CICS STARTBR
                    FILE('OUTNAME')
                    RIDFLD(WS-NAME-KEY)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2615-NAME-READPREV
               END-IF
           ELSE
               PERFORM 2615-NAME-READPREV
               PERFORM 2615-NAME-READPREV
           END-IF.
           PERFORM 2180-CHECK-PREFIX.
           EXEC CICS ENDBR
                FILE('OUTNAME')
                RESP(WS-RESP)
           END-EXEC.
           IF REC-FOUND
               PERFORM 2500-SHOW-LIVE
           ELSE
               PERFORM 2190-REDISPLAY-CURRENT
               MOVE "NO EARLIER NAMES CARRY THE PREFIX" TO MSGO
           END-IF.

      *    ONLY A STUDENT ON THE LIVE FILE CAN BE CORRECTED; THE
      *    CORRECTION PROGRAM CHECKS THAT AGAIN ITSELF.
       2400-TO-CORRECTION.
           IF CA-STID = SPACES
               MOVE "NO STUDENT ON SCREEN TO CORRECT" TO MSGO
           ELSE
               MOVE "X" TO XC-ENTRY-SW
               MOVE CA-STID TO XC-STID
               EXEC CICS XCTL
                    PROGRAM(WS-CORR-PGM)
                    COMMAREA(WS-XCTL-AREA)
                    LENGTH(WS-XCTL-LEN)
                    RESP(WS-RESP)
               END-EXEC
               PERFORM 2190-REDISPLAY-CURRENT
               MOVE "CORRECTION SCREEN NOT AVAILABLE" TO MSGO
           END-IF.

      *    THE MASTER NAME AND PROGRAMME REPLACE THE SQUEEZED FILE
      *    NAME WHEN THE STUDENT IS ON THE MASTER.
       2500-SHOW-LIVE.
           MOVE O-STID TO CA-STID.
           MOVE O-NEWNAME TO CA-NAME.
           MOVE O-STID TO WS-LOOKUP-KEY.
           MOVE O-NEWNAME TO WS-PRINT-NAME.
           PERFORM 2590-GET-MASTER-NAME.
           MOVE "LIVE" TO SRCO.
           MOVE O-STID TO OSTIDO.
           MOVE WS-PRINT-NAME TO ONAMEO.
           MOVE WS-PROGRAMME TO PROGO.
           MOVE O-SUBJ-MARKS(1) TO MARK1O.
           MOVE O-SUBJ-MARKS(2) TO MARK2O.
           MOVE O-SUBJ-MARKS(3) TO MARK3O.
           MOVE O-PERC TO PERCO.
           MOVE O-GRADE TO GRADEO.
           MOVE O-GRADE-SCHEME TO SCHMO.
           MOVE O-RESULT TO RSLTO.

       2510-SHOW-HISTORY.
           MOVE SPACES TO WS-PRINT-NAME.
           PERFORM 2590-GET-MASTER-NAME.
           MOVE "HISTORY" TO SRCO.
           MOVE WS-LOOKUP-KEY TO OSTIDO.
           MOVE WS-PRINT-NAME TO ONAMEO.
           MOVE WS-PROGRAMME TO PROGO.
           MOVE H-TERM TO TERMO.
           MOVE H-SUBJ-MARKS(1) TO MARK1O.
           MOVE H-SUBJ-MARKS(2) TO MARK2O.
           MOVE H-SUBJ-MARKS(3) TO MARK3O.
           MOVE H-PERC TO PERCO.
           MOVE H-GRADE TO GRADEO.
           MOVE "NOT ON THE LIVE FILE - LATEST TERM FROM HISTORY"
             TO MSGO.

      *    THE DESK IS TOLD WHICH TERM THE STUDENT LEFT UNDER, NOT
      *    JUST THAT THEY LEFT.
       2520-SHOW-ARCHIVE.
           MOVE AR-NEWNAME TO WS-PRINT-NAME.
           PERFORM 2590-GET-MASTER-NAME.
           MOVE "ARCHIVED" TO SRCO.
           MOVE AR-STID TO OSTIDO.
           MOVE WS-PRINT-NAME TO ONAMEO.
           MOVE WS-PROGRAMME TO PROGO.
           MOVE AR-TERM TO TERMO.
           MOVE AR-SUBJ-MARKS(1) TO MARK1O.
           MOVE AR-SUBJ-MARKS(2) TO MARK2O.
           MOVE AR-SUBJ-MARKS(3) TO MARK3O.
           MOVE AR-PERC TO PERCO.
           MOVE AR-GRADE TO GRADEO.
           MOVE AR-RESULT TO RSLTO.
           MOVE "NOT ON THE LIVE FILE OR HISTORY - ARCHIVED" TO MSGO.

      *    A MISSING OR CLOSED MASTER ONLY COSTS THE LONG NAME - THE
      *    INQUIRY STILL ANSWERS FROM THE RESULTS FILES.
       2590-GET-MASTER-NAME.
           MOVE SPACES TO WS-PROGRAMME.
           EXEC CICS READ
                FILE('STUDMAST')
                INTO(STUMREC)
                RIDFLD(WS-LOOKUP-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SM-PRINT-NAME TO WS-PRINT-NAME
               MOVE SM-PROGRAMME TO WS-PROGRAMME
           END-IF.

       2600-ID-READNEXT.
           EXEC CICS READNEXT
                FILE('OUTFILE')
                INTO(OUTREC)
                RIDFLD(WS-LOOKUP-KEY)
                RESP(WS-RESP)
           END-EXEC.

       2605-ID-READPREV.
           EXEC CICS READPREV
                FILE('OUTFILE')
                INTO(OUTREC)
                RIDFLD(WS-LOOKUP-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET REC-FOUND TO TRUE
           ELSE
               SET REC-NOT-FOUND TO TRUE
           END-IF.

       2610-NAME-READNEXT.
           EXEC CICS READNEXT
                FILE('OUTNAME')
                INTO(OUTREC)
                RIDFLD(WS-NAME-KEY)
                RESP(WS-RESP)
           END-EXEC.

       2615-NAME-READPREV.
           EXEC CICS READPREV
                FILE('OUTNAME')
                INTO(OUTREC)
                RIDFLD(WS-NAME-KEY)
                RESP(WS-RESP)
           END-EXEC.

       8000-SEND-MAP.
           EXEC CICS SEND
                MAP('CA38MAP')
                MAPSET('CA38M086')
                FROM(CA38MAPO)
                ERASE
           END-EXEC.

       8100-FILE-ERROR.
           MOVE WS-RESP TO WS-RESP-DISP.
           MOVE SPACES TO WS-MSG.
           STRING WS-ERR-FILE
                  " NOT AVAILABLE - RESP "
                  WS-RESP-DISP
                  " - TELL OPERATIONS"
              INTO WS-MSG
           END-STRING.
           MOVE WS-MSG TO MSGO.

       9000-END-SESSION.
           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
