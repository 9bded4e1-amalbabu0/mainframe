      *****************************************************************
      * PROGRAM NAME : CA50G086
      * AUTHOR       : ASSESSMENT
      * DESCRIPTION  : Online single-student result correction -
      *                transaction MKCR, mapset CA50M086, reached
      *                directly or by PF5 from the CA38G086 inquiry.
      *                Pseudo-conversational. ENTER with a student ID
      *                fetches the OUTFILE record; the registrar then
      *                overkeys the marks (and, optionally, both
      *                names) and presses ENTER to have them checked
      *                by the rules CA11G086 loads with - student on
      *                the master and not withdrawn, last name
      *                alphabetic, first name present, each mark
      *                numeric and within the SUBJREF maximum. A
      *                correction that passes is shown with its
      *                re-derived percentage and grade (CA22G086 /
      *                CA23G086 under the scheme the record was last
      *                graded with - its O-GRADE-SCHEME, rebuilt from
      *                GRADREF, or the latest GRADREF scheme when the
      *                record carries none) and is only acted on when
      *                PF5 is pressed. The record is re-read for
      *                update first and the correction refused if
      *                anyone has changed it since it was fetched.
      *                A correction that leaves the grade as it was
      *                is applied at once and written to the CA41G086
      *                maintenance journal through the MJNL
      *                extrapartition queue with its before and after
      *                images and a run id of its own (shown on
      *                screen), so CA45G086 backs an online
      *                correction out exactly as it does a batch
      *                run; the registrar's user id is carried in
      *                the journal record's last eight bytes. The
      *                run id is the terminal id and the second of
      *                the apply, so two registrars correcting at
      *                once never share one. A correction that moves
      *                the grade is not applied here: it is queued,
      *                as the CA41G086 CHANGE transaction it amounts
      *                to and with the registrar as the keying
      *                operator, through the MPND extrapartition
      *                queue to the MNTAPPR approval feed, and
      *                CA41G086 applies it once a second operator has
      *                approved it. A student debarred for
      *                attendance is not correctable here. Only users
      *                with update access to the OUTFILE resource may
      *                use the transaction.
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA50G086.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
          05 WS-RESP        PIC S9(8) COMP VALUE 0.
          05 WS-RESP-DISP   PIC 9(8).
          05 WS-CVDA        PIC S9(8) COMP VALUE 0.
          05 WS-RBA         PIC S9(8) COMP VALUE 0.
          05 WS-ERR-FILE    PIC X(8).
          05 WS-USERID      PIC X(8).
          05 WS-LOOKUP-KEY  PIC X(6).
          05 WS-IN-STID     PIC X(5).
          05 WS-IN-LNAME    PIC X(10).
          05 WS-IN-FNAME    PIC X(10).
          05 WS-IN-MARK     OCCURS 3 TIMES PIC X(5).
          05 WS-NAME        PIC X(10).
          05 WS-SUBJ        PIC 9(2).
          05 WS-PERC        PIC 9(2).
          05 WS-PROGRAMME   PIC X(10).
          05 WS-REJ-REASON  PIC X(30).
          05 WS-MSG         PIC X(78).
          05 WS-TERM        PIC X(6) VALUE SPACES.
          05 WS-CHECKED-IMAGE PIC X(90).
          05 WS-REC-SCHEME  PIC X(4).

       01 WS-SWITCHES.
          05 WS-VALID-SW    PIC X(01).
             88 RECORD-VALID    VALUE "Y".
             88 RECORD-INVALID  VALUE "N".
          05 WS-BROWSE-SW   PIC X(01).
             88 BROWSE-DONE     VALUE "Y".
             88 BROWSE-ACTIVE   VALUE "N".
          05 WS-BR-OPEN-SW  PIC X(01).
             88 BR-OPEN         VALUE "Y".
             88 BR-CLOSED       VALUE "N".
          05 WS-JRN-SW      PIC X(01).
             88 JRN-WRITTEN     VALUE "Y".
             88 JRN-FAILED      VALUE "N".
          05 WS-PEND-SW     PIC X(01).
             88 PEND-WRITTEN    VALUE "Y".
             88 PEND-FAILED     VALUE "N".

      *    EACH APPLIED CORRECTION IS A MAINTENANCE RUN OF ITS OWN -
      *    TERMINAL ID + THE SECOND OF THE APPLY (CICS ABSOLUTE TIME)
      *    - SO IT IS THE ID CA45G086 TAKES ON ITS RUNCARD TO BACK
      *    THAT ONE CORRECTION OUT. A TERMINAL RUNS ONE TASK AT A
      *    TIME AND NO TWO TERMINALS SHARE AN ID, SO NO TWO
      *    CORRECTIONS CAN SHARE A RUN ID. A QUEUED GRADE CHANGE
      *    TAKES ITS PENDING REFERENCE THE SAME WAY.
       01 WS-JOURNAL-WORK.
          05 WS-ABSTIME     PIC S9(15) COMP-3.
          05 WS-TODAY       PIC X(8).
          05 WS-RUN-ID.
             10 WS-RUN-ID-TERM PIC X(4).
             10 WS-RUN-ID-SECS PIC 9(10).

      *    THE CA41G086 JOURNAL RECORD. THE LAST EIGHT BYTES CARRY
      *    THE USER ID OF WHOEVER APPLIED THE CHANGE, BATCH OR ONLINE.
       01 JRNREC.
          05 JR-RUN-ID      PIC X(14).
          05 FILLER         PIC X.
          05 JR-SEQ         PIC 9(6).
          05 FILLER         PIC X.
          05 JR-ACTION      PIC X(01).
          05 FILLER         PIC X.
          05 JR-STID        PIC X(6).
          05 FILLER         PIC X.
          05 JR-BEFORE      PIC X(90).
          05 FILLER         PIC X.
          05 JR-AFTER       PIC X(90).
          05 JR-USERID      PIC X(8).

      *    A GRADE-CHANGING CORRECTION, AS THE CA41G086 CHANGE
      *    TRANSACTION CA41G086 APPLIES ONCE MNTAPPR RELEASES IT.
       01 TRANREC.
          05 TR-ACTION      PIC X(01).
          05 FILLER         PIC X.
          05 TR-STID        PIC X(5).
          05 FILLER         PIC X.
          05 TR-FNAME       PIC X(10).
          05 FILLER         PIC X.
          05 TR-LNAME       PIC X(10).
          05 FILLER         PIC X.
          05 TR-SUBJ-MARKS  OCCURS 3 TIMES PIC 99.99.
          05 FILLER         PIC X.
          05 TR-OPER-ID     PIC X(8).
          05 FILLER         PIC X.
          05 TR-APPR-ID     PIC X(8).
          05 FILLER         PIC X(17).

      *    THE MNTAPPR PENDING-QUEUE RECORD, AS CA41G086 WRITES IT.
       01 PENDREC.
          05 PQ-SOURCE      PIC X(8).
          05 FILLER         PIC X.
          05 PQ-REF.
             10 PQ-REF-RUN  PIC X(14).
             10 PQ-REF-SEQ  PIC 9(4).
          05 FILLER         PIC X.
          05 PQ-ENTRY-DATE  PIC X(8).
          05 FILLER         PIC X.
          05 PQ-OPER-ID     PIC X(8).
          05 FILLER         PIC X.
          05 PQ-KEY         PIC X(12).
          05 FILLER         PIC X.
          05 PQ-REASON      PIC X(20).
          05 FILLER         PIC X.
          05 PQ-TRAN        PIC X(80).

       01 WS-CONSTANTS.
          05 WS-TRANID      PIC X(4) VALUE "MKCR".
          05 WS-INQ-PGM     PIC X(8) VALUE "CA38G086".
          05 WS-OUT-FILE    PIC X(8) VALUE "OUTFILE".
          05 WS-JRNL-QUEUE  PIC X(4) VALUE "MJNL".
          05 WS-PEND-QUEUE  PIC X(4) VALUE "MPND".
          05 WS-CA-LEN      PIC S9(4) COMP VALUE 188.
          05 WS-XCTL-LEN    PIC S9(4) COMP VALUE 7.
          05 WS-JRN-LEN     PIC S9(4) COMP VALUE 220.
          05 WS-PEND-LEN    PIC S9(4) COMP VALUE 160.
          05 WS-DEBAR-GRADE PIC X(01) VALUE "X".
          05 WS-NOAUTH-MSG  PIC X(40) VALUE
             "NOT AUTHORISED TO CORRECT RESULTS".
          05 WS-PASS-PERC   PIC 9(2) VALUE 70.
          05 WS-SUBJ-COUNT  PIC 99   VALUE 3.
          05 WS-WEIGHT-TAB.
             10 WS-WEIGHT-1 PIC 999  VALUE 40.
             10 WS-WEIGHT-2 PIC 999  VALUE 30.
             10 WS-WEIGHT-3 PIC 999  VALUE 30.
          05 WS-WEIGHT REDEFINES WS-WEIGHT-TAB
                        OCCURS 3 TIMES PIC 999.

      *    CONVERSATION STATE CARRIED BETWEEN TASKS. CA-BEFORE IS
      *    THE RECORD AS FETCHED AND CA-AFTER THE CORRECTION AS LAST
      *    CHECKED; PF5 APPLIES CA-AFTER ONLY IF THE FILE STILL
      *    HOLDS CA-BEFORE.
       01 WS-COMMAREA.
          05 CA-ENTRY-SW    PIC X(01).
             88 CA-FROM-XCTL   VALUE "X".
          05 CA-STID        PIC X(6).
          05 CA-STATE       PIC X(01).
             88 CA-EMPTY       VALUE " ".
             88 CA-FETCHED     VALUE "F".
             88 CA-CHECKED     VALUE "V".
          05 CA-BEFORE      PIC X(90).
          05 CA-AFTER       PIC X(90).

      *    HANDED TO CA38G086 ON PF3 AND RECEIVED FROM IT ON ITS
      *    PF5 - THE STUDENT TO OPEN THE OTHER SCREEN ON.
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

      *    THE CHECKED CORRECTION, FOR DISPLAY.
       01 NEWREC.
          05 N-STID         PIC X(6).
          05 FILLER         PIC X.
          05 N-NEWNAME      PIC X(15).
          05 FILLER         PIC X.
          05 N-SUBJ-MARKS   OCCURS 3 TIMES PIC 99.99.
          05 FILLER         PIC X.
          05 N-PERC         PIC 9(2).
          05 FILLER         PIC X.
          05 N-GRADE        PIC X(01).
          05 FILLER         PIC X.
          05 N-RESULT       PIC X(30).
          05 FILLER         PIC X(16).

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
             88 SM-ACTIVE      VALUE "A".
             88 SM-WITHDRAWN   VALUE "W".
             88 SM-GRADUATED   VALUE "G".
          05 FILLER         PIC X.
          05 SM-EMAIL       PIC X(40).
          05 FILLER         PIC X.
          05 SM-PHONE       PIC X(15).
          05 FILLER         PIC X.
          05 SM-LAST-UPD    PIC X(8).
          05 FILLER         PIC X(28).

       01 SUBJREFREC.
          05 SB-SUBJ-NO     PIC 9(2).
          05 FILLER         PIC X.
          05 SB-TERM        PIC X(6).
          05 FILLER         PIC X.
          05 SB-CODE        PIC X(6).
          05 FILLER         PIC X.
          05 SB-NAME        PIC X(20).
          05 FILLER         PIC X.
          05 SB-MAX-MARK    PIC 99.99.
          05 FILLER         PIC X(37).

      *    GRADING-SCHEME REFERENCE. ONE ROW PER GRADE LETTER, BEST
      *    GRADE FIRST, GROUPED BY SCHEME VERSION AND THE TERM FROM
      *    WHICH THE SCHEME TAKES EFFECT.
       01 GRADREFREC.
          05 GR-VERSION     PIC X(4).
          05 FILLER         PIC X.
          05 GR-EFF-TERM    PIC X(6).
          05 FILLER         PIC X.
          05 GR-GRADE       PIC X(1).
          05 FILLER         PIC X.
          05 GR-LOW-PERC    PIC 9(2).
          05 FILLER         PIC X.
          05 GR-PASS-FLAG   PIC X(1).
             88 GR-PASS        VALUE "P".
             88 GR-FAIL        VALUE "F".
          05 FILLER         PIC X(62).

       01 WS-MARKS-TAB.
          05 WS-MARKS       OCCURS 3 TIMES PIC 99.99.

       01 WS-MARK-VAL       PIC 9(2)V9(2).
       01 WS-MAX-VAL        PIC 9(2)V9(2).

      *    SUBJECT REFERENCE MASTER, READ EACH TASK - THE SAME NAMES
      *    AND MAXIMA CA11G086 VALIDATES AND COMPUTES WITH, SO AN
      *    ONLINE CORRECTION IS JUDGED BY THE SAME RULES AS THE
      *    LOAD. DEFAULTS (SUBJECT N, 50.00) APPLY WHEN THE FILE IS
      *    NOT AVAILABLE.
       01 WS-SUBJ-NAMES.
          05 WS-SUBJ-NAME   OCCURS 3 TIMES PIC X(20).
       01 WS-SUBJ-MAX-TAB.
          05 WS-SUBJ-MAX    OCCURS 3 TIMES PIC 99.99.

      *    GRADING SCHEME PASSED TO CA23G086 - THE ONE THE RECORD
      *    BEING CORRECTED WAS GRADED WITH. WHEN IT CARRIES NONE, THE
      *    LATEST ON GRADREF, OR THE BUILT-IN SCHEME WHEN THE FILE IS
      *    NOT AVAILABLE.
       01 WS-GRADE-SCHEME.
          05 WS-GS-VERSION  PIC X(4).
          05 WS-GS-COUNT    PIC 99.
          05 WS-GS-ENTRY    OCCURS 10 TIMES.
             10 WS-GS-GRADE PIC X(1).
             10 WS-GS-LOW   PIC 9(2).
             10 WS-GS-PASS  PIC X(1).
       01 WS-GS-WORK.
          05 WS-GS-EFF-TERM PIC X(6).
          05 WS-GS-MAX      PIC 99   VALUE 10.
          05 WS-GS-SW       PIC X(01).
             88 GS-FROM-FILE    VALUE "Y".
             88 GS-BUILT-IN     VALUE "N".
          05 WS-PASS-FLAG   PIC X(01).
             88 GRADE-PASSED    VALUE "P".

      *    THE LATEST SCHEME AS LOADED, KEPT WHILE A CORRECTION IS
      *    REGRADED UNDER ITS RECORD'S OWN SCHEME.
       01 WS-RUN-SCHEME.
          05 WS-RS-VERSION  PIC X(4).
          05 FILLER         PIC X(42).

      *    EVERY VALID GRADREF ROW, WHATEVER ITS TERM, SO ANY
      *    SCHEME A RECORD WAS GRADED WITH CAN BE REBUILT.
       01 WS-GS-LIBRARY.
          05 WS-GL-COUNT    PIC 9(3) VALUE 0.
          05 WS-GL-MAX      PIC 9(3) VALUE 200.
          05 WS-GL-IX       PIC 9(3).
          05 WS-GL-ENTRY    OCCURS 200 TIMES.
             10 WS-GL-VERSION  PIC X(4).
             10 WS-GL-EFF-TERM PIC X(6).
             10 WS-GL-GRADE    PIC X(1).
             10 WS-GL-LOW      PIC 9(2).
             10 WS-GL-PASS     PIC X(1).

      *    SYMBOLIC MAP FOR MAPSET CA50M086 - THE THREE SUBJECT
      *    LINES ARE HELD AS A TABLE.
       01 CA50MAPI.
          02 FILLER        PIC X(12).
          02 STIDL         COMP PIC S9(4).
          02 STIDF         PIC X.
          02 FILLER REDEFINES STIDF.
             03 STIDA      PIC X.
          02 STIDI         PIC X(5).
          02 CURNML        COMP PIC S9(4).
          02 CURNMF        PIC X.
          02 FILLER REDEFINES CURNMF.
             03 CURNMA     PIC X.
          02 CURNMI        PIC X(15).
          02 PROGL         COMP PIC S9(4).
          02 PROGF         PIC X.
          02 FILLER REDEFINES PROGF.
             03 PROGA      PIC X.
          02 PROGI         PIC X(10).
          02 LNAMEL        COMP PIC S9(4).
          02 LNAMEF        PIC X.
          02 FILLER REDEFINES LNAMEF.
             03 LNAMEA     PIC X.
          02 LNAMEI        PIC X(10).
          02 FNAMEL        COMP PIC S9(4).
          02 FNAMEF        PIC X.
          02 FILLER REDEFINES FNAMEF.
             03 FNAMEA     PIC X.
          02 FNAMEI        PIC X(10).
          02 SUBJI OCCURS 3 TIMES.
             03 SNAML         COMP PIC S9(4).
             03 SNAMF         PIC X.
             03 FILLER REDEFINES SNAMF.
                04 SNAMA      PIC X.
             03 SNAMI         PIC X(20).
             03 CURL          COMP PIC S9(4).
             03 CURF          PIC X.
             03 FILLER REDEFINES CURF.
                04 CURA       PIC X.
             03 CURI          PIC X(5).
             03 NEWL          COMP PIC S9(4).
             03 NEWF          PIC X.
             03 FILLER REDEFINES NEWF.
                04 NEWA       PIC X.
             03 NEWI          PIC X(5).
          02 CPERCL        COMP PIC S9(4).
          02 CPERCF        PIC X.
          02 FILLER REDEFINES CPERCF.
             03 CPERCA     PIC X.
          02 CPERCI        PIC X(2).
          02 CGRADL        COMP PIC S9(4).
          02 CGRADF        PIC X.
          02 FILLER REDEFINES CGRADF.
             03 CGRADA     PIC X.
          02 CGRADI        PIC X(1).
          02 CRSLTL        COMP PIC S9(4).
          02 CRSLTF        PIC X.
          02 FILLER REDEFINES CRSLTF.
             03 CRSLTA     PIC X.
          02 CRSLTI        PIC X(30).
          02 NPERCL        COMP PIC S9(4).
          02 NPERCF        PIC X.
          02 FILLER REDEFINES NPERCF.
             03 NPERCA     PIC X.
          02 NPERCI        PIC X(2).
          02 NGRADL        COMP PIC S9(4).
          02 NGRADF        PIC X.
          02 FILLER REDEFINES NGRADF.
             03 NGRADA     PIC X.
          02 NGRADI        PIC X(1).
          02 NRSLTL        COMP PIC S9(4).
          02 NRSLTF        PIC X.
          02 FILLER REDEFINES NRSLTF.
             03 NRSLTA     PIC X.
          02 NRSLTI        PIC X(30).
          02 RUNIDL        COMP PIC S9(4).
          02 RUNIDF        PIC X.
          02 FILLER REDEFINES RUNIDF.
             03 RUNIDA     PIC X.
          02 RUNIDI        PIC X(14).
          02 MSGL          COMP PIC S9(4).
          02 MSGF          PIC X.
          02 FILLER REDEFINES MSGF.
             03 MSGA       PIC X.
          02 MSGI          PIC X(78).
       01 CA50MAPO REDEFINES CA50MAPI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 STIDO         PIC X(5).
          02 FILLER        PIC X(3).
          02 CURNMO        PIC X(15).
          02 FILLER        PIC X(3).
          02 PROGO         PIC X(10).
          02 FILLER        PIC X(3).
          02 LNAMEO        PIC X(10).
          02 FILLER        PIC X(3).
          02 FNAMEO        PIC X(10).
          02 SUBJO OCCURS 3 TIMES.
             03 FILLER        PIC X(3).
             03 SNAMO         PIC X(20).
             03 FILLER        PIC X(3).
             03 CURO          PIC X(5).
             03 FILLER        PIC X(3).
             03 NEWO          PIC X(5).
          02 FILLER        PIC X(3).
          02 CPERCO        PIC X(2).
          02 FILLER        PIC X(3).
          02 CGRADO        PIC X(1).
          02 FILLER        PIC X(3).
          02 CRSLTO        PIC X(30).
          02 FILLER        PIC X(3).
          02 NPERCO        PIC X(2).
          02 FILLER        PIC X(3).
          02 NGRADO        PIC X(1).
          02 FILLER        PIC X(3).
          02 NRSLTO        PIC X(30).
          02 FILLER        PIC X(3).
          02 RUNIDO        PIC X(14).
          02 FILLER        PIC X(3).
          02 MSGO          PIC X(78).

           COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA       PIC X(188).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INIT.
           IF EIBCALEN = 0
               PERFORM 1100-FIRST-TIME
           ELSE
               MOVE SPACES TO WS-COMMAREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMMAREA
               IF CA-FROM-XCTL
                   PERFORM 1200-FROM-INQUIRY
               ELSE
                   PERFORM 2000-PROCESS-KEY
               END-IF
           END-IF.
           EXEC CICS RETURN
                TRANSID(WS-TRANID)
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-CA-LEN)
           END-EXEC.

      *    TRANSACTION SECURITY DECIDES WHO REACHES THE SCREEN; THE
      *    CHECK HERE MAKES SURE THEY MAY ALSO UPDATE THE RESULTS
      *    FILE BEFORE ANYTHING IS SHOWN.
       1000-INIT.
           EXEC CICS ASSIGN
                USERID(WS-USERID)
           END-EXEC.
           EXEC CICS QUERY SECURITY
                RESTYPE('FILE')
                RESID(WS-OUT-FILE)
                UPDATE(WS-CVDA)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-CVDA NOT = DFHVALUE(UPDATABLE)
               PERFORM 9100-NOT-AUTHORISED
           END-IF.
           PERFORM 1300-LOAD-SUBJREF.
           PERFORM 1400-LOAD-GRADREF.

       1100-FIRST-TIME.
           MOVE SPACES TO WS-COMMAREA.
           MOVE LOW-VALUES TO CA50MAPO.
           PERFORM 2805-SHOW-SUBJECT-NAME
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           MOVE "KEY THE STUDENT ID AND PRESS ENTER" TO MSGO.
           PERFORM 8000-SEND-MAP.

       1200-FROM-INQUIRY.
           MOVE SPACE TO CA-ENTRY-SW.
           MOVE LOW-VALUES TO CA50MAPO.
           MOVE CA-STID(2:5) TO WS-IN-STID.
           PERFORM 2100-FETCH.
           PERFORM 8000-SEND-MAP.

       1300-LOAD-SUBJREF.
           PERFORM 1310-DEFAULT-SUBJECT
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           MOVE 0 TO WS-RBA.
           SET BROWSE-ACTIVE TO TRUE.
           SET BR-CLOSED TO TRUE.
           EXEC CICS STARTBR
                FILE('SUBJREF')
                RIDFLD(WS-RBA)
                RBA
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BR-OPEN TO TRUE
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-DONE
               PERFORM 1320-SUBJREF-NEXT
           END-PERFORM.
           IF BR-OPEN
               EXEC CICS ENDBR
                    FILE('SUBJREF')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       1310-DEFAULT-SUBJECT.
           MOVE SPACES TO WS-SUBJ-NAME(WS-SUBJ).
           STRING "SUBJECT " WS-SUBJ
              INTO WS-SUBJ-NAME(WS-SUBJ)
           END-STRING.
           MOVE 50 TO WS-SUBJ-MAX(WS-SUBJ).

       1320-SUBJREF-NEXT.
           EXEC CICS READNEXT
                FILE('SUBJREF')
                INTO(SUBJREFREC)
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1330-STORE-SUBJECT
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.

       1330-STORE-SUBJECT.
           IF SB-SUBJ-NO IS NUMERIC
              AND SB-SUBJ-NO >= 1
              AND SB-SUBJ-NO <= WS-SUBJ-COUNT
               MOVE SB-NAME TO WS-SUBJ-NAME(SB-SUBJ-NO)
               IF SB-MAX-MARK(1:2) IS NUMERIC
                  AND SB-MAX-MARK(4:2) IS NUMERIC
                   MOVE SB-MAX-MARK TO WS-SUBJ-MAX(SB-SUBJ-NO)
               END-IF
           END-IF.

       1400-LOAD-GRADREF.
           PERFORM 1410-DEFAULT-SCHEME.
           SET GS-BUILT-IN TO TRUE.
           MOVE SPACES TO WS-GS-EFF-TERM.
           MOVE 0 TO WS-RBA.
           SET BROWSE-ACTIVE TO TRUE.
           SET BR-CLOSED TO TRUE.
           EXEC CICS STARTBR
                FILE('GRADREF')
                RIDFLD(WS-RBA)
                RBA
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BR-OPEN TO TRUE
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-DONE
               PERFORM 1420-GRADREF-NEXT
           END-PERFORM.
           IF BR-OPEN
               EXEC CICS ENDBR
                    FILE('GRADREF')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           MOVE WS-GRADE-SCHEME TO WS-RUN-SCHEME.

      *    THE BUILT-IN SCHEME REPRODUCES THE CUT-OFFS THE SUITE
      *    USED BEFORE GRADREF EXISTED, WITH C STARTING AT THE
      *    PASS MARK.
       1410-DEFAULT-SCHEME.
           MOVE "DFLT" TO WS-GS-VERSION.
           MOVE 5 TO WS-GS-COUNT.
           MOVE "A"  TO WS-GS-GRADE(1).
           MOVE 90   TO WS-GS-LOW(1).
           MOVE "P"  TO WS-GS-PASS(1).
           MOVE "B"  TO WS-GS-GRADE(2).
           MOVE 80   TO WS-GS-LOW(2).
           MOVE "P"  TO WS-GS-PASS(2).
           MOVE "C"  TO WS-GS-GRADE(3).
           MOVE WS-PASS-PERC TO WS-GS-LOW(3).
           MOVE "P"  TO WS-GS-PASS(3).
           MOVE "D"  TO WS-GS-GRADE(4).
           MOVE 60   TO WS-GS-LOW(4).
           MOVE "F"  TO WS-GS-PASS(4).
           MOVE "F"  TO WS-GS-GRADE(5).
           MOVE 0    TO WS-GS-LOW(5).
           MOVE "F"  TO WS-GS-PASS(5).

       1420-GRADREF-NEXT.
           EXEC CICS READNEXT
                FILE('GRADREF')
                INTO(GRADREFREC)
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1430-STORE-GRADE
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.

      *    A ROW FROM A LATER EFFECTIVE TERM STARTS THE TABLE AGAIN;
      *    ROWS OF THE SCHEME ALREADY HELD ARE ADDED IN FILE ORDER.
      *    BAD ROWS AND ROWS OF A SECOND VERSION FOR THE SAME
      *    EFFECTIVE TERM ARE SKIPPED, AS IN CA41G086. EVERY GOOD
      *    ROW ALSO GOES TO THE LIBRARY.
       1430-STORE-GRADE.
           IF GR-EFF-TERM = SPACES
              OR GR-VERSION = SPACES
              OR GR-GRADE = SPACE
              OR GR-LOW-PERC IS NOT NUMERIC
              OR (NOT GR-PASS AND NOT GR-FAIL)
               CONTINUE
           ELSE
               PERFORM 1435-STORE-LIBRARY
               IF WS-TERM = SPACES
                  OR GR-EFF-TERM NOT > WS-TERM
                   IF GS-BUILT-IN
                      OR GR-EFF-TERM > WS-GS-EFF-TERM
                       SET GS-FROM-FILE TO TRUE
                       MOVE GR-EFF-TERM TO WS-GS-EFF-TERM
                       MOVE GR-VERSION TO WS-GS-VERSION
                       MOVE 0 TO WS-GS-COUNT
                   END-IF
                   IF GR-EFF-TERM = WS-GS-EFF-TERM
                      AND GR-VERSION = WS-GS-VERSION
                      AND WS-GS-COUNT < WS-GS-MAX
                       ADD 1 TO WS-GS-COUNT
                       MOVE GR-GRADE TO WS-GS-GRADE(WS-GS-COUNT)
                       MOVE GR-LOW-PERC TO WS-GS-LOW(WS-GS-COUNT)
                       MOVE GR-PASS-FLAG TO WS-GS-PASS(WS-GS-COUNT)
                   END-IF
               END-IF
           END-IF.

       1435-STORE-LIBRARY.
           IF WS-GL-COUNT < WS-GL-MAX
               ADD 1 TO WS-GL-COUNT
               MOVE GR-VERSION TO WS-GL-VERSION(WS-GL-COUNT)
               MOVE GR-EFF-TERM TO WS-GL-EFF-TERM(WS-GL-COUNT)
               MOVE GR-GRADE TO WS-GL-GRADE(WS-GL-COUNT)
               MOVE GR-LOW-PERC TO WS-GL-LOW(WS-GL-COUNT)
               MOVE GR-PASS-FLAG TO WS-GL-PASS(WS-GL-COUNT)
           END-IF.

       2000-PROCESS-KEY.
           EVALUATE EIBAID
               WHEN DFHCLEAR
                   PERFORM 9000-END-SESSION
               WHEN DFHPF3
                   PERFORM 2400-TO-INQUIRY
               WHEN DFHENTER
                   PERFORM 2050-RECEIVE-MAP
                   PERFORM 2060-ENTER
               WHEN DFHPF5
                   PERFORM 2050-RECEIVE-MAP
                   PERFORM 2300-APPLY
               WHEN OTHER
                   MOVE LOW-VALUES TO CA50MAPO
                   PERFORM 2800-REDISPLAY
                   MOVE "KEY NOT IN USE - SEE THE KEYS BELOW" TO MSGO
           END-EVALUATE.
           PERFORM 8000-SEND-MAP.

      *    THE KEYED FIELDS ARE SAVED BEFORE THE OUTPUT MAP, WHICH
      *    SHARES THEIR STORAGE, IS CLEARED. NOTHING KEYED (MAPFAIL)
      *    LEAVES THEM ALL BLANK.
       2050-RECEIVE-MAP.
           MOVE SPACES TO WS-IN-STID
                          WS-IN-LNAME
                          WS-IN-FNAME.
           PERFORM 2055-CLEAR-IN-MARK
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           EXEC CICS RECEIVE
                MAP('CA50MAP')
                MAPSET('CA50M086')
                INTO(CA50MAPI)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF STIDL > 0
                   MOVE STIDI TO WS-IN-STID
               END-IF
               IF LNAMEL > 0
                   MOVE LNAMEI TO WS-IN-LNAME
               END-IF
               IF FNAMEL > 0
                   MOVE FNAMEI TO WS-IN-FNAME
               END-IF
               PERFORM 2056-SAVE-IN-MARK
                   VARYING WS-SUBJ FROM 1 BY 1
                   UNTIL WS-SUBJ > WS-SUBJ-COUNT
           END-IF.
           MOVE LOW-VALUES TO CA50MAPO.

       2055-CLEAR-IN-MARK.
           MOVE SPACES TO WS-IN-MARK(WS-SUBJ).

       2056-SAVE-IN-MARK.
           IF NEWL(WS-SUBJ) > 0
               MOVE NEWI(WS-SUBJ) TO WS-IN-MARK(WS-SUBJ)
           END-IF.

      *    A NEW STUDENT ID (OR NONE FETCHED YET) MEANS FETCH;
      *    OTHERWISE THE KEYED CORRECTION IS CHECKED.
       2060-ENTER.
           MOVE SPACES TO WS-LOOKUP-KEY.
           STRING "S"
                  WS-IN-STID
              INTO WS-LOOKUP-KEY
           END-STRING.
           EVALUATE TRUE
               WHEN WS-IN-STID = SPACES
                   MOVE SPACES TO WS-COMMAREA
                   PERFORM 2805-SHOW-SUBJECT-NAME
                       VARYING WS-SUBJ FROM 1 BY 1
                       UNTIL WS-SUBJ > WS-SUBJ-COUNT
                   MOVE "KEY THE STUDENT ID AND PRESS ENTER" TO MSGO
               WHEN CA-EMPTY
               WHEN WS-LOOKUP-KEY NOT = CA-STID
                   PERFORM 2100-FETCH
               WHEN OTHER
                   PERFORM 2200-CHECK
           END-EVALUATE.

       2100-FETCH.
           MOVE SPACES TO CA-STID
                          CA-BEFORE
                          CA-AFTER.
           SET CA-EMPTY TO TRUE.
           IF WS-IN-STID IS NOT NUMERIC
               MOVE WS-IN-STID TO STIDO
               PERFORM 2805-SHOW-SUBJECT-NAME
                   VARYING WS-SUBJ FROM 1 BY 1
                   UNTIL WS-SUBJ > WS-SUBJ-COUNT
               MOVE "STUDENT ID MUST BE 5 DIGITS" TO MSGO
           ELSE
               MOVE SPACES TO WS-LOOKUP-KEY
               STRING "S"
                      WS-IN-STID
                  INTO WS-LOOKUP-KEY
               END-STRING
               EXEC CICS READ
                    FILE('OUTFILE')
                    INTO(OUTREC)
                    RIDFLD(WS-LOOKUP-KEY)
                    RESP(WS-RESP)
               END-EXEC
               PERFORM 2110-FETCHED
           END-IF.

       2110-FETCHED.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE O-STID TO CA-STID
                   MOVE OUTREC TO CA-BEFORE
                   PERFORM 2810-SHOW-CURRENT
                   IF O-GRADE = WS-DEBAR-GRADE
                       MOVE "STUDENT IS DEBARRED FOR ATTENDANCE - NO"
                         & " MARKS TO CORRECT" TO MSGO
                   ELSE
                       SET CA-FETCHED TO TRUE
                       PERFORM 2815-PREFILL-NEW
                           VARYING WS-SUBJ FROM 1 BY 1
                           UNTIL WS-SUBJ > WS-SUBJ-COUNT
                       MOVE "OVERKEY THE MARKS TO CORRECT AND PRESS"
                         & " ENTER TO CHECK" TO MSGO
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE WS-IN-STID TO STIDO
                   PERFORM 2805-SHOW-SUBJECT-NAME
                       VARYING WS-SUBJ FROM 1 BY 1
                       UNTIL WS-SUBJ > WS-SUBJ-COUNT
                   MOVE "STUDENT NOT ON THE LIVE RESULTS FILE" TO MSGO
               WHEN OTHER
                   MOVE WS-IN-STID TO STIDO
                   MOVE "OUTFILE" TO WS-ERR-FILE
                   PERFORM 8100-FILE-ERROR
           END-EVALUATE.

      *    THE CA11G086 RULES, IN THE ORDER CA11G086 APPLIES THEM;
      *    THE FIRST FAILURE IS THE REASON SHOWN.
       2200-CHECK.
           MOVE CA-BEFORE TO OUTREC.
           PERFORM 2810-SHOW-CURRENT.
           PERFORM 2820-SHOW-KEYED.
           SET CA-FETCHED TO TRUE.
           MOVE SPACES TO CA-AFTER.
           SET RECORD-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-REASON.
           PERFORM 2210-CHECK-MASTER.
           IF RECORD-VALID
              AND (WS-IN-LNAME NOT = SPACES
                   OR WS-IN-FNAME NOT = SPACES)
               PERFORM 2220-CHECK-NAMES
           END-IF.
           IF RECORD-VALID
               PERFORM 2230-CHECK-MARKS
                   VARYING WS-SUBJ FROM 1 BY 1
                   UNTIL WS-SUBJ > WS-SUBJ-COUNT
                      OR RECORD-INVALID
           END-IF.
           IF RECORD-VALID
               PERFORM 2240-SELECT-SCHEME
           END-IF.
           IF RECORD-VALID
               PERFORM 2250-BUILD-AFTER
               IF OUTREC = CA-BEFORE
                   MOVE "NOTHING CHANGED - OVERKEY A MARK OR THE NAMES"
                     TO MSGO
               ELSE
                   MOVE OUTREC TO CA-AFTER
                   SET CA-CHECKED TO TRUE
                   PERFORM 2830-SHOW-CORRECTED
                   IF N-GRADE = CGRADO
                       MOVE "CHECK THE CORRECTED RESULT - PF5 APPLIES"
                         & " IT" TO MSGO
                   ELSE
                       MOVE "CHECK THE CORRECTED RESULT - THE GRADE"
                         & " MOVES, SO PF5 QUEUES IT FOR APPROVAL"
                         TO MSGO
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-MSG
               STRING "CORRECTION REJECTED - "
                      WS-REJ-REASON
                  INTO WS-MSG
               END-STRING
               MOVE WS-MSG TO MSGO
           END-IF.

      *    THE ID MUST STILL BE ON THE MASTER, AND NOT WITHDRAWN.
       2210-CHECK-MASTER.
           EXEC CICS READ
                FILE('STUDMAST')
                INTO(STUMREC)
                RIDFLD(CA-STID)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF SM-WITHDRAWN
                       SET RECORD-INVALID TO TRUE
                       MOVE "STUDENT WITHDRAWN" TO WS-REJ-REASON
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET RECORD-INVALID TO TRUE
                   MOVE "STUDENT NOT ON MASTER" TO WS-REJ-REASON
               WHEN OTHER
                   SET RECORD-INVALID TO TRUE
                   MOVE "STUDENT MASTER NOT AVAILABLE" TO WS-REJ-REASON
           END-EVALUATE.

      *    A NAME CORRECTION NEEDS BOTH NAMES - O-NEWNAME IS BUILT
      *    FROM THE TWO TOGETHER.
       2220-CHECK-NAMES.
           IF WS-IN-LNAME = SPACES
              OR WS-IN-FNAME = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE "KEY BOTH NAMES OR NEITHER" TO WS-REJ-REASON
           END-IF.
           IF RECORD-VALID
              AND WS-IN-LNAME IS NOT ALPHABETIC
               SET RECORD-INVALID TO TRUE
               MOVE "BAD LNAME" TO WS-REJ-REASON
           END-IF.

       2230-CHECK-MARKS.
           IF WS-IN-MARK(WS-SUBJ)(1:2) IS NOT NUMERIC
              OR WS-IN-MARK(WS-SUBJ)(4:2) IS NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               STRING "BAD MARKS " WS-SUBJ-NAME(WS-SUBJ)
                  INTO WS-REJ-REASON
               END-STRING
           ELSE
               MOVE WS-IN-MARK(WS-SUBJ)(1:2) TO WS-MARK-VAL(1:2)
               MOVE WS-IN-MARK(WS-SUBJ)(4:2) TO WS-MARK-VAL(3:2)
               MOVE WS-SUBJ-MAX(WS-SUBJ)(1:2) TO WS-MAX-VAL(1:2)
               MOVE WS-SUBJ-MAX(WS-SUBJ)(4:2) TO WS-MAX-VAL(3:2)
               IF WS-MARK-VAL > WS-MAX-VAL
                   SET RECORD-INVALID TO TRUE
                   STRING "MARKS RANGE " WS-SUBJ-NAME(WS-SUBJ)
                      INTO WS-REJ-REASON
                   END-STRING
               END-IF
           END-IF.

      *    THE CORRECTION IS LAID OVER THE FETCHED RECORD, AND
      *    PERCENTAGE, GRADE, RESULT AND SCHEME STAMP RE-DERIVED AS
      *    CA41G086 DOES FOR A CHANGE.
       2250-BUILD-AFTER.
           MOVE CA-BEFORE TO OUTREC.
           IF WS-IN-LNAME NOT = SPACES
               MOVE WS-IN-FNAME TO WS-NAME
               INSPECT WS-NAME
                   REPLACING ALL "@"
                             BY SPACE
                             ALL "$"
                             BY SPACE
                             ALL "%"
                             BY SPACE
                             ALL "&"
                             BY SPACE
               MOVE WS-IN-LNAME TO O-NEWNAME
               STRING O-NEWNAME(1:1)
                      "."
                      WS-NAME
                  INTO O-NEWNAME
               END-STRING
           END-IF.

           PERFORM 2255-MOVE-SUBJ-MARKS
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

           CALL "CA22G086"
               USING WS-MARKS-TAB WS-WEIGHT-TAB WS-SUBJ-MAX-TAB
                     WS-SUBJ-COUNT WS-PERC.

           MOVE WS-PERC TO O-PERC.

           CALL "CA23G086"
               USING WS-GRADE-SCHEME WS-PERC O-GRADE WS-PASS-FLAG.

           IF GRADE-PASSED
               MOVE "CONGRATULATIONS!!!"
                   TO O-RESULT
           ELSE
               MOVE "BETTER LUCK NEXT TIME!!!"
                   TO O-RESULT
           END-IF.
           MOVE WS-GS-VERSION TO O-GRADE-SCHEME.

      *    THE SCHEME THE RECORD WAS LAST GRADED WITH: NONE
      *    RECORDED TAKES THE LATEST, DFLT THE BUILT-IN ONE, ANY
      *    OTHER VERSION IS REBUILT FROM ITS GRADREF ROWS (THE FIRST
      *    EFFECTIVE TERM FILED UNDER THAT VERSION), AS CA41G086
      *    DOES FOR A CHANGE.
       2240-SELECT-SCHEME.
           MOVE O-GRADE-SCHEME TO WS-REC-SCHEME.
           EVALUATE TRUE
               WHEN WS-REC-SCHEME = SPACES
               WHEN WS-REC-SCHEME = WS-RS-VERSION
                   MOVE WS-RUN-SCHEME TO WS-GRADE-SCHEME
               WHEN WS-REC-SCHEME = "DFLT"
                   PERFORM 1410-DEFAULT-SCHEME
               WHEN OTHER
                   MOVE WS-REC-SCHEME TO WS-GS-VERSION
                   MOVE 0 TO WS-GS-COUNT
                   MOVE SPACES TO WS-GS-EFF-TERM
                   PERFORM 2245-PICK-LIBRARY-ROW
                       VARYING WS-GL-IX FROM 1 BY 1
                       UNTIL WS-GL-IX > WS-GL-COUNT
                   IF WS-GS-COUNT = 0
                       SET RECORD-INVALID TO TRUE
                       STRING "SCHEME " WS-REC-SCHEME
                              " NOT ON GRADREF"
                          INTO WS-REJ-REASON
                       END-STRING
                   END-IF
           END-EVALUATE.

       2245-PICK-LIBRARY-ROW.
           IF WS-GL-VERSION(WS-GL-IX) = WS-REC-SCHEME
               IF WS-GS-EFF-TERM = SPACES
                   MOVE WS-GL-EFF-TERM(WS-GL-IX) TO WS-GS-EFF-TERM
               END-IF
               IF WS-GL-EFF-TERM(WS-GL-IX) = WS-GS-EFF-TERM
                  AND WS-GS-COUNT < WS-GS-MAX
                   ADD 1 TO WS-GS-COUNT
                   MOVE WS-GL-GRADE(WS-GL-IX)
                       TO WS-GS-GRADE(WS-GS-COUNT)
                   MOVE WS-GL-LOW(WS-GL-IX) TO WS-GS-LOW(WS-GS-COUNT)
                   MOVE WS-GL-PASS(WS-GL-IX)
                       TO WS-GS-PASS(WS-GS-COUNT)
               END-IF
           END-IF.

       2255-MOVE-SUBJ-MARKS.
           MOVE WS-IN-MARK(WS-SUBJ) TO O-SUBJ-MARKS(WS-SUBJ)
                                       WS-MARKS(WS-SUBJ).

      *    PF5 CHECKS THE SCREEN AGAIN FIRST - WHAT IS APPLIED IS
      *    ALWAYS WHAT THE REGISTRAR CAN SEE.
       2300-APPLY.
           IF NOT CA-CHECKED
               PERFORM 2800-REDISPLAY
               MOVE "PRESS ENTER TO CHECK THE CORRECTION BEFORE PF5"
                 TO MSGO
           ELSE
               MOVE CA-AFTER TO WS-CHECKED-IMAGE
               PERFORM 2060-ENTER
               IF CA-CHECKED
                   IF CA-AFTER = WS-CHECKED-IMAGE
                       MOVE LOW-VALUES TO CA50MAPO
                       PERFORM 2350-APPLY-UPDATE
                   ELSE
                       MOVE "SCREEN CHANGED SINCE THE CHECK - REVIEW"
                         & " AND PRESS PF5 AGAIN" TO MSGO
                   END-IF
               END-IF
           END-IF.

      *    THE RECORD IS READ FOR UPDATE AND MUST STILL BE THE ONE
      *    FETCHED. THE REWRITE AND THE JOURNAL ENTRY STAND OR FALL
      *    TOGETHER - NO JOURNAL MEANS NO BACKOUT PATH, SO THE
      *    REWRITE IS ROLLED BACK.
       2350-APPLY-UPDATE.
           EXEC CICS READ
                FILE('OUTFILE')
                INTO(OUTREC)
                RIDFLD(CA-STID)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET CA-EMPTY TO TRUE
                   MOVE CA-STID(2:5) TO STIDO
                   PERFORM 2805-SHOW-SUBJECT-NAME
                       VARYING WS-SUBJ FROM 1 BY 1
                       UNTIL WS-SUBJ > WS-SUBJ-COUNT
                   MOVE "STUDENT NO LONGER ON FILE - NOT APPLIED"
                     TO MSGO
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 2800-REDISPLAY
                   MOVE "OUTFILE" TO WS-ERR-FILE
                   PERFORM 8100-FILE-ERROR
               WHEN OUTREC NOT = CA-BEFORE
                   EXEC CICS UNLOCK
                        FILE('OUTFILE')
                   END-EXEC
                   MOVE OUTREC TO CA-BEFORE
                   MOVE SPACES TO CA-AFTER
                   SET CA-FETCHED TO TRUE
                   PERFORM 2810-SHOW-CURRENT
                   PERFORM 2815-PREFILL-NEW
                       VARYING WS-SUBJ FROM 1 BY 1
                       UNTIL WS-SUBJ > WS-SUBJ-COUNT
                   MOVE "RECORD CHANGED SINCE FETCHED - NOT APPLIED,"
                     & " SHOWN AS IT NOW IS" TO MSGO
               WHEN OTHER
                   MOVE CA-AFTER TO NEWREC
                   IF N-GRADE = O-GRADE
                       PERFORM 2360-REWRITE-AND-JOURNAL
                   ELSE
                       EXEC CICS UNLOCK
                            FILE('OUTFILE')
                       END-EXEC
                       PERFORM 2380-QUEUE-PENDING
                   END-IF
           END-EVALUATE.

       2360-REWRITE-AND-JOURNAL.
           MOVE CA-AFTER TO OUTREC.
           EXEC CICS REWRITE
                FILE('OUTFILE')
                FROM(OUTREC)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               PERFORM 2800-REDISPLAY
               MOVE "OUTFILE" TO WS-ERR-FILE
               PERFORM 8100-FILE-ERROR
           ELSE
               PERFORM 2370-WRITE-JOURNAL
               IF JRN-WRITTEN
                   EXEC CICS SYNCPOINT
                   END-EXEC
                   MOVE CA-AFTER TO CA-BEFORE
                   MOVE SPACES TO CA-AFTER
                   SET CA-FETCHED TO TRUE
                   MOVE CA-BEFORE TO OUTREC
                   PERFORM 2810-SHOW-CURRENT
                   PERFORM 2815-PREFILL-NEW
                       VARYING WS-SUBJ FROM 1 BY 1
                       UNTIL WS-SUBJ > WS-SUBJ-COUNT
                   MOVE WS-RUN-ID TO RUNIDO
                   MOVE "CORRECTION APPLIED AND JOURNALED - QUOTE THE"
                     & " RUN ID TO BACK IT OUT" TO MSGO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   PERFORM 2800-REDISPLAY
                   MOVE "JOURNAL NOT AVAILABLE - CORRECTION NOT APPLIED"
                     TO MSGO
               END-IF
           END-IF.

       2370-WRITE-JOURNAL.
           PERFORM 2375-GET-RUN-ID.
           MOVE SPACES TO JRNREC.
           MOVE WS-RUN-ID TO JR-RUN-ID.
           MOVE 1 TO JR-SEQ.
           MOVE "C" TO JR-ACTION.
           MOVE CA-STID TO JR-STID.
           MOVE CA-BEFORE TO JR-BEFORE.
           MOVE CA-AFTER TO JR-AFTER.
           MOVE WS-USERID TO JR-USERID.
           EXEC CICS WRITEQ TD
                QUEUE(WS-JRNL-QUEUE)
                FROM(JRNREC)
                LENGTH(WS-JRN-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET JRN-WRITTEN TO TRUE
           ELSE
               SET JRN-FAILED TO TRUE
           END-IF.

       2375-GET-RUN-ID.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE EIBTRMID TO WS-RUN-ID-TERM.
           DIVIDE WS-ABSTIME BY 1000 GIVING WS-RUN-ID-SECS.

      *    A CORRECTION THAT MOVES THE GRADE WAITS FOR A SECOND
      *    OPERATOR. IT IS QUEUED AS THE CA41G086 CHANGE IT AMOUNTS
      *    TO - THE CHECKED MARKS, AND THE NAMES AS KEYED OR, WHEN
      *    NONE WERE, AS O-NEWNAME ALREADY HOLDS THEM - WITH THE
      *    REGISTRAR AS KEYING OPERATOR. OUTFILE IS NOT TOUCHED.
       2380-QUEUE-PENDING.
           PERFORM 2375-GET-RUN-ID.
           MOVE SPACES TO TRANREC.
           MOVE "C" TO TR-ACTION.
           MOVE CA-STID(2:5) TO TR-STID.
           IF WS-IN-LNAME NOT = SPACES
               MOVE WS-IN-FNAME TO TR-FNAME
               MOVE WS-IN-LNAME TO TR-LNAME
           ELSE
               MOVE O-NEWNAME(3:10) TO TR-FNAME
               MOVE O-NEWNAME(1:1) TO TR-LNAME
           END-IF.
           PERFORM 2385-MOVE-PEND-MARK
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           MOVE WS-USERID TO TR-OPER-ID.
           MOVE SPACES TO PENDREC.
           MOVE "CA41G086" TO PQ-SOURCE.
           MOVE WS-RUN-ID TO PQ-REF-RUN.
           MOVE 1 TO PQ-REF-SEQ.
           MOVE WS-TODAY TO PQ-ENTRY-DATE.
           MOVE WS-USERID TO PQ-OPER-ID.
           MOVE CA-STID TO PQ-KEY.
           MOVE "GRADE CHANGE" TO PQ-REASON.
           MOVE TRANREC TO PQ-TRAN.
           EXEC CICS WRITEQ TD
                QUEUE(WS-PEND-QUEUE)
                FROM(PENDREC)
                LENGTH(WS-PEND-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET PEND-WRITTEN TO TRUE
           ELSE
               SET PEND-FAILED TO TRUE
           END-IF.
           MOVE SPACES TO CA-AFTER.
           SET CA-FETCHED TO TRUE.
           MOVE CA-BEFORE TO OUTREC.
           PERFORM 2810-SHOW-CURRENT.
           PERFORM 2815-PREFILL-NEW
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           IF PEND-WRITTEN
               MOVE WS-RUN-ID TO RUNIDO
               MOVE "GRADE CHANGE QUEUED FOR APPROVAL - QUOTE THE RUN"
                 & " ID AND 0001 TO THE APPROVER" TO MSGO
           ELSE
               MOVE "APPROVAL QUEUE NOT AVAILABLE - CORRECTION NOT"
                 & " QUEUED" TO MSGO
           END-IF.

       2385-MOVE-PEND-MARK.
           MOVE N-SUBJ-MARKS(WS-SUBJ) TO TR-SUBJ-MARKS(WS-SUBJ).

       2400-TO-INQUIRY.
           IF CA-STID = SPACES
               EXEC CICS XCTL
                    PROGRAM(WS-INQ-PGM)
                    RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE "X" TO XC-ENTRY-SW
               MOVE CA-STID TO XC-STID
               EXEC CICS XCTL
                    PROGRAM(WS-INQ-PGM)
                    COMMAREA(WS-XCTL-AREA)
                    LENGTH(WS-XCTL-LEN)
                    RESP(WS-RESP)
               END-EXEC
           END-IF.
           MOVE LOW-VALUES TO CA50MAPO.
           PERFORM 2800-REDISPLAY.
           MOVE "INQUIRY SCREEN NOT AVAILABLE" TO MSGO.

      *    THE SCREEN REBUILT FROM THE CONVERSATION STATE ALONE.
       2800-REDISPLAY.
           IF CA-STID = SPACES
               PERFORM 2805-SHOW-SUBJECT-NAME
                   VARYING WS-SUBJ FROM 1 BY 1
                   UNTIL WS-SUBJ > WS-SUBJ-COUNT
           ELSE
               MOVE CA-BEFORE TO OUTREC
               PERFORM 2810-SHOW-CURRENT
               IF CA-CHECKED
                   PERFORM 2830-SHOW-CORRECTED
               ELSE
                   PERFORM 2815-PREFILL-NEW
                       VARYING WS-SUBJ FROM 1 BY 1
                       UNTIL WS-SUBJ > WS-SUBJ-COUNT
               END-IF
           END-IF.

       2805-SHOW-SUBJECT-NAME.
           MOVE WS-SUBJ-NAME(WS-SUBJ) TO SNAMO(WS-SUBJ).

      *    THE RECORD IN OUTREC AS THE FILE HOLDS IT. THE PROGRAMME
      *    IS TAKEN FROM THE MASTER WHEN IT HOLDS THE STUDENT.
       2810-SHOW-CURRENT.
           MOVE O-STID(2:5) TO STIDO.
           MOVE O-NEWNAME TO CURNMO.
           MOVE SPACES TO WS-PROGRAMME.
           EXEC CICS READ
                FILE('STUDMAST')
                INTO(STUMREC)
                RIDFLD(O-STID)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SM-PROGRAMME TO WS-PROGRAMME
           END-IF.
           MOVE WS-PROGRAMME TO PROGO.
           PERFORM 2811-SHOW-CURRENT-MARK
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           MOVE O-PERC TO CPERCO.
           MOVE O-GRADE TO CGRADO.
           MOVE O-RESULT TO CRSLTO.

       2811-SHOW-CURRENT-MARK.
           MOVE WS-SUBJ-NAME(WS-SUBJ) TO SNAMO(WS-SUBJ).
           MOVE O-SUBJ-MARKS(WS-SUBJ) TO CURO(WS-SUBJ).

       2815-PREFILL-NEW.
           MOVE O-SUBJ-MARKS(WS-SUBJ) TO NEWO(WS-SUBJ).

       2820-SHOW-KEYED.
           MOVE WS-IN-LNAME TO LNAMEO.
           MOVE WS-IN-FNAME TO FNAMEO.
           PERFORM 2821-SHOW-KEYED-MARK
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.

       2821-SHOW-KEYED-MARK.
           MOVE WS-IN-MARK(WS-SUBJ) TO NEWO(WS-SUBJ).

       2830-SHOW-CORRECTED.
           MOVE CA-AFTER TO NEWREC.
           PERFORM 2831-SHOW-CORRECTED-MARK
               VARYING WS-SUBJ FROM 1 BY 1
               UNTIL WS-SUBJ > WS-SUBJ-COUNT.
           MOVE N-PERC TO NPERCO.
           MOVE N-GRADE TO NGRADO.
           MOVE N-RESULT TO NRSLTO.

       2831-SHOW-CORRECTED-MARK.
           MOVE N-SUBJ-MARKS(WS-SUBJ) TO NEWO(WS-SUBJ).

       8000-SEND-MAP.
           EXEC CICS SEND
                MAP('CA50MAP')
                MAPSET('CA50M086')
                FROM(CA50MAPO)
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

       9100-NOT-AUTHORISED.
           EXEC CICS SEND TEXT
                FROM(WS-NOAUTH-MSG)
                ERASE
                FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
