      *                already-answered request never posts a second
      *                payment) and unanswered requests with a
      *                sent-versus-answered count balance.
      *                A collection belongs to the month of its
      *                collection date. When PERCHK finds that
      *                period LOCKED the payment row carries the
      *                open period it was posted into and the
      *                posting date (ADJ_PERIOD / ADJ_DATE) as a
      *                prior-period adjustment, reported POSTED PAID
      *                - PPA with that period; a collection with no
      *                period to post in is a posting error.
      * TECHNOLOGY   : COBOL + DB2
      *****************************************************************

       01 WS-UNANSW-CNT           PIC 9(6)  VALUE 0.
       01 WS-POST-ERR-CNT         PIC 9(6)  VALUE 0.
       01 WS-ANSW-CNT             PIC 9(6)  VALUE 0.
       01 WS-PPA-CNT              PIC 9(6)  VALUE 0.
      *     PERIOD CONTROL - THE COLLECTION DATE'S MONTH IN, THE
      *     PERIOD TO POST IN AND THE ADJUSTMENT FLAG OUT.
       01 WS-NAT-PERIOD           PIC X(7)  VALUE SPACES.
       01 WS-POST-PERIOD          PIC X(7)  VALUE SPACES.
       01 WS-ADJ-FLAG             PIC X(1)  VALUE "N".
          88 PRIOR-PERIOD-ADJ     VALUE "Y".
       01 WS-PER-RC               PIC 9(2)  VALUE 0.
       01 WS-AMT-ED               PIC -(9)9.99.
       01 WS-CNT-ED               PIC ZZZ,ZZ9.
       01 WS-CNT-ED2              PIC ZZZ,ZZ9.
            MOVE RD-ACCT-NO TO HV-ACCT_NBR.
            MOVE RD-COLL-AMT TO HV-PMNT_AMT.
            MOVE RD-COLL-DATE TO HV-PMNT_DT.

      *     THE COLLECTION DATE (DD/MM/YYYY) GIVES THE PERIOD; A
      *     LOCKED ONE SENDS THE PAYMENT TO THE OPEN PERIOD.
            MOVE SPACES TO WS-NAT-PERIOD.
            IF RD-COLL-DATE NOT = SPACES
                STRING RD-COLL-DATE(7:4) "-" RD-COLL-DATE(4:2)
                    DELIMITED BY SIZE
                    INTO WS-NAT-PERIOD
                END-STRING
            END-IF.
            CALL "PERCHK" USING WS-NAT-PERIOD WS-POST-PERIOD
                                WS-ADJ-FLAG WS-PER-RC.
            IF WS-PER-RC NOT = 0
                DISPLAY "NO PERIOD TO POST COLLECTION - ACCT "
                        RD-ACCT-NO " DATE " RD-COLL-DATE
                ADD 1 TO WS-POST-ERR-CNT
                PERFORM 2600-REPORT-PARA
                   THRU 2600-REPORT-EXIT
                MOVE "POSTING ERROR"
                  TO RESPRPTREC(8:18)
                WRITE RESPRPTREC
                MOVE 8 TO WS-RC
                GO TO 2300-POST-PAYMENT-EXIT
            END-IF.

            EXEC SQL
                INSERT INTO TABLE1
                       (ACCT_NBR, PMNT_AMT, PMNT_DT,
                        ADJ_PERIOD, ADJ_DATE)
                VALUES (:HV-ACCT_NBR, :HV-PMNT_AMT, :HV-PMNT_DT,
                        CASE WHEN :WS-ADJ-FLAG = 'Y'
                             THEN :WS-POST-PERIOD END,
                        CASE WHEN :WS-ADJ-FLAG = 'Y'
                             THEN CURRENT DATE END)
            END-EXEC.
            IF SQLCODE = 0
                ADD 1 TO WS-PAID-CNT
                END-EXEC
                PERFORM 2600-REPORT-PARA
                   THRU 2600-REPORT-EXIT
                IF PRIOR-PERIOD-ADJ
                    ADD 1 TO WS-PPA-CNT
                    MOVE "POSTED PAID - PPA"
                      TO RESPRPTREC(8:18)
                    MOVE WS-POST-PERIOD TO RESPRPTREC(53:7)
                ELSE
                    MOVE "POSTED PAID"
                      TO RESPRPTREC(8:18)
                END-IF
                WRITE RESPRPTREC
            ELSE
                DISPLAY "PAYMENT INSERT FAILED SQLCODE=" SQLCODE
            DISPLAY "DUPLICATE RESPONSES   : " WS-DUPRESP-CNT.
            DISPLAY "UNANSWERED REQUESTS   : " WS-UNANSW-CNT.
            DISPLAY "POSTING ERRORS        : " WS-POST-ERR-CNT.
            DISPLAY "PRIOR-PERIOD POSTINGS : " WS-PPA-CNT.
            IF WS-RC < 4
                AND (WS-FAIL-CNT > 0 OR WS-NSF-CNT > 0
                     OR WS-UNMATCH-CNT > 0 OR WS-UNANSW-CNT > 0
