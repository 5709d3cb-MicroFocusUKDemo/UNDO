      *>> re-issued night after night and an escalation only fires
      *>> after WS-ESCALATE-DAYS at the prior stage. An account back
      *>> to current has its history removed, so a future lapse
      *>> starts politely again, and so does one that has left the
      *>> book - settled, closed or written off - so no letter
      *>> history is left standing against an account that can owe
      *>> no more payments.
      *>>
      *>> An account under a forbearance arrangement on ARRANGE that
      *>> is live today is keeping to terms collections agreed with
      *>> the customer, so its letters are held - no letter goes and
      *>> its history is left as it stands, so when the arrangement
      *>> ends the account picks up at the stage it had reached.
      *>>
      *>> The run checks in and out with RUNCTRL as step COLLECT, so
      *>> the business date's log shows whether the letters went.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SDLoanMast.cpy".
           COPY "SDLtrHist.cpy".
           COPY "SDCustMast.cpy".
           COPY "SDArrange.cpy".

           SELECT LTRFILE ASSIGN TO "COLLECT-LTR"
               ORGANIZATION IS LINE SEQUENTIAL
           FD CUSTMAST.
           COPY "RDCustMast.cpy" REPLACING ==(PREFIX)== BY ==CMF==.

           FD ARRANGE.
           COPY "RDArrange.cpy" REPLACING ==(PREFIX)== BY ==ARG==.

           FD LTRFILE.
           01  LTR-LINE                   PIC X(100).

       01  WS-LINKED-FLAG              PIC X.
           88  ACCOUNT-LINKED              VALUE "Y".

      *>> Whether the arrangements file is available, whether the
      *>> account in hand is under an arrangement live on the
      *>> business date, and the business date it is judged under
       01  WS-ARRANGE-OPEN-FLAG        PIC X VALUE "N".
           88  ARRANGE-OPEN                VALUE "Y".
       01  WS-ARRANGEMENT-FLAG         PIC X.
           88  UNDER-ARRANGEMENT           VALUE "Y".
       01  WS-ARG-START-NUM            PIC 9(8).
       01  WS-ARG-END-NUM              PIC 9(8).
       01  WS-BUS-DATE                 PIC 9(8).

      *>> Today as DD/MM/YYYY for the history record and as an
      *>> integer for the days-at-stage arithmetic, plus the last
      *>> letter date converted the same way
       01  WS-DEMAND-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-FINAL-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-HELD-BACK-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-ARRANGED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-AMOUNT           PIC ZZZ,ZZ9.99.

      *>>
      *>> Definition of data to pass in/out the RUNCTRL module
      *>>
           COPY "WSRUNCTRL.cpy".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
           MOVE "/"           TO WS-TODAY-DDMMYYYY(6:1)
           MOVE WS-TODAY-YYYY TO WS-TODAY-DDMMYYYY(7:4)

           SET RC-START-STEP TO TRUE
           MOVE "COLLECT" TO RC-STEP-NAME
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           IF RC-REFUSED
               DISPLAY "*** Letter run refused - "
                   RC-REFUSE-REASON " ***"
               GOBACK
           END-IF

           MOVE RC-BUS-DATE TO WS-BUS-DATE

           OPEN INPUT LOANMAST
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No loan master file - file status "
                   WS-FILE-STATUS " ***"
               SET RC-END-STEP TO TRUE
               MOVE "COLLECT" TO RC-STEP-NAME
               MOVE "FAILED" TO RC-OUTCOME
               CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
               GOBACK
           END-IF

                   " to bare accounts ***"
           END-IF

           OPEN INPUT ARRANGE
           IF WS-FILE-STATUS EQUAL ZERO
               SET ARRANGE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT LTRFILE

           PERFORM P1300-READ-LOANMAST
           .

      *>>
      *>> Judge the account just read - a non-active account owes
      *>> no payments and gets no letters, so it has any letter
      *>> history cleared just as a current account does (a future
      *>> lapse then starts politely), and a delinquent one is taken
      *>> through the stage rules
      *>>
       P2000-PROCESS-ACCOUNT SECTION.
           ADD 1 TO WS-READ-COUNT
                   PERFORM P2100-CLEAR-HISTORY
               ELSE
                   ADD 1 TO WS-DELINQUENT-COUNT
                   PERFORM P2050-CHECK-ARRANGEMENT
                   IF UNDER-ARRANGEMENT
                       ADD 1 TO WS-ARRANGED-COUNT
                   ELSE
                       PERFORM P2200-JUDGE-LETTER
                   END-IF
               END-IF
           ELSE
               PERFORM P2100-CLEAR-HISTORY
           END-IF

           PERFORM P1300-READ-LOANMAST
           .

      *>>
      *>> Whether the account is under an arrangement live on the
      *>> business date - within its start and end dates on ARRANGE
      *>>
       P2050-CHECK-ARRANGEMENT SECTION.
           MOVE "N" TO WS-ARRANGEMENT-FLAG

           IF ARRANGE-OPEN
               MOVE LMF-ACCOUNT-NO TO ARG-ACCOUNT-NO
               READ ARRANGE KEY IS ARG-ACCOUNT-NO
               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE ARG-START-DATE(7:4) TO WS-ARG-START-NUM(1:4)
                   MOVE ARG-START-DATE(4:2) TO WS-ARG-START-NUM(5:2)
                   MOVE ARG-START-DATE(1:2) TO WS-ARG-START-NUM(7:2)
                   MOVE ARG-END-DATE(7:4)   TO WS-ARG-END-NUM(1:4)
                   MOVE ARG-END-DATE(4:2)   TO WS-ARG-END-NUM(5:2)
                   MOVE ARG-END-DATE(1:2)   TO WS-ARG-END-NUM(7:2)
                   IF WS-ARG-START-NUM IS NUMERIC
                       AND WS-ARG-END-NUM IS NUMERIC
                       AND WS-ARG-START-NUM NOT > WS-BUS-DATE
                       AND WS-ARG-END-NUM NOT < WS-BUS-DATE
                       SET UNDER-ARRANGEMENT TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       P2100-CLEAR-HISTORY SECTION.
           MOVE LMF-ACCOUNT-NO TO LHF-ACCOUNT-NO
           READ LTRHIST KEY IS LHF-ACCOUNT-NO
           IF CUSTMAST-OPEN
               CLOSE CUSTMAST
           END-IF
           IF ARRANGE-OPEN
               CLOSE ARRANGE
           END-IF
           CLOSE LTRHIST
           CLOSE LOANMAST

           DISPLAY "Final notices sent:  " WS-DISPLAY-COUNT
           MOVE WS-HELD-BACK-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Escalations held:    " WS-DISPLAY-COUNT
           MOVE WS-ARRANGED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Held - arrangement:  " WS-DISPLAY-COUNT

           SET RC-END-STEP TO TRUE
           MOVE "COLLECT" TO RC-STEP-NAME
           MOVE "OK" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       END PROGRAM CollectionsRun.
