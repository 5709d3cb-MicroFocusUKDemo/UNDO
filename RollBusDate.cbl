      *>> End-of-night step that closes the business day. Once the
      *>> evening's work has ended - FEEDVAL, the POST, PayLogArchive
      *>> when due - the operator runs this to advance the BUSDATE
      *>> control file to the next business day through RUNCTRL's
      *>> ROLL function - over the weekend and any base-currency
      *>> bank holiday on the HOLIDAYS calendar. Without it the
      *>> double-POST rule would judge tomorrow's run against
      *>> tonight's business date forever:
      *>> the log would still say POST ENDED OK for the date every
      *>> step checks in under, and night two's posting would be
      *>> refused as a double POST. The roll itself is logged on
      *>> RUNCTL under the old date, so the evening's record ends
      *>> with the day being closed.
      *>>
      *>> RUNCTRL will not close a day that is not finished: while
      *>> any mandatory step due on the SCHEDULE has not ended OK for
      *>> the date the roll is refused and the step holding it open
      *>> is named, so nothing is asked and nothing moves.
      *>>
      *>> Run by hand the operator is asked to confirm the roll. Run
      *>> as the last step of the JobStream driver nobody is at the
      *>> console to answer, and the schedule reaching this step is
      *>> the confirmation - the day is closed without asking.
      *>>
       ENVIRONMENT DIVISION.

      *>>
           COPY "WSRUNCTRL.cpy".

      *>>
      *>> Set while the JobStream driver is running the schedule
      *>>
           COPY "WSJOBSTREAM.cpy".

       PROCEDURE DIVISION.
      *>> Ask RUNCTRL what date is being closed before touching it
           SET RC-CHECK-STEP TO TRUE
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           IF RC-REFUSED
               DISPLAY "*** Business date " RC-BUS-DATE
                   " not closed - " RC-REFUSE-REASON " ***"
               GOBACK
           END-IF

           IF JOB-STREAM-RUNNING
               DISPLAY "Closing business date " RC-BUS-DATE
                   " for the job stream"
               MOVE "Y" TO WS-CONFIRM
           ELSE
               DISPLAY "Close business date " RC-BUS-DATE
                   " - are you sure? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-IF

           IF FUNCTION UPPER-CASE (WS-CONFIRM) EQUAL "Y"
               SET RC-ROLL-DATE TO TRUE
               MOVE SPACES TO RC-OUTCOME
               CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

               IF RC-REFUSED
                   DISPLAY "*** Roll refused - " RC-REFUSE-REASON
                       " ***"
               ELSE
                   DISPLAY "Business date rolled to " RC-BUS-DATE
               END-IF
           ELSE
               DISPLAY "Roll cancelled - business date unchanged"
           END-IF
