      *>>   - a POST before a FEEDVAL has completed OK for the
      *>>     business date is refused - nothing posts off feeds
      *>>     nobody has proved.
      *>>   - the business day may not be closed (ROLLDATE) while
      *>>     any mandatory step due on the SCHEDULE for the date -
      *>>     daily ones always, month-end ones on the last day of
      *>>     the month - has not ended OK; with no SCHEDULE there
      *>>     is no proving the day complete, so the roll is refused.
      *>> FEEDVAL and ARCHIVE may run whenever the operator asks.
      *>> The log is read front to back and the latest word wins -
      *>> a verified back-out writes POST ENDED BACKOUT, which
      *>> so every step of the evening shares the same date even
      *>> across midnight. The ROLL function (driven by the
      *>> RollBusDate end-of-night step) advances BUSDATE to the
      *>> next business day once the evening's work has ended -
      *>> without it the double-POST rule would hold last night's
      *>> date against tomorrow's run forever. Business days are
      *>> the BUSCAL module's to say, off the base currency's
      *>> holiday calendar, so weekends and bank holidays are rolled
      *>> over and nothing is ever posted under them.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDRunCtl.cpy".
           COPY "SDSchedule.cpy".

           SELECT BUSDATE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
           FD RUNCTL.
           COPY "RDRunCtl.cpy" REPLACING ==(PREFIX)== BY ==RCF==.

           FD SCHEDULE.
           COPY "RDSchedule.cpy" REPLACING ==(PREFIX)== BY ==SCF==.

           FD BUSDATE.
           01  BUSDATE-RECORD.
               05  BUSDATE-DATE           PIC 9(8).

       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-BUS-INT                  PIC S9(9).
       01  WS-MONTH-END-FLAG           PIC X.
           88  MONTH-END                   VALUE "Y".
       01  WS-EOF-RUNCTL               PIC X.
           88  EOF-RUNCTL                  VALUE "Y".

       01  WS-FEEDVAL-DONE-FLAG        PIC X.
           88  FEEDVAL-DONE                VALUE "Y".

      *>> The mandatory steps due on the business date, off the
      *>> SCHEDULE, and whether the log shows each ended OK - what
      *>> closing the day turns on
       01  WS-SCHEDULE-FOUND-FLAG      PIC X.
           88  SCHEDULE-FOUND              VALUE "Y".
       01  WS-EOF-SCHEDULE             PIC X.
           88  EOF-SCHEDULE                VALUE "Y".
       01  WS-MANDATORY-STEPS.
           05  WS-MAND-ENTRY OCCURS 20 TIMES INDEXED BY WS-MAND-IDX.
               10  WS-MAND-STEP            PIC X(08).
               10  WS-MAND-DONE-FLAG       PIC X.
                   88  MAND-DONE               VALUE "Y".
       01  WS-MAND-COUNT               PIC 9(4).
       01  WS-UNFINISHED-FLAG          PIC X.
           88  STEP-UNFINISHED             VALUE "Y".
       01  WS-UNFINISHED-STEP          PIC X(08).

      *>>
      *>> Definition of data to pass in/out the BUSCAL module
      *>>
           COPY "WSBUSCAL.cpy".

       LINKAGE SECTION.
           COPY "WSRUNCTRL.cpy".


       MAIN SECTION.
           PERFORM P0100-RESOLVE-BUS-DATE
           PERFORM P0200-SET-MONTH-END
           MOVE WS-BUS-DATE TO RC-BUS-DATE
           MOVE WS-MONTH-END-FLAG TO RC-MONTH-END-FLAG

           SET RC-ALLOWED TO TRUE
           MOVE SPACES TO RC-REFUSE-REASON
                   MOVE RC-OUTCOME TO RCF-OUTCOME
                   PERFORM P3000-LOG-EVENT
               WHEN RC-ROLL-DATE
                   MOVE "ROLLDATE" TO RC-STEP-NAME
                   PERFORM P2000-CHECK-SEQUENCE-RULES
                   IF RC-ALLOWED
                       PERFORM P4000-ROLL-BUS-DATE
                   END-IF
               WHEN OTHER
                   SET RC-REFUSED TO TRUE
                   MOVE "unknown run-control function"
           END-IF
           .

      *>>
      *>> The business date is month end when it is the last business
      *>> day of its month - the next business day falls in another
      *>> month. A date that will not convert is taken as not month
      *>> end
      *>>
       P0200-SET-MONTH-END SECTION.
           MOVE "N" TO WS-MONTH-END-FLAG

           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUS-DATE)
           IF WS-BUS-INT NOT EQUAL ZERO
               SET BC-NEXT-DAY TO TRUE
               MOVE SPACES TO BC-CURRENCY
               MOVE WS-BUS-DATE TO BC-DATE
               CALL "BUSCAL" USING BY REFERENCE
                   BUSINESS-CALENDAR-FIELDS
               IF BC-RESULT-DATE(5:2) NOT EQUAL WS-BUS-DATE(5:2)
                   SET MONTH-END TO TRUE
               END-IF
           END-IF
           .

      *>>
      *>> Read what the log already holds for this business date and
      *>> apply the sequence rules to the step asking to run
           MOVE "N" TO WS-POST-DONE-FLAG
           MOVE "N" TO WS-FEEDVAL-DONE-FLAG
           MOVE "N" TO WS-EOF-RUNCTL
           MOVE SPACES TO WS-MANDATORY-STEPS
           MOVE ZERO TO WS-MAND-COUNT

           IF RC-STEP-NAME EQUAL "ROLLDATE"
               PERFORM P2300-LOAD-SCHEDULE
           END-IF

           OPEN INPUT RUNCTL
           IF WS-FILE-STATUS EQUAL ZERO
                       CONTINUE
               END-EVALUATE
           END-IF

           IF RC-STEP-NAME EQUAL "ROLLDATE"
               PERFORM P2400-CHECK-DAY-COMPLETE
           END-IF
           .

       P2100-READ-RUNCTL SECTION.
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               PERFORM P2210-NOTE-MANDATORY-STEP
                   VARYING WS-MAND-IDX FROM 1 BY 1
                   UNTIL WS-MAND-IDX > WS-MAND-COUNT
           END-IF

           PERFORM P2100-READ-RUNCTL
           .

      *>> Latest word wins here too - a step that ended OK and was
      *>> then re-run and FAILED is not done
       P2210-NOTE-MANDATORY-STEP SECTION.
           IF WS-MAND-STEP(WS-MAND-IDX) EQUAL RCF-STEP-NAME
               IF RCF-OUTCOME EQUAL "OK"
                   SET MAND-DONE(WS-MAND-IDX) TO TRUE
               ELSE
                   MOVE "N" TO WS-MAND-DONE-FLAG(WS-MAND-IDX)
               END-IF
           END-IF
           .

      *>>
      *>> The mandatory steps due on the business date - every daily
      *>> one, and the month-end ones on the last day of the month.
      *>> The roll itself is on the schedule as the last step but is
      *>> not something the day has to have done before it is rolled
      *>>
       P2300-LOAD-SCHEDULE SECTION.
           MOVE "N" TO WS-SCHEDULE-FOUND-FLAG
           MOVE "N" TO WS-EOF-SCHEDULE

           OPEN INPUT SCHEDULE
           IF WS-FILE-STATUS EQUAL ZERO
               SET SCHEDULE-FOUND TO TRUE
               PERFORM P2310-READ-SCHEDULE
               PERFORM P2320-NOTE-SCHEDULE-STEP
                   UNTIL EOF-SCHEDULE
               CLOSE SCHEDULE
           END-IF
           .

       P2310-READ-SCHEDULE SECTION.
           READ SCHEDULE
               AT END SET EOF-SCHEDULE TO TRUE
           END-READ
           .

       P2320-NOTE-SCHEDULE-STEP SECTION.
           IF SCF-MANDATORY
               AND SCF-STEP-NAME NOT EQUAL "ROLLDATE"
               AND (SCF-RUNS-DAILY
                    OR (SCF-RUNS-MONTH-END AND MONTH-END))
               AND WS-MAND-COUNT < 20
               ADD 1 TO WS-MAND-COUNT
               MOVE SCF-STEP-NAME TO WS-MAND-STEP(WS-MAND-COUNT)
               MOVE "N" TO WS-MAND-DONE-FLAG(WS-MAND-COUNT)
           END-IF

           PERFORM P2310-READ-SCHEDULE
           .

      *>>
      *>> Refuse the roll on the first mandatory step the log does
      *>> not show ended OK, naming it so the operator knows what is
      *>> holding the day open
      *>>
       P2400-CHECK-DAY-COMPLETE SECTION.
           MOVE "N" TO WS-UNFINISHED-FLAG

           PERFORM P2410-CHECK-MANDATORY-STEP
               VARYING WS-MAND-IDX FROM 1 BY 1
               UNTIL WS-MAND-IDX > WS-MAND-COUNT
               OR STEP-UNFINISHED

           EVALUATE TRUE
               WHEN NOT SCHEDULE-FOUND
                   SET RC-REFUSED TO TRUE
                   MOVE "no job schedule - day cannot be proved done"
                       TO RC-REFUSE-REASON
               WHEN STEP-UNFINISHED
                   SET RC-REFUSED TO TRUE
                   MOVE SPACES TO RC-REFUSE-REASON
                   STRING "mandatory step " DELIMITED BY SIZE
                       WS-UNFINISHED-STEP DELIMITED BY SPACE
                       " has not ended OK" DELIMITED BY SIZE
                       INTO RC-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       P2410-CHECK-MANDATORY-STEP SECTION.
           IF NOT MAND-DONE(WS-MAND-IDX)
               SET STEP-UNFINISHED TO TRUE
               MOVE WS-MAND-STEP(WS-MAND-IDX) TO WS-UNFINISHED-STEP
           END-IF
           .

       P3000-LOG-EVENT SECTION.
           MOVE WS-BUS-DATE   TO RCF-BUS-DATE
           MOVE RC-STEP-NAME  TO RCF-STEP-NAME

      *>>
      *>> Close the business day - log the roll under the old date,
      *>> advance BUSDATE to the next business day, and hand the new
      *>> date back, so the next evening's steps check in under a
      *>> fresh date and the double-POST rule guards that date
      *>> instead of deadlocking on last night's. A stored date that
                   FUNCTION INTEGER-OF-DATE (WS-BUS-DATE)
           END-IF

           SET BC-NEXT-DAY TO TRUE
           MOVE SPACES TO BC-CURRENCY
           MOVE WS-BUS-DATE TO BC-DATE
           CALL "BUSCAL" USING BY REFERENCE BUSINESS-CALENDAR-FIELDS
           MOVE BC-RESULT-DATE TO WS-BUS-DATE

           OPEN OUTPUT BUSDATE
           MOVE WS-BUS-DATE TO BUSDATE-DATE
           CLOSE BUSDATE

           MOVE WS-BUS-DATE TO RC-BUS-DATE
           PERFORM P0200-SET-MONTH-END
           MOVE WS-MONTH-END-FLAG TO RC-MONTH-END-FLAG
           .

       END PROGRAM RUNCTRL.
