       IDENTIFICATION DIVISION.
       program-id. JobStream.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Nightly job-stream driver. Runs the evening's steps in the
      *>> order the hand-maintained SCHEDULE lists them (layout and
      *>> the evening as it stands in RDSchedule.cpy) instead of the
      *>> operator running each program by hand and remembering what
      *>> comes after what. Each due step is cleared with RUNCTRL
      *>> before it is CALLed, and how it came out is read back off
      *>> the RUNCTL log the step itself checks in and out of - the
      *>> log, not anything the driver keeps, is the record of the
      *>> night.
      *>>
      *>> A step is skipped when it has already ended OK for the
      *>> business date, when it is on demand only, when it is a
      *>> month-end step and the date is not month end, or while a
      *>> prerequisite due tonight has not ended OK. The stream stops
      *>> at the first step that is refused, ends anything but OK, or
      *>> never checks in; every step after it is left not run. Once
      *>> the cause is put right the driver is simply run again - the
      *>> steps that ended OK are skipped on the strength of the log,
      *>> so the night resumes at the step that failed rather than
      *>> starting again.
      *>>
      *>> The RUNSHEET-RPT run sheet lists every step on the schedule
      *>> with what happened to it and why.
      *>>
      *>> Nobody need be at the console: while the schedule runs the
      *>> driver says so in the WSJOBSTREAM.cpy EXTERNAL area, and a
      *>> step that would stop to ask the operator (RollBusDate's
      *>> confirmation of the roll) takes the scheduled answer.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDSchedule.cpy".
           COPY "SDRunCtl.cpy".

           SELECT RPTFILE ASSIGN TO "RUNSHEET-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SCHEDULE.
           COPY "RDSchedule.cpy" REPLACING ==(PREFIX)== BY ==SCF==.

           FD RUNCTL.
           COPY "RDRunCtl.cpy" REPLACING ==(PREFIX)== BY ==RCF==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-SCHEDULE             PIC X VALUE "N".
           88  EOF-SCHEDULE                VALUE "Y".
       01  WS-EOF-RUNCTL               PIC X VALUE "N".
           88  EOF-RUNCTL                  VALUE "Y".
       01  WS-SCHEDULE-FOUND-FLAG      PIC X VALUE "N".
           88  SCHEDULE-FOUND              VALUE "Y".

      *>> Business date the night runs under, YYYYMMDD as RUNCTRL
      *>> gives it and DD/MM/YYYY for the run sheet, and whether it
      *>> is month end
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-BUS-DDMMYYYY             PIC X(10).
       01  WS-MONTH-END-FLAG           PIC X.
           88  MONTH-END                   VALUE "Y".

      *>> The schedule, loaded once, with each step's standing on
      *>> the log for the business date and what the driver did
      *>> with it tonight
       01  WS-STEP-TABLE.
           05  WS-ST-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-ST-IDX WS-LK-IDX.
               10  WS-ST-STEP              PIC X(08).
               10  WS-ST-PROGRAM           PIC X(14).
               10  WS-ST-FREQUENCY         PIC X(01).
                   88  ST-RUNS-DAILY           VALUE "D".
                   88  ST-RUNS-MONTH-END       VALUE "M".
                   88  ST-RUNS-ON-DEMAND       VALUE "O".
               10  WS-ST-PREREQ            PIC X(08) OCCURS 3 TIMES.
               10  WS-ST-DONE-FLAG         PIC X.
                   88  ST-DONE                 VALUE "Y".
       01  WS-ST-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-ST-OVERFLOW-FLAG         PIC X VALUE "N".
           88  ST-TABLE-OVERFLOWED         VALUE "Y".
       01  WS-PREREQ-SUB               PIC 9.

      *>> Whether a prerequisite is holding the step in hand back
       01  WS-WAITING-FLAG             PIC X.
           88  PREREQ-WAITING              VALUE "Y".
       01  WS-WAITING-STEP             PIC X(08).
       01  WS-PREREQ-FOUND-FLAG        PIC X.
           88  PREREQ-FOUND                VALUE "Y".

      *>> Once a step fails nothing after it runs
       01  WS-STOPPED-FLAG             PIC X VALUE "N".
           88  STREAM-STOPPED              VALUE "Y".
       01  WS-FAILED-STEP              PIC X(08).

      *>> The program the step in hand CALLs, and whether it could be
      *>> loaded at all
       01  WS-CALL-PROGRAM             PIC X(14).
       01  WS-CALL-FAILED-FLAG         PIC X.
           88  CALL-FAILED                 VALUE "Y".

      *>> Position on the RUNCTL log - records already there before
      *>> the step was CALLed say nothing about how this run of it
      *>> went - and the last word the step wrote after that point
       01  WS-LOG-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-LOG-MARK                 PIC 9(7).
       01  WS-LOG-SEQ                  PIC 9(7).
       01  WS-STEP-SEEN-FLAG           PIC X.
           88  STEP-SEEN                   VALUE "Y".
       01  WS-LAST-EVENT               PIC X(08).
       01  WS-LAST-OUTCOME             PIC X(08).

      *>> What happened to the step in hand, as the run sheet says it
       01  WS-STEP-RESULT              PIC X(08).
       01  WS-STEP-REASON              PIC X(45).

       01  WS-RAN-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-NOT-RUN-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ9.

      *>> One printed line of the run sheet
       01  WS-RPT-DETAIL.
           05  WS-RD-STEP              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-PROGRAM           PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-WHEN              PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-RESULT            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-REASON            PIC X(45).

      *>>
      *>> Definition of data to pass in/out the RUNCTRL module
      *>>
           COPY "WSRUNCTRL.cpy".

      *>>
      *>> Tells the steps they are run unattended by the driver
      *>>
           COPY "WSJOBSTREAM.cpy".

       PROCEDURE DIVISION.
           PERFORM P1000-INITIALISE

           IF NOT SCHEDULE-FOUND
               MOVE "*** No job schedule - nothing run ***"
                   TO RPT-LINE
               WRITE RPT-LINE
               CLOSE RPTFILE
               DISPLAY "*** No SCHEDULE file - nothing run ***"
               GOBACK
           END-IF

           SET JOB-STREAM-RUNNING TO TRUE
           PERFORM P2000-PROCESS-STEP
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
           MOVE SPACES TO JOB-STREAM-FLAG

           PERFORM P9000-TERMINATE

           GOBACK
           .

      *>>
      *>> Ask RUNCTRL for the business date without checking any step
      *>> in, load the schedule, and note what the log already shows
      *>> ended OK for the date - the basis of the resume
      *>>
       P1000-INITIALISE SECTION.
           SET RC-CHECK-STEP TO TRUE
           MOVE SPACES TO RC-STEP-NAME
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           MOVE RC-BUS-DATE       TO WS-BUS-DATE
           MOVE RC-MONTH-END-FLAG TO WS-MONTH-END-FLAG
           MOVE WS-BUS-DATE(7:2) TO WS-BUS-DDMMYYYY(1:2)
           MOVE "/"              TO WS-BUS-DDMMYYYY(3:1)
           MOVE WS-BUS-DATE(5:2) TO WS-BUS-DDMMYYYY(4:2)
           MOVE "/"              TO WS-BUS-DDMMYYYY(6:1)
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-DDMMYYYY(7:4)

           DISPLAY "Job stream for business date " WS-BUS-DDMMYYYY

           OPEN OUTPUT RPTFILE
           PERFORM P1100-WRITE-REPORT-HEADER

           PERFORM P1200-LOAD-SCHEDULE
           IF SCHEDULE-FOUND
               PERFORM P1300-NOTE-LOG-STATE
           END-IF
           .

       P1100-WRITE-REPORT-HEADER SECTION.
           MOVE "NIGHTLY JOB STREAM - RUN SHEET" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF MONTH-END
               STRING "Business date " WS-BUS-DDMMYYYY
                   " (month end)"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "Business date " WS-BUS-DDMMYYYY
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "Step      Program        When      Result   Reason"
               TO RPT-LINE
           WRITE RPT-LINE
           .

      *>>
      *>> A schedule longer than the table is not run short - the
      *>> steps past the end are reported and the roll will not be
      *>> reached, so the day cannot be closed on half a schedule
      *>>
       P1200-LOAD-SCHEDULE SECTION.
           MOVE SPACES TO WS-STEP-TABLE

           OPEN INPUT SCHEDULE
           IF WS-FILE-STATUS EQUAL ZERO
               SET SCHEDULE-FOUND TO TRUE
               PERFORM P1210-READ-SCHEDULE
               PERFORM P1220-LOAD-SCHEDULE-STEP
                   UNTIL EOF-SCHEDULE
               CLOSE SCHEDULE
           END-IF
           .

       P1210-READ-SCHEDULE SECTION.
           READ SCHEDULE
               AT END SET EOF-SCHEDULE TO TRUE
           END-READ
           .

       P1220-LOAD-SCHEDULE-STEP SECTION.
           IF SCF-STEP-NAME NOT EQUAL SPACES
               IF WS-ST-COUNT < 30
                   ADD 1 TO WS-ST-COUNT
                   SET WS-LK-IDX TO WS-ST-COUNT
                   MOVE SCF-STEP-NAME    TO WS-ST-STEP(WS-LK-IDX)
                   MOVE SCF-PROGRAM-NAME TO WS-ST-PROGRAM(WS-LK-IDX)
                   MOVE SCF-FREQUENCY    TO WS-ST-FREQUENCY(WS-LK-IDX)
                   MOVE SCF-PREREQ-STEP(1)
                       TO WS-ST-PREREQ(WS-LK-IDX, 1)
                   MOVE SCF-PREREQ-STEP(2)
                       TO WS-ST-PREREQ(WS-LK-IDX, 2)
                   MOVE SCF-PREREQ-STEP(3)
                       TO WS-ST-PREREQ(WS-LK-IDX, 3)
                   MOVE "N" TO WS-ST-DONE-FLAG(WS-LK-IDX)
               ELSE
                   SET ST-TABLE-OVERFLOWED TO TRUE
                   DISPLAY "*** Schedule step " SCF-STEP-NAME
                       " beyond the 30 the driver holds - not run ***"
               END-IF
           END-IF

           PERFORM P1210-READ-SCHEDULE
           .

      *>>
      *>> Read the whole log: count it, so a step's own records can
      *>> be told apart later, and mark each scheduled step whose
      *>> latest word for the business date is ENDED OK
      *>>
       P1300-NOTE-LOG-STATE SECTION.
           MOVE ZERO TO WS-LOG-COUNT
           MOVE "N" TO WS-EOF-RUNCTL

           OPEN INPUT RUNCTL
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P1310-READ-RUNCTL
               PERFORM P1320-NOTE-LOG-RECORD
                   UNTIL EOF-RUNCTL
               CLOSE RUNCTL
           END-IF
           .

       P1310-READ-RUNCTL SECTION.
           READ RUNCTL
               AT END SET EOF-RUNCTL TO TRUE
           END-READ
           .

       P1320-NOTE-LOG-RECORD SECTION.
           ADD 1 TO WS-LOG-COUNT

           IF RCF-BUS-DATE EQUAL WS-BUS-DATE
               AND RCF-EVENT EQUAL "ENDED"
               PERFORM P1330-MARK-STEP-DONE
                   VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-ST-COUNT
           END-IF

           PERFORM P1310-READ-RUNCTL
           .

       P1330-MARK-STEP-DONE SECTION.
           IF WS-ST-STEP(WS-LK-IDX) EQUAL RCF-STEP-NAME
               IF RCF-OUTCOME EQUAL "OK"
                   SET ST-DONE(WS-LK-IDX) TO TRUE
               ELSE
                   MOVE "N" TO WS-ST-DONE-FLAG(WS-LK-IDX)
               END-IF
           END-IF
           .

      *>>
      *>> Decide what to do with one step on the schedule, do it,
      *>> and put it on the run sheet
      *>>
       P2000-PROCESS-STEP SECTION.
           MOVE SPACES TO WS-STEP-RESULT
           MOVE SPACES TO WS-STEP-REASON

           EVALUATE TRUE
               WHEN STREAM-STOPPED
                   MOVE "NOT RUN" TO WS-STEP-RESULT
                   STRING "stream stopped at " DELIMITED BY SIZE
                       WS-FAILED-STEP DELIMITED BY SPACE
                       INTO WS-STEP-REASON
                   ADD 1 TO WS-NOT-RUN-COUNT
               WHEN ST-DONE(WS-ST-IDX)
                   MOVE "SKIPPED" TO WS-STEP-RESULT
                   MOVE "already ended OK for business date"
                       TO WS-STEP-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN ST-RUNS-ON-DEMAND(WS-ST-IDX)
                   MOVE "SKIPPED" TO WS-STEP-RESULT
                   MOVE "on demand - run by hand when wanted"
                       TO WS-STEP-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN ST-RUNS-MONTH-END(WS-ST-IDX)
                   AND NOT MONTH-END
                   MOVE "SKIPPED" TO WS-STEP-RESULT
                   MOVE "month-end step - not month end"
                       TO WS-STEP-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN NOT ST-RUNS-DAILY(WS-ST-IDX)
                   AND NOT ST-RUNS-MONTH-END(WS-ST-IDX)
                   MOVE "SKIPPED" TO WS-STEP-RESULT
                   MOVE "frequency on schedule is not D, M or O"
                       TO WS-STEP-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM P2100-CHECK-PREREQUISITES
                   IF PREREQ-WAITING
                       MOVE "SKIPPED" TO WS-STEP-RESULT
                       STRING "waiting on " DELIMITED BY SIZE
                           WS-WAITING-STEP DELIMITED BY SPACE
                           " - not ended OK" DELIMITED BY SIZE
                           INTO WS-STEP-REASON
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM P2200-RUN-STEP
                   END-IF
           END-EVALUATE

           PERFORM P2900-WRITE-STEP-LINE
           .

      *>>
      *>> Every prerequisite named must be on the schedule and either
      *>> have ended OK for the date or not be due tonight
      *>>
       P2100-CHECK-PREREQUISITES SECTION.
           MOVE "N" TO WS-WAITING-FLAG

           PERFORM P2110-CHECK-ONE-PREREQ
               VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > 3
               OR PREREQ-WAITING
           .

       P2110-CHECK-ONE-PREREQ SECTION.
           IF WS-ST-PREREQ(WS-ST-IDX, WS-PREREQ-SUB) NOT EQUAL SPACES
               MOVE "N" TO WS-PREREQ-FOUND-FLAG
               PERFORM P2120-MATCH-PREREQ
                   VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-ST-COUNT
                   OR PREREQ-FOUND

               IF NOT PREREQ-FOUND
                   SET PREREQ-WAITING TO TRUE
                   MOVE WS-ST-PREREQ(WS-ST-IDX, WS-PREREQ-SUB)
                       TO WS-WAITING-STEP
               END-IF
           END-IF
           .

       P2120-MATCH-PREREQ SECTION.
           IF WS-ST-STEP(WS-LK-IDX)
               EQUAL WS-ST-PREREQ(WS-ST-IDX, WS-PREREQ-SUB)
               SET PREREQ-FOUND TO TRUE
               EVALUATE TRUE
                   WHEN ST-DONE(WS-LK-IDX)
                       CONTINUE
                   WHEN ST-RUNS-ON-DEMAND(WS-LK-IDX)
                       CONTINUE
                   WHEN ST-RUNS-MONTH-END(WS-LK-IDX)
                       AND NOT MONTH-END
                       CONTINUE
                   WHEN OTHER
                       SET PREREQ-WAITING TO TRUE
                       MOVE WS-ST-STEP(WS-LK-IDX) TO WS-WAITING-STEP
               END-EVALUATE
           END-IF
           .

      *>>
      *>> Clear the step with RUNCTRL, CALL its program, and judge it
      *>> by what it wrote on the log - anything short of ENDED OK
      *>> stops the stream here
      *>>
       P2200-RUN-STEP SECTION.
           SET RC-CHECK-STEP TO TRUE
           MOVE WS-ST-STEP(WS-ST-IDX) TO RC-STEP-NAME
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           IF RC-REFUSED
               MOVE "FAILED" TO WS-STEP-RESULT
               MOVE RC-REFUSE-REASON TO WS-STEP-REASON
               PERFORM P2400-STOP-STREAM
           ELSE
               DISPLAY "Running " WS-ST-STEP(WS-ST-IDX)
                   " - " WS-ST-PROGRAM(WS-ST-IDX)
               MOVE WS-LOG-COUNT TO WS-LOG-MARK
               MOVE WS-ST-PROGRAM(WS-ST-IDX) TO WS-CALL-PROGRAM
               MOVE "N" TO WS-CALL-FAILED-FLAG

               CALL WS-CALL-PROGRAM
                   ON EXCEPTION SET CALL-FAILED TO TRUE
               END-CALL

               IF CALL-FAILED
                   MOVE "FAILED" TO WS-STEP-RESULT
                   MOVE "program could not be loaded"
                       TO WS-STEP-REASON
                   PERFORM P2400-STOP-STREAM
               ELSE
                   CANCEL WS-CALL-PROGRAM
                   PERFORM P2300-FIND-STEP-OUTCOME
               END-IF
           END-IF
           .

      *>>
      *>> Read the log again, looking only at what was written after
      *>> the step was CALLed
      *>>
       P2300-FIND-STEP-OUTCOME SECTION.
           MOVE ZERO TO WS-LOG-SEQ
           MOVE "N" TO WS-STEP-SEEN-FLAG
           MOVE SPACES TO WS-LAST-EVENT
           MOVE SPACES TO WS-LAST-OUTCOME
           MOVE "N" TO WS-EOF-RUNCTL

           OPEN INPUT RUNCTL
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P1310-READ-RUNCTL
               PERFORM P2310-NOTE-STEP-RECORD
                   UNTIL EOF-RUNCTL
               CLOSE RUNCTL
           END-IF
           MOVE WS-LOG-SEQ TO WS-LOG-COUNT

           EVALUATE TRUE
               WHEN NOT STEP-SEEN
                   MOVE "FAILED" TO WS-STEP-RESULT
                   MOVE "nothing logged - step did not run"
                       TO WS-STEP-REASON
                   PERFORM P2400-STOP-STREAM
               WHEN WS-LAST-EVENT EQUAL "ENDED"
                   AND WS-LAST-OUTCOME EQUAL "OK"
                   MOVE "OK" TO WS-STEP-RESULT
                   SET ST-DONE(WS-ST-IDX) TO TRUE
                   ADD 1 TO WS-RAN-COUNT
               WHEN WS-LAST-EVENT EQUAL "ENDED"
                   MOVE "FAILED" TO WS-STEP-RESULT
                   STRING "step ended " DELIMITED BY SIZE
                       WS-LAST-OUTCOME DELIMITED BY SPACE
                       INTO WS-STEP-REASON
                   PERFORM P2400-STOP-STREAM
               WHEN OTHER
                   MOVE "FAILED" TO WS-STEP-RESULT
                   MOVE "step started but never ended"
                       TO WS-STEP-REASON
                   PERFORM P2400-STOP-STREAM
           END-EVALUATE
           .

       P2310-NOTE-STEP-RECORD SECTION.
           ADD 1 TO WS-LOG-SEQ

           IF WS-LOG-SEQ > WS-LOG-MARK
               AND RCF-BUS-DATE EQUAL WS-BUS-DATE
               AND RCF-STEP-NAME EQUAL WS-ST-STEP(WS-ST-IDX)
               SET STEP-SEEN TO TRUE
               MOVE RCF-EVENT   TO WS-LAST-EVENT
               MOVE RCF-OUTCOME TO WS-LAST-OUTCOME
           END-IF

           PERFORM P1310-READ-RUNCTL
           .

       P2400-STOP-STREAM SECTION.
           SET STREAM-STOPPED TO TRUE
           MOVE WS-ST-STEP(WS-ST-IDX) TO WS-FAILED-STEP
           ADD 1 TO WS-FAILED-COUNT
           DISPLAY "*** Step " WS-FAILED-STEP " failed - "
               WS-STEP-REASON " ***"
           .

       P2900-WRITE-STEP-LINE SECTION.
           MOVE WS-ST-STEP(WS-ST-IDX)    TO WS-RD-STEP
           MOVE WS-ST-PROGRAM(WS-ST-IDX) TO WS-RD-PROGRAM
           EVALUATE TRUE
               WHEN ST-RUNS-DAILY(WS-ST-IDX)
                   MOVE "daily"     TO WS-RD-WHEN
               WHEN ST-RUNS-MONTH-END(WS-ST-IDX)
                   MOVE "month end" TO WS-RD-WHEN
               WHEN ST-RUNS-ON-DEMAND(WS-ST-IDX)
                   MOVE "on demand" TO WS-RD-WHEN
               WHEN OTHER
                   MOVE "?"         TO WS-RD-WHEN
           END-EVALUATE
           MOVE WS-STEP-RESULT TO WS-RD-RESULT
           MOVE WS-STEP-REASON TO WS-RD-REASON

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           .

       P9000-TERMINATE SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF ST-TABLE-OVERFLOWED
               MOVE "*** Schedule longer than 30 steps - steps past"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "    the 30th not run, day cannot be closed ***"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE WS-ST-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Steps on schedule: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RAN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Ran OK tonight:    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Skipped:           " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FAILED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Failed:            " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-NOT-RUN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Not run:           " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF STREAM-STOPPED
               STRING "*** Stream stopped at " DELIMITED BY SIZE
                   WS-FAILED-STEP DELIMITED BY SPACE
                   " - put it right and re-run to resume ***"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "Stream complete" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           DISPLAY RPT-LINE

           CLOSE RPTFILE
           .

       END PROGRAM JobStream.
