      *>> the step may run without recording anything, START asks and
      *>> records the step as started, END records the step's
      *>> outcome, and ROLL closes the business day - it advances
      *>> BUSDATE to the next business day (the RollBusDate
      *>> end-of-night step drives it once the evening's work has
      *>> ended, so night two's POST is judged against its own date
      *>> instead of deadlocking on night one's). RUNCTRL answers
      *>> not run, RC-REFUSED with the reason spelt out - a POST
      *>> that has already completed for the business date, or a
      *>> POST before that date's feeds have been validated, is
      *>> flatly refused, and so is a ROLL (or a CHECK for ROLLDATE)
      *>> while any mandatory step due on the SCHEDULE has not ended
      *>> OK for the date. RC-MONTH-END comes back set when the
      *>> business date is the last business day of its month, so
      *>> the month-end steps know when they are due.
      *>>
       01  RUN-CONTROL-FIELDS.
           05  RC-FUNCTION                 PIC X(05).
               88  RC-ALLOWED                  VALUE "Y".
               88  RC-REFUSED                  VALUE "N".
           05  RC-REFUSE-REASON            PIC X(45).
           05  RC-MONTH-END-FLAG           PIC X(01).
               88  RC-MONTH-END                VALUE "Y".
