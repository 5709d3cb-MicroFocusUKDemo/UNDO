      *>>
      *>> SDSchedule.cpy - SELECT clause for the nightly job
      *>> schedule, maintained by hand like FEECONFIG and read by the
      *>> JobStream driver (to know what to run and in what order)
      *>> and by RUNCTRL (to know what must have ended OK before the
      *>> business day may be closed). COPY this into a program's own
      *>> FILE-CONTROL paragraph.
      *>>
           SELECT SCHEDULE ASSIGN TO "SCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
