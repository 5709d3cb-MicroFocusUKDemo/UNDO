      *>>
      *>> SDDayBasis.cpy - SELECT clause for the interest day-count
      *>> basis parameter file, maintained by hand like FEECONFIG and
      *>> read once at start of a batch run. COPY this into a
      *>> program's own FILE-CONTROL paragraph.
      *>>
           SELECT DAYBASIS ASSIGN TO "DAYBASIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
