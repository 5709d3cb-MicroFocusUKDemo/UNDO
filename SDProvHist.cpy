      *>>
      *>> SDProvHist.cpy - SELECT clause for the loan-loss provision
      *>> history. ProvisionRun appends one record per stage per
      *>> currency per month-end run; the newest set from an earlier
      *>> month is what the next run measures its charge or release
      *>> from. COPY this into a program's own FILE-CONTROL
      *>> paragraph.
      *>>
           SELECT PROVHIST ASSIGN TO "PROVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
