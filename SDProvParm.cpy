      *>>
      *>> SDProvParm.cpy - SELECT clause for the loan-loss provision
      *>> percentage parameter file, maintained by hand like
      *>> FEECONFIG and read once at the start of the month-end
      *>> provisioning run. COPY this into a program's own
      *>> FILE-CONTROL paragraph.
      *>>
           SELECT PROVPARM ASSIGN TO "PROVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
