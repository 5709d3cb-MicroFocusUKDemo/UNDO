      *>>
      *>> SDWriteOff.cpy - SELECT clause for the write-off register.
      *>> LoanMaint appends a record for every account it writes off
      *>> and the posting run appends one for every recovery it takes
      *>> against a written-off account; WriteOffPost sends the
      *>> write-offs to the ledger and WriteOffReport reports the
      *>> month off it. Plain record sequential, not line sequential
      *>> - WriteOffPost rewrites each write-off in place as it is
      *>> posted, and the signed amounts keep their overpunched sign
      *>> bytes (the concern RDPayLog.cpy documents).
      *>> COPY this into a program's own FILE-CONTROL paragraph.
      *>>
           SELECT WRITEOFF ASSIGN TO "WRITEOFF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
