      *>>
      *>> SDOperator.cpy - SELECT clause for the operator authority
      *>> file, maintained by hand like FEECONFIG and read by the
      *>> SIGNON module whenever an operator signs on to one of the
      *>> maintenance programs. COPY this into a program's own
      *>> FILE-CONTROL paragraph.
      *>>
           SELECT OPERATORS ASSIGN TO "OPERATORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
