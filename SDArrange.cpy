      *>>
      *>> SDArrange.cpy - SELECT clause for the arrangements file -
      *>> payment holidays and reduced-payment plans agreed with
      *>> customers in hardship - indexed on the account number so the
      *>> posting run, the collections run and the arrears report each
      *>> reach an account's arrangement with a single keyed READ.
      *>> Because the record key must name a field of the record,
      *>> every program that copies this must copy RDArrange.cpy
      *>> REPLACING ==(PREFIX)== BY ==ARG== (the same convention
      *>> SDLoanMast.cpy imposes with its LMF- prefix).
      *>> COPY this into a program's own FILE-CONTROL paragraph.
      *>>
           SELECT ARRANGE ASSIGN TO "ARRANGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARG-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.
