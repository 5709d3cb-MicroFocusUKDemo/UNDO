      *>>
      *>> SDDDRtnLog.cpy - SELECT clause for the returned-debit log,
      *>> the posting run's own record of every returned debit the
      *>> bank has sent back on DDRETURN. Indexed on the account
      *>> number followed by the date the debit was asked for, so a
      *>> return the bank sends again is found with a single keyed
      *>> READ and never taken twice. Because the record key must
      *>> name a field of the record, every program that copies this
      *>> must copy RDDDRtnLog.cpy REPLACING ==(PREFIX)== BY ==DRL==
      *>> (the same convention SDLoanMast.cpy imposes with its LMF-
      *>> prefix). COPY this into a program's own FILE-CONTROL
      *>> paragraph.
      *>>
           SELECT DDRTNLOG ASSIGN TO "DDRTNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRL-RETURN-KEY
               FILE STATUS IS WS-FILE-STATUS.
