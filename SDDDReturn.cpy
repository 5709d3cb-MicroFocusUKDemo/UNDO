      *>>
      *>> SDDDReturn.cpy - SELECT clause for the bank's returned
      *>> (unpaid) direct-debit file. DDCollect lists the returns the
      *>> bank has sent back, and the next posting run takes each one
      *>> back off its account and into arrears. No file means no
      *>> debits came back. The posting run keeps its own record of
      *>> each return on the DDRTNLOG log (SDDDRtnLog.cpy), so a
      *>> return left on this file is never taken twice.
      *>> COPY this into a program's own FILE-CONTROL paragraph.
      *>>
           SELECT DDRETURN ASSIGN TO "DDRETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
