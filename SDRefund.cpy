      *>>
      *>> SDRefund.cpy - SELECT clause for the refunds register - one
      *>> record per refund of a credit balance raised against a loan
      *>> account. Indexed on the account number followed by the
      *>> refund reference, so LoanMaint and the posting run each
      *>> reach every refund against one account with a single keyed
      *>> START. Because the record key must name a field of the
      *>> record, every program that copies this must copy
      *>> RDRefund.cpy REPLACING ==(PREFIX)== BY ==RFD== (the same
      *>> convention SDLoanMast.cpy imposes with its LMF- prefix).
      *>> COPY this into a program's own FILE-CONTROL paragraph.
      *>>
           SELECT REFUNDS ASSIGN TO "REFUNDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFD-REFUND-KEY
               FILE STATUS IS WS-FILE-STATUS.
