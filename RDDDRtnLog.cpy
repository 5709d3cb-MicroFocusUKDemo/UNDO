      *>>
      *>> RDDDRtnLog.cpy - Returned-debit log record layout, one
      *>> record per debit the bank has returned unpaid. COPY ...
      *>> REPLACING ==(PREFIX)== BY ==xxx== to get a private copy of
      *>> the record under the FD (DRL-) or a working-storage work
      *>> copy.
      *>>
      *>> A posting run enters each return on DDRETURN it has not
      *>> seen before as HELD, with the bank's own fields as the
      *>> bank sent them (see RDDDReturn.cpy) and the date it was
      *>> entered. The next posting run with a payments feed takes
      *>> every HELD return off its account and marks it TAKEN with
      *>> the business date and the loan master generation that run
      *>> produced, so a back-out can put it back to HELD. A return
      *>> that arrives on a night with no feed simply waits as HELD,
      *>> whatever becomes of the bank's file meanwhile, and one the
      *>> bank leaves on DDRETURN after it has been taken is never
      *>> taken again. All dates are DD/MM/YYYY, the format used
      *>> throughout.
      *>>
       01  (PREFIX)-DDRTNLOG-REC.
           05  (PREFIX)-RETURN-KEY.
               10  (PREFIX)-ACCOUNT-NO      PIC X(10).
               10  (PREFIX)-COLLECT-DATE    PIC X(10).
           05  (PREFIX)-AMOUNT              PIC 9(7)V99.
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-REASON-CODE         PIC X(04).
           05  (PREFIX)-STATUS              PIC X(01).
               88  (PREFIX)-RETURN-HELD         VALUE "H".
               88  (PREFIX)-RETURN-TAKEN        VALUE "T".
           05  (PREFIX)-ENTERED-DATE        PIC X(10).
           05  (PREFIX)-TAKEN-DATE          PIC X(10).
           05  (PREFIX)-GEN-NUMBER          PIC 9(04).
