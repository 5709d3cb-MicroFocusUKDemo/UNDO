      *>>
      *>> RDDDReturn.cpy - Returned (unpaid) direct-debit record
      *>> layout, one record per collection the bank could not take
      *>> or has since recalled from the customer's account.
      *>> COPY ... REPLACING ==(PREFIX)== BY ==xxx== to get a private
      *>> copy of the record under the FD or a working-storage work
      *>> copy.
      *>>
      *>> COLLECT-DATE is the date the debit was asked for, as it went
      *>> out on the DDINSTR instruction file (DD/MM/YYYY). AMOUNT is
      *>> the sum that came back, unsigned for the same line-
      *>> sequential reason as RDPayRecv.cpy. REASON-CODE is the
      *>> bank's own unpaid reason (no funds, instruction cancelled,
      *>> account closed and so on), carried through to the reports
      *>> as the bank sent it.
      *>>
      *>> The posting run takes a returned debit back off the
      *>> account - the money it was credited with never arrived - so
      *>> the balance goes back up by the amount and the missed
      *>> payment goes into arrears, instead of the account standing
      *>> as paid.
      *>>
       01  (PREFIX)-DDRETURN-REC.
           05  (PREFIX)-ACCOUNT-NO          PIC X(10).
           05  (PREFIX)-COLLECT-DATE        PIC X(10).
           05  (PREFIX)-AMOUNT              PIC 9(7)V99.
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-REASON-CODE         PIC X(04).
