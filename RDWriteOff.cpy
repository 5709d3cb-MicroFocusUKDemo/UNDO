      *>>
      *>> RDWriteOff.cpy - Write-off register record layout, one
      *>> record per write-off or per recovery taken against a
      *>> written-off account. COPY ... REPLACING ==(PREFIX)== BY
      *>> ==xxx== to get a private copy of the record under the FD
      *>> (WOF-) or a working-storage work copy.
      *>>
      *>> A write-off (ENTRY-TYPE W) carries what the account owed the
      *>> moment it was written off - CAPITAL is the outstanding
      *>> balance (unpaid interest is capitalised onto it on the due
      *>> date, so it is in there too), INTEREST the interest accrued
      *>> since and not yet on the balance, FEES the unpaid late-fee
      *>> balance - and OPERATOR-ID who wrote it off. The balances
      *>> stay on the loan master, since the customer still owes
      *>> them; the register is what tells the ledger they are lost.
      *>>
      *>> A recovery (ENTRY-TYPE R) is money received against a
      *>> written-off account - RECOVERED is the amount, and
      *>> GEN-NUMBER the loan master generation of the posting run
      *>> that took it, so a back-out can sweep it off again.
      *>>
      *>> GL-STATUS says whether the entry has reached the ledger: a
      *>> write-off waits (spaces) for WriteOffPost to put its loss
      *>> postings on GLWOFF-EXT, which stamps it posted with the
      *>> business date in GL-DATE; a recovery is posted on the
      *>> posting run's own GLPOST-EXT, so it is written as posted.
      *>>
       01  (PREFIX)-WRITEOFF-REC.
           05  (PREFIX)-ENTRY-DATE          PIC X(10).
           05  (PREFIX)-ENTRY-TYPE          PIC X(01).
               88  (PREFIX)-TYPE-WRITE-OFF      VALUE "W".
               88  (PREFIX)-TYPE-RECOVERY       VALUE "R".
           05  (PREFIX)-ACCOUNT-NO          PIC X(10).
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-CAPITAL-AMOUNT      PIC S9(7)V99.
           05  (PREFIX)-INTEREST-AMOUNT     PIC S9(7)V99.
           05  (PREFIX)-FEES-AMOUNT         PIC S9(7)V99.
           05  (PREFIX)-RECOVERED-AMOUNT    PIC S9(7)V99.
           05  (PREFIX)-OPERATOR-ID         PIC X(08).
           05  (PREFIX)-GEN-NUMBER          PIC 9(04).
           05  (PREFIX)-GL-STATUS           PIC X(01).
               88  (PREFIX)-GL-PENDING          VALUE " ".
               88  (PREFIX)-GL-POSTED           VALUE "P".
           05  (PREFIX)-GL-DATE             PIC X(10).
