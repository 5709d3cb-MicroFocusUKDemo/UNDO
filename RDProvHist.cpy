      *>>
      *>> RDProvHist.cpy - Loan-loss provision history record layout,
      *>> one record per arrears stage per currency per month-end
      *>> provisioning run, carrying the business date of the run
      *>> (DD/MM/YYYY), how many active accounts sat in the stage,
      *>> their outstanding balances, the percentage applied and the
      *>> provision that produced. Every stage of every currency is
      *>> written each run, empty ones as zero, so the newest set
      *>> always says what the ledger holds. COPY ... REPLACING
      *>> ==(PREFIX)== BY ==xxx== to get a private copy of the record
      *>> under the FD (PVH-) or a working-storage work copy.
      *>>
      *>> Amounts carry an explicit sign byte rather than an
      *>> overpunch - this file is LINE SEQUENTIAL (the reasoning the
      *>> GL extract documents).
      *>>
       01  (PREFIX)-PROVHIST-REC.
           05  (PREFIX)-RUN-DATE            PIC X(10).
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-STAGE               PIC 9(01).
           05  (PREFIX)-ACCOUNT-COUNT       PIC 9(06).
           05  (PREFIX)-EXPOSURE-SIGN       PIC X(01).
           05  (PREFIX)-EXPOSURE-AMOUNT     PIC 9(9)V99.
           05  (PREFIX)-PROVISION-PCT       PIC 9(3)V99.
           05  (PREFIX)-PROVISION-SIGN      PIC X(01).
           05  (PREFIX)-PROVISION-AMOUNT    PIC 9(9)V99.
