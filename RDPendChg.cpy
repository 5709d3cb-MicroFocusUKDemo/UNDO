      *>>
      *>> RDPendChg.cpy - Pending-change record layout, one record per
      *>> change an operator has keyed that needs a second, different
      *>> operator's approval before it reaches the file - a loan
      *>> write-off or closure, a payment amendment beyond the
      *>> maker's limit, a suspense release. COPY ... REPLACING
      *>> ==(PREFIX)== BY ==xxx== to get a private copy of the record
      *>> under the FD (PND-) or a working-storage work copy.
      *>>
      *>> FILE-NAME says which master the change is for (LOANMAST,
      *>> SUSPFILE) and RECORD-KEY which record; BEFORE-IMAGE is the
      *>> record as the maker saw it and AFTER-IMAGE the record as it
      *>> will be written. A change is only applied if the record
      *>> still matches its before-image when it is approved - if
      *>> anything has moved it since, it is voided and must be keyed
      *>> again against the record as it now stands. AMOUNT is the
      *>> money the change moves, shown to the approver in the
      *>> record's CURRENCY.
      *>>
      *>> STATUS walks the change through its life: pending as keyed,
      *>> then applied, rejected or voided, stamped with the checker
      *>> and when.
      *>>
      *>> ACTION values: WRITEOFF, CLOSE, AMEND, REFUND (LOANMAST);
      *>> RELEASE (SUSPFILE). A REFUND leaves the account itself as
      *>> it is - its before- and after-images are the same record,
      *>> and approving it approves the refund on the REFUNDS
      *>> register for the posting run to pay.
      *>>
       01  (PREFIX)-PENDCHG-REC.
           05  (PREFIX)-PEND-REF            PIC 9(07).
           05  (PREFIX)-STATUS              PIC X(01).
               88  (PREFIX)-PEND-PENDING        VALUE "P".
               88  (PREFIX)-PEND-APPLIED        VALUE "A".
               88  (PREFIX)-PEND-REJECTED       VALUE "R".
               88  (PREFIX)-PEND-VOIDED         VALUE "V".
           05  (PREFIX)-FILE-NAME           PIC X(08).
           05  (PREFIX)-ACTION              PIC X(08).
           05  (PREFIX)-RECORD-KEY          PIC X(10).
           05  (PREFIX)-AMOUNT              PIC S9(7)V99.
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-MAKER-ID            PIC X(08).
           05  (PREFIX)-MAKER-TIMESTAMP     PIC X(21).
           05  (PREFIX)-CHECKER-ID          PIC X(08).
           05  (PREFIX)-CHECKER-TIMESTAMP   PIC X(21).
           05  (PREFIX)-BEFORE-IMAGE        PIC X(200).
           05  (PREFIX)-AFTER-IMAGE         PIC X(200).
