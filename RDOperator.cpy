      *>>
      *>> RDOperator.cpy - Operator authority record layout, one
      *>> record per person allowed to sign on to the maintenance
      *>> programs. COPY ... REPLACING ==(PREFIX)== BY ==xxx== to get
      *>> a private copy of the record under the FD (OPR-) or a
      *>> working-storage work copy.
      *>>
      *>> PIN is what the operator keys to prove the id is theirs.
      *>> STATUS A lets them sign on; anything else (S suspended,
      *>> L left) refuses them without losing the record the
      *>> journals point back to. LOAN-AUTH, CUST-AUTH and SUSP-AUTH
      *>> say which of LoanMaint, CustMaint and SuspMaint they may
      *>> use, and APPROVE-AUTH whether they may approve changes
      *>> another operator has keyed - never their own. AMEND-LIMIT
      *>> is how far they may move an account's scheduled payment on
      *>> their own say-so; a larger amendment waits for approval.
      *>>
       01  (PREFIX)-OPERATOR-REC.
           05  (PREFIX)-OPERATOR-ID         PIC X(08).
           05  (PREFIX)-PIN                 PIC X(06).
           05  (PREFIX)-OPERATOR-NAME       PIC X(30).
           05  (PREFIX)-STATUS              PIC X(01).
               88  (PREFIX)-STATUS-ACTIVE       VALUE "A".
           05  (PREFIX)-LOAN-AUTH           PIC X(01).
           05  (PREFIX)-CUST-AUTH           PIC X(01).
           05  (PREFIX)-SUSP-AUTH           PIC X(01).
           05  (PREFIX)-APPROVE-AUTH        PIC X(01).
           05  (PREFIX)-AMEND-LIMIT         PIC 9(7)V99.
