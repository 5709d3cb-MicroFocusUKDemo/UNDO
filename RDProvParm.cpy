      *>>
      *>> RDProvParm.cpy - Loan-loss provision percentage parameter
      *>> record layout, one record per arrears stage per currency,
      *>> plus (by convention, last or anywhere in the file) records
      *>> with a spaces currency carrying the default percentage for
      *>> each stage in every currency not listed. The provision held
      *>> against a stage is PROVISION-PCT per cent of the
      *>> outstanding balances of the active accounts in it. Stages
      *>> follow the missed-payment count the posting run keeps:
      *>> 1 performing (none missed), 2 in arrears (one or two
      *>> missed), 3 impaired (three or more missed). COPY ...
      *>> REPLACING ==(PREFIX)== BY ==xxx== to get a private copy of
      *>> the record under the FD (PPF-) or a working-storage work
      *>> copy.
      *>>
       01  (PREFIX)-PROVPARM-REC.
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-STAGE               PIC 9(01).
           05  (PREFIX)-PROVISION-PCT       PIC 9(3)V99.
