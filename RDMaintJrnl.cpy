      *>>
      *>> RDMaintJrnl.cpy - Maintenance change journal record layout,
      *>> one record per change LoanMaint, CustMaint or SuspMaint
      *>> applies to LOANMAST, CUSTMAST or SUSPFILE, carrying when,
      *>> which file and record, what kind of change, who keyed it,
      *>> who approved it (spaces for a change that needed no
      *>> approval, with the pending reference it was approved under
      *>> otherwise zero), and a before-image and after-image of the
      *>> whole record (spaces for the side that does not exist - no
      *>> before-image on an add, no after-image on a delete). COPY
      *>> ... REPLACING ==(PREFIX)== BY ==xxx== to get a private copy
      *>> of the record under the FD (MJR-) or a working-storage work
      *>> copy.
      *>>
      *>> ACTION values: OPEN, AMEND, CLOSE, WRITEOFF (LOANMAST);
      *>> ADD, AMEND, DELETE (CUSTMAST); CORRECT, RELEASE (SUSPFILE).
      *>>
       01  (PREFIX)-MAINTJRNL-REC.
           05  (PREFIX)-TIMESTAMP           PIC X(21).
           05  (PREFIX)-FILE-NAME           PIC X(08).
           05  (PREFIX)-ACTION              PIC X(08).
           05  (PREFIX)-RECORD-KEY          PIC X(10).
           05  (PREFIX)-OPERATOR-ID         PIC X(08).
           05  (PREFIX)-APPROVER-ID         PIC X(08).
           05  (PREFIX)-PEND-REF            PIC 9(07).
           05  (PREFIX)-BEFORE-IMAGE        PIC X(200).
           05  (PREFIX)-AFTER-IMAGE         PIC X(200).
