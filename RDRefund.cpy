      *>>
      *>> RDRefund.cpy - Refunds register record layout, one record
      *>> per refund of a credit balance - money the book owes back
      *>> to a customer who paid more than the account owed. COPY ...
      *>> REPLACING ==(PREFIX)== BY ==xxx== to get a private copy of
      *>> the record under the FD (RFD-) or a working-storage work
      *>> copy.
      *>>
      *>> An operator raises the refund in LoanMaint for the account's
      *>> whole credit balance (REFUND-REF is the pending-change
      *>> reference it was queued under on PENDCHG), and it stays
      *>> RAISED until a second, different operator approves it -
      *>> APPROVED - or rejects it, or the account moves before it is
      *>> approved - CANCELLED. The next posting run pays an approved
      *>> refund: the amount goes back onto the account's balance,
      *>> onto POSTHIST and the GL extract, and out to the bank on the
      *>> REFUND-INSTR payment instruction file, and the refund is
      *>> marked PAID with the business date and the loan master
      *>> generation that run produced, so a back-out can put it back
      *>> to APPROVED. All dates are DD/MM/YYYY, the format used
      *>> throughout.
      *>>
       01  (PREFIX)-REFUND-REC.
           05  (PREFIX)-REFUND-KEY.
               10  (PREFIX)-ACCOUNT-NO      PIC X(10).
               10  (PREFIX)-REFUND-REF      PIC 9(07).
           05  (PREFIX)-CUSTOMER-NO         PIC X(10).
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-AMOUNT              PIC S9(7)V99.
           05  (PREFIX)-STATUS              PIC X(01).
               88  (PREFIX)-REFUND-RAISED       VALUE "R".
               88  (PREFIX)-REFUND-APPROVED     VALUE "A".
               88  (PREFIX)-REFUND-PAID         VALUE "P".
               88  (PREFIX)-REFUND-CANCELLED    VALUE "X".
           05  (PREFIX)-RAISED-DATE         PIC X(10).
           05  (PREFIX)-RAISED-BY           PIC X(08).
           05  (PREFIX)-APPROVED-DATE       PIC X(10).
           05  (PREFIX)-APPROVED-BY         PIC X(08).
           05  (PREFIX)-PAID-DATE           PIC X(10).
           05  (PREFIX)-GEN-NUMBER          PIC 9(04).
