      *>> generation: how many records it wrote in the currency and
      *>> their total outstanding balance (the figures a back-out
      *>> verifies the generation file against before trusting it),
      *>> and the interest, capital, fee and recovery postings the
      *>> run sent to the GL extract (the figures a back-out reverses
      *>> so the ledger loader is squared away). RECOVERY was added
      *>> later and reads as spaces on older records; so do ACCRUED
      *>> and RELEASED, the night's interest accrual and the accrual
      *>> charged or settled off the accrued-income asset, added with
      *>> daily accrual (INTEREST is the interest income the run
      *>> credited), and REFUND, the credit balances the run paid
      *>> back to customers. COPY ... REPLACING
      *>> ==(PREFIX)== BY ==xxx== to get a private copy of the
      *>> record under the FD (GMF-) or a working-storage work copy.
      *>>
           05  (PREFIX)-CAPITAL-AMOUNT      PIC 9(9)V99.
           05  (PREFIX)-FEES-SIGN           PIC X(01).
           05  (PREFIX)-FEES-AMOUNT         PIC 9(9)V99.
           05  (PREFIX)-RECOVERY-SIGN       PIC X(01).
           05  (PREFIX)-RECOVERY-AMOUNT     PIC 9(9)V99.
           05  (PREFIX)-ACCRUED-SIGN        PIC X(01).
           05  (PREFIX)-ACCRUED-AMOUNT      PIC 9(9)V99.
           05  (PREFIX)-RELEASED-SIGN       PIC X(01).
           05  (PREFIX)-RELEASED-AMOUNT     PIC 9(9)V99.
           05  (PREFIX)-REFUND-SIGN         PIC X(01).
           05  (PREFIX)-REFUND-AMOUNT       PIC 9(9)V99.
