      *>>
      *>> RDBureau.cpy - Credit-bureau file record layout, 250 bytes
      *>> fixed. COPY ... REPLACING ==(PREFIX)== BY ==xxx== to get a
      *>> private copy of the record under the FD (BUR-) or a
      *>> working-storage work copy.
      *>>
      *>> One HDR record opens the file (the business date it was cut
      *>> on and the month it reports, YYYYMM), one DTL record follows
      *>> per account reported, and one TRL record closes it with the
      *>> counts the agency reconciles the file against - detail
      *>> records sent, accounts on the book, and accounts held back
      *>> on the exceptions report.
      *>>
      *>> ACCOUNT-STATUS comes off LOAN-STATUS: O open (active), S
      *>> settled, C closed, W written off. BALANCE is the outstanding
      *>> balance as a sign byte and an unsigned amount, the same
      *>> convention as the ledger extracts. PAYMENT-STATUS comes off
      *>> ARREARS-COUNT - 0 up to date, 1 to 5 that many scheduled
      *>> payments missed, 6 six or more - with the count and the
      *>> arrears amount themselves alongside.
      *>>
       01  (PREFIX)-BUREAU-REC.
           05  (PREFIX)-REC-TYPE            PIC X(03).
               88  (PREFIX)-HEADER              VALUE "HDR".
               88  (PREFIX)-DETAIL              VALUE "DTL".
               88  (PREFIX)-TRAILER             VALUE "TRL".
           05  (PREFIX)-REC-BODY            PIC X(247).
           05  (PREFIX)-HDR-BODY REDEFINES (PREFIX)-REC-BODY.
               10  (PREFIX)-HDR-FILE-DATE       PIC 9(08).
               10  (PREFIX)-HDR-REPORT-MONTH    PIC 9(06).
               10  FILLER                       PIC X(233).
           05  (PREFIX)-DTL-BODY REDEFINES (PREFIX)-REC-BODY.
               10  (PREFIX)-ACCOUNT-NO          PIC X(10).
               10  (PREFIX)-CUSTOMER-NO         PIC X(10).
               10  (PREFIX)-CUST-NAME           PIC X(40).
               10  (PREFIX)-ADDRESS-1           PIC X(40).
               10  (PREFIX)-ADDRESS-2           PIC X(40).
               10  (PREFIX)-ADDRESS-3           PIC X(40).
               10  (PREFIX)-ACCOUNT-STATUS      PIC X(01).
               10  (PREFIX)-CURRENCY-CODE       PIC X(03).
               10  (PREFIX)-BALANCE-SIGN        PIC X(01).
               10  (PREFIX)-BALANCE             PIC 9(9)V99.
               10  (PREFIX)-PAYMENT-AMOUNT      PIC 9(9)V99.
               10  (PREFIX)-PAYMENT-STATUS      PIC X(01).
               10  (PREFIX)-ARREARS-COUNT       PIC 9(03).
               10  (PREFIX)-ARREARS-AMOUNT      PIC 9(9)V99.
               10  FILLER                       PIC X(25).
           05  (PREFIX)-TRL-BODY REDEFINES (PREFIX)-REC-BODY.
               10  (PREFIX)-TRL-DETAIL-COUNT    PIC 9(07).
               10  (PREFIX)-TRL-ACCOUNT-COUNT   PIC 9(07).
               10  (PREFIX)-TRL-EXCEPTION-COUNT PIC 9(07).
               10  (PREFIX)-TRL-FILE-DATE       PIC 9(08).
               10  FILLER                       PIC X(218).
