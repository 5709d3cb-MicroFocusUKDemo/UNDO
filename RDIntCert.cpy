      *>>
      *>> RDIntCert.cpy - Annual interest and charges certificate
      *>> summary extract record layouts, cut by InterestCert for the
      *>> tax-reporting return. A header names the tax year (first
      *>> and last day, DD/MM/YYYY, the format used throughout) and
      *>> the date the file was cut; one detail line follows per
      *>> certificate per currency, carrying the interest charged and
      *>> the fees and charges paid over the year; one trailer per
      *>> currency closes the file with the detail count and the
      *>> totals for that currency. The first three bytes of a line
      *>> say which layout it is in: "HDR", "TRL", or "DTL".
      *>> CUSTOMER-NO names the customer a certificate was addressed
      *>> to; a certificate for an account with no customer link
      *>> carries the account in ACCOUNT-NO instead, and ACCOUNT-NO
      *>> is spaces on a customer's line. COPY ... REPLACING
      *>> ==(PREFIX)== BY ==xxx== under the FD.
      *>>
      *>> Amounts carry an explicit sign byte rather than an
      *>> overpunch - this file is LINE SEQUENTIAL, and a year in
      *>> which a payment carrying a fee was reversed can leave the
      *>> charges figure negative.
      *>>
       01  (PREFIX)-IC-DETAIL-REC.
           05  (PREFIX)-DTL-TAG             PIC X(03).
           05  (PREFIX)-CUSTOMER-NO         PIC X(10).
           05  (PREFIX)-ACCOUNT-NO          PIC X(10).
           05  (PREFIX)-CUST-NAME           PIC X(40).
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-ACCOUNT-COUNT       PIC 9(04).
           05  (PREFIX)-INTEREST-SIGN       PIC X(01).
           05  (PREFIX)-INTEREST-AMOUNT     PIC 9(9)V99.
           05  (PREFIX)-FEES-SIGN           PIC X(01).
           05  (PREFIX)-FEES-AMOUNT         PIC 9(9)V99.
       01  (PREFIX)-IC-HDR-REC.
           05  (PREFIX)-HDR-TAG             PIC X(03).
           05  (PREFIX)-HDR-YEAR-START      PIC X(10).
           05  (PREFIX)-HDR-YEAR-END        PIC X(10).
           05  (PREFIX)-HDR-CREATED-DATE    PIC X(10).
       01  (PREFIX)-IC-TRL-REC.
           05  (PREFIX)-TRL-TAG             PIC X(03).
           05  (PREFIX)-TRL-CURRENCY        PIC X(03).
           05  (PREFIX)-TRL-REC-COUNT       PIC 9(06).
           05  (PREFIX)-TRL-INTEREST-SIGN   PIC X(01).
           05  (PREFIX)-TRL-INTEREST-AMOUNT PIC 9(11)V99.
           05  (PREFIX)-TRL-FEES-SIGN       PIC X(01).
           05  (PREFIX)-TRL-FEES-AMOUNT     PIC 9(11)V99.
