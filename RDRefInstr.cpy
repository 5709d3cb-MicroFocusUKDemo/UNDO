      *>>
      *>> RDRefInstr.cpy - Outbound refund payment instruction file
      *>> record layouts, cut by the LOANBATCH posting run asking the
      *>> bank to pay each refund of a credit balance that run took
      *>> off the book. Shaped exactly as the direct-debit instruction
      *>> file (RDDDInstr.cpy): a header carries the payment date and
      *>> the date the file was cut (both DD/MM/YYYY, the format used
      *>> throughout), one detail line per refund follows, and one
      *>> trailer per currency closes the file with the detail count
      *>> and the hash-totalled amount for that currency. The first
      *>> three bytes of a line say which layout it is in: "HDR",
      *>> "TRL", or "DTL". REFUND-REF is the refund's reference on the
      *>> REFUNDS register, so the bank's confirmation can be tied
      *>> back to it.
      *>> COPY ... REPLACING ==(PREFIX)== BY ==xxx== under the FD.
      *>>
      *>> AMOUNT is unsigned - a payment instruction is never
      *>> negative, and this file is LINE SEQUENTIAL so a signed
      *>> DISPLAY field's overpunched sign byte would land in a plain
      *>> text line.
      *>>
       01  (PREFIX)-RI-DETAIL-REC.
           05  (PREFIX)-DTL-TAG             PIC X(03).
           05  (PREFIX)-ACCOUNT-NO          PIC X(10).
           05  (PREFIX)-CUSTOMER-NO         PIC X(10).
           05  (PREFIX)-REFUND-REF          PIC 9(07).
           05  (PREFIX)-PAY-DATE            PIC X(10).
           05  (PREFIX)-AMOUNT              PIC 9(7)V99.
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
       01  (PREFIX)-RI-HDR-REC.
           05  (PREFIX)-HDR-TAG             PIC X(03).
           05  (PREFIX)-HDR-PAY-DATE        PIC X(10).
           05  (PREFIX)-HDR-CREATED-DATE    PIC X(10).
       01  (PREFIX)-RI-TRL-REC.
           05  (PREFIX)-TRL-TAG             PIC X(03).
           05  (PREFIX)-TRL-CURRENCY        PIC X(03).
           05  (PREFIX)-TRL-REC-COUNT       PIC 9(06).
           05  (PREFIX)-TRL-HASH-AMOUNT     PIC 9(11)V99.
