      *>>
      *>> RDDDInstr.cpy - Outbound direct-debit instruction file
      *>> record layouts, cut nightly by DDCollect asking the bank to
      *>> collect each scheduled payment falling due on the next
      *>> business date. A header carries the collection date and the
      *>> date the file was cut (both DD/MM/YYYY, the format used
      *>> throughout), one detail line per collection follows, and
      *>> one trailer per currency closes the file with the detail
      *>> count and the hash-totalled amount for that currency - the
      *>> same control discipline RDPayFeedCtl.cpy asks of the bank's
      *>> own payments feed. The first three bytes of a line say
      *>> which layout it is in: "HDR", "TRL", or "DTL".
      *>> COPY ... REPLACING ==(PREFIX)== BY ==xxx== under the FD.
      *>>
      *>> AMOUNT is unsigned - a collection request is never negative,
      *>> and this file is LINE SEQUENTIAL so a signed DISPLAY field's
      *>> overpunched sign byte would land in a plain text line.
      *>>
       01  (PREFIX)-DD-DETAIL-REC.
           05  (PREFIX)-DTL-TAG             PIC X(03).
           05  (PREFIX)-ACCOUNT-NO          PIC X(10).
           05  (PREFIX)-CUSTOMER-NO         PIC X(10).
           05  (PREFIX)-COLLECT-DATE        PIC X(10).
           05  (PREFIX)-AMOUNT              PIC 9(7)V99.
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
       01  (PREFIX)-DD-HDR-REC.
           05  (PREFIX)-HDR-TAG             PIC X(03).
           05  (PREFIX)-HDR-COLLECT-DATE    PIC X(10).
           05  (PREFIX)-HDR-CREATED-DATE    PIC X(10).
       01  (PREFIX)-DD-TRL-REC.
           05  (PREFIX)-TRL-TAG             PIC X(03).
           05  (PREFIX)-TRL-CURRENCY        PIC X(03).
           05  (PREFIX)-TRL-REC-COUNT       PIC 9(06).
           05  (PREFIX)-TRL-HASH-AMOUNT     PIC 9(11)V99.
