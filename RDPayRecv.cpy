      *>> because the feed predates the field: an old-format line
      *>> reads the field as spaces, which already means an ordinary
      *>> payment, and every older field keeps its position.
      *>>
      *>> REV is a reversal of a payment already posted - a bounced
      *>> cheque or a payment the payer's bank has recalled. It names
      *>> the payment it undoes by account, by AMOUNT-PAID (the sum
      *>> originally received) and by ORIG-PAYMENT-DATE, the date the
      *>> original payment was posted (DD/MM/YYYY, as POSTHIST holds
      *>> it). The posting run finds that payment on POSTHIST and
      *>> puts back everything it took; a reversal that names no
      *>> posted payment goes to suspense. ORIG-PAYMENT-DATE is spaces
      *>> on every other line, and sits at the end for the same
      *>> backward-compatibility reason as TXN-TYPE.
      *>>
       01  (PREFIX)-PAYRECV-REC.
           05  (PREFIX)-ACCOUNT-NO          PIC X(10).
           05  (PREFIX)-AMOUNT-PAID         PIC 9(7)V99.
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-TXN-TYPE            PIC X(03).
           05  (PREFIX)-ORIG-PAYMENT-DATE   PIC X(10).
