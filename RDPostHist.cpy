      *>> dates are keyed and stored in throughout. GEN-NUMBER records
      *>> which loan master generation the posting run produced, so a
      *>> movement can be tied back to the exact run that posted it.
      *>>
      *>> The fields after GEN-NUMBER were added later and read as
      *>> spaces on older records. TXN-TYPE says what kind of money
      *>> moved (PAY an ordinary payment or none, SET a settlement,
      *>> REV a reversal of an earlier payment, RFD a refund of a
      *>> credit balance paid back to the customer, carried as a
      *>> negative payment that takes the balance back up towards
      *>> nothing). FEE-PAID is the slice
      *>> of the money received that went to the fee balance - the
      *>> PAYMT-AMOUNT recorded is what was left for interest and
      *>> capital. The arrears position either side of the posting and
      *>> DUE-FLAG (whether a scheduled payment was owed that run)
      *>> are what lets a later reversal rebuild the arrears as if the
      *>> payment had never arrived. ORIG-POST-DATE is only set on a
      *>> REV record and names the posting date of the payment it
      *>> reversed, so the same payment is never reversed twice. A REV
      *>> record carries the amounts it put back as negatives.
      *>> FEE-ASSESSED, added later still, is the late fee the posting
      *>> charged to the account's fee balance - zero on REV and RFD
      *>> records - so the book roll-forward can show fees raised as
      *>> well as fees paid.
      *>>
       01  (PREFIX)-POSTHIST-REC.
           05  (PREFIX)-ACCOUNT-NO          PIC X(10).
           05  (PREFIX)-BALANCE-AFTER       PIC -(6)9.99.
           05  (PREFIX)-CURRENCY-CODE       PIC X(03).
           05  (PREFIX)-GEN-NUMBER          PIC 9(04).
           05  (PREFIX)-TXN-TYPE            PIC X(03).
           05  (PREFIX)-FEE-PAID            PIC -(6)9.99.
           05  (PREFIX)-ARR-COUNT-BEFORE    PIC 9(03).
           05  (PREFIX)-ARR-AMOUNT-BEFORE   PIC -(6)9.99.
           05  (PREFIX)-ARR-COUNT-AFTER     PIC 9(03).
           05  (PREFIX)-ARR-AMOUNT-AFTER    PIC -(6)9.99.
           05  (PREFIX)-DUE-FLAG            PIC X(01).
           05  (PREFIX)-ORIG-POST-DATE      PIC X(10).
           05  (PREFIX)-FEE-ASSESSED        PIC -(6)9.99.
