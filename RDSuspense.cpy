      *>> money. REASON carries the exception reason exactly as the
      *>> exceptions report words it (UNMATCHED, DUPLICATE, CURRENCY).
      *>> SUSPENDED-DATE and APPLIED-DATE are DD/MM/YYYY, the format
      *>> dates are keyed and stored in throughout. On a suspended
      *>> payment reversal (TXN-TYPE REV) PAYMENT-DATE carries the
      *>> posting date of the payment being reversed, which is what
      *>> the reversal needs corrected before it can be released.
      *>>
       01  (PREFIX)-SUSPENSE-REC.
           05  (PREFIX)-SUSP-REF            PIC 9(07).
