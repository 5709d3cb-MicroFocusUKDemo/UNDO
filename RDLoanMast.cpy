      *>> when a due account misses or short-pays (priced off the
      *>> FEECONFIG parameter file) and applies received money fees
      *>> first, then interest, then capital.
      *>>
      *>> ACCRUED-INTEREST is the interest the account has earned day
      *>> by day since it was last charged and not yet billed - the
      *>> posting run accrues it every night on the balance held at
      *>> the day-count basis set for the account's currency
      *>> (DAYBASIS), and charges it to the balance on the due date.
      *>> ACCRUED-TO-DATE is the last day (YYYYMMDD) accrued for, so
      *>> a run after a weekend or holiday accrues every day missed;
      *>> zero means the account has never been accrued.
      *>>
       01  (PREFIX)-LOAN-REC.
           05  (PREFIX)-ACCOUNT-NO          PIC X(10).
               88  (PREFIX)-STATUS-CLOSED       VALUE "C".
               88  (PREFIX)-STATUS-WRITTEN-OFF  VALUE "W".
           05  (PREFIX)-FEE-BALANCE         PIC S9(7)V99.
           05  (PREFIX)-ACCRUED-INTEREST    PIC S9(7)V99.
           05  (PREFIX)-ACCRUED-TO-DATE     PIC 9(08).
