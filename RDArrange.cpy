      *>>
      *>> RDArrange.cpy - Arrangement record layout, one record per
      *>> account that collections have agreed a forbearance
      *>> arrangement with, set up and maintained by ArrangeMaint.
      *>> COPY ... REPLACING ==(PREFIX)== BY ==xxx== to get a private
      *>> copy of the record under the FD (ARG-) or a working-storage
      *>> work copy.
      *>>
      *>> ARRANGE-TYPE says what was agreed: a payment holiday (no
      *>> payment owed at all) or a reduced-payment plan (AGREED-PAYMT
      *>> owed in place of the scheduled payment). The arrangement is
      *>> live from START-DATE to END-DATE inclusive (both
      *>> DD/MM/YYYY, the format used throughout). While it is live
      *>> the posting run judges a missed or short payment against
      *>> the agreed amount rather than the scheduled one, the
      *>> collections run holds the account's letters, and the
      *>> arrears report shows the account under arrangement instead
      *>> of ageing it. Outside those dates the record is simply
      *>> history - the account is treated as it always was.
      *>>
      *>> AGREED-BY is the operator id keyed at the start of the
      *>> maintenance session that agreed (or last amended) the
      *>> arrangement, and AGREED-DATE the date it was keyed.
      *>>
       01  (PREFIX)-ARRANGE-REC.
           05  (PREFIX)-ACCOUNT-NO          PIC X(10).
           05  (PREFIX)-ARRANGE-TYPE        PIC X(01).
               88  (PREFIX)-TYPE-HOLIDAY        VALUE "H".
               88  (PREFIX)-TYPE-REDUCED        VALUE "R".
           05  (PREFIX)-START-DATE          PIC X(10).
           05  (PREFIX)-END-DATE            PIC X(10).
           05  (PREFIX)-AGREED-PAYMT        PIC S9(7)V99.
           05  (PREFIX)-AGREED-BY           PIC X(08).
           05  (PREFIX)-AGREED-DATE         PIC X(10).
