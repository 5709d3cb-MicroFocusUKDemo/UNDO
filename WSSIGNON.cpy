      *>>
      *>> WSSIGNON.cpy - Data passed in/out of the SIGNON module.
      *>> Copied into the LINKAGE SECTION of SIGNON and into the
      *>> WORKING-STORAGE SECTION of every maintenance program an
      *>> operator signs on to.
      *>>
      *>> The caller sets the id and PIN the operator keyed and which
      *>> program they are signing on to (LOAN, CUST or SUSP) and
      *>> calls SIGNON. SIGNON proves them against the OPERATORS
      *>> authority file and answers SO-ACCEPTED with the operator's
      *>> name, whether they may approve other operators' changes and
      *>> their payment-amendment limit - or SO-REFUSED with the
      *>> reason spelt out. The reason never says which of the id or
      *>> the PIN was wrong.
      *>>
       01  SIGN-ON-FIELDS.
           05  SO-OPERATOR-ID              PIC X(08).
           05  SO-PIN                      PIC X(06).
           05  SO-SYSTEM                   PIC X(04).
               88  SO-LOAN-SYSTEM              VALUE "LOAN".
               88  SO-CUST-SYSTEM              VALUE "CUST".
               88  SO-SUSP-SYSTEM              VALUE "SUSP".
           05  SO-REPLY                    PIC X(01).
               88  SO-ACCEPTED                 VALUE "Y".
               88  SO-REFUSED                  VALUE "N".
           05  SO-REFUSE-REASON            PIC X(45).
           05  SO-OPERATOR-NAME            PIC X(30).
           05  SO-APPROVE-FLAG             PIC X(01).
               88  SO-CAN-APPROVE              VALUE "Y".
           05  SO-AMEND-LIMIT              PIC 9(7)V99.
