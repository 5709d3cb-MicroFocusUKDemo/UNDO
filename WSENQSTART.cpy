      *>>
      *>> WSENQSTART.cpy - Account an enquiry hands on to
      *>> PaymentEnquiry when it CALLs it for a chosen account (the
      *>> customer enquiry does this). PaymentEnquiry takes no
      *>> parameters, since it is also run on its own, so the account
      *>> is left in this EXTERNAL area instead: PaymentEnquiry
      *>> pre-fills its account number from it and clears it again,
      *>> and spaces (or never set) means start with an empty account
      *>> as usual. COPY this into WORKING-STORAGE of both sides.
      *>>
       01  ENQ-START-FIELDS IS EXTERNAL.
           05  ENQ-START-ACCOUNT           PIC X(10).
