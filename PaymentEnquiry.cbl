           COPY "SDRateHist.cpy".
           COPY "SDEnqExtract.cpy".
           COPY "SDQuote.cpy".
           COPY "SDDayBasis.cpy".

           SELECT QUOTECTL ASSIGN TO "QUOTECTL"
               ORGANIZATION IS LINE SEQUENTIAL
           FD QUOTEFILE.
           COPY "RDQuote.cpy" REPLACING ==(PREFIX)== BY ==QTF==.

           FD DAYBASIS.
           COPY "RDDayBasis.cpy" REPLACING ==(PREFIX)== BY ==DBF==.

           FD QUOTECTL.
           01  QCTL-RECORD.
               05  QCTL-LAST-NUMBER        PIC 9(7).
           05  WS-EC-MM                PIC 9(2).
           05  WS-EC-DD                PIC 9(2).

      *>> Early settlement quote - priced the way the posting run
      *>> will settle it: the interest the account already carries
      *>> (ACCRUED-INTEREST off LOANMAST) plus a per-diem on the
      *>> outstanding balance for the days from ACCRUED-TO-DATE to
      *>> the chosen settlement date, at the discounted rate LOANCALC
      *>> resolves and the currency's DAYBASIS day-count year, plus
      *>> the early-repayment charge - a flat percentage of the
      *>> outstanding balance
       01  WS-SETTLE-DATE-ENTRY        PIC X(10) VALUE SPACES.
       01  WS-SETTLE-DATE              PIC 9(8).
       01  WS-SETTLE-DATE-PARTS REDEFINES WS-SETTLE-DATE.
           05  WS-SETTLE-YYYY          PIC 9(4).
           05  WS-SETTLE-MM            PIC 9(2).
           05  WS-SETTLE-DD            PIC 9(2).
       01  WS-ACCT-ACCRUED-INTEREST    PIC S9(7)V99 VALUE ZERO.
       01  WS-ACCT-ACCRUED-TO-DATE     PIC 9(8) VALUE ZERO.
       01  WS-ACCT-DISCOUNT-CODE       PIC X(03) VALUE SPACES.
       01  WS-KEYED-DISCOUNT-CODE      PIC X(03).
       01  WS-SETTLE-DAYS              PIC S9(5).
       01  WS-SETTLE-INT               PIC S9(9).
       01  WS-ACCRUED-TO-INT           PIC S9(9).
       01  WS-PER-DIEM-INTEREST        PIC S9(7)V99.
       01  WS-ACCRUED-INTEREST         PIC S9(7)V99.
       01  WS-SETTLE-FEE               PIC S9(7)V99.
       01  WS-SETTLE-FEE-PCT           PIC 9V99 VALUE 1.00.
       01  WS-SETTLE-EDIT              PIC ZZZ,ZZ9.99-.
       01  WS-DAYS-EDIT                PIC ZZZZ9.

      *>> The day-count year for the quote's currency off DAYBASIS -
      *>> its own entry, otherwise the spaces default, otherwise 365;
      *>> ACT is the length of the settlement date's year
       01  WS-EOF-DAYBASIS             PIC X VALUE "N".
           88  EOF-DAYBASIS                VALUE "Y".
       01  WS-DB-FOUND-FLAG            PIC X.
           88  DB-FOUND                    VALUE "Y".
       01  WS-DB-BASIS-WORK            PIC X(03).
       01  WS-DB-DEFAULT               PIC X(03).
       01  WS-YEAR-DAYS                PIC 9(3).

      *>> Numeric-edited work fields used to build one comma-delimited
      *>> line of the ENQEXTRACT extract - edited so FUNCTION TRIM
      *>> leaves a plain (no leading spaces) CSV field
      *>> 
           copy "WSLOANCALC.cpy".

      *>>
      *>> Account handed on by a calling enquiry, if any
      *>>
           COPY "WSENQSTART.cpy".

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 2.
       PROCEDURE DIVISION.
           INITIALIZE CALCULATOR-FIELDS

      *>> Called from the customer enquiry for a chosen account - the
      *>> account is already on the input screen when it appears
           IF ENQ-START-ACCOUNT NOT EQUAL SPACES
               AND ENQ-START-ACCOUNT NOT EQUAL LOW-VALUES
               MOVE ENQ-START-ACCOUNT TO WS-ACCOUNT-NO-ENTRY
               MOVE SPACES TO ENQ-START-ACCOUNT
           END-IF

           OPEN EXTEND PAYLOG
           OPEN EXTEND ENQEXTRACT
           PERFORM P0100-LOAD-BASE-RATE-FEED
           MOVE WS-DEFAULT-BASE-RATE     TO BASE-RATE
           MOVE 10000  TO OUTSTANDING-AMOUNT
           MOVE "USD"  TO CURRENCY-CODE
           MOVE ZERO   TO WS-ACCT-ACCRUED-INTEREST
           MOVE ZERO   TO WS-ACCT-ACCRUED-TO-DATE
           MOVE SPACES TO WS-ACCT-DISCOUNT-CODE
           MOVE "N"    TO WS-ACCOUNT-FOUND-FLAG

           IF WS-ACCOUNT-NO-ENTRY NOT EQUAL SPACES
                   MOVE LMF-INTEREST-RATE       TO DISPLAY-INTRATE
                   MOVE LMF-BASE-RATE           TO BASE-RATE
                   MOVE LMF-CURRENCY-CODE       TO CURRENCY-CODE
                   MOVE LMF-ACCRUED-INTEREST
                       TO WS-ACCT-ACCRUED-INTEREST
                   MOVE LMF-ACCRUED-TO-DATE
                       TO WS-ACCT-ACCRUED-TO-DATE
                   MOVE LMF-DISCOUNT-CODE
                       TO WS-ACCT-DISCOUNT-CODE
               END-IF

               CLOSE LOANMAST
           .

       P6200-PRICE-SETTLEMENT SECTION.
      *>> Resolve the discounted annual rate the same way an ordinary
      *>> enquiry would - but a settlement is posted at the account's
      *>> own discount code, whatever was keyed, so a real account is
      *>> quoted at that one and the keyed code is put back after
           MOVE DISCOUNT-CODE TO WS-KEYED-DISCOUNT-CODE
           IF ACCOUNT-FOUND
               MOVE WS-ACCT-DISCOUNT-CODE TO DISCOUNT-CODE
           END-IF

           SET CALC-SPLIT-PAYMENT TO TRUE
           MOVE PAYMT-AMOUNT TO WS-SAVED-PAYMT
           CALL "LOANCALC" USING BY REFERENCE CALCULATOR-FIELDS

      *>> INTEGER-OF-DATE answers zero for a day that does not exist
      *>> in its month (31/04, 29/02 outside a leap year) - the shape
      *>> check upstream cannot see that, so it is caught here before
      *>> any day count is taken from it
           COMPUTE WS-SETTLE-INT =
               FUNCTION INTEGER-OF-DATE (WS-SETTLE-DATE)

           IF WS-SETTLE-INT EQUAL ZERO
               DISPLAY "*** " WS-SETTLE-DATE-ENTRY
           ELSE
               PERFORM P6250-QUOTE-SETTLEMENT
           END-IF

           MOVE WS-KEYED-DISCOUNT-CODE TO DISCOUNT-CODE
           .

      *>>
      *>> The days still to accrue are counted the way the posting
      *>> run counts them: from the day the account was last accrued
      *>> to, or - never accrued (and for the demonstration figures)
      *>> - one day for the first night's run, taken as tonight's,
      *>> and every day from today to the settlement date after it
      *>>
       P6250-QUOTE-SETTLEMENT SECTION.
           COMPUTE WS-ACCRUED-TO-INT =
               FUNCTION INTEGER-OF-DATE (WS-ACCT-ACCRUED-TO-DATE)

           IF WS-ACCRUED-TO-INT EQUAL ZERO
               COMPUTE WS-SETTLE-DAYS = WS-SETTLE-INT
                   - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) + 1
           ELSE
               COMPUTE WS-SETTLE-DAYS =
                   WS-SETTLE-INT - WS-ACCRUED-TO-INT
           END-IF

           IF WS-SETTLE-DAYS < ZERO
               DISPLAY "*** Settlement date is before the date"
                   " interest has been accrued to ***"
           ELSE
               MOVE ZERO TO WS-PER-DIEM-INTEREST
               IF WS-SETTLE-DAYS > ZERO
                   AND OUTSTANDING-AMOUNT > ZERO
                   PERFORM P6300-RESOLVE-DAY-BASIS
                   COMPUTE WS-PER-DIEM-INTEREST ROUNDED =
                       OUTSTANDING-AMOUNT * WS-CALCULATED-RATE
                       * WS-SETTLE-DAYS / WS-YEAR-DAYS
               END-IF
               COMPUTE WS-ACCRUED-INTEREST =
                   WS-ACCT-ACCRUED-INTEREST + WS-PER-DIEM-INTEREST

               MOVE ZERO TO WS-SETTLE-FEE
               IF OUTSTANDING-AMOUNT > ZERO
                   COMPUTE WS-SETTLE-FEE ROUNDED =
                       OUTSTANDING-AMOUNT * WS-SETTLE-FEE-PCT / 100
               END-IF
               COMPUTE WS-SETTLE-TOTAL = OUTSTANDING-AMOUNT
                   + WS-ACCRUED-INTEREST + WS-SETTLE-FEE

               DISPLAY " "
               DISPLAY "Early settlement quote for "
                   WS-SETTLE-DATE-ENTRY
               IF WS-ACCRUED-TO-INT EQUAL ZERO
                   DISPLAY "Interest not yet accrued - accrued from"
                       " tonight's run"
               END-IF
               MOVE WS-SETTLE-DAYS TO WS-DAYS-EDIT
               DISPLAY "Days of interest to accrue: " WS-DAYS-EDIT
               MOVE OUTSTANDING-AMOUNT TO WS-SETTLE-EDIT
               DISPLAY "Outstanding balance:  " CURRENCY-CODE " "
                   WS-SETTLE-EDIT
               MOVE WS-ACCT-ACCRUED-INTEREST TO WS-SETTLE-EDIT
               DISPLAY "Interest accrued:     " CURRENCY-CODE " "
                   WS-SETTLE-EDIT
               MOVE WS-PER-DIEM-INTEREST TO WS-SETTLE-EDIT
               DISPLAY "Per-diem interest:    " CURRENCY-CODE " "
                   WS-SETTLE-EDIT
               MOVE WS-SETTLE-FEE TO WS-SETTLE-EDIT
           .

      *>>
      *>> The length of the day-count year for the quote's currency,
      *>> resolved off DAYBASIS the way the posting run resolves it -
      *>> the first entry for the currency, otherwise the first
      *>> spaces default, otherwise 365 days
      *>>
       P6300-RESOLVE-DAY-BASIS SECTION.
           MOVE "365"  TO WS-DB-BASIS-WORK
           MOVE SPACES TO WS-DB-DEFAULT
           MOVE "N"    TO WS-DB-FOUND-FLAG
           MOVE "N"    TO WS-EOF-DAYBASIS

           OPEN INPUT DAYBASIS
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P6310-READ-DAYBASIS
               PERFORM P6320-CHECK-DAYBASIS
                   UNTIL EOF-DAYBASIS
               CLOSE DAYBASIS
           END-IF

           IF NOT DB-FOUND
               AND WS-DB-DEFAULT NOT EQUAL SPACES
               MOVE WS-DB-DEFAULT TO WS-DB-BASIS-WORK
           END-IF

           EVALUATE WS-DB-BASIS-WORK
               WHEN "360"
                   MOVE 360 TO WS-YEAR-DAYS
               WHEN "ACT"
                   COMPUTE WS-YEAR-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           ((WS-SETTLE-YYYY + 1) * 10000 + 101)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-SETTLE-YYYY * 10000 + 101)
               WHEN OTHER
                   MOVE 365 TO WS-YEAR-DAYS
           END-EVALUATE
           .

       P6310-READ-DAYBASIS SECTION.
           READ DAYBASIS
               AT END SET EOF-DAYBASIS TO TRUE
           END-READ
           .

       P6320-CHECK-DAYBASIS SECTION.
           EVALUATE TRUE
               WHEN DB-FOUND
                   CONTINUE
               WHEN FUNCTION UPPER-CASE (DBF-CURRENCY-CODE)
                       EQUAL CURRENCY-CODE
                   SET DB-FOUND TO TRUE
                   MOVE FUNCTION UPPER-CASE (DBF-DAY-BASIS)
                       TO WS-DB-BASIS-WORK
               WHEN DBF-CURRENCY-CODE EQUAL SPACES
                   AND WS-DB-DEFAULT EQUAL SPACES
                   MOVE FUNCTION UPPER-CASE (DBF-DAY-BASIS)
                       TO WS-DB-DEFAULT
           END-EVALUATE

           PERFORM P6310-READ-DAYBASIS
           .

      *>>
