      *>> In POST mode (see the RUNPARM parameter file) the run also
      *>> writes each account, balance run down by the capital taken,
      *>> to a fresh generation of the loan master.
      *>>
      *>> Interest is accrued day by day rather than split off each
      *>> run as a flat month's worth: every active account earns a
      *>> day's interest on the balance it held for each day since it
      *>> was last accrued, at the day-count basis its currency
      *>> carries on the DAYBASIS parameter file, and carries the
      *>> running figure as ACCRUED-INTEREST on the account until its
      *>> due date, when the lot is charged to the balance. Each
      *>> night's accrual goes to the GL extract as accrued-income
      *>> postings, so the ledger shows earned-but-unbilled interest
      *>> at month end.
      *>>
      *>> A customer who pays more than the account owes - an
      *>> ordinary overpayment, or a settlement above the figure
      *>> quoted - is left with a credit balance (the outstanding
      *>> balance runs below zero). A posting run pays back every
      *>> refund of a credit balance that has been raised and
      *>> approved in LoanMaint against the REFUNDS register: the
      *>> refund goes back onto the balance, onto POSTHIST and the GL
      *>> extract, and out to the bank on the REFUND-INSTR payment
      *>> instruction file.
      *>>
      *>> A settlement posted by the run retires every quote still
      *>> open for the account on QUOTEFILE - the quote has been
      *>> honoured, so its validity is cut back to the business date
      *>> it was settled under and it cannot be honoured again.
      *>>
      *>> Direct debits the bank sends back on DDRETURN are entered
      *>> once on the DDRTNLOG log by a posting run, held there over
      *>> any night with no payments feed, and marked off as taken
      *>> by the run that takes them back off their accounts - the
      *>> bank's file itself is left for DDCollect to list.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SDPostHist.cpy".
           COPY "SDSuspense.cpy".
           COPY "SDFeeConfig.cpy".
           COPY "SDDayBasis.cpy".
           COPY "SDGenManifest.cpy".
           COPY "SDRunStats.cpy".
           COPY "SDDDReturn.cpy".
           COPY "SDArrange.cpy".
           COPY "SDWriteOff.cpy".
           COPY "SDRefund.cpy".
           COPY "SDQuote.cpy".
           COPY "SDDDRtnLog.cpy".

           SELECT RPTFILE ASSIGN TO "LOANBATCH-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REFINSTR ASSIGN TO "REFUND-INSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           FD FEECONFIG.
           COPY "RDFeeConfig.cpy" REPLACING ==(PREFIX)== BY ==FCF==.

           FD DAYBASIS.
           COPY "RDDayBasis.cpy" REPLACING ==(PREFIX)== BY ==DBF==.

           FD GENMANIFEST.
           COPY "RDGenManifest.cpy" REPLACING ==(PREFIX)== BY ==GMF==.

           FD RUNSTATS.
           COPY "RDRunStats.cpy" REPLACING ==(PREFIX)== BY ==RSF==.

           FD DDRETURN.
           COPY "RDDDReturn.cpy" REPLACING ==(PREFIX)== BY ==DDR==.

           FD DDRTNLOG.
           COPY "RDDDRtnLog.cpy" REPLACING ==(PREFIX)== BY ==DRL==.

           FD ARRANGE.
           COPY "RDArrange.cpy" REPLACING ==(PREFIX)== BY ==ARG==.

           FD WRITEOFF.
           COPY "RDWriteOff.cpy" REPLACING ==(PREFIX)== BY ==WOF==.

           FD REFUNDS.
           COPY "RDRefund.cpy" REPLACING ==(PREFIX)== BY ==RFD==.

           FD QUOTEFILE.
           COPY "RDQuote.cpy" REPLACING ==(PREFIX)== BY ==QTF==.

           FD REFINSTR.
           COPY "RDRefInstr.cpy" REPLACING ==(PREFIX)== BY ==RFI==.

      *>> Keyed payments work file, rebuilt from the feed at the
      *>> start of every run (and reopened as-is on a RESTART, since
      *>> each transaction's fate is rewritten onto its own record
      *>> a fixed byte table. The key is account number plus a
      *>> sequence - a second payment against the same account takes
      *>> sequence 2 and is flagged a duplicate as it is stored,
      *>> exactly as the table used to flag it. A debit the bank has
      *>> returned unpaid (TXN-TYPE RTN) and a payment reversal (REV)
      *>> ride on the same file, numbered from WS-ADJ-FIRST-SEQ up so
      *>> they never compete with the account's own payment for
      *>> sequence 1 - an account may have several, and none of them
      *>> is a duplicate. A reversal carries the figures of the
      *>> posting it undoes, found on POSTHIST as the file is built
           FD PAYWORK.
           01  PWK-TXN-REC.
               05  PWK-TXN-KEY.
                   88  PWK-MATCHED            VALUE "M".
                   88  PWK-DUPLICATE          VALUE "D".
                   88  PWK-CURRENCY-MISMATCH  VALUE "C".
                   88  PWK-REV-UNMATCHED      VALUE "X".
                   88  PWK-RECOVERED          VALUE "R".
               05  PWK-SUSP-REF           PIC 9(7).
               05  PWK-TXN-TYPE           PIC X(03).
               05  PWK-ORIG-DATE          PIC X(10).
               05  PWK-ORIG-INTEREST      PIC S9(7)V99.
               05  PWK-ORIG-CAPITAL       PIC S9(7)V99.
               05  PWK-ORIG-FEE           PIC S9(7)V99.
               05  PWK-ORIG-ARR-COUNT-B   PIC 9(3).
               05  PWK-ORIG-ARR-AMOUNT-B  PIC S9(7)V99.
               05  PWK-ORIG-ARR-COUNT-A   PIC 9(3).
               05  PWK-ORIG-ARR-AMOUNT-A  PIC S9(7)V99.
               05  PWK-ORIG-DUE-FLAG      PIC X(01).

           FD GLEXTRACT.
           01  GLEXT-LINE                 PIC X(50).
               05  CHK-POSTED-COUNT       PIC 9(6).
               05  CHK-INACTIVE-COUNT     PIC 9(6).
               05  CHK-CT-COUNT           PIC 9(4).
               05  CHK-CONTROL-TOTALS     PIC X(8500).
               05  CHK-GM-COUNT           PIC 9(4).
               05  CHK-GM-TABLE           PIC X(1000).


      *>> The rate-shock scenarios a SCENARIO run was asked for -
      *>> each delta is applied to every account's own base rate and
      *>> the whole book re-run through LOANCALC, accumulating a
      *>> month's interest, capital and new balance per currency,
      *>> without touching any master file. The Base line is the same
      *>> month priced unshocked - the run's own totals charge
      *>> interest only on due dates, so are no yardstick for a
      *>> shocked month. The currency slots line up with the
      *>> WS-CT-ENTRY table built by the main pass
       01  WS-SCN-TABLE.
           05  WS-SCN-ENTRY OCCURS 3 TIMES.
               10  WS-SCN-DELTA            PIC S9(3)V99.
                   15  WS-SCN-INTEREST     PIC S9(9)V99 VALUE ZERO.
                   15  WS-SCN-CAPITAL      PIC S9(9)V99 VALUE ZERO.
                   15  WS-SCN-NEWBAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-SCN-BASE-TABLE.
           05  WS-SCN-BASE-ENTRY OCCURS 50 TIMES.
               10  WS-SCN-BASE-INTEREST    PIC S9(9)V99 VALUE ZERO.
               10  WS-SCN-BASE-CAPITAL     PIC S9(9)V99 VALUE ZERO.
               10  WS-SCN-BASE-NEWBAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-SCN-COUNT                PIC 9 VALUE ZERO.
       01  WS-SCN-SUB                  PIC 9.
       01  WS-SCN-CCY-SUB              PIC 9(4).
      *>> processed each account takes the amount actually received
      *>> (nothing at all if no transaction arrived for it) instead
      *>> of assuming the scheduled payment; with no feed at all the
      *>> run assumes each account falling due tonight paid its
      *>> scheduled amount. Each work record's own status field
      *>> records the transaction's fate so P9300 can report the
      *>> exceptions - a record still unprocessed at end of book is
      *>> a payment against an account that is not on the loan
      *>> master
       01  WS-PAYMENTS-PRESENT-FLAG    PIC X VALUE "N".
           88  PAYMENTS-PRESENT            VALUE "Y".
       01  WS-EOF-PAYMTSIN             PIC X VALUE "N".
       01  WS-ACTUAL-PAYMENT           PIC S9(7)V99.
       01  WS-EXCP-COUNT               PIC 9(6) VALUE ZERO.

      *>> Direct debits the bank has sent back unpaid on DDRETURN,
      *>> loaded onto the work file behind the day's feed. Each
      *>> account's returns are totalled as the account is worked
      *>> and taken off the money it received - the debit it was
      *>> credited with never arrived - and put into arrears as a
      *>> missed payment of their own
       01  WS-ADJ-FIRST-SEQ            PIC 9(4) VALUE 5001.
       01  WS-EOF-DDRETURN             PIC X VALUE "N".
           88  EOF-DDRETURN                VALUE "Y".
       01  WS-RETURNED-AMOUNT          PIC S9(7)V99 VALUE ZERO.
       01  WS-RETURNS-LOADED           PIC 9(6) VALUE ZERO.

      *>> The DDRTNLOG log each return is entered on once and marked
      *>> off when taken - whether it could be opened, whether the
      *>> return in hand is on it already, whether returns are being
      *>> loaded tonight or only held for the next feed, and how many
      *>> were entered, are held over and were taken
       01  WS-DDRTNLOG-OPEN-FLAG       PIC X VALUE "N".
           88  DDRTNLOG-OPEN               VALUE "Y".
       01  WS-EOF-DDRTNLOG             PIC X VALUE "N".
           88  EOF-DDRTNLOG                VALUE "Y".
       01  WS-RETURN-LOGGED-FLAG       PIC X VALUE "N".
           88  RETURN-LOGGED               VALUE "Y".
       01  WS-RETURNS-STORE-FLAG       PIC X VALUE "N".
           88  RETURNS-TO-STORE            VALUE "Y".
       01  WS-RETURNS-ENTERED          PIC 9(6) VALUE ZERO.
       01  WS-RETURNS-HELD             PIC 9(6) VALUE ZERO.
       01  WS-RETURNS-TAKEN            PIC 9(6) VALUE ZERO.

      *>> Payment reversals (TXN-TYPE REV) on the day's feed or out
      *>> of suspense, matched to the posting they undo in one pass
      *>> of POSTHIST before the run starts - the table holds what
      *>> each reversal names and, once found, the original posting's
      *>> own figures. A reversal that finds no posted payment, or
      *>> one already reversed, is left unmatched for suspense
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 100 TIMES INDEXED BY WS-REV-IDX
                                                     WS-REV-IDX2.
               10  WS-REV-ACCOUNT-NO       PIC X(10).
               10  WS-REV-TXN-SEQ          PIC 9(4).
               10  WS-REV-ORIG-DATE        PIC X(10).
               10  WS-REV-AMOUNT           PIC 9(7)V99.
               10  WS-REV-FOUND-FLAG       PIC X.
                   88  REV-ORIGINAL-FOUND      VALUE "Y".
               10  WS-REV-DONE-FLAG        PIC X.
                   88  REV-ALREADY-REVERSED    VALUE "Y".
               10  WS-REV-INTEREST         PIC S9(7)V99.
               10  WS-REV-CAPITAL          PIC S9(7)V99.
               10  WS-REV-FEE              PIC S9(7)V99.
               10  WS-REV-ARR-COUNT-B      PIC 9(3).
               10  WS-REV-ARR-AMOUNT-B     PIC S9(7)V99.
               10  WS-REV-ARR-COUNT-A      PIC 9(3).
               10  WS-REV-ARR-AMOUNT-A     PIC S9(7)V99.
               10  WS-REV-DUE-FLAG         PIC X.
       01  WS-REV-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-REVERSALS-LOADED         PIC 9(6) VALUE ZERO.
       01  WS-EOF-POSTHIST             PIC X VALUE "N".
           88  EOF-POSTHIST                VALUE "Y".

      *>> The POSTHIST movement being matched, de-edited off the line
       01  WS-PH-PAYMT-AMOUNT          PIC S9(7)V99.
       01  WS-PH-FEE-PAID              PIC S9(7)V99.

      *>> What the reversals taken by the account in hand put back -
      *>> the balance (interest and capital the original took, since
      *>> interest never paid is carried on the balance here), the
      *>> fee balance, and the arrears rebuilt as if each original
      *>> payment had never arrived
       01  WS-REV-TAKEN-AMOUNT         PIC S9(7)V99 VALUE ZERO.
       01  WS-REV-BALANCE-BACK         PIC S9(7)V99 VALUE ZERO.
       01  WS-REV-FEE-BACK             PIC S9(7)V99 VALUE ZERO.
       01  WS-REV-ARR-COUNT-ADJ        PIC S9(4) VALUE ZERO.
       01  WS-REV-ARR-AMOUNT-ADJ       PIC S9(7)V99 VALUE ZERO.
       01  WS-ONE-ARR-COUNT-ADJ        PIC S9(4).
       01  WS-ONE-ARR-AMOUNT-ADJ       PIC S9(7)V99.
       01  WS-ZERO-PAY-COUNT           PIC S9(4).
       01  WS-ZERO-PAY-AMOUNT          PIC S9(7)V99.
       01  WS-ARR-COUNT-WORK           PIC S9(4).

      *>> The arrears position after tonight's own payment was judged
      *>> and before any reversal was rebuilt into it, and the
      *>> running balance and arrears as each reversal's history
      *>> record is written
       01  WS-MID-ARR-COUNT            PIC 9(3).
       01  WS-MID-ARR-AMOUNT           PIC S9(7)V99.
       01  WS-REV-RUN-BALANCE          PIC S9(7)V99.
       01  WS-REV-RUN-ARR-COUNT        PIC 9(3).
       01  WS-REV-RUN-ARR-AMOUNT       PIC S9(7)V99.

      *>> Proving the payments feed against its own control records
      *>> before a single payment is applied - one entry per currency
      *>> carrying what the trailer promised and what the detail
       01  WS-FEE-ASSESSED             PIC S9(7)V99.
       01  WS-FEE-PAID                 PIC S9(7)V99.

      *>> Daily interest accrual - the day-count basis per currency,
      *>> loaded once from the DAYBASIS parameter file at start-of-job
      *>> the way the fee pricing is, with a spaces entry as the
      *>> default for every currency not listed. No file (or no entry
      *>> and no default) means a 365-day year; an ACT basis takes
      *>> the actual length of the business date's year, worked out
      *>> once per run. WS-NIGHT-ACCRUAL is what the account in hand
      *>> earned since it was last accrued, WS-ACCRUED-INTEREST what
      *>> it then carries, and WS-ACCRUAL-RELEASED the part of that
      *>> taken off it tonight - all of it when charged on the due
      *>> date or cleared by a settlement
       01  WS-DB-TABLE.
           05  WS-DB-ENTRY OCCURS 50 TIMES INDEXED BY WS-DB-IDX.
               10  WS-DB-CURRENCY          PIC X(03).
               10  WS-DB-BASIS             PIC X(03).
       01  WS-DB-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-DB-TABLE-FULL-FLAG       PIC X VALUE "N".
           88  DB-TABLE-FULL               VALUE "Y".
       01  WS-EOF-DAYBASIS             PIC X VALUE "N".
           88  EOF-DAYBASIS                VALUE "Y".
       01  WS-DB-FOUND-FLAG            PIC X.
           88  DB-FOUND                    VALUE "Y".
       01  WS-DB-SEARCH-CCY            PIC X(03).
       01  WS-DB-BASIS-WORK            PIC X(03).
       01  WS-ACT-YEAR-DAYS            PIC 9(3) VALUE 365.
       01  WS-YEAR-DAYS                PIC 9(3).
       01  WS-ACCRUAL-YYYY             PIC 9(4).
       01  WS-ACCRUAL-DAYS             PIC 9(5).
       01  WS-NIGHT-ACCRUAL            PIC S9(7)V99.
       01  WS-ACCRUED-INTEREST         PIC S9(7)V99.
       01  WS-ACCRUAL-RELEASED         PIC S9(7)V99.

      *>> Accounts on the book that are settled, closed or written
      *>> off - they owe nothing and earn nothing, so they are
      *>> counted and (on a posting run) carried to the new
      *>> calculator or deleted to keep reports clean
       01  WS-INACTIVE-COUNT           PIC 9(6) VALUE ZERO.

      *>> Money received against a written-off account is a
      *>> recovery, not an unmatched payment - it is taken off what
      *>> the customer still owes (fees first, then the balance),
      *>> posted to its own RECOVERY ledger line, and on a posting
      *>> run put on the WRITEOFF register. The account itself stays
      *>> written off
       01  WS-WRITEOFF-OPEN-FLAG       PIC X VALUE "N".
           88  WRITEOFF-OPEN               VALUE "Y".
       01  WS-RECOVERY-AMOUNT          PIC S9(7)V99.
       01  WS-RECOVERY-FEE             PIC S9(7)V99.
       01  WS-RECOVERY-COUNT           PIC 9(6) VALUE ZERO.

      *>> Refunds of credit balances paid back on a posting run - an
      *>> approved refund is paid only while it leaves the account
      *>> owing nothing (WS-REFUND-BALANCE is the balance it runs
      *>> up from); one that would put the account back into debit
      *>> is held on the register and reported. The instruction file
      *>> is cut at the end of the run from the register itself, one
      *>> control trailer per currency, the way DDCollect cuts its
      *>> DDINSTR
       01  WS-REFUNDS-OPEN-FLAG        PIC X VALUE "N".
           88  REFUNDS-OPEN                VALUE "Y".
       01  WS-EOF-REFUNDS              PIC X VALUE "N".
           88  EOF-REFUNDS                 VALUE "Y".
       01  WS-REFUND-PAID              PIC S9(7)V99.
       01  WS-REFUND-BALANCE           PIC S9(7)V99.
       01  WS-REFUND-HELD-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-RI-TABLE.
           05  WS-RI-ENTRY OCCURS 50 TIMES INDEXED BY WS-RI-IDX.
               10  WS-RI-CURRENCY          PIC X(03).
               10  WS-RI-COUNT             PIC 9(6).
               10  WS-RI-AMOUNT            PIC 9(11)V99.
       01  WS-RI-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-RI-PAID-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-RI-FOUND-FLAG            PIC X.
           88  RI-FOUND                    VALUE "Y".
       01  WS-RI-OVERFLOW-FLAG         PIC X VALUE "N".
           88  RI-TABLE-OVERFLOWED         VALUE "Y".
       01  WS-RI-CREATED-DATE          PIC 9(8).
       01  WS-RI-CREATED-DDMMYYYY      PIC X(10).

      *>> A settlement is quoted (PaymentEnquiry) as the balance,
      *>> the interest accrued to the day and an early-repayment
      *>> charge of this percentage of the balance - money received
      *>> above that figure is the customer's, and is left on the
      *>> account as a credit balance rather than taken as interest
       01  WS-SETTLE-FEE-PCT           PIC 9V99 VALUE 1.00.
       01  WS-SETTLE-FEE               PIC S9(7)V99.
       01  WS-SETTLE-DUE               PIC S9(7)V99.

      *>> Suspense bookkeeping for a posting run - the last reference
      *>> issued (carried on the SUSPCTL control file, the same way
      *>> QUOTECTL numbers quotes), and how many items this run put
       01  WS-OVERPAYMENT              PIC S9(7)V99.

      *>> Whether the account being posted actually owes its scheduled
      *>> payment on the business date - judged from its own due day
      *>> and frequency against each calendar day falling due on the
      *>> business date in its currency (the days since the previous
      *>> business day, off BUSCAL), with the due day pulled back to
      *>> the month's last day when the month is too short for it (a
      *>> due day of 31 falls due on 30 April). The business date is
      *>> RUNCTRL's, resolved once per run
       01  WS-ACCOUNT-DUE-FLAG         PIC X VALUE "N".
           88  ACCOUNT-DUE-TODAY           VALUE "Y".
       01  WS-DUE-JUDGE-DATE           PIC 9(8).
       01  WS-DUE-DAY-WORK             PIC 9(2).

      *>> The payment the account owes when it is due - the scheduled
      *>> payment, or while a forbearance arrangement is live the
      *>> agreed reduced payment (nothing at all on a payment
      *>> holiday). With no arrangements file every account simply
      *>> owes its scheduled payment
       01  WS-EXPECTED-PAYMENT         PIC S9(7)V99.
       01  WS-ARRANGE-OPEN-FLAG        PIC X VALUE "N".
           88  ARRANGE-OPEN                VALUE "Y".
       01  WS-ARRANGEMENT-FLAG         PIC X VALUE "N".
           88  UNDER-ARRANGEMENT           VALUE "Y".
       01  WS-ARG-START-NUM            PIC 9(8).
       01  WS-ARG-END-NUM              PIC 9(8).
       01  WS-ARRANGED-COUNT           PIC 9(6) VALUE ZERO.

      *>> The saved quotes a settlement retires - with no quote file
      *>> no quote was ever given. A quote is retired by cutting its
      *>> validity back to the business date (WS-BUS-DATE-DDMMYYYY)
      *>> where it runs on past it (WS-QUOTE-UNTIL-NUM, as YYYYMMDD)
       01  WS-QUOTEFILE-OPEN-FLAG      PIC X VALUE "N".
           88  QUOTEFILE-OPEN              VALUE "Y".
       01  WS-EOF-QUOTEFILE            PIC X VALUE "N".
           88  EOF-QUOTEFILE               VALUE "Y".
       01  WS-BUS-DATE-DDMMYYYY        PIC X(10) VALUE SPACES.
       01  WS-QUOTE-UNTIL-NUM          PIC 9(8).
       01  WS-QUOTES-RETIRED           PIC 9(6) VALUE ZERO.
       01  WS-MM-REMAINDER             PIC 9(4).

      *>> The GL posting extract - a header naming the run date and
      *>> mode (so the ledger loader can skip a report-only run), one
      *>> set of posting lines per currency drawn from the run's own
      *>> control totals (the night's accrual debited to accrued
      *>> income and the accrual charged credited off it, interest
      *>> income credited, the loan asset credited down by the
      *>> capital portion), and a
      *>> trailer carrying the detail record count. Amounts carry an
      *>> explicit sign byte rather than an overpunch, since on a day
      *>> the payments feed shows accounts paying nothing the capital
               10  WS-CT-ACCOUNTS          PIC 9(6) VALUE ZERO.
               10  WS-CT-ARR-COUNT         PIC 9(6) VALUE ZERO.
               10  WS-CT-ARR-AMOUNT        PIC S9(9)V99 VALUE ZERO.
               10  WS-CT-REV-BALANCE       PIC S9(9)V99 VALUE ZERO.
               10  WS-CT-REV-FEES          PIC S9(9)V99 VALUE ZERO.
               10  WS-CT-RECOVERED         PIC S9(9)V99 VALUE ZERO.
               10  WS-CT-RECOVERIES        PIC 9(6) VALUE ZERO.
               10  WS-CT-ACCRUED           PIC S9(9)V99 VALUE ZERO.
               10  WS-CT-RELEASED          PIC S9(9)V99 VALUE ZERO.
               10  WS-CT-REFUNDED          PIC S9(9)V99 VALUE ZERO.
               10  WS-CT-REFUNDS           PIC 9(6) VALUE ZERO.
       01  WS-CT-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-CT-SEARCH-CURRENCY       PIC X(03).
       01  WS-CT-FOUND-FLAG            PIC X VALUE "N".
      *>>
           COPY "WSRUNCTRL.cpy".

      *>>
      *>> Definition of data to pass in/out the BUSCAL module
      *>>
           COPY "WSBUSCAL.cpy".

       PROCEDURE DIVISION.
           PERFORM P1000-INITIALISE

           END-IF

           PERFORM P1200-OPEN-DISCFILE
           PERFORM P1240-SET-DUE-JUDGE-DATE
           PERFORM P1245-LOAD-FEE-CONFIG
           PERFORM P1247-LOAD-DAY-BASIS
           PERFORM P1250-LOAD-GL-CONTROL
           PERFORM P1265-LOAD-FX-RATES
           PERFORM P1270-LOAD-PAYMENTS-FILE
               MOVE "/"                TO WS-POST-DATE-DDMMYYYY(6:1)
               MOVE WS-TODAY-DATE(1:4) TO WS-POST-DATE-DDMMYYYY(7:4)
               OPEN EXTEND POSTHIST

               OPEN EXTEND WRITEOFF
               IF WS-FILE-STATUS NOT EQUAL ZERO
                   OPEN OUTPUT WRITEOFF
               END-IF
               IF WS-FILE-STATUS EQUAL ZERO
                   SET WRITEOFF-OPEN TO TRUE
               ELSE
                   DISPLAY "*** Write-off register unavailable -"
                       " recoveries will not be registered ***"
               END-IF

      *>> No refunds register means no refund has ever been raised -
      *>> there is nothing to pay
               OPEN I-O REFUNDS
               IF WS-FILE-STATUS EQUAL ZERO
                   SET REFUNDS-OPEN TO TRUE
               END-IF

               OPEN I-O QUOTEFILE
               IF WS-FILE-STATUS EQUAL ZERO
                   SET QUOTEFILE-OPEN TO TRUE
               END-IF
           END-IF

           OPEN INPUT ARRANGE
           IF WS-FILE-STATUS EQUAL ZERO
               SET ARRANGE-OPEN TO TRUE
           END-IF

           OPEN INPUT LOANMAST
           .

      *>>
      *>> The date due payments are judged against - the business
      *>> date a posting run checked in under, or for any other run
      *>> the business date RUNCTRL holds, asked without checking in
      *>>
       P1240-SET-DUE-JUDGE-DATE SECTION.
           IF NOT RUN-MODE-POST
               SET RC-CHECK-STEP TO TRUE
               MOVE SPACES TO RC-STEP-NAME
               MOVE SPACES TO RC-OUTCOME
               CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           END-IF

           MOVE RC-BUS-DATE TO WS-DUE-JUDGE-DATE

           MOVE WS-DUE-JUDGE-DATE(7:2) TO WS-BUS-DATE-DDMMYYYY(1:2)
           MOVE "/"                    TO WS-BUS-DATE-DDMMYYYY(3:1)
           MOVE WS-DUE-JUDGE-DATE(5:2) TO WS-BUS-DATE-DDMMYYYY(4:2)
           MOVE "/"                    TO WS-BUS-DATE-DDMMYYYY(6:1)
           MOVE WS-DUE-JUDGE-DATE(1:4) TO WS-BUS-DATE-DDMMYYYY(7:4)
           .

      *>>
           END-READ
           .

      *>>
      *>> Read the day-count basis for each currency into the
      *>> WS-DB-TABLE array, and work out how long the business
      *>> date's year is for the currencies accrued on an ACT basis -
      *>> no file means every currency accrues on a 365-day year
      *>>
       P1247-LOAD-DAY-BASIS SECTION.
           COMPUTE WS-ACCRUAL-YYYY = WS-DUE-JUDGE-DATE / 10000
           COMPUTE WS-ACT-YEAR-DAYS =
               FUNCTION INTEGER-OF-DATE
                   ((WS-ACCRUAL-YYYY + 1) * 10000 + 101)
               - FUNCTION INTEGER-OF-DATE
                   (WS-ACCRUAL-YYYY * 10000 + 101)

           OPEN INPUT DAYBASIS
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P1248-READ-DAYBASIS

               PERFORM UNTIL EOF-DAYBASIS
                   IF WS-DB-COUNT LESS THAN 50
                       ADD 1 TO WS-DB-COUNT
                       SET WS-DB-IDX TO WS-DB-COUNT
                       MOVE FUNCTION UPPER-CASE (DBF-CURRENCY-CODE)
                           TO WS-DB-CURRENCY(WS-DB-IDX)
                       MOVE FUNCTION UPPER-CASE (DBF-DAY-BASIS)
                           TO WS-DB-BASIS(WS-DB-IDX)
                   ELSE
                       SET DB-TABLE-FULL TO TRUE
                   END-IF
                   PERFORM P1248-READ-DAYBASIS
               END-PERFORM

               CLOSE DAYBASIS

               IF DB-TABLE-FULL
                   MOVE "*** Day-basis table full - entries beyond"
                       TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "    50 ignored ***" TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF
           .

       P1248-READ-DAYBASIS SECTION.
           READ DAYBASIS
               AT END SET EOF-DAYBASIS TO TRUE
           END-READ
           .

      *>>
      *>> Pick up today's general ledger control total for the loan
      *>> book, independently supplied by the GL feed, if one has
      *>> marked payments off for accounts after its last checkpoint,
      *>> the very accounts this run repositions past the checkpoint
      *>> to re-work. Put those fates back to unprocessed so the
      *>> re-worked accounts re-match their money (or take it again
      *>> as a recovery) instead of posting as if nothing was paid.
      *>> Duplicate flags stay - they were
      *>> set when the feed was stored, not when anything matched -
      *>> and fates at or before the checkpointed account are the
      *>> truth and stay too
           .

       P1297-RESET-ONE-FATE SECTION.
           IF PWK-MATCHED OR PWK-CURRENCY-MISMATCH OR PWK-RECOVERED
               MOVE " " TO PWK-TXN-STATUS
               REWRITE PWK-TXN-REC
           END-IF
                   AND NOT FEED-REFUSED
                   PERFORM P1278-LOAD-RELEASED-SUSPENSE
               END-IF

      *>> The bank's returned debits are judged alongside the money
      *>> it did send, so each account nets its returns off the
      *>> same night's receipts
               IF NOT FEED-REFUSED
                   PERFORM P1276-LOAD-RETURNED-DEBITS
               END-IF

      *>> Every reversal loaded - off the feed or out of suspense -
      *>> is matched to the posting it undoes before any account
      *>> is worked
               IF NOT FEED-REFUSED AND WS-REV-COUNT > ZERO
                   PERFORM P1298-RESOLVE-REVERSALS
               END-IF
           ELSE
               MOVE "*** No payments file received - scheduled"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "No payments file received" TO EXCP-LINE
               WRITE EXCP-LINE

      *>> With no feed the scheduled amounts are assumed and there is
      *>> no received money to take a return off - the returns wait
      *>> for the next run that has a feed, held on the DDRTNLOG log
      *>> by a posting run so they are not lost if the bank's file
      *>> is replaced in the meantime
               MOVE "N" TO WS-RETURNS-STORE-FLAG
               MOVE ZERO TO WS-RETURNS-HELD
               PERFORM P1340-OPEN-DDRTNLOG
               PERFORM P1341-ENTER-RETURNED-DEBITS
               IF DDRTNLOG-OPEN
                   MOVE "N" TO WS-EOF-DDRTNLOG
                   MOVE LOW-VALUES TO DRL-RETURN-KEY
                   START DDRTNLOG KEY IS NOT LESS THAN DRL-RETURN-KEY
                   IF WS-FILE-STATUS EQUAL ZERO
                       PERFORM P1345-READ-DDRTNLOG-NEXT
                       PERFORM P1347-COUNT-HELD-RETURN
                           UNTIL EOF-DDRTNLOG
                   END-IF
                   CLOSE DDRTNLOG
                   MOVE "N" TO WS-DDRTNLOG-OPEN-FLAG
               END-IF

               IF WS-RETURNS-HELD > ZERO
                   MOVE WS-RETURNS-HELD TO WS-DISPLAY-COUNT
                   MOVE SPACES TO EXCP-LINE
                   STRING "Returned debits held for the next payments"
                       " feed: " WS-DISPLAY-COUNT
                       DELIMITED BY SIZE INTO EXCP-LINE
                   WRITE EXCP-LINE
                   MOVE "    not applied this run" TO EXCP-LINE
                   WRITE EXCP-LINE
               END-IF
           END-IF
           .

           MOVE PRF-CURRENCY-CODE TO PWK-CURRENCY-CODE
           MOVE ZERO              TO PWK-SUSP-REF
           MOVE PRF-TXN-TYPE      TO PWK-TXN-TYPE
           MOVE PRF-ORIG-PAYMENT-DATE TO PWK-ORIG-DATE

           PERFORM P1293-WRITE-WORK-RECORD
           .
      *>> first payment for an account takes sequence 1 and waits
      *>> unprocessed, any further payment for the same account takes
      *>> the next free sequence and is flagged a duplicate as it is
      *>> stored, exactly as the old in-memory table flagged it. A
      *>> payment reversal is not a payment and goes on as an
      *>> adjustment instead
      *>>
       P1293-WRITE-WORK-RECORD SECTION.
           MOVE ZERO TO PWK-ORIG-INTEREST
           MOVE ZERO TO PWK-ORIG-CAPITAL
           MOVE ZERO TO PWK-ORIG-FEE
           MOVE ZERO TO PWK-ORIG-ARR-COUNT-B
           MOVE ZERO TO PWK-ORIG-ARR-AMOUNT-B
           MOVE ZERO TO PWK-ORIG-ARR-COUNT-A
           MOVE ZERO TO PWK-ORIG-ARR-AMOUNT-A
           MOVE SPACES TO PWK-ORIG-DUE-FLAG

           IF PWK-TXN-TYPE EQUAL "REV"
               PERFORM P1295-WRITE-ADJUSTMENT-RECORD
           ELSE
               MOVE SPACES TO PWK-ORIG-DATE
               MOVE 1 TO PWK-TXN-SEQ
               MOVE " " TO PWK-TXN-STATUS
               WRITE PWK-TXN-REC

               PERFORM UNTIL WS-FILE-STATUS NOT EQUAL "22"
                   OR PWK-TXN-SEQ EQUAL 9999
                   ADD 1 TO PWK-TXN-SEQ
                   MOVE "D" TO PWK-TXN-STATUS
                   WRITE PWK-TXN-REC
               END-PERFORM

               IF WS-FILE-STATUS EQUAL ZERO
                   ADD 1 TO WS-TXN-COUNT
               ELSE
                   DISPLAY "*** Payment for " PWK-ACCOUNT-NO " not"
                       " stored - file status " WS-FILE-STATUS " ***"
               END-IF
           END-IF
           .

      *>>
      *>> Store a returned debit or a payment reversal at the
      *>> account's next free adjustment sequence - unprocessed,
      *>> never flagged a duplicate. A reversal is also noted in the
      *>> reversal table so P1298 can find the posting it undoes
      *>>
       P1295-WRITE-ADJUSTMENT-RECORD SECTION.
           MOVE WS-ADJ-FIRST-SEQ TO PWK-TXN-SEQ
           MOVE " " TO PWK-TXN-STATUS
      *>> Past the reversal table's capacity a reversal cannot be
      *>> matched tonight - it is stored unmatched at once, and goes
      *>> to suspense for the next run
           IF PWK-TXN-TYPE EQUAL "REV"
               AND WS-REV-COUNT NOT LESS THAN 100
               MOVE "X" TO PWK-TXN-STATUS
           END-IF
           WRITE PWK-TXN-REC

           PERFORM UNTIL WS-FILE-STATUS NOT EQUAL "22"
               OR PWK-TXN-SEQ EQUAL 9999
               ADD 1 TO PWK-TXN-SEQ
               WRITE PWK-TXN-REC
           END-PERFORM

           IF WS-FILE-STATUS EQUAL ZERO
               IF PWK-TXN-TYPE EQUAL "REV"
                   ADD 1 TO WS-REVERSALS-LOADED
                   PERFORM P1271-NOTE-REVERSAL
               ELSE
                   ADD 1 TO WS-RETURNS-LOADED
               END-IF
           ELSE
               DISPLAY "*** Adjustment for " PWK-ACCOUNT-NO
                   " not stored - file status " WS-FILE-STATUS
                   " ***"
           END-IF
           .

      *>>
      *>> Note a reversal for the POSTHIST pass
      *>>
       P1271-NOTE-REVERSAL SECTION.
           IF PWK-TXN-STATUS EQUAL " "
               ADD 1 TO WS-REV-COUNT
               SET WS-REV-IDX TO WS-REV-COUNT
               MOVE PWK-ACCOUNT-NO  TO WS-REV-ACCOUNT-NO(WS-REV-IDX)
               MOVE PWK-TXN-SEQ     TO WS-REV-TXN-SEQ(WS-REV-IDX)
               MOVE PWK-ORIG-DATE   TO WS-REV-ORIG-DATE(WS-REV-IDX)
               MOVE PWK-AMOUNT-PAID TO WS-REV-AMOUNT(WS-REV-IDX)
               MOVE "N" TO WS-REV-FOUND-FLAG(WS-REV-IDX)
               MOVE "N" TO WS-REV-DONE-FLAG(WS-REV-IDX)
           END-IF
           .

      *>>
      *>> One pass of the posted-transactions history finds the
      *>> posting each reversal names - the same account, posted on
      *>> the date given, for the sum received (what reached interest
      *>> and capital plus the fee slice). An earlier REV record
      *>> naming the same posting means it has already been reversed.
      *>> Each reversal's work record then takes the original's
      *>> figures, or is marked unmatched for suspense
      *>>
       P1298-RESOLVE-REVERSALS SECTION.
           MOVE "N" TO WS-EOF-POSTHIST
           OPEN INPUT POSTHIST
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P1299-READ-POSTHIST
               PERFORM P1285-MATCH-POSTHIST-RECORD
                   UNTIL EOF-POSTHIST
               CLOSE POSTHIST
           END-IF

           PERFORM P1291-SETTLE-REVERSAL
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
           .

       P1299-READ-POSTHIST SECTION.
           READ POSTHIST
               AT END SET EOF-POSTHIST TO TRUE
           END-READ
           .

       P1285-MATCH-POSTHIST-RECORD SECTION.
           MOVE ZERO TO WS-PH-PAYMT-AMOUNT
           MOVE ZERO TO WS-PH-FEE-PAID
           IF PHF-PAYMT-AMOUNT NOT EQUAL SPACES
               MOVE PHF-PAYMT-AMOUNT TO WS-PH-PAYMT-AMOUNT
           END-IF
           IF PHF-FEE-PAID NOT EQUAL SPACES
               MOVE PHF-FEE-PAID TO WS-PH-FEE-PAID
           END-IF

           PERFORM P1310-CHECK-REV-ENTRY
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT

           PERFORM P1299-READ-POSTHIST
           .

       P1310-CHECK-REV-ENTRY SECTION.
           IF PHF-ACCOUNT-NO EQUAL WS-REV-ACCOUNT-NO(WS-REV-IDX)
               EVALUATE TRUE
                   WHEN PHF-TXN-TYPE EQUAL "REV"
                       IF PHF-ORIG-POST-DATE
                               EQUAL WS-REV-ORIG-DATE(WS-REV-IDX)
                           SET REV-ALREADY-REVERSED(WS-REV-IDX)
                               TO TRUE
                       END-IF
      *>> Only an ordinary payment can be reversed - a settlement
      *>> has closed the account and is unwound by hand, and a
      *>> refund is money paid out, not received
                   WHEN PHF-TXN-TYPE EQUAL "SET"
                       CONTINUE
                   WHEN PHF-TXN-TYPE EQUAL "RFD"
                       CONTINUE
                   WHEN PHF-POST-DATE
                           EQUAL WS-REV-ORIG-DATE(WS-REV-IDX)
                       AND WS-PH-PAYMT-AMOUNT + WS-PH-FEE-PAID
                           EQUAL WS-REV-AMOUNT(WS-REV-IDX)
                       AND WS-REV-AMOUNT(WS-REV-IDX) > ZERO
                       PERFORM P1320-TAKE-ORIGINAL-FIGURES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       P1320-TAKE-ORIGINAL-FIGURES SECTION.
           SET REV-ORIGINAL-FOUND(WS-REV-IDX) TO TRUE
           MOVE PHF-PAYMT-INTEREST TO WS-REV-INTEREST(WS-REV-IDX)
           MOVE PHF-PAYMT-CAPITAL  TO WS-REV-CAPITAL(WS-REV-IDX)
           MOVE WS-PH-FEE-PAID     TO WS-REV-FEE(WS-REV-IDX)

      *>> A posting made before the arrears were recorded on the
      *>> history has no before-and-after to rebuild from - P2187
      *>> then treats the payment as one missed due payment
           IF PHF-DUE-FLAG EQUAL SPACES
               MOVE SPACES TO WS-REV-DUE-FLAG(WS-REV-IDX)
               MOVE ZERO TO WS-REV-ARR-COUNT-B(WS-REV-IDX)
               MOVE ZERO TO WS-REV-ARR-AMOUNT-B(WS-REV-IDX)
               MOVE ZERO TO WS-REV-ARR-COUNT-A(WS-REV-IDX)
               MOVE ZERO TO WS-REV-ARR-AMOUNT-A(WS-REV-IDX)
           ELSE
               MOVE PHF-DUE-FLAG TO WS-REV-DUE-FLAG(WS-REV-IDX)
               MOVE PHF-ARR-COUNT-BEFORE
                   TO WS-REV-ARR-COUNT-B(WS-REV-IDX)
               MOVE PHF-ARR-AMOUNT-BEFORE
                   TO WS-REV-ARR-AMOUNT-B(WS-REV-IDX)
               MOVE PHF-ARR-COUNT-AFTER
                   TO WS-REV-ARR-COUNT-A(WS-REV-IDX)
               MOVE PHF-ARR-AMOUNT-AFTER
                   TO WS-REV-ARR-AMOUNT-A(WS-REV-IDX)
           END-IF
           .

      *>>
      *>> Put the outcome of the history pass onto the reversal's own
      *>> work record - a second reversal on the same feed naming the
      *>> same posting is as unmatched as one the history says has
      *>> already been reversed
      *>>
       P1291-SETTLE-REVERSAL SECTION.
           PERFORM P1330-CHECK-EARLIER-REVERSAL
               VARYING WS-REV-IDX2 FROM 1 BY 1
               UNTIL WS-REV-IDX2 NOT LESS THAN WS-REV-IDX

           MOVE WS-REV-ACCOUNT-NO(WS-REV-IDX) TO PWK-ACCOUNT-NO
           MOVE WS-REV-TXN-SEQ(WS-REV-IDX)    TO PWK-TXN-SEQ
           READ PAYWORK KEY IS PWK-TXN-KEY

           IF WS-FILE-STATUS EQUAL ZERO
               IF REV-ORIGINAL-FOUND(WS-REV-IDX)
                   AND NOT REV-ALREADY-REVERSED(WS-REV-IDX)
                   MOVE WS-REV-INTEREST(WS-REV-IDX)
                       TO PWK-ORIG-INTEREST
                   MOVE WS-REV-CAPITAL(WS-REV-IDX)
                       TO PWK-ORIG-CAPITAL
                   MOVE WS-REV-FEE(WS-REV-IDX) TO PWK-ORIG-FEE
                   MOVE WS-REV-ARR-COUNT-B(WS-REV-IDX)
                       TO PWK-ORIG-ARR-COUNT-B
                   MOVE WS-REV-ARR-AMOUNT-B(WS-REV-IDX)
                       TO PWK-ORIG-ARR-AMOUNT-B
                   MOVE WS-REV-ARR-COUNT-A(WS-REV-IDX)
                       TO PWK-ORIG-ARR-COUNT-A
                   MOVE WS-REV-ARR-AMOUNT-A(WS-REV-IDX)
                       TO PWK-ORIG-ARR-AMOUNT-A
                   MOVE WS-REV-DUE-FLAG(WS-REV-IDX)
                       TO PWK-ORIG-DUE-FLAG
               ELSE
                   MOVE "X" TO PWK-TXN-STATUS
               END-IF
               REWRITE PWK-TXN-REC
           END-IF
           .

       P1330-CHECK-EARLIER-REVERSAL SECTION.
           IF WS-REV-ACCOUNT-NO(WS-REV-IDX2)
                   EQUAL WS-REV-ACCOUNT-NO(WS-REV-IDX)
               AND WS-REV-ORIG-DATE(WS-REV-IDX2)
                   EQUAL WS-REV-ORIG-DATE(WS-REV-IDX)
               AND REV-ORIGINAL-FOUND(WS-REV-IDX2)
               SET REV-ALREADY-REVERSED(WS-REV-IDX) TO TRUE
           END-IF
           .

      *>>
      *>> The returned-debit log - opened for update on a posting
      *>> run (created empty the first time, the way P1272 treats
      *>> SUSPFILE) and read-only on any other
      *>>
       P1340-OPEN-DDRTNLOG SECTION.
           MOVE "N" TO WS-DDRTNLOG-OPEN-FLAG
           IF RUN-MODE-POST
               OPEN I-O DDRTNLOG
               IF WS-FILE-STATUS NOT EQUAL ZERO
                   OPEN OUTPUT DDRTNLOG
                   CLOSE DDRTNLOG
                   OPEN I-O DDRTNLOG
               END-IF
               IF WS-FILE-STATUS EQUAL ZERO
                   SET DDRTNLOG-OPEN TO TRUE
               ELSE
                   DISPLAY "*** Returned-debit log unavailable -"
                       " file status " WS-FILE-STATUS " ***"
               END-IF
           ELSE
               OPEN INPUT DDRTNLOG
               IF WS-FILE-STATUS EQUAL ZERO
                   SET DDRTNLOG-OPEN TO TRUE
               END-IF
           END-IF
           .

       P1341-ENTER-RETURNED-DEBITS SECTION.
           OPEN INPUT DDRETURN
           IF WS-FILE-STATUS EQUAL ZERO
               MOVE "N" TO WS-EOF-DDRETURN
               PERFORM P1273-READ-DDRETURN
               PERFORM P1342-ENTER-RETURNED-DEBIT
                   UNTIL EOF-DDRETURN
               CLOSE DDRETURN
           END-IF
           .

      *>>
      *>> One return off the bank's file. Already on the log, it is
      *>> either held (and taken from there) or long since taken; new
      *>> to the log, a posting run enters it as held, and any other
      *>> run - or a posting run with no log to enter it on - takes
      *>> it straight from the bank's file
      *>>
       P1342-ENTER-RETURNED-DEBIT SECTION.
           MOVE DDR-ACCOUNT-NO   TO DRL-ACCOUNT-NO
           MOVE DDR-COLLECT-DATE TO DRL-COLLECT-DATE
           MOVE "N" TO WS-RETURN-LOGGED-FLAG
           IF DDRTNLOG-OPEN
               READ DDRTNLOG KEY IS DRL-RETURN-KEY
               IF WS-FILE-STATUS EQUAL ZERO
                   SET RETURN-LOGGED TO TRUE
               END-IF
           END-IF

           IF NOT RETURN-LOGGED
               MOVE DDR-ACCOUNT-NO    TO DRL-ACCOUNT-NO
               MOVE DDR-COLLECT-DATE  TO DRL-COLLECT-DATE
               MOVE DDR-AMOUNT        TO DRL-AMOUNT
               MOVE DDR-CURRENCY-CODE TO DRL-CURRENCY-CODE
               MOVE DDR-REASON-CODE   TO DRL-REASON-CODE
               MOVE "H"               TO DRL-STATUS
               MOVE WS-BUS-DATE-DDMMYYYY TO DRL-ENTERED-DATE
               MOVE SPACES            TO DRL-TAKEN-DATE
               MOVE ZERO              TO DRL-GEN-NUMBER

               IF RUN-MODE-POST AND DDRTNLOG-OPEN
                   WRITE DRL-DDRTNLOG-REC
                   IF WS-FILE-STATUS EQUAL ZERO
                       ADD 1 TO WS-RETURNS-ENTERED
                   ELSE
                       DISPLAY "*** Return on " DRL-ACCOUNT-NO
                           " not logged - file status "
                           WS-FILE-STATUS " ***"
                       PERFORM P1343-TAKE-UNLOGGED-RETURN
                   END-IF
               ELSE
                   PERFORM P1343-TAKE-UNLOGGED-RETURN
               END-IF
           END-IF

           PERFORM P1273-READ-DDRETURN
           .

      *>>
      *>> A return that is not on the log is loaded when returns are
      *>> being loaded tonight, and otherwise counted as held over
      *>>
       P1343-TAKE-UNLOGGED-RETURN SECTION.
           IF RETURNS-TO-STORE
               PERFORM P1274-STORE-RETURNED-DEBIT
           ELSE
               ADD 1 TO WS-RETURNS-HELD
           END-IF
           .

       P1345-READ-DDRTNLOG-NEXT SECTION.
           READ DDRTNLOG NEXT RECORD
               AT END SET EOF-DDRTNLOG TO TRUE
           END-READ
           .

       P1346-TAKE-HELD-RETURN SECTION.
           IF DRL-RETURN-HELD
               PERFORM P1274-STORE-RETURNED-DEBIT
           END-IF

           PERFORM P1345-READ-DDRTNLOG-NEXT
           .

       P1347-COUNT-HELD-RETURN SECTION.
           IF DRL-RETURN-HELD
               ADD 1 TO WS-RETURNS-HELD
           END-IF

           PERFORM P1345-READ-DDRTNLOG-NEXT
           .

      *>>
           MOVE SUS-CURRENCY-CODE TO PWK-CURRENCY-CODE
           MOVE SUS-SUSP-REF      TO PWK-SUSP-REF
           MOVE SUS-TXN-TYPE      TO PWK-TXN-TYPE
      *>> A suspended reversal keeps the posting date it names where
      *>> the payment date would be
           MOVE SUS-PAYMENT-DATE  TO PWK-ORIG-DATE

           PERFORM P1293-WRITE-WORK-RECORD
           .

      *>>
      *>> Load the bank's returned debits onto the work file - no
      *>> DDRETURN file means nothing came back. A posting run enters
      *>> every return it has not seen before on the DDRTNLOG log as
      *>> held and then takes everything held there, so a return the
      *>> bank leaves on its file is only ever taken once, and one
      *>> held over from a night with no feed is taken now whatever
      *>> has become of the bank's file since. Any other run leaves
      *>> the log as it is - it takes what is held there, and the
      *>> returns on DDRETURN the log does not know of yet
      *>>
       P1276-LOAD-RETURNED-DEBITS SECTION.
           SET RETURNS-TO-STORE TO TRUE
           PERFORM P1340-OPEN-DDRTNLOG
           PERFORM P1341-ENTER-RETURNED-DEBITS

           IF DDRTNLOG-OPEN
               MOVE "N" TO WS-EOF-DDRTNLOG
               MOVE LOW-VALUES TO DRL-RETURN-KEY
               START DDRTNLOG KEY IS NOT LESS THAN DRL-RETURN-KEY
               IF WS-FILE-STATUS EQUAL ZERO
                   PERFORM P1345-READ-DDRTNLOG-NEXT
                   PERFORM P1346-TAKE-HELD-RETURN
                       UNTIL EOF-DDRTNLOG
               END-IF
               CLOSE DDRTNLOG
               MOVE "N" TO WS-DDRTNLOG-OPEN-FLAG
           END-IF
           .

       P1273-READ-DDRETURN SECTION.
           READ DDRETURN
               AT END SET EOF-DDRETURN TO TRUE
           END-READ
           .

      *>>
      *>> Store one returned debit, as it stands in the log record,
      *>> as an adjustment on the work file
      *>>
       P1274-STORE-RETURNED-DEBIT SECTION.
           MOVE DRL-ACCOUNT-NO    TO PWK-ACCOUNT-NO
           MOVE DRL-COLLECT-DATE  TO PWK-TXN-DATE
           MOVE DRL-AMOUNT        TO PWK-AMOUNT-PAID
           MOVE DRL-CURRENCY-CODE TO PWK-CURRENCY-CODE
           MOVE ZERO              TO PWK-SUSP-REF
           MOVE "RTN"             TO PWK-TXN-TYPE
           MOVE SPACES            TO PWK-ORIG-DATE
           MOVE ZERO TO PWK-ORIG-INTEREST
           MOVE ZERO TO PWK-ORIG-CAPITAL
           MOVE ZERO TO PWK-ORIG-FEE
           MOVE ZERO TO PWK-ORIG-ARR-COUNT-B
           MOVE ZERO TO PWK-ORIG-ARR-AMOUNT-B
           MOVE ZERO TO PWK-ORIG-ARR-COUNT-A
           MOVE ZERO TO PWK-ORIG-ARR-AMOUNT-A
           MOVE SPACES TO PWK-ORIG-DUE-FLAG

           PERFORM P1295-WRITE-ADJUSTMENT-RECORD
           .

       P1300-READ-LOANMAST SECTION.
           READ LOANMAST NEXT RECORD
               AT END SET EOF-LOANMAST TO TRUE

               PERFORM P2100-LOOKUP-DISCOUNT
               PERFORM P2200-CALCULATE-ACCOUNT

      *>> Any approved refund is paid from the balance the account
      *>> is left on after tonight's own money has moved
               MOVE ZERO TO WS-REFUND-PAID
               IF RUN-MODE-POST AND REFUNDS-OPEN
                   COMPUTE WS-REFUND-BALANCE =
                       NEWTOPAY-DISPLAY + WS-REV-BALANCE-BACK
                   PERFORM P2800-TAKE-REFUNDS
               END-IF

               PERFORM P2400-CHECK-RECONCILIATION
               PERFORM P2300-WRITE-DETAIL-LINE

       P2700-CARRY-INACTIVE SECTION.
           ADD 1 TO WS-INACTIVE-COUNT

           IF PAYMENTS-PRESENT
               AND LMF-STATUS-WRITTEN-OFF
               PERFORM P2710-TAKE-RECOVERIES
           END-IF

      *>> A settled account is the usual home of a credit balance -
      *>> its refund is paid, and the balance put back, as it is
      *>> carried
           MOVE ZERO TO WS-REFUND-PAID
           IF RUN-MODE-POST AND REFUNDS-OPEN
               MOVE LMF-OUTSTANDING-AMOUNT TO WS-REFUND-BALANCE
               PERFORM P2800-TAKE-REFUNDS
               ADD WS-REFUND-PAID TO LMF-OUTSTANDING-AMOUNT
           END-IF

           IF RUN-MODE-POST
               MOVE LMF-LOAN-REC TO NEW-LOAN-REC
               MOVE "N" TO WS-FRESH-POST-FLAG
               WRITE NEW-LOAN-REC

               IF WS-FILE-STATUS EQUAL ZERO
                   SET FRESH-POST TO TRUE
               END-IF

      *>> A restarted run may already have carried this account -
      *>> replace rather than reject, as P2500 does for posted ones
               IF WS-FILE-STATUS NOT EQUAL ZERO

               IF WS-FILE-STATUS EQUAL ZERO
                   PERFORM P2560-COUNT-GENERATION-RECORD
                   IF FRESH-POST
                       AND WS-REFUND-PAID > ZERO
                       PERFORM P2850-WRITE-REFUND-HISTORY
                   END-IF
      *>> Only a fresh WRITE puts the recoveries on the register - an
      *>> account that went on by REWRITE was carried, recoveries
      *>> and all, by the failed run, which registered them then
                   IF FRESH-POST
                       AND PAYMENTS-PRESENT
                       AND LMF-STATUS-WRITTEN-OFF
                       AND WRITEOFF-OPEN
                       PERFORM P2725-REGISTER-RECOVERIES
                   END-IF
               ELSE
                   DISPLAY "*** Account " LMF-ACCOUNT-NO " not"
                       " carried - file status " WS-FILE-STATUS
           .

      *>>
      *>> Take every payment waiting against a written-off account as
      *>> a recovery - one keyed START reaches the account's own
      *>> payments. A returned debit or a reversal is not money
      *>> received and is left for the exceptions, as is a payment in
      *>> another currency
      *>>
       P2710-TAKE-RECOVERIES SECTION.
           MOVE "N" TO WS-EOF-PAYWORK
           MOVE LMF-ACCOUNT-NO TO PWK-ACCOUNT-NO
           MOVE ZERO TO PWK-TXN-SEQ
           START PAYWORK KEY IS GREATER THAN PWK-TXN-KEY
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2155-READ-PAYWORK-NEXT
               PERFORM P2720-TAKE-RECOVERY
                   UNTIL EOF-PAYWORK
                   OR PWK-ACCOUNT-NO NOT EQUAL LMF-ACCOUNT-NO
           END-IF
           .

       P2720-TAKE-RECOVERY SECTION.
           IF PWK-UNPROCESSED
               AND PWK-TXN-TYPE NOT EQUAL "RTN"
               AND PWK-TXN-TYPE NOT EQUAL "REV"
               IF PWK-CURRENCY-CODE EQUAL LMF-CURRENCY-CODE
                   MOVE PWK-AMOUNT-PAID TO WS-RECOVERY-AMOUNT

      *>> Fees first, then the balance - the same order money
      *>> received is applied on a live account
                   IF LMF-FEE-BALANCE > ZERO
                       IF WS-RECOVERY-AMOUNT > LMF-FEE-BALANCE
                           MOVE LMF-FEE-BALANCE TO WS-RECOVERY-FEE
                       ELSE
                           MOVE WS-RECOVERY-AMOUNT TO WS-RECOVERY-FEE
                       END-IF
                   ELSE
                       MOVE ZERO TO WS-RECOVERY-FEE
                   END-IF
                   SUBTRACT WS-RECOVERY-FEE FROM LMF-FEE-BALANCE
                   COMPUTE LMF-OUTSTANDING-AMOUNT =
                       LMF-OUTSTANDING-AMOUNT
                       - (WS-RECOVERY-AMOUNT - WS-RECOVERY-FEE)

                   MOVE LMF-CURRENCY-CODE TO WS-CT-SEARCH-CURRENCY
                   PERFORM P2415-FIND-CT-ENTRY
                   ADD WS-RECOVERY-AMOUNT TO WS-CT-RECOVERED(WS-CT-IDX)
                   ADD 1 TO WS-CT-RECOVERIES(WS-CT-IDX)
                   ADD 1 TO WS-RECOVERY-COUNT

                   MOVE "R" TO PWK-TXN-STATUS
               ELSE
                   MOVE "C" TO PWK-TXN-STATUS
               END-IF

               REWRITE PWK-TXN-REC
           END-IF

           PERFORM P2155-READ-PAYWORK-NEXT
           .

      *>>
      *>> Register every recovery taken against the account once it
      *>> is safely on the new generation - one keyed START reaches
      *>> the account's own payments, as in P2710
      *>>
       P2725-REGISTER-RECOVERIES SECTION.
           MOVE "N" TO WS-EOF-PAYWORK
           MOVE LMF-ACCOUNT-NO TO PWK-ACCOUNT-NO
           MOVE ZERO TO PWK-TXN-SEQ
           START PAYWORK KEY IS GREATER THAN PWK-TXN-KEY
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2155-READ-PAYWORK-NEXT
               PERFORM P2727-CHECK-RECOVERY
                   UNTIL EOF-PAYWORK
                   OR PWK-ACCOUNT-NO NOT EQUAL LMF-ACCOUNT-NO
           END-IF
           .

       P2727-CHECK-RECOVERY SECTION.
           IF PWK-RECOVERED
               PERFORM P2730-REGISTER-RECOVERY
           END-IF

           PERFORM P2155-READ-PAYWORK-NEXT
           .

      *>>
      *>> The recovery goes on the register already posted - its
      *>> ledger line rides on this run's own GL extract - and
      *>> carries the generation being produced, so a back-out of
      *>> this run can sweep it off again
      *>>
       P2730-REGISTER-RECOVERY SECTION.
           MOVE WS-POST-DATE-DDMMYYYY TO WOF-ENTRY-DATE
           MOVE "R"                   TO WOF-ENTRY-TYPE
           MOVE LMF-ACCOUNT-NO        TO WOF-ACCOUNT-NO
           MOVE LMF-CURRENCY-CODE     TO WOF-CURRENCY-CODE
           MOVE ZERO                  TO WOF-CAPITAL-AMOUNT
           MOVE ZERO                  TO WOF-INTEREST-AMOUNT
           MOVE ZERO                  TO WOF-FEES-AMOUNT
           MOVE PWK-AMOUNT-PAID       TO WOF-RECOVERED-AMOUNT
           MOVE "LOANBTCH"            TO WOF-OPERATOR-ID
           MOVE WS-GEN-TO             TO WOF-GEN-NUMBER
           MOVE "P"                   TO WOF-GL-STATUS
           MOVE WS-POST-DATE-DDMMYYYY TO WOF-GL-DATE
           WRITE WOF-WRITEOFF-REC

           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** Recovery on " LMF-ACCOUNT-NO " not"
                   " registered - file status " WS-FILE-STATUS
                   " ***"
           END-IF
           .

      *>>
      *>> Pay every approved refund raised against the account - one
      *>> keyed START reaches the account's own refunds on the
      *>> register. A restarted run also takes back the refunds the
      *>> failed run had already paid into this generation, since the
      *>> account is posted again from its input balance
      *>>
       P2800-TAKE-REFUNDS SECTION.
           MOVE "N" TO WS-EOF-REFUNDS
           MOVE LMF-ACCOUNT-NO TO RFD-ACCOUNT-NO
           MOVE ZERO TO RFD-REFUND-REF
           START REFUNDS KEY IS NOT LESS THAN RFD-REFUND-KEY
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2805-READ-REFUNDS-NEXT
               PERFORM P2810-TAKE-REFUND
                   UNTIL EOF-REFUNDS
                   OR RFD-ACCOUNT-NO NOT EQUAL LMF-ACCOUNT-NO
           END-IF
           .

       P2805-READ-REFUNDS-NEXT SECTION.
           READ REFUNDS NEXT RECORD
               AT END SET EOF-REFUNDS TO TRUE
           END-READ
           .

       P2810-TAKE-REFUND SECTION.
           IF RFD-REFUND-APPROVED
               OR (RFD-REFUND-PAID
                   AND RFD-GEN-NUMBER EQUAL WS-GEN-TO
                   AND RESTART-IN-PROGRESS)
      *>> A refund is only ever of money the account holds - one
      *>> that would now take it into debit (it has been paid down
      *>> by other means since the refund was raised) waits on the
      *>> register for the balance to be looked at
               IF WS-REFUND-BALANCE + RFD-AMOUNT > ZERO
                   ADD 1 TO WS-REFUND-HELD-COUNT
                   DISPLAY "*** Refund " RFD-REFUND-REF " on "
                       LMF-ACCOUNT-NO " held - account no longer"
                       " holds the credit ***"
               ELSE
                   ADD RFD-AMOUNT TO WS-REFUND-BALANCE
                   ADD RFD-AMOUNT TO WS-REFUND-PAID

                   MOVE LMF-CURRENCY-CODE TO WS-CT-SEARCH-CURRENCY
                   PERFORM P2415-FIND-CT-ENTRY
                   ADD RFD-AMOUNT TO WS-CT-REFUNDED(WS-CT-IDX)
                   ADD 1 TO WS-CT-REFUNDS(WS-CT-IDX)

                   IF RFD-REFUND-APPROVED
                       MOVE "P"                   TO RFD-STATUS
                       MOVE WS-POST-DATE-DDMMYYYY TO RFD-PAID-DATE
                       MOVE WS-GEN-TO             TO RFD-GEN-NUMBER
                       REWRITE RFD-REFUND-REC
                       IF WS-FILE-STATUS NOT EQUAL ZERO
                           DISPLAY "*** Refund " RFD-REFUND-REF
                               " not marked paid - file status "
                               WS-FILE-STATUS " ***"
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM P2805-READ-REFUNDS-NEXT
           .

      *>>
      *>> Record the refund paid as a movement of its own on the
      *>> history - the money went out to the customer, so it is a
      *>> negative payment, all of it capital, taking the balance
      *>> back up towards nothing
      *>>
       P2850-WRITE-REFUND-HISTORY SECTION.
           MOVE NEW-ACCOUNT-NO        TO PHF-ACCOUNT-NO
           MOVE WS-POST-DATE-DDMMYYYY TO PHF-POST-DATE
           MOVE NEW-CURRENCY-CODE     TO PHF-CURRENCY-CODE
           MOVE WS-GEN-TO             TO PHF-GEN-NUMBER
           MOVE "RFD"                 TO PHF-TXN-TYPE
           MOVE SPACES                TO PHF-ORIG-POST-DATE
           MOVE "N"                   TO PHF-DUE-FLAG

           COMPUTE WS-PH-PAYMT-AMOUNT = ZERO - WS-REFUND-PAID
           MOVE WS-PH-PAYMT-AMOUNT TO PHF-PAYMT-AMOUNT
           MOVE WS-PH-PAYMT-AMOUNT TO PHF-PAYMT-CAPITAL
           MOVE ZERO               TO PHF-PAYMT-INTEREST
           MOVE ZERO               TO PHF-FEE-PAID
           MOVE ZERO               TO PHF-FEE-ASSESSED

           COMPUTE WS-PH-PAYMT-AMOUNT =
               NEW-OUTSTANDING-AMOUNT - WS-REFUND-PAID
           MOVE WS-PH-PAYMT-AMOUNT     TO PHF-BALANCE-BEFORE
           MOVE NEW-OUTSTANDING-AMOUNT TO PHF-BALANCE-AFTER

           MOVE NEW-ARREARS-COUNT  TO PHF-ARR-COUNT-BEFORE
           MOVE NEW-ARREARS-AMOUNT TO PHF-ARR-AMOUNT-BEFORE
           MOVE NEW-ARREARS-COUNT  TO PHF-ARR-COUNT-AFTER
           MOVE NEW-ARREARS-AMOUNT TO PHF-ARR-AMOUNT-AFTER

           WRITE PHF-POSTHIST-REC
           .

      *>>
      *>> Resolve the account's discount code - a keyed READ of
      *>> DISCFILE the first time the code is seen, then the cached
      *>> resolution until a different code comes along - and pass
      *>> the resolved rate straight to LOANCALC instead of letting
      *>> it read DISCFILE itself
      *>>
       P2100-LOOKUP-DISCOUNT SECTION.
           SET DISCOUNT-RATE-PRESET TO TRUE
           MOVE ZERO TO DISCOUNT-RATE

           IF LMF-DISCOUNT-CODE EQUAL SPACES
               SET DISCOUNT-CODE-OK TO TRUE
           ELSE
               MOVE FUNCTION UPPER-CASE (LMF-DISCOUNT-CODE)
                   TO WS-SEARCH-CODE

               IF WS-SEARCH-CODE NOT EQUAL WS-CACHED-CODE
                   PERFORM P2120-FETCH-DISCOUNT-CODE
               END-IF

               EVALUATE TRUE
                   WHEN NOT CACHED-CODE-ON-FILE
                       SET DISCOUNT-CODE-UNKNOWN TO TRUE
                   WHEN CACHED-CODE-EXPIRED
                       SET DISCOUNT-CODE-EXPIRED TO TRUE
                   WHEN (WS-CACHED-MIN-AMOUNT > ZERO
                           AND LMF-OUTSTANDING-AMOUNT
           .

       P2160-CHECK-WORK-RECORD SECTION.
      *>> A returned debit or a reversal is never the money
      *>> received - P2180 takes those separately
           IF PWK-UNPROCESSED
               AND PWK-TXN-TYPE NOT EQUAL "RTN"
               AND PWK-TXN-TYPE NOT EQUAL "REV"
               SET TXN-FOUND TO TRUE
           ELSE
               PERFORM P2155-READ-PAYWORK-NEXT
           MOVE "N" TO WS-SETTLEMENT-FLAG
           MOVE SPACES TO WS-MATCHED-TXN-TYPE
           MOVE ZERO TO WS-FEE-PAID
           MOVE ZERO TO WS-RETURNED-AMOUNT
           MOVE ZERO TO WS-REV-TAKEN-AMOUNT
           MOVE ZERO TO WS-REV-BALANCE-BACK
           MOVE ZERO TO WS-REV-FEE-BACK
           MOVE ZERO TO WS-REV-ARR-COUNT-ADJ
           MOVE ZERO TO WS-REV-ARR-AMOUNT-ADJ

      *>> With a payments feed in, the amount actually received (not
      *>> the scheduled amount) is what LOANCALC splits - less any
      *>> debit the bank has returned unpaid, which the account was
      *>> credited with but never actually paid. More returned than
      *>> received leaves a negative payment, so the capital slice
      *>> runs negative and the balance goes back up by the return
           IF PAYMENTS-PRESENT
               PERFORM P2150-MATCH-PAYMENT
               MOVE WS-ACTUAL-PAYMENT TO PAYMT-AMOUNT
               PERFORM P2180-MATCH-ADJUSTMENTS
               SUBTRACT WS-RETURNED-AMOUNT FROM PAYMT-AMOUNT
           END-IF

      *>> Whether tonight is the account's due date decides whether
      *>> its accrued interest is charged - and, with no feed at all,
      *>> whether its scheduled payment is taken as made. What is
      *>> taken as made is what the account owes tonight: nothing on
      *>> a payment holiday and the agreed sum on a reduced plan, not
      *>> the full scheduled amount
           PERFORM P2520-CHECK-DUE-TODAY

           IF NOT PAYMENTS-PRESENT
               IF ACCOUNT-DUE-TODAY
                   PERFORM P2525-CHECK-ARRANGEMENT
                   MOVE WS-EXPECTED-PAYMENT TO PAYMT-AMOUNT
               ELSE
                   MOVE ZERO TO PAYMT-AMOUNT
               END-IF
           END-IF

           IF WS-MATCHED-TXN-TYPE EQUAL "SET"
               SET SETTLEMENT-TXN TO TRUE
           ELSE
      *>> The stated allocation order - received money pays the fee
      *>> balance first, and only the rest is split across interest
                   AND PAYMT-AMOUNT > ZERO
                   PERFORM P2170-ALLOCATE-FEE-PAYMENT
               END-IF
           END-IF

      *>> LOANCALC resolves the account's annual rate, which is what
      *>> tonight's accrual is worked at
           MOVE LMF-INTEREST-RATE      TO INTEREST-RATE
           MOVE LMF-BASE-RATE          TO BASE-RATE
           MOVE LMF-DISCOUNT-CODE      TO DISCOUNT-CODE

           CALL "LOANCALC" USING BY REFERENCE CALCULATOR-FIELDS

           PERFORM P2190-ACCRUE-INTEREST

           IF SETTLEMENT-TXN
               PERFORM P2250-EXECUTE-SETTLEMENT
           ELSE
               PERFORM P2195-CHARGE-INTEREST
           END-IF
           .

      *>>
      *>> Accrue the account's interest up to the business date - a
      *>> day's interest on the balance it held for every day since
      *>> it was last accrued (just the one day for an account never
      *>> accrued before, none at all when an earlier run has already
      *>> accrued it to the business date), at the calculated annual
      *>> rate over its currency's day-count year, added onto what it
      *>> already carries. A balance paid down to nothing earns
      *>> nothing
      *>>
       P2190-ACCRUE-INTEREST SECTION.
           MOVE ZERO TO WS-NIGHT-ACCRUAL
           MOVE ZERO TO WS-ACCRUAL-RELEASED

           EVALUATE TRUE
               WHEN LMF-ACCRUED-TO-DATE EQUAL ZERO
                   MOVE 1 TO WS-ACCRUAL-DAYS
               WHEN LMF-ACCRUED-TO-DATE NOT LESS THAN
                       WS-DUE-JUDGE-DATE
                   MOVE ZERO TO WS-ACCRUAL-DAYS
               WHEN OTHER
                   COMPUTE WS-ACCRUAL-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-DUE-JUDGE-DATE)
                       - FUNCTION INTEGER-OF-DATE (LMF-ACCRUED-TO-DATE)
           END-EVALUATE

           IF WS-ACCRUAL-DAYS > ZERO
               AND LMF-OUTSTANDING-AMOUNT > ZERO
               PERFORM P2191-RESOLVE-DAY-BASIS
               COMPUTE WS-NIGHT-ACCRUAL ROUNDED =
                   LMF-OUTSTANDING-AMOUNT * WS-CALCULATED-RATE
                   * WS-ACCRUAL-DAYS / WS-YEAR-DAYS
           END-IF

           COMPUTE WS-ACCRUED-INTEREST =
               LMF-ACCRUED-INTEREST + WS-NIGHT-ACCRUAL
           .

      *>>
      *>> The length of the day-count year for the account's currency
      *>> - its own DAYBASIS entry if it has one, otherwise the spaces
      *>> default, otherwise 365 days
      *>>
       P2191-RESOLVE-DAY-BASIS SECTION.
           MOVE "365" TO WS-DB-BASIS-WORK

           MOVE LMF-CURRENCY-CODE TO WS-DB-SEARCH-CCY
           PERFORM P2192-FIND-DB-ENTRY

           IF NOT DB-FOUND
               MOVE SPACES TO WS-DB-SEARCH-CCY
               PERFORM P2192-FIND-DB-ENTRY
           END-IF

           IF DB-FOUND
               MOVE WS-DB-BASIS(WS-DB-IDX) TO WS-DB-BASIS-WORK
           END-IF

           EVALUATE WS-DB-BASIS-WORK
               WHEN "360"
                   MOVE 360 TO WS-YEAR-DAYS
               WHEN "ACT"
                   MOVE WS-ACT-YEAR-DAYS TO WS-YEAR-DAYS
               WHEN OTHER
                   MOVE 365 TO WS-YEAR-DAYS
           END-EVALUATE
           .

       P2192-FIND-DB-ENTRY SECTION.
           MOVE "N" TO WS-DB-FOUND-FLAG

           PERFORM P2193-CHECK-DB-ENTRY
               VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DB-COUNT
               OR DB-FOUND

           IF DB-FOUND
      *>> The index is augmented once more after the entry that set
      *>> DB-FOUND, so step it back onto the matched entry
               SET WS-DB-IDX DOWN BY 1
           END-IF
           .

       P2193-CHECK-DB-ENTRY SECTION.
           IF WS-DB-CURRENCY(WS-DB-IDX) EQUAL WS-DB-SEARCH-CCY
               SET DB-FOUND TO TRUE
           END-IF
           .

      *>>
      *>> Split the payment in hand now the accrual is known - on the
      *>> due date the whole accrued interest is charged and the rest
      *>> of the payment goes to capital (a payment short of the
      *>> interest runs the capital slice negative, capitalising what
      *>> was not paid onto the balance); on any other day nothing is
      *>> charged, the accrual is carried forward, and whatever was
      *>> received goes straight to capital
      *>>
       P2195-CHARGE-INTEREST SECTION.
           IF ACCOUNT-DUE-TODAY
               MOVE WS-ACCRUED-INTEREST TO PAYMT-INTEREST
               MOVE WS-ACCRUED-INTEREST TO WS-ACCRUAL-RELEASED
           ELSE
               MOVE ZERO TO PAYMT-INTEREST
           END-IF

           COMPUTE PAYMT-CAPITAL = PAYMT-AMOUNT - PAYMT-INTEREST
           COMPUTE NEWTOPAY-DISPLAY = OUTSTANDING-AMOUNT
               - PAYMT-CAPITAL
           .

      *>>
      *>> Take every returned debit and payment reversal waiting
      *>> against the account - one keyed START past the account's
      *>> own payments onto its adjustment sequences. One in another
      *>> currency cannot be netted off this account and is left for
      *>> the exceptions
      *>>
       P2180-MATCH-ADJUSTMENTS SECTION.
           MOVE "N" TO WS-EOF-PAYWORK
           MOVE LMF-ACCOUNT-NO   TO PWK-ACCOUNT-NO
           MOVE WS-ADJ-FIRST-SEQ TO PWK-TXN-SEQ
           START PAYWORK KEY IS NOT LESS THAN PWK-TXN-KEY
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2155-READ-PAYWORK-NEXT
               PERFORM P2185-TAKE-ADJUSTMENT
                   UNTIL EOF-PAYWORK
                   OR PWK-ACCOUNT-NO NOT EQUAL LMF-ACCOUNT-NO
           END-IF
           .

       P2185-TAKE-ADJUSTMENT SECTION.
           IF PWK-UNPROCESSED
               AND PWK-TXN-TYPE EQUAL "RTN"
               IF PWK-CURRENCY-CODE EQUAL LMF-CURRENCY-CODE
                   ADD PWK-AMOUNT-PAID TO WS-RETURNED-AMOUNT
                   MOVE "M" TO PWK-TXN-STATUS
               ELSE
                   MOVE "C" TO PWK-TXN-STATUS
               END-IF
               REWRITE PWK-TXN-REC
           END-IF

      *>> A settlement tonight has closed the account, so a reversal
      *>> against it is left unprocessed and goes to suspense
           IF PWK-UNPROCESSED
               AND PWK-TXN-TYPE EQUAL "REV"
               AND WS-MATCHED-TXN-TYPE NOT EQUAL "SET"
               IF PWK-CURRENCY-CODE EQUAL LMF-CURRENCY-CODE
                   PERFORM P2187-TAKE-REVERSAL
                   MOVE "M" TO PWK-TXN-STATUS
               ELSE
                   MOVE "C" TO PWK-TXN-STATUS
               END-IF
               REWRITE PWK-TXN-REC
           END-IF

           PERFORM P2155-READ-PAYWORK-NEXT
           .

      *>>
      *>> Undo the posting a reversal names - the interest and capital
      *>> it paid go back on the balance (unpaid interest is carried
      *>> on the balance in this book) and the fee slice back on the
      *>> fee balance. The arrears go back to where they would have
      *>> stood had the payment never arrived: the position before it,
      *>> plus one missed payment if it was due that day, less the
      *>> position it actually left. A posting recorded before the
      *>> history carried its arrears is taken as one missed payment
      *>> for the sum reversed
      *>>
       P2187-TAKE-REVERSAL SECTION.
           ADD PWK-AMOUNT-PAID TO WS-REV-TAKEN-AMOUNT
           ADD PWK-ORIG-INTEREST PWK-ORIG-CAPITAL
               TO WS-REV-BALANCE-BACK
           ADD PWK-ORIG-FEE TO WS-REV-FEE-BACK

           PERFORM P2188-REVERSAL-ARREARS

           ADD WS-ONE-ARR-COUNT-ADJ  TO WS-REV-ARR-COUNT-ADJ
           ADD WS-ONE-ARR-AMOUNT-ADJ TO WS-REV-ARR-AMOUNT-ADJ
           .

      *>>
      *>> One reversal's share of the arrears movement, from the
      *>> figures the original posting recorded
      *>>
       P2188-REVERSAL-ARREARS SECTION.
           IF PWK-ORIG-DUE-FLAG EQUAL SPACES
               MOVE 1 TO WS-ONE-ARR-COUNT-ADJ
               MOVE PWK-AMOUNT-PAID TO WS-ONE-ARR-AMOUNT-ADJ
           ELSE
               MOVE PWK-ORIG-ARR-COUNT-B  TO WS-ZERO-PAY-COUNT
               MOVE PWK-ORIG-ARR-AMOUNT-B TO WS-ZERO-PAY-AMOUNT
               IF PWK-ORIG-DUE-FLAG EQUAL "Y"
                   ADD 1 TO WS-ZERO-PAY-COUNT
                   ADD LMF-PAYMT-AMOUNT TO WS-ZERO-PAY-AMOUNT
               END-IF
               COMPUTE WS-ONE-ARR-COUNT-ADJ =
                   WS-ZERO-PAY-COUNT - PWK-ORIG-ARR-COUNT-A
               COMPUTE WS-ONE-ARR-AMOUNT-ADJ =
                   WS-ZERO-PAY-AMOUNT - PWK-ORIG-ARR-AMOUNT-A
           END-IF
           .

      *>> balance itself and everything above it (the accrued
      *>> interest and early-repayment charge the settlement quote
      *>> priced in) is interest income. The balance runs to zero and
      *>> P2500 marks the account settled on the new generation. The
      *>> interest the account had accrued is cleared with it - the
      *>> quote priced it in, so it is released against what the
      *>> settlement brought in rather than charged again.
      *>> A settlement paid above the figure it was quoted at is not
      *>> income - only the accrued interest and early-repayment
      *>> charge the quote priced in are taken as interest, the rest
      *>> goes to capital, and the balance runs below zero as a
      *>> credit balance for a refund to pay back
      *>>
       P2250-EXECUTE-SETTLEMENT SECTION.
           MOVE ZERO TO WS-SETTLE-FEE
           IF OUTSTANDING-AMOUNT > ZERO
               COMPUTE WS-SETTLE-FEE ROUNDED =
                   OUTSTANDING-AMOUNT * WS-SETTLE-FEE-PCT / 100
           END-IF
           COMPUTE WS-SETTLE-DUE = OUTSTANDING-AMOUNT
               + WS-ACCRUED-INTEREST + WS-SETTLE-FEE

           IF PAYMT-AMOUNT > WS-SETTLE-DUE
               COMPUTE PAYMT-INTEREST =
                   WS-ACCRUED-INTEREST + WS-SETTLE-FEE
               COMPUTE PAYMT-CAPITAL = PAYMT-AMOUNT - PAYMT-INTEREST
               COMPUTE NEWTOPAY-DISPLAY =
                   OUTSTANDING-AMOUNT - PAYMT-CAPITAL
           ELSE
               MOVE OUTSTANDING-AMOUNT TO PAYMT-CAPITAL
               COMPUTE PAYMT-INTEREST = PAYMT-AMOUNT - PAYMT-CAPITAL
               MOVE ZERO TO NEWTOPAY-DISPLAY
           END-IF
           MOVE ZERO TO WS-CALCULATED-RATE
           MOVE WS-ACCRUED-INTEREST TO WS-ACCRUAL-RELEASED
           .

       P2300-WRITE-DETAIL-LINE SECTION.
           MULTIPLY WS-CALCULATED-RATE BY 100 GIVING WS-RD-RATE
           MOVE PAYMT-INTEREST          TO WS-RD-INTEREST
           MOVE PAYMT-CAPITAL           TO WS-RD-CAPITAL
           COMPUTE WS-RD-NEWBAL =
               NEWTOPAY-DISPLAY + WS-REV-BALANCE-BACK + WS-REFUND-PAID

           EVALUATE TRUE
               WHEN RECON-FAILED
                   MOVE "RECON-FAIL" TO WS-RD-STATUS
               WHEN SETTLEMENT-TXN
                   MOVE "SETTLED" TO WS-RD-STATUS
               WHEN WS-REFUND-PAID > ZERO
                   MOVE "REFUNDED" TO WS-RD-STATUS
               WHEN WS-REV-TAKEN-AMOUNT > ZERO
                   MOVE "REVERSED" TO WS-RD-STATUS
               WHEN WS-RETURNED-AMOUNT > ZERO
                   MOVE "DD-RETURN" TO WS-RD-STATUS
               WHEN DISCOUNT-CODE-UNKNOWN
                   MOVE "UNKNOWN" TO WS-RD-STATUS
               WHEN DISCOUNT-CODE-EXPIRED
      *>>
       P2410-ACCUMULATE-CONTROL-TOTALS SECTION.
           MOVE LMF-CURRENCY-CODE TO WS-CT-SEARCH-CURRENCY
           PERFORM P2415-FIND-CT-ENTRY

           ADD OUTSTANDING-AMOUNT TO WS-CT-OUTSTANDING(WS-CT-IDX)
           ADD PAYMT-AMOUNT       TO WS-CT-PAYMENT(WS-CT-IDX)
           ADD PAYMT-INTEREST     TO WS-CT-INTEREST(WS-CT-IDX)
           ADD PAYMT-CAPITAL      TO WS-CT-CAPITAL(WS-CT-IDX)
           ADD NEWTOPAY-DISPLAY   TO WS-CT-NEWBAL(WS-CT-IDX)
           ADD WS-FEE-PAID        TO WS-CT-FEES(WS-CT-IDX)
           ADD 1                  TO WS-CT-ACCOUNTS(WS-CT-IDX)
           ADD WS-NIGHT-ACCRUAL   TO WS-CT-ACCRUED(WS-CT-IDX)
           ADD WS-ACCRUAL-RELEASED TO WS-CT-RELEASED(WS-CT-IDX)

      *>> What reversals put back - on the balance it is part of the
      *>> new balance the book closes on
           ADD WS-REV-BALANCE-BACK TO WS-CT-NEWBAL(WS-CT-IDX)
           ADD WS-REV-BALANCE-BACK TO WS-CT-REV-BALANCE(WS-CT-IDX)
           ADD WS-REV-FEE-BACK     TO WS-CT-REV-FEES(WS-CT-IDX)

      *>> A refund paid puts the balance back up by what went out -
      *>> P2810 has already counted it into the refund totals
           ADD WS-REFUND-PAID      TO WS-CT-NEWBAL(WS-CT-IDX)

      *>> The book's own arrears position, per currency, so the
      *>> run-statistics history can show when arrears start climbing
           IF LMF-ARREARS-COUNT > ZERO
               ADD 1 TO WS-CT-ARR-COUNT(WS-CT-IDX)
           END-IF
           ADD LMF-ARREARS-AMOUNT TO WS-CT-ARR-AMOUNT(WS-CT-IDX)
           .

      *>>
      *>> Find the control-totals entry for WS-CT-SEARCH-CURRENCY,
      *>> starting one the first time a currency is seen
      *>>
       P2415-FIND-CT-ENTRY SECTION.
           MOVE "N" TO WS-CT-FOUND-FLAG
           PERFORM P2420-CHECK-CT-ENTRY
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
                   MOVE ZERO TO WS-CT-ACCOUNTS(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-ARR-COUNT(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-ARR-AMOUNT(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-REV-BALANCE(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-REV-FEES(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-RECOVERED(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-RECOVERIES(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-ACCRUED(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-RELEASED(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-REFUNDED(WS-CT-IDX)
                   MOVE ZERO TO WS-CT-REFUNDS(WS-CT-IDX)
               END-IF
           END-IF
           .

       P2420-CHECK-CT-ENTRY SECTION.
      *>>
       P2500-POST-ACCOUNT SECTION.
           MOVE LMF-LOAN-REC TO NEW-LOAN-REC
           MOVE ZERO TO WS-FEE-ASSESSED
           COMPUTE NEW-OUTSTANDING-AMOUNT =
               NEWTOPAY-DISPLAY + WS-REV-BALANCE-BACK + WS-REFUND-PAID

      *>> The accrual carried forward, and the day it now runs to
           COMPUTE NEW-ACCRUED-INTEREST =
               WS-ACCRUED-INTEREST - WS-ACCRUAL-RELEASED
           IF LMF-ACCRUED-TO-DATE < WS-DUE-JUDGE-DATE
               MOVE WS-DUE-JUDGE-DATE TO NEW-ACCRUED-TO-DATE
           END-IF

      *>> A settlement finishes the account - marked settled with a
      *>> clean arrears position and its fee balance written off with
                   IF WS-FEE-PAID NOT EQUAL ZERO
                       SUBTRACT WS-FEE-PAID FROM NEW-FEE-BALANCE
                   END-IF
                   ADD WS-REV-FEE-BACK TO NEW-FEE-BALANCE
                   PERFORM P2510-MAINTAIN-ARREARS
      *>> Tonight's own payment is recorded on the history with the
      *>> arrears it left, before any reversal moves them again
                   MOVE NEW-ARREARS-COUNT  TO WS-MID-ARR-COUNT
                   MOVE NEW-ARREARS-AMOUNT TO WS-MID-ARR-AMOUNT
                   IF WS-REV-TAKEN-AMOUNT > ZERO
                       PERFORM P2515-REVERSE-ARREARS
                   END-IF
               END-IF
           END-IF

      *>> fresh WRITE records a movement on the history
               IF FRESH-POST
                   PERFORM P2550-WRITE-POST-HISTORY
                   IF WS-REV-TAKEN-AMOUNT > ZERO
                       PERFORM P2555-WRITE-REVERSAL-HISTORY
                   END-IF
                   IF WS-REFUND-PAID > ZERO
                       PERFORM P2850-WRITE-REFUND-HISTORY
                   END-IF
               END-IF
               IF PAYMENTS-PRESENT AND SETTLEMENT-TXN
                   AND QUOTEFILE-OPEN
                   PERFORM P2570-RETIRE-QUOTES
               END-IF
           ELSE
               DISPLAY "*** Account " LMF-ACCOUNT-NO " not posted -"
           END-IF
           .

      *>>
      *>> Retire the quotes given on an account the run has just
      *>> settled. QUOTEFILE is keyed on the quote reference, not the
      *>> account, so the whole file is read through; settlements are
      *>> few enough for that to cost little. A quote already lapsed
      *>> is left as it is, and one retired by a failed run's pass
      *>> already stands at the business date, so a restart changes
      *>> nothing twice
      *>>
       P2570-RETIRE-QUOTES SECTION.
           MOVE "N" TO WS-EOF-QUOTEFILE
           MOVE LOW-VALUES TO QTF-QUOTE-REF
           START QUOTEFILE KEY IS NOT LESS THAN QTF-QUOTE-REF
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2575-READ-QUOTEFILE-NEXT
               PERFORM P2580-RETIRE-ONE-QUOTE
                   UNTIL EOF-QUOTEFILE
           END-IF
           .

       P2575-READ-QUOTEFILE-NEXT SECTION.
           READ QUOTEFILE NEXT RECORD
               AT END SET EOF-QUOTEFILE TO TRUE
           END-READ
           .

       P2580-RETIRE-ONE-QUOTE SECTION.
           IF QTF-ACCOUNT-NO EQUAL LMF-ACCOUNT-NO
               MOVE QTF-VALID-UNTIL(7:4) TO WS-QUOTE-UNTIL-NUM(1:4)
               MOVE QTF-VALID-UNTIL(4:2) TO WS-QUOTE-UNTIL-NUM(5:2)
               MOVE QTF-VALID-UNTIL(1:2) TO WS-QUOTE-UNTIL-NUM(7:2)
               IF WS-QUOTE-UNTIL-NUM IS NUMERIC
                   AND WS-QUOTE-UNTIL-NUM > WS-DUE-JUDGE-DATE
                   MOVE WS-BUS-DATE-DDMMYYYY TO QTF-VALID-UNTIL
                   REWRITE QTF-QUOTE-REC
                   IF WS-FILE-STATUS EQUAL ZERO
                       ADD 1 TO WS-QUOTES-RETIRED
                   ELSE
                       DISPLAY "*** Quote " QTF-QUOTE-REF
                           " not retired - file status "
                           WS-FILE-STATUS " ***"
                   END-IF
               END-IF
           END-IF

           PERFORM P2575-READ-QUOTEFILE-NEXT
           .

      *>>
      *>> Count the record just written to the new generation into
      *>> its currency's manifest figures - records and balance as
           MOVE NEWTOPAY-DISPLAY       TO PHF-BALANCE-AFTER
           MOVE LMF-CURRENCY-CODE      TO PHF-CURRENCY-CODE
           MOVE WS-GEN-TO              TO PHF-GEN-NUMBER
           MOVE WS-FEE-PAID            TO PHF-FEE-PAID
           MOVE WS-FEE-ASSESSED        TO PHF-FEE-ASSESSED
           MOVE LMF-ARREARS-COUNT      TO PHF-ARR-COUNT-BEFORE
           MOVE LMF-ARREARS-AMOUNT     TO PHF-ARR-AMOUNT-BEFORE
           MOVE SPACES                 TO PHF-ORIG-POST-DATE

      *>> What a later reversal needs to undo this posting - whether
      *>> the payment was due and the arrears it left behind
           IF SETTLEMENT-TXN
               MOVE "SET" TO PHF-TXN-TYPE
               MOVE "N"   TO PHF-DUE-FLAG
               MOVE ZERO  TO PHF-ARR-COUNT-AFTER
               MOVE ZERO  TO PHF-ARR-AMOUNT-AFTER
           ELSE
               MOVE "PAY" TO PHF-TXN-TYPE
               IF PAYMENTS-PRESENT
                   MOVE WS-ACCOUNT-DUE-FLAG TO PHF-DUE-FLAG
                   MOVE WS-MID-ARR-COUNT    TO PHF-ARR-COUNT-AFTER
                   MOVE WS-MID-ARR-AMOUNT   TO PHF-ARR-AMOUNT-AFTER
               ELSE
                   MOVE "N" TO PHF-DUE-FLAG
                   MOVE LMF-ARREARS-COUNT   TO PHF-ARR-COUNT-AFTER
                   MOVE LMF-ARREARS-AMOUNT  TO PHF-ARR-AMOUNT-AFTER
               END-IF
           END-IF
           WRITE PHF-POSTHIST-REC
           .

      *>>
      *>> Record each reversal taken against the account as a
      *>> movement of its own on the history - the interest and
      *>> capital the original paid come back as negative figures,
      *>> the balance and arrears running on from tonight's payment,
      *>> and the original posting date it undoes carried with it so
      *>> the same posting is never reversed twice
      *>>
       P2555-WRITE-REVERSAL-HISTORY SECTION.
           MOVE NEWTOPAY-DISPLAY  TO WS-REV-RUN-BALANCE
           MOVE WS-MID-ARR-COUNT  TO WS-REV-RUN-ARR-COUNT
           MOVE WS-MID-ARR-AMOUNT TO WS-REV-RUN-ARR-AMOUNT

           MOVE "N" TO WS-EOF-PAYWORK
           MOVE LMF-ACCOUNT-NO   TO PWK-ACCOUNT-NO
           MOVE WS-ADJ-FIRST-SEQ TO PWK-TXN-SEQ
           START PAYWORK KEY IS NOT LESS THAN PWK-TXN-KEY
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2155-READ-PAYWORK-NEXT
               PERFORM P2557-WRITE-ONE-REVERSAL
                   UNTIL EOF-PAYWORK
                   OR PWK-ACCOUNT-NO NOT EQUAL LMF-ACCOUNT-NO
           END-IF
           .

       P2557-WRITE-ONE-REVERSAL SECTION.
           IF PWK-TXN-TYPE EQUAL "REV"
               AND PWK-TXN-STATUS EQUAL "M"
               MOVE LMF-ACCOUNT-NO        TO PHF-ACCOUNT-NO
               MOVE WS-POST-DATE-DDMMYYYY TO PHF-POST-DATE
               MOVE LMF-CURRENCY-CODE     TO PHF-CURRENCY-CODE
               MOVE WS-GEN-TO             TO PHF-GEN-NUMBER
               MOVE "REV"                 TO PHF-TXN-TYPE
               MOVE PWK-ORIG-DATE         TO PHF-ORIG-POST-DATE
               MOVE PWK-ORIG-DUE-FLAG     TO PHF-DUE-FLAG

               COMPUTE WS-PH-PAYMT-AMOUNT =
                   ZERO - PWK-ORIG-INTEREST - PWK-ORIG-CAPITAL
               MOVE WS-PH-PAYMT-AMOUNT TO PHF-PAYMT-AMOUNT
               COMPUTE WS-PH-FEE-PAID = ZERO - PWK-ORIG-INTEREST
               MOVE WS-PH-FEE-PAID TO PHF-PAYMT-INTEREST
               COMPUTE WS-PH-FEE-PAID = ZERO - PWK-ORIG-CAPITAL
               MOVE WS-PH-FEE-PAID TO PHF-PAYMT-CAPITAL
               COMPUTE WS-PH-FEE-PAID = ZERO - PWK-ORIG-FEE
               MOVE WS-PH-FEE-PAID TO PHF-FEE-PAID
               MOVE ZERO TO PHF-FEE-ASSESSED

               MOVE WS-REV-RUN-BALANCE TO PHF-BALANCE-BEFORE
               ADD PWK-ORIG-INTEREST PWK-ORIG-CAPITAL
                   TO WS-REV-RUN-BALANCE
               MOVE WS-REV-RUN-BALANCE TO PHF-BALANCE-AFTER

               MOVE WS-REV-RUN-ARR-COUNT  TO PHF-ARR-COUNT-BEFORE
               MOVE WS-REV-RUN-ARR-AMOUNT TO PHF-ARR-AMOUNT-BEFORE
               PERFORM P2558-RUN-ON-ARREARS
               MOVE WS-REV-RUN-ARR-COUNT  TO PHF-ARR-COUNT-AFTER
               MOVE WS-REV-RUN-ARR-AMOUNT TO PHF-ARR-AMOUNT-AFTER

               WRITE PHF-POSTHIST-REC
           END-IF

           PERFORM P2155-READ-PAYWORK-NEXT
           .

      *>>
      *>> Move the running arrears on by one reversal's own share -
      *>> the same figures P2187 summed for the account
      *>>
       P2558-RUN-ON-ARREARS SECTION.
           PERFORM P2188-REVERSAL-ARREARS

           COMPUTE WS-ARR-COUNT-WORK =
               WS-REV-RUN-ARR-COUNT + WS-ONE-ARR-COUNT-ADJ
           ADD WS-ONE-ARR-AMOUNT-ADJ TO WS-REV-RUN-ARR-AMOUNT
           PERFORM P2559-BOUND-ARREARS
           MOVE WS-ARR-COUNT-WORK TO WS-REV-RUN-ARR-COUNT
           .

      *>>
      *>> Keep a rebuilt arrears position inside what the master can
      *>> hold - never below nothing owed, never past 999 missed
      *>> payments, and no missed payments once nothing is owed
      *>>
       P2559-BOUND-ARREARS SECTION.
           IF WS-ARR-COUNT-WORK < ZERO
               MOVE ZERO TO WS-ARR-COUNT-WORK
           END-IF
           IF WS-ARR-COUNT-WORK > 999
               MOVE 999 TO WS-ARR-COUNT-WORK
           END-IF
           IF WS-REV-RUN-ARR-AMOUNT NOT > ZERO
               MOVE ZERO TO WS-REV-RUN-ARR-AMOUNT
               MOVE ZERO TO WS-ARR-COUNT-WORK
           END-IF
           .

      *>>
      *>> Rewrite the whole checkpoint once every
      *>> WS-CHECKPOINT-INTERVAL accounts, so a failed run can be
      *>> kept for the side-by-side comparison P9600 prints
      *>>
       P7000-RUN-SCENARIOS SECTION.
      *>> Pass zero prices the same month unshocked, for the Base line
           PERFORM P7100-RUN-ONE-SCENARIO
               VARYING WS-SCN-SUB FROM 0 BY 1
               UNTIL WS-SCN-SUB > WS-SCN-COUNT
           .

           MOVE LMF-PAYMT-AMOUNT       TO PAYMT-AMOUNT
           MOVE LMF-INTEREST-RATE      TO INTEREST-RATE
           MOVE LMF-DISCOUNT-CODE      TO DISCOUNT-CODE
           IF WS-SCN-SUB EQUAL ZERO
               MOVE LMF-BASE-RATE TO BASE-RATE
           ELSE
               COMPUTE BASE-RATE = LMF-BASE-RATE
                   + WS-SCN-DELTA(WS-SCN-SUB)
           END-IF

           CALL "LOANCALC" USING BY REFERENCE CALCULATOR-FIELDS

      *>> set SCN-CCY-FOUND, so step it back onto the matched entry
               SUBTRACT 1 FROM WS-SCN-CCY-SUB

               IF WS-SCN-SUB EQUAL ZERO
                   ADD PAYMT-INTEREST
                       TO WS-SCN-BASE-INTEREST(WS-SCN-CCY-SUB)
                   ADD PAYMT-CAPITAL
                       TO WS-SCN-BASE-CAPITAL(WS-SCN-CCY-SUB)
                   ADD NEWTOPAY-DISPLAY
                       TO WS-SCN-BASE-NEWBAL(WS-SCN-CCY-SUB)
               ELSE
                   ADD PAYMT-INTEREST
                       TO WS-SCN-INTEREST(WS-SCN-SUB, WS-SCN-CCY-SUB)
                   ADD PAYMT-CAPITAL
                       TO WS-SCN-CAPITAL(WS-SCN-SUB, WS-SCN-CCY-SUB)
                   ADD NEWTOPAY-DISPLAY
                       TO WS-SCN-NEWBAL(WS-SCN-SUB, WS-SCN-CCY-SUB)
               END-IF
           END-IF
           .

       P9000-TERMINATE SECTION.
           CLOSE LOANMAST
           CLOSE DISCFILE
           IF ARRANGE-OPEN
               CLOSE ARRANGE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           IF WS-ARRANGED-COUNT > ZERO
               MOVE WS-ARRANGED-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "Under arrangement:  " WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           PERFORM P9050-WRITE-CONTROL-TOTALS
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
       P9200-FINISH-POSTING SECTION.
           CLOSE LOANMASTNEW
           CLOSE POSTHIST
           IF WRITEOFF-OPEN
               CLOSE WRITEOFF
           END-IF
           IF REFUNDS-OPEN
               PERFORM P9400-WRITE-REFUND-INSTR
               CLOSE REFUNDS
           END-IF
           IF QUOTEFILE-OPEN
               CLOSE QUOTEFILE
           END-IF

           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT
           STRING "Accounts posted:    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-QUOTES-RETIRED TO WS-DISPLAY-COUNT
           STRING "Quotes retired:     " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-GEN-TO TO WS-DISPLAY-GEN
           STRING "Loan master generation produced:  "
               WS-DISPLAY-GEN DELIMITED BY SIZE INTO RPT-LINE
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

      *>>
      *>> Cut the refund payment instruction file from the register -
      *>> every refund marked paid into the generation this run
      *>> produced, which a restarted run finds just the same - then
      *>> one control trailer per currency, and say on the report
      *>> what went out and what was held
      *>>
       P9400-WRITE-REFUND-INSTR SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RI-CREATED-DATE
           MOVE WS-RI-CREATED-DATE(7:2) TO WS-RI-CREATED-DDMMYYYY(1:2)
           MOVE "/"                     TO WS-RI-CREATED-DDMMYYYY(3:1)
           MOVE WS-RI-CREATED-DATE(5:2) TO WS-RI-CREATED-DDMMYYYY(4:2)
           MOVE "/"                     TO WS-RI-CREATED-DDMMYYYY(6:1)
           MOVE WS-RI-CREATED-DATE(1:4) TO WS-RI-CREATED-DDMMYYYY(7:4)

           OPEN OUTPUT REFINSTR
           MOVE SPACES TO RFI-RI-HDR-REC
           MOVE "HDR"                  TO RFI-HDR-TAG
           MOVE WS-POST-DATE-DDMMYYYY  TO RFI-HDR-PAY-DATE
           MOVE WS-RI-CREATED-DDMMYYYY TO RFI-HDR-CREATED-DATE
           WRITE RFI-RI-HDR-REC

           MOVE "N" TO WS-EOF-REFUNDS
           MOVE LOW-VALUES TO RFD-REFUND-KEY
           START REFUNDS KEY IS NOT LESS THAN RFD-REFUND-KEY
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2805-READ-REFUNDS-NEXT
               PERFORM P9410-WRITE-REFUND-LINE
                   UNTIL EOF-REFUNDS
           END-IF

      *>> A file whose trailers cannot account for every currency
      *>> would be refused by the bank - withdraw it whole, the same
      *>> call DDCollect makes, and leave the refunds paid on the
      *>> register for the operator to instruct by hand
           IF RI-TABLE-OVERFLOWED
               CLOSE REFINSTR
               OPEN OUTPUT REFINSTR
               CLOSE REFINSTR
               MOVE "*** Currency table full - refund instruction"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "    file withdrawn, refunds must be paid by hand"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM P9430-WRITE-REFUND-TRAILER
                   VARYING WS-RI-IDX FROM 1 BY 1
                   UNTIL WS-RI-IDX > WS-RI-CCY-COUNT
               CLOSE REFINSTR
           END-IF

           MOVE WS-RI-PAID-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Refunds instructed: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           IF WS-REFUND-HELD-COUNT > ZERO
               MOVE WS-REFUND-HELD-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "Refunds held:       " WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           .

       P9410-WRITE-REFUND-LINE SECTION.
           IF RFD-REFUND-PAID
               AND RFD-GEN-NUMBER EQUAL WS-GEN-TO
               MOVE SPACES TO RFI-RI-DETAIL-REC
               MOVE "DTL"                 TO RFI-DTL-TAG
               MOVE RFD-ACCOUNT-NO        TO RFI-ACCOUNT-NO
               MOVE RFD-CUSTOMER-NO       TO RFI-CUSTOMER-NO
               MOVE RFD-REFUND-REF        TO RFI-REFUND-REF
               MOVE WS-POST-DATE-DDMMYYYY TO RFI-PAY-DATE
               MOVE RFD-AMOUNT            TO RFI-AMOUNT
               MOVE RFD-CURRENCY-CODE     TO RFI-CURRENCY-CODE
               WRITE RFI-RI-DETAIL-REC
               ADD 1 TO WS-RI-PAID-COUNT
               PERFORM P9420-ACCUMULATE-REFUND-CCY
           END-IF

           PERFORM P2805-READ-REFUNDS-NEXT
           .

      *>>
      *>> Find the refund's currency in the trailer table, starting
      *>> an entry the first time it is seen, and add the refund in
      *>>
       P9420-ACCUMULATE-REFUND-CCY SECTION.
           MOVE "N" TO WS-RI-FOUND-FLAG
           PERFORM P9425-CHECK-RI-ENTRY
               VARYING WS-RI-IDX FROM 1 BY 1
               UNTIL WS-RI-IDX > WS-RI-CCY-COUNT
               OR RI-FOUND

           IF RI-FOUND
      *>> The index is augmented once more after the entry that set
      *>> RI-FOUND, so step it back onto the matched entry
               SET WS-RI-IDX DOWN BY 1
           ELSE
               IF WS-RI-CCY-COUNT NOT LESS THAN 50
                   SET RI-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-RI-CCY-COUNT
                   SET WS-RI-IDX TO WS-RI-CCY-COUNT
                   MOVE RFD-CURRENCY-CODE TO WS-RI-CURRENCY(WS-RI-IDX)
                   MOVE ZERO TO WS-RI-COUNT(WS-RI-IDX)
                   MOVE ZERO TO WS-RI-AMOUNT(WS-RI-IDX)
               END-IF
           END-IF

           IF NOT RI-TABLE-OVERFLOWED
               ADD 1          TO WS-RI-COUNT(WS-RI-IDX)
               ADD RFD-AMOUNT TO WS-RI-AMOUNT(WS-RI-IDX)
           END-IF
           .

       P9425-CHECK-RI-ENTRY SECTION.
           IF WS-RI-CURRENCY(WS-RI-IDX) EQUAL RFD-CURRENCY-CODE
               SET RI-FOUND TO TRUE
           END-IF
           .

       P9430-WRITE-REFUND-TRAILER SECTION.
           MOVE SPACES TO RFI-RI-TRL-REC
           MOVE "TRL"                     TO RFI-TRL-TAG
           MOVE WS-RI-CURRENCY(WS-RI-IDX) TO RFI-TRL-CURRENCY
           MOVE WS-RI-COUNT(WS-RI-IDX)    TO RFI-TRL-REC-COUNT
           MOVE WS-RI-AMOUNT(WS-RI-IDX)   TO RFI-TRL-HASH-AMOUNT
           WRITE RFI-RI-TRL-REC
           .

      *>>
      *>> Put what this run reported about the generation it produced
      *>> on the manifest, one record per currency - the record count
           MOVE ZERO TO GMF-INTEREST-AMOUNT
           MOVE ZERO TO GMF-CAPITAL-AMOUNT
           MOVE ZERO TO GMF-FEES-AMOUNT
           MOVE ZERO TO GMF-RECOVERY-AMOUNT
           MOVE ZERO TO GMF-ACCRUED-AMOUNT
           MOVE ZERO TO GMF-RELEASED-AMOUNT
           MOVE ZERO TO GMF-REFUND-AMOUNT
           MOVE "+"  TO GMF-INTEREST-SIGN
           MOVE "+"  TO GMF-CAPITAL-SIGN
           MOVE "+"  TO GMF-FEES-SIGN
           MOVE "+"  TO GMF-RECOVERY-SIGN
           MOVE "+"  TO GMF-ACCRUED-SIGN
           MOVE "+"  TO GMF-RELEASED-SIGN
           MOVE "+"  TO GMF-REFUND-SIGN

           MOVE WS-GM-CURRENCY(WS-GM-IDX) TO WS-CT-SEARCH-CURRENCY
           MOVE "N" TO WS-CT-FOUND-FLAG
      *>> CT-FOUND, so step it back onto the matched entry
               SET WS-CT-IDX DOWN BY 1

      *>> Interest as the income line the GL extract credited
               COMPUTE WS-GM-WORK-AMOUNT = WS-CT-ACCRUED(WS-CT-IDX)
                   + WS-CT-INTEREST(WS-CT-IDX)
                   - WS-CT-RELEASED(WS-CT-IDX)
               IF WS-GM-WORK-AMOUNT < ZERO
                   MOVE "-" TO GMF-INTEREST-SIGN
                   COMPUTE GMF-INTEREST-AMOUNT =
                   MOVE WS-GM-WORK-AMOUNT TO GMF-INTEREST-AMOUNT
               END-IF

      *>> Capital and fees net of what reversals put back, so a
      *>> back-out undoes the run's GL movement as a whole
               COMPUTE WS-GM-WORK-AMOUNT = WS-CT-CAPITAL(WS-CT-IDX)
                   - WS-CT-REV-BALANCE(WS-CT-IDX)
               IF WS-GM-WORK-AMOUNT < ZERO
                   MOVE "-" TO GMF-CAPITAL-SIGN
                   COMPUTE GMF-CAPITAL-AMOUNT =
                   MOVE WS-GM-WORK-AMOUNT TO GMF-CAPITAL-AMOUNT
               END-IF

               COMPUTE WS-GM-WORK-AMOUNT = WS-CT-FEES(WS-CT-IDX)
                   - WS-CT-REV-FEES(WS-CT-IDX)
               IF WS-GM-WORK-AMOUNT < ZERO
                   MOVE "-" TO GMF-FEES-SIGN
                   COMPUTE GMF-FEES-AMOUNT =
               ELSE
                   MOVE WS-GM-WORK-AMOUNT TO GMF-FEES-AMOUNT
               END-IF

               MOVE WS-CT-RECOVERED(WS-CT-IDX) TO WS-GM-WORK-AMOUNT
               IF WS-GM-WORK-AMOUNT < ZERO
                   MOVE "-" TO GMF-RECOVERY-SIGN
                   COMPUTE GMF-RECOVERY-AMOUNT =
                       ZERO - WS-GM-WORK-AMOUNT
               ELSE
                   MOVE WS-GM-WORK-AMOUNT TO GMF-RECOVERY-AMOUNT
               END-IF

               MOVE WS-CT-ACCRUED(WS-CT-IDX) TO WS-GM-WORK-AMOUNT
               IF WS-GM-WORK-AMOUNT < ZERO
                   MOVE "-" TO GMF-ACCRUED-SIGN
                   COMPUTE GMF-ACCRUED-AMOUNT =
                       ZERO - WS-GM-WORK-AMOUNT
               ELSE
                   MOVE WS-GM-WORK-AMOUNT TO GMF-ACCRUED-AMOUNT
               END-IF

               MOVE WS-CT-RELEASED(WS-CT-IDX) TO WS-GM-WORK-AMOUNT
               IF WS-GM-WORK-AMOUNT < ZERO
                   MOVE "-" TO GMF-RELEASED-SIGN
                   COMPUTE GMF-RELEASED-AMOUNT =
                       ZERO - WS-GM-WORK-AMOUNT
               ELSE
                   MOVE WS-GM-WORK-AMOUNT TO GMF-RELEASED-AMOUNT
               END-IF

               MOVE WS-CT-REFUNDED(WS-CT-IDX) TO WS-GM-WORK-AMOUNT
               IF WS-GM-WORK-AMOUNT < ZERO
                   MOVE "-" TO GMF-REFUND-SIGN
                   COMPUTE GMF-REFUND-AMOUNT =
                       ZERO - WS-GM-WORK-AMOUNT
               ELSE
                   MOVE WS-GM-WORK-AMOUNT TO GMF-REFUND-AMOUNT
               END-IF
           END-IF

           WRITE GMF-MANIFEST-REC
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CT-ACCRUED(WS-CT-IDX) TO WS-DISPLAY-TOTAL
           STRING "Interest accrued:   " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CT-RELEASED(WS-CT-IDX) TO WS-DISPLAY-TOTAL
           STRING "Accrual released:   " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           IF WS-CT-REV-BALANCE(WS-CT-IDX) NOT EQUAL ZERO
               OR WS-CT-REV-FEES(WS-CT-IDX) NOT EQUAL ZERO
               MOVE WS-CT-REV-BALANCE(WS-CT-IDX) TO WS-DISPLAY-TOTAL
               STRING "Reversed to balance:" WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE

               MOVE WS-CT-REV-FEES(WS-CT-IDX) TO WS-DISPLAY-TOTAL
               STRING "Reversed to fees:   " WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF WS-CT-RECOVERIES(WS-CT-IDX) > ZERO
               MOVE WS-CT-RECOVERIES(WS-CT-IDX) TO WS-DISPLAY-COUNT
               STRING "Recoveries taken:   " WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE

               MOVE WS-CT-RECOVERED(WS-CT-IDX) TO WS-DISPLAY-TOTAL
               STRING "Total recovered:    " WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF WS-CT-REFUNDS(WS-CT-IDX) > ZERO
               MOVE WS-CT-REFUNDS(WS-CT-IDX) TO WS-DISPLAY-COUNT
               STRING "Refunds paid:       " WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE

               MOVE WS-CT-REFUNDED(WS-CT-IDX) TO WS-DISPLAY-TOTAL
               STRING "Total refunded:     " WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .
      *>> is carried across unchanged
      *>>
       P2510-MAINTAIN-ARREARS SECTION.
           PERFORM P2525-CHECK-ARRANGEMENT

      *>> Tonight's receipts are judged as received - a returned
      *>> debit netted off them is aged separately below
           IF ACCOUNT-DUE-TODAY
               COMPUTE WS-SHORTFALL = WS-EXPECTED-PAYMENT
                   - (PAYMT-AMOUNT + WS-RETURNED-AMOUNT)
           ELSE
               COMPUTE WS-SHORTFALL = ZERO
                   - (PAYMT-AMOUNT + WS-RETURNED-AMOUNT)
           END-IF

           EVALUATE TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *>> A returned debit is a payment the account was taken as
      *>> having made and did not - it goes into arrears as one more
      *>> missed payment for the amount that came back
           IF WS-RETURNED-AMOUNT > ZERO
               IF NEW-ARREARS-COUNT < 999
                   ADD 1 TO NEW-ARREARS-COUNT
               END-IF
               ADD WS-RETURNED-AMOUNT TO NEW-ARREARS-AMOUNT
           END-IF
           .

      *>>
      *>> Settle what the account owes when it is due - a live
      *>> arrangement on ARRANGE (the business date the due date is
      *>> judged under falling within its start and end dates)
      *>> replaces the scheduled payment with the agreed one, so a
      *>> customer keeping to a payment holiday or a reduced plan is
      *>> neither aged into arrears nor charged a late fee
      *>>
       P2525-CHECK-ARRANGEMENT SECTION.
           MOVE LMF-PAYMT-AMOUNT TO WS-EXPECTED-PAYMENT
           MOVE "N" TO WS-ARRANGEMENT-FLAG

           IF ARRANGE-OPEN
               MOVE LMF-ACCOUNT-NO TO ARG-ACCOUNT-NO
               READ ARRANGE KEY IS ARG-ACCOUNT-NO
               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE ARG-START-DATE(7:4) TO WS-ARG-START-NUM(1:4)
                   MOVE ARG-START-DATE(4:2) TO WS-ARG-START-NUM(5:2)
                   MOVE ARG-START-DATE(1:2) TO WS-ARG-START-NUM(7:2)
                   MOVE ARG-END-DATE(7:4)   TO WS-ARG-END-NUM(1:4)
                   MOVE ARG-END-DATE(4:2)   TO WS-ARG-END-NUM(5:2)
                   MOVE ARG-END-DATE(1:2)   TO WS-ARG-END-NUM(7:2)
                   IF WS-ARG-START-NUM IS NUMERIC
                       AND WS-ARG-END-NUM IS NUMERIC
                       AND WS-ARG-START-NUM NOT > WS-DUE-JUDGE-DATE
                       AND WS-ARG-END-NUM NOT < WS-DUE-JUDGE-DATE
                       SET UNDER-ARRANGEMENT TO TRUE
                   END-IF
               END-IF
           END-IF

           IF UNDER-ARRANGEMENT
               ADD 1 TO WS-ARRANGED-COUNT
               IF ARG-TYPE-HOLIDAY
                   MOVE ZERO TO WS-EXPECTED-PAYMENT
               ELSE
                   MOVE ARG-AGREED-PAYMT TO WS-EXPECTED-PAYMENT
               END-IF
           END-IF
           .

      *>>
      *>> Put back the arrears the reversed payments had cleared -
      *>> the sum P2187 rebuilt, kept within what the master holds
      *>>
       P2515-REVERSE-ARREARS SECTION.
           COMPUTE WS-ARR-COUNT-WORK =
               NEW-ARREARS-COUNT + WS-REV-ARR-COUNT-ADJ
           COMPUTE WS-REV-RUN-ARR-AMOUNT =
               NEW-ARREARS-AMOUNT + WS-REV-ARR-AMOUNT-ADJ
           PERFORM P2559-BOUND-ARREARS
           MOVE WS-ARR-COUNT-WORK     TO NEW-ARREARS-COUNT
           MOVE WS-REV-RUN-ARR-AMOUNT TO NEW-ARREARS-AMOUNT
           .

      *>>

      *>>
      *>> Judge whether the account in LMF-LOAN-REC owes its scheduled
      *>> payment on the business date - due when its own due day
      *>> each month (pulled back to the month's last day when the
      *>> month is too short for it), and for a quarterly payer only
      *>> in the quarter months March, June, September and December,
      *>> falls on any calendar day that falls due tonight in the
      *>> account's currency. A due day that fell on a weekend or
      *>> holiday is so judged on the next business day, neither
      *>> missed nor early, and nothing falls due on a day that is a
      *>> holiday for the account's own currency. A zero due day
      *>> marks a record written before the fields existed and keeps
      *>> the old behaviour, a payment expected on every run
      *>>
           IF LMF-DUE-DAY EQUAL ZERO
               SET ACCOUNT-DUE-TODAY TO TRUE
           ELSE
               SET BC-DUE-WINDOW TO TRUE
               MOVE LMF-CURRENCY-CODE TO BC-CURRENCY
               MOVE WS-DUE-JUDGE-DATE TO BC-DATE
               CALL "BUSCAL" USING BY REFERENCE
                   BUSINESS-CALENDAR-FIELDS

               PERFORM P2521-CHECK-DUE-ON-DAY
                   VARYING BC-WD-IDX FROM 1 BY 1
                   UNTIL BC-WD-IDX > BC-WINDOW-COUNT
                   OR ACCOUNT-DUE-TODAY
           END-IF
           .

       P2521-CHECK-DUE-ON-DAY SECTION.
           MOVE LMF-DUE-DAY TO WS-DUE-DAY-WORK
           IF WS-DUE-DAY-WORK > BC-WD-MONTH-END-DD(BC-WD-IDX)
               MOVE BC-WD-MONTH-END-DD(BC-WD-IDX) TO WS-DUE-DAY-WORK
           END-IF

           IF BC-WD-DD(BC-WD-IDX) EQUAL WS-DUE-DAY-WORK
               SET ACCOUNT-DUE-TODAY TO TRUE
               IF LMF-FREQ-QUARTERLY
                   COMPUTE WS-MM-REMAINDER =
                       FUNCTION MOD (BC-WD-MM(BC-WD-IDX), 3)
                   IF WS-MM-REMAINDER NOT EQUAL ZERO
                       MOVE "N" TO WS-ACCOUNT-DUE-FLAG
                   END-IF
      *>>
       P9300-WRITE-EXCEPTIONS SECTION.
           IF PAYMENTS-PRESENT
      *>> A posting run marks off on the log every return it has
      *>> dealt with - taken onto its account or reported - so it
      *>> is never loaded again
               IF RUN-MODE-POST
                   PERFORM P1340-OPEN-DDRTNLOG
               END-IF

               MOVE "N" TO WS-EOF-PAYWORK
               MOVE LOW-VALUES TO PWK-TXN-KEY
               START PAYWORK KEY IS NOT LESS THAN PWK-TXN-KEY
               END-IF

               CLOSE PAYWORK
               IF DDRTNLOG-OPEN
                   CLOSE DDRTNLOG
                   MOVE "N" TO WS-DDRTNLOG-OPEN-FLAG
               END-IF

               MOVE SPACES TO EXCP-LINE
               WRITE EXCP-LINE
                   DELIMITED BY SIZE INTO EXCP-LINE
               WRITE EXCP-LINE

               IF WS-RETURNS-LOADED > ZERO
                   MOVE WS-RETURNS-LOADED TO WS-DISPLAY-COUNT
                   MOVE SPACES TO EXCP-LINE
                   STRING "Returned debits loaded:    "
                       WS-DISPLAY-COUNT
                       DELIMITED BY SIZE INTO EXCP-LINE
                   WRITE EXCP-LINE
               END-IF

               IF WS-RETURNS-TAKEN > ZERO
                   MOVE WS-RETURNS-TAKEN TO WS-DISPLAY-COUNT
                   MOVE SPACES TO EXCP-LINE
                   STRING "Returned debits logged off:"
                       WS-DISPLAY-COUNT
                       DELIMITED BY SIZE INTO EXCP-LINE
                   WRITE EXCP-LINE
               END-IF

               IF WS-REVERSALS-LOADED > ZERO
                   MOVE WS-REVERSALS-LOADED TO WS-DISPLAY-COUNT
                   MOVE SPACES TO EXCP-LINE
                   STRING "Payment reversals loaded:  "
                       WS-DISPLAY-COUNT
                       DELIMITED BY SIZE INTO EXCP-LINE
                   WRITE EXCP-LINE
               END-IF

               IF WS-RECOVERY-COUNT > ZERO
                   MOVE WS-RECOVERY-COUNT TO WS-DISPLAY-COUNT
                   MOVE SPACES TO EXCP-LINE
                   STRING "Taken as recoveries:       "
                       WS-DISPLAY-COUNT
                       DELIMITED BY SIZE INTO EXCP-LINE
                   WRITE EXCP-LINE
               END-IF

               IF SUSPFILE-OPEN
                   MOVE WS-SUSPENDED-COUNT TO WS-DISPLAY-COUNT
                   MOVE SPACES TO EXCP-LINE
           .

       P9310-WRITE-EXCEPTION-LINE SECTION.
           IF PWK-TXN-TYPE EQUAL "RTN"
               AND DDRTNLOG-OPEN
               PERFORM P9350-MARK-RETURN-TAKEN
           END-IF

           IF PWK-MATCHED OR PWK-RECOVERED
      *>> A released suspense item the run applied (or took as a
      *>> recovery) - mark it off so it is not offered to tomorrow's
      *>> run as well
               IF PWK-SUSP-REF NOT EQUAL ZERO
                   AND SUSPFILE-OPEN
                   PERFORM P9330-MARK-SUSPENSE-APPLIED
               ADD 1 TO WS-EXCP-COUNT

               EVALUATE TRUE
                   WHEN PWK-TXN-TYPE EQUAL "RTN"
                       AND PWK-CURRENCY-MISMATCH
                       MOVE "DD-RETURN" TO WS-ED-REASON
                       MOVE "return not in account currency"
                           TO WS-ED-NOTE
                   WHEN PWK-TXN-TYPE EQUAL "RTN"
                       MOVE "DD-RETURN" TO WS-ED-REASON
                       MOVE "no active account to return to"
                           TO WS-ED-NOTE
                   WHEN PWK-TXN-TYPE EQUAL "REV"
                       AND PWK-REV-UNMATCHED
                       MOVE "REVERSAL" TO WS-ED-REASON
                       MOVE "no posted payment to reverse"
                           TO WS-ED-NOTE
                   WHEN PWK-TXN-TYPE EQUAL "REV"
                       AND PWK-CURRENCY-MISMATCH
                       MOVE "REVERSAL" TO WS-ED-REASON
                       MOVE "does not match account currency"
                           TO WS-ED-NOTE
                   WHEN PWK-TXN-TYPE EQUAL "REV"
                       MOVE "REVERSAL" TO WS-ED-REASON
                       MOVE "account not open to reverse on"
                           TO WS-ED-NOTE
                   WHEN PWK-DUPLICATE
                       MOVE "DUPLICATE" TO WS-ED-REASON
                       MOVE "payment already taken"
      *>> so the cash stays tracked; an item that came out of
      *>> suspense and failed again keeps its released record and is
      *>> simply retried by the next posting run
      *>> A returned debit is not money in hand and is never put
      *>> into suspense - it is reported for collections to chase
               IF SUSPFILE-OPEN
                   AND PWK-SUSP-REF EQUAL ZERO
                   AND PWK-TXN-TYPE NOT EQUAL "RTN"
                   PERFORM P9320-SUSPEND-TXN
               END-IF
           END-IF
           PERFORM P2155-READ-PAYWORK-NEXT
           .

      *>>
      *>> Mark a return off on the log with the business date and
      *>> the generation this run produced - a restarted run finds
      *>> it already taken and leaves it be
      *>>
       P9350-MARK-RETURN-TAKEN SECTION.
           MOVE PWK-ACCOUNT-NO TO DRL-ACCOUNT-NO
           MOVE PWK-TXN-DATE   TO DRL-COLLECT-DATE
           READ DDRTNLOG KEY IS DRL-RETURN-KEY
           IF WS-FILE-STATUS EQUAL ZERO
               AND DRL-RETURN-HELD
               MOVE "T"                  TO DRL-STATUS
               MOVE WS-BUS-DATE-DDMMYYYY TO DRL-TAKEN-DATE
               MOVE WS-GEN-TO            TO DRL-GEN-NUMBER
               REWRITE DRL-DDRTNLOG-REC
               IF WS-FILE-STATUS EQUAL ZERO
                   ADD 1 TO WS-RETURNS-TAKEN
               ELSE
                   DISPLAY "*** Return on " DRL-ACCOUNT-NO
                       " not logged off - file status "
                       WS-FILE-STATUS " ***"
               END-IF
           END-IF
           .

       P9320-SUSPEND-TXN SECTION.
           ADD 1 TO WS-SUSP-SEQ
           MOVE WS-SUSP-SEQ           TO SUS-SUSP-REF
           MOVE "H"                   TO SUS-STATUS
           MOVE WS-ED-REASON          TO SUS-REASON
           MOVE PWK-ACCOUNT-NO        TO SUS-ACCOUNT-NO
      *>> A reversal is held with the posting date it names, so it
      *>> can be matched again once released
           IF PWK-TXN-TYPE EQUAL "REV"
               MOVE PWK-ORIG-DATE     TO SUS-PAYMENT-DATE
           ELSE
               MOVE PWK-TXN-DATE      TO SUS-PAYMENT-DATE
           END-IF
           MOVE PWK-AMOUNT-PAID       TO SUS-AMOUNT-PAID
           MOVE PWK-CURRENCY-CODE     TO SUS-CURRENCY-CODE
           MOVE WS-POST-DATE-DDMMYYYY TO SUS-SUSPENDED-DATE
           .

       P9510-WRITE-CURRENCY-POSTINGS SECTION.
      *>> Interest is earned as it accrues - the night's accrual is
      *>> taken to income against the accrued-income asset, and the
      *>> accrual charged to balances (or cleared by settlements)
      *>> comes back off that asset. Interest income is the accrual
      *>> plus whatever interest charged tonight was not already
      *>> accrued (a settlement's charge above its accrual), so on an
      *>> ordinary due date it is just the night's accrual
           MOVE "INT-ACCRUE" TO WS-GXD-ACCOUNT
           MOVE "DR"         TO WS-GXD-DRCR
           MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-GXD-CURRENCY
           MOVE WS-CT-ACCRUED(WS-CT-IDX)  TO WS-GX-WORK-AMOUNT
           PERFORM P9520-WRITE-POSTING-LINE

           MOVE "INT-ACCRUE" TO WS-GXD-ACCOUNT
           MOVE "CR"         TO WS-GXD-DRCR
           MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-GXD-CURRENCY
           MOVE WS-CT-RELEASED(WS-CT-IDX) TO WS-GX-WORK-AMOUNT
           PERFORM P9520-WRITE-POSTING-LINE

           MOVE "INT-INCOME" TO WS-GXD-ACCOUNT
           MOVE "CR"         TO WS-GXD-DRCR
           MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-GXD-CURRENCY
           COMPUTE WS-GX-WORK-AMOUNT = WS-CT-ACCRUED(WS-CT-IDX)
               + WS-CT-INTEREST(WS-CT-IDX) - WS-CT-RELEASED(WS-CT-IDX)
           PERFORM P9520-WRITE-POSTING-LINE

           MOVE "LOAN-ASSET" TO WS-GXD-ACCOUNT
           MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-GXD-CURRENCY
           MOVE WS-CT-FEES(WS-CT-IDX)     TO WS-GX-WORK-AMOUNT
           PERFORM P9520-WRITE-POSTING-LINE

      *>> Reversed payments are posted back as contra lines against
      *>> the same accounts - the interest they paid went back on
      *>> the loan balance, so the loan asset takes it with the
      *>> capital, and the fee slice goes back against fee income
           IF WS-CT-REV-BALANCE(WS-CT-IDX) NOT EQUAL ZERO
               MOVE "LOAN-ASSET" TO WS-GXD-ACCOUNT
               MOVE "CR"         TO WS-GXD-DRCR
               MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-GXD-CURRENCY
               COMPUTE WS-GX-WORK-AMOUNT =
                   ZERO - WS-CT-REV-BALANCE(WS-CT-IDX)
               PERFORM P9520-WRITE-POSTING-LINE
           END-IF

           IF WS-CT-REV-FEES(WS-CT-IDX) NOT EQUAL ZERO
               MOVE "FEE-INCOME" TO WS-GXD-ACCOUNT
               MOVE "CR"         TO WS-GXD-DRCR
               MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-GXD-CURRENCY
               COMPUTE WS-GX-WORK-AMOUNT =
                   ZERO - WS-CT-REV-FEES(WS-CT-IDX)
               PERFORM P9520-WRITE-POSTING-LINE
           END-IF

      *>> Money recovered on written-off accounts is its own income
      *>> line - the loss was taken when the account was written off
           IF WS-CT-RECOVERED(WS-CT-IDX) NOT EQUAL ZERO
               MOVE "RECOVERY"   TO WS-GXD-ACCOUNT
               MOVE "CR"         TO WS-GXD-DRCR
               MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-GXD-CURRENCY
               MOVE WS-CT-RECOVERED(WS-CT-IDX) TO WS-GX-WORK-AMOUNT
               PERFORM P9520-WRITE-POSTING-LINE
           END-IF

      *>> Refunds paid out take the credit balances back up on the
      *>> loan asset, against the outgoing-payments account the
      *>> bank settles the instruction file from
           IF WS-CT-REFUNDED(WS-CT-IDX) NOT EQUAL ZERO
               MOVE "LOAN-ASSET" TO WS-GXD-ACCOUNT
               MOVE "DR"         TO WS-GXD-DRCR
               MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-GXD-CURRENCY
               MOVE WS-CT-REFUNDED(WS-CT-IDX) TO WS-GX-WORK-AMOUNT
               PERFORM P9520-WRITE-POSTING-LINE

               MOVE "REFUND-PAY" TO WS-GXD-ACCOUNT
               MOVE "CR"         TO WS-GXD-DRCR
               MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-GXD-CURRENCY
               MOVE WS-CT-REFUNDED(WS-CT-IDX) TO WS-GX-WORK-AMOUNT
               PERFORM P9520-WRITE-POSTING-LINE
           END-IF
           .

       P9520-WRITE-POSTING-LINE SECTION.
           WRITE RPT-LINE

           MOVE "Base    " TO WS-SCNL-LABEL
           MOVE WS-SCN-BASE-INTEREST(WS-SCN-CCY-SUB)
               TO WS-SCNL-INTEREST
           MOVE WS-SCN-BASE-CAPITAL(WS-SCN-CCY-SUB)
               TO WS-SCNL-CAPITAL
           MOVE WS-SCN-BASE-NEWBAL(WS-SCN-CCY-SUB)
               TO WS-SCNL-NEWBAL
           MOVE WS-SCENARIO-LINE TO RPT-LINE
           WRITE RPT-LINE

