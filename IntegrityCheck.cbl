       IDENTIFICATION DIVISION.
       program-id. IntegrityCheck.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Nightly cross-file integrity sweep, run ahead of the posting
      *>> run. Each maintenance program checks its own links only at
      *>> the moment a record is keyed; a customer or discount code
      *>> deleted later, or an account closed with a quote still
      *>> live on it, leaves the link behind it broken. This run
      *>> reads every file the book hangs together across and
      *>> reports each broken link it finds, one line apiece, to
      *>> INTEGRITY-RPT:
      *>>
      *>>    1  a loan linked to a CUSTOMER-NO not on CUSTMAST
      *>>    2  an active loan on a DISCOUNT-CODE not on DISCFILE
      *>>    3  an active loan on a DISCOUNT-CODE past its expiry
      *>>    4  FEECONFIG pricing for a code not on DISCFILE or
      *>>       past its expiry
      *>>    5  LTRHIST letter history for an account back to current
      *>>    6  LTRHIST letter history for an account no longer
      *>>       active, or not on LOANMAST at all
      *>>    7  a released SUSPFILE item whose corrected account is
      *>>       not on LOANMAST or no longer active
      *>>    8  a QUOTEFILE quote still within its validity for an
      *>>       account no longer active
      *>>    9  a settled or closed account still carrying a balance -
      *>>       a credit is only a break when no refund of it is
      *>>       waiting on REFUNDS
      *>>   10  a settled or closed account still carrying a fee
      *>>       balance
      *>>   11  a POSTHIST movement for an account not on LOANMAST
      *>>
      *>> Written-off accounts keep their balances by design (the
      *>> loss was taken at write-off), so checks 9 and 10 pass
      *>> them over. The report ends with the count for every check.
      *>>
      *>> Nothing is changed on any file. The run checks in and out
      *>> with RUNCTRL as step INTEGRTY: if anything at all was found
      *>> it ends FAILED with a non-zero return code, and the posting
      *>> run, which has the sweep as a prerequisite on SCHEDULE, is
      *>> held back until the links are put right and the sweep is
      *>> run clean.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDLoanMast.cpy".
           COPY "SDCustMast.cpy".
           COPY "SDDiscRate.cpy".
           COPY "SDFeeConfig.cpy".
           COPY "SDLtrHist.cpy".
           COPY "SDSuspense.cpy".
           COPY "SDQuote.cpy".
           COPY "SDPostHist.cpy".
           COPY "SDRefund.cpy".

           SELECT RPTFILE ASSIGN TO "INTEGRITY-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD CUSTMAST.
           COPY "RDCustMast.cpy" REPLACING ==(PREFIX)== BY ==CMF==.

           FD DISCFILE IS EXTERNAL.
           COPY "RDDiscRate.cpy" REPLACING ==(PREFIX)== BY ==FILE==.

           FD FEECONFIG.
           COPY "RDFeeConfig.cpy" REPLACING ==(PREFIX)== BY ==FCF==.

           FD LTRHIST.
           COPY "RDLtrHist.cpy" REPLACING ==(PREFIX)== BY ==LHF==.

           FD SUSPFILE.
           COPY "RDSuspense.cpy" REPLACING ==(PREFIX)== BY ==SUS==.

           FD QUOTEFILE.
           COPY "RDQuote.cpy" REPLACING ==(PREFIX)== BY ==QTF==.

           FD POSTHIST.
           COPY "RDPostHist.cpy" REPLACING ==(PREFIX)== BY ==PHF==.

           FD REFUNDS.
           COPY "RDRefund.cpy" REPLACING ==(PREFIX)== BY ==RFD==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-LOANMAST             PIC X VALUE "N".
           88  EOF-LOANMAST                VALUE "Y".
       01  WS-EOF-FEECONFIG            PIC X VALUE "N".
           88  EOF-FEECONFIG               VALUE "Y".
       01  WS-EOF-LTRHIST              PIC X VALUE "N".
           88  EOF-LTRHIST                 VALUE "Y".
       01  WS-EOF-SUSPFILE             PIC X VALUE "N".
           88  EOF-SUSPFILE                VALUE "Y".
       01  WS-EOF-QUOTEFILE            PIC X VALUE "N".
           88  EOF-QUOTEFILE               VALUE "Y".
       01  WS-EOF-POSTHIST             PIC X VALUE "N".
           88  EOF-POSTHIST                VALUE "Y".
       01  WS-EOF-REFUNDS              PIC X VALUE "N".
           88  EOF-REFUNDS                 VALUE "Y".

      *>> The files a link is looked up on - a file that is not
      *>> there holds nothing, so every link into it is broken
       01  WS-CUSTMAST-FLAG            PIC X VALUE "N".
           88  CUSTMAST-OPEN               VALUE "Y".
       01  WS-DISCFILE-FLAG            PIC X VALUE "N".
           88  DISCFILE-OPEN               VALUE "Y".
       01  WS-REFUNDS-FLAG             PIC X VALUE "N".
           88  REFUNDS-OPEN                VALUE "Y".

      *>> The result of looking an account up on LOANMAST
       01  WS-ACCOUNT-FLAG             PIC X VALUE "N".
           88  ACCOUNT-ON-FILE             VALUE "Y".
           88  ACCOUNT-NOT-ON-FILE         VALUE "N".

      *>> The result of looking a discount code up on DISCFILE
       01  WS-CODE-STATE               PIC X.
           88  CODE-IN-FORCE               VALUE "I".
           88  CODE-MISSING                VALUE "M".
           88  CODE-EXPIRED                VALUE "E".
       01  WS-SEARCH-CODE              PIC X(03).

       01  WS-CUSTOMER-FLAG            PIC X.
           88  CUSTOMER-ON-FILE            VALUE "Y".

       01  WS-REFUND-WAITING-FLAG      PIC X.
           88  REFUND-WAITING              VALUE "Y".

      *>> The business date the sweep is taken under, and a
      *>> DD/MM/YYYY date turned round to compare with it
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-YYYY       PIC 9(4).
           05  WS-DATE-WORK-MM         PIC 9(2).
           05  WS-DATE-WORK-DD         PIC 9(2).
       01  WS-DATE-ENTRY               PIC X(10).

      *>> What each check looks for, and how often it was found
       01  WS-CHECK-NAMES.
           05  FILLER                  PIC X(48) VALUE
               "Loan customer not on CUSTMAST".
           05  FILLER                  PIC X(48) VALUE
               "Active loan discount code not on DISCFILE".
           05  FILLER                  PIC X(48) VALUE
               "Active loan discount code expired".
           05  FILLER                  PIC X(48) VALUE
               "FEECONFIG code not on DISCFILE or expired".
           05  FILLER                  PIC X(48) VALUE
               "Letter history for a current account".
           05  FILLER                  PIC X(48) VALUE
               "Letter history for an account not active".
           05  FILLER                  PIC X(48) VALUE
               "Released suspense for an account not active".
           05  FILLER                  PIC X(48) VALUE
               "Live quote for an account not active".
           05  FILLER                  PIC X(48) VALUE
               "Settled or closed account with a balance".
           05  FILLER                  PIC X(48) VALUE
               "Settled or closed account with a fee balance".
           05  FILLER                  PIC X(48) VALUE
               "Posting history for an account not on LOANMAST".
       01  WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
           05  WS-CHECK-NAME           PIC X(48) OCCURS 11 TIMES.
       01  WS-CHECK-COUNTS.
           05  WS-CHECK-COUNT          PIC 9(7) OCCURS 11 TIMES.
       01  WS-CHECK-SUB                PIC 9(2).
       01  WS-FINDING-TOTAL            PIC 9(7) VALUE ZERO.

       01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC Z,ZZZ,ZZ9.
       01  WS-DISPLAY-BIG-COUNT        PIC ZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-AMOUNT           PIC Z,ZZZ,ZZ9.99-.

      *>> One printed finding - the check it broke, the file and
      *>> key it was found on and what was wrong
       01  WS-RPT-FINDING.
           05  WS-RF-CHECK             PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RF-FILE              PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RF-KEY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RF-DETAIL            PIC X(60) VALUE SPACES.

      *>> One printed count line in the closing summary
       01  WS-RPT-COUNT-LINE.
           05  WS-RC-CHECK             PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-NAME              PIC X(48).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-COUNT             PIC Z,ZZZ,ZZ9.

      *>>
      *>> Definition of data to pass in/out the RUNCTRL module
      *>>
           COPY "WSRUNCTRL.cpy".

       PROCEDURE DIVISION.
           SET RC-START-STEP TO TRUE
           MOVE "INTEGRTY" TO RC-STEP-NAME
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           MOVE RC-BUS-DATE TO WS-BUS-DATE
           MOVE ZERO TO WS-CHECK-COUNTS

           OPEN INPUT LOANMAST
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No loan master file - file status "
                   WS-FILE-STATUS " ***"
               PERFORM P9500-CHECK-OUT-FAILED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM P1000-OPEN-LOOKUPS

           OPEN OUTPUT RPTFILE
           PERFORM P1100-WRITE-REPORT-HEADER

           PERFORM P1300-READ-LOANMAST
           PERFORM P2000-CHECK-ACCOUNT
               UNTIL EOF-LOANMAST

           PERFORM P3000-CHECK-FEECONFIG
           PERFORM P4000-CHECK-LTRHIST
           PERFORM P5000-CHECK-SUSPENSE
           PERFORM P6000-CHECK-QUOTES
           PERFORM P7000-CHECK-POSTHIST

           PERFORM P9000-TERMINATE

           GOBACK
           .

       P1000-OPEN-LOOKUPS SECTION.
           OPEN INPUT CUSTMAST
           IF WS-FILE-STATUS EQUAL ZERO
               SET CUSTMAST-OPEN TO TRUE
           END-IF

           OPEN INPUT DISCFILE
           IF WS-FILE-STATUS EQUAL ZERO
               SET DISCFILE-OPEN TO TRUE
           END-IF

           OPEN INPUT REFUNDS
           IF WS-FILE-STATUS EQUAL ZERO
               SET REFUNDS-OPEN TO TRUE
           END-IF
           .

       P1100-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN PORTFOLIO - CROSS-FILE INTEGRITY SWEEP"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-BUS-DATE TO WS-DATE-WORK
           MOVE SPACES TO RPT-LINE
           STRING "Business date " WS-DATE-WORK-DD "/"
               WS-DATE-WORK-MM "/" WS-DATE-WORK-YYYY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "No File      Key         Finding" TO RPT-LINE
           WRITE RPT-LINE
           .

       P1300-READ-LOANMAST SECTION.
           READ LOANMAST NEXT RECORD
               AT END SET EOF-LOANMAST TO TRUE
           END-READ
           .

      *>>
      *>> The loan master's own links and balances - checks 1, 2, 3,
      *>> 9 and 10
      *>>
       P2000-CHECK-ACCOUNT SECTION.
           ADD 1 TO WS-READ-COUNT

           IF LMF-CUSTOMER-NO NOT EQUAL SPACES
               MOVE "N" TO WS-CUSTOMER-FLAG
               IF CUSTMAST-OPEN
                   MOVE LMF-CUSTOMER-NO TO CMF-CUSTOMER-NO
                   READ CUSTMAST KEY IS CMF-CUSTOMER-NO
                   IF WS-FILE-STATUS EQUAL ZERO
                       SET CUSTOMER-ON-FILE TO TRUE
                   END-IF
               END-IF
               IF NOT CUSTOMER-ON-FILE
                   MOVE 1 TO WS-CHECK-SUB
                   MOVE "LOANMAST" TO WS-RF-FILE
                   MOVE LMF-ACCOUNT-NO TO WS-RF-KEY
                   STRING "Customer " LMF-CUSTOMER-NO
                       " not on CUSTMAST"
                       DELIMITED BY SIZE INTO WS-RF-DETAIL
                   PERFORM P8000-WRITE-FINDING
               END-IF
           END-IF

           IF LMF-STATUS-ACTIVE
               AND LMF-DISCOUNT-CODE NOT EQUAL SPACES
               MOVE LMF-DISCOUNT-CODE TO WS-SEARCH-CODE
               PERFORM P2100-LOOK-UP-CODE
               IF NOT CODE-IN-FORCE
                   MOVE "LOANMAST" TO WS-RF-FILE
                   MOVE LMF-ACCOUNT-NO TO WS-RF-KEY
                   IF CODE-MISSING
                       MOVE 2 TO WS-CHECK-SUB
                       STRING "Discount code " LMF-DISCOUNT-CODE
                           " not on DISCFILE"
                           DELIMITED BY SIZE INTO WS-RF-DETAIL
                   ELSE
                       MOVE 3 TO WS-CHECK-SUB
                       STRING "Discount code " LMF-DISCOUNT-CODE
                           " expired " FILE-EXP-DATE
                           DELIMITED BY SIZE INTO WS-RF-DETAIL
                   END-IF
                   PERFORM P8000-WRITE-FINDING
               END-IF
           END-IF

           IF LMF-STATUS-SETTLED OR LMF-STATUS-CLOSED
               PERFORM P2200-CHECK-CLOSED-BALANCES
           END-IF

           PERFORM P1300-READ-LOANMAST
           .

      *>>
      *>> Whether WS-SEARCH-CODE is on DISCFILE and still inside its
      *>> hard expiry on the business date. An expiry that is not a
      *>> date at all cannot be honoured either
      *>>
       P2100-LOOK-UP-CODE SECTION.
           SET CODE-MISSING TO TRUE
           IF DISCFILE-OPEN
               MOVE WS-SEARCH-CODE TO FILE-CODE
               READ DISCFILE KEY IS FILE-CODE
               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE FILE-EXP-DATE TO WS-DATE-ENTRY
                   PERFORM P8100-CONVERT-DATE
                   IF WS-DATE-WORK NOT < WS-BUS-DATE
                       SET CODE-IN-FORCE TO TRUE
                   ELSE
                       SET CODE-EXPIRED TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *>>
      *>> A settled or closed account should owe nothing and be owed
      *>> nothing. A credit still to be refunded is on its way out
      *>> through the refund register, so only a credit with no
      *>> refund raised or approved against it is a break
      *>>
       P2200-CHECK-CLOSED-BALANCES SECTION.
           IF LMF-OUTSTANDING-AMOUNT NOT EQUAL ZERO
               MOVE "N" TO WS-REFUND-WAITING-FLAG
               IF LMF-OUTSTANDING-AMOUNT < ZERO
                   PERFORM P2300-FIND-WAITING-REFUND
               END-IF

               IF NOT REFUND-WAITING
                   MOVE 9 TO WS-CHECK-SUB
                   MOVE "LOANMAST" TO WS-RF-FILE
                   MOVE LMF-ACCOUNT-NO TO WS-RF-KEY
                   MOVE LMF-OUTSTANDING-AMOUNT TO WS-DISPLAY-AMOUNT
                   IF LMF-STATUS-SETTLED
                       STRING "Settled, balance " WS-DISPLAY-AMOUNT
                           " " LMF-CURRENCY-CODE
                           DELIMITED BY SIZE INTO WS-RF-DETAIL
                   ELSE
                       STRING "Closed, balance " WS-DISPLAY-AMOUNT
                           " " LMF-CURRENCY-CODE
                           DELIMITED BY SIZE INTO WS-RF-DETAIL
                   END-IF
                   PERFORM P8000-WRITE-FINDING
               END-IF
           END-IF

           IF LMF-FEE-BALANCE NOT EQUAL ZERO
               MOVE 10 TO WS-CHECK-SUB
               MOVE "LOANMAST" TO WS-RF-FILE
               MOVE LMF-ACCOUNT-NO TO WS-RF-KEY
               MOVE LMF-FEE-BALANCE TO WS-DISPLAY-AMOUNT
               IF LMF-STATUS-SETTLED
                   STRING "Settled, fee balance " WS-DISPLAY-AMOUNT
                       " " LMF-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-RF-DETAIL
               ELSE
                   STRING "Closed, fee balance " WS-DISPLAY-AMOUNT
                       " " LMF-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-RF-DETAIL
               END-IF
               PERFORM P8000-WRITE-FINDING
           END-IF
           .

      *>>
      *>> Look along the account's own refunds on the register - one
      *>> keyed START - for one raised or approved and not yet paid
      *>>
       P2300-FIND-WAITING-REFUND SECTION.
           IF REFUNDS-OPEN
               MOVE "N" TO WS-EOF-REFUNDS
               MOVE LMF-ACCOUNT-NO TO RFD-ACCOUNT-NO
               MOVE ZERO TO RFD-REFUND-REF
               START REFUNDS KEY IS NOT LESS THAN RFD-REFUND-KEY
               IF WS-FILE-STATUS EQUAL ZERO
                   PERFORM P2310-READ-REFUNDS-NEXT
                   PERFORM P2320-CHECK-ONE-REFUND
                       UNTIL EOF-REFUNDS
                       OR REFUND-WAITING
                       OR RFD-ACCOUNT-NO NOT EQUAL LMF-ACCOUNT-NO
               END-IF
           END-IF
           .

       P2310-READ-REFUNDS-NEXT SECTION.
           READ REFUNDS NEXT RECORD
               AT END SET EOF-REFUNDS TO TRUE
           END-READ
           .

       P2320-CHECK-ONE-REFUND SECTION.
           IF RFD-REFUND-RAISED OR RFD-REFUND-APPROVED
               SET REFUND-WAITING TO TRUE
           ELSE
               PERFORM P2310-READ-REFUNDS-NEXT
           END-IF
           .

      *>>
      *>> Late-fee pricing held for a code - check 4. The spaces code
      *>> is the default for every code and links to nothing
      *>>
       P3000-CHECK-FEECONFIG SECTION.
           OPEN INPUT FEECONFIG
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P3100-READ-FEECONFIG
               PERFORM P3200-CHECK-FEE-CODE
                   UNTIL EOF-FEECONFIG
               CLOSE FEECONFIG
           END-IF
           .

       P3100-READ-FEECONFIG SECTION.
           READ FEECONFIG
               AT END SET EOF-FEECONFIG TO TRUE
           END-READ
           .

       P3200-CHECK-FEE-CODE SECTION.
           IF FCF-DISCOUNT-CODE NOT EQUAL SPACES
               MOVE FCF-DISCOUNT-CODE TO WS-SEARCH-CODE
               PERFORM P2100-LOOK-UP-CODE
               IF NOT CODE-IN-FORCE
                   MOVE 4 TO WS-CHECK-SUB
                   MOVE "FEECONFIG" TO WS-RF-FILE
                   MOVE FCF-DISCOUNT-CODE TO WS-RF-KEY
                   IF CODE-MISSING
                       MOVE "Fee pricing for a code not on DISCFILE"
                           TO WS-RF-DETAIL
                   ELSE
                       STRING "Fee pricing for a code expired "
                           FILE-EXP-DATE
                           DELIMITED BY SIZE INTO WS-RF-DETAIL
                   END-IF
                   PERFORM P8000-WRITE-FINDING
               END-IF
           END-IF

           PERFORM P3100-READ-FEECONFIG
           .

      *>>
      *>> Collections letter history - checks 5 and 6. The letter
      *>> run clears the history of an account back to current or
      *>> gone from the book, and LoanMaint clears it the moment a
      *>> closure or write-off is approved, so any left standing is
      *>> a break
      *>>
       P4000-CHECK-LTRHIST SECTION.
           OPEN INPUT LTRHIST
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P4100-READ-LTRHIST
               PERFORM P4200-CHECK-LETTER-HISTORY
                   UNTIL EOF-LTRHIST
               CLOSE LTRHIST
           END-IF
           .

       P4100-READ-LTRHIST SECTION.
           READ LTRHIST NEXT RECORD
               AT END SET EOF-LTRHIST TO TRUE
           END-READ
           .

       P4200-CHECK-LETTER-HISTORY SECTION.
           MOVE LHF-ACCOUNT-NO TO LMF-ACCOUNT-NO
           PERFORM P8200-READ-ACCOUNT

           MOVE "LTRHIST" TO WS-RF-FILE
           MOVE LHF-ACCOUNT-NO TO WS-RF-KEY
           EVALUATE TRUE
               WHEN ACCOUNT-NOT-ON-FILE
                   MOVE 6 TO WS-CHECK-SUB
                   STRING "Stage " LHF-LAST-STAGE " letter "
                       LHF-LAST-LETTER-DATE
                       ", account not on LOANMAST"
                       DELIMITED BY SIZE INTO WS-RF-DETAIL
                   PERFORM P8000-WRITE-FINDING
               WHEN NOT LMF-STATUS-ACTIVE
                   MOVE 6 TO WS-CHECK-SUB
                   STRING "Stage " LHF-LAST-STAGE " letter "
                       LHF-LAST-LETTER-DATE
                       ", account status " LMF-LOAN-STATUS
                       DELIMITED BY SIZE INTO WS-RF-DETAIL
                   PERFORM P8000-WRITE-FINDING
               WHEN LMF-ARREARS-COUNT EQUAL ZERO
                   MOVE 5 TO WS-CHECK-SUB
                   STRING "Stage " LHF-LAST-STAGE " letter "
                       LHF-LAST-LETTER-DATE
                       ", account is current"
                       DELIMITED BY SIZE INTO WS-RF-DETAIL
                   PERFORM P8000-WRITE-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM P4100-READ-LTRHIST
           .

      *>>
      *>> Released suspense - check 7. A released item is applied by
      *>> the next posting run to the account it was corrected to,
      *>> and that account must be there and active to take it
      *>>
       P5000-CHECK-SUSPENSE SECTION.
           OPEN INPUT SUSPFILE
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P5100-READ-SUSPFILE
               PERFORM P5200-CHECK-SUSPENSE-ITEM
                   UNTIL EOF-SUSPFILE
               CLOSE SUSPFILE
           END-IF
           .

       P5100-READ-SUSPFILE SECTION.
           READ SUSPFILE NEXT RECORD
               AT END SET EOF-SUSPFILE TO TRUE
           END-READ
           .

       P5200-CHECK-SUSPENSE-ITEM SECTION.
           IF SUS-SUSP-RELEASED
               MOVE SUS-ACCOUNT-NO TO LMF-ACCOUNT-NO
               PERFORM P8200-READ-ACCOUNT

               MOVE "SUSPFILE" TO WS-RF-FILE
               MOVE SUS-SUSP-REF TO WS-RF-KEY
               EVALUATE TRUE
                   WHEN ACCOUNT-NOT-ON-FILE
                       MOVE 7 TO WS-CHECK-SUB
                       STRING "Released to account " SUS-ACCOUNT-NO
                           ", not on LOANMAST"
                           DELIMITED BY SIZE INTO WS-RF-DETAIL
                       PERFORM P8000-WRITE-FINDING
                   WHEN NOT LMF-STATUS-ACTIVE
                       MOVE 7 TO WS-CHECK-SUB
                       STRING "Released to account " SUS-ACCOUNT-NO
                           ", account status " LMF-LOAN-STATUS
                           DELIMITED BY SIZE INTO WS-RF-DETAIL
                       PERFORM P8000-WRITE-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM P5100-READ-SUSPFILE
           .

      *>>
      *>> Saved quotes - check 8. A quote past its validity is no
      *>> longer honoured and is kept only as a record of what was
      *>> said, and the posting run cuts back the validity of every
      *>> quote on an account it settles; one still live for an
      *>> account gone from the book could be honoured against
      *>> nothing
      *>>
       P6000-CHECK-QUOTES SECTION.
           OPEN INPUT QUOTEFILE
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P6100-READ-QUOTEFILE
               PERFORM P6200-CHECK-QUOTE
                   UNTIL EOF-QUOTEFILE
               CLOSE QUOTEFILE
           END-IF
           .

       P6100-READ-QUOTEFILE SECTION.
           READ QUOTEFILE NEXT RECORD
               AT END SET EOF-QUOTEFILE TO TRUE
           END-READ
           .

       P6200-CHECK-QUOTE SECTION.
           MOVE QTF-VALID-UNTIL TO WS-DATE-ENTRY
           PERFORM P8100-CONVERT-DATE

           IF WS-DATE-WORK NOT < WS-BUS-DATE
               MOVE QTF-ACCOUNT-NO TO LMF-ACCOUNT-NO
               PERFORM P8200-READ-ACCOUNT

               MOVE "QUOTEFILE" TO WS-RF-FILE
               MOVE QTF-QUOTE-REF TO WS-RF-KEY
               EVALUATE TRUE
                   WHEN ACCOUNT-NOT-ON-FILE
                       MOVE 8 TO WS-CHECK-SUB
                       STRING "Valid to " QTF-VALID-UNTIL
                           ", account " QTF-ACCOUNT-NO
                           " not on LOANMAST"
                           DELIMITED BY SIZE INTO WS-RF-DETAIL
                       PERFORM P8000-WRITE-FINDING
                   WHEN NOT LMF-STATUS-ACTIVE
                       MOVE 8 TO WS-CHECK-SUB
                       STRING "Valid to " QTF-VALID-UNTIL
                           ", account " QTF-ACCOUNT-NO
                           " status " LMF-LOAN-STATUS
                           DELIMITED BY SIZE INTO WS-RF-DETAIL
                       PERFORM P8000-WRITE-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM P6100-READ-QUOTEFILE
           .

      *>>
      *>> Posted-transactions history - check 11. Accounts are never
      *>> taken off the loan master, so every movement's account
      *>> must still be on it
      *>>
       P7000-CHECK-POSTHIST SECTION.
           OPEN INPUT POSTHIST
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P7100-READ-POSTHIST
               PERFORM P7200-CHECK-MOVEMENT
                   UNTIL EOF-POSTHIST
               CLOSE POSTHIST
           END-IF
           .

       P7100-READ-POSTHIST SECTION.
           READ POSTHIST
               AT END SET EOF-POSTHIST TO TRUE
           END-READ
           .

       P7200-CHECK-MOVEMENT SECTION.
           ADD 1 TO WS-HISTORY-COUNT

           IF PHF-ACCOUNT-NO NOT EQUAL LMF-ACCOUNT-NO
               OR ACCOUNT-NOT-ON-FILE
               MOVE PHF-ACCOUNT-NO TO LMF-ACCOUNT-NO
               PERFORM P8200-READ-ACCOUNT
           END-IF

           IF ACCOUNT-NOT-ON-FILE
               MOVE 11 TO WS-CHECK-SUB
               MOVE "POSTHIST" TO WS-RF-FILE
               MOVE PHF-ACCOUNT-NO TO WS-RF-KEY
               STRING "Movement posted " PHF-POST-DATE
                   " generation " PHF-GEN-NUMBER
                   ", account not on LOANMAST"
                   DELIMITED BY SIZE INTO WS-RF-DETAIL
               PERFORM P8000-WRITE-FINDING
           END-IF

           PERFORM P7100-READ-POSTHIST
           .

      *>>
      *>> Print one finding and count it against its check
      *>>
       P8000-WRITE-FINDING SECTION.
           ADD 1 TO WS-CHECK-COUNT(WS-CHECK-SUB)
           ADD 1 TO WS-FINDING-TOTAL

           MOVE WS-CHECK-SUB TO WS-RF-CHECK
           MOVE WS-RPT-FINDING TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO WS-RF-FILE
           MOVE SPACES TO WS-RF-KEY
           MOVE SPACES TO WS-RF-DETAIL
           .

      *>>
      *>> DD/MM/YYYY in WS-DATE-ENTRY to YYYYMMDD in WS-DATE-WORK -
      *>> zero if it is not a date, which compares before any day
      *>>
       P8100-CONVERT-DATE SECTION.
           MOVE ZERO TO WS-DATE-WORK
           IF WS-DATE-ENTRY(1:2) IS NUMERIC
               AND WS-DATE-ENTRY(4:2) IS NUMERIC
               AND WS-DATE-ENTRY(7:4) IS NUMERIC
               MOVE WS-DATE-ENTRY(7:4) TO WS-DATE-WORK-YYYY
               MOVE WS-DATE-ENTRY(4:2) TO WS-DATE-WORK-MM
               MOVE WS-DATE-ENTRY(1:2) TO WS-DATE-WORK-DD
           END-IF
           .

      *>> Keyed read of the account in LMF-ACCOUNT-NO
       P8200-READ-ACCOUNT SECTION.
           READ LOANMAST KEY IS LMF-ACCOUNT-NO
           IF WS-FILE-STATUS EQUAL ZERO
               SET ACCOUNT-ON-FILE TO TRUE
           ELSE
               SET ACCOUNT-NOT-ON-FILE TO TRUE
           END-IF
           .

       P9000-TERMINATE SECTION.
           IF WS-FINDING-TOTAL EQUAL ZERO
               MOVE "No inconsistencies found" TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Findings by check:" TO RPT-LINE
           WRITE RPT-LINE

           PERFORM P9100-WRITE-CHECK-COUNT
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > 11

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Accounts checked:       " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-HISTORY-COUNT TO WS-DISPLAY-BIG-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "History movements read:" WS-DISPLAY-BIG-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FINDING-TOTAL TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Inconsistencies found:  " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPTFILE
           CLOSE LOANMAST
           IF CUSTMAST-OPEN
               CLOSE CUSTMAST
           END-IF
           IF DISCFILE-OPEN
               CLOSE DISCFILE
           END-IF
           IF REFUNDS-OPEN
               CLOSE REFUNDS
           END-IF

      *>> Anything found holds the posting run back until it is put
      *>> right and the sweep runs clean
           IF WS-FINDING-TOTAL EQUAL ZERO
               SET RC-END-STEP TO TRUE
               MOVE "INTEGRTY" TO RC-STEP-NAME
               MOVE "OK" TO RC-OUTCOME
               CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "*** Integrity sweep found " WS-DISPLAY-COUNT
                   " inconsistencies - see INTEGRITY-RPT ***"
               PERFORM P9500-CHECK-OUT-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       P9100-WRITE-CHECK-COUNT SECTION.
           MOVE WS-CHECK-SUB TO WS-RC-CHECK
           MOVE WS-CHECK-NAME(WS-CHECK-SUB) TO WS-RC-NAME
           MOVE WS-CHECK-COUNT(WS-CHECK-SUB) TO WS-RC-COUNT
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       P9500-CHECK-OUT-FAILED SECTION.
           SET RC-END-STEP TO TRUE
           MOVE "INTEGRTY" TO RC-STEP-NAME
           MOVE "FAILED" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       END PROGRAM IntegrityCheck.
