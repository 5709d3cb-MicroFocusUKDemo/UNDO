      *>> A discount code is refused unless it is on DISCFILE, and a
      *>> currency is refused unless it is one the book deals in, so a
      *>> bad account can never reach the nightly LOANBATCH run.
      *>>
      *>> Writing an account off is an accounting event, not just a
      *>> status change - what the account owed at that moment (its
      *>> outstanding balance, accrued interest and unpaid fees) goes
      *>> on the WRITEOFF register against the operator's id, and
      *>> WriteOffPost takes the loss to the ledger from there. No
      *>> register, no write-off.
      *>>
      *>> An operator signs on against the OPERATORS authority file
      *>> (through SIGNON) before anything else, and the id they sign
      *>> on under is stamped on everything they do. A write-off, a
      *>> closure, or an amendment moving the scheduled payment by
      *>> more than the operator's own limit is not applied when it
      *>> is keyed - it is put on PENDCHG for a second, different
      *>> operator with approval authority to approve or reject from
      *>> this same menu, and only reaches LOANMAST if the account is
      *>> still exactly as the maker saw it. Every change applied to
      *>> LOANMAST is journalled to MAINTJRNL with a before-image and
      *>> after-image of the record, who keyed it and who approved
      *>> it - MaintJrnlReport turns the journal into the daily
      *>> change report.
      *>>
      *>> An account closed or written off is finished with
      *>> collections, so the approval that takes it off the active
      *>> book also removes its letter history from LTRHIST.
      *>>
      *>> An account left with a credit balance (the customer paid
      *>> more than it owed) can have a refund of that credit raised
      *>> against it - written RAISED to the REFUNDS register and
      *>> queued on PENDCHG like any other money-moving change. Once
      *>> a second operator approves it the next posting run pays it
      *>> out and puts the balance back to nothing; a refund rejected,
      *>> or voided because the account moved before it was approved,
      *>> is cancelled on the register.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SDLoanMast.cpy".
           COPY "SDDiscRate.cpy".
           COPY "SDCustMast.cpy".
           COPY "SDWriteOff.cpy".
           COPY "SDPendChg.cpy".
           COPY "SDMaintJrnl.cpy".
           COPY "SDRefund.cpy".
           COPY "SDLtrHist.cpy".

           SELECT PENDCTL ASSIGN TO "PENDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CUSTMAST.
           COPY "RDCustMast.cpy" REPLACING ==(PREFIX)== BY ==CMF==.

           FD WRITEOFF.
           COPY "RDWriteOff.cpy" REPLACING ==(PREFIX)== BY ==WOF==.

           FD PENDCHG.
           COPY "RDPendChg.cpy" REPLACING ==(PREFIX)== BY ==PND==.

           FD MAINTJRNL.
           COPY "RDMaintJrnl.cpy" REPLACING ==(PREFIX)== BY ==MJR==.

           FD REFUNDS.
           COPY "RDRefund.cpy" REPLACING ==(PREFIX)== BY ==RFD==.

           FD LTRHIST.
           COPY "RDLtrHist.cpy" REPLACING ==(PREFIX)== BY ==LHF==.

           FD PENDCTL.
           01  PCTL-RECORD.
               05  PCTL-LAST-NUMBER        PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

      *>> Who is signed on - stamped on every journal and pending
      *>> record - and who keyed the change being applied (the
      *>> signed-on operator, or the maker of an approved change)
       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-MAKER-ID                 PIC X(8).

       01  WS-MENU-CHOICE              PIC X.
           88  WS-OPEN-ACCOUNT             VALUE "1".
           88  WS-AMEND-ACCOUNT            VALUE "2".
           88  WS-CLOSE-ACCOUNT            VALUE "3".
           88  WS-WRITE-OFF-ACCOUNT        VALUE "4".
           88  WS-APPROVE-CHANGES          VALUE "5".
           88  WS-REFUND-ACCOUNT           VALUE "6".
           88  WS-EXIT-MAINT               VALUE "0".

       01  WS-CONFIRM                  PIC X.
       01  WS-DISPLAY-PAYMT            PIC ZZZ,ZZ9.99.
       01  WS-CUSTOMER-NO-ENTRY        PIC X(10).

      *>> The status a close will set and the word the confirmation
      *>> prompt uses for it
       01  WS-NEW-STATUS               PIC X(01).
       01  WS-STATUS-VERB              PIC X(09).

      *>> What a write-off takes off the book, shown to the operator
      *>> before they confirm, and today's date for the register
       01  WS-WRITE-OFF-TOTAL          PIC S9(7)V99.
       01  WS-DISPLAY-AMOUNT           PIC ZZZ,ZZ9.99-.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-DDMMYYYY           PIC X(10).

      *>> The credit balance a refund pays back, and whether the
      *>> account already has a refund raised or approved and not
      *>> yet paid - only one is ever waiting at a time
       01  WS-REFUND-AMOUNT            PIC S9(7)V99.
       01  WS-EOF-REFUNDS              PIC X VALUE "N".
           88  EOF-REFUNDS                 VALUE "Y".
       01  WS-REFUND-WAITING-FLAG      PIC X.
           88  REFUND-WAITING              VALUE "Y".

      *>> How far an amendment moves the scheduled payment, judged
      *>> against the operator's amendment limit
       01  WS-PAYMT-MOVE               PIC S9(7)V99.

      *>> Journal and pending-change work fields - the action, the
      *>> money the change moves, the two record images (spaces for
      *>> a side that does not exist), who approved it and under
      *>> which pending reference, and the record as read, saved
      *>> before the operator's entries are moved over it
       01  WS-JRN-ACTION               PIC X(8).
       01  WS-JRN-AMOUNT               PIC S9(7)V99.
       01  WS-JRN-BEFORE               PIC X(200).
       01  WS-JRN-AFTER                PIC X(200).
       01  WS-JRN-APPROVER             PIC X(8).
       01  WS-JRN-PEND-REF             PIC 9(7).
       01  WS-SAVED-IMAGE              PIC X(200).
       01  WS-CURRENT-IMAGE            PIC X(200).
       01  WS-PEND-SEQ                 PIC 9(7).

      *>> Approval browse of the pending changes - whether the file
      *>> is at its end, the approver's answer, and decoded copies of
      *>> a change's before- and after-images so the approver sees
      *>> what would move
       01  WS-EOF-PENDCHG              PIC X VALUE "N".
           88  EOF-PENDCHG                 VALUE "Y".
       01  WS-APPROVE-ANSWER           PIC X.
           88  APPROVE-CHANGE              VALUE "A".
           88  REJECT-CHANGE               VALUE "R".
       01  WS-OFFERED-COUNT            PIC 9(6).
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-CHANGE-APPLIED-FLAG      PIC X.
           88  CHANGE-APPLIED              VALUE "Y".
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==WS-B==.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==WS-A==.

      *>> Whether the customer master could be opened - with it
      *>> missing a loan simply cannot be linked to a customer, the
      *>> same posture the discount-code check takes to DISCFILE
      *>>
           copy "WSLOANCALC.cpy".

      *>>
      *>> Definition of data to pass in/out the SIGNON module
      *>>
           COPY "WSSIGNON.cpy".

       PROCEDURE DIVISION.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT SO-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT SO-PIN
           SET SO-LOAN-SYSTEM TO TRUE
           CALL "SIGNON" USING BY REFERENCE SIGN-ON-FIELDS

           IF SO-REFUSED
               DISPLAY "*** Sign-on refused - " SO-REFUSE-REASON
                   " ***"
               GOBACK
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-MAKER-ID
           DISPLAY "Signed on as " SO-OPERATOR-NAME

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(7:2) TO WS-TODAY-DDMMYYYY(1:2)
           MOVE "/"                TO WS-TODAY-DDMMYYYY(3:1)
           MOVE WS-TODAY-DATE(5:2) TO WS-TODAY-DDMMYYYY(4:2)
           MOVE "/"                TO WS-TODAY-DDMMYYYY(6:1)
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-DDMMYYYY(7:4)

           PERFORM P0100-OPEN-LOANMAST
           PERFORM P0200-OPEN-CHANGE-FILES

      *>> With no discount file there is nothing to validate codes
      *>> against, and an unvalidated code on the master would defeat
                       PERFORM P4000-CLOSE-ACCOUNT
                   WHEN WS-WRITE-OFF-ACCOUNT
                       PERFORM P5000-WRITE-OFF-ACCOUNT
                   WHEN WS-APPROVE-CHANGES
                       PERFORM P6000-APPROVE-CHANGES
                   WHEN WS-REFUND-ACCOUNT
                       PERFORM P5500-RAISE-REFUND
                   WHEN WS-EXIT-MAINT
                       CONTINUE
                   WHEN OTHER
               CLOSE CUSTMAST
           END-IF
           CLOSE DISCFILE
           CLOSE PENDCHG
           CLOSE MAINTJRNL
           CLOSE REFUNDS
           CLOSE LOANMAST

           GOBACK
           END-IF
           .

      *>>
      *>> The pending-change file, the change journal and the refunds
      *>> register - none may exist the first time, so each is
      *>> created empty
      *>>
       P0200-OPEN-CHANGE-FILES SECTION.
           OPEN I-O PENDCHG
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT PENDCHG
               CLOSE PENDCHG
               OPEN I-O PENDCHG
           END-IF

           OPEN EXTEND MAINTJRNL
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT MAINTJRNL
           END-IF

           OPEN I-O REFUNDS
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT REFUNDS
               CLOSE REFUNDS
               OPEN I-O REFUNDS
           END-IF
           .

       P1000-SHOW-MENU SECTION.
           DISPLAY " "
           DISPLAY "Loan Master File Maintenance"
           DISPLAY "2. Amend an account"
           DISPLAY "3. Close an account"
           DISPLAY "4. Write off an account"
           DISPLAY "5. Approve pending changes"
           DISPLAY "6. Refund a credit balance"
           DISPLAY "0. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
               MOVE ZERO                 TO LMF-ARREARS-COUNT
               MOVE ZERO                 TO LMF-ARREARS-AMOUNT
               MOVE ZERO                 TO LMF-FEE-BALANCE
               MOVE ZERO                 TO LMF-ACCRUED-INTEREST
               MOVE ZERO                 TO LMF-ACCRUED-TO-DATE
               WRITE LMF-LOAN-REC

               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE "OPEN"       TO WS-JRN-ACTION
                   MOVE SPACES       TO WS-JRN-BEFORE
                   MOVE LMF-LOAN-REC TO WS-JRN-AFTER
                   PERFORM P8000-WRITE-DIRECT-JOURNAL
                   DISPLAY "Account opened"
               ELSE
                   DISPLAY "*** Open failed - file status "
               END-IF

               IF ENTRY-VALID
                   MOVE SPACES TO WS-SAVED-IMAGE
                   MOVE LMF-LOAN-REC TO WS-SAVED-IMAGE
                   COMPUTE WS-PAYMT-MOVE =
                       WS-PAYMT-ENTRY - LMF-PAYMT-AMOUNT
                   IF WS-PAYMT-MOVE < ZERO
                       COMPUTE WS-PAYMT-MOVE = ZERO - WS-PAYMT-MOVE
                   END-IF

                   MOVE WS-PAYMT-ENTRY     TO LMF-PAYMT-AMOUNT
                   MOVE WS-INTEREST-ENTRY  TO LMF-INTEREST-RATE
                   MOVE WS-DISC-CODE-ENTRY TO LMF-DISCOUNT-CODE
                   MOVE WS-FREQ-ENTRY      TO LMF-PAYMT-FREQ
                   MOVE WS-TERM-ENTRY      TO LMF-TERM-MONTHS
                   MOVE WS-CUSTOMER-NO-ENTRY TO LMF-CUSTOMER-NO

                   MOVE "AMEND"        TO WS-JRN-ACTION
                   MOVE WS-PAYMT-MOVE  TO WS-JRN-AMOUNT
                   MOVE WS-SAVED-IMAGE TO WS-JRN-BEFORE
                   MOVE SPACES         TO WS-JRN-AFTER
                   MOVE LMF-LOAN-REC   TO WS-JRN-AFTER

      *>> A payment moved further than the operator may move one
      *>> alone waits for a second operator
                   IF WS-PAYMT-MOVE > SO-AMEND-LIMIT
                       PERFORM P7000-QUEUE-CHANGE
                   ELSE
                       REWRITE LMF-LOAN-REC

                       IF WS-FILE-STATUS EQUAL ZERO
                           PERFORM P8000-WRITE-DIRECT-JOURNAL
                           DISPLAY "Account amended"
                       ELSE
                           DISPLAY "*** Amend failed - file status "
                               WS-FILE-STATUS " ***"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "*** Account not amended ***"
           PERFORM P4500-CHANGE-STATUS
           .

      *>>
      *>> Writing off marks the account written off and puts what it
      *>> owed on the write-off register for the ledger - an account
      *>> that owes nothing has no loss to record and is closed
      *>> instead
      *>>
       P5000-WRITE-OFF-ACCOUNT SECTION.
           PERFORM P1100-PROMPT-FOR-ACCOUNT
           READ LOANMAST KEY IS LMF-ACCOUNT-NO

           IF WS-FILE-STATUS EQUAL ZERO
               COMPUTE WS-WRITE-OFF-TOTAL =
                   LMF-OUTSTANDING-AMOUNT + LMF-FEE-BALANCE
                       + LMF-ACCRUED-INTEREST

               EVALUATE TRUE
                   WHEN NOT LMF-STATUS-ACTIVE
                       DISPLAY "*** Account is not active - status "
                           LMF-LOAN-STATUS " ***"
                   WHEN WS-WRITE-OFF-TOTAL NOT > ZERO
                       DISPLAY "*** Account owes nothing - close it"
                           " instead ***"
                   WHEN OTHER
                       PERFORM P5100-CONFIRM-WRITE-OFF
               END-EVALUATE
           ELSE
               DISPLAY "*** Account not found ***"
           END-IF
           .

       P5100-CONFIRM-WRITE-OFF SECTION.
           MOVE LMF-OUTSTANDING-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Outstanding balance:  " WS-DISPLAY-AMOUNT
               " " LMF-CURRENCY-CODE
           MOVE LMF-FEE-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "Unpaid fees:          " WS-DISPLAY-AMOUNT
               " " LMF-CURRENCY-CODE
           MOVE LMF-ACCRUED-INTEREST TO WS-DISPLAY-AMOUNT
           DISPLAY "Accrued interest:     " WS-DISPLAY-AMOUNT
               " " LMF-CURRENCY-CODE
           MOVE WS-WRITE-OFF-TOTAL TO WS-DISPLAY-AMOUNT
           DISPLAY "To be written off:    " WS-DISPLAY-AMOUNT
               " " LMF-CURRENCY-CODE

           DISPLAY "Write off " WS-ACCOUNT-ENTRY
               " - are you sure? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM

           IF FUNCTION UPPER-CASE (WS-CONFIRM) EQUAL "Y"
      *>> Never written off on one operator's say-so - it waits
      *>> for a second operator's approval
               MOVE "WRITEOFF"     TO WS-JRN-ACTION
               MOVE WS-WRITE-OFF-TOTAL TO WS-JRN-AMOUNT
               MOVE SPACES         TO WS-JRN-BEFORE
               MOVE LMF-LOAN-REC   TO WS-JRN-BEFORE
               MOVE "W"            TO LMF-LOAN-STATUS
               MOVE SPACES         TO WS-JRN-AFTER
               MOVE LMF-LOAN-REC   TO WS-JRN-AFTER
               PERFORM P7000-QUEUE-CHANGE
           ELSE
               DISPLAY "Cancelled"
           END-IF
           .

      *>>
      *>> The register entry the ledger postings are made from -
      *>> left pending for WriteOffPost
      *>>
       P5200-REGISTER-WRITE-OFF SECTION.
           MOVE WS-TODAY-DDMMYYYY      TO WOF-ENTRY-DATE
           MOVE "W"                    TO WOF-ENTRY-TYPE
           MOVE LMF-ACCOUNT-NO         TO WOF-ACCOUNT-NO
           MOVE LMF-CURRENCY-CODE      TO WOF-CURRENCY-CODE
           MOVE LMF-OUTSTANDING-AMOUNT TO WOF-CAPITAL-AMOUNT
           MOVE LMF-ACCRUED-INTEREST   TO WOF-INTEREST-AMOUNT
           MOVE LMF-FEE-BALANCE        TO WOF-FEES-AMOUNT
           MOVE ZERO                   TO WOF-RECOVERED-AMOUNT
           MOVE WS-MAKER-ID            TO WOF-OPERATOR-ID
           MOVE ZERO                   TO WOF-GEN-NUMBER
           MOVE SPACES                 TO WOF-GL-STATUS
           MOVE SPACES                 TO WOF-GL-DATE
           WRITE WOF-WRITEOFF-REC

           IF WS-FILE-STATUS EQUAL ZERO
               DISPLAY "Account written off"
           ELSE
               DISPLAY "*** Account written off but not registered"
                   " - file status " WS-FILE-STATUS " ***"
           END-IF
           .

      *>>
      *>> Apply an approved write-off - the register is opened
      *>> first, since a write-off the ledger would never hear about
      *>> is exactly what the register replaced
      *>>
       P5300-APPLY-WRITE-OFF SECTION.
           OPEN EXTEND WRITEOFF
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT WRITEOFF
           END-IF

           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** Write-off register unavailable -"
                   " account not written off ***"
           ELSE
               MOVE WS-JRN-AFTER TO LMF-LOAN-REC
               REWRITE LMF-LOAN-REC

               IF WS-FILE-STATUS EQUAL ZERO
                   SET CHANGE-APPLIED TO TRUE
                   PERFORM P5200-REGISTER-WRITE-OFF
               ELSE
                   DISPLAY "*** Write-off failed - file status "
                       WS-FILE-STATUS " ***"
               END-IF

               CLOSE WRITEOFF
           END-IF
           .

      *>>
      *>> Raise a refund of an account's credit balance - any account
      *>> whose balance has run below zero, settled ones included,
      *>> for the whole of the credit, and never a second one while
      *>> one is still waiting to be paid
      *>>
       P5500-RAISE-REFUND SECTION.
           PERFORM P1100-PROMPT-FOR-ACCOUNT
           READ LOANMAST KEY IS LMF-ACCOUNT-NO

           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P5510-CHECK-WAITING-REFUND

               EVALUATE TRUE
                   WHEN LMF-OUTSTANDING-AMOUNT NOT < ZERO
                       DISPLAY "*** Account holds no credit balance"
                           " ***"
                   WHEN REFUND-WAITING
                       DISPLAY "*** Refund " RFD-REFUND-REF " is"
                           " already waiting on this account ***"
                   WHEN OTHER
                       PERFORM P5520-CONFIRM-REFUND
               END-EVALUATE
           ELSE
               DISPLAY "*** Account not found ***"
           END-IF
           .

      *>>
      *>> Look along the account's own refunds on the register - one
      *>> keyed START - for one raised or approved and not yet paid
      *>>
       P5510-CHECK-WAITING-REFUND SECTION.
           MOVE "N" TO WS-REFUND-WAITING-FLAG
           MOVE "N" TO WS-EOF-REFUNDS
           MOVE LMF-ACCOUNT-NO TO RFD-ACCOUNT-NO
           MOVE ZERO TO RFD-REFUND-REF
           START REFUNDS KEY IS NOT LESS THAN RFD-REFUND-KEY
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P5505-READ-REFUNDS-NEXT
               PERFORM P5515-CHECK-ONE-REFUND
                   UNTIL EOF-REFUNDS
                   OR REFUND-WAITING
                   OR RFD-ACCOUNT-NO NOT EQUAL LMF-ACCOUNT-NO
           END-IF
           .

       P5505-READ-REFUNDS-NEXT SECTION.
           READ REFUNDS NEXT RECORD
               AT END SET EOF-REFUNDS TO TRUE
           END-READ
           .

       P5515-CHECK-ONE-REFUND SECTION.
           IF RFD-REFUND-RAISED OR RFD-REFUND-APPROVED
               SET REFUND-WAITING TO TRUE
           ELSE
               PERFORM P5505-READ-REFUNDS-NEXT
           END-IF
           .

       P5520-CONFIRM-REFUND SECTION.
           COMPUTE WS-REFUND-AMOUNT = ZERO - LMF-OUTSTANDING-AMOUNT
           MOVE WS-REFUND-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Credit balance:       " WS-DISPLAY-AMOUNT
               " " LMF-CURRENCY-CODE " (status " LMF-LOAN-STATUS ")"

           DISPLAY "Refund " WS-ACCOUNT-ENTRY
               " - are you sure? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM

           IF FUNCTION UPPER-CASE (WS-CONFIRM) EQUAL "Y"
      *>> Money going out waits for a second operator's approval -
      *>> the account itself is not changed by the refund, so both
      *>> images are the record as it stands
               MOVE "REFUND"         TO WS-JRN-ACTION
               MOVE WS-REFUND-AMOUNT TO WS-JRN-AMOUNT
               MOVE SPACES           TO WS-JRN-BEFORE
               MOVE LMF-LOAN-REC     TO WS-JRN-BEFORE
               MOVE WS-JRN-BEFORE    TO WS-JRN-AFTER
               PERFORM P7000-QUEUE-CHANGE
               IF WS-FILE-STATUS EQUAL ZERO
                   PERFORM P5530-REGISTER-REFUND
               END-IF
           ELSE
               DISPLAY "Cancelled"
           END-IF
           .

      *>>
      *>> Put the refund on the register as raised, under the
      *>> pending reference it was queued with
      *>>
       P5530-REGISTER-REFUND SECTION.
           MOVE LMF-ACCOUNT-NO     TO RFD-ACCOUNT-NO
           MOVE WS-PEND-SEQ        TO RFD-REFUND-REF
           MOVE LMF-CUSTOMER-NO    TO RFD-CUSTOMER-NO
           MOVE LMF-CURRENCY-CODE  TO RFD-CURRENCY-CODE
           MOVE WS-REFUND-AMOUNT   TO RFD-AMOUNT
           MOVE "R"                TO RFD-STATUS
           MOVE WS-TODAY-DDMMYYYY  TO RFD-RAISED-DATE
           MOVE WS-OPERATOR-ID     TO RFD-RAISED-BY
           MOVE SPACES             TO RFD-APPROVED-DATE
           MOVE SPACES             TO RFD-APPROVED-BY
           MOVE SPACES             TO RFD-PAID-DATE
           MOVE ZERO               TO RFD-GEN-NUMBER
           WRITE RFD-REFUND-REC

           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** Refund queued but not registered - file"
                   " status " WS-FILE-STATUS " ***"
           END-IF
           .

      *>>
      *>> Apply an approved refund - the register entry goes to
      *>> approved, stamped with the approver, for the posting run
      *>> to pay; the account is left for that run to move
      *>>
       P5600-APPROVE-REFUND SECTION.
           MOVE PND-RECORD-KEY TO RFD-ACCOUNT-NO
           MOVE PND-PEND-REF   TO RFD-REFUND-REF
           READ REFUNDS KEY IS RFD-REFUND-KEY

           IF WS-FILE-STATUS EQUAL ZERO
               AND RFD-REFUND-RAISED
               MOVE "A"               TO RFD-STATUS
               MOVE WS-TODAY-DDMMYYYY TO RFD-APPROVED-DATE
               MOVE WS-OPERATOR-ID    TO RFD-APPROVED-BY
               REWRITE RFD-REFUND-REC
               IF WS-FILE-STATUS EQUAL ZERO
                   SET CHANGE-APPLIED TO TRUE
               ELSE
                   DISPLAY "  *** Refund not approved - file status "
                       WS-FILE-STATUS " ***"
               END-IF
           ELSE
               DISPLAY "  *** Refund is not waiting on the refunds"
                   " register ***"
           END-IF
           .

      *>>
      *>> A refund rejected, or voided because the account has moved,
      *>> comes off the register as cancelled - a fresh one can then
      *>> be raised against the account as it now stands
      *>>
       P5700-CANCEL-REFUND SECTION.
           MOVE PND-RECORD-KEY TO RFD-ACCOUNT-NO
           MOVE PND-PEND-REF   TO RFD-REFUND-REF
           READ REFUNDS KEY IS RFD-REFUND-KEY

           IF WS-FILE-STATUS EQUAL ZERO
               AND RFD-REFUND-RAISED
               MOVE "X" TO RFD-STATUS
               REWRITE RFD-REFUND-REC
               IF WS-FILE-STATUS NOT EQUAL ZERO
                   DISPLAY "  *** Refund not cancelled - file status "
                       WS-FILE-STATUS " ***"
               END-IF
           END-IF
           .

       P4500-CHANGE-STATUS SECTION.
                       " - are you sure? (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM

      *>> A closure waits for a second operator's approval - what
      *>> the account still owes is shown to the approver
                   IF FUNCTION UPPER-CASE (WS-CONFIRM) EQUAL "Y"
                       MOVE "CLOSE"        TO WS-JRN-ACTION
                       COMPUTE WS-JRN-AMOUNT =
                           LMF-OUTSTANDING-AMOUNT + LMF-FEE-BALANCE
                               + LMF-ACCRUED-INTEREST
                       MOVE SPACES         TO WS-JRN-BEFORE
                       MOVE LMF-LOAN-REC   TO WS-JRN-BEFORE
                       MOVE WS-NEW-STATUS  TO LMF-LOAN-STATUS
                       MOVE SPACES         TO WS-JRN-AFTER
                       MOVE LMF-LOAN-REC   TO WS-JRN-AFTER
                       PERFORM P7000-QUEUE-CHANGE
                   ELSE
                       DISPLAY "Cancelled"
                   END-IF
               END-IF
           ELSE
               DISPLAY "*** Account not found ***"
           END-IF
           .

      *>>
      *>> Offer every change waiting on another operator's approval
      *>> to an operator who may approve - their own changes are
      *>> listed but cannot be approved by them
      *>>
       P6000-APPROVE-CHANGES SECTION.
           IF NOT SO-CAN-APPROVE
               DISPLAY "*** You are not authorised to approve"
                   " changes ***"
           ELSE
               MOVE ZERO TO WS-OFFERED-COUNT
               MOVE "N" TO WS-EOF-PENDCHG
               MOVE ZERO TO PND-PEND-REF
               START PENDCHG KEY IS GREATER THAN PND-PEND-REF
               IF WS-FILE-STATUS EQUAL ZERO
                   PERFORM P6050-READ-PENDCHG-NEXT
                   PERFORM P6100-OFFER-CHANGE
                       UNTIL EOF-PENDCHG
               END-IF

               MOVE WS-OFFERED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Changes awaiting approval: " WS-DISPLAY-COUNT
           END-IF
           .

       P6050-READ-PENDCHG-NEXT SECTION.
           READ PENDCHG NEXT RECORD
               AT END SET EOF-PENDCHG TO TRUE
           END-READ
           .

       P6100-OFFER-CHANGE SECTION.
           IF PND-PEND-PENDING AND PND-FILE-NAME EQUAL "LOANMAST"
               ADD 1 TO WS-OFFERED-COUNT
               MOVE PND-BEFORE-IMAGE TO WS-B-LOAN-REC
               MOVE PND-AFTER-IMAGE  TO WS-A-LOAN-REC

               DISPLAY " "
               MOVE PND-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "Change " PND-PEND-REF ": " PND-ACTION
                   " account " PND-RECORD-KEY " "
                   WS-DISPLAY-AMOUNT " " PND-CURRENCY-CODE
               DISPLAY "  Keyed by " PND-MAKER-ID " at "
                   PND-MAKER-TIMESTAMP(1:8) " "
                   PND-MAKER-TIMESTAMP(9:6)
               MOVE WS-B-PAYMT-AMOUNT TO WS-DISPLAY-PAYMT
               DISPLAY "  Before: status " WS-B-LOAN-STATUS
                   "  payment " WS-DISPLAY-PAYMT
               MOVE WS-A-PAYMT-AMOUNT TO WS-DISPLAY-PAYMT
               DISPLAY "  After:  status " WS-A-LOAN-STATUS
                   "  payment " WS-DISPLAY-PAYMT

               IF PND-MAKER-ID EQUAL WS-OPERATOR-ID
                   DISPLAY "  (keyed by you - another operator must"
                       " approve it)"
               ELSE
                   DISPLAY "  Approve, Reject or Skip (A/R/S): "
                       WITH NO ADVANCING
                   ACCEPT WS-APPROVE-ANSWER
                   MOVE FUNCTION UPPER-CASE (WS-APPROVE-ANSWER)
                       TO WS-APPROVE-ANSWER

                   EVALUATE TRUE
                       WHEN APPROVE-CHANGE
                           PERFORM P6200-APPLY-CHANGE
                       WHEN REJECT-CHANGE
                           MOVE "R" TO PND-STATUS
                           PERFORM P6300-STAMP-CHECKER
                           IF PND-ACTION EQUAL "REFUND"
                               PERFORM P5700-CANCEL-REFUND
                           END-IF
                           DISPLAY "  Change rejected"
                       WHEN OTHER
                           DISPLAY "  Skipped"
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM P6050-READ-PENDCHG-NEXT
           .

      *>>
      *>> Apply an approved change - only if the account is still
      *>> exactly as the maker saw it, otherwise the change is voided
      *>> and has to be keyed again
      *>>
       P6200-APPLY-CHANGE SECTION.
           MOVE "N" TO WS-CHANGE-APPLIED-FLAG
           MOVE PND-RECORD-KEY TO LMF-ACCOUNT-NO
           READ LOANMAST KEY IS LMF-ACCOUNT-NO

           MOVE SPACES TO WS-CURRENT-IMAGE
           IF WS-FILE-STATUS EQUAL ZERO
               MOVE LMF-LOAN-REC TO WS-CURRENT-IMAGE
           END-IF

           IF WS-CURRENT-IMAGE NOT EQUAL PND-BEFORE-IMAGE
               MOVE "V" TO PND-STATUS
               PERFORM P6300-STAMP-CHECKER
               IF PND-ACTION EQUAL "REFUND"
                   PERFORM P5700-CANCEL-REFUND
               END-IF
               DISPLAY "  *** Account has changed since this was"
                   " keyed - change voided ***"
           ELSE
               MOVE PND-ACTION       TO WS-JRN-ACTION
               MOVE PND-BEFORE-IMAGE TO WS-JRN-BEFORE
               MOVE PND-AFTER-IMAGE  TO WS-JRN-AFTER
               MOVE PND-MAKER-ID     TO WS-MAKER-ID

               EVALUATE PND-ACTION
                   WHEN "WRITEOFF"
                       PERFORM P5300-APPLY-WRITE-OFF
                   WHEN "REFUND"
                       PERFORM P5600-APPROVE-REFUND
                   WHEN OTHER
                       MOVE PND-AFTER-IMAGE TO LMF-LOAN-REC
                       REWRITE LMF-LOAN-REC
                       IF WS-FILE-STATUS EQUAL ZERO
                           SET CHANGE-APPLIED TO TRUE
                       ELSE
                           DISPLAY "  *** Change failed - file status "
                               WS-FILE-STATUS " ***"
                       END-IF
               END-EVALUATE

               IF CHANGE-APPLIED
                   MOVE WS-OPERATOR-ID TO WS-JRN-APPROVER
                   MOVE PND-PEND-REF   TO WS-JRN-PEND-REF
                   PERFORM P8100-WRITE-JOURNAL
                   MOVE "A" TO PND-STATUS
                   PERFORM P6300-STAMP-CHECKER
                   DISPLAY "  Change approved and applied"
                   IF PND-ACTION EQUAL "WRITEOFF"
                       OR PND-ACTION EQUAL "CLOSE"
                       PERFORM P6400-CLEAR-LETTER-HISTORY
                   END-IF
               END-IF

               MOVE WS-OPERATOR-ID TO WS-MAKER-ID
           END-IF
           .

       P6300-STAMP-CHECKER SECTION.
           MOVE WS-OPERATOR-ID        TO PND-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO PND-CHECKER-TIMESTAMP
           REWRITE PND-PENDCHG-REC

           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "  *** Pending change not updated - file"
                   " status " WS-FILE-STATUS " ***"
           END-IF
           .

      *>>
      *>> Take a closed or written-off account's letter history off
      *>> LTRHIST - no further letter will ever go to it. With no
      *>> history file, or no record for the account, no letter was
      *>> ever sent and there is nothing to remove
      *>>
       P6400-CLEAR-LETTER-HISTORY SECTION.
           OPEN I-O LTRHIST
           IF WS-FILE-STATUS EQUAL ZERO
               MOVE LMF-ACCOUNT-NO TO LHF-ACCOUNT-NO
               READ LTRHIST KEY IS LHF-ACCOUNT-NO
               IF WS-FILE-STATUS EQUAL ZERO
                   DELETE LTRHIST RECORD
                   IF WS-FILE-STATUS NOT EQUAL ZERO
                       DISPLAY "  *** Letter history not removed -"
                           " file status " WS-FILE-STATUS " ***"
                   END-IF
               END-IF
               CLOSE LTRHIST
           END-IF
           .

      *>>
      *>> Put the change just keyed on PENDCHG for a second operator
      *>> - nothing reaches LOANMAST until it is approved
      *>>
       P7000-QUEUE-CHANGE SECTION.
           PERFORM P7100-NEXT-PEND-REF

           MOVE WS-PEND-SEQ           TO PND-PEND-REF
           MOVE "P"                   TO PND-STATUS
           MOVE "LOANMAST"            TO PND-FILE-NAME
           MOVE WS-JRN-ACTION         TO PND-ACTION
           MOVE LMF-ACCOUNT-NO        TO PND-RECORD-KEY
           MOVE WS-JRN-AMOUNT         TO PND-AMOUNT
           MOVE LMF-CURRENCY-CODE     TO PND-CURRENCY-CODE
           MOVE WS-OPERATOR-ID        TO PND-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO PND-MAKER-TIMESTAMP
           MOVE SPACES                TO PND-CHECKER-ID
           MOVE SPACES                TO PND-CHECKER-TIMESTAMP
           MOVE WS-JRN-BEFORE         TO PND-BEFORE-IMAGE
           MOVE WS-JRN-AFTER          TO PND-AFTER-IMAGE
           WRITE PND-PENDCHG-REC

           IF WS-FILE-STATUS EQUAL ZERO
               DISPLAY "Change " WS-PEND-SEQ " is waiting for"
                   " another operator's approval"
           ELSE
               DISPLAY "*** Change not queued - file status "
                   WS-FILE-STATUS " ***"
           END-IF
           .

      *>>
      *>> Take the next reference number off the PENDCTL control
      *>> file and put the incremented number straight back, the
      *>> same way PaymentEnquiry numbers quotes off QUOTECTL
      *>>
       P7100-NEXT-PEND-REF SECTION.
           MOVE ZERO TO WS-PEND-SEQ

           OPEN INPUT PENDCTL
           IF WS-FILE-STATUS EQUAL ZERO
               READ PENDCTL
                   AT END CONTINUE
                   NOT AT END MOVE PCTL-LAST-NUMBER TO WS-PEND-SEQ
               END-READ
               CLOSE PENDCTL
           END-IF

           ADD 1 TO WS-PEND-SEQ

           OPEN OUTPUT PENDCTL
           MOVE WS-PEND-SEQ TO PCTL-LAST-NUMBER
           WRITE PCTL-RECORD
           CLOSE PENDCTL
           .

      *>>
      *>> Journal a change applied straight from the operator's
      *>> keying - nobody approved it
      *>>
       P8000-WRITE-DIRECT-JOURNAL SECTION.
           MOVE SPACES TO WS-JRN-APPROVER
           MOVE ZERO   TO WS-JRN-PEND-REF
           PERFORM P8100-WRITE-JOURNAL
           .

       P8100-WRITE-JOURNAL SECTION.
           MOVE FUNCTION CURRENT-DATE TO MJR-TIMESTAMP
           MOVE "LOANMAST"            TO MJR-FILE-NAME
           MOVE WS-JRN-ACTION         TO MJR-ACTION
           MOVE LMF-ACCOUNT-NO        TO MJR-RECORD-KEY
           MOVE WS-MAKER-ID           TO MJR-OPERATOR-ID
           MOVE WS-JRN-APPROVER       TO MJR-APPROVER-ID
           MOVE WS-JRN-PEND-REF       TO MJR-PEND-REF
           MOVE WS-JRN-BEFORE         TO MJR-BEFORE-IMAGE
           MOVE WS-JRN-AFTER          TO MJR-AFTER-IMAGE

           WRITE MJR-MAINTJRNL-REC
           .

       END PROGRAM LoanMaint.
