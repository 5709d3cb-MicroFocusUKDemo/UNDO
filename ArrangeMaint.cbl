       IDENTIFICATION DIVISION.
       program-id. ArrangeMaint.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Menu-driven maintenance of the ARRANGE arrangements file -
      *>> the payment holidays and reduced-payment plans collections
      *>> agree with customers in hardship. Lets an operator record a
      *>> new arrangement against a loan account, amend one (type,
      *>> dates, agreed payment), end one early from a given date, or
      *>> remove one keyed in error, writing records in the
      *>> RDArrange.cpy layout. ARRANGE is indexed on the account
      *>> number, so an account carries at most one arrangement - a
      *>> new one replaces a lapsed one in place.
      *>>
      *>> Only an active account on LOANMAST can be put under an
      *>> arrangement, the dates must be real DD/MM/YYYY dates in
      *>> order, and a reduced payment must be above nothing and
      *>> below the account's scheduled payment - anything else is
      *>> not a reduction. The operator id keyed at start of session
      *>> is stamped on every arrangement agreed or amended, as
      *>> DiscMaint stamps it on its journal.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDArrange.cpy".
           COPY "SDLoanMast.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD ARRANGE.
           COPY "RDArrange.cpy" REPLACING ==(PREFIX)== BY ==ARG==.

           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-MENU-CHOICE              PIC X.
           88  WS-NEW-ARRANGEMENT          VALUE "1".
           88  WS-AMEND-ARRANGEMENT        VALUE "2".
           88  WS-END-ARRANGEMENT          VALUE "3".
           88  WS-REMOVE-ARRANGEMENT       VALUE "4".
           88  WS-EXIT-MAINT               VALUE "0".

       01  WS-CONFIRM                  PIC X.
       01  WS-ACCOUNT-ENTRY            PIC X(10).
       01  WS-TYPE-ENTRY               PIC X(01).
       01  WS-START-ENTRY              PIC X(10).
       01  WS-END-ENTRY                PIC X(10).
       01  WS-AGREED-ENTRY             PIC S9(7)V99.
       01  WS-DISPLAY-PAYMT            PIC ZZZ,ZZ9.99.

      *>> Who is agreeing today's arrangements - keyed once at start
      *>> of session and stamped on every arrangement written
       01  WS-OPERATOR-ID              PIC X(8).

      *>> Whether the loan book is available - without it no
      *>> arrangement can be proved to belong to a live account
       01  WS-LOANMAST-OPEN-FLAG       PIC X VALUE "N".
           88  LOANMAST-OPEN               VALUE "Y".

      *>> Outcome of validating the keyed details - nothing is
      *>> written until they pass
       01  WS-ENTRY-VALID-FLAG         PIC X.
           88  ENTRY-VALID                 VALUE "Y".
           88  ENTRY-INVALID               VALUE "N".

      *>> One keyed date being validated, and its YYYYMMDD form so
      *>> date order is a numeric comparison
       01  WS-DATE-ENTRY               PIC X(10).
       01  WS-DATE-OK-FLAG             PIC X.
           88  DATE-OK                     VALUE "Y".
           88  DATE-BAD                    VALUE "N".
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 9(2).
           05  WS-DATE-DD              PIC 9(2).

       01  WS-START-NUM                PIC 9(8).
       01  WS-END-NUM                  PIC 9(8).

      *>> Today as DD/MM/YYYY, stamped as the date agreed
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-DDMMYYYY           PIC X(10).

       PROCEDURE DIVISION.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-TODAY-DDMMYYYY
           MOVE WS-TODAY-DD   TO WS-TODAY-DDMMYYYY(1:2)
           MOVE "/"           TO WS-TODAY-DDMMYYYY(3:1)
           MOVE WS-TODAY-MM   TO WS-TODAY-DDMMYYYY(4:2)
           MOVE "/"           TO WS-TODAY-DDMMYYYY(6:1)
           MOVE WS-TODAY-YYYY TO WS-TODAY-DDMMYYYY(7:4)

           PERFORM P0100-OPEN-ARRANGE

           OPEN INPUT LOANMAST
           IF WS-FILE-STATUS EQUAL ZERO
               SET LOANMAST-OPEN TO TRUE
           ELSE
               DISPLAY "*** Loan master unavailable - arrangements"
                   " cannot be agreed until it is ***"
           END-IF

           PERFORM UNTIL WS-EXIT-MAINT
               PERFORM P1000-SHOW-MENU

               EVALUATE TRUE
                   WHEN WS-NEW-ARRANGEMENT
                       PERFORM P2000-NEW-ARRANGEMENT
                   WHEN WS-AMEND-ARRANGEMENT
                       PERFORM P3000-AMEND-ARRANGEMENT
                   WHEN WS-END-ARRANGEMENT
                       PERFORM P4000-END-ARRANGEMENT
                   WHEN WS-REMOVE-ARRANGEMENT
                       PERFORM P5000-REMOVE-ARRANGEMENT
                   WHEN WS-EXIT-MAINT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** Invalid choice ***"
               END-EVALUATE
           END-PERFORM

           IF LOANMAST-OPEN
               CLOSE LOANMAST
           END-IF
           CLOSE ARRANGE

           GOBACK
           .

      *>>
      *>> ARRANGE may not exist yet the first time this runs, so try
      *>> I-O first and fall back to creating an empty file - the same
      *>> way LoanMaint treats LOANMAST
      *>>
       P0100-OPEN-ARRANGE SECTION.
           OPEN I-O ARRANGE
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT ARRANGE
               CLOSE ARRANGE
               OPEN I-O ARRANGE
           END-IF
           .

       P1000-SHOW-MENU SECTION.
           DISPLAY " "
           DISPLAY "Payment Arrangement Maintenance"
           DISPLAY "1. Agree a new arrangement"
           DISPLAY "2. Amend an arrangement"
           DISPLAY "3. End an arrangement early"
           DISPLAY "4. Remove an arrangement keyed in error"
           DISPLAY "0. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           .

       P1100-PROMPT-FOR-ACCOUNT SECTION.
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WS-ACCOUNT-ENTRY
           MOVE FUNCTION UPPER-CASE (WS-ACCOUNT-ENTRY)
               TO WS-ACCOUNT-ENTRY
           MOVE WS-ACCOUNT-ENTRY TO ARG-ACCOUNT-NO
           .

      *>>
      *>> Prompt for the arrangement's terms - a holiday owes
      *>> nothing, so only a reduced-payment plan is asked for its
      *>> agreed amount
      *>>
       P1200-PROMPT-FOR-DETAILS SECTION.
           DISPLAY "Arrangement type (H = payment holiday,"
               " R = reduced payment): " WITH NO ADVANCING
           ACCEPT WS-TYPE-ENTRY
           MOVE FUNCTION UPPER-CASE (WS-TYPE-ENTRY) TO WS-TYPE-ENTRY
           DISPLAY "Start date (DD/MM/YYYY): " WITH NO ADVANCING
           ACCEPT WS-START-ENTRY
           DISPLAY "End date (DD/MM/YYYY): " WITH NO ADVANCING
           ACCEPT WS-END-ENTRY

           MOVE ZERO TO WS-AGREED-ENTRY
           IF WS-TYPE-ENTRY EQUAL "R"
               MOVE LMF-PAYMT-AMOUNT TO WS-DISPLAY-PAYMT
               DISPLAY "Scheduled payment is " WS-DISPLAY-PAYMT
               DISPLAY "Agreed reduced payment: " WITH NO ADVANCING
               ACCEPT WS-AGREED-ENTRY
           END-IF

           PERFORM P1250-VALIDATE-DETAILS
           .

      *>>
      *>> Refuse terms that cannot be right - an unknown type, a date
      *>> that is not a date, an end before the start, or a reduced
      *>> payment that is no reduction at all
      *>>
       P1250-VALIDATE-DETAILS SECTION.
           SET ENTRY-VALID TO TRUE

           IF WS-TYPE-ENTRY NOT EQUAL "H"
               AND WS-TYPE-ENTRY NOT EQUAL "R"
               DISPLAY "*** Type must be H or R ***"
               SET ENTRY-INVALID TO TRUE
           END-IF

           MOVE WS-START-ENTRY TO WS-DATE-ENTRY
           PERFORM P1500-VALIDATE-DATE
           IF DATE-OK
               MOVE WS-DATE-WORK TO WS-START-NUM
           ELSE
               DISPLAY "*** Start date " WS-START-ENTRY
                   " is not a date ***"
               SET ENTRY-INVALID TO TRUE
           END-IF

           MOVE WS-END-ENTRY TO WS-DATE-ENTRY
           PERFORM P1500-VALIDATE-DATE
           IF DATE-OK
               MOVE WS-DATE-WORK TO WS-END-NUM
           ELSE
               DISPLAY "*** End date " WS-END-ENTRY
                   " is not a date ***"
               SET ENTRY-INVALID TO TRUE
           END-IF

           IF ENTRY-VALID
               IF WS-END-NUM < WS-START-NUM
                   DISPLAY "*** End date is before the start date ***"
                   SET ENTRY-INVALID TO TRUE
               END-IF
           END-IF

           IF WS-TYPE-ENTRY EQUAL "R"
               IF WS-AGREED-ENTRY NOT > ZERO
                   OR WS-AGREED-ENTRY NOT < LMF-PAYMT-AMOUNT
                   DISPLAY "*** Reduced payment must be above zero"
                       " and below the scheduled payment ***"
                   SET ENTRY-INVALID TO TRUE
               END-IF
           END-IF
           .

      *>>
      *>> Apply the validated terms to the record, stamped with who
      *>> agreed them and when
      *>>
       P1290-APPLY-DETAILS SECTION.
           MOVE WS-TYPE-ENTRY     TO ARG-ARRANGE-TYPE
           MOVE WS-START-ENTRY    TO ARG-START-DATE
           MOVE WS-END-ENTRY      TO ARG-END-DATE
           MOVE WS-AGREED-ENTRY   TO ARG-AGREED-PAYMT
           MOVE WS-OPERATOR-ID    TO ARG-AGREED-BY
           MOVE WS-TODAY-DDMMYYYY TO ARG-AGREED-DATE
           .

      *>>
      *>> Find the account the arrangement is for - only an active
      *>> account owes payments that could be rearranged
      *>>
       P1300-CHECK-ACCOUNT SECTION.
           SET ENTRY-VALID TO TRUE

           IF NOT LOANMAST-OPEN
               DISPLAY "*** Loan master unavailable ***"
               SET ENTRY-INVALID TO TRUE
           ELSE
               MOVE WS-ACCOUNT-ENTRY TO LMF-ACCOUNT-NO
               READ LOANMAST KEY IS LMF-ACCOUNT-NO
               IF WS-FILE-STATUS NOT EQUAL ZERO
                   DISPLAY "*** Account not on the loan master ***"
                   SET ENTRY-INVALID TO TRUE
               ELSE
                   IF NOT LMF-STATUS-ACTIVE
                       DISPLAY "*** Account is not active ***"
                       SET ENTRY-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *>>
      *>> One keyed date, checked for shape (DD/MM/YYYY with numeric
      *>> parts) and a believable month and day, and turned into
      *>> YYYYMMDD for comparing - the same check DiscMaint applies
      *>>
       P1500-VALIDATE-DATE SECTION.
           SET DATE-OK TO TRUE

           IF WS-DATE-ENTRY(1:2) IS NUMERIC
               AND WS-DATE-ENTRY(4:2) IS NUMERIC
               AND WS-DATE-ENTRY(7:4) IS NUMERIC
               AND WS-DATE-ENTRY(3:1) EQUAL "/"
               AND WS-DATE-ENTRY(6:1) EQUAL "/"
               MOVE WS-DATE-ENTRY(7:4) TO WS-DATE-YYYY
               MOVE WS-DATE-ENTRY(4:2) TO WS-DATE-MM
               MOVE WS-DATE-ENTRY(1:2) TO WS-DATE-DD
           ELSE
               SET DATE-BAD TO TRUE
           END-IF

           IF DATE-OK
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   SET DATE-BAD TO TRUE
               END-IF
           END-IF
           .

      *>>
      *>> Agree a new arrangement - an account whose last arrangement
      *>> has run out has it replaced; one still under a live or
      *>> future arrangement must have that amended instead
      *>>
       P2000-NEW-ARRANGEMENT SECTION.
           PERFORM P1100-PROMPT-FOR-ACCOUNT
           PERFORM P1300-CHECK-ACCOUNT

           IF ENTRY-VALID
               READ ARRANGE KEY IS ARG-ACCOUNT-NO
               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE ARG-END-DATE TO WS-DATE-ENTRY
                   PERFORM P1500-VALIDATE-DATE
                   IF DATE-OK AND WS-DATE-WORK NOT < WS-TODAY-DATE
                       DISPLAY "*** Account already has an"
                           " arrangement - use Amend ***"
                   ELSE
                       PERFORM P2100-ENTER-ARRANGEMENT
                   END-IF
               ELSE
                   MOVE WS-ACCOUNT-ENTRY TO ARG-ACCOUNT-NO
                   PERFORM P2100-ENTER-ARRANGEMENT
               END-IF
           END-IF
           .

       P2100-ENTER-ARRANGEMENT SECTION.
           PERFORM P1200-PROMPT-FOR-DETAILS

           IF ENTRY-VALID
               PERFORM P1290-APPLY-DETAILS
               WRITE ARG-ARRANGE-REC
               IF WS-FILE-STATUS EQUAL "22"
                   REWRITE ARG-ARRANGE-REC
               END-IF

               IF WS-FILE-STATUS EQUAL ZERO
                   DISPLAY "Arrangement agreed"
               ELSE
                   DISPLAY "*** Arrangement failed - file status "
                       WS-FILE-STATUS " ***"
               END-IF
           ELSE
               DISPLAY "*** Arrangement not agreed ***"
           END-IF
           .

       P3000-AMEND-ARRANGEMENT SECTION.
           PERFORM P1100-PROMPT-FOR-ACCOUNT
           READ ARRANGE KEY IS ARG-ACCOUNT-NO

           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P1300-CHECK-ACCOUNT

               IF ENTRY-VALID
                   PERFORM P1200-PROMPT-FOR-DETAILS
               END-IF

               IF ENTRY-VALID
                   PERFORM P1290-APPLY-DETAILS
                   REWRITE ARG-ARRANGE-REC

                   IF WS-FILE-STATUS EQUAL ZERO
                       DISPLAY "Arrangement amended"
                   ELSE
                       DISPLAY "*** Amend failed - file status "
                           WS-FILE-STATUS " ***"
                   END-IF
               ELSE
                   DISPLAY "*** Arrangement not amended ***"
               END-IF
           ELSE
               DISPLAY "*** No arrangement for that account ***"
           END-IF
           .

      *>>
      *>> End an arrangement early - the customer is back on their
      *>> feet, or has broken it. The record stays as history with its
      *>> end date brought forward; the date may not fall before the
      *>> arrangement started
      *>>
       P4000-END-ARRANGEMENT SECTION.
           PERFORM P1100-PROMPT-FOR-ACCOUNT
           READ ARRANGE KEY IS ARG-ACCOUNT-NO

           IF WS-FILE-STATUS EQUAL ZERO
               DISPLAY "Arrangement ends on (DD/MM/YYYY): "
                   WITH NO ADVANCING
               ACCEPT WS-END-ENTRY

               SET ENTRY-VALID TO TRUE
               MOVE ARG-START-DATE TO WS-DATE-ENTRY
               PERFORM P1500-VALIDATE-DATE
               MOVE WS-DATE-WORK TO WS-START-NUM

               MOVE WS-END-ENTRY TO WS-DATE-ENTRY
               PERFORM P1500-VALIDATE-DATE
               IF DATE-BAD
                   DISPLAY "*** End date " WS-END-ENTRY
                       " is not a date ***"
                   SET ENTRY-INVALID TO TRUE
               ELSE
                   IF WS-DATE-WORK < WS-START-NUM
                       DISPLAY "*** End date is before the start"
                           " date ***"
                       SET ENTRY-INVALID TO TRUE
                   END-IF
               END-IF

               IF ENTRY-VALID
                   MOVE WS-END-ENTRY      TO ARG-END-DATE
                   MOVE WS-OPERATOR-ID    TO ARG-AGREED-BY
                   MOVE WS-TODAY-DDMMYYYY TO ARG-AGREED-DATE
                   REWRITE ARG-ARRANGE-REC

                   IF WS-FILE-STATUS EQUAL ZERO
                       DISPLAY "Arrangement ended"
                   ELSE
                       DISPLAY "*** End failed - file status "
                           WS-FILE-STATUS " ***"
                   END-IF
               ELSE
                   DISPLAY "*** Arrangement not ended ***"
               END-IF
           ELSE
               DISPLAY "*** No arrangement for that account ***"
           END-IF
           .

       P5000-REMOVE-ARRANGEMENT SECTION.
           PERFORM P1100-PROMPT-FOR-ACCOUNT
           READ ARRANGE KEY IS ARG-ACCOUNT-NO

           IF WS-FILE-STATUS EQUAL ZERO
               DISPLAY "Remove arrangement for " WS-ACCOUNT-ENTRY
                   " - are you sure? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM

               IF FUNCTION UPPER-CASE (WS-CONFIRM) EQUAL "Y"
                   DELETE ARRANGE RECORD

                   IF WS-FILE-STATUS EQUAL ZERO
                       DISPLAY "Arrangement removed"
                   ELSE
                       DISPLAY "*** Remove failed - file status "
                           WS-FILE-STATUS " ***"
                   END-IF
               ELSE
                   DISPLAY "Remove cancelled"
               END-IF
           ELSE
               DISPLAY "*** No arrangement for that account ***"
           END-IF
           .

       END PROGRAM ArrangeMaint.
