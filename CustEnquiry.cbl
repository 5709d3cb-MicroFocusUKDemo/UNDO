       IDENTIFICATION DIVISION.
       program-id. CustEnquiry.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Online enquiry answering "what do we hold for this
      *>> customer?" on one screen, for the operator taking a call.
      *>> Takes a customer number, or any one of the customer's
      *>> account numbers (the customer is then found off the loan's
      *>> CUSTOMER-NO), and shows:
      *>>   - every loan on LOANMAST linked to the customer, with its
      *>>     status, balance, fee balance and arrears, and the latest
      *>>     collections letter stage and date off LTRHIST;
      *>>   - every SUSPFILE item still held or released against any
      *>>     of those accounts;
      *>>   - every quote on QUOTEFILE for those accounts that is still
      *>>     being honoured;
      *>>   - the last few movements posted to those accounts on
      *>>     POSTHIST, newest first.
      *>> Every file is opened INPUT only - nothing here changes
      *>> anything. From the results screen the operator can key one
      *>> of the customer's accounts to go straight into
      *>> PaymentEnquiry for it, and comes back to the refreshed
      *>> customer screen when they leave it.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDCustMast.cpy".
           COPY "SDLoanMast.cpy".
           COPY "SDLtrHist.cpy".
           COPY "SDSuspense.cpy".
           COPY "SDQuote.cpy".
           COPY "SDPostHist.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD CUSTMAST.
           COPY "RDCustMast.cpy" REPLACING ==(PREFIX)== BY ==CMF==.

           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD LTRHIST.
           COPY "RDLtrHist.cpy" REPLACING ==(PREFIX)== BY ==LHF==.

           FD SUSPFILE.
           COPY "RDSuspense.cpy" REPLACING ==(PREFIX)== BY ==SUS==.

           FD QUOTEFILE.
           COPY "RDQuote.cpy" REPLACING ==(PREFIX)== BY ==QTF==.

           FD POSTHIST.
           COPY "RDPostHist.cpy" REPLACING ==(PREFIX)== BY ==PHF==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

      *>> What the operator keyed - a customer number or an account
      *>> number - and the account they want a payment enquiry on
       01  WS-CUSTOMER-ENTRY           PIC X(10).
       01  WS-ACCOUNT-ENTRY            PIC X(10).
       01  WS-PAYENQ-ACCOUNT           PIC X(10).
       01  WS-MESSAGE                  PIC X(79).

       01  WS-TODAY-DATE               PIC 9(8).

      *>> The customer found, as shown at the head of the screen
       01  WS-CUSTOMER-FOUND-FLAG      PIC X.
           88  CUSTOMER-FOUND              VALUE "Y".
       01  WS-CUST-NO                  PIC X(10).
       01  WS-CUST-NAME                PIC X(40).
       01  WS-CUST-ADDRESS             PIC X(40).

      *>> The customer's accounts - everything else on the screen is
      *>> found by matching against this list
       01  WS-MAX-LOANS                PIC 9(2) VALUE 10.
       01  WS-LOAN-COUNT               PIC 9(2).
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 10 TIMES
                       INDEXED BY WS-LN-IDX WS-LK-IDX.
               10  WS-LN-ACCOUNT       PIC X(10).
       01  WS-LOANS-DROPPED-FLAG       PIC X.
           88  LOANS-DROPPED               VALUE "Y".
       01  WS-EOF-LOANMAST             PIC X VALUE "N".
           88  EOF-LOANMAST                VALUE "Y".

      *>> Whether an account just read is one of the customer's
       01  WS-CHECK-ACCOUNT            PIC X(10).
       01  WS-ACCOUNT-HELD-FLAG        PIC X.
           88  ACCOUNT-HELD                VALUE "Y".

      *>> The body of the results screen, built a line at a time -
      *>> whatever does not fit is cut off with a warning on the last
      *>> line rather than scrolled past the operator
       01  WS-MAX-SCR-LINES            PIC 9(2) VALUE 17.
       01  WS-SCR-COUNT                PIC 9(2).
       01  WS-SCR-LINES.
           05  WS-SCR-LINE OCCURS 17 TIMES PIC X(79).
       01  WS-NEW-LINE                 PIC X(79).
       01  WS-SECTION-COUNT            PIC 9(4).

       01  WS-EOF-SUSPFILE             PIC X VALUE "N".
           88  EOF-SUSPFILE                VALUE "Y".
       01  WS-EOF-QUOTEFILE            PIC X VALUE "N".
           88  EOF-QUOTEFILE               VALUE "Y".
       01  WS-EOF-POSTHIST             PIC X VALUE "N".
           88  EOF-POSTHIST                VALUE "Y".
       01  WS-LTRHIST-OPEN-FLAG        PIC X.
           88  LTRHIST-OPEN                VALUE "Y".

      *>> A quote's valid-until date as YYYYMMDD, so whether it is
      *>> still honoured is a numeric comparison with today
       01  WS-VALID-UNTIL-DATE         PIC 9(8).
       01  WS-VALID-UNTIL-PARTS REDEFINES WS-VALID-UNTIL-DATE.
           05  WS-VU-YYYY              PIC 9(4).
           05  WS-VU-MM                PIC 9(2).
           05  WS-VU-DD                PIC 9(2).

      *>> The most recent movements found so far - when the table is
      *>> full the oldest drops off the front as each newer one is
      *>> found, since POSTHIST is in posting order
       01  WS-MAX-MOVES                PIC 9(1) VALUE 5.
       01  WS-MOVE-COUNT               PIC 9(1).
       01  WS-MOVE-TABLE.
           05  WS-MOVE-LINE OCCURS 5 TIMES PIC X(79).
       01  WS-MOVE-SUB                 PIC 9(1).

      *>> One line of the loans section
       01  WS-LOAN-LINE.
           05  WS-LL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-STATUS            PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-BALANCE           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-FEES              PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-ARR-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LL-ARR-AMOUNT        PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-LETTER            PIC X(12).

      *>> One line of the suspense section
       01  WS-SUSP-LINE.
           05  WS-SL-REF               PIC 9(7).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-SL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-STATUS            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-REASON            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-AMOUNT            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-DATE              PIC X(10).

      *>> One line of the quotes section
       01  WS-QUOTE-LINE.
           05  WS-QL-REF               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-QL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-QL-QUOTED            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-QL-UNTIL             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-QL-PAYMENT           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-QL-CURRENCY          PIC X(03).

      *>> One line of the movements section - the money fields are
      *>> already edited on POSTHIST, so they are carried as text
       01  WS-MOVE-DETAIL.
           05  WS-MD-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-MD-DATE              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-MD-TYPE              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-MD-PAID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-MD-FEE-PAID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-MD-BALANCE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-MD-CURRENCY          PIC X(03).

      *>>
      *>> Account handed on to PaymentEnquiry
      *>>
           COPY "WSENQSTART.cpy".

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 2.

       01  ENQ-INPUT-SCREEN.
           03  LINE 1 COLUMN 1 PIC X(79) VALUE
               "--------------------------------------------------------
      -        "-----------------------".
           03  LINE 2 COLUMN 1 PIC X(79) VALUE
               " Customer enquiry - loans, suspense, collections, quotes
      -        " and recent movements".
           03  LINE 3 COLUMN 1 PIC X(79) VALUE
               " Enter a customer number, or any one of the customer's a
      -        "ccount numbers".
           03  LINE 4 COLUMN 1 PIC X(79) VALUE
               "========================================================
      -        "=======================".

           03  LINE 6 COLUMN 5 VALUE "Customer Number: [".
           03  LINE 6 COLUMN 23 PIC X(10) USING WS-CUSTOMER-ENTRY.
           03  LINE 6 COLUMN 34 VALUE "] or 999 to exit".

           03  LINE 8 COLUMN 5 VALUE "Account Number:  [".
           03  LINE 8 COLUMN 23 PIC X(10) USING WS-ACCOUNT-ENTRY.
           03  LINE 8 COLUMN 34 VALUE "] instead of a customer number".

           03  LINE 10 COLUMN 1 PIC X(79) VALUE
               "--------------------------------------------------------
      -        "-----------------------".
           03  LINE 11 COLUMN 1 PIC X(79) FROM WS-MESSAGE.

       01  ENQ-RESULT-SCREEN.
           03  LINE 1 COLUMN 1 PIC X(79) VALUE
               "--------------------------------------------------------
      -        "-----------------------".
           03  LINE 2 COLUMN 2 VALUE "Customer:".
           03  LINE 2 COLUMN 12 PIC X(10) FROM WS-CUST-NO.
           03  LINE 2 COLUMN 24 PIC X(40) FROM WS-CUST-NAME.
           03  LINE 3 COLUMN 24 PIC X(40) FROM WS-CUST-ADDRESS.
           03  LINE 4 COLUMN 1 PIC X(79) VALUE
               "========================================================
      -        "=======================".

           03  LINE 5 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(1).
           03  LINE 6 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(2).
           03  LINE 7 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(3).
           03  LINE 8 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(4).
           03  LINE 9 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(5).
           03  LINE 10 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(6).
           03  LINE 11 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(7).
           03  LINE 12 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(8).
           03  LINE 13 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(9).
           03  LINE 14 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(10).
           03  LINE 15 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(11).
           03  LINE 16 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(12).
           03  LINE 17 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(13).
           03  LINE 18 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(14).
           03  LINE 19 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(15).
           03  LINE 20 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(16).
           03  LINE 21 COLUMN 1 PIC X(79) FROM WS-SCR-LINE(17).

           03  LINE 22 COLUMN 1 PIC X(79) VALUE
               "--------------------------------------------------------
      -        "-----------------------".
           03  LINE 23 COLUMN 2 VALUE "Payment enquiry on account: [".
           03  LINE 23 COLUMN 31 PIC X(10) USING WS-PAYENQ-ACCOUNT.
           03  LINE 23 COLUMN 42 VALUE "] blank = next customer".
           03  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO WS-CUSTOMER-ENTRY

           PERFORM UNTIL WS-CUSTOMER-ENTRY EQUAL "999"
               PERFORM P1000-INPUT-SCREEN

               IF WS-CUSTOMER-ENTRY NOT EQUAL "999"
                   PERFORM P2000-FIND-CUSTOMER

                   IF CUSTOMER-FOUND
                       PERFORM P3000-BUILD-ENQUIRY
                       PERFORM P8000-RESULT-SCREEN
                   END-IF
               END-IF
           END-PERFORM

           GOBACK
           .

      *>>
      *>> Ask for the customer or account to enquire on
      *>>
       P1000-INPUT-SCREEN SECTION.
           MOVE SPACES TO WS-CUSTOMER-ENTRY
           MOVE SPACES TO WS-ACCOUNT-ENTRY

           DISPLAY CLEAR-SCREEN
           DISPLAY ENQ-INPUT-SCREEN
           ACCEPT ENQ-INPUT-SCREEN

           MOVE FUNCTION UPPER-CASE (WS-CUSTOMER-ENTRY)
               TO WS-CUSTOMER-ENTRY
           MOVE FUNCTION UPPER-CASE (WS-ACCOUNT-ENTRY)
               TO WS-ACCOUNT-ENTRY
           MOVE SPACES TO WS-MESSAGE
           .

      *>>
      *>> Work out who the customer is and which accounts are theirs -
      *>> an account keyed leads to its CUSTOMER-NO, and the whole
      *>> loan book is then scanned for every loan linked to that
      *>> customer (the same full-scan CustMaint makes before removing
      *>> one). A loan with no customer linked is shown on its own
      *>>
       P2000-FIND-CUSTOMER SECTION.
           MOVE "N"    TO WS-CUSTOMER-FOUND-FLAG
           MOVE "N"    TO WS-LOANS-DROPPED-FLAG
           MOVE ZERO   TO WS-LOAN-COUNT
           MOVE SPACES TO WS-CUST-NO
           MOVE SPACES TO WS-CUST-NAME
           MOVE SPACES TO WS-CUST-ADDRESS

           OPEN INPUT LOANMAST
           IF WS-FILE-STATUS NOT EQUAL ZERO
               MOVE SPACES TO WS-MESSAGE
               STRING "*** Loan master unavailable - no enquiry"
                   " possible ***"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN WS-ACCOUNT-ENTRY NOT EQUAL SPACES
                       PERFORM P2100-FIND-BY-ACCOUNT
                   WHEN WS-CUSTOMER-ENTRY NOT EQUAL SPACES
                       MOVE WS-CUSTOMER-ENTRY TO WS-CUST-NO
                   WHEN OTHER
                       MOVE SPACES TO WS-MESSAGE
                       STRING "*** Enter a customer number or an"
                           " account number ***"
                           DELIMITED BY SIZE INTO WS-MESSAGE
               END-EVALUATE

               IF WS-CUST-NO NOT EQUAL SPACES
                   PERFORM P2200-READ-CUSTOMER
                   PERFORM P2300-FIND-CUSTOMER-LOANS

                   IF CUSTOMER-FOUND OR WS-LOAN-COUNT > ZERO
                       SET CUSTOMER-FOUND TO TRUE
                   ELSE
                       MOVE SPACES TO WS-MESSAGE
                       STRING "*** Customer " WS-CUST-NO
                           " is not on file and has no loans ***"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
               END-IF

               CLOSE LOANMAST
           END-IF
           .

       P2100-FIND-BY-ACCOUNT SECTION.
           MOVE WS-ACCOUNT-ENTRY TO LMF-ACCOUNT-NO
           READ LOANMAST KEY IS LMF-ACCOUNT-NO

           IF WS-FILE-STATUS NOT EQUAL ZERO
               MOVE SPACES TO WS-MESSAGE
               STRING "*** Account " WS-ACCOUNT-ENTRY
                   " is not on the loan master ***"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               IF LMF-CUSTOMER-NO EQUAL SPACES
                   SET CUSTOMER-FOUND TO TRUE
                   MOVE "(no customer linked to this account)"
                       TO WS-CUST-NAME
                   MOVE 1 TO WS-LOAN-COUNT
                   MOVE LMF-ACCOUNT-NO TO WS-LN-ACCOUNT(1)
               ELSE
                   MOVE LMF-CUSTOMER-NO TO WS-CUST-NO
               END-IF
           END-IF
           .

       P2200-READ-CUSTOMER SECTION.
           OPEN INPUT CUSTMAST
           IF WS-FILE-STATUS EQUAL ZERO
               MOVE WS-CUST-NO TO CMF-CUSTOMER-NO
               READ CUSTMAST KEY IS CMF-CUSTOMER-NO

               IF WS-FILE-STATUS EQUAL ZERO
                   SET CUSTOMER-FOUND TO TRUE
                   MOVE CMF-CUST-NAME  TO WS-CUST-NAME
                   MOVE CMF-ADDRESS-1  TO WS-CUST-ADDRESS
               END-IF

               CLOSE CUSTMAST
           END-IF

           IF NOT CUSTOMER-FOUND
               MOVE "(customer not on the customer master)"
                   TO WS-CUST-NAME
           END-IF
           .

       P2300-FIND-CUSTOMER-LOANS SECTION.
           MOVE "N" TO WS-EOF-LOANMAST
           MOVE LOW-VALUES TO LMF-ACCOUNT-NO
           START LOANMAST KEY IS GREATER THAN LMF-ACCOUNT-NO

           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2310-READ-LOANMAST
               PERFORM P2320-CHECK-ONE-LOAN
                   UNTIL EOF-LOANMAST
           END-IF
           .

       P2310-READ-LOANMAST SECTION.
           READ LOANMAST NEXT RECORD
               AT END SET EOF-LOANMAST TO TRUE
           END-READ
           .

       P2320-CHECK-ONE-LOAN SECTION.
           IF LMF-CUSTOMER-NO EQUAL WS-CUST-NO
               IF WS-LOAN-COUNT < WS-MAX-LOANS
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE LMF-ACCOUNT-NO
                       TO WS-LN-ACCOUNT(WS-LOAN-COUNT)
               ELSE
                   SET LOANS-DROPPED TO TRUE
               END-IF
           END-IF

           PERFORM P2310-READ-LOANMAST
           .

      *>>
      *>> Build the body of the results screen from every file
      *>>
       P3000-BUILD-ENQUIRY SECTION.
           MOVE ZERO TO WS-SCR-COUNT
           MOVE SPACES TO WS-SCR-LINES

           PERFORM P3100-LIST-LOANS
           PERFORM P3200-LIST-SUSPENSE
           PERFORM P3300-LIST-QUOTES
           PERFORM P3400-LIST-MOVEMENTS
           .

      *>>
      *>> The customer's loans, each with its latest collections
      *>> letter - the stage and when it went, off LTRHIST
      *>>
       P3100-LIST-LOANS SECTION.
           MOVE SPACES TO WS-NEW-LINE
           STRING "LOANS      Status  Cur     Balance       Fees Arr"
               "    Arrears  Last letter"
               DELIMITED BY SIZE INTO WS-NEW-LINE
           PERFORM P9000-ADD-LINE

           MOVE "N" TO WS-LTRHIST-OPEN-FLAG
           OPEN INPUT LTRHIST
           IF WS-FILE-STATUS EQUAL ZERO
               SET LTRHIST-OPEN TO TRUE
           END-IF

           OPEN INPUT LOANMAST
           PERFORM P3110-LIST-ONE-LOAN
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LOAN-COUNT
           CLOSE LOANMAST

           IF LTRHIST-OPEN
               CLOSE LTRHIST
           END-IF

           IF LOANS-DROPPED
               MOVE SPACES TO WS-NEW-LINE
               STRING "  *** More loans than fit - only the first ten"
                   " are shown ***"
                   DELIMITED BY SIZE INTO WS-NEW-LINE
               PERFORM P9000-ADD-LINE
           END-IF
           .

       P3110-LIST-ONE-LOAN SECTION.
           MOVE WS-LN-ACCOUNT(WS-LN-IDX) TO LMF-ACCOUNT-NO
           READ LOANMAST KEY IS LMF-ACCOUNT-NO

           IF WS-FILE-STATUS EQUAL ZERO
               MOVE LMF-ACCOUNT-NO         TO WS-LL-ACCOUNT
               EVALUATE TRUE
                   WHEN LMF-STATUS-SETTLED
                       MOVE "SETTLED" TO WS-LL-STATUS
                   WHEN LMF-STATUS-CLOSED
                       MOVE "CLOSED"  TO WS-LL-STATUS
                   WHEN LMF-STATUS-WRITTEN-OFF
                       MOVE "WRT-OFF" TO WS-LL-STATUS
                   WHEN OTHER
                       MOVE "ACTIVE"  TO WS-LL-STATUS
               END-EVALUATE
               MOVE LMF-CURRENCY-CODE      TO WS-LL-CURRENCY
               MOVE LMF-OUTSTANDING-AMOUNT TO WS-LL-BALANCE
               MOVE LMF-FEE-BALANCE        TO WS-LL-FEES
               MOVE LMF-ARREARS-COUNT      TO WS-LL-ARR-COUNT
               MOVE LMF-ARREARS-AMOUNT     TO WS-LL-ARR-AMOUNT

               MOVE "none" TO WS-LL-LETTER
               IF LTRHIST-OPEN
                   MOVE LMF-ACCOUNT-NO TO LHF-ACCOUNT-NO
                   READ LTRHIST KEY IS LHF-ACCOUNT-NO
                   IF WS-FILE-STATUS EQUAL ZERO
                       MOVE SPACES TO WS-LL-LETTER
                       STRING LHF-LAST-STAGE " " LHF-LAST-LETTER-DATE
                           DELIMITED BY SIZE INTO WS-LL-LETTER
                   END-IF
               END-IF

               MOVE WS-LOAN-LINE TO WS-NEW-LINE
               PERFORM P9000-ADD-LINE
           END-IF
           .

      *>>
      *>> Money held in suspense against any of the accounts - held
      *>> or released, not yet applied
      *>>
       P3200-LIST-SUSPENSE SECTION.
           MOVE SPACES TO WS-NEW-LINE
           STRING "SUSPENSE   Account    Status   Reason"
               "         Amount Cur  Suspended"
               DELIMITED BY SIZE INTO WS-NEW-LINE
           PERFORM P9000-ADD-LINE
           MOVE ZERO TO WS-SECTION-COUNT

           MOVE "N" TO WS-EOF-SUSPFILE
           OPEN INPUT SUSPFILE
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P3210-READ-SUSPFILE
               PERFORM P3220-CHECK-ONE-ITEM
                   UNTIL EOF-SUSPFILE
               CLOSE SUSPFILE
           END-IF

           IF WS-SECTION-COUNT EQUAL ZERO
               MOVE "  none" TO WS-NEW-LINE
               PERFORM P9000-ADD-LINE
           END-IF
           .

       P3210-READ-SUSPFILE SECTION.
           READ SUSPFILE NEXT RECORD
               AT END SET EOF-SUSPFILE TO TRUE
           END-READ
           .

       P3220-CHECK-ONE-ITEM SECTION.
           IF NOT SUS-SUSP-APPLIED
               MOVE SUS-ACCOUNT-NO TO WS-CHECK-ACCOUNT
               PERFORM P3900-CHECK-ACCOUNT

               IF ACCOUNT-HELD
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SUS-SUSP-REF       TO WS-SL-REF
                   MOVE SUS-ACCOUNT-NO     TO WS-SL-ACCOUNT
                   IF SUS-SUSP-RELEASED
                       MOVE "RELEASED" TO WS-SL-STATUS
                   ELSE
                       MOVE "HELD"     TO WS-SL-STATUS
                   END-IF
                   MOVE SUS-REASON         TO WS-SL-REASON
                   MOVE SUS-AMOUNT-PAID    TO WS-SL-AMOUNT
                   MOVE SUS-CURRENCY-CODE  TO WS-SL-CURRENCY
                   MOVE SUS-SUSPENDED-DATE TO WS-SL-DATE

                   MOVE WS-SUSP-LINE TO WS-NEW-LINE
                   PERFORM P9000-ADD-LINE
               END-IF
           END-IF

           PERFORM P3210-READ-SUSPFILE
           .

      *>>
      *>> Saved quotes on any of the accounts that are still being
      *>> honoured today
      *>>
       P3300-LIST-QUOTES SECTION.
           MOVE SPACES TO WS-NEW-LINE
           STRING "QUOTES     Account    Quoted     Valid until"
               "   Payment Cur"
               DELIMITED BY SIZE INTO WS-NEW-LINE
           PERFORM P9000-ADD-LINE
           MOVE ZERO TO WS-SECTION-COUNT

           MOVE "N" TO WS-EOF-QUOTEFILE
           OPEN INPUT QUOTEFILE
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P3310-READ-QUOTEFILE
               PERFORM P3320-CHECK-ONE-QUOTE
                   UNTIL EOF-QUOTEFILE
               CLOSE QUOTEFILE
           END-IF

           IF WS-SECTION-COUNT EQUAL ZERO
               MOVE "  none" TO WS-NEW-LINE
               PERFORM P9000-ADD-LINE
           END-IF
           .

       P3310-READ-QUOTEFILE SECTION.
           READ QUOTEFILE NEXT RECORD
               AT END SET EOF-QUOTEFILE TO TRUE
           END-READ
           .

       P3320-CHECK-ONE-QUOTE SECTION.
           MOVE QTF-ACCOUNT-NO TO WS-CHECK-ACCOUNT
           PERFORM P3900-CHECK-ACCOUNT

           IF ACCOUNT-HELD
               AND QTF-VALID-UNTIL(1:2) IS NUMERIC
               AND QTF-VALID-UNTIL(4:2) IS NUMERIC
               AND QTF-VALID-UNTIL(7:4) IS NUMERIC
               MOVE QTF-VALID-UNTIL(7:4) TO WS-VU-YYYY
               MOVE QTF-VALID-UNTIL(4:2) TO WS-VU-MM
               MOVE QTF-VALID-UNTIL(1:2) TO WS-VU-DD

               IF WS-VALID-UNTIL-DATE NOT < WS-TODAY-DATE
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE QTF-QUOTE-REF     TO WS-QL-REF
                   MOVE QTF-ACCOUNT-NO    TO WS-QL-ACCOUNT
                   MOVE QTF-QUOTE-DATE    TO WS-QL-QUOTED
                   MOVE QTF-VALID-UNTIL   TO WS-QL-UNTIL
                   MOVE QTF-PAYMT-AMOUNT  TO WS-QL-PAYMENT
                   MOVE QTF-CURRENCY-CODE TO WS-QL-CURRENCY

                   MOVE WS-QUOTE-LINE TO WS-NEW-LINE
                   PERFORM P9000-ADD-LINE
               END-IF
           END-IF

           PERFORM P3310-READ-QUOTEFILE
           .

      *>>
      *>> The last few movements posted to any of the accounts,
      *>> newest first
      *>>
       P3400-LIST-MOVEMENTS SECTION.
           MOVE SPACES TO WS-NEW-LINE
           STRING "MOVEMENTS  Posted     Typ       Paid    Fees pd"
               "    Balance Cur"
               DELIMITED BY SIZE INTO WS-NEW-LINE
           PERFORM P9000-ADD-LINE
           MOVE ZERO TO WS-MOVE-COUNT

           MOVE "N" TO WS-EOF-POSTHIST
           OPEN INPUT POSTHIST
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P3410-READ-POSTHIST
               PERFORM P3420-CHECK-ONE-MOVEMENT
                   UNTIL EOF-POSTHIST
               CLOSE POSTHIST
           END-IF

           IF WS-MOVE-COUNT EQUAL ZERO
               MOVE "  none" TO WS-NEW-LINE
               PERFORM P9000-ADD-LINE
           ELSE
               PERFORM P3440-SHOW-ONE-MOVEMENT
                   VARYING WS-MOVE-SUB FROM WS-MOVE-COUNT BY -1
                   UNTIL WS-MOVE-SUB < 1
           END-IF
           .

       P3410-READ-POSTHIST SECTION.
           READ POSTHIST
               AT END SET EOF-POSTHIST TO TRUE
           END-READ
           .

       P3420-CHECK-ONE-MOVEMENT SECTION.
           MOVE PHF-ACCOUNT-NO TO WS-CHECK-ACCOUNT
           PERFORM P3900-CHECK-ACCOUNT

           IF ACCOUNT-HELD
               MOVE PHF-ACCOUNT-NO    TO WS-MD-ACCOUNT
               MOVE PHF-POST-DATE     TO WS-MD-DATE
               IF PHF-TXN-TYPE EQUAL SPACES
                   MOVE "PAY"         TO WS-MD-TYPE
               ELSE
                   MOVE PHF-TXN-TYPE  TO WS-MD-TYPE
               END-IF
               MOVE PHF-PAYMT-AMOUNT  TO WS-MD-PAID
               MOVE PHF-FEE-PAID      TO WS-MD-FEE-PAID
               MOVE PHF-BALANCE-AFTER TO WS-MD-BALANCE
               MOVE PHF-CURRENCY-CODE TO WS-MD-CURRENCY

               IF WS-MOVE-COUNT < WS-MAX-MOVES
                   ADD 1 TO WS-MOVE-COUNT
               ELSE
                   PERFORM P3430-DROP-OLDEST
                       VARYING WS-MOVE-SUB FROM 1 BY 1
                       UNTIL WS-MOVE-SUB NOT < WS-MAX-MOVES
               END-IF
               MOVE WS-MOVE-DETAIL TO WS-MOVE-LINE(WS-MOVE-COUNT)
           END-IF

           PERFORM P3410-READ-POSTHIST
           .

       P3430-DROP-OLDEST SECTION.
           MOVE WS-MOVE-LINE(WS-MOVE-SUB + 1)
               TO WS-MOVE-LINE(WS-MOVE-SUB)
           .

       P3440-SHOW-ONE-MOVEMENT SECTION.
           MOVE WS-MOVE-LINE(WS-MOVE-SUB) TO WS-NEW-LINE
           PERFORM P9000-ADD-LINE
           .

      *>>
      *>> Is WS-CHECK-ACCOUNT one of the customer's accounts?
      *>>
       P3900-CHECK-ACCOUNT SECTION.
           MOVE "N" TO WS-ACCOUNT-HELD-FLAG
           PERFORM P3910-CHECK-ONE-ACCOUNT
               VARYING WS-LK-IDX FROM 1 BY 1
               UNTIL WS-LK-IDX > WS-LOAN-COUNT
               OR ACCOUNT-HELD
           .

       P3910-CHECK-ONE-ACCOUNT SECTION.
           IF WS-LN-ACCOUNT(WS-LK-IDX) EQUAL WS-CHECK-ACCOUNT
               SET ACCOUNT-HELD TO TRUE
           END-IF
           .

      *>>
      *>> Show the customer and let the operator go into
      *>> PaymentEnquiry for any of their accounts, as often as they
      *>> like, until they leave the account blank
      *>>
       P8000-RESULT-SCREEN SECTION.
           MOVE SPACES TO WS-PAYENQ-ACCOUNT
           PERFORM P8100-SHOW-RESULT

           PERFORM P8200-PAYMENT-ENQUIRY
               UNTIL WS-PAYENQ-ACCOUNT EQUAL SPACES
           .

       P8100-SHOW-RESULT SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY ENQ-RESULT-SCREEN
           ACCEPT ENQ-RESULT-SCREEN

           MOVE FUNCTION UPPER-CASE (WS-PAYENQ-ACCOUNT)
               TO WS-PAYENQ-ACCOUNT
           MOVE SPACES TO WS-MESSAGE
           .

      *>>
      *>> Hand the chosen account to PaymentEnquiry - it is CANCELled
      *>> afterwards so the next call starts it afresh, and the
      *>> customer is rebuilt since a quote may have been saved
      *>>
       P8200-PAYMENT-ENQUIRY SECTION.
           MOVE WS-PAYENQ-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM P3900-CHECK-ACCOUNT

           IF ACCOUNT-HELD
               MOVE WS-PAYENQ-ACCOUNT TO ENQ-START-ACCOUNT
               CALL "PaymentEnquiry"
               CANCEL "PaymentEnquiry"
               MOVE SPACES TO ENQ-START-ACCOUNT
               PERFORM P3000-BUILD-ENQUIRY
           ELSE
               MOVE SPACES TO WS-MESSAGE
               STRING "*** Account " WS-PAYENQ-ACCOUNT
                   " is not one of this customer's accounts ***"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF

           MOVE SPACES TO WS-PAYENQ-ACCOUNT
           PERFORM P8100-SHOW-RESULT
           .

      *>>
      *>> Add WS-NEW-LINE to the body of the results screen - once it
      *>> is full the last line says so instead
      *>>
       P9000-ADD-LINE SECTION.
           IF WS-SCR-COUNT < WS-MAX-SCR-LINES
               ADD 1 TO WS-SCR-COUNT
               MOVE WS-NEW-LINE TO WS-SCR-LINE(WS-SCR-COUNT)
           ELSE
               MOVE SPACES TO WS-SCR-LINE(WS-MAX-SCR-LINES)
               STRING "  *** More than fits on one screen - run the"
                   " reports for the full picture ***"
                   DELIMITED BY SIZE INTO WS-SCR-LINE(WS-MAX-SCR-LINES)
           END-IF
           .

       END PROGRAM CustEnquiry.
