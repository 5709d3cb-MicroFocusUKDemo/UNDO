       IDENTIFICATION DIVISION.
       program-id. CreditBalReport.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Credit-balance report for the back office. Reads every
      *>> account on LOANMAST - settled, closed and written-off ones
      *>> as well as live ones, since a settlement paid above its
      *>> quote leaves exactly such an account holding money - and
      *>> lists each one whose outstanding balance has run below
      *>> zero: the book owes the customer that money. Beside each
      *>> account it shows the refund waiting against it on the
      *>> REFUNDS register, if one has been raised or approved and
      *>> not yet paid, so the accounts nobody has acted on stand
      *>> out. Then one block of totals per currency, the same way
      *>> LOANBATCH keeps its control totals, so figures in
      *>> different currencies are never summed together.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDLoanMast.cpy".
           COPY "SDRefund.cpy".

           SELECT RPTFILE ASSIGN TO "CREDITBAL-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD REFUNDS.
           COPY "RDRefund.cpy" REPLACING ==(PREFIX)== BY ==RFD==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-LOANMAST             PIC X VALUE "N".
           88  EOF-LOANMAST                VALUE "Y".
       01  WS-LOANMAST-OPEN-FLAG       PIC X VALUE "N".
           88  LOANMAST-OPEN               VALUE "Y".

      *>> Whether the refunds register is there to look at (with none
      *>> no refund has ever been raised), and whether the account
      *>> just read has a refund raised or approved and not yet paid
       01  WS-REFUNDS-OPEN-FLAG        PIC X VALUE "N".
           88  REFUNDS-OPEN                VALUE "Y".
       01  WS-EOF-REFUNDS              PIC X VALUE "N".
           88  EOF-REFUNDS                 VALUE "Y".
       01  WS-REFUND-WAITING-FLAG      PIC X.
           88  REFUND-WAITING              VALUE "Y".

       01  WS-CREDIT-AMOUNT            PIC S9(7)V99.

       01  WS-READ-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-CREDIT-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-TOTAL            PIC ZZ,ZZZ,ZZ9.99.

      *>> Per-currency accumulator for the credit balances - one
      *>> entry per currency seen, the keyed-by-currency convention
      *>> every summing report in this shop follows
       01  WS-CCY-TOTALS.
           05  WS-CT-ENTRY OCCURS 10 TIMES INDEXED BY WS-CT-IDX.
               10  WS-CT-CURRENCY          PIC X(03).
               10  WS-CT-COUNT             PIC 9(6).
               10  WS-CT-AMOUNT            PIC S9(9)V99.
               10  WS-CT-UNACTIONED        PIC 9(6).
               10  WS-CT-UNACTIONED-AMOUNT PIC S9(9)V99.
       01  WS-CT-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-CT-FOUND-FLAG            PIC X VALUE "N".
           88  CT-FOUND                    VALUE "Y".

      *>> One printed line of the credit-balance report
       01  WS-RPT-DETAIL.
           05  WS-RD-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CUSTOMER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CREDIT            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-REFUND            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-REFUND-REF        PIC X(07).

       PROCEDURE DIVISION.
           PERFORM P1000-INITIALISE

           PERFORM P2000-PROCESS-ACCOUNT
               UNTIL EOF-LOANMAST

           PERFORM P9000-TERMINATE

           GOBACK
           .

       P1000-INITIALISE SECTION.
           OPEN OUTPUT RPTFILE
           PERFORM P1100-WRITE-REPORT-HEADER

           OPEN INPUT REFUNDS
           IF WS-FILE-STATUS EQUAL ZERO
               SET REFUNDS-OPEN TO TRUE
           END-IF

           OPEN INPUT LOANMAST
           IF WS-FILE-STATUS EQUAL ZERO
               SET LOANMAST-OPEN TO TRUE
               PERFORM P1300-READ-LOANMAST
           ELSE
               DISPLAY "*** No loan master file - file status "
                   WS-FILE-STATUS " ***"
               SET EOF-LOANMAST TO TRUE
           END-IF
           .

       P1100-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN PORTFOLIO - CREDIT BALANCE REPORT"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           STRING "Account     Customer    Status       "
               DELIMITED BY SIZE
               "    Credit  Cur  Refund" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           .

       P1300-READ-LOANMAST SECTION.
           READ LOANMAST NEXT RECORD
               AT END SET EOF-LOANMAST TO TRUE
           END-READ
           .

      *>>
      *>> Every account holding a credit is listed, whatever its
      *>> status, and totalled into its currency
      *>>
       P2000-PROCESS-ACCOUNT SECTION.
           ADD 1 TO WS-READ-COUNT

           IF LMF-OUTSTANDING-AMOUNT < ZERO
               ADD 1 TO WS-CREDIT-COUNT
               COMPUTE WS-CREDIT-AMOUNT = ZERO - LMF-OUTSTANDING-AMOUNT
               PERFORM P2100-FIND-WAITING-REFUND
               PERFORM P2200-WRITE-DETAIL-LINE
               PERFORM P2300-ACCUMULATE-CCY-TOTALS
           END-IF

           PERFORM P1300-READ-LOANMAST
           .

      *>>
      *>> Look along the account's own refunds on the register - one
      *>> keyed START - for one raised or approved and not yet paid
      *>>
       P2100-FIND-WAITING-REFUND SECTION.
           MOVE "N" TO WS-REFUND-WAITING-FLAG

           IF REFUNDS-OPEN
               MOVE "N" TO WS-EOF-REFUNDS
               MOVE LMF-ACCOUNT-NO TO RFD-ACCOUNT-NO
               MOVE ZERO TO RFD-REFUND-REF
               START REFUNDS KEY IS NOT LESS THAN RFD-REFUND-KEY
               IF WS-FILE-STATUS EQUAL ZERO
                   PERFORM P2110-READ-REFUNDS-NEXT
                   PERFORM P2120-CHECK-ONE-REFUND
                       UNTIL EOF-REFUNDS
                       OR REFUND-WAITING
                       OR RFD-ACCOUNT-NO NOT EQUAL LMF-ACCOUNT-NO
               END-IF
           END-IF
           .

       P2110-READ-REFUNDS-NEXT SECTION.
           READ REFUNDS NEXT RECORD
               AT END SET EOF-REFUNDS TO TRUE
           END-READ
           .

       P2120-CHECK-ONE-REFUND SECTION.
           IF RFD-REFUND-RAISED OR RFD-REFUND-APPROVED
               SET REFUND-WAITING TO TRUE
           ELSE
               PERFORM P2110-READ-REFUNDS-NEXT
           END-IF
           .

       P2200-WRITE-DETAIL-LINE SECTION.
           MOVE LMF-ACCOUNT-NO     TO WS-RD-ACCOUNT
           MOVE LMF-CUSTOMER-NO    TO WS-RD-CUSTOMER
           EVALUATE TRUE
               WHEN LMF-STATUS-SETTLED
                   MOVE "SETTLED"     TO WS-RD-STATUS
               WHEN LMF-STATUS-CLOSED
                   MOVE "CLOSED"      TO WS-RD-STATUS
               WHEN LMF-STATUS-WRITTEN-OFF
                   MOVE "WRITTEN-OFF" TO WS-RD-STATUS
               WHEN OTHER
                   MOVE "ACTIVE"      TO WS-RD-STATUS
           END-EVALUATE
           MOVE WS-CREDIT-AMOUNT   TO WS-RD-CREDIT
           MOVE LMF-CURRENCY-CODE  TO WS-RD-CURRENCY

           IF REFUND-WAITING
               IF RFD-REFUND-APPROVED
                   MOVE "APPROVED" TO WS-RD-REFUND
               ELSE
                   MOVE "RAISED"   TO WS-RD-REFUND
               END-IF
               MOVE RFD-REFUND-REF TO WS-RD-REFUND-REF
           ELSE
               MOVE "NONE"         TO WS-RD-REFUND
               MOVE SPACES         TO WS-RD-REFUND-REF
           END-IF

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           .

      *>>
      *>> Find this account's currency in the totals table (adding a
      *>> fresh entry the first time it is seen) and add the credit
      *>> into it - and into what nobody has raised a refund for yet
      *>>
       P2300-ACCUMULATE-CCY-TOTALS SECTION.
           MOVE "N" TO WS-CT-FOUND-FLAG

           PERFORM P2310-CHECK-CT-ENTRY
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-CCY-COUNT
               OR CT-FOUND

           IF CT-FOUND
      *>> The index is augmented once more after the entry that set
      *>> CT-FOUND, so step it back onto the matched entry
               SET WS-CT-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-CT-CCY-COUNT
               SET WS-CT-IDX TO WS-CT-CCY-COUNT
               MOVE LMF-CURRENCY-CODE TO WS-CT-CURRENCY(WS-CT-IDX)
               MOVE ZERO TO WS-CT-COUNT(WS-CT-IDX)
               MOVE ZERO TO WS-CT-AMOUNT(WS-CT-IDX)
               MOVE ZERO TO WS-CT-UNACTIONED(WS-CT-IDX)
               MOVE ZERO TO WS-CT-UNACTIONED-AMOUNT(WS-CT-IDX)
           END-IF

           ADD 1 TO WS-CT-COUNT(WS-CT-IDX)
           ADD WS-CREDIT-AMOUNT TO WS-CT-AMOUNT(WS-CT-IDX)
           IF NOT REFUND-WAITING
               ADD 1 TO WS-CT-UNACTIONED(WS-CT-IDX)
               ADD WS-CREDIT-AMOUNT
                   TO WS-CT-UNACTIONED-AMOUNT(WS-CT-IDX)
           END-IF
           .

       P2310-CHECK-CT-ENTRY SECTION.
           IF WS-CT-CURRENCY(WS-CT-IDX) EQUAL LMF-CURRENCY-CODE
               SET CT-FOUND TO TRUE
           END-IF
           .

       P9000-TERMINATE SECTION.
           IF LOANMAST-OPEN
               CLOSE LOANMAST
           END-IF
           IF REFUNDS-OPEN
               CLOSE REFUNDS
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "Accounts on book:     " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CREDIT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "In credit:            " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM P9100-WRITE-CURRENCY-BLOCK
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-CCY-COUNT

           CLOSE RPTFILE
           .

       P9100-WRITE-CURRENCY-BLOCK SECTION.
           STRING "Currency:             " WS-CT-CURRENCY(WS-CT-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CT-COUNT(WS-CT-IDX) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Accounts in credit:   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Owed to customers:    " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CT-UNACTIONED(WS-CT-IDX) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "No refund raised:     " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CT-UNACTIONED-AMOUNT(WS-CT-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Credit not refunded:  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       END PROGRAM CreditBalReport.
