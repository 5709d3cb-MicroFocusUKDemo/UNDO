       IDENTIFICATION DIVISION.
       program-id. RefundAgedReport.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Aged-refunds report for the back office. Reads the whole
      *>> REFUNDS register and prints every refund of a credit
      *>> balance that has been raised but not yet paid - still
      *>> waiting for its second approval, or approved and waiting
      *>> for the posting run - for longer than the number of days
      *>> the operator asks about, with how long it has been waiting
      *>> since it was raised, then one block of totals per currency,
      *>> the same way SuspAgedReport ages the payments suspense
      *>> file. This is customers' money the book has agreed to give
      *>> back; the report is what stops it quietly being forgotten.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDRefund.cpy".

           SELECT RPTFILE ASSIGN TO "REFUNDAGED-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REFUNDS.
           COPY "RDRefund.cpy" REPLACING ==(PREFIX)== BY ==RFD==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-REFUNDS              PIC X VALUE "N".
           88  EOF-REFUNDS                 VALUE "Y".

      *>> How old a refund must be before it is listed, and today and
      *>> the refund's raised date as integers so the age is a
      *>> simple subtraction
       01  WS-AGE-DAYS-ENTRY           PIC 9(3).
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-INT                PIC S9(9).
       01  WS-RAISED-DATE              PIC 9(8).
       01  WS-RAISED-DATE-PARTS REDEFINES WS-RAISED-DATE.
           05  WS-RAISED-YYYY          PIC 9(4).
           05  WS-RAISED-MM            PIC 9(2).
           05  WS-RAISED-DD            PIC 9(2).
       01  WS-RAISED-INT               PIC S9(9).
       01  WS-ITEM-AGE                 PIC S9(5).

       01  WS-READ-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-TOTAL            PIC ZZ,ZZZ,ZZ9.99.

      *>> Per-currency accumulator for the aged refunds - one entry
      *>> per currency seen, the keyed-by-currency convention every
      *>> summing report in this shop follows
       01  WS-CCY-TOTALS.
           05  WS-CT-ENTRY OCCURS 10 TIMES INDEXED BY WS-CT-IDX.
               10  WS-CT-CURRENCY          PIC X(03).
               10  WS-CT-COUNT             PIC 9(6).
               10  WS-CT-AMOUNT            PIC S9(9)V99.
       01  WS-CT-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-CT-FOUND-FLAG            PIC X VALUE "N".
           88  CT-FOUND                    VALUE "Y".

      *>> One printed line of the aged-refunds report
       01  WS-RPT-DETAIL.
           05  WS-RD-REF               PIC 9(7).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-RAISED-BY         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-AMOUNT            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE " days".

       PROCEDURE DIVISION.
           DISPLAY "Report refunds unpaid longer than (days): "
               WITH NO ADVANCING
           ACCEPT WS-AGE-DAYS-ENTRY

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

           OPEN INPUT REFUNDS
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No refunds register - no refund has"
                   " been raised ***"
               GOBACK
           END-IF

           OPEN OUTPUT RPTFILE
           PERFORM P1100-WRITE-REPORT-HEADER

           PERFORM P1300-READ-REFUNDS
           PERFORM P2000-PROCESS-REFUND
               UNTIL EOF-REFUNDS

           PERFORM P9000-TERMINATE

           GOBACK
           .

       P1100-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN PORTFOLIO - AGED REFUNDS REPORT"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Refunds unpaid for more than "
               WS-AGE-DAYS-ENTRY " days"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           STRING "Ref      Status    Account     Raised by "
               DELIMITED BY SIZE
               "     Amount  Cur  Age" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           .

       P1300-READ-REFUNDS SECTION.
           READ REFUNDS NEXT RECORD
               AT END SET EOF-REFUNDS TO TRUE
           END-READ
           .

      *>>
      *>> Age the refund just read - a paid or cancelled refund is
      *>> done and never listed, anything else older than the
      *>> asked-for age goes on the report and into its currency's
      *>> totals
      *>>
       P2000-PROCESS-REFUND SECTION.
           ADD 1 TO WS-READ-COUNT

           IF RFD-REFUND-RAISED OR RFD-REFUND-APPROVED
               PERFORM P2100-AGE-REFUND

               IF WS-ITEM-AGE > WS-AGE-DAYS-ENTRY
                   ADD 1 TO WS-AGED-COUNT
                   PERFORM P2200-WRITE-DETAIL-LINE
                   PERFORM P2300-ACCUMULATE-CCY-TOTALS
               END-IF
           END-IF

           PERFORM P1300-READ-REFUNDS
           .

      *>>
      *>> Days since the refund was raised - a raised date that does
      *>> not read as a date ages the refund zero days rather than
      *>> against day zero, the guard SuspAgedReport applies to the
      *>> same conversion
      *>>
       P2100-AGE-REFUND SECTION.
           MOVE ZERO TO WS-ITEM-AGE

           IF RFD-RAISED-DATE(1:2) IS NUMERIC
               AND RFD-RAISED-DATE(4:2) IS NUMERIC
               AND RFD-RAISED-DATE(7:4) IS NUMERIC
               MOVE RFD-RAISED-DATE(7:4) TO WS-RAISED-YYYY
               MOVE RFD-RAISED-DATE(4:2) TO WS-RAISED-MM
               MOVE RFD-RAISED-DATE(1:2) TO WS-RAISED-DD

               COMPUTE WS-RAISED-INT =
                   FUNCTION INTEGER-OF-DATE (WS-RAISED-DATE)
               IF WS-RAISED-INT NOT EQUAL ZERO
                   COMPUTE WS-ITEM-AGE = WS-TODAY-INT - WS-RAISED-INT
               END-IF
           END-IF
           .

       P2200-WRITE-DETAIL-LINE SECTION.
           MOVE RFD-REFUND-REF     TO WS-RD-REF
           IF RFD-REFUND-APPROVED
               MOVE "APPROVED" TO WS-RD-STATUS
           ELSE
               MOVE "RAISED"   TO WS-RD-STATUS
           END-IF
           MOVE RFD-ACCOUNT-NO     TO WS-RD-ACCOUNT
           MOVE RFD-RAISED-BY      TO WS-RD-RAISED-BY
           MOVE RFD-AMOUNT         TO WS-RD-AMOUNT
           MOVE RFD-CURRENCY-CODE  TO WS-RD-CURRENCY
           MOVE WS-ITEM-AGE        TO WS-RD-AGE

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           .

      *>>
      *>> Find this refund's currency in the totals table (adding a
      *>> fresh entry the first time it is seen) and add the refund
      *>> into that currency's count and amount
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
               MOVE RFD-CURRENCY-CODE TO WS-CT-CURRENCY(WS-CT-IDX)
               MOVE ZERO TO WS-CT-COUNT(WS-CT-IDX)
               MOVE ZERO TO WS-CT-AMOUNT(WS-CT-IDX)
           END-IF

           ADD 1 TO WS-CT-COUNT(WS-CT-IDX)
           ADD RFD-AMOUNT TO WS-CT-AMOUNT(WS-CT-IDX)
           .

       P2310-CHECK-CT-ENTRY SECTION.
           IF WS-CT-CURRENCY(WS-CT-IDX) EQUAL RFD-CURRENCY-CODE
               SET CT-FOUND TO TRUE
           END-IF
           .

       P9000-TERMINATE SECTION.
           CLOSE REFUNDS

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "Refunds on register:    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-AGED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Refunds aged past limit:" WS-DISPLAY-COUNT
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
           STRING "Currency:       " WS-CT-CURRENCY(WS-CT-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CT-COUNT(WS-CT-IDX) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Aged refunds:   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Owed unpaid:    " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       END PROGRAM RefundAgedReport.
