       IDENTIFICATION DIVISION.
       program-id. WriteOffReport.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Monthly report of write-offs and recoveries, built from the
      *>> WRITEOFF register LoanMaint and the posting run append to.
      *>> Every write-off and every recovery dated in the report
      *>> month is listed, and each currency is then summed up -
      *>> how many accounts were written off and for how much
      *>> capital, interest and fees, how much was recovered on
      *>> written-off accounts, and the net loss for the month
      *>> (capital and interest lost, less recoveries - unpaid fees
      *>> were never taken to income, so are shown but not counted
      *>> in the loss). Run with a month (MM/YYYY), or blank for
      *>> the current month.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDWriteOff.cpy".

           SELECT RPTFILE ASSIGN TO "WOFFRPT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD WRITEOFF.
           COPY "RDWriteOff.cpy" REPLACING ==(PREFIX)== BY ==WOF==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-WRITEOFF             PIC X VALUE "N".
           88  EOF-WRITEOFF                VALUE "Y".

      *>> Report month as entered (MM/YYYY, blank for this month) -
      *>> register dates are DD/MM/YYYY, so the month matches
      *>> characters 4 to 10 of the entry date
       01  WS-MONTH-ENTRY              PIC X(07).
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-REPORT-MONTH             PIC X(07).

      *>> One entry per currency seen in the month
       01  WS-WR-TABLE.
           05  WS-WR-ENTRY OCCURS 50 TIMES INDEXED BY WS-WR-IDX.
               10  WS-WR-CURRENCY          PIC X(03).
               10  WS-WR-WOFF-COUNT        PIC 9(6).
               10  WS-WR-CAPITAL           PIC S9(9)V99.
               10  WS-WR-INTEREST          PIC S9(9)V99.
               10  WS-WR-FEES              PIC S9(9)V99.
               10  WS-WR-RECOVERY-COUNT    PIC 9(6).
               10  WS-WR-RECOVERED         PIC S9(9)V99.
       01  WS-WR-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-WR-SEARCH-CCY            PIC X(03).
       01  WS-WR-FOUND-FLAG            PIC X.
           88  WR-FOUND                    VALUE "Y".

       01  WS-NET-LOSS                 PIC S9(9)V99.
       01  WS-READ-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-REPORTED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-TOTAL            PIC ZZ,ZZZ,ZZ9.99-.

      *>> One printed line per register entry in the month
       01  WS-RPT-DETAIL.
           05  WS-RD-DATE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-TYPE              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CAPITAL           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-INTEREST          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-FEES              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-RECOVERED         PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
           PERFORM P1000-INITIALISE

           PERFORM P2000-PROCESS-RECORD
               UNTIL EOF-WRITEOFF

           PERFORM P9000-TERMINATE

           GOBACK
           .

       P1000-INITIALISE SECTION.
           DISPLAY "Report month (MM/YYYY, blank for this month): "
               WITH NO ADVANCING
           ACCEPT WS-MONTH-ENTRY

           IF WS-MONTH-ENTRY EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               MOVE WS-TODAY-DATE(5:2) TO WS-REPORT-MONTH(1:2)
               MOVE "/"                TO WS-REPORT-MONTH(3:1)
               MOVE WS-TODAY-DATE(1:4) TO WS-REPORT-MONTH(4:4)
           ELSE
               IF WS-MONTH-ENTRY(1:2) IS NUMERIC
                   AND WS-MONTH-ENTRY(3:1) EQUAL "/"
                   AND WS-MONTH-ENTRY(4:4) IS NUMERIC
                   AND WS-MONTH-ENTRY(1:2) > "00"
                   AND WS-MONTH-ENTRY(1:2) < "13"
                   MOVE WS-MONTH-ENTRY TO WS-REPORT-MONTH
               ELSE
                   DISPLAY "*** " WS-MONTH-ENTRY
                       " is not a month ***"
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT RPTFILE
           PERFORM P1100-WRITE-REPORT-HEADER

           OPEN INPUT WRITEOFF
           IF WS-FILE-STATUS NOT EQUAL ZERO
               MOVE "*** No write-off register on file ***" TO RPT-LINE
               WRITE RPT-LINE
               SET EOF-WRITEOFF TO TRUE
           ELSE
               PERFORM P1200-READ-WRITEOFF
           END-IF
           .

       P1100-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN PORTFOLIO - WRITE-OFFS AND RECOVERIES"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Month " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           STRING "Date        Entry      Account     Cur      Capital"
               DELIMITED BY SIZE
               "     Interest         Fees    Recovered"
               DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           .

       P1200-READ-WRITEOFF SECTION.
           READ WRITEOFF
               AT END SET EOF-WRITEOFF TO TRUE
           END-READ
           .

      *>>
      *>> List the register entry just read, if it is dated in the
      *>> report month, and total it into its currency
      *>>
       P2000-PROCESS-RECORD SECTION.
           ADD 1 TO WS-READ-COUNT

           IF WOF-ENTRY-DATE(4:7) EQUAL WS-REPORT-MONTH
               PERFORM P2200-FIND-CURRENCY
               IF WR-FOUND
                   ADD 1 TO WS-REPORTED-COUNT
                   PERFORM P2100-WRITE-ENTRY-LINE
               END-IF
           END-IF

           PERFORM P1200-READ-WRITEOFF
           .

       P2100-WRITE-ENTRY-LINE SECTION.
           MOVE WOF-ENTRY-DATE    TO WS-RD-DATE
           MOVE WOF-ACCOUNT-NO    TO WS-RD-ACCOUNT
           MOVE WOF-CURRENCY-CODE TO WS-RD-CURRENCY

           IF WOF-TYPE-WRITE-OFF
               MOVE "WRITE-OFF"         TO WS-RD-TYPE
               MOVE WOF-CAPITAL-AMOUNT  TO WS-RD-CAPITAL
               MOVE WOF-INTEREST-AMOUNT TO WS-RD-INTEREST
               MOVE WOF-FEES-AMOUNT     TO WS-RD-FEES
               MOVE ZERO                TO WS-RD-RECOVERED

               ADD 1 TO WS-WR-WOFF-COUNT(WS-WR-IDX)
               ADD WOF-CAPITAL-AMOUNT  TO WS-WR-CAPITAL(WS-WR-IDX)
               ADD WOF-INTEREST-AMOUNT TO WS-WR-INTEREST(WS-WR-IDX)
               ADD WOF-FEES-AMOUNT     TO WS-WR-FEES(WS-WR-IDX)
           ELSE
               MOVE "RECOVERY"          TO WS-RD-TYPE
               MOVE ZERO                TO WS-RD-CAPITAL
               MOVE ZERO                TO WS-RD-INTEREST
               MOVE ZERO                TO WS-RD-FEES
               MOVE WOF-RECOVERED-AMOUNT TO WS-RD-RECOVERED

               ADD 1 TO WS-WR-RECOVERY-COUNT(WS-WR-IDX)
               ADD WOF-RECOVERED-AMOUNT TO WS-WR-RECOVERED(WS-WR-IDX)
           END-IF

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           .

       P2200-FIND-CURRENCY SECTION.
           MOVE WOF-CURRENCY-CODE TO WS-WR-SEARCH-CCY
           MOVE "N" TO WS-WR-FOUND-FLAG

           PERFORM P2210-CHECK-WR-ENTRY
               VARYING WS-WR-IDX FROM 1 BY 1
               UNTIL WS-WR-IDX > WS-WR-CCY-COUNT
               OR WR-FOUND

           IF WR-FOUND
      *>> The index is augmented once more after the entry that set
      *>> WR-FOUND, so step it back onto the matched entry
               SET WS-WR-IDX DOWN BY 1
           ELSE
               IF WS-WR-CCY-COUNT NOT LESS THAN 50
                   DISPLAY "*** Currency table full - "
                       WOF-ACCOUNT-NO " left off the report ***"
               ELSE
                   ADD 1 TO WS-WR-CCY-COUNT
                   SET WS-WR-IDX TO WS-WR-CCY-COUNT
                   MOVE WS-WR-SEARCH-CCY TO WS-WR-CURRENCY(WS-WR-IDX)
                   MOVE ZERO TO WS-WR-WOFF-COUNT(WS-WR-IDX)
                   MOVE ZERO TO WS-WR-CAPITAL(WS-WR-IDX)
                   MOVE ZERO TO WS-WR-INTEREST(WS-WR-IDX)
                   MOVE ZERO TO WS-WR-FEES(WS-WR-IDX)
                   MOVE ZERO TO WS-WR-RECOVERY-COUNT(WS-WR-IDX)
                   MOVE ZERO TO WS-WR-RECOVERED(WS-WR-IDX)
                   SET WR-FOUND TO TRUE
               END-IF
           END-IF
           .

       P2210-CHECK-WR-ENTRY SECTION.
           IF WS-WR-CURRENCY(WS-WR-IDX) EQUAL WS-WR-SEARCH-CCY
               SET WR-FOUND TO TRUE
           END-IF
           .

       P9000-TERMINATE SECTION.
           CLOSE WRITEOFF

           PERFORM P9100-WRITE-CURRENCY-TOTALS
               VARYING WS-WR-IDX FROM 1 BY 1
               UNTIL WS-WR-IDX > WS-WR-CCY-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "Register entries read:    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REPORTED-COUNT TO WS-DISPLAY-COUNT
           STRING "Entries on this report:   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPTFILE
           .

       P9100-WRITE-CURRENCY-TOTALS SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           STRING "Currency " WS-WR-CURRENCY(WS-WR-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE WS-WR-WOFF-COUNT(WS-WR-IDX) TO WS-DISPLAY-COUNT
           STRING "Accounts written off:  " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE WS-WR-CAPITAL(WS-WR-IDX) TO WS-DISPLAY-TOTAL
           STRING "Capital written off:   " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE WS-WR-INTEREST(WS-WR-IDX) TO WS-DISPLAY-TOTAL
           STRING "Interest written off:  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE WS-WR-FEES(WS-WR-IDX) TO WS-DISPLAY-TOTAL
           STRING "Fees written off:      " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE WS-WR-RECOVERY-COUNT(WS-WR-IDX) TO WS-DISPLAY-COUNT
           STRING "Recoveries taken:      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           MOVE WS-WR-RECOVERED(WS-WR-IDX) TO WS-DISPLAY-TOTAL
           STRING "Total recovered:       " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-NET-LOSS = WS-WR-CAPITAL(WS-WR-IDX)
               + WS-WR-INTEREST(WS-WR-IDX)
               - WS-WR-RECOVERED(WS-WR-IDX)
           MOVE SPACES TO RPT-LINE
           MOVE WS-NET-LOSS TO WS-DISPLAY-TOTAL
           STRING "Net loss for month:    " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       END PROGRAM WriteOffReport.
