       IDENTIFICATION DIVISION.
       program-id. WriteOffPost.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Nightly ledger posting of the day's write-offs. LoanMaint
      *>> puts every account it writes off on the WRITEOFF register
      *>> with what the account owed; this run picks up every
      *>> write-off not yet posted, lists it on WOFFPOST-RPT, and
      *>> emits balanced loss postings per currency to GLWOFF-EXT in
      *>> the same HDR/DTL/TRL shape as the GLPOST-EXT extract - the
      *>> written-off balance comes off the loan asset, the interest
      *>> accrued but never charged comes off the accrued-income
      *>> asset the posting run built it up on, and both are charged
      *>> to the write-off loss account. Each
      *>> write-off is stamped posted on the register as it is
      *>> taken, so a second run on the same night posts nothing
      *>> twice.
      *>>
      *>> Unpaid late fees are listed and totalled but not posted -
      *>> the posting run only takes fee income as fees are paid, so
      *>> a fee never paid was never on the ledger to be lost.
      *>> Recoveries on the register were posted by the posting run
      *>> that took them and are passed over here.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDWriteOff.cpy".

           SELECT RPTFILE ASSIGN TO "WOFFPOST-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GLWOFF ASSIGN TO "GLWOFF-EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD WRITEOFF.
           COPY "RDWriteOff.cpy" REPLACING ==(PREFIX)== BY ==WOF==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

           FD GLWOFF.
           01  GLWOFF-LINE                PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-WRITEOFF             PIC X VALUE "N".
           88  EOF-WRITEOFF                VALUE "Y".
       01  WS-WRITEOFF-OPEN-FLAG       PIC X VALUE "N".
           88  WRITEOFF-OPEN               VALUE "Y".

      *>> One entry per currency posted tonight - how many
      *>> write-offs and what they took off the book
       01  WS-WP-TABLE.
           05  WS-WP-ENTRY OCCURS 50 TIMES INDEXED BY WS-WP-IDX.
               10  WS-WP-CURRENCY          PIC X(03).
               10  WS-WP-COUNT             PIC 9(6).
               10  WS-WP-CAPITAL           PIC S9(9)V99.
               10  WS-WP-INTEREST          PIC S9(9)V99.
               10  WS-WP-FEES              PIC S9(9)V99.
       01  WS-WP-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-WP-SEARCH-CCY            PIC X(03).
       01  WS-WP-FOUND-FLAG            PIC X.
           88  WP-FOUND                    VALUE "Y".

       01  WS-POSTED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-TOTAL            PIC ZZ,ZZZ,ZZ9.99-.

      *>> The business date the postings are made under, and the
      *>> same date as DD/MM/YYYY for the register stamp
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-BUS-DDMMYYYY             PIC X(10).

      *>> One printed line per write-off posted
       01  WS-RPT-DETAIL.
           05  WS-RD-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-DATE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CAPITAL           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-INTEREST          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-FEES              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-OPERATOR          PIC X(08).

      *>> The loss extract in the same HDR/DTL/TRL shape as
      *>> GLPOST-EXT, amounts with an explicit sign byte for the
      *>> same reason
       01  WS-GX-HEADER.
           05  FILLER                  PIC X(03) VALUE "HDR".
           05  WS-GXH-RUN-DATE         PIC 9(8).
           05  WS-GXH-RUN-MODE         PIC X(8).
       01  WS-GX-DETAIL.
           05  FILLER                  PIC X(03) VALUE "DTL".
           05  WS-GXD-ACCOUNT          PIC X(10).
           05  WS-GXD-DRCR             PIC X(02).
           05  WS-GXD-CURRENCY         PIC X(03).
           05  WS-GXD-SIGN             PIC X(01).
           05  WS-GXD-AMOUNT           PIC 9(9)V99.
       01  WS-GX-TRAILER.
           05  FILLER                  PIC X(03) VALUE "TRL".
           05  WS-GXT-COUNT            PIC 9(6).
           05  WS-GXT-RUN-DATE         PIC 9(8).
       01  WS-GX-WORK-AMOUNT           PIC S9(9)V99.
       01  WS-GX-DETAIL-COUNT          PIC 9(6) VALUE ZERO.

      *>>
      *>> Definition of data to pass in/out the RUNCTRL module
      *>>
           COPY "WSRUNCTRL.cpy".

       PROCEDURE DIVISION.
           SET RC-START-STEP TO TRUE
           MOVE "WOFFPOST" TO RC-STEP-NAME
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           MOVE RC-BUS-DATE TO WS-BUS-DATE
           MOVE WS-BUS-DATE(7:2) TO WS-BUS-DDMMYYYY(1:2)
           MOVE "/"              TO WS-BUS-DDMMYYYY(3:1)
           MOVE WS-BUS-DATE(5:2) TO WS-BUS-DDMMYYYY(4:2)
           MOVE "/"              TO WS-BUS-DDMMYYYY(6:1)
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-DDMMYYYY(7:4)

           OPEN OUTPUT RPTFILE
           PERFORM P1000-WRITE-REPORT-HEADER

      *>> No register yet means nothing has ever been written off -
      *>> the extract still goes out, empty, so the ledger loader
      *>> sees tonight's file
           OPEN I-O WRITEOFF
           IF WS-FILE-STATUS EQUAL ZERO
               SET WRITEOFF-OPEN TO TRUE
               PERFORM P2100-READ-WRITEOFF
               PERFORM P2000-TAKE-ENTRY
                   UNTIL EOF-WRITEOFF
               CLOSE WRITEOFF
           END-IF

           PERFORM P3000-WRITE-LOSS-EXTRACT
           PERFORM P9000-TERMINATE

           GOBACK
           .

       P1000-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN PORTFOLIO - WRITE-OFFS POSTED TO THE LEDGER"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Business date " WS-BUS-DDMMYYYY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           STRING "Account     Cur  Written off     Capital"
               DELIMITED BY SIZE
               "     Interest         Fees  Operator"
               DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           .

      *>>
      *>> A write-off still waiting for the ledger is totalled into
      *>> its currency, listed, and stamped posted in place
      *>>
       P2000-TAKE-ENTRY SECTION.
           IF WOF-TYPE-WRITE-OFF AND WOF-GL-PENDING
               PERFORM P2200-FIND-CURRENCY

               IF WP-FOUND
                   ADD 1 TO WS-WP-COUNT(WS-WP-IDX)
                   ADD WOF-CAPITAL-AMOUNT TO WS-WP-CAPITAL(WS-WP-IDX)
                   ADD WOF-INTEREST-AMOUNT
                       TO WS-WP-INTEREST(WS-WP-IDX)
                   ADD WOF-FEES-AMOUNT TO WS-WP-FEES(WS-WP-IDX)

                   MOVE "P" TO WOF-GL-STATUS
                   MOVE WS-BUS-DDMMYYYY TO WOF-GL-DATE
                   REWRITE WOF-WRITEOFF-REC

                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM P2300-WRITE-DETAIL-LINE
               ELSE
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF

           PERFORM P2100-READ-WRITEOFF
           .

       P2100-READ-WRITEOFF SECTION.
           READ WRITEOFF
               AT END SET EOF-WRITEOFF TO TRUE
           END-READ
           .

      *>>
      *>> Find (or start) the entry's currency - one that will not
      *>> fit the table is left pending on the register for a later
      *>> run rather than posted under another currency's label
      *>>
       P2200-FIND-CURRENCY SECTION.
           MOVE WOF-CURRENCY-CODE TO WS-WP-SEARCH-CCY
           MOVE "N" TO WS-WP-FOUND-FLAG

           PERFORM P2210-CHECK-WP-ENTRY
               VARYING WS-WP-IDX FROM 1 BY 1
               UNTIL WS-WP-IDX > WS-WP-CCY-COUNT
               OR WP-FOUND

           IF WP-FOUND
      *>> The index is augmented once more after the entry that set
      *>> WP-FOUND, so step it back onto the matched entry
               SET WS-WP-IDX DOWN BY 1
           ELSE
               IF WS-WP-CCY-COUNT NOT LESS THAN 50
                   DISPLAY "*** More currencies than the posting"
                       " table holds - " WS-WP-SEARCH-CCY
                       " write-off " WOF-ACCOUNT-NO " held ***"
               ELSE
                   ADD 1 TO WS-WP-CCY-COUNT
                   SET WS-WP-IDX TO WS-WP-CCY-COUNT
                   MOVE WS-WP-SEARCH-CCY TO WS-WP-CURRENCY(WS-WP-IDX)
                   MOVE ZERO TO WS-WP-COUNT(WS-WP-IDX)
                   MOVE ZERO TO WS-WP-CAPITAL(WS-WP-IDX)
                   MOVE ZERO TO WS-WP-INTEREST(WS-WP-IDX)
                   MOVE ZERO TO WS-WP-FEES(WS-WP-IDX)
                   SET WP-FOUND TO TRUE
               END-IF
           END-IF
           .

       P2210-CHECK-WP-ENTRY SECTION.
           IF WS-WP-CURRENCY(WS-WP-IDX) EQUAL WS-WP-SEARCH-CCY
               SET WP-FOUND TO TRUE
           END-IF
           .

       P2300-WRITE-DETAIL-LINE SECTION.
           MOVE WOF-ACCOUNT-NO      TO WS-RD-ACCOUNT
           MOVE WOF-CURRENCY-CODE   TO WS-RD-CURRENCY
           MOVE WOF-ENTRY-DATE      TO WS-RD-DATE
           MOVE WOF-CAPITAL-AMOUNT  TO WS-RD-CAPITAL
           MOVE WOF-INTEREST-AMOUNT TO WS-RD-INTEREST
           MOVE WOF-FEES-AMOUNT     TO WS-RD-FEES
           MOVE WOF-OPERATOR-ID     TO WS-RD-OPERATOR

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           .

      *>>
      *>> Balanced loss postings, one pair per currency and movement
      *>> - the write-off loss account is debited, the loan asset
      *>> credited down by the balance written off, and the interest
      *>> that will now never be collected cleared off the accrued
      *>> interest asset (WOFF-LOSS debit, INT-ACCRUE credit)
      *>>
       P3000-WRITE-LOSS-EXTRACT SECTION.
           OPEN OUTPUT GLWOFF

           MOVE WS-BUS-DATE   TO WS-GXH-RUN-DATE
           MOVE "WRITEOFF"    TO WS-GXH-RUN-MODE
           MOVE WS-GX-HEADER  TO GLWOFF-LINE
           WRITE GLWOFF-LINE

           PERFORM P3100-WRITE-CCY-POSTINGS
               VARYING WS-WP-IDX FROM 1 BY 1
               UNTIL WS-WP-IDX > WS-WP-CCY-COUNT

           MOVE WS-GX-DETAIL-COUNT TO WS-GXT-COUNT
           MOVE WS-BUS-DATE        TO WS-GXT-RUN-DATE
           MOVE WS-GX-TRAILER      TO GLWOFF-LINE
           WRITE GLWOFF-LINE

           CLOSE GLWOFF
           .

       P3100-WRITE-CCY-POSTINGS SECTION.
           MOVE WS-WP-CURRENCY(WS-WP-IDX) TO WS-GXD-CURRENCY

           IF WS-WP-CAPITAL(WS-WP-IDX) NOT EQUAL ZERO
               MOVE WS-WP-CAPITAL(WS-WP-IDX) TO WS-GX-WORK-AMOUNT
               MOVE "WOFF-LOSS"  TO WS-GXD-ACCOUNT
               MOVE "DR"         TO WS-GXD-DRCR
               PERFORM P3200-WRITE-POSTING-LINE
               MOVE "LOAN-ASSET" TO WS-GXD-ACCOUNT
               MOVE "CR"         TO WS-GXD-DRCR
               PERFORM P3200-WRITE-POSTING-LINE
           END-IF

           IF WS-WP-INTEREST(WS-WP-IDX) NOT EQUAL ZERO
               MOVE WS-WP-INTEREST(WS-WP-IDX) TO WS-GX-WORK-AMOUNT
               MOVE "WOFF-LOSS"  TO WS-GXD-ACCOUNT
               MOVE "DR"         TO WS-GXD-DRCR
               PERFORM P3200-WRITE-POSTING-LINE
               MOVE "INT-ACCRUE" TO WS-GXD-ACCOUNT
               MOVE "CR"         TO WS-GXD-DRCR
               PERFORM P3200-WRITE-POSTING-LINE
           END-IF
           .

       P3200-WRITE-POSTING-LINE SECTION.
           IF WS-GX-WORK-AMOUNT < ZERO
               MOVE "-" TO WS-GXD-SIGN
               COMPUTE WS-GXD-AMOUNT = ZERO - WS-GX-WORK-AMOUNT
           ELSE
               MOVE "+" TO WS-GXD-SIGN
               MOVE WS-GX-WORK-AMOUNT TO WS-GXD-AMOUNT
           END-IF

           ADD 1 TO WS-GX-DETAIL-COUNT
           MOVE WS-GX-DETAIL TO GLWOFF-LINE
           WRITE GLWOFF-LINE
           .

       P9000-TERMINATE SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM P9100-WRITE-CCY-TOTALS
               VARYING WS-WP-IDX FROM 1 BY 1
               UNTIL WS-WP-IDX > WS-WP-CCY-COUNT

           IF NOT WRITEOFF-OPEN
               MOVE "No write-off register on file - nothing to post"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Write-offs posted:     " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "Write-offs held:       " WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE WS-GX-DETAIL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Posting lines emitted: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPTFILE

           SET RC-END-STEP TO TRUE
           MOVE "WOFFPOST" TO RC-STEP-NAME
           MOVE "OK" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       P9100-WRITE-CCY-TOTALS SECTION.
           MOVE SPACES TO RPT-LINE
           STRING "Currency:              "
               WS-WP-CURRENCY(WS-WP-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WP-COUNT(WS-WP-IDX) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Write-offs:            " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WP-CAPITAL(WS-WP-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Balance written off:   " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WP-INTEREST(WS-WP-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Interest written off:  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WP-FEES(WS-WP-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Fees (not posted):     " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       END PROGRAM WriteOffPost.
