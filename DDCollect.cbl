       IDENTIFICATION DIVISION.
       program-id. DDCollect.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Nightly direct-debit collections request. LOANMAST already
      *>> says who owes what on which day - DUE-DAY, PAYMT-FREQ and
      *>> PAYMT-AMOUNT - so rather than waiting for the bank to report
      *>> whatever arrived on PAYMTSIN, this run asks for the money.
      *>> Every active account whose scheduled payment falls due on
      *>> the next business date (the same due test LOANBATCH's
      *>> P2520-CHECK-DUE-TODAY applies on the day itself - a due
      *>> day on a weekend or holiday falls due on the next business
      *>> day for the account's currency) gets one
      *>> collection line on the DDINSTR instruction file, wrapped in
      *>> a header and one control trailer per currency so the bank
      *>> can prove the file the way we prove its payments feed.
      *>>
      *>> The run also reads back the bank's DDRETURN returned-debit
      *>> file and lists every unpaid collection on the run report,
      *>> totalled per currency, so collections see the bounces the
      *>> same night. The money side of a return is the posting
      *>> run's job - LOANBATCH takes each returned debit back off
      *>> its account and into arrears on its next POST.
      *>>
      *>> An account with no due day held (a record written before
      *>> the schedule fields existed) or no scheduled payment is not
      *>> collected - there is no schedule to ask the bank against.
      *>> An account under a forbearance arrangement on ARRANGE that
      *>> is live on the collection date is asked only for its agreed
      *>> reduced payment, and not at all on a payment holiday.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDLoanMast.cpy".
           COPY "SDDDReturn.cpy".
           COPY "SDArrange.cpy".

           SELECT DDINSTR ASSIGN TO "DDINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RPTFILE ASSIGN TO "DDCOLLECT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD DDRETURN.
           COPY "RDDDReturn.cpy" REPLACING ==(PREFIX)== BY ==DDR==.

           FD ARRANGE.
           COPY "RDArrange.cpy" REPLACING ==(PREFIX)== BY ==ARG==.

           FD DDINSTR.
           COPY "RDDDInstr.cpy" REPLACING ==(PREFIX)== BY ==DDI==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-LOANMAST             PIC X VALUE "N".
           88  EOF-LOANMAST                VALUE "Y".
       01  WS-EOF-DDRETURN             PIC X VALUE "N".
           88  EOF-DDRETURN                VALUE "Y".

      *>> The business date the evening is running under (off
      *>> RUNCTRL) and the collection date worked out from it - the
      *>> next business day on the base currency's calendar (BUSCAL)
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-COLLECT-DATE             PIC 9(8).
       01  WS-COLLECT-DATE-PARTS REDEFINES WS-COLLECT-DATE.
           05  WS-COLLECT-YYYY         PIC 9(4).
           05  WS-COLLECT-MM           PIC 9(2).
           05  WS-COLLECT-DD           PIC 9(2).
       01  WS-COLLECT-DDMMYYYY         PIC X(10).

      *>> Due-date work for the collection date - the due day pulled
      *>> back to a window day's month end, and the remainder behind
      *>> the quarter-month test
       01  WS-DUE-DAY-WORK             PIC 9(2).
       01  WS-MM-REMAINDER             PIC 9.
       01  WS-ACCOUNT-DUE-FLAG         PIC X.
           88  ACCOUNT-DUE                 VALUE "Y".

      *>> What the account is asked for - its scheduled payment, or
      *>> the agreed payment while an arrangement is live on the
      *>> collection date
       01  WS-COLLECT-AMOUNT           PIC S9(7)V99.
       01  WS-ARRANGE-OPEN-FLAG        PIC X VALUE "N".
           88  ARRANGE-OPEN                VALUE "Y".
       01  WS-ARRANGEMENT-FLAG         PIC X.
           88  UNDER-ARRANGEMENT           VALUE "Y".
       01  WS-ARG-START-NUM            PIC 9(8).
       01  WS-ARG-END-NUM              PIC 9(8).

      *>> Today as DD/MM/YYYY - the date the instruction file is cut
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-DDMMYYYY           PIC X(10).

      *>> One entry per currency - what the instruction file asks
      *>> for (count and hash amount, which become its trailer) and
      *>> what the bank's return file sent back
       01  WS-DD-TABLE.
           05  WS-DD-ENTRY OCCURS 50 TIMES INDEXED BY WS-DD-IDX.
               10  WS-DD-CURRENCY          PIC X(03).
               10  WS-DD-COUNT             PIC 9(6).
               10  WS-DD-AMOUNT            PIC 9(11)V99.
               10  WS-DD-RTN-COUNT         PIC 9(6).
               10  WS-DD-RTN-AMOUNT        PIC 9(11)V99.
       01  WS-DD-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-DD-SEARCH-CCY            PIC X(03).
       01  WS-DD-FOUND-FLAG            PIC X.
           88  DD-FOUND                    VALUE "Y".

      *>> Set if the book holds more currencies than the table - the
      *>> instruction file could not carry a true trailer for every
      *>> currency, so the run fails rather than send it
       01  WS-CCY-OVERFLOW-FLAG        PIC X VALUE "N".
           88  CCY-TABLE-OVERFLOWED        VALUE "Y".

       01  WS-READ-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-INACTIVE-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-NO-SCHEDULE-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-NOT-DUE-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-HOLIDAY-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-REDUCED-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-REQUESTED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-RETURNED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-TOTAL            PIC ZZ,ZZZ,ZZ9.99.

      *>> One printed line of the collection or returns listing
       01  WS-RPT-DETAIL.
           05  WS-RD-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CUSTOMER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-DATE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-AMOUNT            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-REASON            PIC X(04).

      *>>
      *>> Definition of data to pass in/out the RUNCTRL module
      *>>
           COPY "WSRUNCTRL.cpy".

      *>>
      *>> Definition of data to pass in/out the BUSCAL module
      *>>
           COPY "WSBUSCAL.cpy".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-TODAY-DDMMYYYY
           MOVE WS-TODAY-DD   TO WS-TODAY-DDMMYYYY(1:2)
           MOVE "/"           TO WS-TODAY-DDMMYYYY(3:1)
           MOVE WS-TODAY-MM   TO WS-TODAY-DDMMYYYY(4:2)
           MOVE "/"           TO WS-TODAY-DDMMYYYY(6:1)
           MOVE WS-TODAY-YYYY TO WS-TODAY-DDMMYYYY(7:4)

           SET RC-START-STEP TO TRUE
           MOVE "DDCOLL" TO RC-STEP-NAME
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           IF RC-REFUSED
               DISPLAY "*** Collections request refused - "
                   RC-REFUSE-REASON " ***"
               GOBACK
           END-IF

           MOVE RC-BUS-DATE TO WS-BUS-DATE
           PERFORM P1000-SET-COLLECT-DATE

           OPEN INPUT LOANMAST
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No loan master file - file status "
                   WS-FILE-STATUS " ***"
               PERFORM P9500-CHECK-OUT-FAILED
               GOBACK
           END-IF

           OPEN INPUT ARRANGE
           IF WS-FILE-STATUS EQUAL ZERO
               SET ARRANGE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT RPTFILE
           PERFORM P1200-WRITE-REPORT-HEADER

           OPEN OUTPUT DDINSTR
           MOVE SPACES TO DDI-DD-HDR-REC
           MOVE "HDR"               TO DDI-HDR-TAG
           MOVE WS-COLLECT-DDMMYYYY TO DDI-HDR-COLLECT-DATE
           MOVE WS-TODAY-DDMMYYYY   TO DDI-HDR-CREATED-DATE
           WRITE DDI-DD-HDR-REC

           PERFORM P1300-READ-LOANMAST
           PERFORM P2000-PROCESS-ACCOUNT
               UNTIL EOF-LOANMAST
           CLOSE LOANMAST
           IF ARRANGE-OPEN
               CLOSE ARRANGE
           END-IF

      *>> A file whose trailers cannot account for every currency
      *>> would be refused by the bank in the morning - fail the
      *>> step tonight instead, with nothing sent
           IF CCY-TABLE-OVERFLOWED
               CLOSE DDINSTR
               OPEN OUTPUT DDINSTR
               CLOSE DDINSTR
               MOVE "*** Currency table full - instruction file"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "    withdrawn, nothing requested ***"
                   TO RPT-LINE
               WRITE RPT-LINE
               CLOSE RPTFILE
               DISPLAY "*** Collections request abandoned -"
                   " currency table full ***"
               PERFORM P9500-CHECK-OUT-FAILED
               GOBACK
           END-IF

           PERFORM P3000-WRITE-TRAILER
               VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-CCY-COUNT
           CLOSE DDINSTR

           PERFORM P4000-LIST-RETURNED-DEBITS

           PERFORM P9000-TERMINATE

           SET RC-END-STEP TO TRUE
           MOVE "DDCOLL" TO RC-STEP-NAME
           MOVE "OK" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           GOBACK
           .

      *>>
      *>> The collection date - the first business day after the
      *>> business date. A business date that will not convert
      *>> falls back to today rather than cutting an undated file
      *>>
       P1000-SET-COLLECT-DATE SECTION.
           SET BC-NEXT-DAY TO TRUE
           MOVE SPACES TO BC-CURRENCY
           MOVE WS-BUS-DATE TO BC-DATE
           IF FUNCTION INTEGER-OF-DATE (WS-BUS-DATE) EQUAL ZERO
               MOVE WS-TODAY-DATE TO BC-DATE
           END-IF
           CALL "BUSCAL" USING BY REFERENCE BUSINESS-CALENDAR-FIELDS
           MOVE BC-RESULT-DATE TO WS-COLLECT-DATE

           MOVE SPACES TO WS-COLLECT-DDMMYYYY
           MOVE WS-COLLECT-DD   TO WS-COLLECT-DDMMYYYY(1:2)
           MOVE "/"             TO WS-COLLECT-DDMMYYYY(3:1)
           MOVE WS-COLLECT-MM   TO WS-COLLECT-DDMMYYYY(4:2)
           MOVE "/"             TO WS-COLLECT-DDMMYYYY(6:1)
           MOVE WS-COLLECT-YYYY TO WS-COLLECT-DDMMYYYY(7:4)
           .

       P1200-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN PORTFOLIO - DIRECT DEBIT COLLECTIONS REQUEST"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Business date " WS-BUS-DATE
               "   Collection date " WS-COLLECT-DDMMYYYY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           STRING "Account     Customer    Collect on        Amount"
               DELIMITED BY SIZE
               "  Ccy"
               DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           .

       P1300-READ-LOANMAST SECTION.
           READ LOANMAST NEXT RECORD
               AT END SET EOF-LOANMAST TO TRUE
           END-READ
           .

      *>>
      *>> Judge the account just read - only an active account with a
      *>> schedule, due on the collection date, is asked for money
      *>>
       P2000-PROCESS-ACCOUNT SECTION.
           ADD 1 TO WS-READ-COUNT

           EVALUATE TRUE
               WHEN NOT LMF-STATUS-ACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN LMF-DUE-DAY EQUAL ZERO
                   OR LMF-PAYMT-AMOUNT NOT > ZERO
                   ADD 1 TO WS-NO-SCHEDULE-COUNT
               WHEN OTHER
                   PERFORM P2100-CHECK-DUE-ON-COLLECT-DATE
                   IF ACCOUNT-DUE
                       PERFORM P2150-CHECK-ARRANGEMENT
                       IF WS-COLLECT-AMOUNT > ZERO
                           PERFORM P2200-REQUEST-COLLECTION
                       ELSE
                           ADD 1 TO WS-HOLIDAY-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-NOT-DUE-COUNT
                   END-IF
           END-EVALUATE

           PERFORM P1300-READ-LOANMAST
           .

      *>>
      *>> The posting run's own due test, applied to the collection
      *>> date - due when the account's due day each month (pulled
      *>> back to the month's last day when the month is too short
      *>> for it), and for a quarterly payer only in March, June,
      *>> September and December, falls on a calendar day that falls
      *>> due on the collection date in the account's currency. The
      *>> posting run expects the money on that same business day,
      *>> and a collection date that is a holiday for the currency
      *>> asks for nothing - the next night's run collects it
      *>>
       P2100-CHECK-DUE-ON-COLLECT-DATE SECTION.
           MOVE "N" TO WS-ACCOUNT-DUE-FLAG

           SET BC-DUE-WINDOW TO TRUE
           MOVE LMF-CURRENCY-CODE TO BC-CURRENCY
           MOVE WS-COLLECT-DATE TO BC-DATE
           CALL "BUSCAL" USING BY REFERENCE BUSINESS-CALENDAR-FIELDS

           PERFORM P2110-CHECK-DUE-ON-DAY
               VARYING BC-WD-IDX FROM 1 BY 1
               UNTIL BC-WD-IDX > BC-WINDOW-COUNT
               OR ACCOUNT-DUE
           .

       P2110-CHECK-DUE-ON-DAY SECTION.
           MOVE LMF-DUE-DAY TO WS-DUE-DAY-WORK
           IF WS-DUE-DAY-WORK > BC-WD-MONTH-END-DD(BC-WD-IDX)
               MOVE BC-WD-MONTH-END-DD(BC-WD-IDX) TO WS-DUE-DAY-WORK
           END-IF

           IF BC-WD-DD(BC-WD-IDX) EQUAL WS-DUE-DAY-WORK
               SET ACCOUNT-DUE TO TRUE
               IF LMF-FREQ-QUARTERLY
                   COMPUTE WS-MM-REMAINDER =
                       FUNCTION MOD (BC-WD-MM(BC-WD-IDX), 3)
                   IF WS-MM-REMAINDER NOT EQUAL ZERO
                       MOVE "N" TO WS-ACCOUNT-DUE-FLAG
                   END-IF
               END-IF
           END-IF
           .

      *>>
      *>> Settle what to ask the account for - a live arrangement on
      *>> the collection date (within its start and end dates)
      *>> replaces the scheduled payment with the agreed one, nothing
      *>> at all on a payment holiday
      *>>
       P2150-CHECK-ARRANGEMENT SECTION.
           MOVE LMF-PAYMT-AMOUNT TO WS-COLLECT-AMOUNT
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
                       AND WS-ARG-START-NUM NOT > WS-COLLECT-DATE
                       AND WS-ARG-END-NUM NOT < WS-COLLECT-DATE
                       SET UNDER-ARRANGEMENT TO TRUE
                   END-IF
               END-IF
           END-IF

           IF UNDER-ARRANGEMENT
               IF ARG-TYPE-HOLIDAY
                   MOVE ZERO TO WS-COLLECT-AMOUNT
               ELSE
                   MOVE ARG-AGREED-PAYMT TO WS-COLLECT-AMOUNT
                   ADD 1 TO WS-REDUCED-COUNT
               END-IF
           END-IF
           .

      *>>
      *>> Put one collection on the instruction file and count it
      *>> into its currency's trailer figures
      *>>
       P2200-REQUEST-COLLECTION SECTION.
           MOVE LMF-CURRENCY-CODE TO WS-DD-SEARCH-CCY
           PERFORM P2300-FIND-DD-ENTRY

           IF NOT CCY-TABLE-OVERFLOWED
               MOVE SPACES TO DDI-DD-DETAIL-REC
               MOVE "DTL"               TO DDI-DTL-TAG
               MOVE LMF-ACCOUNT-NO      TO DDI-ACCOUNT-NO
               MOVE LMF-CUSTOMER-NO     TO DDI-CUSTOMER-NO
               MOVE WS-COLLECT-DDMMYYYY TO DDI-COLLECT-DATE
               MOVE WS-COLLECT-AMOUNT   TO DDI-AMOUNT
               MOVE LMF-CURRENCY-CODE   TO DDI-CURRENCY-CODE
               WRITE DDI-DD-DETAIL-REC

               ADD 1 TO WS-REQUESTED-COUNT
               ADD 1 TO WS-DD-COUNT(WS-DD-IDX)
               ADD WS-COLLECT-AMOUNT TO WS-DD-AMOUNT(WS-DD-IDX)

               MOVE LMF-ACCOUNT-NO      TO WS-RD-ACCOUNT
               MOVE LMF-CUSTOMER-NO     TO WS-RD-CUSTOMER
               MOVE WS-COLLECT-DDMMYYYY TO WS-RD-DATE
               MOVE WS-COLLECT-AMOUNT   TO WS-RD-AMOUNT
               MOVE LMF-CURRENCY-CODE   TO WS-RD-CURRENCY
               MOVE SPACES              TO WS-RD-REASON
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .

       P2300-FIND-DD-ENTRY SECTION.
           MOVE "N" TO WS-DD-FOUND-FLAG

           PERFORM P2310-CHECK-DD-ENTRY
               VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-CCY-COUNT
               OR DD-FOUND

           IF DD-FOUND
      *>> The index is augmented once more after the entry that set
      *>> DD-FOUND, so step it back onto the matched entry
               SET WS-DD-IDX DOWN BY 1
           ELSE
               IF WS-DD-CCY-COUNT NOT LESS THAN 50
                   SET CCY-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-DD-CCY-COUNT
                   SET WS-DD-IDX TO WS-DD-CCY-COUNT
                   MOVE WS-DD-SEARCH-CCY TO WS-DD-CURRENCY(WS-DD-IDX)
                   MOVE ZERO TO WS-DD-COUNT(WS-DD-IDX)
                   MOVE ZERO TO WS-DD-AMOUNT(WS-DD-IDX)
                   MOVE ZERO TO WS-DD-RTN-COUNT(WS-DD-IDX)
                   MOVE ZERO TO WS-DD-RTN-AMOUNT(WS-DD-IDX)
               END-IF
           END-IF
           .

       P2310-CHECK-DD-ENTRY SECTION.
           IF WS-DD-CURRENCY(WS-DD-IDX) EQUAL WS-DD-SEARCH-CCY
               SET DD-FOUND TO TRUE
           END-IF
           .

      *>>
      *>> One control trailer per currency actually requested - a
      *>> currency that only appears on the returns has nothing to
      *>> prove on tonight's instruction file
      *>>
       P3000-WRITE-TRAILER SECTION.
           IF WS-DD-COUNT(WS-DD-IDX) > ZERO
               MOVE SPACES TO DDI-DD-TRL-REC
               MOVE "TRL"                    TO DDI-TRL-TAG
               MOVE WS-DD-CURRENCY(WS-DD-IDX) TO DDI-TRL-CURRENCY
               MOVE WS-DD-COUNT(WS-DD-IDX)    TO DDI-TRL-REC-COUNT
               MOVE WS-DD-AMOUNT(WS-DD-IDX)   TO DDI-TRL-HASH-AMOUNT
               WRITE DDI-DD-TRL-REC
           END-IF
           .

      *>>
      *>> List what the bank has sent back unpaid - each returned
      *>> debit is printed with the bank's reason and totalled into
      *>> its currency. No file means nothing came back
      *>>
       P4000-LIST-RETURNED-DEBITS SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RETURNED (UNPAID) DIRECT DEBITS" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT DDRETURN
           IF WS-FILE-STATUS NOT EQUAL ZERO
               MOVE "No returned debits received" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               STRING "Account     Customer    Collected on      "
                   DELIMITED BY SIZE
                   "Amount  Ccy  Reason"
                   DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE

               PERFORM P4100-READ-DDRETURN
               PERFORM P4200-LIST-ONE-RETURN
                   UNTIL EOF-DDRETURN
               CLOSE DDRETURN
           END-IF
           .

       P4100-READ-DDRETURN SECTION.
           READ DDRETURN
               AT END SET EOF-DDRETURN TO TRUE
           END-READ
           .

       P4200-LIST-ONE-RETURN SECTION.
           ADD 1 TO WS-RETURNED-COUNT

           MOVE DDR-ACCOUNT-NO    TO WS-RD-ACCOUNT
           MOVE SPACES            TO WS-RD-CUSTOMER
           MOVE DDR-COLLECT-DATE  TO WS-RD-DATE
           MOVE DDR-AMOUNT        TO WS-RD-AMOUNT
           MOVE DDR-CURRENCY-CODE TO WS-RD-CURRENCY
           MOVE DDR-REASON-CODE   TO WS-RD-REASON
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           MOVE DDR-CURRENCY-CODE TO WS-DD-SEARCH-CCY
           PERFORM P2300-FIND-DD-ENTRY
           IF NOT CCY-TABLE-OVERFLOWED
               ADD 1 TO WS-DD-RTN-COUNT(WS-DD-IDX)
               ADD DDR-AMOUNT TO WS-DD-RTN-AMOUNT(WS-DD-IDX)
           END-IF

           PERFORM P4100-READ-DDRETURN
           .

       P9000-TERMINATE SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TOTALS BY CURRENCY" TO RPT-LINE
           WRITE RPT-LINE

           PERFORM P9100-WRITE-CURRENCY-TOTALS
               VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-CCY-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "Accounts on book:        " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-INACTIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Non-active skipped:      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-NO-SCHEDULE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "No schedule held:        " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-NOT-DUE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Not due on collect date: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-HOLIDAY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "On payment holiday:      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REDUCED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Reduced under agreement: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REQUESTED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Collections requested:   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RETURNED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Returned debits listed:  " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPTFILE

           MOVE WS-REQUESTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Collections requested:   " WS-DISPLAY-COUNT
           MOVE WS-RETURNED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Returned debits listed:  " WS-DISPLAY-COUNT
           .

       P9100-WRITE-CURRENCY-TOTALS SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Currency: " WS-DD-CURRENCY(WS-DD-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-DD-COUNT(WS-DD-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-DD-AMOUNT(WS-DD-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "  Requested: " WS-DISPLAY-COUNT
               "   amount " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-DD-RTN-COUNT(WS-DD-IDX) TO WS-DISPLAY-COUNT
           MOVE WS-DD-RTN-AMOUNT(WS-DD-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "  Returned:  " WS-DISPLAY-COUNT
               "   amount " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       P9500-CHECK-OUT-FAILED SECTION.
           SET RC-END-STEP TO TRUE
           MOVE "DDCOLL" TO RC-STEP-NAME
           MOVE "FAILED" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       END PROGRAM DDCollect.
