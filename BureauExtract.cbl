       IDENTIFICATION DIVISION.
       program-id. BureauExtract.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Month-end credit-bureau extract. The performance of every
      *>> loan has to be reported to the credit reference agencies
      *>> each month; this run cuts the file for them off LOANMAST
      *>> instead of it being compiled by hand. Every account on the
      *>> book gets one fixed-format DTL record on BUREAU-EXT (layout
      *>> and codes in RDBureau.cpy) carrying the customer's name and
      *>> address off CUSTMAST, whether the account is open, settled,
      *>> closed or written off, the balance, the scheduled payment,
      *>> and a payment-status code off ARREARS-COUNT, between a HDR
      *>> record naming the business date and reporting month and a
      *>> TRL record with the counts.
      *>>
      *>> An account is never sent with a blank name and address: one
      *>> with no CUSTOMER-NO link, or linked to a customer no longer
      *>> on CUSTMAST, is held back and listed on the BUREAU-RPT
      *>> exceptions report to be put right before next month.
      *>>
      *>> No customer master means nothing could be sent with a name,
      *>> so the run is abandoned rather than every account being
      *>> reported as an exception.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDLoanMast.cpy".
           COPY "SDCustMast.cpy".
           COPY "SDBureau.cpy".

           SELECT RPTFILE ASSIGN TO "BUREAU-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD CUSTMAST.
           COPY "RDCustMast.cpy" REPLACING ==(PREFIX)== BY ==CMF==.

           FD BUREAU.
           COPY "RDBureau.cpy" REPLACING ==(PREFIX)== BY ==BUR==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-LOANMAST             PIC X VALUE "N".
           88  EOF-LOANMAST                VALUE "Y".

      *>> Business date the run reports as at, YYYYMMDD as RUNCTRL
      *>> gives it and DD/MM/YYYY for the report heading
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-BUS-DDMMYYYY             PIC X(10).

      *>> Why an account was held back, as the exceptions report
      *>> words it - spaces means it is sent
       01  WS-EXCEPTION-REASON         PIC X(30).

       01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-SENT-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC Z,ZZZ,ZZ9.

      *>> One printed line of the exceptions report
       01  WS-EXC-LINE.
           05  WS-EL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-CUSTOMER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-STATUS            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-EL-BALANCE           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-REASON            PIC X(30).

      *>>
      *>> Definition of data to pass in/out the RUNCTRL module
      *>>
           COPY "WSRUNCTRL.cpy".

       PROCEDURE DIVISION.
           SET RC-START-STEP TO TRUE
           MOVE "BUREAU" TO RC-STEP-NAME
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           MOVE RC-BUS-DATE TO WS-BUS-DATE
           MOVE WS-BUS-DATE(7:2) TO WS-BUS-DDMMYYYY(1:2)
           MOVE "/"              TO WS-BUS-DDMMYYYY(3:1)
           MOVE WS-BUS-DATE(5:2) TO WS-BUS-DDMMYYYY(4:2)
           MOVE "/"              TO WS-BUS-DDMMYYYY(6:1)
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-DDMMYYYY(7:4)

           OPEN INPUT LOANMAST
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No loan master file - file status "
                   WS-FILE-STATUS " ***"
               PERFORM P9500-CHECK-OUT-FAILED
               GOBACK
           END-IF

           OPEN INPUT CUSTMAST
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No customer master file - nothing can be"
                   " reported with a name, bureau file not cut ***"
               CLOSE LOANMAST
               PERFORM P9500-CHECK-OUT-FAILED
               GOBACK
           END-IF

           OPEN OUTPUT BUREAU
           OPEN OUTPUT RPTFILE
           PERFORM P1000-WRITE-HEADERS

           PERFORM P1300-READ-LOANMAST
           PERFORM P2000-REPORT-ACCOUNT
               UNTIL EOF-LOANMAST

           PERFORM P9000-TERMINATE

           GOBACK
           .

      *>>
      *>> Open the bureau file with its HDR record and head up the
      *>> exceptions report
      *>>
       P1000-WRITE-HEADERS SECTION.
           MOVE SPACES TO BUR-BUREAU-REC
           SET BUR-HEADER TO TRUE
           MOVE WS-BUS-DATE       TO BUR-HDR-FILE-DATE
           MOVE WS-BUS-DATE(1:6)  TO BUR-HDR-REPORT-MONTH
           WRITE BUR-BUREAU-REC

           MOVE "CREDIT BUREAU EXTRACT - ACCOUNTS NOT REPORTED"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Business date " WS-BUS-DDMMYYYY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           STRING "Account     Customer    St Cur    Balance"
               DELIMITED BY SIZE
               "   Reason"
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
      *>> Send the account just read to the bureau, or hold it back
      *>> on the exceptions report if there is no customer to name
      *>>
       P2000-REPORT-ACCOUNT SECTION.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-EXCEPTION-REASON

           IF LMF-CUSTOMER-NO EQUAL SPACES
               MOVE "NO CUSTOMER LINKED" TO WS-EXCEPTION-REASON
           ELSE
               MOVE LMF-CUSTOMER-NO TO CMF-CUSTOMER-NO
               READ CUSTMAST KEY IS CMF-CUSTOMER-NO
               IF WS-FILE-STATUS NOT EQUAL ZERO
                   MOVE "CUSTOMER NOT ON CUSTMAST"
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF

           IF WS-EXCEPTION-REASON EQUAL SPACES
               PERFORM P2100-WRITE-DETAIL
           ELSE
               PERFORM P2200-WRITE-EXCEPTION
           END-IF

           PERFORM P1300-READ-LOANMAST
           .

       P2100-WRITE-DETAIL SECTION.
           ADD 1 TO WS-SENT-COUNT

           MOVE SPACES TO BUR-BUREAU-REC
           SET BUR-DETAIL TO TRUE
           MOVE LMF-ACCOUNT-NO    TO BUR-ACCOUNT-NO
           MOVE LMF-CUSTOMER-NO   TO BUR-CUSTOMER-NO
           MOVE CMF-CUST-NAME     TO BUR-CUST-NAME
           MOVE CMF-ADDRESS-1     TO BUR-ADDRESS-1
           MOVE CMF-ADDRESS-2     TO BUR-ADDRESS-2
           MOVE CMF-ADDRESS-3     TO BUR-ADDRESS-3

           EVALUATE TRUE
               WHEN LMF-STATUS-SETTLED
                   MOVE "S" TO BUR-ACCOUNT-STATUS
               WHEN LMF-STATUS-CLOSED
                   MOVE "C" TO BUR-ACCOUNT-STATUS
               WHEN LMF-STATUS-WRITTEN-OFF
                   MOVE "W" TO BUR-ACCOUNT-STATUS
               WHEN OTHER
                   MOVE "O" TO BUR-ACCOUNT-STATUS
           END-EVALUATE

           MOVE LMF-CURRENCY-CODE TO BUR-CURRENCY-CODE
           IF LMF-OUTSTANDING-AMOUNT < ZERO
               MOVE "-" TO BUR-BALANCE-SIGN
           ELSE
               MOVE "+" TO BUR-BALANCE-SIGN
           END-IF
           MOVE LMF-OUTSTANDING-AMOUNT TO BUR-BALANCE
           MOVE LMF-PAYMT-AMOUNT  TO BUR-PAYMENT-AMOUNT

      *>> Six or more missed payments all report as 6 - the count
      *>> itself goes alongside for the agencies that want it
           IF LMF-ARREARS-COUNT > 6
               MOVE "6" TO BUR-PAYMENT-STATUS
           ELSE
               MOVE LMF-ARREARS-COUNT(3:1) TO BUR-PAYMENT-STATUS
           END-IF
           MOVE LMF-ARREARS-COUNT  TO BUR-ARREARS-COUNT
           MOVE LMF-ARREARS-AMOUNT TO BUR-ARREARS-AMOUNT

           WRITE BUR-BUREAU-REC
           .

       P2200-WRITE-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT

           MOVE LMF-ACCOUNT-NO         TO WS-EL-ACCOUNT
           MOVE LMF-CUSTOMER-NO        TO WS-EL-CUSTOMER
           MOVE LMF-LOAN-STATUS        TO WS-EL-STATUS
           MOVE LMF-CURRENCY-CODE      TO WS-EL-CURRENCY
           MOVE LMF-OUTSTANDING-AMOUNT TO WS-EL-BALANCE
           MOVE WS-EXCEPTION-REASON    TO WS-EL-REASON

           MOVE WS-EXC-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *>>
      *>> Close the bureau file with its TRL record, and the
      *>> exceptions report with the same counts
      *>>
       P9000-TERMINATE SECTION.
           MOVE SPACES TO BUR-BUREAU-REC
           SET BUR-TRAILER TO TRUE
           MOVE WS-SENT-COUNT      TO BUR-TRL-DETAIL-COUNT
           MOVE WS-READ-COUNT      TO BUR-TRL-ACCOUNT-COUNT
           MOVE WS-EXCEPTION-COUNT TO BUR-TRL-EXCEPTION-COUNT
           MOVE WS-BUS-DATE        TO BUR-TRL-FILE-DATE
           WRITE BUR-BUREAU-REC

           CLOSE BUREAU
           CLOSE CUSTMAST
           CLOSE LOANMAST

           IF WS-EXCEPTION-COUNT EQUAL ZERO
               MOVE "  none - every account was reported" TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Accounts on book:      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-SENT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Reported to bureau:    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Held back (above):     " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPTFILE

           SET RC-END-STEP TO TRUE
           MOVE "BUREAU" TO RC-STEP-NAME
           MOVE "OK" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       P9500-CHECK-OUT-FAILED SECTION.
           SET RC-END-STEP TO TRUE
           MOVE "BUREAU" TO RC-STEP-NAME
           MOVE "FAILED" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       END PROGRAM BureauExtract.
