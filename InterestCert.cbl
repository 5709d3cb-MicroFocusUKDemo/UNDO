       IDENTIFICATION DIVISION.
       program-id. InterestCert.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Year-end interest and charges certificate run. For the tax
      *>> year the operator names, totals every account's interest
      *>> charged (PAYMT-INTEREST) and fees paid (FEE-PAID) off the
      *>> POSTHIST posted-transactions history, then prints one
      *>> certificate per customer to INTCERTS - customer-first off
      *>> CUSTMAST the way LoanStatement's whole-book run works, one
      *>> line per loan linked to them and the year's totals per
      *>> currency at the foot. An account with no customer link (or
      *>> with the customer master missing) gets a certificate of its
      *>> own to a bare account number, exactly as its statement does.
      *>>
      *>> Alongside the certificates it writes:
      *>>   - INTCERT-EXT, the summary extract for the tax-reporting
      *>>     return (RDIntCert.cpy): one line per certificate per
      *>>     currency between a header and per-currency trailers;
      *>>   - INTCERT-RPT, the control report proving the
      *>>     certificates back to the ledger. The posting runs' GL
      *>>     figures for the year are taken off GENMANIFEST - the
      *>>     record of what each run sent to the GL extract - for
      *>>     every generation that posted movements dated in the
      *>>     year. The ledger credits interest income as it
      *>>     accrues, so the interest charged to accounts is the
      *>>     income line less the night's accrual plus the accrual
      *>>     charged or released, which must equal the certificates'
      *>>     interest plus any movements on accounts no longer on
      *>>     the loan master; fee income must equal the charges the
      *>>     same way.
      *>>
      *>> A reversal's history record carries the interest of the
      *>> payment it undid as a negative figure, but the interest
      *>> itself was charged to the balance and stays charged (the
      *>> reversal puts it back on the loan, and the GL extract
      *>> leaves interest income alone) - so reversals count against
      *>> fees on the certificate but not against interest.
      *>>
      *>> The movements are totalled once into a keyed work file,
      *>> INTCERT-WRK, rather than walking the whole history for every
      *>> account - a year's history holds a record per account per
      *>> posting night.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDLoanMast.cpy".
           COPY "SDPostHist.cpy".
           COPY "SDCustMast.cpy".
           COPY "SDGenManifest.cpy".

           SELECT CERTWORK ASSIGN TO "INTCERT-WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CWK-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CERTFILE ASSIGN TO "INTCERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CERTEXT ASSIGN TO "INTCERT-EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RPTFILE ASSIGN TO "INTCERT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD POSTHIST.
           COPY "RDPostHist.cpy" REPLACING ==(PREFIX)== BY ==PHF==.

           FD CUSTMAST.
           COPY "RDCustMast.cpy" REPLACING ==(PREFIX)== BY ==CMF==.

           FD GENMANIFEST.
           COPY "RDGenManifest.cpy" REPLACING ==(PREFIX)== BY ==GMF==.

      *>> One account's year, summed off the history - CERTIFIED is
      *>> set once the account has gone out on a certificate, so the
      *>> standalone pass never repeats it and whatever is left
      *>> uncertified at the end is an account the loan master no
      *>> longer carries
           FD CERTWORK.
           01  CWK-ACCOUNT-REC.
               05  CWK-ACCOUNT-NO         PIC X(10).
               05  CWK-CURRENCY-CODE      PIC X(03).
               05  CWK-INTEREST           PIC S9(9)V99.
               05  CWK-FEES               PIC S9(9)V99.
               05  CWK-MOVEMENT-COUNT     PIC 9(05).
               05  CWK-CERTIFIED-FLAG     PIC X(01).
                   88  CWK-CERTIFIED          VALUE "Y".

           FD CERTFILE.
           01  CERT-LINE                  PIC X(100).

           FD CERTEXT.
           COPY "RDIntCert.cpy" REPLACING ==(PREFIX)== BY ==ICX==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-LOANMAST             PIC X VALUE "N".
           88  EOF-LOANMAST                VALUE "Y".
       01  WS-EOF-POSTHIST             PIC X VALUE "N".
           88  EOF-POSTHIST                VALUE "Y".
       01  WS-EOF-CUSTMAST             PIC X VALUE "N".
           88  EOF-CUSTMAST                VALUE "Y".
       01  WS-EOF-GENMANIFEST          PIC X VALUE "N".
           88  EOF-GENMANIFEST             VALUE "Y".
       01  WS-EOF-CERTWORK             PIC X VALUE "N".
           88  EOF-CERTWORK                VALUE "Y".

      *>> Whether the customer master and the manifest could be
      *>> opened, and whether the loan record in hand links to a
      *>> customer actually on the master
       01  WS-CUSTMAST-OPEN-FLAG       PIC X VALUE "N".
           88  CUSTMAST-OPEN               VALUE "Y".
       01  WS-MANIFEST-OPEN-FLAG       PIC X VALUE "N".
           88  MANIFEST-OPEN               VALUE "Y".
       01  WS-LINKED-FLAG              PIC X.
           88  ACCOUNT-LINKED              VALUE "Y".

      *>> The tax year - keyed as its first day, running twelve months
      *>> from it - held both as YYYYMMDD for comparing history dates
      *>> and as DD/MM/YYYY for printing
       01  WS-YEAR-ENTRY               PIC X(10).
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-DDMMYYYY           PIC X(10).
       01  WS-YEAR-START-DATE          PIC 9(8).
       01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START-DATE.
           05  WS-YEAR-START-YYYY      PIC 9(4).
           05  WS-YEAR-START-MM        PIC 9(2).
           05  WS-YEAR-START-DD        PIC 9(2).
       01  WS-YEAR-END-DATE            PIC 9(8).
       01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END-DATE.
           05  WS-YEAR-END-YYYY        PIC 9(4).
           05  WS-YEAR-END-MM          PIC 9(2).
           05  WS-YEAR-END-DD          PIC 9(2).
       01  WS-NEXT-YEAR-DATE           PIC 9(8).
       01  WS-YEAR-START-INT           PIC S9(9).
       01  WS-NEXT-YEAR-INT            PIC S9(9).
       01  WS-YEAR-START-DDMMYYYY      PIC X(10).
       01  WS-YEAR-END-DDMMYYYY        PIC X(10).

      *>> The history record's posting date turned round to YYYYMMDD
       01  WS-POST-DATE                PIC 9(8).
       01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
           05  WS-POST-YYYY            PIC 9(4).
           05  WS-POST-MM              PIC 9(2).
           05  WS-POST-DD              PIC 9(2).

      *>> Which loan master generations posted movements dated in the
      *>> tax year - a posting run dates every record it writes with
      *>> the one posting date, so these are exactly the runs whose
      *>> GL figures belong to the year
       01  WS-GEN-TABLE.
           05  WS-GEN-IN-YEAR          PIC X OCCURS 9999 TIMES.
       01  WS-GEN-WORK                 PIC 9(4).

      *>> The movement just read, de-edited from the POSTHIST line
       01  WS-MOVE-INTEREST            PIC S9(7)V99.
       01  WS-MOVE-FEES                PIC S9(7)V99.

      *>> One certificate's totals, one entry per currency the
      *>> customer's loans are in - never one meaningless total
      *>> across two currencies
       01  WS-CP-TOTALS.
           05  WS-CP-ENTRY OCCURS 10 TIMES INDEXED BY WS-CP-IDX.
               10  WS-CP-CURRENCY          PIC X(03).
               10  WS-CP-ACCOUNTS          PIC 9(04).
               10  WS-CP-INTEREST          PIC S9(9)V99.
               10  WS-CP-FEES              PIC S9(9)V99.
       01  WS-CP-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-CP-FOUND-FLAG            PIC X.
           88  CP-FOUND                    VALUE "Y".
       01  WS-CERT-ACCOUNT-COUNT       PIC 9(4).

      *>> Run-wide control figures per currency - what the
      *>> certificates carry, what the history held for accounts no
      *>> certificate could go to, and what the year's posting runs
      *>> sent to the GL extract
       01  WS-CC-TOTALS.
           05  WS-CC-ENTRY OCCURS 50 TIMES INDEXED BY WS-CC-IDX.
               10  WS-CC-CURRENCY          PIC X(03).
               10  WS-CC-CERT-COUNT        PIC 9(6).
               10  WS-CC-CERT-INTEREST     PIC S9(11)V99.
               10  WS-CC-CERT-FEES         PIC S9(11)V99.
               10  WS-CC-LOST-COUNT        PIC 9(6).
               10  WS-CC-LOST-INTEREST     PIC S9(11)V99.
               10  WS-CC-LOST-FEES         PIC S9(11)V99.
               10  WS-CC-GL-INCOME         PIC S9(11)V99.
               10  WS-CC-GL-ACCRUED        PIC S9(11)V99.
               10  WS-CC-GL-RELEASED       PIC S9(11)V99.
               10  WS-CC-GL-FEES           PIC S9(11)V99.
       01  WS-CC-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-CC-SEARCH-CCY            PIC X(03).
       01  WS-CC-FOUND-FLAG            PIC X.
           88  CC-FOUND                    VALUE "Y".

       01  WS-DECODED-AMOUNT           PIC S9(9)V99.
       01  WS-GL-CHARGED               PIC S9(11)V99.
       01  WS-DIFFERENCE               PIC S9(11)V99.
       01  WS-EX-WORK-AMOUNT           PIC S9(11)V99.
       01  WS-VERDICT                  PIC X(20).

       01  WS-HISTORY-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-IN-YEAR-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-CERTIFICATE-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-EXTRACT-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-UNAGREED-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-BIG-COUNT        PIC ZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-AMOUNT           PIC ZZZ,ZZ9.99-.
       01  WS-DISPLAY-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      *>> One account line of a certificate
       01  WS-CERT-DETAIL.
           05  WS-CD-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-INTEREST          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CD-FEES              PIC ZZZ,ZZ9.99-.

      *>> One line of the control report's list of accounts the
      *>> history holds movements for but no certificate went to
       01  WS-RPT-DETAIL.
           05  WS-RD-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-INTEREST          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RD-FEES              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-REASON            PIC X(30).

       PROCEDURE DIVISION.
           PERFORM P1000-INITIALISE

           IF EOF-POSTHIST
               GOBACK
           END-IF

           PERFORM P2000-TOTAL-HISTORY

           IF CUSTMAST-OPEN
               PERFORM P3100-READ-CUSTMAST
               PERFORM P3000-CERTIFICATE-FOR-CUSTOMER
                   UNTIL EOF-CUSTMAST
           END-IF

           PERFORM P1350-REWIND-LOANMAST
           PERFORM P1300-READ-LOANMAST
           PERFORM P4000-CERTIFICATE-FOR-ACCOUNT
               UNTIL EOF-LOANMAST

           PERFORM P5000-LIST-UNCERTIFIED

           IF MANIFEST-OPEN
               PERFORM P6100-READ-GENMANIFEST
               PERFORM P6000-TAKE-MANIFEST-RECORD
                   UNTIL EOF-GENMANIFEST
           END-IF

           PERFORM P9000-TERMINATE

           GOBACK
           .

      *>>
      *>> Settle the tax year and open everything. The history and
      *>> the loan master must both be there; a missing customer
      *>> master prints every certificate standalone, and a missing
      *>> manifest leaves the control report with nothing to prove
      *>> the certificates against, which it says
      *>>
       P1000-INITIALISE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(7:2) TO WS-TODAY-DDMMYYYY(1:2)
           MOVE "/"                TO WS-TODAY-DDMMYYYY(3:1)
           MOVE WS-TODAY-DATE(5:2) TO WS-TODAY-DDMMYYYY(4:2)
           MOVE "/"                TO WS-TODAY-DDMMYYYY(6:1)
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-DDMMYYYY(7:4)

           DISPLAY "Tax year starting (DD/MM/YYYY, blank for last "
               "calendar year): " WITH NO ADVANCING
           ACCEPT WS-YEAR-ENTRY

           PERFORM P1050-SET-TAX-YEAR
           IF WS-YEAR-START-INT EQUAL ZERO
               OR WS-NEXT-YEAR-INT EQUAL ZERO
               DISPLAY "*** " WS-YEAR-ENTRY
                   " is not the first day of a tax year ***"
               SET EOF-POSTHIST TO TRUE
           ELSE
               PERFORM P1010-OPEN-FILES
           END-IF
           .

       P1010-OPEN-FILES SECTION.
           OPEN INPUT POSTHIST
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No posted-transactions history - no"
                   " certificates produced ***"
               SET EOF-POSTHIST TO TRUE
           ELSE
               OPEN INPUT LOANMAST
               IF WS-FILE-STATUS NOT EQUAL ZERO
                   DISPLAY "*** No loan master file - file status "
                       WS-FILE-STATUS " ***"
                   CLOSE POSTHIST
                   SET EOF-POSTHIST TO TRUE
               END-IF
           END-IF

           IF NOT EOF-POSTHIST
               OPEN INPUT CUSTMAST
               IF WS-FILE-STATUS EQUAL ZERO
                   SET CUSTMAST-OPEN TO TRUE
               ELSE
                   DISPLAY "*** No customer master - certificates"
                       " print standalone to bare accounts ***"
               END-IF

               OPEN INPUT GENMANIFEST
               IF WS-FILE-STATUS EQUAL ZERO
                   SET MANIFEST-OPEN TO TRUE
               END-IF

      *>> A fresh work file every run
               OPEN OUTPUT CERTWORK
               CLOSE CERTWORK
               OPEN I-O CERTWORK

               OPEN OUTPUT CERTFILE
               OPEN OUTPUT CERTEXT
               OPEN OUTPUT RPTFILE

               MOVE ALL "N" TO WS-GEN-TABLE

               MOVE SPACES TO ICX-IC-HDR-REC
               MOVE "HDR"                  TO ICX-HDR-TAG
               MOVE WS-YEAR-START-DDMMYYYY TO ICX-HDR-YEAR-START
               MOVE WS-YEAR-END-DDMMYYYY   TO ICX-HDR-YEAR-END
               MOVE WS-TODAY-DDMMYYYY      TO ICX-HDR-CREATED-DATE
               WRITE ICX-IC-HDR-REC

               PERFORM P1100-WRITE-REPORT-HEADER
           END-IF
           .

      *>>
      *>> Turn the keyed first day into the year's first and last
      *>> days - the last is the day before the same date a year on.
      *>> Either integer left at zero means the entry was not a date
      *>> that starts a year (29 February has no anniversary)
      *>>
       P1050-SET-TAX-YEAR SECTION.
           MOVE ZERO TO WS-YEAR-START-INT
           MOVE ZERO TO WS-NEXT-YEAR-INT
           MOVE ZERO TO WS-YEAR-START-DATE

           IF WS-YEAR-ENTRY EQUAL SPACES
               MOVE WS-TODAY-DATE(1:4) TO WS-YEAR-START-YYYY
               SUBTRACT 1 FROM WS-YEAR-START-YYYY
               MOVE 1 TO WS-YEAR-START-MM
               MOVE 1 TO WS-YEAR-START-DD
           ELSE
               IF WS-YEAR-ENTRY(1:2) IS NUMERIC
                   AND WS-YEAR-ENTRY(3:1) EQUAL "/"
                   AND WS-YEAR-ENTRY(4:2) IS NUMERIC
                   AND WS-YEAR-ENTRY(6:1) EQUAL "/"
                   AND WS-YEAR-ENTRY(7:4) IS NUMERIC
                   MOVE WS-YEAR-ENTRY(7:4) TO WS-YEAR-START-YYYY
                   MOVE WS-YEAR-ENTRY(4:2) TO WS-YEAR-START-MM
                   MOVE WS-YEAR-ENTRY(1:2) TO WS-YEAR-START-DD
               END-IF
           END-IF

           IF WS-YEAR-START-DATE NOT EQUAL ZERO
               COMPUTE WS-YEAR-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-YEAR-START-DATE)
           END-IF

           IF WS-YEAR-START-INT NOT EQUAL ZERO
               COMPUTE WS-NEXT-YEAR-DATE = WS-YEAR-START-DATE + 10000
               COMPUTE WS-NEXT-YEAR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-YEAR-DATE)
           END-IF

           IF WS-NEXT-YEAR-INT NOT EQUAL ZERO
               COMPUTE WS-YEAR-END-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-NEXT-YEAR-INT - 1)

               MOVE WS-YEAR-START-DD   TO WS-YEAR-START-DDMMYYYY(1:2)
               MOVE "/"                TO WS-YEAR-START-DDMMYYYY(3:1)
               MOVE WS-YEAR-START-MM   TO WS-YEAR-START-DDMMYYYY(4:2)
               MOVE "/"                TO WS-YEAR-START-DDMMYYYY(6:1)
               MOVE WS-YEAR-START-YYYY TO WS-YEAR-START-DDMMYYYY(7:4)

               MOVE WS-YEAR-END-DD     TO WS-YEAR-END-DDMMYYYY(1:2)
               MOVE "/"                TO WS-YEAR-END-DDMMYYYY(3:1)
               MOVE WS-YEAR-END-MM     TO WS-YEAR-END-DDMMYYYY(4:2)
               MOVE "/"                TO WS-YEAR-END-DDMMYYYY(6:1)
               MOVE WS-YEAR-END-YYYY   TO WS-YEAR-END-DDMMYYYY(7:4)
           END-IF
           .

       P1100-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN PORTFOLIO - INTEREST CERTIFICATE CONTROL REPORT"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Tax year " WS-YEAR-START-DDMMYYYY
               " to " WS-YEAR-END-DDMMYYYY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "Movements on accounts with no certificate:"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Account     Cur      Interest       Charges  "
               DELIMITED BY SIZE
               "Reason" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           .

       P1300-READ-LOANMAST SECTION.
           READ LOANMAST NEXT RECORD
               AT END SET EOF-LOANMAST TO TRUE
           END-READ
           .

      *>>
      *>> Put the loan master back at the top of the book - the
      *>> customer pass walks it once per customer and the standalone
      *>> pass once more, the same close-and-reopen LoanStatement uses
      *>>
       P1350-REWIND-LOANMAST SECTION.
           CLOSE LOANMAST
           OPEN INPUT LOANMAST
           MOVE "N" TO WS-EOF-LOANMAST
           .

      *>>
      *>> One pass of the history: every movement dated in the tax
      *>> year is added to its account's entry on the work file, and
      *>> the generation that posted it is marked as one of the year's
      *>> runs
      *>>
       P2000-TOTAL-HISTORY SECTION.
           PERFORM P2100-READ-POSTHIST
           PERFORM P2200-TAKE-MOVEMENT
               UNTIL EOF-POSTHIST
           CLOSE POSTHIST
           .

       P2100-READ-POSTHIST SECTION.
           READ POSTHIST
               AT END SET EOF-POSTHIST TO TRUE
           END-READ
           .

       P2200-TAKE-MOVEMENT SECTION.
           ADD 1 TO WS-HISTORY-COUNT

           MOVE ZERO TO WS-POST-DATE
           IF PHF-POST-DATE(1:2) IS NUMERIC
               AND PHF-POST-DATE(4:2) IS NUMERIC
               AND PHF-POST-DATE(7:4) IS NUMERIC
               MOVE PHF-POST-DATE(7:4) TO WS-POST-YYYY
               MOVE PHF-POST-DATE(4:2) TO WS-POST-MM
               MOVE PHF-POST-DATE(1:2) TO WS-POST-DD
           END-IF

           IF WS-POST-DATE NOT < WS-YEAR-START-DATE
               AND WS-POST-DATE NOT > WS-YEAR-END-DATE
               ADD 1 TO WS-IN-YEAR-COUNT

               IF PHF-GEN-NUMBER IS NUMERIC
                   MOVE PHF-GEN-NUMBER TO WS-GEN-WORK
                   IF WS-GEN-WORK > ZERO
                       MOVE "Y" TO WS-GEN-IN-YEAR(WS-GEN-WORK)
                   END-IF
               END-IF

               PERFORM P2300-ADD-TO-ACCOUNT
           END-IF

           PERFORM P2100-READ-POSTHIST
           .

      *>>
      *>> Add the movement into its account's year - a reversal
      *>> takes back the fee slice of the payment it undid but not
      *>> its interest, which stays charged to the balance
      *>>
       P2300-ADD-TO-ACCOUNT SECTION.
           MOVE ZERO TO WS-MOVE-INTEREST
           MOVE ZERO TO WS-MOVE-FEES

           IF PHF-TXN-TYPE NOT EQUAL "REV"
               MOVE PHF-PAYMT-INTEREST TO WS-MOVE-INTEREST
           END-IF
           IF PHF-FEE-PAID NOT EQUAL SPACES
               MOVE PHF-FEE-PAID TO WS-MOVE-FEES
           END-IF

           MOVE PHF-ACCOUNT-NO TO CWK-ACCOUNT-NO
           READ CERTWORK KEY IS CWK-ACCOUNT-NO

           IF WS-FILE-STATUS EQUAL ZERO
               ADD WS-MOVE-INTEREST TO CWK-INTEREST
               ADD WS-MOVE-FEES     TO CWK-FEES
               ADD 1                TO CWK-MOVEMENT-COUNT
               REWRITE CWK-ACCOUNT-REC
           ELSE
               MOVE PHF-ACCOUNT-NO    TO CWK-ACCOUNT-NO
               MOVE PHF-CURRENCY-CODE TO CWK-CURRENCY-CODE
               MOVE WS-MOVE-INTEREST  TO CWK-INTEREST
               MOVE WS-MOVE-FEES      TO CWK-FEES
               MOVE 1                 TO CWK-MOVEMENT-COUNT
               MOVE "N"               TO CWK-CERTIFIED-FLAG
               WRITE CWK-ACCOUNT-REC
           END-IF
           .

       P3100-READ-CUSTMAST SECTION.
           READ CUSTMAST NEXT RECORD
               AT END SET EOF-CUSTMAST TO TRUE
           END-READ
           .

      *>>
      *>> One certificate for the customer in CMF-CUST-REC - the whole
      *>> book is walked picking out their loans that moved in the
      *>> year, the customer heading going out when the first one is
      *>> found and the year's totals closing the certificate. A
      *>> customer whose loans did not move in the year gets no
      *>> certificate at all
      *>>
       P3000-CERTIFICATE-FOR-CUSTOMER SECTION.
           SET ACCOUNT-LINKED TO TRUE
           MOVE ZERO TO WS-CERT-ACCOUNT-COUNT
           MOVE ZERO TO WS-CP-CCY-COUNT

           PERFORM P1350-REWIND-LOANMAST
           PERFORM P1300-READ-LOANMAST
           PERFORM P3200-CHECK-CUSTOMER-LOAN
               UNTIL EOF-LOANMAST

           IF WS-CERT-ACCOUNT-COUNT > ZERO
               PERFORM P3500-CLOSE-CERTIFICATE
           END-IF

           PERFORM P3100-READ-CUSTMAST
           .

       P3200-CHECK-CUSTOMER-LOAN SECTION.
           IF LMF-CUSTOMER-NO EQUAL CMF-CUSTOMER-NO
               MOVE LMF-ACCOUNT-NO TO CWK-ACCOUNT-NO
               READ CERTWORK KEY IS CWK-ACCOUNT-NO
               IF WS-FILE-STATUS EQUAL ZERO
                   ADD 1 TO WS-CERT-ACCOUNT-COUNT
                   IF WS-CERT-ACCOUNT-COUNT EQUAL 1
                       PERFORM P3300-WRITE-CUSTOMER-HEADER
                   END-IF
                   PERFORM P3400-WRITE-ACCOUNT-LINE
               END-IF
           END-IF

           PERFORM P1300-READ-LOANMAST
           .

       P3300-WRITE-CUSTOMER-HEADER SECTION.
           PERFORM P3310-WRITE-CERTIFICATE-TITLE

           MOVE SPACES TO CERT-LINE
           STRING "Customer: " CMF-CUSTOMER-NO
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE

           MOVE CMF-CUST-NAME TO CERT-LINE
           WRITE CERT-LINE
           IF CMF-ADDRESS-1 NOT EQUAL SPACES
               MOVE CMF-ADDRESS-1 TO CERT-LINE
               WRITE CERT-LINE
           END-IF
           IF CMF-ADDRESS-2 NOT EQUAL SPACES
               MOVE CMF-ADDRESS-2 TO CERT-LINE
               WRITE CERT-LINE
           END-IF
           IF CMF-ADDRESS-3 NOT EQUAL SPACES
               MOVE CMF-ADDRESS-3 TO CERT-LINE
               WRITE CERT-LINE
           END-IF

           PERFORM P3320-WRITE-COLUMN-HEADINGS
           .

       P3310-WRITE-CERTIFICATE-TITLE SECTION.
           MOVE ALL "=" TO CERT-LINE
           WRITE CERT-LINE

           MOVE "CERTIFICATE OF INTEREST AND CHARGES" TO CERT-LINE
           WRITE CERT-LINE

           MOVE SPACES TO CERT-LINE
           STRING "Tax year " WS-YEAR-START-DDMMYYYY
               " to " WS-YEAR-END-DDMMYYYY
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           .

       P3320-WRITE-COLUMN-HEADINGS SECTION.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE

           STRING "Account     Cur      Interest       Charges"
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           .

      *>>
      *>> One loan's line on the certificate, for the work file entry
      *>> just read - the entry is marked certified and its figures
      *>> go into the certificate's currency
      *>>
       P3400-WRITE-ACCOUNT-LINE SECTION.
           MOVE CWK-ACCOUNT-NO    TO WS-CD-ACCOUNT
           MOVE CWK-CURRENCY-CODE TO WS-CD-CURRENCY
           MOVE CWK-INTEREST      TO WS-CD-INTEREST
           MOVE CWK-FEES          TO WS-CD-FEES
           MOVE WS-CERT-DETAIL TO CERT-LINE
           WRITE CERT-LINE

           SET CWK-CERTIFIED TO TRUE
           REWRITE CWK-ACCOUNT-REC

           PERFORM P3410-ACCUMULATE-CERTIFICATE
           .

      *>>
      *>> Find the account's currency in the certificate's totals
      *>> (adding a fresh entry the first time it is seen) and add
      *>> the account's year into it
      *>>
       P3410-ACCUMULATE-CERTIFICATE SECTION.
           MOVE "N" TO WS-CP-FOUND-FLAG

           PERFORM P3420-CHECK-CP-ENTRY
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-CCY-COUNT
               OR CP-FOUND

           IF CP-FOUND
      *>> The index is augmented once more after the entry that set
      *>> CP-FOUND, so step it back onto the matched entry
               SET WS-CP-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-CP-CCY-COUNT
               SET WS-CP-IDX TO WS-CP-CCY-COUNT
               MOVE CWK-CURRENCY-CODE TO WS-CP-CURRENCY(WS-CP-IDX)
               MOVE ZERO TO WS-CP-ACCOUNTS(WS-CP-IDX)
               MOVE ZERO TO WS-CP-INTEREST(WS-CP-IDX)
               MOVE ZERO TO WS-CP-FEES(WS-CP-IDX)
           END-IF

           ADD 1            TO WS-CP-ACCOUNTS(WS-CP-IDX)
           ADD CWK-INTEREST TO WS-CP-INTEREST(WS-CP-IDX)
           ADD CWK-FEES     TO WS-CP-FEES(WS-CP-IDX)
           .

       P3420-CHECK-CP-ENTRY SECTION.
           IF WS-CP-CURRENCY(WS-CP-IDX) EQUAL CWK-CURRENCY-CODE
               SET CP-FOUND TO TRUE
           END-IF
           .

      *>>
      *>> Close the certificate with the year's totals per currency,
      *>> send one extract line per currency for the return, and add
      *>> the certificate into the run's control figures
      *>>
       P3500-CLOSE-CERTIFICATE SECTION.
           ADD 1 TO WS-CERTIFICATE-COUNT

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE

           MOVE "Totals for the tax year:" TO CERT-LINE
           WRITE CERT-LINE

           PERFORM P3510-CLOSE-CURRENCY
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-CCY-COUNT

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           .

       P3510-CLOSE-CURRENCY SECTION.
           MOVE SPACES TO WS-CERT-DETAIL
           MOVE WS-CP-CURRENCY(WS-CP-IDX) TO WS-CD-CURRENCY
           MOVE WS-CP-INTEREST(WS-CP-IDX) TO WS-CD-INTEREST
           MOVE WS-CP-FEES(WS-CP-IDX)     TO WS-CD-FEES
           MOVE WS-CERT-DETAIL TO CERT-LINE
           WRITE CERT-LINE

           PERFORM P3520-WRITE-EXTRACT-LINE

           MOVE WS-CP-CURRENCY(WS-CP-IDX) TO WS-CC-SEARCH-CCY
           PERFORM P7000-FIND-CONTROL-ENTRY
           ADD 1 TO WS-CC-CERT-COUNT(WS-CC-IDX)
           ADD WS-CP-INTEREST(WS-CP-IDX)
               TO WS-CC-CERT-INTEREST(WS-CC-IDX)
           ADD WS-CP-FEES(WS-CP-IDX) TO WS-CC-CERT-FEES(WS-CC-IDX)
           .

      *>>
      *>> The certificate's line on the return - the customer it was
      *>> addressed to, or for a standalone certificate the account
      *>>
       P3520-WRITE-EXTRACT-LINE SECTION.
           MOVE SPACES TO ICX-IC-DETAIL-REC
           MOVE "DTL" TO ICX-DTL-TAG
           IF ACCOUNT-LINKED
               MOVE CMF-CUSTOMER-NO TO ICX-CUSTOMER-NO
               MOVE CMF-CUST-NAME   TO ICX-CUST-NAME
           ELSE
               MOVE LMF-ACCOUNT-NO  TO ICX-ACCOUNT-NO
           END-IF
           MOVE WS-CP-CURRENCY(WS-CP-IDX) TO ICX-CURRENCY-CODE
           MOVE WS-CP-ACCOUNTS(WS-CP-IDX) TO ICX-ACCOUNT-COUNT

           MOVE WS-CP-INTEREST(WS-CP-IDX) TO WS-EX-WORK-AMOUNT
           IF WS-EX-WORK-AMOUNT < ZERO
               MOVE "-" TO ICX-INTEREST-SIGN
               COMPUTE ICX-INTEREST-AMOUNT = ZERO - WS-EX-WORK-AMOUNT
           ELSE
               MOVE "+" TO ICX-INTEREST-SIGN
               MOVE WS-EX-WORK-AMOUNT TO ICX-INTEREST-AMOUNT
           END-IF

           MOVE WS-CP-FEES(WS-CP-IDX) TO WS-EX-WORK-AMOUNT
           IF WS-EX-WORK-AMOUNT < ZERO
               MOVE "-" TO ICX-FEES-SIGN
               COMPUTE ICX-FEES-AMOUNT = ZERO - WS-EX-WORK-AMOUNT
           ELSE
               MOVE "+" TO ICX-FEES-SIGN
               MOVE WS-EX-WORK-AMOUNT TO ICX-FEES-AMOUNT
           END-IF

           WRITE ICX-IC-DETAIL-REC
           ADD 1 TO WS-EXTRACT-COUNT
           .

      *>>
      *>> A certificate of its own for an account with no usable
      *>> customer link that moved in the year - a customer's
      *>> certificate already covered every account whose link
      *>> resolves
      *>>
       P4000-CERTIFICATE-FOR-ACCOUNT SECTION.
           PERFORM P4050-CHECK-LINKED

           IF NOT ACCOUNT-LINKED
               MOVE LMF-ACCOUNT-NO TO CWK-ACCOUNT-NO
               READ CERTWORK KEY IS CWK-ACCOUNT-NO
               IF WS-FILE-STATUS EQUAL ZERO
                   AND NOT CWK-CERTIFIED
                   MOVE ZERO TO WS-CP-CCY-COUNT
                   PERFORM P4100-WRITE-ACCOUNT-HEADER
                   PERFORM P3400-WRITE-ACCOUNT-LINE
                   PERFORM P3500-CLOSE-CERTIFICATE
               END-IF
           END-IF

           PERFORM P1300-READ-LOANMAST
           .

       P4050-CHECK-LINKED SECTION.
           MOVE "N" TO WS-LINKED-FLAG

           IF CUSTMAST-OPEN
               AND LMF-CUSTOMER-NO NOT EQUAL SPACES
               MOVE LMF-CUSTOMER-NO TO CMF-CUSTOMER-NO
               READ CUSTMAST KEY IS CMF-CUSTOMER-NO
               IF WS-FILE-STATUS EQUAL ZERO
                   SET ACCOUNT-LINKED TO TRUE
               END-IF
           END-IF
           .

       P4100-WRITE-ACCOUNT-HEADER SECTION.
           PERFORM P3310-WRITE-CERTIFICATE-TITLE

           MOVE SPACES TO CERT-LINE
           STRING "Account:  " LMF-ACCOUNT-NO
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE

           PERFORM P3320-WRITE-COLUMN-HEADINGS
           .

      *>>
      *>> Whatever is left uncertified on the work file moved in the
      *>> year on an account the loan master no longer carries - it
      *>> is on nobody's certificate, so the control report lists it
      *>> as the reconciling item it is
      *>>
       P5000-LIST-UNCERTIFIED SECTION.
           CLOSE CERTWORK
           OPEN INPUT CERTWORK

           PERFORM P5100-READ-CERTWORK
           PERFORM P5200-CHECK-CERTIFIED
               UNTIL EOF-CERTWORK

           CLOSE CERTWORK
           .

       P5100-READ-CERTWORK SECTION.
           READ CERTWORK NEXT RECORD
               AT END SET EOF-CERTWORK TO TRUE
           END-READ
           .

       P5200-CHECK-CERTIFIED SECTION.
           IF NOT CWK-CERTIFIED
               MOVE CWK-ACCOUNT-NO    TO WS-RD-ACCOUNT
               MOVE CWK-CURRENCY-CODE TO WS-RD-CURRENCY
               MOVE CWK-INTEREST      TO WS-RD-INTEREST
               MOVE CWK-FEES          TO WS-RD-FEES
               MOVE "Not on the loan master" TO WS-RD-REASON
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE

               MOVE CWK-CURRENCY-CODE TO WS-CC-SEARCH-CCY
               PERFORM P7000-FIND-CONTROL-ENTRY
               ADD 1 TO WS-CC-LOST-COUNT(WS-CC-IDX)
               ADD CWK-INTEREST TO WS-CC-LOST-INTEREST(WS-CC-IDX)
               ADD CWK-FEES     TO WS-CC-LOST-FEES(WS-CC-IDX)
           END-IF

           PERFORM P5100-READ-CERTWORK
           .

       P6100-READ-GENMANIFEST SECTION.
           READ GENMANIFEST
               AT END SET EOF-GENMANIFEST TO TRUE
           END-READ
           .

      *>>
      *>> Take a manifest record's GL figures into the year when its
      *>> generation posted movements dated in the year. ACCRUED and
      *>> RELEASED read as spaces on records from before daily
      *>> accrual, when the income line was the interest charged
      *>>
       P6000-TAKE-MANIFEST-RECORD SECTION.
           IF GMF-GEN-NUMBER IS NUMERIC
               AND GMF-GEN-NUMBER > ZERO
               MOVE GMF-GEN-NUMBER TO WS-GEN-WORK
               IF WS-GEN-IN-YEAR(WS-GEN-WORK) EQUAL "Y"
                   MOVE GMF-CURRENCY-CODE TO WS-CC-SEARCH-CCY
                   PERFORM P7000-FIND-CONTROL-ENTRY

                   MOVE GMF-INTEREST-AMOUNT TO WS-DECODED-AMOUNT
                   IF GMF-INTEREST-SIGN EQUAL "-"
                       COMPUTE WS-DECODED-AMOUNT =
                           ZERO - WS-DECODED-AMOUNT
                   END-IF
                   ADD WS-DECODED-AMOUNT TO WS-CC-GL-INCOME(WS-CC-IDX)

                   MOVE GMF-FEES-AMOUNT TO WS-DECODED-AMOUNT
                   IF GMF-FEES-SIGN EQUAL "-"
                       COMPUTE WS-DECODED-AMOUNT =
                           ZERO - WS-DECODED-AMOUNT
                   END-IF
                   ADD WS-DECODED-AMOUNT TO WS-CC-GL-FEES(WS-CC-IDX)

                   IF GMF-ACCRUED-AMOUNT IS NUMERIC
                       MOVE GMF-ACCRUED-AMOUNT TO WS-DECODED-AMOUNT
                       IF GMF-ACCRUED-SIGN EQUAL "-"
                           COMPUTE WS-DECODED-AMOUNT =
                               ZERO - WS-DECODED-AMOUNT
                       END-IF
                       ADD WS-DECODED-AMOUNT
                           TO WS-CC-GL-ACCRUED(WS-CC-IDX)
                   END-IF

                   IF GMF-RELEASED-AMOUNT IS NUMERIC
                       MOVE GMF-RELEASED-AMOUNT TO WS-DECODED-AMOUNT
                       IF GMF-RELEASED-SIGN EQUAL "-"
                           COMPUTE WS-DECODED-AMOUNT =
                               ZERO - WS-DECODED-AMOUNT
                       END-IF
                       ADD WS-DECODED-AMOUNT
                           TO WS-CC-GL-RELEASED(WS-CC-IDX)
                   END-IF
               END-IF
           END-IF

           PERFORM P6100-READ-GENMANIFEST
           .

      *>>
      *>> Find WS-CC-SEARCH-CCY in the control figures, adding a
      *>> zeroed entry the first time it is seen, and leave WS-CC-IDX
      *>> on it
      *>>
       P7000-FIND-CONTROL-ENTRY SECTION.
           MOVE "N" TO WS-CC-FOUND-FLAG

           PERFORM P7010-CHECK-CC-ENTRY
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-CCY-COUNT
               OR CC-FOUND

           IF CC-FOUND
      *>> The index is augmented once more after the entry that set
      *>> CC-FOUND, so step it back onto the matched entry
               SET WS-CC-IDX DOWN BY 1
           ELSE
               ADD 1 TO WS-CC-CCY-COUNT
               SET WS-CC-IDX TO WS-CC-CCY-COUNT
               MOVE WS-CC-SEARCH-CCY TO WS-CC-CURRENCY(WS-CC-IDX)
               MOVE ZERO TO WS-CC-CERT-COUNT(WS-CC-IDX)
               MOVE ZERO TO WS-CC-CERT-INTEREST(WS-CC-IDX)
               MOVE ZERO TO WS-CC-CERT-FEES(WS-CC-IDX)
               MOVE ZERO TO WS-CC-LOST-COUNT(WS-CC-IDX)
               MOVE ZERO TO WS-CC-LOST-INTEREST(WS-CC-IDX)
               MOVE ZERO TO WS-CC-LOST-FEES(WS-CC-IDX)
               MOVE ZERO TO WS-CC-GL-INCOME(WS-CC-IDX)
               MOVE ZERO TO WS-CC-GL-ACCRUED(WS-CC-IDX)
               MOVE ZERO TO WS-CC-GL-RELEASED(WS-CC-IDX)
               MOVE ZERO TO WS-CC-GL-FEES(WS-CC-IDX)
           END-IF
           .

       P7010-CHECK-CC-ENTRY SECTION.
           IF WS-CC-CURRENCY(WS-CC-IDX) EQUAL WS-CC-SEARCH-CCY
               SET CC-FOUND TO TRUE
           END-IF
           .

       P9000-TERMINATE SECTION.
           PERFORM P9100-WRITE-EXTRACT-TRAILER
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-CCY-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-HISTORY-COUNT TO WS-DISPLAY-BIG-COUNT
           STRING "History records read:  " WS-DISPLAY-BIG-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-IN-YEAR-COUNT TO WS-DISPLAY-BIG-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Dated in the tax year: " WS-DISPLAY-BIG-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CERTIFICATE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Certificates printed:  " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-EXTRACT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Extract lines written: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF NOT MANIFEST-OPEN
               STRING "*** No generation manifest - the certificates"
                   " cannot be proved to the GL ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           PERFORM P9200-WRITE-CONTROL-BLOCK
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-CCY-COUNT

           IF WS-UNAGREED-COUNT > ZERO
               MOVE "*** CERTIFICATES DO NOT AGREE TO THE GL ***"
                   TO RPT-LINE
           ELSE
               MOVE "Certificates agree to the GL in every currency"
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE

           CLOSE LOANMAST
           IF CUSTMAST-OPEN
               CLOSE CUSTMAST
           END-IF
           IF MANIFEST-OPEN
               CLOSE GENMANIFEST
           END-IF
           CLOSE CERTFILE
           CLOSE CERTEXT
           CLOSE RPTFILE

           MOVE WS-CERTIFICATE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Certificates produced: " WS-DISPLAY-COUNT
           IF WS-UNAGREED-COUNT > ZERO
               DISPLAY "*** Certificates do not agree to the GL - see"
                   " INTCERT-RPT ***"
           END-IF
           .

       P9100-WRITE-EXTRACT-TRAILER SECTION.
           MOVE SPACES TO ICX-IC-TRL-REC
           MOVE "TRL" TO ICX-TRL-TAG
           MOVE WS-CC-CURRENCY(WS-CC-IDX)   TO ICX-TRL-CURRENCY
           MOVE WS-CC-CERT-COUNT(WS-CC-IDX) TO ICX-TRL-REC-COUNT

           MOVE WS-CC-CERT-INTEREST(WS-CC-IDX) TO WS-EX-WORK-AMOUNT
           IF WS-EX-WORK-AMOUNT < ZERO
               MOVE "-" TO ICX-TRL-INTEREST-SIGN
               COMPUTE ICX-TRL-INTEREST-AMOUNT =
                   ZERO - WS-EX-WORK-AMOUNT
           ELSE
               MOVE "+" TO ICX-TRL-INTEREST-SIGN
               MOVE WS-EX-WORK-AMOUNT TO ICX-TRL-INTEREST-AMOUNT
           END-IF

           MOVE WS-CC-CERT-FEES(WS-CC-IDX) TO WS-EX-WORK-AMOUNT
           IF WS-EX-WORK-AMOUNT < ZERO
               MOVE "-" TO ICX-TRL-FEES-SIGN
               COMPUTE ICX-TRL-FEES-AMOUNT = ZERO - WS-EX-WORK-AMOUNT
           ELSE
               MOVE "+" TO ICX-TRL-FEES-SIGN
               MOVE WS-EX-WORK-AMOUNT TO ICX-TRL-FEES-AMOUNT
           END-IF

           WRITE ICX-IC-TRL-REC
           .

      *>>
      *>> One currency's proof. The interest charged to accounts per
      *>> the GL is the income the year's runs credited, less the
      *>> accrual they took to income, plus the accrual they charged
      *>> to balances or released on settlement; it must equal the
      *>> certificates' interest plus the interest on accounts no
      *>> certificate went to. Fee income is proved the same way
      *>>
       P9200-WRITE-CONTROL-BLOCK SECTION.
           MOVE SPACES TO RPT-LINE
           STRING "Currency:                        "
               WS-CC-CURRENCY(WS-CC-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CC-CERT-COUNT(WS-CC-IDX) TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Certificates:                    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CC-CERT-INTEREST(WS-CC-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Interest on certificates:     " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CC-LOST-INTEREST(WS-CC-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Interest not certified:       " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CC-GL-INCOME(WS-CC-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "GL interest income:           " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CC-GL-ACCRUED(WS-CC-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Less accrual to income:       " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CC-GL-RELEASED(WS-CC-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Add accrual charged/released: " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-GL-CHARGED = WS-CC-GL-INCOME(WS-CC-IDX)
               - WS-CC-GL-ACCRUED(WS-CC-IDX)
               + WS-CC-GL-RELEASED(WS-CC-IDX)
           MOVE WS-GL-CHARGED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "GL interest charged:          " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-DIFFERENCE = WS-GL-CHARGED
               - WS-CC-CERT-INTEREST(WS-CC-IDX)
               - WS-CC-LOST-INTEREST(WS-CC-IDX)
           PERFORM P9210-WRITE-DIFFERENCE-LINE

           MOVE WS-CC-CERT-FEES(WS-CC-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Charges on certificates:      " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CC-LOST-FEES(WS-CC-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Charges not certified:        " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CC-GL-FEES(WS-CC-IDX) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "GL fee income:                " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-DIFFERENCE = WS-CC-GL-FEES(WS-CC-IDX)
               - WS-CC-CERT-FEES(WS-CC-IDX)
               - WS-CC-LOST-FEES(WS-CC-IDX)
           PERFORM P9210-WRITE-DIFFERENCE-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       P9210-WRITE-DIFFERENCE-LINE SECTION.
           IF WS-DIFFERENCE EQUAL ZERO
               MOVE "AGREED" TO WS-VERDICT
           ELSE
               MOVE "*** DOES NOT AGREE" TO WS-VERDICT
               ADD 1 TO WS-UNAGREED-COUNT
           END-IF

           MOVE WS-DIFFERENCE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Difference:                   " WS-DISPLAY-TOTAL
               "  " WS-VERDICT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           .

       END PROGRAM InterestCert.
