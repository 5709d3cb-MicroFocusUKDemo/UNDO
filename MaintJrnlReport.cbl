       IDENTIFICATION DIVISION.
       program-id. MaintJrnlReport.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Daily report of changes made to the loan master, customer
      *>> master and payments suspense files, built from the
      *>> MAINTJRNL change journal LoanMaint, CustMaint and SuspMaint
      *>> append to on every change they apply - the counterpart of
      *>> DiscJrnlReport for DISCFILE. For each journalled change the
      *>> report shows when, which file, what action, which record,
      *>> who keyed it and who approved it, followed by the headline
      *>> fields of the record before and after, decoded from the
      *>> full record images on the journal. Run with a date to
      *>> report one day's changes (the usual daily run), or blank
      *>> for the whole journal (the year-end audit pass).
      *>>
      *>> The report closes with every change still waiting on PENDCHG
      *>> for a second operator's approval, however old, so nothing
      *>> keyed and forgotten sits there unseen.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDMaintJrnl.cpy".
           COPY "SDPendChg.cpy".

           SELECT RPTFILE ASSIGN TO "MAINTJRNL-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MAINTJRNL.
           COPY "RDMaintJrnl.cpy" REPLACING ==(PREFIX)== BY ==JRN==.

           FD PENDCHG.
           COPY "RDPendChg.cpy" REPLACING ==(PREFIX)== BY ==PND==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-MAINTJRNL            PIC X VALUE "N".
           88  EOF-MAINTJRNL               VALUE "Y".
       01  WS-EOF-PENDCHG              PIC X VALUE "N".
           88  EOF-PENDCHG                 VALUE "Y".

      *>> Decoded copies of the before- and after-images carried on
      *>> the journal record, one pair per file the journal covers,
      *>> so individual fields can be lifted out
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==WS-BL==.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==WS-AL==.
           COPY "RDCustMast.cpy" REPLACING ==(PREFIX)== BY ==WS-BC==.
           COPY "RDCustMast.cpy" REPLACING ==(PREFIX)== BY ==WS-AC==.
           COPY "RDSuspense.cpy" REPLACING ==(PREFIX)== BY ==WS-BS==.
           COPY "RDSuspense.cpy" REPLACING ==(PREFIX)== BY ==WS-AS==.

      *>> Report date as entered (DD/MM/YYYY, blank for the whole
      *>> journal) and as YYYYMMDD for matching the timestamp's date
       01  WS-REPORT-DATE-ENTRY        PIC X(10).
       01  WS-REPORT-DATE              PIC 9(8).
       01  WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
           05  WS-REPORT-YYYY          PIC 9(4).
           05  WS-REPORT-MM            PIC 9(2).
           05  WS-REPORT-DD            PIC 9(2).
       01  WS-ALL-DATES-FLAG           PIC X VALUE "N".
           88  ALL-DATES                   VALUE "Y".

      *>> Edited staging for the money fields of the record images
       01  WS-BALANCE-EDIT             PIC ZZZ,ZZ9.99-.
       01  WS-PAYMT-EDIT               PIC ZZZ,ZZ9.99-.
       01  WS-FEES-EDIT                PIC ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99-.

       01  WS-READ-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-REPORTED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.

      *>> One printed line of the change report - who keyed the
      *>> change, and who approved it where it needed approving
       01  WS-RPT-DETAIL.
           05  WS-RD-DATE              PIC X(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-TIME              PIC X(6).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-FILE              PIC X(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-KEY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-APPROVER          PIC X(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-PEND-REF          PIC X(7).

      *>> The decoded headline fields of one record image, printed
      *>> under the change line it belongs to
       01  WS-RPT-IMAGE.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  WS-RI-LABEL             PIC X(8).
           05  WS-RI-TEXT              PIC X(75).

      *>> One printed line of the changes still awaiting approval
       01  WS-RPT-PENDING.
           05  WS-RP-REF               PIC 9(7).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RP-FILE              PIC X(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RP-ACTION            PIC X(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RP-KEY               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RP-AMOUNT            PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RP-CURRENCY          PIC X(3).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RP-MAKER             PIC X(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RP-DATE              PIC X(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RP-TIME              PIC X(6).

       PROCEDURE DIVISION.
           PERFORM P1000-INITIALISE

           PERFORM P2000-PROCESS-RECORD
               UNTIL EOF-MAINTJRNL

           PERFORM P3000-LIST-PENDING

           PERFORM P9000-TERMINATE

           GOBACK
           .

       P1000-INITIALISE SECTION.
           DISPLAY "Report changes for (DD/MM/YYYY, blank for all): "
               WITH NO ADVANCING
           ACCEPT WS-REPORT-DATE-ENTRY

           IF WS-REPORT-DATE-ENTRY EQUAL SPACES
               SET ALL-DATES TO TRUE
           ELSE
               IF WS-REPORT-DATE-ENTRY(1:2) IS NUMERIC
                   AND WS-REPORT-DATE-ENTRY(4:2) IS NUMERIC
                   AND WS-REPORT-DATE-ENTRY(7:4) IS NUMERIC
                   MOVE WS-REPORT-DATE-ENTRY(7:4) TO WS-REPORT-YYYY
                   MOVE WS-REPORT-DATE-ENTRY(4:2) TO WS-REPORT-MM
                   MOVE WS-REPORT-DATE-ENTRY(1:2) TO WS-REPORT-DD
               ELSE
                   DISPLAY "*** " WS-REPORT-DATE-ENTRY
                       " is not a date ***"
                   GOBACK
               END-IF

               IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                   OR WS-REPORT-DD < 1 OR WS-REPORT-DD > 31
                   DISPLAY "*** " WS-REPORT-DATE-ENTRY
                       " is not a date ***"
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT RPTFILE
           PERFORM P1100-WRITE-REPORT-HEADER

           OPEN INPUT MAINTJRNL
           IF WS-FILE-STATUS NOT EQUAL ZERO
               MOVE "*** No change journal on file ***" TO RPT-LINE
               WRITE RPT-LINE
               SET EOF-MAINTJRNL TO TRUE
           ELSE
               PERFORM P1200-READ-MAINTJRNL
           END-IF
           .

       P1100-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN, CUSTOMER AND SUSPENSE FILES - CHANGE JOURNAL"
               TO RPT-LINE
           WRITE RPT-LINE

           IF NOT ALL-DATES
               MOVE SPACES TO RPT-LINE
               STRING "Changes for " WS-REPORT-DATE-ENTRY
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           STRING "Date     Time    File      Action    Record"
               DELIMITED BY SIZE
               "      Operator  Approver  Pending"
               DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           .

       P1200-READ-MAINTJRNL SECTION.
           READ MAINTJRNL
               AT END SET EOF-MAINTJRNL TO TRUE
           END-READ
           .

      *>>
      *>> Print the journal record just read, if it falls on the
      *>> report date
      *>>
       P2000-PROCESS-RECORD SECTION.
           ADD 1 TO WS-READ-COUNT

           IF ALL-DATES
               OR JRN-TIMESTAMP(1:8) EQUAL WS-REPORT-DATE(1:8)
               ADD 1 TO WS-REPORTED-COUNT
               PERFORM P2100-WRITE-CHANGE-LINE
           END-IF

           PERFORM P1200-READ-MAINTJRNL
           .

       P2100-WRITE-CHANGE-LINE SECTION.
           MOVE JRN-TIMESTAMP(1:8)  TO WS-RD-DATE
           MOVE JRN-TIMESTAMP(9:6)  TO WS-RD-TIME
           MOVE JRN-FILE-NAME       TO WS-RD-FILE
           MOVE JRN-ACTION          TO WS-RD-ACTION
           MOVE JRN-RECORD-KEY      TO WS-RD-KEY
           MOVE JRN-OPERATOR-ID     TO WS-RD-OPERATOR
           MOVE JRN-APPROVER-ID     TO WS-RD-APPROVER

           IF JRN-PEND-REF EQUAL ZERO
               MOVE SPACES       TO WS-RD-PEND-REF
           ELSE
               MOVE JRN-PEND-REF TO WS-RD-PEND-REF
           END-IF

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           IF JRN-BEFORE-IMAGE NOT EQUAL SPACES
               MOVE "Before:" TO WS-RI-LABEL
               PERFORM P2200-DECODE-BEFORE
               MOVE WS-RPT-IMAGE TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF JRN-AFTER-IMAGE NOT EQUAL SPACES
               MOVE "After:" TO WS-RI-LABEL
               PERFORM P2300-DECODE-AFTER
               MOVE WS-RPT-IMAGE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           .

      *>>
      *>> Decode a record image through the working-storage copy of
      *>> the file it came from - which file is on the journal
      *>> record
      *>>
       P2200-DECODE-BEFORE SECTION.
           MOVE SPACES TO WS-RI-TEXT

           EVALUATE JRN-FILE-NAME
               WHEN "LOANMAST"
                   MOVE JRN-BEFORE-IMAGE TO WS-BL-LOAN-REC
                   MOVE WS-BL-OUTSTANDING-AMOUNT TO WS-BALANCE-EDIT
                   MOVE WS-BL-PAYMT-AMOUNT TO WS-PAYMT-EDIT
                   MOVE WS-BL-FEE-BALANCE TO WS-FEES-EDIT
                   STRING "status " WS-BL-LOAN-STATUS
                       "  balance " WS-BALANCE-EDIT
                       "  payment " WS-PAYMT-EDIT
                       "  fees " WS-FEES-EDIT
                       DELIMITED BY SIZE INTO WS-RI-TEXT
               WHEN "CUSTMAST"
                   MOVE JRN-BEFORE-IMAGE TO WS-BC-CUST-REC
                   STRING WS-BC-CUST-NAME
                       "  currency " WS-BC-CORR-CURRENCY
                       DELIMITED BY SIZE INTO WS-RI-TEXT
               WHEN "SUSPFILE"
                   MOVE JRN-BEFORE-IMAGE TO WS-BS-SUSPENSE-REC
                   MOVE WS-BS-AMOUNT-PAID TO WS-AMOUNT-EDIT
                   STRING "status " WS-BS-STATUS
                       "  account " WS-BS-ACCOUNT-NO
                       "  amount " WS-AMOUNT-EDIT
                       " " WS-BS-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-RI-TEXT
           END-EVALUATE
           .

       P2300-DECODE-AFTER SECTION.
           MOVE SPACES TO WS-RI-TEXT

           EVALUATE JRN-FILE-NAME
               WHEN "LOANMAST"
                   MOVE JRN-AFTER-IMAGE TO WS-AL-LOAN-REC
                   MOVE WS-AL-OUTSTANDING-AMOUNT TO WS-BALANCE-EDIT
                   MOVE WS-AL-PAYMT-AMOUNT TO WS-PAYMT-EDIT
                   MOVE WS-AL-FEE-BALANCE TO WS-FEES-EDIT
                   STRING "status " WS-AL-LOAN-STATUS
                       "  balance " WS-BALANCE-EDIT
                       "  payment " WS-PAYMT-EDIT
                       "  fees " WS-FEES-EDIT
                       DELIMITED BY SIZE INTO WS-RI-TEXT
               WHEN "CUSTMAST"
                   MOVE JRN-AFTER-IMAGE TO WS-AC-CUST-REC
                   STRING WS-AC-CUST-NAME
                       "  currency " WS-AC-CORR-CURRENCY
                       DELIMITED BY SIZE INTO WS-RI-TEXT
               WHEN "SUSPFILE"
                   MOVE JRN-AFTER-IMAGE TO WS-AS-SUSPENSE-REC
                   MOVE WS-AS-AMOUNT-PAID TO WS-AMOUNT-EDIT
                   STRING "status " WS-AS-STATUS
                       "  account " WS-AS-ACCOUNT-NO
                       "  amount " WS-AMOUNT-EDIT
                       " " WS-AS-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-RI-TEXT
           END-EVALUATE
           .

      *>>
      *>> Close the report with every change still waiting for a
      *>> second operator - whatever day it was keyed on
      *>>
       P3000-LIST-PENDING SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CHANGES AWAITING APPROVAL" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           OPEN INPUT PENDCHG
           IF WS-FILE-STATUS NOT EQUAL ZERO
               MOVE "No changes have been queued for approval"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               STRING "Ref      File      Action    Record"
                   DELIMITED BY SIZE
                   "         Amount Cur  Keyed by  Date     Time"
                   DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE

               PERFORM P3100-READ-PENDCHG
               PERFORM P3200-LIST-ONE-PENDING
                   UNTIL EOF-PENDCHG

               CLOSE PENDCHG
           END-IF
           .

       P3100-READ-PENDCHG SECTION.
           READ PENDCHG NEXT RECORD
               AT END SET EOF-PENDCHG TO TRUE
           END-READ
           .

       P3200-LIST-ONE-PENDING SECTION.
           IF PND-PEND-PENDING
               ADD 1 TO WS-PENDING-COUNT

               MOVE PND-PEND-REF               TO WS-RP-REF
               MOVE PND-FILE-NAME              TO WS-RP-FILE
               MOVE PND-ACTION                 TO WS-RP-ACTION
               MOVE PND-RECORD-KEY             TO WS-RP-KEY
               MOVE PND-AMOUNT                 TO WS-RP-AMOUNT
               MOVE PND-CURRENCY-CODE          TO WS-RP-CURRENCY
               MOVE PND-MAKER-ID               TO WS-RP-MAKER
               MOVE PND-MAKER-TIMESTAMP(1:8)   TO WS-RP-DATE
               MOVE PND-MAKER-TIMESTAMP(9:6)   TO WS-RP-TIME

               MOVE WS-RPT-PENDING TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           PERFORM P3100-READ-PENDCHG
           .

       P9000-TERMINATE SECTION.
           CLOSE MAINTJRNL

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "Journal records read:     " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-REPORTED-COUNT TO WS-DISPLAY-COUNT
           STRING "Changes on this report:   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-PENDING-COUNT TO WS-DISPLAY-COUNT
           STRING "Awaiting approval:        " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPTFILE
           .

       END PROGRAM MaintJrnlReport.
