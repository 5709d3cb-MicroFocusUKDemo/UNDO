       IDENTIFICATION DIVISION.
       program-id. ProvisionRun.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Month-end loan-loss provisioning. Finance used to work the
      *>> impairment provision out by hand off the ArrearsReport
      *>> print; this run does it off LOANMAST. Every active account
      *>> is put in a stage by how many scheduled payments it has
      *>> missed - 1 performing (none), 2 in arrears (one or two),
      *>> 3 impaired (three or more) - and its outstanding balance
      *>> totalled into that stage for its currency. Written-off
      *>> accounts are excluded (the loss was taken when they were
      *>> written off), as are settled and closed ones. Each stage
      *>> is provided at the percentage the PROVPARM parameter file
      *>> gives for that stage and currency (or the spaces-currency
      *>> default for the stage).
      *>>
      *>> The provision is compared with last month's off the
      *>> PROVHIST history - the newest set written in an earlier
      *>> month, so a re-run inside the same month measures from the
      *>> same place and does not post the movement twice over. The
      *>> stage movement and the charge or release per currency go
      *>> to PROV-RPT, and the movement goes to GLPROV-EXT as
      *>> balanced postings in the same HDR/DTL/TRL shape as FxReval's
      *>> GLREVAL-EXT - a charge debits the impairment charge and
      *>> credits the provision held against the loan book, a
      *>> release the other way about. A currency's first run has
      *>> nothing before it, so its whole provision is the charge.
      *>> The run appends its own figures to PROVHIST for next month.
      *>>
      *>> Nothing is reported, posted or kept if the book will not
      *>> fit the tables, or a stage holding balances has no
      *>> percentage to provide it at.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDLoanMast.cpy".
           COPY "SDProvParm.cpy".
           COPY "SDProvHist.cpy".

           SELECT RPTFILE ASSIGN TO "PROV-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GLPROV ASSIGN TO "GLPROV-EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD PROVPARM.
           COPY "RDProvParm.cpy" REPLACING ==(PREFIX)== BY ==PPF==.

           FD PROVHIST.
           COPY "RDProvHist.cpy" REPLACING ==(PREFIX)== BY ==PVH==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

           FD GLPROV.
           01  GLPROV-LINE                PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-LOANMAST             PIC X VALUE "N".
           88  EOF-LOANMAST                VALUE "Y".
       01  WS-EOF-PROVPARM             PIC X VALUE "N".
           88  EOF-PROVPARM                VALUE "Y".
       01  WS-EOF-PROVHIST             PIC X VALUE "N".
           88  EOF-PROVHIST                VALUE "Y".

      *>> One entry per currency on the book or on last month's
      *>> history, each holding this month's and last month's
      *>> figures for the three stages
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 50 TIMES INDEXED BY WS-PV-IDX.
               10  WS-PV-CURRENCY          PIC X(03).
               10  WS-PV-STAGE-ENTRY OCCURS 3 TIMES.
                   15  WS-PV-ACCOUNTS      PIC 9(6).
                   15  WS-PV-EXPOSURE      PIC S9(9)V99.
                   15  WS-PV-PCT           PIC 9(3)V99.
                   15  WS-PV-PCT-FLAG      PIC X.
                       88  PV-PCT-PRESENT      VALUE "Y".
                   15  WS-PV-PROVISION     PIC S9(9)V99.
                   15  WS-PV-PRIOR-ACCOUNTS
                                           PIC 9(6).
                   15  WS-PV-PRIOR-PROVISION
                                           PIC S9(9)V99.
               10  WS-PV-MOVEMENT          PIC S9(9)V99.
       01  WS-PV-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-PV-SEARCH-CCY            PIC X(03).
       01  WS-PV-FOUND-FLAG            PIC X.
           88  PV-FOUND                    VALUE "Y".
       01  WS-STAGE-SUB                PIC 9.

      *>> The percentages off PROVPARM as read - spaces currency
      *>> is the default for the stage
       01  WS-PP-TABLE.
           05  WS-PP-ENTRY OCCURS 200 TIMES INDEXED BY WS-PP-IDX.
               10  WS-PP-CURRENCY          PIC X(03).
               10  WS-PP-STAGE             PIC 9(01).
               10  WS-PP-PCT               PIC 9(3)V99.
       01  WS-PP-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-PP-SEARCH-CCY            PIC X(03).
       01  WS-PP-FOUND-FLAG            PIC X.
           88  PP-FOUND                    VALUE "Y".

      *>> Set if the book (or a parameter file) holds more than the
      *>> tables - the provision would be wrong, so the run abandons
      *>> instead of emitting wrong postings
       01  WS-TABLE-OVERFLOW-FLAG      PIC X VALUE "N".
           88  TABLE-OVERFLOWED            VALUE "Y".
       01  WS-PCT-MISSING-FLAG         PIC X VALUE "N".
           88  PCT-MISSING                 VALUE "Y".

       01  WS-READ-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-STAGED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-WRITTEN-OFF-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-INACTIVE-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-TOTAL            PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-SIGNED-WORK              PIC S9(9)V99.
       01  WS-CCY-PROVISION            PIC S9(9)V99.
       01  WS-CCY-PRIOR-PROVISION      PIC S9(9)V99.

      *>> The business date the run is taken under, as DD/MM/YYYY
      *>> for the history and report, and its MM/YYYY for telling
      *>> this month's history records from last month's
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-BUS-DDMMYYYY             PIC X(10).

      *>> One printed line per stage of a currency
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(06) VALUE "Stage ".
           05  WS-RD-STAGE             PIC 9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-PRIOR-ACCOUNTS    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-ACCOUNTS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-EXPOSURE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-PCT               PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-PRIOR-PROVISION   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-PROVISION         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-MOVEMENT          PIC ZZ,ZZZ,ZZ9.99-.

      *>> The provision extract in the same HDR/DTL/TRL shape as
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
           MOVE "PROVISN" TO RC-STEP-NAME
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

           PERFORM P1300-READ-LOANMAST
           PERFORM P2000-STAGE-ACCOUNT
               UNTIL EOF-LOANMAST
           CLOSE LOANMAST

           PERFORM P3000-LOAD-PERCENTAGES
           PERFORM P3500-LOAD-PRIOR-MONTH

      *>> A book that would not fit the tables cannot be provided
      *>> for faithfully - abandon before anything is reported or
      *>> posted
           IF TABLE-OVERFLOWED
               DISPLAY "*** Provisioning abandoned - nothing"
                   " reported, nothing posted ***"
               PERFORM P9500-CHECK-OUT-FAILED
               GOBACK
           END-IF

           PERFORM P4500-APPLY-PERCENTAGES
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-CCY-COUNT

           IF PCT-MISSING
               DISPLAY "*** Provisioning abandoned - PROVPARM has no"
                   " percentage for a stage holding balances ***"
               PERFORM P9500-CHECK-OUT-FAILED
               GOBACK
           END-IF

           OPEN OUTPUT RPTFILE
           PERFORM P4000-WRITE-REPORT-HEADER

           PERFORM P5000-PROVIDE-ONE-CCY
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-CCY-COUNT

           PERFORM P6000-WRITE-PROV-EXTRACT
           PERFORM P7000-APPEND-HISTORY
           PERFORM P9000-TERMINATE

           GOBACK
           .

       P1300-READ-LOANMAST SECTION.
           READ LOANMAST NEXT RECORD
               AT END SET EOF-LOANMAST TO TRUE
           END-READ
           .

      *>>
      *>> Stage the account just read and total its balance into
      *>> its currency - only active accounts carry a provision
      *>>
       P2000-STAGE-ACCOUNT SECTION.
           ADD 1 TO WS-READ-COUNT

           EVALUATE TRUE
               WHEN LMF-STATUS-WRITTEN-OFF
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
               WHEN NOT LMF-STATUS-ACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-STAGED-COUNT
                   MOVE LMF-CURRENCY-CODE TO WS-PV-SEARCH-CCY
                   PERFORM P2100-FIND-CCY
                   PERFORM P2200-ACCUMULATE-STAGE
           END-EVALUATE

           PERFORM P1300-READ-LOANMAST
           .

       P2100-FIND-CCY SECTION.
           MOVE "N" TO WS-PV-FOUND-FLAG

           PERFORM P2110-CHECK-PV-ENTRY
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-CCY-COUNT
               OR PV-FOUND

           IF PV-FOUND
      *>> The index is augmented once more after the entry that set
      *>> PV-FOUND, so step it back onto the matched entry
               SET WS-PV-IDX DOWN BY 1
           ELSE
               IF WS-PV-CCY-COUNT NOT LESS THAN 50
                   IF NOT TABLE-OVERFLOWED
                       DISPLAY "*** More currencies than the"
                           " provision table holds - "
                           WS-PV-SEARCH-CCY " cannot be provided ***"
                   END-IF
                   SET TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-PV-CCY-COUNT
                   SET WS-PV-IDX TO WS-PV-CCY-COUNT
                   MOVE WS-PV-SEARCH-CCY TO WS-PV-CURRENCY(WS-PV-IDX)
                   MOVE ZERO TO WS-PV-MOVEMENT(WS-PV-IDX)
                   PERFORM P2120-CLEAR-STAGE
                       VARYING WS-STAGE-SUB FROM 1 BY 1
                       UNTIL WS-STAGE-SUB > 3
                   SET PV-FOUND TO TRUE
               END-IF
           END-IF
           .

       P2110-CHECK-PV-ENTRY SECTION.
           IF WS-PV-CURRENCY(WS-PV-IDX) EQUAL WS-PV-SEARCH-CCY
               SET PV-FOUND TO TRUE
           END-IF
           .

       P2120-CLEAR-STAGE SECTION.
           MOVE ZERO TO WS-PV-ACCOUNTS(WS-PV-IDX, WS-STAGE-SUB)
           MOVE ZERO TO WS-PV-EXPOSURE(WS-PV-IDX, WS-STAGE-SUB)
           MOVE ZERO TO WS-PV-PCT(WS-PV-IDX, WS-STAGE-SUB)
           MOVE "N"  TO WS-PV-PCT-FLAG(WS-PV-IDX, WS-STAGE-SUB)
           MOVE ZERO TO WS-PV-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
           MOVE ZERO TO WS-PV-PRIOR-ACCOUNTS(WS-PV-IDX, WS-STAGE-SUB)
           MOVE ZERO TO WS-PV-PRIOR-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
           .

      *>>
      *>> Stage from the missed-payment count, the same cut-offs the
      *>> ArrearsReport buckets use. A credit balance is money owed
      *>> to the customer, not exposure, so it adds nothing
      *>>
       P2200-ACCUMULATE-STAGE SECTION.
           IF PV-FOUND
               EVALUATE TRUE
                   WHEN LMF-ARREARS-COUNT EQUAL ZERO
                       MOVE 1 TO WS-STAGE-SUB
                   WHEN LMF-ARREARS-COUNT < 3
                       MOVE 2 TO WS-STAGE-SUB
                   WHEN OTHER
                       MOVE 3 TO WS-STAGE-SUB
               END-EVALUATE

               ADD 1 TO WS-PV-ACCOUNTS(WS-PV-IDX, WS-STAGE-SUB)
               IF LMF-OUTSTANDING-AMOUNT > ZERO
                   ADD LMF-OUTSTANDING-AMOUNT
                       TO WS-PV-EXPOSURE(WS-PV-IDX, WS-STAGE-SUB)
               END-IF
           END-IF
           .

      *>>
      *>> The percentages, held as read - they are matched to the
      *>> currencies once the whole book has been staged
      *>>
       P3000-LOAD-PERCENTAGES SECTION.
           OPEN INPUT PROVPARM
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No PROVPARM percentage file ***"
           ELSE
               PERFORM P3100-READ-PROVPARM
               PERFORM P3200-STORE-PERCENTAGE
                   UNTIL EOF-PROVPARM
               CLOSE PROVPARM
           END-IF
           .

       P3100-READ-PROVPARM SECTION.
           READ PROVPARM
               AT END SET EOF-PROVPARM TO TRUE
           END-READ
           .

       P3200-STORE-PERCENTAGE SECTION.
           IF PPF-STAGE < 1 OR PPF-STAGE > 3
               DISPLAY "*** PROVPARM record for stage " PPF-STAGE
                   " ignored - stages are 1 to 3 ***"
           ELSE
               IF WS-PP-COUNT NOT LESS THAN 200
                   IF NOT TABLE-OVERFLOWED
                       DISPLAY "*** More PROVPARM records than the"
                           " percentage table holds ***"
                   END-IF
                   SET TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-PP-COUNT
                   SET WS-PP-IDX TO WS-PP-COUNT
                   MOVE FUNCTION UPPER-CASE (PPF-CURRENCY-CODE)
                       TO WS-PP-CURRENCY(WS-PP-IDX)
                   MOVE PPF-STAGE TO WS-PP-STAGE(WS-PP-IDX)
                   MOVE PPF-PROVISION-PCT TO WS-PP-PCT(WS-PP-IDX)
               END-IF
           END-IF

           PERFORM P3100-READ-PROVPARM
           .

      *>>
      *>> Last month's provision - the history is read front to
      *>> back so the newest record per currency and stage wins.
      *>> Records this month's runs wrote are passed over, so a
      *>> re-run measures from the same month-end as the first run
      *>> did. A currency with provision last month but no active
      *>> accounts now still gets an entry, so it is released
      *>>
       P3500-LOAD-PRIOR-MONTH SECTION.
           OPEN INPUT PROVHIST
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P3600-READ-PROVHIST
               PERFORM P3700-NOTE-PRIOR-STAGE
                   UNTIL EOF-PROVHIST
               CLOSE PROVHIST
           END-IF
           .

       P3600-READ-PROVHIST SECTION.
           READ PROVHIST
               AT END SET EOF-PROVHIST TO TRUE
           END-READ
           .

       P3700-NOTE-PRIOR-STAGE SECTION.
           IF PVH-RUN-DATE(4:7) NOT EQUAL WS-BUS-DDMMYYYY(4:7)
               AND PVH-STAGE NOT < 1 AND PVH-STAGE NOT > 3
               MOVE PVH-CURRENCY-CODE TO WS-PV-SEARCH-CCY
               PERFORM P2100-FIND-CCY

               IF PV-FOUND
                   MOVE PVH-STAGE TO WS-STAGE-SUB
                   MOVE PVH-ACCOUNT-COUNT
                       TO WS-PV-PRIOR-ACCOUNTS(WS-PV-IDX, WS-STAGE-SUB)
                   MOVE PVH-PROVISION-AMOUNT TO WS-SIGNED-WORK
                   IF PVH-PROVISION-SIGN EQUAL "-"
                       COMPUTE WS-SIGNED-WORK = ZERO - WS-SIGNED-WORK
                   END-IF
                   MOVE WS-SIGNED-WORK
                       TO WS-PV-PRIOR-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
               END-IF
           END-IF

           PERFORM P3600-READ-PROVHIST
           .

       P4000-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN PORTFOLIO - MONTH-END LOAN-LOSS PROVISION"
               TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Provision taken " WS-BUS-DDMMYYYY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

      *>>
      *>> Give each stage of a currency its percentage - the
      *>> currency's own, else the default - and price the
      *>> provision. A stage holding balances with no percentage
      *>> anywhere stops the run
      *>>
       P4500-APPLY-PERCENTAGES SECTION.
           PERFORM P4600-PRICE-ONE-STAGE
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 3
           .

       P4600-PRICE-ONE-STAGE SECTION.
           MOVE WS-PV-CURRENCY(WS-PV-IDX) TO WS-PP-SEARCH-CCY
           PERFORM P4700-FIND-PERCENTAGE
           IF NOT PP-FOUND
               MOVE SPACES TO WS-PP-SEARCH-CCY
               PERFORM P4700-FIND-PERCENTAGE
           END-IF

           IF PP-FOUND
               MOVE WS-PP-PCT(WS-PP-IDX)
                   TO WS-PV-PCT(WS-PV-IDX, WS-STAGE-SUB)
               MOVE "Y" TO WS-PV-PCT-FLAG(WS-PV-IDX, WS-STAGE-SUB)
               COMPUTE WS-PV-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
                   ROUNDED =
                   WS-PV-EXPOSURE(WS-PV-IDX, WS-STAGE-SUB)
                   * WS-PV-PCT(WS-PV-IDX, WS-STAGE-SUB) / 100
           ELSE
               IF WS-PV-EXPOSURE(WS-PV-IDX, WS-STAGE-SUB) > ZERO
                   SET PCT-MISSING TO TRUE
                   DISPLAY "*** No provision percentage for "
                       WS-PV-CURRENCY(WS-PV-IDX) " stage "
                       WS-STAGE-SUB " ***"
               END-IF
           END-IF
           .

       P4700-FIND-PERCENTAGE SECTION.
           MOVE "N" TO WS-PP-FOUND-FLAG

           PERFORM P4710-CHECK-PP-ENTRY
               VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT
               OR PP-FOUND

           IF PP-FOUND
      *>> The index is augmented once more after the entry that set
      *>> PP-FOUND, so step it back onto the matched entry
               SET WS-PP-IDX DOWN BY 1
           END-IF
           .

       P4710-CHECK-PP-ENTRY SECTION.
           IF WS-PP-CURRENCY(WS-PP-IDX) EQUAL WS-PP-SEARCH-CCY
               AND WS-PP-STAGE(WS-PP-IDX) EQUAL WS-STAGE-SUB
               SET PP-FOUND TO TRUE
           END-IF
           .

      *>>
      *>> One currency's stage movement - last month's and this
      *>> month's accounts and provision per stage, then the charge
      *>> or release the difference makes
      *>>
       P5000-PROVIDE-ONE-CCY SECTION.
           MOVE SPACES TO RPT-LINE
           STRING "Currency:              "
               WS-PV-CURRENCY(WS-PV-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "            Last      Now        Exposure     Pct   "
               DELIMITED BY SIZE
               "    Last prov       Provision        Movement"
               DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE ZERO TO WS-CCY-PROVISION
           MOVE ZERO TO WS-CCY-PRIOR-PROVISION

           PERFORM P5100-WRITE-STAGE-LINE
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 3

           COMPUTE WS-PV-MOVEMENT(WS-PV-IDX) =
               WS-CCY-PROVISION - WS-CCY-PRIOR-PROVISION

           MOVE WS-CCY-PRIOR-PROVISION TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Provision last month:  " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-CCY-PROVISION TO WS-DISPLAY-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "Provision required:    " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF WS-PV-MOVEMENT(WS-PV-IDX) < ZERO
               COMPUTE WS-SIGNED-WORK =
                   ZERO - WS-PV-MOVEMENT(WS-PV-IDX)
               MOVE WS-SIGNED-WORK TO WS-DISPLAY-TOTAL
               STRING "Provision release:     " WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE WS-PV-MOVEMENT(WS-PV-IDX) TO WS-DISPLAY-TOTAL
               STRING "Provision charge:      " WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           .

       P5100-WRITE-STAGE-LINE SECTION.
           MOVE WS-STAGE-SUB TO WS-RD-STAGE
           MOVE WS-PV-PRIOR-ACCOUNTS(WS-PV-IDX, WS-STAGE-SUB)
               TO WS-RD-PRIOR-ACCOUNTS
           MOVE WS-PV-ACCOUNTS(WS-PV-IDX, WS-STAGE-SUB)
               TO WS-RD-ACCOUNTS
           MOVE WS-PV-EXPOSURE(WS-PV-IDX, WS-STAGE-SUB)
               TO WS-RD-EXPOSURE
           MOVE WS-PV-PCT(WS-PV-IDX, WS-STAGE-SUB) TO WS-RD-PCT
           MOVE WS-PV-PRIOR-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
               TO WS-RD-PRIOR-PROVISION
           MOVE WS-PV-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
               TO WS-RD-PROVISION
           COMPUTE WS-SIGNED-WORK =
               WS-PV-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
               - WS-PV-PRIOR-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
           MOVE WS-SIGNED-WORK TO WS-RD-MOVEMENT

           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE

           ADD WS-PV-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
               TO WS-CCY-PROVISION
           ADD WS-PV-PRIOR-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
               TO WS-CCY-PRIOR-PROVISION
           .

      *>>
      *>> Balanced provision postings, one pair per currency whose
      *>> provision moved, in the currency of the book provided for
      *>>
       P6000-WRITE-PROV-EXTRACT SECTION.
           OPEN OUTPUT GLPROV

           MOVE WS-BUS-DATE   TO WS-GXH-RUN-DATE
           MOVE "PROVISN"     TO WS-GXH-RUN-MODE
           MOVE WS-GX-HEADER  TO GLPROV-LINE
           WRITE GLPROV-LINE

           PERFORM P6100-WRITE-CCY-POSTINGS
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-CCY-COUNT

           MOVE WS-GX-DETAIL-COUNT TO WS-GXT-COUNT
           MOVE WS-BUS-DATE        TO WS-GXT-RUN-DATE
           MOVE WS-GX-TRAILER      TO GLPROV-LINE
           WRITE GLPROV-LINE

           CLOSE GLPROV
           .

       P6100-WRITE-CCY-POSTINGS SECTION.
           IF WS-PV-MOVEMENT(WS-PV-IDX) NOT EQUAL ZERO
               MOVE WS-PV-MOVEMENT(WS-PV-IDX) TO WS-GX-WORK-AMOUNT

               IF WS-GX-WORK-AMOUNT > ZERO
                   MOVE "PROV-CHG"   TO WS-GXD-ACCOUNT
                   MOVE "DR"         TO WS-GXD-DRCR
                   PERFORM P6200-WRITE-POSTING-LINE
                   MOVE "LOAN-PROV"  TO WS-GXD-ACCOUNT
                   MOVE "CR"         TO WS-GXD-DRCR
                   PERFORM P6200-WRITE-POSTING-LINE
               ELSE
                   COMPUTE WS-GX-WORK-AMOUNT =
                       ZERO - WS-GX-WORK-AMOUNT
                   MOVE "LOAN-PROV"  TO WS-GXD-ACCOUNT
                   MOVE "DR"         TO WS-GXD-DRCR
                   PERFORM P6200-WRITE-POSTING-LINE
                   MOVE "PROV-CHG"   TO WS-GXD-ACCOUNT
                   MOVE "CR"         TO WS-GXD-DRCR
                   PERFORM P6200-WRITE-POSTING-LINE
               END-IF
           END-IF
           .

       P6200-WRITE-POSTING-LINE SECTION.
           MOVE WS-PV-CURRENCY(WS-PV-IDX) TO WS-GXD-CURRENCY
           MOVE "+" TO WS-GXD-SIGN
           MOVE WS-GX-WORK-AMOUNT TO WS-GXD-AMOUNT

           ADD 1 TO WS-GX-DETAIL-COUNT
           MOVE WS-GX-DETAIL TO GLPROV-LINE
           WRITE GLPROV-LINE
           .

      *>>
      *>> Put this run's figures on the history - every stage of
      *>> every currency, empty ones as zero, so next month measures
      *>> from exactly what the ledger now holds
      *>>
       P7000-APPEND-HISTORY SECTION.
           OPEN EXTEND PROVHIST
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT PROVHIST
           END-IF

           PERFORM P7100-WRITE-CCY-HISTORY
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-CCY-COUNT

           CLOSE PROVHIST
           .

       P7100-WRITE-CCY-HISTORY SECTION.
           PERFORM P7200-WRITE-HISTORY-RECORD
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 3
           .

       P7200-WRITE-HISTORY-RECORD SECTION.
           MOVE WS-BUS-DDMMYYYY TO PVH-RUN-DATE
           MOVE WS-PV-CURRENCY(WS-PV-IDX) TO PVH-CURRENCY-CODE
           MOVE WS-STAGE-SUB TO PVH-STAGE
           MOVE WS-PV-ACCOUNTS(WS-PV-IDX, WS-STAGE-SUB)
               TO PVH-ACCOUNT-COUNT
           MOVE WS-PV-PCT(WS-PV-IDX, WS-STAGE-SUB)
               TO PVH-PROVISION-PCT

           MOVE WS-PV-EXPOSURE(WS-PV-IDX, WS-STAGE-SUB)
               TO WS-SIGNED-WORK
           IF WS-SIGNED-WORK < ZERO
               MOVE "-" TO PVH-EXPOSURE-SIGN
               COMPUTE PVH-EXPOSURE-AMOUNT = ZERO - WS-SIGNED-WORK
           ELSE
               MOVE "+" TO PVH-EXPOSURE-SIGN
               MOVE WS-SIGNED-WORK TO PVH-EXPOSURE-AMOUNT
           END-IF

           MOVE WS-PV-PROVISION(WS-PV-IDX, WS-STAGE-SUB)
               TO WS-SIGNED-WORK
           IF WS-SIGNED-WORK < ZERO
               MOVE "-" TO PVH-PROVISION-SIGN
               COMPUTE PVH-PROVISION-AMOUNT = ZERO - WS-SIGNED-WORK
           ELSE
               MOVE "+" TO PVH-PROVISION-SIGN
               MOVE WS-SIGNED-WORK TO PVH-PROVISION-AMOUNT
           END-IF

           WRITE PVH-PROVHIST-REC
           .

       P9000-TERMINATE SECTION.
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Accounts on book:      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-STAGED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Active accounts staged:" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WRITTEN-OFF-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Written off (excluded):" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-INACTIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Settled/closed skipped:" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-GX-DETAIL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Posting lines emitted: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPTFILE

           SET RC-END-STEP TO TRUE
           MOVE "PROVISN" TO RC-STEP-NAME
           MOVE "OK" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       P9500-CHECK-OUT-FAILED SECTION.
           SET RC-END-STEP TO TRUE
           MOVE "PROVISN" TO RC-STEP-NAME
           MOVE "FAILED" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       END PROGRAM ProvisionRun.
