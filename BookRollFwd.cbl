       IDENTIFICATION DIVISION.
       program-id. BookRollFwd.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Loan book roll-forward, per currency, over a period. The
      *>> posting run's ledger control check only compares closing
      *>> totals, so when it breaks it cannot say which movement
      *>> broke it; this report walks the book from the opening
      *>> balance to the closing one movement type by movement type
      *>> and shows whatever is left unexplained.
      *>>
      *>> The book is the balance outstanding on active accounts -
      *>> the population the posting run's control totals, RUNSTATS
      *>> and FxReval all work on. Fees are kept apart from the
      *>> balance, so fees assessed and fees paid are shown as memo
      *>> lines beside the roll-forward rather than in it.
      *>>
      *>>   Opening  - the new balance RUNSTATS holds for the last
      *>>              posting run before the period
      *>>   Movements - off POSTHIST: interest charged, payments
      *>>              received, settlements received, payments
      *>>              reversed, credit balances refunded,
      *>>              settled accounts leaving the book and accounts
      *>>              new to the book; off WRITEOFF: balances
      *>>              written off
      *>>   Closing  - the active balances on LOANMAST itself. Once a
      *>>              later posting run has moved LOANMAST on, the
      *>>              new balance RUNSTATS holds for the last run
      *>>              in the period stands in for it instead
      *>>
      *>> Beside each currency the posting history is proved against
      *>> the RUNSTATS figures for the runs in the period, and the
      *>> loan asset lines of the GLPOST-EXT, GLPOST-REV and
      *>> GLREVAL-EXT extracts are shown where the extract on hand
      *>> was cut inside the period - each extract holds only the
      *>> latest run that wrote it. Back-out reversals are shown as
      *>> memo: LoanBackout sweeps the runs it backs out off POSTHIST
      *>> and RUNSTATS, so they leave nothing on the book to roll.
      *>> FX revaluation is shown as memo too, in the base currency
      *>> FxReval posts it in, off FXREVHIST - it restates the book
      *>> in the ledger, not the balances held in loan currency.
      *>>
      *>> The period comes from the ROLLFWD-PARM parameter file,
      *>> first and last day as DD/MM/YYYY; with no parameter file
      *>> (the month-end schedule) it is the business month to date.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDLoanMast.cpy".
           COPY "SDPostHist.cpy".
           COPY "SDRunStats.cpy".
           COPY "SDWriteOff.cpy".
           COPY "SDFxRevHist.cpy".

           SELECT FWDPARM ASSIGN TO "ROLLFWD-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *>> Each account's first movement on the history, keyed on
      *>> the account, so an account new to the book in the period
      *>> can be told from one that was already on it
           SELECT FWDWORK ASSIGN TO "ROLLFWD-WRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWK-ACCOUNT-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GLPOST ASSIGN TO "GLPOST-EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GLREVERSE ASSIGN TO "GLPOST-REV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT GLREVAL ASSIGN TO "GLREVAL-EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RPTFILE ASSIGN TO "ROLLFWD-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD POSTHIST.
           COPY "RDPostHist.cpy" REPLACING ==(PREFIX)== BY ==PHF==.

           FD RUNSTATS.
           COPY "RDRunStats.cpy" REPLACING ==(PREFIX)== BY ==RSF==.

           FD WRITEOFF.
           COPY "RDWriteOff.cpy" REPLACING ==(PREFIX)== BY ==WOF==.

           FD FXREVHIST.
           COPY "RDFxRevHist.cpy" REPLACING ==(PREFIX)== BY ==FRH==.

           FD FWDPARM.
           01  PARM-RECORD.
               05  PARM-FROM-DATE         PIC X(10).
               05  PARM-TO-DATE           PIC X(10).

           FD FWDWORK.
           01  FWK-ACCOUNT-REC.
               05  FWK-ACCOUNT-NO         PIC X(10).
               05  FWK-CURRENCY-CODE      PIC X(03).
               05  FWK-FIRST-DATE         PIC 9(08).
               05  FWK-FIRST-BALANCE      PIC S9(9)V99.

           FD GLPOST.
           01  GLPOST-LINE                PIC X(50).

           FD GLREVERSE.
           01  GLREVERSE-LINE             PIC X(50).

           FD GLREVAL.
           01  GLREVAL-LINE               PIC X(50).

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-LOANMAST             PIC X VALUE "N".
           88  EOF-LOANMAST                VALUE "Y".
       01  WS-EOF-POSTHIST             PIC X VALUE "N".
           88  EOF-POSTHIST                VALUE "Y".
       01  WS-EOF-RUNSTATS             PIC X VALUE "N".
           88  EOF-RUNSTATS                VALUE "Y".
       01  WS-EOF-WRITEOFF             PIC X VALUE "N".
           88  EOF-WRITEOFF                VALUE "Y".
       01  WS-EOF-FXREVHIST            PIC X VALUE "N".
           88  EOF-FXREVHIST               VALUE "Y".
       01  WS-EOF-FWDWORK              PIC X VALUE "N".
           88  EOF-FWDWORK                 VALUE "Y".
       01  WS-EOF-EXTRACT              PIC X VALUE "N".
           88  EOF-EXTRACT                 VALUE "Y".

      *>> The period asked for, first and last day both included,
      *>> and the business date the run is taken under
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-FROM-DATE                PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-FROM-DDMMYYYY            PIC X(10).
       01  WS-TO-DDMMYYYY              PIC X(10).
       01  WS-PERIOD-FLAG              PIC X VALUE "Y".
           88  PERIOD-VALID                VALUE "Y".
           88  PERIOD-INVALID              VALUE "N".

      *>> A DD/MM/YYYY date turned into YYYYMMDD - zero if it is
      *>> not a date
       01  WS-DATE-ENTRY               PIC X(10).
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-YYYY       PIC 9(4).
           05  WS-DATE-WORK-MM         PIC 9(2).
           05  WS-DATE-WORK-DD         PIC 9(2).
       01  WS-DATE-INT                 PIC S9(9).
       01  WS-DATE-DDMMYYYY            PIC X(10).

      *>> The posting runs either side of the period. Movements are
      *>> taken after the opening run and up to the cut-off - the
      *>> last day of the period, or the last run in it once a
      *>> later run has moved LOANMAST on
       01  WS-OPEN-RUN-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CLOSE-RUN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-LATER-RUN-FLAG           PIC X VALUE "N".
           88  LATER-RUN-FOUND             VALUE "Y".
       01  WS-WINDOW-AFTER             PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-TO                PIC 9(8) VALUE ZERO.
       01  WS-RS-GEN                   PIC 9(4).
       01  WS-RS-POSTING-FLAG          PIC X.
           88  RS-POSTING-RUN              VALUE "Y".

      *>> One entry per currency - opening, each movement type as
      *>> the signed amount it moves the book by, the closing book
      *>> and the figures it is cross-checked against
       01  WS-RF-TABLE.
           05  WS-RF-ENTRY OCCURS 50 TIMES INDEXED BY WS-RF-IDX.
               10  WS-RF-CURRENCY          PIC X(03).
               10  WS-RF-OPEN-FLAG         PIC X.
                   88  RF-OPENING-FOUND        VALUE "Y".
               10  WS-RF-OPEN-GEN          PIC 9(4).
               10  WS-RF-OPENING           PIC S9(11)V99.
               10  WS-RF-OPEN-LEAVERS      PIC S9(11)V99.
               10  WS-RF-CLOSE-FLAG        PIC X.
                   88  RF-CLOSING-RUN-FOUND    VALUE "Y".
               10  WS-RF-CLOSE-GEN         PIC 9(4).
               10  WS-RF-CLOSE-RUNBAL      PIC S9(11)V99.
               10  WS-RF-CLOSE-LEAVERS     PIC S9(11)V99.
               10  WS-RF-RUN-COUNT         PIC 9(4).
               10  WS-RF-RS-INTEREST       PIC S9(11)V99.
               10  WS-RF-RS-CAPITAL        PIC S9(11)V99.
               10  WS-RF-RS-FEES           PIC S9(11)V99.
               10  WS-RF-INT-CHARGED       PIC S9(11)V99.
               10  WS-RF-PAYMENTS          PIC S9(11)V99.
               10  WS-RF-SETTLED           PIC S9(11)V99.
               10  WS-RF-REVERSED          PIC S9(11)V99.
               10  WS-RF-REFUNDED          PIC S9(11)V99.
               10  WS-RF-LEAVERS           PIC S9(11)V99.
               10  WS-RF-NEW-ACCOUNTS      PIC S9(11)V99.
               10  WS-RF-UNPOSTED          PIC S9(11)V99.
               10  WS-RF-WRITTEN-OFF       PIC S9(11)V99.
               10  WS-RF-FEES-ASSESSED     PIC S9(11)V99.
               10  WS-RF-FEES-PAID         PIC S9(11)V99.
               10  WS-RF-FEES-REVERSED     PIC S9(11)V99.
               10  WS-RF-LOANMAST          PIC S9(11)V99.
               10  WS-RF-GL-POSTED         PIC S9(11)V99.
               10  WS-RF-GL-HISTORY        PIC S9(11)V99.
               10  WS-RF-GL-BACKOUT        PIC S9(11)V99.
               10  WS-RF-FX-GAINLOSS       PIC S9(11)V99.
               10  WS-RF-FX-COUNT          PIC 9(4).
       01  WS-RF-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-RF-SEARCH-CCY            PIC X(03).
       01  WS-RF-FOUND-FLAG            PIC X.
           88  RF-FOUND                    VALUE "Y".

      *>> Set if the book holds more currencies than the table -
      *>> a roll-forward missing a currency would prove nothing
       01  WS-TABLE-OVERFLOW-FLAG      PIC X VALUE "N".
           88  TABLE-OVERFLOWED            VALUE "Y".

      *>> The movement just read off POSTHIST, de-edited
       01  WS-POST-DATE                PIC 9(8).
       01  WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
           05  WS-POST-YYYY            PIC 9(4).
           05  WS-POST-MM              PIC 9(2).
           05  WS-POST-DD              PIC 9(2).
       01  WS-PH-GEN                   PIC 9(4).
       01  WS-PH-TXN-TYPE              PIC X(03).
       01  WS-PH-INTEREST              PIC S9(9)V99.
       01  WS-PH-AMOUNT                PIC S9(9)V99.
       01  WS-PH-BEFORE                PIC S9(9)V99.
       01  WS-PH-AFTER                 PIC S9(9)V99.
       01  WS-PH-FEE-PAID              PIC S9(9)V99.
       01  WS-PH-FEE-ASSESSED          PIC S9(9)V99.
       01  WS-PH-IN-WINDOW-FLAG        PIC X.
           88  PH-IN-WINDOW                VALUE "Y".

      *>> The posting run writes an active account's movements one
      *>> after another - the payment or settlement first, then any
      *>> reversals and refund - so a movement for the same account
      *>> and run as the one before it belongs to that posting
       01  WS-PREV-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-PREV-GEN                 PIC 9(4) VALUE ZERO.
       01  WS-SAME-POSTING-FLAG        PIC X.
           88  SAME-POSTING                VALUE "Y".

      *>> A settled account leaves the book at the balance its last
      *>> movement in the settling run left it on - held until the
      *>> next account or run shows that posting is complete
       01  WS-LV-PENDING-FLAG          PIC X VALUE "N".
           88  LEAVER-PENDING              VALUE "Y".
       01  WS-LV-CURRENCY              PIC X(03).
       01  WS-LV-GEN                   PIC 9(4).
       01  WS-LV-BALANCE               PIC S9(9)V99.

      *>> The extract being read - P posting, R back-out reversal,
      *>> V revaluation - and whether its header falls in the period
       01  WS-EXTRACT-KIND             PIC X.
           88  EXTRACT-POSTING             VALUE "P".
           88  EXTRACT-BACKOUT             VALUE "R".
           88  EXTRACT-REVALUATION         VALUE "V".
       01  WS-EXTRACT-IN-PERIOD-FLAG   PIC X.
           88  EXTRACT-IN-PERIOD           VALUE "Y".
       01  WS-GLPOST-DATE              PIC 9(8) VALUE ZERO.
       01  WS-GLREVERSE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-GLREVAL-DATE             PIC 9(8) VALUE ZERO.
       01  WS-GLREVAL-CURRENCY         PIC X(03) VALUE SPACES.
       01  WS-GLREVAL-POSTED           PIC S9(11)V99 VALUE ZERO.
       01  WS-GLREVAL-HISTORY          PIC S9(11)V99 VALUE ZERO.

      *>> Extract lines in the HDR/DTL shape the posting run cuts
       01  WS-GX-LINE                  PIC X(50).
       01  WS-GX-HEADER REDEFINES WS-GX-LINE.
           05  WS-GXH-TAG              PIC X(03).
           05  WS-GXH-RUN-DATE         PIC 9(8).
           05  WS-GXH-RUN-MODE         PIC X(8).
           05  FILLER                  PIC X(31).
       01  WS-GX-DETAIL REDEFINES WS-GX-LINE.
           05  WS-GXD-TAG              PIC X(03).
           05  WS-GXD-ACCOUNT          PIC X(10).
           05  WS-GXD-DRCR             PIC X(02).
           05  WS-GXD-CURRENCY         PIC X(03).
           05  WS-GXD-SIGN             PIC X(01).
           05  WS-GXD-AMOUNT           PIC 9(9)V99.
           05  FILLER                  PIC X(20).
       01  WS-GX-WORK-AMOUNT           PIC S9(11)V99.

       01  WS-SIGNED-WORK              PIC S9(11)V99.
       01  WS-EXPECTED-CLOSING         PIC S9(11)V99.
       01  WS-ACTUAL-CLOSING           PIC S9(11)V99.
       01  WS-DIFFERENCE               PIC S9(11)V99.
       01  WS-CHECK-HISTORY            PIC S9(11)V99.
       01  WS-CHECK-RUNSTATS           PIC S9(11)V99.
       01  WS-AGREED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-BROKEN-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-COUNT             PIC 9(8) VALUE ZERO.
       01  WS-WRITEOFF-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-BIG-COUNT        PIC ZZ,ZZZ,ZZ9.

      *>> One printed roll-forward line - what moved the book and by
      *>> how much
       01  WS-RPT-AMOUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RA-LABEL             PIC X(46).
           05  WS-RA-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RA-NOTE              PIC X(32).
       01  WS-RA-WORK                  PIC S9(11)V99.

      *>> One printed cross-check line - the history's figure, the
      *>> figure it is proved against and what separates them
       01  WS-RPT-CHECK-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RC-LABEL             PIC X(22).
           05  WS-RC-HISTORY           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-OTHER             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-DIFFERENCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-NOTE              PIC X(14).

      *>>
      *>> Definition of data to pass in/out the RUNCTRL module
      *>>
           COPY "WSRUNCTRL.cpy".

       PROCEDURE DIVISION.
           SET RC-START-STEP TO TRUE
           MOVE "ROLLFWD" TO RC-STEP-NAME
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           MOVE RC-BUS-DATE TO WS-BUS-DATE
           PERFORM P1000-SET-PERIOD
           IF PERIOD-INVALID
               DISPLAY "*** ROLLFWD-PARM period is not two dates,"
                   " first to last - nothing reported ***"
               PERFORM P9500-CHECK-OUT-FAILED
               GOBACK
           END-IF

           OPEN INPUT LOANMAST
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No loan master file - file status "
                   WS-FILE-STATUS " ***"
               PERFORM P9500-CHECK-OUT-FAILED
               GOBACK
           END-IF
           CLOSE LOANMAST

           PERFORM P2000-LOAD-RUNSTATS
           PERFORM P2500-LOAD-EXTRACTS
           PERFORM P3000-SCAN-POSTHIST
           PERFORM P4000-SCAN-WRITEOFFS
           PERFORM P4500-SCAN-FXREVHIST
           PERFORM P5000-SCAN-LOANMAST

      *>> A book that would not fit the table cannot be rolled
      *>> forward faithfully - abandon before anything is reported
           IF TABLE-OVERFLOWED
               DISPLAY "*** Roll-forward abandoned - nothing"
                   " reported ***"
               PERFORM P9500-CHECK-OUT-FAILED
               GOBACK
           END-IF

           OPEN OUTPUT RPTFILE
           PERFORM P6000-WRITE-REPORT-HEADER

           PERFORM P6100-ROLL-ONE-CCY
               VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RF-CCY-COUNT

           PERFORM P9000-TERMINATE

           GOBACK
           .

      *>>
      *>> The period off ROLLFWD-PARM - a missing or empty parameter
      *>> file means the business month to date, the month-end run
      *>>
       P1000-SET-PERIOD SECTION.
           MOVE SPACES TO PARM-RECORD
           OPEN INPUT FWDPARM
           IF WS-FILE-STATUS EQUAL ZERO
               READ FWDPARM
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               CLOSE FWDPARM
           END-IF

           IF PARM-FROM-DATE EQUAL SPACES
               AND PARM-TO-DATE EQUAL SPACES
               MOVE WS-BUS-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
               MOVE WS-BUS-DATE TO WS-TO-DATE
           ELSE
               MOVE PARM-FROM-DATE TO WS-DATE-ENTRY
               PERFORM P1100-CONVERT-DATE
               MOVE WS-DATE-WORK TO WS-FROM-DATE
               MOVE PARM-TO-DATE TO WS-DATE-ENTRY
               PERFORM P1100-CONVERT-DATE
               MOVE WS-DATE-WORK TO WS-TO-DATE
           END-IF

           IF WS-FROM-DATE EQUAL ZERO
               OR WS-TO-DATE EQUAL ZERO
               OR WS-FROM-DATE > WS-TO-DATE
               SET PERIOD-INVALID TO TRUE
           ELSE
               MOVE WS-FROM-DATE TO WS-DATE-WORK
               PERFORM P1200-FORMAT-DATE
               MOVE WS-DATE-DDMMYYYY TO WS-FROM-DDMMYYYY
               MOVE WS-TO-DATE TO WS-DATE-WORK
               PERFORM P1200-FORMAT-DATE
               MOVE WS-DATE-DDMMYYYY TO WS-TO-DDMMYYYY
           END-IF
           .

      *>>
      *>> DD/MM/YYYY in WS-DATE-ENTRY to YYYYMMDD in WS-DATE-WORK -
      *>> zero if it is not a real date
      *>>
       P1100-CONVERT-DATE SECTION.
           MOVE ZERO TO WS-DATE-WORK
           IF WS-DATE-ENTRY(1:2) IS NUMERIC
               AND WS-DATE-ENTRY(3:1) EQUAL "/"
               AND WS-DATE-ENTRY(4:2) IS NUMERIC
               AND WS-DATE-ENTRY(6:1) EQUAL "/"
               AND WS-DATE-ENTRY(7:4) IS NUMERIC
               MOVE WS-DATE-ENTRY(7:4) TO WS-DATE-WORK-YYYY
               MOVE WS-DATE-ENTRY(4:2) TO WS-DATE-WORK-MM
               MOVE WS-DATE-ENTRY(1:2) TO WS-DATE-WORK-DD
           END-IF

           MOVE ZERO TO WS-DATE-INT
           IF WS-DATE-WORK NOT EQUAL ZERO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           END-IF
           IF WS-DATE-INT EQUAL ZERO
               MOVE ZERO TO WS-DATE-WORK
           END-IF
           .

       P1200-FORMAT-DATE SECTION.
           MOVE WS-DATE-WORK-DD   TO WS-DATE-DDMMYYYY(1:2)
           MOVE "/"               TO WS-DATE-DDMMYYYY(3:1)
           MOVE WS-DATE-WORK-MM   TO WS-DATE-DDMMYYYY(4:2)
           MOVE "/"               TO WS-DATE-DDMMYYYY(6:1)
           MOVE WS-DATE-WORK-YYYY TO WS-DATE-DDMMYYYY(7:4)
           .

      *>>
      *>> The run statistics - the last posting run before the period
      *>> gives each currency its opening book, the runs inside it
      *>> are summed for the cross-check and the last of them gives
      *>> the closing book should a later run have moved LOANMAST on.
      *>> Runs that posted nothing (REPORT, SCENARIO) are passed
      *>> over; a record from before generations were numbered is
      *>> a posting run if its mode says POST
      *>>
       P2000-LOAD-RUNSTATS SECTION.
           OPEN INPUT RUNSTATS
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2100-READ-RUNSTATS
               PERFORM P2200-TAKE-RUN
                   UNTIL EOF-RUNSTATS
               CLOSE RUNSTATS
           ELSE
               DISPLAY "*** No RUNSTATS history - no opening book ***"
           END-IF

      *>> Movements run from the day after the opening run (or the
      *>> first day of the period, with no opening run) to the
      *>> cut-off
           IF WS-OPEN-RUN-DATE NOT EQUAL ZERO
               MOVE WS-OPEN-RUN-DATE TO WS-WINDOW-AFTER
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FROM-DATE) - 1
               COMPUTE WS-WINDOW-AFTER =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           END-IF

           IF LATER-RUN-FOUND
               IF WS-CLOSE-RUN-DATE NOT EQUAL ZERO
                   MOVE WS-CLOSE-RUN-DATE TO WS-WINDOW-TO
               ELSE
                   MOVE WS-WINDOW-AFTER TO WS-WINDOW-TO
               END-IF
           ELSE
               MOVE WS-TO-DATE TO WS-WINDOW-TO
           END-IF
           .

       P2100-READ-RUNSTATS SECTION.
           READ RUNSTATS
               AT END SET EOF-RUNSTATS TO TRUE
           END-READ
           .

       P2200-TAKE-RUN SECTION.
           MOVE "N" TO WS-RS-POSTING-FLAG
           MOVE ZERO TO WS-RS-GEN
           IF RSF-GEN-NUMBER IS NUMERIC
               MOVE RSF-GEN-NUMBER TO WS-RS-GEN
               IF WS-RS-GEN > ZERO
                   SET RS-POSTING-RUN TO TRUE
               END-IF
           ELSE
               IF RSF-RUN-MODE EQUAL "POST"
                   SET RS-POSTING-RUN TO TRUE
               END-IF
           END-IF

           IF RS-POSTING-RUN
               EVALUATE TRUE
                   WHEN RSF-RUN-DATE < WS-FROM-DATE
                       PERFORM P2300-TAKE-OPENING-RUN
                   WHEN RSF-RUN-DATE > WS-TO-DATE
                       SET LATER-RUN-FOUND TO TRUE
                   WHEN OTHER
                       PERFORM P2400-TAKE-PERIOD-RUN
               END-EVALUATE
           END-IF

           PERFORM P2100-READ-RUNSTATS
           .

      *>> The history is in run order, so the last record before the
      *>> period for a currency is its opening
       P2300-TAKE-OPENING-RUN SECTION.
           IF RSF-RUN-DATE > WS-OPEN-RUN-DATE
               MOVE RSF-RUN-DATE TO WS-OPEN-RUN-DATE
           END-IF

           MOVE RSF-CURRENCY-CODE TO WS-RF-SEARCH-CCY
           PERFORM P7000-FIND-CCY
           IF RF-FOUND
               SET RF-OPENING-FOUND(WS-RF-IDX) TO TRUE
               MOVE WS-RS-GEN TO WS-RF-OPEN-GEN(WS-RF-IDX)
               MOVE RSF-NEWBAL-AMOUNT TO WS-RF-OPENING(WS-RF-IDX)
               IF RSF-NEWBAL-SIGN EQUAL "-"
                   COMPUTE WS-RF-OPENING(WS-RF-IDX) =
                       ZERO - WS-RF-OPENING(WS-RF-IDX)
               END-IF
           END-IF
           .

       P2400-TAKE-PERIOD-RUN SECTION.
           IF RSF-RUN-DATE > WS-CLOSE-RUN-DATE
               MOVE RSF-RUN-DATE TO WS-CLOSE-RUN-DATE
           END-IF

           MOVE RSF-CURRENCY-CODE TO WS-RF-SEARCH-CCY
           PERFORM P7000-FIND-CCY
           IF RF-FOUND
               ADD 1 TO WS-RF-RUN-COUNT(WS-RF-IDX)
               SET RF-CLOSING-RUN-FOUND(WS-RF-IDX) TO TRUE
               MOVE WS-RS-GEN TO WS-RF-CLOSE-GEN(WS-RF-IDX)

               MOVE RSF-NEWBAL-AMOUNT TO WS-SIGNED-WORK
               IF RSF-NEWBAL-SIGN EQUAL "-"
                   COMPUTE WS-SIGNED-WORK = ZERO - WS-SIGNED-WORK
               END-IF
               MOVE WS-SIGNED-WORK TO WS-RF-CLOSE-RUNBAL(WS-RF-IDX)

               MOVE RSF-INTEREST-AMOUNT TO WS-SIGNED-WORK
               IF RSF-INTEREST-SIGN EQUAL "-"
                   COMPUTE WS-SIGNED-WORK = ZERO - WS-SIGNED-WORK
               END-IF
               ADD WS-SIGNED-WORK TO WS-RF-RS-INTEREST(WS-RF-IDX)

               MOVE RSF-CAPITAL-AMOUNT TO WS-SIGNED-WORK
               IF RSF-CAPITAL-SIGN EQUAL "-"
                   COMPUTE WS-SIGNED-WORK = ZERO - WS-SIGNED-WORK
               END-IF
               ADD WS-SIGNED-WORK TO WS-RF-RS-CAPITAL(WS-RF-IDX)

               MOVE RSF-FEES-AMOUNT TO WS-SIGNED-WORK
               IF RSF-FEES-SIGN EQUAL "-"
                   COMPUTE WS-SIGNED-WORK = ZERO - WS-SIGNED-WORK
               END-IF
               ADD WS-SIGNED-WORK TO WS-RF-RS-FEES(WS-RF-IDX)
           END-IF
           .

      *>>
      *>> The ledger extracts on hand - each holds only the latest
      *>> run that cut it, and only one cut inside the period is of
      *>> use. The loan asset lines are netted per currency, debit
      *>> taking the book up and credit taking it down
      *>>
       P2500-LOAD-EXTRACTS SECTION.
           SET EXTRACT-POSTING TO TRUE
           MOVE "N" TO WS-EOF-EXTRACT
           MOVE "N" TO WS-EXTRACT-IN-PERIOD-FLAG
           OPEN INPUT GLPOST
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2510-READ-GLPOST
               PERFORM P2600-TAKE-EXTRACT-LINE
                   UNTIL EOF-EXTRACT
               CLOSE GLPOST
           END-IF

           SET EXTRACT-BACKOUT TO TRUE
           MOVE "N" TO WS-EOF-EXTRACT
           MOVE "N" TO WS-EXTRACT-IN-PERIOD-FLAG
           OPEN INPUT GLREVERSE
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2520-READ-GLREVERSE
               PERFORM P2600-TAKE-EXTRACT-LINE
                   UNTIL EOF-EXTRACT
               CLOSE GLREVERSE
           END-IF

           SET EXTRACT-REVALUATION TO TRUE
           MOVE "N" TO WS-EOF-EXTRACT
           MOVE "N" TO WS-EXTRACT-IN-PERIOD-FLAG
           OPEN INPUT GLREVAL
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P2530-READ-GLREVAL
               PERFORM P2600-TAKE-EXTRACT-LINE
                   UNTIL EOF-EXTRACT
               CLOSE GLREVAL
           END-IF
           .

       P2510-READ-GLPOST SECTION.
           READ GLPOST
               AT END SET EOF-EXTRACT TO TRUE
               NOT AT END MOVE GLPOST-LINE TO WS-GX-LINE
           END-READ
           .

       P2520-READ-GLREVERSE SECTION.
           READ GLREVERSE
               AT END SET EOF-EXTRACT TO TRUE
               NOT AT END MOVE GLREVERSE-LINE TO WS-GX-LINE
           END-READ
           .

       P2530-READ-GLREVAL SECTION.
           READ GLREVAL
               AT END SET EOF-EXTRACT TO TRUE
               NOT AT END MOVE GLREVAL-LINE TO WS-GX-LINE
           END-READ
           .

       P2600-TAKE-EXTRACT-LINE SECTION.
           EVALUATE TRUE
               WHEN WS-GXH-TAG EQUAL "HDR"
                   PERFORM P2610-TAKE-EXTRACT-HEADER
               WHEN WS-GXD-TAG EQUAL "DTL"
                   AND EXTRACT-IN-PERIOD
                   AND WS-GXD-ACCOUNT EQUAL "LOAN-ASSET"
                   PERFORM P2620-TAKE-LOAN-ASSET-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN EXTRACT-POSTING
                   PERFORM P2510-READ-GLPOST
               WHEN EXTRACT-BACKOUT
                   PERFORM P2520-READ-GLREVERSE
               WHEN OTHER
                   PERFORM P2530-READ-GLREVAL
           END-EVALUATE
           .

       P2610-TAKE-EXTRACT-HEADER SECTION.
           IF WS-GXH-RUN-DATE IS NUMERIC
               AND WS-GXH-RUN-DATE NOT < WS-FROM-DATE
               AND WS-GXH-RUN-DATE NOT > WS-TO-DATE
               SET EXTRACT-IN-PERIOD TO TRUE
               EVALUATE TRUE
                   WHEN EXTRACT-POSTING
                       MOVE WS-GXH-RUN-DATE TO WS-GLPOST-DATE
                   WHEN EXTRACT-BACKOUT
                       MOVE WS-GXH-RUN-DATE TO WS-GLREVERSE-DATE
                   WHEN OTHER
                       MOVE WS-GXH-RUN-DATE TO WS-GLREVAL-DATE
               END-EVALUATE
           END-IF
           .

       P2620-TAKE-LOAN-ASSET-LINE SECTION.
           MOVE WS-GXD-AMOUNT TO WS-GX-WORK-AMOUNT
           IF WS-GXD-SIGN EQUAL "-"
               COMPUTE WS-GX-WORK-AMOUNT = ZERO - WS-GX-WORK-AMOUNT
           END-IF
           IF WS-GXD-DRCR EQUAL "CR"
               COMPUTE WS-GX-WORK-AMOUNT = ZERO - WS-GX-WORK-AMOUNT
           END-IF

           IF EXTRACT-REVALUATION
               MOVE WS-GXD-CURRENCY TO WS-GLREVAL-CURRENCY
               ADD WS-GX-WORK-AMOUNT TO WS-GLREVAL-POSTED
           ELSE
               MOVE WS-GXD-CURRENCY TO WS-RF-SEARCH-CCY
               PERFORM P7000-FIND-CCY
               IF RF-FOUND
                   IF EXTRACT-POSTING
                       ADD WS-GX-WORK-AMOUNT
                           TO WS-RF-GL-POSTED(WS-RF-IDX)
                   ELSE
                       ADD WS-GX-WORK-AMOUNT
                           TO WS-RF-GL-BACKOUT(WS-RF-IDX)
                   END-IF
               END-IF
           END-IF
           .

      *>>
      *>> The posted-transactions history, front to back. Every
      *>> account's first movement goes on the work file; movements
      *>> inside the window are analysed by type; a settlement marks
      *>> its account to leave the book at the balance its posting
      *>> ends on
      *>>
       P3000-SCAN-POSTHIST SECTION.
           OPEN OUTPUT FWDWORK
           CLOSE FWDWORK
           OPEN I-O FWDWORK

           OPEN INPUT POSTHIST
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P3100-READ-POSTHIST
               PERFORM P3200-TAKE-MOVEMENT
                   UNTIL EOF-POSTHIST
               CLOSE POSTHIST
               PERFORM P3600-SETTLE-LEAVER
           ELSE
               DISPLAY "*** No POSTHIST history - no movements ***"
           END-IF

           PERFORM P3800-FIND-NEW-ACCOUNTS
           .

       P3100-READ-POSTHIST SECTION.
           READ POSTHIST
               AT END SET EOF-POSTHIST TO TRUE
           END-READ
           .

       P3200-TAKE-MOVEMENT SECTION.
           ADD 1 TO WS-HISTORY-COUNT

           MOVE ZERO TO WS-POST-DATE
           IF PHF-POST-DATE(1:2) IS NUMERIC
               AND PHF-POST-DATE(4:2) IS NUMERIC
               AND PHF-POST-DATE(7:4) IS NUMERIC
               MOVE PHF-POST-DATE(7:4) TO WS-POST-YYYY
               MOVE PHF-POST-DATE(4:2) TO WS-POST-MM
               MOVE PHF-POST-DATE(1:2) TO WS-POST-DD
           END-IF

           MOVE ZERO TO WS-PH-GEN
           IF PHF-GEN-NUMBER IS NUMERIC
               MOVE PHF-GEN-NUMBER TO WS-PH-GEN
           END-IF

           MOVE PHF-TXN-TYPE TO WS-PH-TXN-TYPE
           IF WS-PH-TXN-TYPE EQUAL SPACES
               MOVE "PAY" TO WS-PH-TXN-TYPE
           END-IF

           PERFORM P3250-DE-EDIT-AMOUNTS

           IF PHF-ACCOUNT-NO EQUAL WS-PREV-ACCOUNT
               AND WS-PH-GEN EQUAL WS-PREV-GEN
               SET SAME-POSTING TO TRUE
           ELSE
               MOVE "N" TO WS-SAME-POSTING-FLAG
               PERFORM P3600-SETTLE-LEAVER
           END-IF

           MOVE "N" TO WS-PH-IN-WINDOW-FLAG
           IF WS-POST-DATE > WS-WINDOW-AFTER
               AND WS-POST-DATE NOT > WS-WINDOW-TO
               SET PH-IN-WINDOW TO TRUE
               ADD 1 TO WS-WINDOW-COUNT
           END-IF

           MOVE PHF-CURRENCY-CODE TO WS-RF-SEARCH-CCY
           PERFORM P7000-FIND-CCY
           IF RF-FOUND
               IF PH-IN-WINDOW
                   PERFORM P3300-ANALYSE-MOVEMENT
               END-IF
               PERFORM P3400-NOTE-LEAVER
               IF WS-GLPOST-DATE NOT EQUAL ZERO
                   AND WS-POST-DATE EQUAL WS-GLPOST-DATE
                   COMPUTE WS-RF-GL-HISTORY(WS-RF-IDX) =
                       WS-RF-GL-HISTORY(WS-RF-IDX)
                       + WS-PH-AFTER - WS-PH-BEFORE
               END-IF
           END-IF

           PERFORM P3500-NOTE-FIRST-MOVEMENT

           MOVE PHF-ACCOUNT-NO TO WS-PREV-ACCOUNT
           MOVE WS-PH-GEN      TO WS-PREV-GEN

           PERFORM P3100-READ-POSTHIST
           .

      *>> The history holds its amounts edited - older records have
      *>> spaces where the later fields now stand
       P3250-DE-EDIT-AMOUNTS SECTION.
           MOVE ZERO TO WS-PH-INTEREST
           MOVE ZERO TO WS-PH-AMOUNT
           MOVE ZERO TO WS-PH-BEFORE
           MOVE ZERO TO WS-PH-AFTER
           MOVE ZERO TO WS-PH-FEE-PAID
           MOVE ZERO TO WS-PH-FEE-ASSESSED

           IF PHF-PAYMT-INTEREST NOT EQUAL SPACES
               MOVE PHF-PAYMT-INTEREST TO WS-PH-INTEREST
           END-IF
           IF PHF-PAYMT-AMOUNT NOT EQUAL SPACES
               MOVE PHF-PAYMT-AMOUNT TO WS-PH-AMOUNT
           END-IF
           IF PHF-BALANCE-BEFORE NOT EQUAL SPACES
               MOVE PHF-BALANCE-BEFORE TO WS-PH-BEFORE
           END-IF
           IF PHF-BALANCE-AFTER NOT EQUAL SPACES
               MOVE PHF-BALANCE-AFTER TO WS-PH-AFTER
           END-IF
           IF PHF-FEE-PAID NOT EQUAL SPACES
               MOVE PHF-FEE-PAID TO WS-PH-FEE-PAID
           END-IF
           IF PHF-FEE-ASSESSED NOT EQUAL SPACES
               MOVE PHF-FEE-ASSESSED TO WS-PH-FEE-ASSESSED
           END-IF
           .

      *>>
      *>> What one movement in the window did to the book. A payment
      *>> or settlement charges its interest to the balance and takes
      *>> the money received off it, each on a line of its own - the
      *>> two net to the capital repaid, and interest charged with
      *>> nothing paid shows as exactly that; a reversal and a refund
      *>> move it by what they put back. A refund written on its own,
      *>> not after the account's payment in the same run, was paid
      *>> on an account already off the book and moves nothing
      *>>
       P3300-ANALYSE-MOVEMENT SECTION.
           EVALUATE WS-PH-TXN-TYPE
               WHEN "REV"
                   COMPUTE WS-RF-REVERSED(WS-RF-IDX) =
                       WS-RF-REVERSED(WS-RF-IDX)
                       + WS-PH-AFTER - WS-PH-BEFORE
                   ADD WS-PH-FEE-PAID TO WS-RF-FEES-REVERSED(WS-RF-IDX)
               WHEN "RFD"
                   IF SAME-POSTING
                       COMPUTE WS-RF-REFUNDED(WS-RF-IDX) =
                           WS-RF-REFUNDED(WS-RF-IDX)
                           + WS-PH-AFTER - WS-PH-BEFORE
                   END-IF
               WHEN OTHER
                   ADD WS-PH-INTEREST TO WS-RF-INT-CHARGED(WS-RF-IDX)
                   IF WS-PH-TXN-TYPE EQUAL "SET"
                       SUBTRACT WS-PH-AMOUNT
                           FROM WS-RF-SETTLED(WS-RF-IDX)
                   ELSE
                       SUBTRACT WS-PH-AMOUNT
                           FROM WS-RF-PAYMENTS(WS-RF-IDX)
                   END-IF
                   ADD WS-PH-FEE-PAID TO WS-RF-FEES-PAID(WS-RF-IDX)
                   ADD WS-PH-FEE-ASSESSED
                       TO WS-RF-FEES-ASSESSED(WS-RF-IDX)
           END-EVALUATE
           .

      *>>
      *>> A settlement in the window takes its account off the book;
      *>> so does one in the opening run, whose balance the opening
      *>> still holds. Later movements in the same posting carry the
      *>> balance it leaves on
      *>>
       P3400-NOTE-LEAVER SECTION.
           IF WS-PH-TXN-TYPE EQUAL "SET"
               IF PH-IN-WINDOW
                   OR (RF-OPENING-FOUND(WS-RF-IDX)
                       AND WS-PH-GEN EQUAL WS-RF-OPEN-GEN(WS-RF-IDX)
                       AND WS-PH-GEN NOT EQUAL ZERO)
                   SET LEAVER-PENDING TO TRUE
                   MOVE PHF-CURRENCY-CODE TO WS-LV-CURRENCY
                   MOVE WS-PH-GEN         TO WS-LV-GEN
                   MOVE WS-PH-AFTER       TO WS-LV-BALANCE
               END-IF
           ELSE
               IF LEAVER-PENDING
                   AND SAME-POSTING
                   MOVE WS-PH-AFTER TO WS-LV-BALANCE
               END-IF
           END-IF
           .

      *>> The first movement seen for an account is its first ever
       P3500-NOTE-FIRST-MOVEMENT SECTION.
           MOVE PHF-ACCOUNT-NO TO FWK-ACCOUNT-NO
           READ FWDWORK KEY IS FWK-ACCOUNT-NO
           IF WS-FILE-STATUS NOT EQUAL ZERO
               MOVE PHF-ACCOUNT-NO    TO FWK-ACCOUNT-NO
               MOVE PHF-CURRENCY-CODE TO FWK-CURRENCY-CODE
               MOVE WS-POST-DATE      TO FWK-FIRST-DATE
               MOVE WS-PH-BEFORE      TO FWK-FIRST-BALANCE
               WRITE FWK-ACCOUNT-REC
           END-IF
           .

      *>>
      *>> The settling posting is complete - take the account off
      *>> the book at the balance it ended on, and note it against
      *>> the opening or closing run it fell in
      *>>
       P3600-SETTLE-LEAVER SECTION.
           IF LEAVER-PENDING
               MOVE "N" TO WS-LV-PENDING-FLAG
               MOVE WS-LV-CURRENCY TO WS-RF-SEARCH-CCY
               PERFORM P7000-FIND-CCY
               IF RF-FOUND
                   SUBTRACT WS-LV-BALANCE
                       FROM WS-RF-LEAVERS(WS-RF-IDX)
                   IF RF-OPENING-FOUND(WS-RF-IDX)
                       AND WS-LV-GEN EQUAL WS-RF-OPEN-GEN(WS-RF-IDX)
                       ADD WS-LV-BALANCE
                           TO WS-RF-OPEN-LEAVERS(WS-RF-IDX)
                   END-IF
                   IF RF-CLOSING-RUN-FOUND(WS-RF-IDX)
                       AND WS-LV-GEN EQUAL WS-RF-CLOSE-GEN(WS-RF-IDX)
                       ADD WS-LV-BALANCE
                           TO WS-RF-CLOSE-LEAVERS(WS-RF-IDX)
                   END-IF
               END-IF
           END-IF
           .

      *>>
      *>> An account whose first movement falls in the window came
      *>> on to the book in the period at the balance it was first
      *>> posted from
      *>>
       P3800-FIND-NEW-ACCOUNTS SECTION.
           CLOSE FWDWORK
           OPEN INPUT FWDWORK

           MOVE "N" TO WS-EOF-FWDWORK
           PERFORM P3810-READ-FWDWORK
           PERFORM P3820-CHECK-NEW-ACCOUNT
               UNTIL EOF-FWDWORK

           CLOSE FWDWORK
           .

       P3810-READ-FWDWORK SECTION.
           READ FWDWORK NEXT RECORD
               AT END SET EOF-FWDWORK TO TRUE
           END-READ
           .

       P3820-CHECK-NEW-ACCOUNT SECTION.
           IF FWK-FIRST-DATE > WS-WINDOW-AFTER
               AND FWK-FIRST-DATE NOT > WS-WINDOW-TO
               MOVE FWK-CURRENCY-CODE TO WS-RF-SEARCH-CCY
               PERFORM P7000-FIND-CCY
               IF RF-FOUND
                   ADD FWK-FIRST-BALANCE
                       TO WS-RF-NEW-ACCOUNTS(WS-RF-IDX)
               END-IF
           END-IF

           PERFORM P3810-READ-FWDWORK
           .

      *>>
      *>> Write-offs taken in the window - the balance written off
      *>> leaves the book. Recoveries come in on accounts already
      *>> off it and move nothing
      *>>
       P4000-SCAN-WRITEOFFS SECTION.
           OPEN INPUT WRITEOFF
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P4100-READ-WRITEOFF
               PERFORM P4200-TAKE-WRITEOFF
                   UNTIL EOF-WRITEOFF
               CLOSE WRITEOFF
           END-IF
           .

       P4100-READ-WRITEOFF SECTION.
           READ WRITEOFF
               AT END SET EOF-WRITEOFF TO TRUE
           END-READ
           .

       P4200-TAKE-WRITEOFF SECTION.
           IF WOF-TYPE-WRITE-OFF
               MOVE WOF-ENTRY-DATE TO WS-DATE-ENTRY
               PERFORM P1100-CONVERT-DATE
               IF WS-DATE-WORK > WS-WINDOW-AFTER
                   AND WS-DATE-WORK NOT > WS-WINDOW-TO
                   MOVE WOF-CURRENCY-CODE TO WS-RF-SEARCH-CCY
                   PERFORM P7000-FIND-CCY
                   IF RF-FOUND
                       ADD 1 TO WS-WRITEOFF-COUNT
                       SUBTRACT WOF-CAPITAL-AMOUNT
                           FROM WS-RF-WRITTEN-OFF(WS-RF-IDX)
                   END-IF
               END-IF
           END-IF

           PERFORM P4100-READ-WRITEOFF
           .

      *>>
      *>> FX revaluations dated in the period, in the base currency
      *>> FxReval posts them in, against the currency revalued; the
      *>> ones dated on the day of the revaluation extract on hand
      *>> are totalled again to prove that extract
      *>>
       P4500-SCAN-FXREVHIST SECTION.
           OPEN INPUT FXREVHIST
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P4600-READ-FXREVHIST
               PERFORM P4700-TAKE-REVALUATION
                   UNTIL EOF-FXREVHIST
               CLOSE FXREVHIST
           END-IF
           .

       P4600-READ-FXREVHIST SECTION.
           READ FXREVHIST
               AT END SET EOF-FXREVHIST TO TRUE
           END-READ
           .

       P4700-TAKE-REVALUATION SECTION.
           MOVE FRH-REVAL-DATE TO WS-DATE-ENTRY
           PERFORM P1100-CONVERT-DATE

           IF WS-DATE-WORK NOT < WS-FROM-DATE
               AND WS-DATE-WORK NOT > WS-TO-DATE
               MOVE FRH-GAINLOSS-AMOUNT TO WS-SIGNED-WORK
               IF FRH-GAINLOSS-SIGN EQUAL "-"
                   COMPUTE WS-SIGNED-WORK = ZERO - WS-SIGNED-WORK
               END-IF

               MOVE FRH-CURRENCY-CODE TO WS-RF-SEARCH-CCY
               PERFORM P7000-FIND-CCY
               IF RF-FOUND
                   ADD WS-SIGNED-WORK TO WS-RF-FX-GAINLOSS(WS-RF-IDX)
                   ADD 1 TO WS-RF-FX-COUNT(WS-RF-IDX)
               END-IF

               IF WS-DATE-WORK EQUAL WS-GLREVAL-DATE
                   ADD WS-SIGNED-WORK TO WS-GLREVAL-HISTORY
               END-IF
           END-IF

           PERFORM P4600-READ-FXREVHIST
           .

      *>>
      *>> The closing book on LOANMAST - active balances only. With
      *>> no run since the period ended, an active account the
      *>> history has never seen was opened since the last run and
      *>> is new to the book at the balance it was opened at
      *>>
       P5000-SCAN-LOANMAST SECTION.
           OPEN INPUT FWDWORK
           OPEN INPUT LOANMAST
           MOVE "N" TO WS-EOF-LOANMAST
           PERFORM P5100-READ-LOANMAST
           PERFORM P5200-TAKE-ACCOUNT
               UNTIL EOF-LOANMAST
           CLOSE LOANMAST
           CLOSE FWDWORK
           .

       P5100-READ-LOANMAST SECTION.
           READ LOANMAST NEXT RECORD
               AT END SET EOF-LOANMAST TO TRUE
           END-READ
           .

       P5200-TAKE-ACCOUNT SECTION.
           IF LMF-STATUS-ACTIVE
               MOVE LMF-CURRENCY-CODE TO WS-RF-SEARCH-CCY
               PERFORM P7000-FIND-CCY
               IF RF-FOUND
                   ADD LMF-OUTSTANDING-AMOUNT
                       TO WS-RF-LOANMAST(WS-RF-IDX)
                   IF NOT LATER-RUN-FOUND
                       MOVE LMF-ACCOUNT-NO TO FWK-ACCOUNT-NO
                       READ FWDWORK KEY IS FWK-ACCOUNT-NO
                       IF WS-FILE-STATUS NOT EQUAL ZERO
                           ADD LMF-OUTSTANDING-AMOUNT
                               TO WS-RF-UNPOSTED(WS-RF-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM P5100-READ-LOANMAST
           .

       P6000-WRITE-REPORT-HEADER SECTION.
           MOVE "LOAN PORTFOLIO - LOAN BOOK ROLL-FORWARD" TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "Period " WS-FROM-DDMMYYYY
               " to " WS-TO-DDMMYYYY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF WS-OPEN-RUN-DATE NOT EQUAL ZERO
               MOVE WS-OPEN-RUN-DATE TO WS-DATE-WORK
               PERFORM P1200-FORMAT-DATE
               STRING "Opening book as the posting run of "
                   WS-DATE-DDMMYYYY " left it"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "No posting run before the period - opening"
                   " book taken as nothing"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           IF LATER-RUN-FOUND
               MOVE WS-WINDOW-TO TO WS-DATE-WORK
               PERFORM P1200-FORMAT-DATE
               STRING "LOANMAST has moved on since the period - "
                   "closing book as the run of "
                   WS-DATE-DDMMYYYY " left it"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "Closing book as it stands on LOANMAST"
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           .

      *>>
      *>> One currency's roll-forward, memo lines and cross-checks
      *>>
       P6100-ROLL-ONE-CCY SECTION.
           COMPUTE WS-EXPECTED-CLOSING =
               WS-RF-OPENING(WS-RF-IDX)
               + WS-RF-INT-CHARGED(WS-RF-IDX)
               + WS-RF-PAYMENTS(WS-RF-IDX)
               + WS-RF-SETTLED(WS-RF-IDX)
               + WS-RF-REVERSED(WS-RF-IDX)
               + WS-RF-REFUNDED(WS-RF-IDX)
               + WS-RF-LEAVERS(WS-RF-IDX)
               + WS-RF-NEW-ACCOUNTS(WS-RF-IDX)
               + WS-RF-UNPOSTED(WS-RF-IDX)
               + WS-RF-WRITTEN-OFF(WS-RF-IDX)

           EVALUATE TRUE
               WHEN NOT LATER-RUN-FOUND
                   MOVE WS-RF-LOANMAST(WS-RF-IDX)
                       TO WS-ACTUAL-CLOSING
               WHEN RF-CLOSING-RUN-FOUND(WS-RF-IDX)
                   COMPUTE WS-ACTUAL-CLOSING =
                       WS-RF-CLOSE-RUNBAL(WS-RF-IDX)
                       - WS-RF-CLOSE-LEAVERS(WS-RF-IDX)
               WHEN OTHER
                   COMPUTE WS-ACTUAL-CLOSING =
                       WS-RF-OPENING(WS-RF-IDX)
                       - WS-RF-OPEN-LEAVERS(WS-RF-IDX)
           END-EVALUATE

           COMPUTE WS-DIFFERENCE =
               WS-ACTUAL-CLOSING - WS-EXPECTED-CLOSING

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Currency " WS-RF-CURRENCY(WS-RF-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE "Opening book" TO WS-RA-LABEL
           IF NOT RF-OPENING-FOUND(WS-RF-IDX)
               MOVE "not on the opening run" TO WS-RA-NOTE
           END-IF
           MOVE WS-RF-OPENING(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Interest charged" TO WS-RA-LABEL
           MOVE WS-RF-INT-CHARGED(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Payments received" TO WS-RA-LABEL
           MOVE WS-RF-PAYMENTS(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Settlements received" TO WS-RA-LABEL
           MOVE WS-RF-SETTLED(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Settled accounts leaving the book" TO WS-RA-LABEL
           MOVE WS-RF-LEAVERS(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Payments reversed" TO WS-RA-LABEL
           MOVE WS-RF-REVERSED(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Credit balances refunded" TO WS-RA-LABEL
           MOVE WS-RF-REFUNDED(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Accounts new to the book" TO WS-RA-LABEL
           MOVE WS-RF-NEW-ACCOUNTS(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Accounts opened since the last run" TO WS-RA-LABEL
           MOVE WS-RF-UNPOSTED(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Written off" TO WS-RA-LABEL
           MOVE WS-RF-WRITTEN-OFF(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Expected closing book" TO WS-RA-LABEL
           MOVE WS-EXPECTED-CLOSING TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           IF LATER-RUN-FOUND
               MOVE "Closing book per run statistics" TO WS-RA-LABEL
           ELSE
               MOVE "Closing book on LOANMAST" TO WS-RA-LABEL
           END-IF
           MOVE WS-ACTUAL-CLOSING TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Unexplained difference" TO WS-RA-LABEL
           IF WS-DIFFERENCE EQUAL ZERO
               MOVE "AGREED" TO WS-RA-NOTE
               ADD 1 TO WS-AGREED-COUNT
           ELSE
               MOVE "*** DOES NOT AGREE" TO WS-RA-NOTE
               ADD 1 TO WS-BROKEN-COUNT
           END-IF
           MOVE WS-DIFFERENCE TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           PERFORM P6200-WRITE-MEMO-LINES
           PERFORM P6300-WRITE-CROSS-CHECKS
           .

      *>>
      *>> Movements beside the book - fees are held apart from the
      *>> balance, back-outs are already off the history and FX is
      *>> a restatement in the base currency
      *>>
       P6200-WRITE-MEMO-LINES SECTION.
           MOVE SPACES TO RPT-LINE
           MOVE "  Memo - not part of the book:" TO RPT-LINE
           WRITE RPT-LINE

           MOVE "Fees assessed" TO WS-RA-LABEL
           MOVE WS-RF-FEES-ASSESSED(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Fees paid" TO WS-RA-LABEL
           MOVE WS-RF-FEES-PAID(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           MOVE "Fees put back by reversals" TO WS-RA-LABEL
           MOVE WS-RF-FEES-REVERSED(WS-RF-IDX) TO WS-RA-WORK
           PERFORM P6900-WRITE-AMOUNT-LINE

           IF WS-GLREVERSE-DATE NOT EQUAL ZERO
               MOVE WS-GLREVERSE-DATE TO WS-DATE-WORK
               PERFORM P1200-FORMAT-DATE
               MOVE SPACES TO WS-RA-LABEL
               STRING "Back-out reversals of " WS-DATE-DDMMYYYY
                   DELIMITED BY SIZE INTO WS-RA-LABEL
               MOVE "runs already off the history" TO WS-RA-NOTE
               MOVE WS-RF-GL-BACKOUT(WS-RF-IDX) TO WS-RA-WORK
               PERFORM P6900-WRITE-AMOUNT-LINE
           END-IF

           IF WS-RF-FX-COUNT(WS-RF-IDX) > ZERO
               MOVE "FX revaluation gain or loss" TO WS-RA-LABEL
               MOVE "in the base currency" TO WS-RA-NOTE
               MOVE WS-RF-FX-GAINLOSS(WS-RF-IDX) TO WS-RA-WORK
               PERFORM P6900-WRITE-AMOUNT-LINE
           END-IF
           .

      *>>
      *>> The history's figures proved against RUNSTATS for the runs
      *>> in the period, and the loan asset movement posted in the
      *>> posting extract against the history of the same day -
      *>> whichever differs names the movement that broke the book
      *>>
       P6300-WRITE-CROSS-CHECKS SECTION.
           IF WS-RF-RUN-COUNT(WS-RF-IDX) > ZERO
               MOVE SPACES TO RPT-LINE
               MOVE WS-RF-RUN-COUNT(WS-RF-IDX) TO WS-DISPLAY-COUNT
               STRING "  Against run statistics (" WS-DISPLAY-COUNT
                   " runs):        History      Run stats"
                   "     Difference"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE

               MOVE "Interest charged" TO WS-RC-LABEL
               MOVE WS-RF-INT-CHARGED(WS-RF-IDX) TO WS-CHECK-HISTORY
               MOVE WS-RF-RS-INTEREST(WS-RF-IDX) TO WS-CHECK-RUNSTATS
               PERFORM P6950-WRITE-CHECK-LINE

      *>> The capital is what was received less the interest
      *>> charged out of it, payments and settlements alike
               MOVE "Capital and settled" TO WS-RC-LABEL
               COMPUTE WS-CHECK-HISTORY =
                   ZERO - WS-RF-PAYMENTS(WS-RF-IDX)
                   - WS-RF-SETTLED(WS-RF-IDX)
                   - WS-RF-INT-CHARGED(WS-RF-IDX)
               MOVE WS-RF-RS-CAPITAL(WS-RF-IDX) TO WS-CHECK-RUNSTATS
               PERFORM P6950-WRITE-CHECK-LINE

               MOVE "Fees paid" TO WS-RC-LABEL
               MOVE WS-RF-FEES-PAID(WS-RF-IDX) TO WS-CHECK-HISTORY
               MOVE WS-RF-RS-FEES(WS-RF-IDX) TO WS-CHECK-RUNSTATS
               PERFORM P6950-WRITE-CHECK-LINE
           END-IF

           IF WS-GLPOST-DATE NOT EQUAL ZERO
               MOVE WS-GLPOST-DATE TO WS-DATE-WORK
               PERFORM P1200-FORMAT-DATE
               MOVE SPACES TO RPT-LINE
               STRING "  Against the posting extract of "
                   WS-DATE-DDMMYYYY ":      History         Ledger"
                   "     Difference"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE

               MOVE "Loan asset movement" TO WS-RC-LABEL
               MOVE WS-RF-GL-HISTORY(WS-RF-IDX) TO WS-CHECK-HISTORY
               MOVE WS-RF-GL-POSTED(WS-RF-IDX) TO WS-CHECK-RUNSTATS
               PERFORM P6950-WRITE-CHECK-LINE
           END-IF
           .

       P6900-WRITE-AMOUNT-LINE SECTION.
           MOVE WS-RA-WORK TO WS-RA-AMOUNT
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-RA-LABEL
           MOVE SPACES TO WS-RA-NOTE
           .

       P6950-WRITE-CHECK-LINE SECTION.
           MOVE WS-CHECK-HISTORY TO WS-RC-HISTORY
           MOVE WS-CHECK-RUNSTATS TO WS-RC-OTHER
           COMPUTE WS-SIGNED-WORK =
               WS-CHECK-HISTORY - WS-CHECK-RUNSTATS
           MOVE WS-SIGNED-WORK TO WS-RC-DIFFERENCE
           IF WS-SIGNED-WORK EQUAL ZERO
               MOVE "AGREED" TO WS-RC-NOTE
           ELSE
               MOVE "*** DIFFERS" TO WS-RC-NOTE
           END-IF
           MOVE WS-RPT-CHECK-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

       P7000-FIND-CCY SECTION.
           MOVE "N" TO WS-RF-FOUND-FLAG

           PERFORM P7010-CHECK-RF-ENTRY
               VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RF-CCY-COUNT
               OR RF-FOUND

           IF RF-FOUND
      *>> The index is augmented once more after the entry that set
      *>> RF-FOUND, so step it back onto the matched entry
               SET WS-RF-IDX DOWN BY 1
           ELSE
               IF WS-RF-CCY-COUNT NOT LESS THAN 50
                   IF NOT TABLE-OVERFLOWED
                       DISPLAY "*** More currencies than the"
                           " roll-forward table holds - "
                           WS-RF-SEARCH-CCY " cannot be rolled ***"
                   END-IF
                   SET TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-RF-CCY-COUNT
                   SET WS-RF-IDX TO WS-RF-CCY-COUNT
                   PERFORM P7020-CLEAR-RF-ENTRY
                   SET RF-FOUND TO TRUE
               END-IF
           END-IF
           .

       P7010-CHECK-RF-ENTRY SECTION.
           IF WS-RF-CURRENCY(WS-RF-IDX) EQUAL WS-RF-SEARCH-CCY
               SET RF-FOUND TO TRUE
           END-IF
           .

       P7020-CLEAR-RF-ENTRY SECTION.
           MOVE WS-RF-SEARCH-CCY TO WS-RF-CURRENCY(WS-RF-IDX)
           MOVE "N"  TO WS-RF-OPEN-FLAG(WS-RF-IDX)
           MOVE ZERO TO WS-RF-OPEN-GEN(WS-RF-IDX)
           MOVE ZERO TO WS-RF-OPENING(WS-RF-IDX)
           MOVE ZERO TO WS-RF-OPEN-LEAVERS(WS-RF-IDX)
           MOVE "N"  TO WS-RF-CLOSE-FLAG(WS-RF-IDX)
           MOVE ZERO TO WS-RF-CLOSE-GEN(WS-RF-IDX)
           MOVE ZERO TO WS-RF-CLOSE-RUNBAL(WS-RF-IDX)
           MOVE ZERO TO WS-RF-CLOSE-LEAVERS(WS-RF-IDX)
           MOVE ZERO TO WS-RF-RUN-COUNT(WS-RF-IDX)
           MOVE ZERO TO WS-RF-RS-INTEREST(WS-RF-IDX)
           MOVE ZERO TO WS-RF-RS-CAPITAL(WS-RF-IDX)
           MOVE ZERO TO WS-RF-RS-FEES(WS-RF-IDX)
           MOVE ZERO TO WS-RF-INT-CHARGED(WS-RF-IDX)
           MOVE ZERO TO WS-RF-PAYMENTS(WS-RF-IDX)
           MOVE ZERO TO WS-RF-SETTLED(WS-RF-IDX)
           MOVE ZERO TO WS-RF-REVERSED(WS-RF-IDX)
           MOVE ZERO TO WS-RF-REFUNDED(WS-RF-IDX)
           MOVE ZERO TO WS-RF-LEAVERS(WS-RF-IDX)
           MOVE ZERO TO WS-RF-NEW-ACCOUNTS(WS-RF-IDX)
           MOVE ZERO TO WS-RF-UNPOSTED(WS-RF-IDX)
           MOVE ZERO TO WS-RF-WRITTEN-OFF(WS-RF-IDX)
           MOVE ZERO TO WS-RF-FEES-ASSESSED(WS-RF-IDX)
           MOVE ZERO TO WS-RF-FEES-PAID(WS-RF-IDX)
           MOVE ZERO TO WS-RF-FEES-REVERSED(WS-RF-IDX)
           MOVE ZERO TO WS-RF-LOANMAST(WS-RF-IDX)
           MOVE ZERO TO WS-RF-GL-POSTED(WS-RF-IDX)
           MOVE ZERO TO WS-RF-GL-HISTORY(WS-RF-IDX)
           MOVE ZERO TO WS-RF-GL-BACKOUT(WS-RF-IDX)
           MOVE ZERO TO WS-RF-FX-GAINLOSS(WS-RF-IDX)
           MOVE ZERO TO WS-RF-FX-COUNT(WS-RF-IDX)
           .

       P9000-TERMINATE SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-GLREVAL-DATE NOT EQUAL ZERO
               MOVE WS-GLREVAL-DATE TO WS-DATE-WORK
               PERFORM P1200-FORMAT-DATE
               MOVE SPACES TO RPT-LINE
               STRING "Revaluation extract of " WS-DATE-DDMMYYYY
                   " (" WS-GLREVAL-CURRENCY "):     FXREVHIST"
                   "         Ledger     Difference"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE

               MOVE "Loan asset restated" TO WS-RC-LABEL
               MOVE WS-GLREVAL-HISTORY TO WS-CHECK-HISTORY
               MOVE WS-GLREVAL-POSTED TO WS-CHECK-RUNSTATS
               PERFORM P6950-WRITE-CHECK-LINE

               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE WS-HISTORY-COUNT TO WS-DISPLAY-BIG-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "History movements read:    " WS-DISPLAY-BIG-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WINDOW-COUNT TO WS-DISPLAY-BIG-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Movements in the period:   " WS-DISPLAY-BIG-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-WRITEOFF-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Write-offs in the period:     " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-AGREED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Currencies agreed:            " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-BROKEN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Currencies not agreeing:      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           CLOSE RPTFILE

           IF WS-BROKEN-COUNT > ZERO
               DISPLAY "*** Loan book roll-forward does not agree for "
                   WS-DISPLAY-COUNT " currencies - see ROLLFWD-RPT ***"
           END-IF

           SET RC-END-STEP TO TRUE
           MOVE "ROLLFWD" TO RC-STEP-NAME
           MOVE "OK" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       P9500-CHECK-OUT-FAILED SECTION.
           SET RC-END-STEP TO TRUE
           MOVE "ROLLFWD" TO RC-STEP-NAME
           MOVE "FAILED" TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

       END PROGRAM BookRollFwd.
