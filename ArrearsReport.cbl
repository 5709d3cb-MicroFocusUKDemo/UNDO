      *>> bucket subtotals per currency, the same way LOANBATCH keeps
      *>> its control totals, so figures in different currencies are
      *>> never summed together.
      *>>
      *>> An account under a forbearance arrangement on ARRANGE that
      *>> is live today is not aged at all - it is keeping to terms
      *>> collections agreed - but listed and totalled in its own
      *>> "under arrangement" column, whatever its missed-payment
      *>> count, so the arrangements in force are visible beside the
      *>> arrears rather than mixed into them.
      *>>
      *>> The report checks in and out with RUNCTRL as step ARREARS;
      *>> with no loan master to age it ends FAILED.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDLoanMast.cpy".
           COPY "SDArrange.cpy".

           SELECT RPTFILE ASSIGN TO "ARREARS-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD ARRANGE.
           COPY "RDArrange.cpy" REPLACING ==(PREFIX)== BY ==ARG==.

           FD RPTFILE.
           01  RPT-LINE                   PIC X(100).


       01  WS-EOF-LOANMAST             PIC X VALUE "N".
           88  EOF-LOANMAST                VALUE "Y".
       01  WS-LOANMAST-OPEN-FLAG       PIC X VALUE "N".
           88  LOANMAST-OPEN               VALUE "Y".

      *>> Aging bucket the account just read falls into, from its
      *>> missed/short payment count: 1 current, 2 one month, 3 two
      *>> months, 4 three or more months overdue - or 5 under an
      *>> arrangement live today, which is not aged
       01  WS-AGE-BUCKET               PIC 9.

      *>> Whether the arrangements file is available, the business
      *>> date to judge an arrangement live against, and the arrangement
      *>> dates turned into YYYYMMDD for the comparison
       01  WS-ARRANGE-OPEN-FLAG        PIC X VALUE "N".
           88  ARRANGE-OPEN                VALUE "Y".
       01  WS-ARRANGEMENT-FLAG         PIC X.
           88  UNDER-ARRANGEMENT           VALUE "Y".
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-ARG-START-NUM            PIC 9(8).
       01  WS-ARG-END-NUM              PIC 9(8).

      *>> Per-currency aging accumulator - one entry per currency seen
      *>> on the book, each carrying an account count and an arrears
      *>> amount per bucket, the same keyed-by-currency convention as
       01  WS-AGE-TOTALS.
           05  WS-AGE-ENTRY OCCURS 10 TIMES INDEXED BY WS-AGE-IDX.
               10  WS-AGE-CURRENCY         PIC X(03).
               10  WS-AGE-BUCKET-ENTRY OCCURS 5 TIMES.
                   15  WS-AGE-COUNT        PIC 9(6).
                   15  WS-AGE-AMOUNT       PIC S9(9)V99.
       01  WS-AGE-CCY-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-ARREARS-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-INACTIVE-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-ARRANGED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       01  WS-DISPLAY-TOTAL            PIC ZZ,ZZZ,ZZ9.99.

           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-AGE               PIC X(10).

      *>>
      *>> Definition of data to pass in/out the RUNCTRL module
      *>>
           COPY "WSRUNCTRL.cpy".

       PROCEDURE DIVISION.
           SET RC-START-STEP TO TRUE
           MOVE "ARREARS" TO RC-STEP-NAME
           MOVE SPACES TO RC-OUTCOME
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS

           IF RC-REFUSED
               DISPLAY "*** Arrears report refused - "
                   RC-REFUSE-REASON " ***"
               GOBACK
           END-IF

           PERFORM P1000-INITIALISE

           PERFORM P2000-PROCESS-ACCOUNT
           .

       P1000-INITIALISE SECTION.
           MOVE RC-BUS-DATE TO WS-BUS-DATE

           OPEN OUTPUT RPTFILE
           PERFORM P1100-WRITE-REPORT-HEADER

           OPEN INPUT ARRANGE
           IF WS-FILE-STATUS EQUAL ZERO
               SET ARRANGE-OPEN TO TRUE
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

       P2010-AGE-ACCOUNT SECTION.
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM P2050-CHECK-ARRANGEMENT

           EVALUATE TRUE
               WHEN UNDER-ARRANGEMENT
                   MOVE 5 TO WS-AGE-BUCKET
               WHEN LMF-ARREARS-COUNT EQUAL ZERO
                   MOVE 1 TO WS-AGE-BUCKET
               WHEN LMF-ARREARS-COUNT EQUAL 1

           PERFORM P2100-ACCUMULATE-AGE-TOTALS

           EVALUATE WS-AGE-BUCKET
               WHEN 1
                   CONTINUE
               WHEN 5
                   ADD 1 TO WS-ARRANGED-COUNT
                   PERFORM P2200-WRITE-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-ARREARS-COUNT
                   PERFORM P2200-WRITE-DETAIL-LINE
           END-EVALUATE

           PERFORM P1300-READ-LOANMAST
           .

      *>>
      *>> Whether the account is under an arrangement live on the
      *>> business date - within its start and end dates on ARRANGE
      *>>
       P2050-CHECK-ARRANGEMENT SECTION.
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
                       AND WS-ARG-START-NUM NOT > WS-BUS-DATE
                       AND WS-ARG-END-NUM NOT < WS-BUS-DATE
                       SET UNDER-ARRANGEMENT TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *>>
      *>> Find this account's currency in the aging table (adding a
      *>> fresh entry the first time it is seen) and add the account
                   TO WS-AGE-CURRENCY(WS-AGE-IDX)
               PERFORM P2120-CLEAR-BUCKETS
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
           END-IF

           ADD 1 TO WS-AGE-COUNT(WS-AGE-IDX, WS-AGE-BUCKET)
           EVALUATE WS-AGE-BUCKET
               WHEN 2 MOVE "1 MONTH"   TO WS-RD-AGE
               WHEN 3 MOVE "2 MONTHS"  TO WS-RD-AGE
               WHEN 5 MOVE "ARRANGED"  TO WS-RD-AGE
               WHEN OTHER MOVE "3+ MONTHS" TO WS-RD-AGE
           END-EVALUATE

           .

       P9000-TERMINATE SECTION.
           IF LOANMAST-OPEN
               CLOSE LOANMAST
           END-IF
           IF ARRANGE-OPEN
               CLOSE ARRANGE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-ARRANGED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Under arrangement:   " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-INACTIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "Non-active skipped:  " WS-DISPLAY-COUNT
               UNTIL WS-AGE-IDX > WS-AGE-CCY-COUNT

           CLOSE RPTFILE

           SET RC-END-STEP TO TRUE
           MOVE "ARREARS" TO RC-STEP-NAME
           IF LOANMAST-OPEN
               MOVE "OK" TO RC-OUTCOME
           ELSE
               MOVE "FAILED" TO RC-OUTCOME
           END-IF
           CALL "RUNCTRL" USING BY REFERENCE RUN-CONTROL-FIELDS
           .

      *>>
           PERFORM P9110-WRITE-BUCKET-LINE
           MOVE 4 TO WS-BUCKET-SUB
           PERFORM P9110-WRITE-BUCKET-LINE
           MOVE 5 TO WS-BUCKET-SUB
           PERFORM P9110-WRITE-BUCKET-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
                   STRING "2 months:   " WS-DISPLAY-COUNT
                       "  " WS-DISPLAY-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN 4
                   STRING "3+ months:  " WS-DISPLAY-COUNT
                       "  " WS-DISPLAY-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN OTHER
                   STRING "Arrangement:" WS-DISPLAY-COUNT
                       "  " WS-DISPLAY-TOTAL
                       DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE

           WRITE RPT-LINE
