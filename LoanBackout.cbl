      *>>     what the producing run put on the GENMANIFEST;
      *>>   - restores the live LOANMAST from it, record for record;
      *>>   - sweeps the backed-out generations off the GENMANIFEST,
      *>>     POSTHIST and RUNSTATS histories (and the recoveries
      *>>     they took off the WRITEOFF register - write-offs
      *>>     themselves are LoanMaint's and stay - and the refunds
      *>>     they paid put back to approved on the REFUNDS
      *>>     register, to be paid again, and the returned debits
      *>>     they took put back to held on the DDRTNLOG log, to be
      *>>     taken again), so the recovery run
      *>>     (which reuses the generation number) reports onto a
      *>>     clean slate and statements, trends and any later
      *>>     back-out never see the cancelled postings;
      *>>     nothing on disk disagrees about which book is live;
      *>>   - writes a reversal extract (GLPOST-REV, the same
      *>>     HDR/DTL/TRL shape as GLPOST-EXT) cancelling the
      *>>     interest, accrued-income, capital, fee, recovery and
      *>>     refund postings of every run being backed out, so the
      *>>     ledger loader is squared away too.
      *>> Nothing is touched until every check has passed and the
      *>> operator has confirmed.
      *>>
           COPY "SDGenManifest.cpy".
           COPY "SDPostHist.cpy".
           COPY "SDRunStats.cpy".
           COPY "SDWriteOff.cpy".
           COPY "SDRefund.cpy".
           COPY "SDDDRtnLog.cpy".

           SELECT GENFILE ASSIGN TO WS-GEN-FILE-NAME
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT WRITEOFFNEW ASSIGN TO "WRITEOFF-NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOANGEN ASSIGN TO "LOANGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           FD RUNSTATSNEW.
           COPY "RDRunStats.cpy" REPLACING ==(PREFIX)== BY ==RSN==.

           FD WRITEOFF.
           COPY "RDWriteOff.cpy" REPLACING ==(PREFIX)== BY ==WOF==.

           FD WRITEOFFNEW.
           COPY "RDWriteOff.cpy" REPLACING ==(PREFIX)== BY ==WON==.

           FD REFUNDS.
           COPY "RDRefund.cpy" REPLACING ==(PREFIX)== BY ==RFD==.

           FD DDRTNLOG.
           COPY "RDDDRtnLog.cpy" REPLACING ==(PREFIX)== BY ==DRL==.

           FD LOANGEN.
           01  GEN-RECORD.
               05  GEN-NUMBER             PIC 9(4).
           88  EOF-POSTHIST                VALUE "Y".
       01  WS-EOF-RUNSTATS             PIC X VALUE "N".
           88  EOF-RUNSTATS                VALUE "Y".
       01  WS-EOF-WRITEOFF             PIC X VALUE "N".
           88  EOF-WRITEOFF                VALUE "Y".
       01  WS-EOF-REFUNDS              PIC X VALUE "N".
           88  EOF-REFUNDS                 VALUE "Y".
       01  WS-EOF-DDRTNLOG             PIC X VALUE "N".
           88  EOF-DDRTNLOG                VALUE "Y".
       01  WS-EOF-NEWFILE              PIC X.
           88  EOF-NEWFILE                 VALUE "Y".
       01  WS-SWEPT-COUNT              PIC 9(6).
               10  WS-RV-INTEREST          PIC S9(9)V99.
               10  WS-RV-CAPITAL           PIC S9(9)V99.
               10  WS-RV-FEES              PIC S9(9)V99.
               10  WS-RV-RECOVERY          PIC S9(9)V99.
               10  WS-RV-ACCRUED           PIC S9(9)V99.
               10  WS-RV-RELEASED          PIC S9(9)V99.
               10  WS-RV-REFUND            PIC S9(9)V99.
       01  WS-RV-CCY-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-RV-FOUND-FLAG            PIC X.
           88  RV-FOUND                    VALUE "Y".
                   MOVE ZERO TO WS-RV-INTEREST(WS-RV-IDX)
                   MOVE ZERO TO WS-RV-CAPITAL(WS-RV-IDX)
                   MOVE ZERO TO WS-RV-FEES(WS-RV-IDX)
                   MOVE ZERO TO WS-RV-RECOVERY(WS-RV-IDX)
                   MOVE ZERO TO WS-RV-ACCRUED(WS-RV-IDX)
                   MOVE ZERO TO WS-RV-RELEASED(WS-RV-IDX)
                   MOVE ZERO TO WS-RV-REFUND(WS-RV-IDX)
               END-IF
           END-IF

                       ZERO - WS-DECODED-AMOUNT
               END-IF
               ADD WS-DECODED-AMOUNT TO WS-RV-FEES(WS-RV-IDX)

      *>> Manifest records written before recoveries were posted
      *>> carry no recovery figure
               IF GMF-RECOVERY-AMOUNT IS NUMERIC
                   MOVE GMF-RECOVERY-AMOUNT TO WS-DECODED-AMOUNT
                   IF GMF-RECOVERY-SIGN EQUAL "-"
                       COMPUTE WS-DECODED-AMOUNT =
                           ZERO - WS-DECODED-AMOUNT
                   END-IF
                   ADD WS-DECODED-AMOUNT TO WS-RV-RECOVERY(WS-RV-IDX)
               END-IF

      *>> Nor do records written before interest was accrued daily
               IF GMF-ACCRUED-AMOUNT IS NUMERIC
                   MOVE GMF-ACCRUED-AMOUNT TO WS-DECODED-AMOUNT
                   IF GMF-ACCRUED-SIGN EQUAL "-"
                       COMPUTE WS-DECODED-AMOUNT =
                           ZERO - WS-DECODED-AMOUNT
                   END-IF
                   ADD WS-DECODED-AMOUNT TO WS-RV-ACCRUED(WS-RV-IDX)
               END-IF

               IF GMF-RELEASED-AMOUNT IS NUMERIC
                   MOVE GMF-RELEASED-AMOUNT TO WS-DECODED-AMOUNT
                   IF GMF-RELEASED-SIGN EQUAL "-"
                       COMPUTE WS-DECODED-AMOUNT =
                           ZERO - WS-DECODED-AMOUNT
                   END-IF
                   ADD WS-DECODED-AMOUNT TO WS-RV-RELEASED(WS-RV-IDX)
               END-IF

      *>> Nor do records written before credit balances were
      *>> refunded
               IF GMF-REFUND-AMOUNT IS NUMERIC
                   MOVE GMF-REFUND-AMOUNT TO WS-DECODED-AMOUNT
                   IF GMF-REFUND-SIGN EQUAL "-"
                       COMPUTE WS-DECODED-AMOUNT =
                           ZERO - WS-DECODED-AMOUNT
                   END-IF
                   ADD WS-DECODED-AMOUNT TO WS-RV-REFUND(WS-RV-IDX)
               END-IF
           END-IF
           .

           PERFORM P5600-SWEEP-MANIFEST
           PERFORM P5700-SWEEP-POSTHIST
           PERFORM P5800-SWEEP-RUNSTATS
           PERFORM P5900-SWEEP-WRITEOFF
           PERFORM P5950-REOPEN-REFUNDS
           PERFORM P5980-REHOLD-RETURNS
           .

       P5600-SWEEP-MANIFEST SECTION.
           PERFORM P5830-READ-RUNSTATSNEW
           .

      *>>
      *>> Only the recovery entries the backed-out runs wrote carry a
      *>> generation - write-offs are keyed in through LoanMaint,
      *>> carry generation zero and are always kept
      *>>
       P5900-SWEEP-WRITEOFF SECTION.
           MOVE ZERO TO WS-SWEPT-COUNT
           MOVE "N" TO WS-EOF-WRITEOFF

           OPEN INPUT WRITEOFF
           IF WS-FILE-STATUS EQUAL ZERO
               OPEN OUTPUT WRITEOFFNEW

               PERFORM P5910-READ-WRITEOFF
               PERFORM P5920-SPLIT-WRITEOFF-RECORD
                   UNTIL EOF-WRITEOFF

               CLOSE WRITEOFF
               CLOSE WRITEOFFNEW

               MOVE "N" TO WS-EOF-NEWFILE
               OPEN INPUT WRITEOFFNEW
               OPEN OUTPUT WRITEOFF
               PERFORM P5930-READ-WRITEOFFNEW
               PERFORM P5940-COPY-WRITEOFF-BACK
                   UNTIL EOF-NEWFILE
               CLOSE WRITEOFFNEW
               CLOSE WRITEOFF

               MOVE WS-SWEPT-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Recoveries swept:        " WS-DISPLAY-COUNT
           END-IF
           .

       P5910-READ-WRITEOFF SECTION.
           READ WRITEOFF
               AT END SET EOF-WRITEOFF TO TRUE
           END-READ
           .

       P5920-SPLIT-WRITEOFF-RECORD SECTION.
           IF WOF-TYPE-RECOVERY
               AND WOF-GEN-NUMBER IS NUMERIC
               AND WOF-GEN-NUMBER > WS-TARGET-GEN
               ADD 1 TO WS-SWEPT-COUNT
           ELSE
               MOVE WOF-WRITEOFF-REC TO WON-WRITEOFF-REC
               WRITE WON-WRITEOFF-REC
           END-IF

           PERFORM P5910-READ-WRITEOFF
           .

       P5930-READ-WRITEOFFNEW SECTION.
           READ WRITEOFFNEW
               AT END SET EOF-NEWFILE TO TRUE
           END-READ
           .

       P5940-COPY-WRITEOFF-BACK SECTION.
           MOVE WON-WRITEOFF-REC TO WOF-WRITEOFF-REC
           WRITE WOF-WRITEOFF-REC
           PERFORM P5930-READ-WRITEOFFNEW
           .

      *>>
      *>> A refund paid by a backed-out run went back on a balance
      *>> that has just been restored without it - put it back to
      *>> approved, so the recovery run pays it again. The bank may
      *>> already hold the backed-out run's instruction file for it,
      *>> so the operator is told to stop that file going out
      *>>
       P5950-REOPEN-REFUNDS SECTION.
           MOVE ZERO TO WS-SWEPT-COUNT
           MOVE "N" TO WS-EOF-REFUNDS

           OPEN I-O REFUNDS
           IF WS-FILE-STATUS EQUAL ZERO
               MOVE LOW-VALUES TO RFD-REFUND-KEY
               START REFUNDS KEY IS NOT LESS THAN RFD-REFUND-KEY
               IF WS-FILE-STATUS EQUAL ZERO
                   PERFORM P5960-READ-REFUNDS
                   PERFORM P5970-REOPEN-ONE-REFUND
                       UNTIL EOF-REFUNDS
               END-IF
               CLOSE REFUNDS

               MOVE WS-SWEPT-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Refunds re-opened:       " WS-DISPLAY-COUNT
               IF WS-SWEPT-COUNT > ZERO
                   DISPLAY "*** Do not release the backed-out run's"
                       " REFUND-INSTR file to the bank ***"
               END-IF
           END-IF
           .

       P5960-READ-REFUNDS SECTION.
           READ REFUNDS NEXT RECORD
               AT END SET EOF-REFUNDS TO TRUE
           END-READ
           .

       P5970-REOPEN-ONE-REFUND SECTION.
           IF RFD-REFUND-PAID
               AND RFD-GEN-NUMBER IS NUMERIC
               AND RFD-GEN-NUMBER > WS-TARGET-GEN
               MOVE "A"    TO RFD-STATUS
               MOVE SPACES TO RFD-PAID-DATE
               MOVE ZERO   TO RFD-GEN-NUMBER
               REWRITE RFD-REFUND-REC
               IF WS-FILE-STATUS EQUAL ZERO
                   ADD 1 TO WS-SWEPT-COUNT
               ELSE
                   DISPLAY "*** Refund " RFD-REFUND-REF " not"
                       " re-opened - file status " WS-FILE-STATUS
                       " ***"
               END-IF
           END-IF

           PERFORM P5960-READ-REFUNDS
           .

      *>>
      *>> A returned debit taken by a backed-out run came off a
      *>> balance that has just been restored without it - put it
      *>> back to held on the log, so the recovery run takes it again
      *>>
       P5980-REHOLD-RETURNS SECTION.
           MOVE ZERO TO WS-SWEPT-COUNT
           MOVE "N" TO WS-EOF-DDRTNLOG

           OPEN I-O DDRTNLOG
           IF WS-FILE-STATUS EQUAL ZERO
               MOVE LOW-VALUES TO DRL-RETURN-KEY
               START DDRTNLOG KEY IS NOT LESS THAN DRL-RETURN-KEY
               IF WS-FILE-STATUS EQUAL ZERO
                   PERFORM P5985-READ-DDRTNLOG
                   PERFORM P5990-REHOLD-ONE-RETURN
                       UNTIL EOF-DDRTNLOG
               END-IF
               CLOSE DDRTNLOG

               MOVE WS-SWEPT-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Returned debits re-held: " WS-DISPLAY-COUNT
           END-IF
           .

       P5985-READ-DDRTNLOG SECTION.
           READ DDRTNLOG NEXT RECORD
               AT END SET EOF-DDRTNLOG TO TRUE
           END-READ
           .

       P5990-REHOLD-ONE-RETURN SECTION.
           IF DRL-RETURN-TAKEN
               AND DRL-GEN-NUMBER IS NUMERIC
               AND DRL-GEN-NUMBER > WS-TARGET-GEN
               MOVE "H"    TO DRL-STATUS
               MOVE SPACES TO DRL-TAKEN-DATE
               MOVE ZERO   TO DRL-GEN-NUMBER
               REWRITE DRL-DDRTNLOG-REC
               IF WS-FILE-STATUS EQUAL ZERO
                   ADD 1 TO WS-SWEPT-COUNT
               ELSE
                   DISPLAY "*** Return on " DRL-ACCOUNT-NO " not"
                       " re-held - file status " WS-FILE-STATUS
                       " ***"
               END-IF
           END-IF

           PERFORM P5985-READ-DDRTNLOG
           .

       P6000-REPOINT-GENERATION SECTION.
           OPEN OUTPUT LOANGEN
           MOVE WS-TARGET-GEN TO GEN-NUMBER

      *>>
      *>> The reversal postings - the backed-out runs credited
      *>> interest income, the loan asset movement, fee income and
      *>> recoveries on written-off accounts, so the same amounts go
      *>> out as debits; they debited the accrued-income asset with
      *>> each night's accrual and credited it with the accrual
      *>> charged, and debited the loan asset with the refunds they
      *>> paid out, so those go back the other way. The ledger loader
      *>> nets the whole episode to nothing
      *>>
       P7000-WRITE-REVERSAL-EXTRACT SECTION.
           MOVE WS-RV-CURRENCY(WS-RV-IDX) TO WS-GXD-CURRENCY
           MOVE WS-RV-FEES(WS-RV-IDX)     TO WS-GX-WORK-AMOUNT
           PERFORM P7200-WRITE-REVERSAL-LINE

           IF WS-RV-RECOVERY(WS-RV-IDX) NOT EQUAL ZERO
               MOVE "RECOVERY"   TO WS-GXD-ACCOUNT
               MOVE "DR"         TO WS-GXD-DRCR
               MOVE WS-RV-CURRENCY(WS-RV-IDX) TO WS-GXD-CURRENCY
               MOVE WS-RV-RECOVERY(WS-RV-IDX) TO WS-GX-WORK-AMOUNT
               PERFORM P7200-WRITE-REVERSAL-LINE
           END-IF

           IF WS-RV-ACCRUED(WS-RV-IDX) NOT EQUAL ZERO
               OR WS-RV-RELEASED(WS-RV-IDX) NOT EQUAL ZERO
               MOVE "INT-ACCRUE" TO WS-GXD-ACCOUNT
               MOVE "CR"         TO WS-GXD-DRCR
               MOVE WS-RV-CURRENCY(WS-RV-IDX) TO WS-GXD-CURRENCY
               MOVE WS-RV-ACCRUED(WS-RV-IDX)  TO WS-GX-WORK-AMOUNT
               PERFORM P7200-WRITE-REVERSAL-LINE

               MOVE "INT-ACCRUE" TO WS-GXD-ACCOUNT
               MOVE "DR"         TO WS-GXD-DRCR
               MOVE WS-RV-CURRENCY(WS-RV-IDX) TO WS-GXD-CURRENCY
               MOVE WS-RV-RELEASED(WS-RV-IDX) TO WS-GX-WORK-AMOUNT
               PERFORM P7200-WRITE-REVERSAL-LINE
           END-IF

           IF WS-RV-REFUND(WS-RV-IDX) NOT EQUAL ZERO
               MOVE "LOAN-ASSET" TO WS-GXD-ACCOUNT
               MOVE "CR"         TO WS-GXD-DRCR
               MOVE WS-RV-CURRENCY(WS-RV-IDX) TO WS-GXD-CURRENCY
               MOVE WS-RV-REFUND(WS-RV-IDX)   TO WS-GX-WORK-AMOUNT
               PERFORM P7200-WRITE-REVERSAL-LINE

               MOVE "REFUND-PAY" TO WS-GXD-ACCOUNT
               MOVE "DR"         TO WS-GXD-DRCR
               MOVE WS-RV-CURRENCY(WS-RV-IDX) TO WS-GXD-CURRENCY
               MOVE WS-RV-REFUND(WS-RV-IDX)   TO WS-GX-WORK-AMOUNT
               PERFORM P7200-WRITE-REVERSAL-LINE
           END-IF
           .

       P7200-WRITE-REVERSAL-LINE SECTION.
