      *>> LOANMAST, and a currency is refused unless it is one the
      *>> book deals in - the whole point of the correction is that
      *>> the item applies cleanly next time.
      *>>
      *>> An operator signs on against the OPERATORS authority file
      *>> (through SIGNON) before anything else. A release sends
      *>> money to an account, so it is never applied on one
      *>> operator's say-so: it goes on PENDCHG for a second,
      *>> different operator with approval authority to approve or
      *>> reject from this same menu, and reaches SUSPFILE only if
      *>> the item is still exactly as the maker saw it. A released
      *>> item can no longer be corrected, so nobody can redirect
      *>> money after it has been approved. Every change applied to
      *>> SUSPFILE is journalled to MAINTJRNL with a before-image and
      *>> after-image of the item - MaintJrnlReport reports from it.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDSuspense.cpy".
           COPY "SDLoanMast.cpy".
           COPY "SDPendChg.cpy".
           COPY "SDMaintJrnl.cpy".

           SELECT PENDCTL ASSIGN TO "PENDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD PENDCHG.
           COPY "RDPendChg.cpy" REPLACING ==(PREFIX)== BY ==PND==.

           FD MAINTJRNL.
           COPY "RDMaintJrnl.cpy" REPLACING ==(PREFIX)== BY ==MJR==.

           FD PENDCTL.
           01  PCTL-RECORD.
               05  PCTL-LAST-NUMBER        PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
       01  WS-OPERATOR-ID              PIC X(8).

       01  WS-MENU-CHOICE              PIC X.
           88  WS-LIST-ITEMS               VALUE "1".
           88  WS-CORRECT-ITEM             VALUE "2".
           88  WS-RELEASE-ITEM             VALUE "3".
           88  WS-APPROVE-CHANGES          VALUE "4".
           88  WS-EXIT-MAINT               VALUE "0".

       01  WS-CONFIRM                  PIC X.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LL-DATE              PIC X(10).

      *>> Journal and pending-change work fields - the action, the
      *>> item images either side of it, who approved it and under
      *>> which pending reference, and who keyed it (the signed-on
      *>> operator, or the maker of an approved change)
       01  WS-JRN-ACTION               PIC X(8).
       01  WS-JRN-BEFORE               PIC X(200).
       01  WS-JRN-AFTER                PIC X(200).
       01  WS-JRN-APPROVER             PIC X(8).
       01  WS-JRN-PEND-REF             PIC 9(7).
       01  WS-MAKER-ID                 PIC X(8).
       01  WS-CURRENT-IMAGE            PIC X(200).
       01  WS-PEND-SEQ                 PIC 9(7).

      *>> Approval browse of the pending changes - whether the file
      *>> is at its end, the approver's answer, and decoded copies of
      *>> a change's before- and after-images
       01  WS-EOF-PENDCHG              PIC X VALUE "N".
           88  EOF-PENDCHG                 VALUE "Y".
       01  WS-APPROVE-ANSWER           PIC X.
           88  APPROVE-CHANGE              VALUE "A".
           88  REJECT-CHANGE               VALUE "R".
       01  WS-OFFERED-COUNT            PIC 9(6).
           COPY "RDSuspense.cpy" REPLACING ==(PREFIX)== BY ==WS-B==.
           COPY "RDSuspense.cpy" REPLACING ==(PREFIX)== BY ==WS-A==.

      *>>
      *>> Definition of data to pass in/out the SIGNON module
      *>>
           COPY "WSSIGNON.cpy".

       PROCEDURE DIVISION.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT SO-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT SO-PIN
           SET SO-SUSP-SYSTEM TO TRUE
           CALL "SIGNON" USING BY REFERENCE SIGN-ON-FIELDS

           IF SO-REFUSED
               DISPLAY "*** Sign-on refused - " SO-REFUSE-REASON
                   " ***"
               GOBACK
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-MAKER-ID
           DISPLAY "Signed on as " SO-OPERATOR-NAME

           OPEN I-O SUSPFILE
           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "*** No suspense file - nothing is held in"
                   " account numbers will be refused until it is ***"
           END-IF

           OPEN I-O PENDCHG
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT PENDCHG
               CLOSE PENDCHG
               OPEN I-O PENDCHG
           END-IF

           OPEN EXTEND MAINTJRNL
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT MAINTJRNL
           END-IF

           PERFORM UNTIL WS-EXIT-MAINT
               PERFORM P1000-SHOW-MENU

                       PERFORM P3000-CORRECT-ITEM
                   WHEN WS-RELEASE-ITEM
                       PERFORM P4000-RELEASE-ITEM
                   WHEN WS-APPROVE-CHANGES
                       PERFORM P5000-APPROVE-CHANGES
                   WHEN WS-EXIT-MAINT
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM

           CLOSE PENDCHG
           CLOSE MAINTJRNL
           CLOSE LOANMAST
           CLOSE SUSPFILE

           DISPLAY "1. List held and released items"
           DISPLAY "2. Correct an item"
           DISPLAY "3. Release an item"
           DISPLAY "4. Approve pending releases"
           DISPLAY "0. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
      *>> Correct the account number and/or currency on a held item -
      *>> blank leaves a field as it stands, and nothing is rewritten
      *>> until the corrected values have passed the same checks
      *>> LoanMaint applies to a new account. A released item is
      *>> refused - its release was approved against the account it
      *>> carried at the time
      *>>
       P3000-CORRECT-ITEM SECTION.
           PERFORM P2500-FETCH-ITEM

           IF WS-FILE-STATUS EQUAL ZERO AND SUS-SUSP-RELEASED
               DISPLAY "*** Item is released - it can no longer be"
                   " corrected ***"
               MOVE "99" TO WS-FILE-STATUS
           END-IF

           IF WS-FILE-STATUS EQUAL ZERO
               SET ENTRY-VALID TO TRUE
               MOVE SPACES TO WS-JRN-BEFORE
               MOVE SUS-SUSPENSE-REC TO WS-JRN-BEFORE

               DISPLAY "Account now " SUS-ACCOUNT-NO
               DISPLAY "New account (blank = keep): "
                   REWRITE SUS-SUSPENSE-REC

                   IF WS-FILE-STATUS EQUAL ZERO
                       MOVE "CORRECT" TO WS-JRN-ACTION
                       MOVE SPACES    TO WS-JRN-AFTER
                       MOVE SUS-SUSPENSE-REC TO WS-JRN-AFTER
                       MOVE SPACES    TO WS-JRN-APPROVER
                       MOVE ZERO      TO WS-JRN-PEND-REF
                       PERFORM P7000-WRITE-JOURNAL
                       DISPLAY "Item corrected"
                   ELSE
                       DISPLAY "*** Correction failed - file status "
      *>>
      *>> Release a held item to the next posting run - from then on
      *>> it rides along with the payments feed until the run applies
      *>> it and marks it off. The release is only queued here; it
      *>> happens when a second operator approves it
      *>>
       P4000-RELEASE-ITEM SECTION.
           PERFORM P2500-FETCH-ITEM
                   ACCEPT WS-CONFIRM

                   IF FUNCTION UPPER-CASE (WS-CONFIRM) EQUAL "Y"
                       MOVE SPACES TO WS-JRN-BEFORE
                       MOVE SUS-SUSPENSE-REC TO WS-JRN-BEFORE
                       MOVE "R" TO SUS-STATUS
                       MOVE SPACES TO WS-JRN-AFTER
                       MOVE SUS-SUSPENSE-REC TO WS-JRN-AFTER
                       PERFORM P6000-QUEUE-RELEASE
                   ELSE
                       DISPLAY "Release cancelled"
                   END-IF
           END-IF
           .

      *>>
      *>> Offer every release waiting on another operator's approval
      *>> to an operator who may approve - their own releases are
      *>> listed but cannot be approved by them
      *>>
       P5000-APPROVE-CHANGES SECTION.
           IF NOT SO-CAN-APPROVE
               DISPLAY "*** You are not authorised to approve"
                   " changes ***"
           ELSE
               MOVE ZERO TO WS-OFFERED-COUNT
               MOVE "N" TO WS-EOF-PENDCHG
               MOVE ZERO TO PND-PEND-REF
               START PENDCHG KEY IS GREATER THAN PND-PEND-REF
               IF WS-FILE-STATUS EQUAL ZERO
                   PERFORM P5050-READ-PENDCHG-NEXT
                   PERFORM P5100-OFFER-CHANGE
                       UNTIL EOF-PENDCHG
               END-IF

               MOVE WS-OFFERED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Releases awaiting approval: " WS-DISPLAY-COUNT
           END-IF
           .

       P5050-READ-PENDCHG-NEXT SECTION.
           READ PENDCHG NEXT RECORD
               AT END SET EOF-PENDCHG TO TRUE
           END-READ
           .

       P5100-OFFER-CHANGE SECTION.
           IF PND-PEND-PENDING AND PND-FILE-NAME EQUAL "SUSPFILE"
               ADD 1 TO WS-OFFERED-COUNT
               MOVE PND-BEFORE-IMAGE TO WS-B-SUSPENSE-REC
               MOVE PND-AFTER-IMAGE  TO WS-A-SUSPENSE-REC

               DISPLAY " "
               MOVE PND-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "Change " PND-PEND-REF ": " PND-ACTION
                   " item " WS-A-SUSP-REF " "
                   WS-DISPLAY-AMOUNT " " PND-CURRENCY-CODE
                   " to account " WS-A-ACCOUNT-NO
               DISPLAY "  Keyed by " PND-MAKER-ID " at "
                   PND-MAKER-TIMESTAMP(1:8) " "
                   PND-MAKER-TIMESTAMP(9:6)
               DISPLAY "  Reason " WS-B-REASON "  suspended "
                   WS-B-SUSPENDED-DATE

               IF PND-MAKER-ID EQUAL WS-OPERATOR-ID
                   DISPLAY "  (keyed by you - another operator must"
                       " approve it)"
               ELSE
                   DISPLAY "  Approve, Reject or Skip (A/R/S): "
                       WITH NO ADVANCING
                   ACCEPT WS-APPROVE-ANSWER
                   MOVE FUNCTION UPPER-CASE (WS-APPROVE-ANSWER)
                       TO WS-APPROVE-ANSWER

                   EVALUATE TRUE
                       WHEN APPROVE-CHANGE
                           PERFORM P5200-APPLY-CHANGE
                       WHEN REJECT-CHANGE
                           MOVE "R" TO PND-STATUS
                           PERFORM P5300-STAMP-CHECKER
                           DISPLAY "  Release rejected"
                       WHEN OTHER
                           DISPLAY "  Skipped"
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM P5050-READ-PENDCHG-NEXT
           .

      *>>
      *>> Apply an approved release - only if the item is still
      *>> exactly as the maker saw it, otherwise the release is
      *>> voided and has to be keyed again
      *>>
       P5200-APPLY-CHANGE SECTION.
           MOVE WS-A-SUSP-REF TO SUS-SUSP-REF
           READ SUSPFILE KEY IS SUS-SUSP-REF

           MOVE SPACES TO WS-CURRENT-IMAGE
           IF WS-FILE-STATUS EQUAL ZERO
               MOVE SUS-SUSPENSE-REC TO WS-CURRENT-IMAGE
           END-IF

           IF WS-CURRENT-IMAGE NOT EQUAL PND-BEFORE-IMAGE
               MOVE "V" TO PND-STATUS
               PERFORM P5300-STAMP-CHECKER
               DISPLAY "  *** Item has changed since this was"
                   " keyed - release voided ***"
           ELSE
               MOVE PND-AFTER-IMAGE TO SUS-SUSPENSE-REC
               REWRITE SUS-SUSPENSE-REC

               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE PND-ACTION       TO WS-JRN-ACTION
                   MOVE PND-BEFORE-IMAGE TO WS-JRN-BEFORE
                   MOVE PND-AFTER-IMAGE  TO WS-JRN-AFTER
                   MOVE PND-MAKER-ID     TO WS-MAKER-ID
                   MOVE WS-OPERATOR-ID   TO WS-JRN-APPROVER
                   MOVE PND-PEND-REF     TO WS-JRN-PEND-REF
                   PERFORM P7000-WRITE-JOURNAL
                   MOVE WS-OPERATOR-ID   TO WS-MAKER-ID

                   MOVE "A" TO PND-STATUS
                   PERFORM P5300-STAMP-CHECKER
                   DISPLAY "  Item released - the next posting run"
                       " will pick it up"
               ELSE
                   DISPLAY "  *** Release failed - file status "
                       WS-FILE-STATUS " ***"
               END-IF
           END-IF
           .

       P5300-STAMP-CHECKER SECTION.
           MOVE WS-OPERATOR-ID        TO PND-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO PND-CHECKER-TIMESTAMP
           REWRITE PND-PENDCHG-REC

           IF WS-FILE-STATUS NOT EQUAL ZERO
               DISPLAY "  *** Pending change not updated - file"
                   " status " WS-FILE-STATUS " ***"
           END-IF
           .

      *>>
      *>> Put the release just keyed on PENDCHG for a second
      *>> operator - the item stays held until it is approved
      *>>
       P6000-QUEUE-RELEASE SECTION.
           PERFORM P6100-NEXT-PEND-REF

           MOVE WS-PEND-SEQ           TO PND-PEND-REF
           MOVE "P"                   TO PND-STATUS
           MOVE "SUSPFILE"            TO PND-FILE-NAME
           MOVE "RELEASE"             TO PND-ACTION
           MOVE SUS-SUSP-REF          TO PND-RECORD-KEY
           MOVE SUS-AMOUNT-PAID       TO PND-AMOUNT
           MOVE SUS-CURRENCY-CODE     TO PND-CURRENCY-CODE
           MOVE WS-OPERATOR-ID        TO PND-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO PND-MAKER-TIMESTAMP
           MOVE SPACES                TO PND-CHECKER-ID
           MOVE SPACES                TO PND-CHECKER-TIMESTAMP
           MOVE WS-JRN-BEFORE         TO PND-BEFORE-IMAGE
           MOVE WS-JRN-AFTER          TO PND-AFTER-IMAGE
           WRITE PND-PENDCHG-REC

           IF WS-FILE-STATUS EQUAL ZERO
               DISPLAY "Release " WS-PEND-SEQ " is waiting for"
                   " another operator's approval"
           ELSE
               DISPLAY "*** Release not queued - file status "
                   WS-FILE-STATUS " ***"
           END-IF
           .

      *>>
      *>> Take the next reference number off the PENDCTL control
      *>> file - the one LoanMaint numbers its pending changes off
      *>>
       P6100-NEXT-PEND-REF SECTION.
           MOVE ZERO TO WS-PEND-SEQ

           OPEN INPUT PENDCTL
           IF WS-FILE-STATUS EQUAL ZERO
               READ PENDCTL
                   AT END CONTINUE
                   NOT AT END MOVE PCTL-LAST-NUMBER TO WS-PEND-SEQ
               END-READ
               CLOSE PENDCTL
           END-IF

           ADD 1 TO WS-PEND-SEQ

           OPEN OUTPUT PENDCTL
           MOVE WS-PEND-SEQ TO PCTL-LAST-NUMBER
           WRITE PCTL-RECORD
           CLOSE PENDCTL
           .

       P7000-WRITE-JOURNAL SECTION.
           MOVE FUNCTION CURRENT-DATE TO MJR-TIMESTAMP
           MOVE "SUSPFILE"            TO MJR-FILE-NAME
           MOVE WS-JRN-ACTION         TO MJR-ACTION
           MOVE SUS-SUSP-REF          TO MJR-RECORD-KEY
           MOVE WS-MAKER-ID           TO MJR-OPERATOR-ID
           MOVE WS-JRN-APPROVER       TO MJR-APPROVER-ID
           MOVE WS-JRN-PEND-REF       TO MJR-PEND-REF
           MOVE WS-JRN-BEFORE         TO MJR-BEFORE-IMAGE
           MOVE WS-JRN-AFTER          TO MJR-AFTER-IMAGE

           WRITE MJR-MAINTJRNL-REC
           .

       END PROGRAM SuspMaint.
