      *>> LOANMAST cannot be removed - a statement run finding loans
      *>> pointing at a customer who no longer exists would be back
      *>> to addressing statements to bare account numbers.
      *>>
      *>> An operator signs on against the OPERATORS authority file
      *>> (through SIGNON) before anything else, and every customer
      *>> set up, amended or removed is journalled to MAINTJRNL under
      *>> their id with a before-image and after-image of the record,
      *>> the same journal LoanMaint and SuspMaint write to and
      *>> MaintJrnlReport reports from.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDCustMast.cpy".
           COPY "SDLoanMast.cpy".
           COPY "SDMaintJrnl.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD LOANMAST.
           COPY "RDLoanMast.cpy" REPLACING ==(PREFIX)== BY ==LMF==.

           FD MAINTJRNL.
           COPY "RDMaintJrnl.cpy" REPLACING ==(PREFIX)== BY ==MJR==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
       01  WS-OPERATOR-ID              PIC X(8).

      *>> Journal work fields - the action and the record images
      *>> either side of it (spaces for a side that does not exist)
       01  WS-JRN-ACTION               PIC X(8).
       01  WS-JRN-BEFORE               PIC X(200).
       01  WS-JRN-AFTER                PIC X(200).

       01  WS-MENU-CHOICE              PIC X.
           88  WS-NEW-CUSTOMER             VALUE "1".
       01  WS-CCY-FOUND-FLAG           PIC X VALUE "N".
           88  CCY-FOUND                   VALUE "Y".

      *>>
      *>> Definition of data to pass in/out the SIGNON module
      *>>
           COPY "WSSIGNON.cpy".

       PROCEDURE DIVISION.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT SO-OPERATOR-ID
           DISPLAY "PIN: " WITH NO ADVANCING
           ACCEPT SO-PIN
           SET SO-CUST-SYSTEM TO TRUE
           CALL "SIGNON" USING BY REFERENCE SIGN-ON-FIELDS

           IF SO-REFUSED
               DISPLAY "*** Sign-on refused - " SO-REFUSE-REASON
                   " ***"
               GOBACK
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           DISPLAY "Signed on as " SO-OPERATOR-NAME

           PERFORM P0100-OPEN-CUSTMAST

           OPEN EXTEND MAINTJRNL
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT MAINTJRNL
           END-IF

           OPEN INPUT LOANMAST
           IF WS-FILE-STATUS EQUAL ZERO
               SET LOANMAST-OPEN TO TRUE
           IF LOANMAST-OPEN
               CLOSE LOANMAST
           END-IF
           CLOSE MAINTJRNL
           CLOSE CUSTMAST

           GOBACK
               WRITE CMF-CUST-REC

               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE "ADD"        TO WS-JRN-ACTION
                   MOVE SPACES       TO WS-JRN-BEFORE
                   MOVE CMF-CUST-REC TO WS-JRN-AFTER
                   PERFORM P5000-WRITE-JOURNAL
                   DISPLAY "Customer set up"
               ELSE
                   DISPLAY "*** Set-up failed - file status "
               PERFORM P1200-PROMPT-FOR-DETAILS

               IF ENTRY-VALID
                   MOVE CMF-CUST-REC      TO WS-JRN-BEFORE
                   MOVE WS-NAME-ENTRY     TO CMF-CUST-NAME
                   MOVE WS-ADDR1-ENTRY    TO CMF-ADDRESS-1
                   MOVE WS-ADDR2-ENTRY    TO CMF-ADDRESS-2
                   REWRITE CMF-CUST-REC

                   IF WS-FILE-STATUS EQUAL ZERO
                       MOVE "AMEND"      TO WS-JRN-ACTION
                       MOVE CMF-CUST-REC TO WS-JRN-AFTER
                       PERFORM P5000-WRITE-JOURNAL
                       DISPLAY "Customer amended"
                   ELSE
                       DISPLAY "*** Amend failed - file status "
           ACCEPT WS-CONFIRM

           IF FUNCTION UPPER-CASE (WS-CONFIRM) EQUAL "Y"
               MOVE CMF-CUST-REC TO WS-JRN-BEFORE
               DELETE CUSTMAST RECORD

               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE "DELETE" TO WS-JRN-ACTION
                   MOVE SPACES   TO WS-JRN-AFTER
                   PERFORM P5000-WRITE-JOURNAL
                   DISPLAY "Customer removed"
               ELSE
                   DISPLAY "*** Remove failed - file status "
           END-IF
           .

      *>>
      *>> Journal a change to CUSTMAST - customer changes are applied
      *>> as keyed, so there is never an approver or pending reference
      *>>
       P5000-WRITE-JOURNAL SECTION.
           MOVE FUNCTION CURRENT-DATE TO MJR-TIMESTAMP
           MOVE "CUSTMAST"            TO MJR-FILE-NAME
           MOVE WS-JRN-ACTION         TO MJR-ACTION
           MOVE WS-CUSTOMER-ENTRY     TO MJR-RECORD-KEY
           MOVE WS-OPERATOR-ID        TO MJR-OPERATOR-ID
           MOVE SPACES                TO MJR-APPROVER-ID
           MOVE ZERO                  TO MJR-PEND-REF
           MOVE WS-JRN-BEFORE         TO MJR-BEFORE-IMAGE
           MOVE WS-JRN-AFTER          TO MJR-AFTER-IMAGE

           WRITE MJR-MAINTJRNL-REC
           .

       END PROGRAM CustMaint.
