       IDENTIFICATION DIVISION.
       program-id. SIGNON.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Operator sign-on module for the maintenance programs. Every
      *>> LoanMaint, CustMaint and SuspMaint session starts here (see
      *>> WSSIGNON.cpy for the contract): the operator id and PIN are
      *>> proved against the hand-maintained OPERATORS authority
      *>> file, the operator must be active and authorised for the
      *>> program asked for, and the caller is told what else they
      *>> may do - approve other operators' changes, and how far
      *>> they may amend a scheduled payment alone. The id a session
      *>> signs on under is what every journal and pending-change
      *>> record it writes carries, so the maker-checker rules mean
      *>> something only because of this check.
      *>>
      *>> No OPERATORS file means nobody can sign on - the programs
      *>> are not to be run unidentified.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDOperator.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD OPERATORS.
           COPY "RDOperator.cpy" REPLACING ==(PREFIX)== BY ==OPR==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-EOF-OPERATORS            PIC X.
           88  EOF-OPERATORS               VALUE "Y".
       01  WS-OPERATOR-FOUND-FLAG      PIC X.
           88  OPERATOR-FOUND              VALUE "Y".
       01  WS-SYSTEM-AUTH              PIC X(01).

       LINKAGE SECTION.
           COPY "WSSIGNON.cpy".

       PROCEDURE DIVISION USING BY REFERENCE SIGN-ON-FIELDS.

       MAIN SECTION.
           SET SO-REFUSED TO TRUE
           MOVE SPACES TO SO-REFUSE-REASON
           MOVE SPACES TO SO-OPERATOR-NAME
           MOVE "N" TO SO-APPROVE-FLAG
           MOVE ZERO TO SO-AMEND-LIMIT

           MOVE FUNCTION UPPER-CASE (SO-OPERATOR-ID) TO SO-OPERATOR-ID

           PERFORM P1000-FIND-OPERATOR

           EVALUATE TRUE
               WHEN WS-FILE-STATUS NOT EQUAL ZERO
                   AND NOT OPERATOR-FOUND
                   MOVE "operator authority file unavailable"
                       TO SO-REFUSE-REASON
               WHEN SO-OPERATOR-ID EQUAL SPACES
                   OR NOT OPERATOR-FOUND
                   OR OPR-PIN NOT EQUAL SO-PIN
                   MOVE "operator id or PIN not recognised"
                       TO SO-REFUSE-REASON
               WHEN NOT OPR-STATUS-ACTIVE
                   MOVE "operator is not active"
                       TO SO-REFUSE-REASON
               WHEN OTHER
                   PERFORM P2000-CHECK-AUTHORITY
           END-EVALUATE

           GOBACK.

      *>>
      *>> Read the authority file front to back for the operator -
      *>> it is a short hand-kept list, not worth an index
      *>>
       P1000-FIND-OPERATOR SECTION.
           MOVE "N" TO WS-OPERATOR-FOUND-FLAG
           MOVE "N" TO WS-EOF-OPERATORS

           OPEN INPUT OPERATORS
           IF WS-FILE-STATUS EQUAL ZERO
               PERFORM P1100-READ-OPERATORS
               PERFORM P1200-CHECK-OPERATOR
                   UNTIL EOF-OPERATORS
                   OR OPERATOR-FOUND
               CLOSE OPERATORS
               MOVE ZERO TO WS-FILE-STATUS
           END-IF
           .

       P1100-READ-OPERATORS SECTION.
           READ OPERATORS
               AT END SET EOF-OPERATORS TO TRUE
           END-READ
           .

       P1200-CHECK-OPERATOR SECTION.
           IF FUNCTION UPPER-CASE (OPR-OPERATOR-ID)
               EQUAL SO-OPERATOR-ID
               SET OPERATOR-FOUND TO TRUE
           ELSE
               PERFORM P1100-READ-OPERATORS
           END-IF
           .

       P2000-CHECK-AUTHORITY SECTION.
           EVALUATE TRUE
               WHEN SO-LOAN-SYSTEM
                   MOVE OPR-LOAN-AUTH TO WS-SYSTEM-AUTH
               WHEN SO-CUST-SYSTEM
                   MOVE OPR-CUST-AUTH TO WS-SYSTEM-AUTH
               WHEN SO-SUSP-SYSTEM
                   MOVE OPR-SUSP-AUTH TO WS-SYSTEM-AUTH
               WHEN OTHER
                   MOVE "N" TO WS-SYSTEM-AUTH
           END-EVALUATE

           IF WS-SYSTEM-AUTH NOT EQUAL "Y"
               MOVE "operator is not authorised for this program"
                   TO SO-REFUSE-REASON
           ELSE
               SET SO-ACCEPTED TO TRUE
               MOVE OPR-OPERATOR-NAME TO SO-OPERATOR-NAME
               IF OPR-APPROVE-AUTH EQUAL "Y"
                   SET SO-CAN-APPROVE TO TRUE
               END-IF
               IF OPR-AMEND-LIMIT IS NUMERIC
                   MOVE OPR-AMEND-LIMIT TO SO-AMEND-LIMIT
               END-IF
           END-IF
           .

       END PROGRAM SIGNON.
