           MOVE SPACES                 TO LMF-CUSTOMER-NO
           MOVE "A"                    TO LMF-LOAN-STATUS
           MOVE ZERO                   TO LMF-FEE-BALANCE
           MOVE ZERO                   TO LMF-ACCRUED-INTEREST
           MOVE ZERO                   TO LMF-ACCRUED-TO-DATE
           WRITE LMF-LOAN-REC

           IF WS-FILE-STATUS EQUAL ZERO
