      *>>
      *>> SDMaintJrnl.cpy - SELECT clause for the maintenance change
      *>> journal. LoanMaint, CustMaint and SuspMaint append one
      *>> record here for every change they apply to their master
      *>> file; MaintJrnlReport turns the journal into the daily
      *>> change report, the way DiscJrnlReport does for DISCJRNL.
      *>> Plain record sequential, not line sequential - the record
      *>> images inside carry signed DISPLAY fields whose overpunched
      *>> sign bytes must survive (the concern RDPayLog.cpy
      *>> documents). COPY this into a program's own FILE-CONTROL
      *>> paragraph.
      *>>
           SELECT MAINTJRNL ASSIGN TO "MAINTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
