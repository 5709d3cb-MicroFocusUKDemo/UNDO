      *>>
      *>> SDPendChg.cpy - SELECT clause for the pending-change file.
      *>> Indexed on the pending reference (issued off the PENDCTL
      *>> control file, the same way quote references come off
      *>> QUOTECTL) so a change can be fetched with a single keyed
      *>> READ. Because the record key must name a field of the
      *>> record, every program that copies this must copy
      *>> RDPendChg.cpy REPLACING ==(PREFIX)== BY ==PND== (the same
      *>> convention SDLoanMast.cpy imposes with its LMF- prefix).
      *>> COPY this into a program's own FILE-CONTROL paragraph.
      *>>
           SELECT PENDCHG ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-PEND-REF
               FILE STATUS IS WS-FILE-STATUS.
