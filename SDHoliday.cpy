      *>>
      *>> SDHoliday.cpy - SELECT clause for the holiday calendar -
      *>> the days each currency's market is shut on top of Saturdays
      *>> and Sundays - indexed on currency and date so the BUSCAL
      *>> module can ask whether a day is a holiday with a single
      *>> keyed READ. Because the record key must name a field of the
      *>> record, every program that copies this must copy
      *>> RDHoliday.cpy REPLACING ==(PREFIX)== BY ==HOL== (the same
      *>> convention SDLoanMast.cpy imposes with its LMF- prefix).
      *>> COPY this into a program's own FILE-CONTROL paragraph.
      *>>
           SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-HOLIDAY-KEY
               FILE STATUS IS WS-FILE-STATUS.
