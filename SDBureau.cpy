      *>>
      *>> SDBureau.cpy - SELECT clause for the monthly credit-bureau
      *>> file BureauExtract writes for the credit reference
      *>> agencies. Plain record sequential, not line sequential -
      *>> the agencies take fixed-length records, and a line
      *>> sequential write would strip the trailing filler off every
      *>> one of them.
      *>> COPY this into a program's own FILE-CONTROL paragraph.
      *>>
           SELECT BUREAU ASSIGN TO "BUREAU-EXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
