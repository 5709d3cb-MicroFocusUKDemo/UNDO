      *>>
      *>> RDHoliday.cpy - Holiday calendar record layout, one record
      *>> per currency per bank holiday, kept by HolidayMaint. COPY
      *>> ... REPLACING ==(PREFIX)== BY ==xxx== to get a private copy
      *>> of the record under the FD (HOL-) or a working-storage work
      *>> copy.
      *>>
      *>> A day is a business day for a currency when it is a Monday
      *>> to Friday, not a holiday of the base currency the book is
      *>> run in (nothing posts that day), and not a holiday of the
      *>> currency itself. The base currency's own holidays are
      *>> therefore what the business date rolls over. HOLIDAY-DATE
      *>> is held YYYYMMDD, not the DD/MM/YYYY used elsewhere, so a
      *>> currency's holidays come off the index in date order.
      *>> ADDED-BY and ADDED-DATE are the operator id and date the
      *>> holiday was keyed.
      *>>
       01  (PREFIX)-HOLIDAY-REC.
           05  (PREFIX)-HOLIDAY-KEY.
               10  (PREFIX)-CURRENCY-CODE   PIC X(03).
               10  (PREFIX)-HOLIDAY-DATE    PIC 9(08).
           05  (PREFIX)-DESCRIPTION         PIC X(30).
           05  (PREFIX)-ADDED-BY            PIC X(08).
           05  (PREFIX)-ADDED-DATE          PIC X(10).
