      *>>
      *>> WSBUSCAL.cpy - Data passed in/out of the BUSCAL business-day
      *>> calendar module. Copied into the LINKAGE SECTION of BUSCAL
      *>> and into the WORKING-STORAGE SECTION of every program that
      *>> needs to know which days are business days.
      *>>
      *>> The caller sets BC-FUNCTION, BC-CURRENCY (spaces for the
      *>> base currency's calendar alone) and BC-DATE (YYYYMMDD) and
      *>> calls BUSCAL:
      *>>   CHECK  - BC-BUSINESS-DAY says whether BC-DATE is one;
      *>>   NEXT   - BC-RESULT-DATE is the first business day after
      *>>            BC-DATE (the business-date roll, and the direct-
      *>>            debit collection date);
      *>>   WINDOW - the calendar days whose due dates fall due on
      *>>            BC-DATE: when BC-DATE is a business day, every
      *>>            day after the previous business day (returned
      *>>            in BC-RESULT-DATE) up to and including BC-DATE,
      *>>            each with the last day of its month so a due
      *>>            day past it can be pulled back; when it is not,
      *>>            none - they wait for the next business day. A
      *>>            gap of more than 31 days is cut at 31.
      *>> A BC-DATE that is not a date is taken as today.
      *>>
       01  BUSINESS-CALENDAR-FIELDS.
           05  BC-FUNCTION                 PIC X(06).
               88  BC-CHECK-DAY                VALUE "CHECK".
               88  BC-NEXT-DAY                 VALUE "NEXT".
               88  BC-DUE-WINDOW               VALUE "WINDOW".
           05  BC-CURRENCY                 PIC X(03).
           05  BC-DATE                     PIC 9(08).
           05  BC-RESULT-DATE              PIC 9(08).
           05  BC-BUSINESS-FLAG            PIC X(01).
               88  BC-BUSINESS-DAY             VALUE "Y".
           05  BC-WINDOW-COUNT             PIC 9(02).
           05  BC-WINDOW-DAYS.
               10  BC-WINDOW-DAY OCCURS 31 TIMES INDEXED BY BC-WD-IDX.
                   15  BC-WD-DATE          PIC 9(08).
                   15  BC-WD-DATE-PARTS REDEFINES BC-WD-DATE.
                       20  BC-WD-YYYY      PIC 9(04).
                       20  BC-WD-MM        PIC 9(02).
                       20  BC-WD-DD        PIC 9(02).
                   15  BC-WD-MONTH-END-DD  PIC 9(02).
