       IDENTIFICATION DIVISION.
       program-id. BUSCAL.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Business-day calendar module. Everything that has to know
      *>> whether a day is a working day asks here (see WSBUSCAL.cpy
      *>> for the contract) rather than each program deciding for
      *>> itself: RUNCTRL to roll the business date over weekends and
      *>> bank holidays and to know the month-end business date,
      *>> DDCollect for the day the bank will collect, and the posting
      *>> run to move a due date that fell on a day nobody posts onto
      *>> the next business day.
      *>>
      *>> A day is a business day for a currency when it is a Monday
      *>> to Friday, not on the HOLIDAYS calendar for the base
      *>> currency the book is run in, and not on the calendar for the
      *>> currency itself. No HOLIDAYS file means Saturdays and
      *>> Sundays are the only days off, as before the calendar.
      *>>
      *>> The posting run asks for the same due window for every
      *>> account in a currency, so the last twenty windows worked out
      *>> are kept and handed straight back.
      *>>
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SDHoliday.cpy".

       DATA DIVISION.
       FILE SECTION.
           FD HOLIDAYS.
           COPY "RDHoliday.cpy" REPLACING ==(PREFIX)== BY ==HOL==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".
       01  WS-HOLIDAYS-OPEN-FLAG       PIC X VALUE "N".
           88  HOLIDAYS-OPEN               VALUE "Y".

      *>> The currency whose own holidays count besides the base
      *>> currency's - spaces when only the base calendar applies
       01  WS-CURRENCY                 PIC X(03).

      *>> BC-DATE as a day number, and the day being tested, with
      *>> what the test found. INTEGER-OF-DATE day 1 was a Monday, so
      *>> the remainder of the day number over seven is 6 for a
      *>> Saturday and 0 for a Sunday
       01  WS-DATE-INT                 PIC S9(9).
       01  WS-TEST-INT                 PIC S9(9).
       01  WS-TEST-DATE                PIC 9(8).
       01  WS-DAY-OF-WEEK              PIC 9.
       01  WS-TEST-BUSINESS-FLAG       PIC X.
           88  TEST-BUSINESS-DAY           VALUE "Y".
       01  WS-STEP-COUNT               PIC 9(3).
       01  WS-DAY-INT                  PIC S9(9).

      *>> Last day of a window day's month - the first of the next
      *>> month less one day
       01  WS-ME-DATE                  PIC 9(8).
       01  WS-ME-DATE-PARTS REDEFINES WS-ME-DATE.
           05  WS-ME-YYYY              PIC 9(4).
           05  WS-ME-MM                PIC 9(2).
           05  WS-ME-DD                PIC 9(2).
       01  WS-ME-INT                   PIC S9(9).

      *>> Due windows already worked out, by currency and date
       01  WS-WINDOW-CACHE.
           05  WS-WC-ENTRY OCCURS 20 TIMES INDEXED BY WS-WC-IDX.
               10  WS-WC-CURRENCY          PIC X(03).
               10  WS-WC-DATE              PIC 9(08).
               10  WS-WC-RESULT-DATE       PIC 9(08).
               10  WS-WC-BUSINESS-FLAG     PIC X(01).
               10  WS-WC-WINDOW-COUNT      PIC 9(02).
      *>> The size of BC-WINDOW-DAYS in WSBUSCAL.cpy
               10  WS-WC-WINDOW-DAYS       PIC X(310).
       01  WS-WC-COUNT                 PIC 9(2) VALUE ZERO.
       01  WS-WC-LAST-USED             PIC 9(2) VALUE ZERO.
       01  WS-WC-FOUND-FLAG            PIC X.
           88  WC-FOUND                    VALUE "Y".

       LINKAGE SECTION.
           COPY "WSBUSCAL.cpy".

       PROCEDURE DIVISION USING BY REFERENCE BUSINESS-CALENDAR-FIELDS.

       MAIN SECTION.
           MOVE "N" TO BC-BUSINESS-FLAG
           MOVE ZERO TO BC-RESULT-DATE
           MOVE ZERO TO BC-WINDOW-COUNT

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (BC-DATE)
           IF WS-DATE-INT EQUAL ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO BC-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (BC-DATE)
           END-IF

           IF BC-CURRENCY EQUAL WS-BASE-CURRENCY
               MOVE SPACES TO WS-CURRENCY
           ELSE
               MOVE BC-CURRENCY TO WS-CURRENCY
           END-IF

           EVALUATE TRUE
               WHEN BC-CHECK-DAY
                   PERFORM P1000-OPEN-HOLIDAYS
                   MOVE WS-DATE-INT TO WS-TEST-INT
                   PERFORM P2000-TEST-DAY
                   MOVE WS-TEST-BUSINESS-FLAG TO BC-BUSINESS-FLAG
                   PERFORM P1900-CLOSE-HOLIDAYS
               WHEN BC-NEXT-DAY
                   PERFORM P1000-OPEN-HOLIDAYS
                   PERFORM P3000-FIND-NEXT-DAY
                   PERFORM P1900-CLOSE-HOLIDAYS
               WHEN BC-DUE-WINDOW
                   PERFORM P4000-FIND-CACHED-WINDOW
                   IF NOT WC-FOUND
                       PERFORM P1000-OPEN-HOLIDAYS
                       PERFORM P4100-BUILD-WINDOW
                       PERFORM P1900-CLOSE-HOLIDAYS
                       PERFORM P4200-CACHE-WINDOW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.

       P1000-OPEN-HOLIDAYS SECTION.
           MOVE "N" TO WS-HOLIDAYS-OPEN-FLAG
           OPEN INPUT HOLIDAYS
           IF WS-FILE-STATUS EQUAL ZERO
               SET HOLIDAYS-OPEN TO TRUE
           END-IF
           .

       P1900-CLOSE-HOLIDAYS SECTION.
           IF HOLIDAYS-OPEN
               CLOSE HOLIDAYS
               MOVE "N" TO WS-HOLIDAYS-OPEN-FLAG
           END-IF
           .

      *>>
      *>> Is the day numbered WS-TEST-INT a business day - a weekday
      *>> on neither the base currency's calendar nor the currency's
      *>> own
      *>>
       P2000-TEST-DAY SECTION.
           COMPUTE WS-TEST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-TEST-INT)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-TEST-INT, 7)

           MOVE "N" TO WS-TEST-BUSINESS-FLAG
           IF WS-DAY-OF-WEEK NOT EQUAL 6
               AND WS-DAY-OF-WEEK NOT EQUAL ZERO
               SET TEST-BUSINESS-DAY TO TRUE
           END-IF

           IF TEST-BUSINESS-DAY AND HOLIDAYS-OPEN
               MOVE WS-BASE-CURRENCY TO HOL-CURRENCY-CODE
               MOVE WS-TEST-DATE     TO HOL-HOLIDAY-DATE
               READ HOLIDAYS KEY IS HOL-HOLIDAY-KEY
               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE "N" TO WS-TEST-BUSINESS-FLAG
               END-IF
           END-IF

           IF TEST-BUSINESS-DAY AND HOLIDAYS-OPEN
               AND WS-CURRENCY NOT EQUAL SPACES
               MOVE WS-CURRENCY  TO HOL-CURRENCY-CODE
               MOVE WS-TEST-DATE TO HOL-HOLIDAY-DATE
               READ HOLIDAYS KEY IS HOL-HOLIDAY-KEY
               IF WS-FILE-STATUS EQUAL ZERO
                   MOVE "N" TO WS-TEST-BUSINESS-FLAG
               END-IF
           END-IF
           .

      *>>
      *>> Step forward a day at a time to the first business day -
      *>> a year without one means the calendar is wrong, and the
      *>> search gives up rather than loop for ever
      *>>
       P3000-FIND-NEXT-DAY SECTION.
           MOVE WS-DATE-INT TO WS-TEST-INT
           MOVE ZERO TO WS-STEP-COUNT
           MOVE "N" TO WS-TEST-BUSINESS-FLAG

           PERFORM P3100-STEP-FORWARD
               UNTIL TEST-BUSINESS-DAY
               OR WS-STEP-COUNT NOT < 366

           MOVE WS-TEST-DATE TO BC-RESULT-DATE
           SET BC-BUSINESS-DAY TO TRUE
           .

       P3100-STEP-FORWARD SECTION.
           ADD 1 TO WS-TEST-INT
           ADD 1 TO WS-STEP-COUNT
           PERFORM P2000-TEST-DAY
           .

       P4000-FIND-CACHED-WINDOW SECTION.
           MOVE "N" TO WS-WC-FOUND-FLAG

           PERFORM P4010-CHECK-CACHE-ENTRY
               VARYING WS-WC-IDX FROM 1 BY 1
               UNTIL WS-WC-IDX > WS-WC-COUNT
               OR WC-FOUND
           .

       P4010-CHECK-CACHE-ENTRY SECTION.
           IF WS-WC-CURRENCY(WS-WC-IDX) EQUAL WS-CURRENCY
               AND WS-WC-DATE(WS-WC-IDX) EQUAL BC-DATE
               SET WC-FOUND TO TRUE
               MOVE WS-WC-RESULT-DATE(WS-WC-IDX)   TO BC-RESULT-DATE
               MOVE WS-WC-BUSINESS-FLAG(WS-WC-IDX) TO BC-BUSINESS-FLAG
               MOVE WS-WC-WINDOW-COUNT(WS-WC-IDX)  TO BC-WINDOW-COUNT
               MOVE WS-WC-WINDOW-DAYS(WS-WC-IDX)   TO BC-WINDOW-DAYS
           END-IF
           .

      *>>
      *>> The days that fall due on BC-DATE - back to the previous
      *>> business day, not including it. Nothing falls due on a day
      *>> that is not itself a business day
      *>>
       P4100-BUILD-WINDOW SECTION.
           MOVE WS-DATE-INT TO WS-TEST-INT
           PERFORM P2000-TEST-DAY

           IF TEST-BUSINESS-DAY
               SET BC-BUSINESS-DAY TO TRUE
               MOVE ZERO TO WS-STEP-COUNT
               MOVE "N" TO WS-TEST-BUSINESS-FLAG
               PERFORM P4110-STEP-BACK
                   UNTIL TEST-BUSINESS-DAY
                   OR WS-STEP-COUNT NOT < 31
               MOVE WS-TEST-DATE TO BC-RESULT-DATE

               COMPUTE WS-DAY-INT = WS-TEST-INT + 1
               PERFORM P4120-ADD-WINDOW-DAY
                   UNTIL WS-DAY-INT > WS-DATE-INT
           END-IF
           .

       P4110-STEP-BACK SECTION.
           SUBTRACT 1 FROM WS-TEST-INT
           ADD 1 TO WS-STEP-COUNT
           PERFORM P2000-TEST-DAY
           .

       P4120-ADD-WINDOW-DAY SECTION.
           ADD 1 TO BC-WINDOW-COUNT
           SET BC-WD-IDX TO BC-WINDOW-COUNT
           COMPUTE BC-WD-DATE(BC-WD-IDX) =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT)

           IF BC-WD-MM(BC-WD-IDX) EQUAL 12
               COMPUTE WS-ME-YYYY = BC-WD-YYYY(BC-WD-IDX) + 1
               MOVE 01 TO WS-ME-MM
           ELSE
               MOVE BC-WD-YYYY(BC-WD-IDX) TO WS-ME-YYYY
               COMPUTE WS-ME-MM = BC-WD-MM(BC-WD-IDX) + 1
           END-IF
           MOVE 01 TO WS-ME-DD
           COMPUTE WS-ME-INT = FUNCTION INTEGER-OF-DATE (WS-ME-DATE)
               - 1
           COMPUTE WS-ME-DATE = FUNCTION DATE-OF-INTEGER (WS-ME-INT)
           MOVE WS-ME-DD TO BC-WD-MONTH-END-DD(BC-WD-IDX)

           ADD 1 TO WS-DAY-INT
           .

      *>>
      *>> Keep the window for the next account in the currency - once
      *>> the cache is full the oldest entry makes way
      *>>
       P4200-CACHE-WINDOW SECTION.
           IF WS-WC-COUNT < 20
               ADD 1 TO WS-WC-COUNT
               MOVE WS-WC-COUNT TO WS-WC-LAST-USED
           ELSE
               ADD 1 TO WS-WC-LAST-USED
               IF WS-WC-LAST-USED > 20
                   MOVE 1 TO WS-WC-LAST-USED
               END-IF
           END-IF

           SET WS-WC-IDX TO WS-WC-LAST-USED
           MOVE WS-CURRENCY      TO WS-WC-CURRENCY(WS-WC-IDX)
           MOVE BC-DATE          TO WS-WC-DATE(WS-WC-IDX)
           MOVE BC-RESULT-DATE   TO WS-WC-RESULT-DATE(WS-WC-IDX)
           MOVE BC-BUSINESS-FLAG TO WS-WC-BUSINESS-FLAG(WS-WC-IDX)
           MOVE BC-WINDOW-COUNT  TO WS-WC-WINDOW-COUNT(WS-WC-IDX)
           MOVE BC-WINDOW-DAYS   TO WS-WC-WINDOW-DAYS(WS-WC-IDX)
           .

       END PROGRAM BUSCAL.
