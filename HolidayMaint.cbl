       IDENTIFICATION DIVISION.
       program-id. HolidayMaint.
      ************************************************************************
      *
      *  Copyright (C) Micro Focus 1984-2020. All rights reserved.
      *  All rights reserved.
      *
      ************************************************************************
      *>>
      *>> Menu-driven maintenance of the HOLIDAYS calendar - the bank
      *>> holidays each currency's market is shut on, which the
      *>> BUSCAL module takes off the Monday-to-Friday week when it
      *>> works out business days. Lets an operator add a holiday for
      *>> a currency, remove one keyed in error, or list a currency's
      *>> holidays in date order, writing records in the
      *>> RDHoliday.cpy layout. Holidays of the base currency shut the
      *>> whole book - the business date rolls over them and nothing
      *>> falls due on them - so they are best keyed a year ahead.
      *>>
      *>> A holiday must be a real DD/MM/YYYY date on a Monday to
      *>> Friday (a Saturday or Sunday is never a business day
      *>> anyway), and the currency a three-letter code. The operator
      *>> id keyed at start of session is stamped on every holiday
      *>> added, as ArrangeMaint stamps it on its arrangements.
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

       01  WS-MENU-CHOICE              PIC X.
           88  WS-ADD-HOLIDAY              VALUE "1".
           88  WS-REMOVE-HOLIDAY           VALUE "2".
           88  WS-LIST-HOLIDAYS            VALUE "3".
           88  WS-EXIT-MAINT               VALUE "0".

       01  WS-CONFIRM                  PIC X.
       01  WS-CURRENCY-ENTRY           PIC X(03).
       01  WS-DESCRIPTION-ENTRY        PIC X(30).

      *>> Who is keying today's holidays - keyed once at start of
      *>> session and stamped on every holiday added
       01  WS-OPERATOR-ID              PIC X(8).

      *>> Outcome of validating the keyed details - nothing is
      *>> written until they pass
       01  WS-ENTRY-VALID-FLAG         PIC X.
           88  ENTRY-VALID                 VALUE "Y".
           88  ENTRY-INVALID               VALUE "N".

      *>> One keyed date being validated, and its YYYYMMDD form -
      *>> the form the holiday is keyed on. INTEGER-OF-DATE day 1 was
      *>> a Monday, so the remainder of the day number over seven is
      *>> 6 for a Saturday and 0 for a Sunday
       01  WS-DATE-ENTRY               PIC X(10).
       01  WS-DATE-OK-FLAG             PIC X.
           88  DATE-OK                     VALUE "Y".
           88  DATE-BAD                    VALUE "N".
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY            PIC 9(4).
           05  WS-DATE-MM              PIC 9(2).
           05  WS-DATE-DD              PIC 9(2).
       01  WS-DAY-OF-WEEK              PIC 9.

      *>> Listing a currency's holidays - read on down the index
      *>> until the currency changes
       01  WS-LIST-FLAG                PIC X.
           88  LIST-DONE                   VALUE "Y".
       01  WS-LIST-COUNT               PIC 9(4).
       01  WS-LIST-DDMMYYYY            PIC X(10).

      *>> Today as DD/MM/YYYY, stamped as the date a holiday was added
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-DATE-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).
       01  WS-TODAY-DDMMYYYY           PIC X(10).

       PROCEDURE DIVISION.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-TODAY-DDMMYYYY
           MOVE WS-TODAY-DD   TO WS-TODAY-DDMMYYYY(1:2)
           MOVE "/"           TO WS-TODAY-DDMMYYYY(3:1)
           MOVE WS-TODAY-MM   TO WS-TODAY-DDMMYYYY(4:2)
           MOVE "/"           TO WS-TODAY-DDMMYYYY(6:1)
           MOVE WS-TODAY-YYYY TO WS-TODAY-DDMMYYYY(7:4)

           PERFORM P0100-OPEN-HOLIDAYS

           PERFORM UNTIL WS-EXIT-MAINT
               PERFORM P1000-SHOW-MENU

               EVALUATE TRUE
                   WHEN WS-ADD-HOLIDAY
                       PERFORM P2000-ADD-HOLIDAY
                   WHEN WS-REMOVE-HOLIDAY
                       PERFORM P3000-REMOVE-HOLIDAY
                   WHEN WS-LIST-HOLIDAYS
                       PERFORM P4000-LIST-HOLIDAYS
                   WHEN WS-EXIT-MAINT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** Invalid choice ***"
               END-EVALUATE
           END-PERFORM

           CLOSE HOLIDAYS

           GOBACK
           .

      *>>
      *>> HOLIDAYS may not exist yet the first time this runs, so try
      *>> I-O first and fall back to creating an empty file - the same
      *>> way ArrangeMaint treats ARRANGE
      *>>
       P0100-OPEN-HOLIDAYS SECTION.
           OPEN I-O HOLIDAYS
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OPEN OUTPUT HOLIDAYS
               CLOSE HOLIDAYS
               OPEN I-O HOLIDAYS
           END-IF
           .

       P1000-SHOW-MENU SECTION.
           DISPLAY " "
           DISPLAY "Holiday Calendar Maintenance"
           DISPLAY "1. Add a holiday"
           DISPLAY "2. Remove a holiday keyed in error"
           DISPLAY "3. List a currency's holidays"
           DISPLAY "0. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           .

      *>>
      *>> Prompt for the currency - a three-letter code such as the
      *>> ones on LOANMAST's CURRENCY-CODE
      *>>
       P1100-PROMPT-FOR-CURRENCY SECTION.
           SET ENTRY-VALID TO TRUE
           DISPLAY "Currency code: " WITH NO ADVANCING
           ACCEPT WS-CURRENCY-ENTRY
           MOVE FUNCTION UPPER-CASE (WS-CURRENCY-ENTRY)
               TO WS-CURRENCY-ENTRY

           IF WS-CURRENCY-ENTRY(1:1) EQUAL SPACE
               OR WS-CURRENCY-ENTRY(2:1) EQUAL SPACE
               OR WS-CURRENCY-ENTRY(3:1) EQUAL SPACE
               DISPLAY "*** Currency must be a three-letter code ***"
               SET ENTRY-INVALID TO TRUE
           END-IF
           MOVE WS-CURRENCY-ENTRY TO HOL-CURRENCY-CODE
           .

      *>>
      *>> Prompt for the holiday's date - it must be a real date, and
      *>> a weekday, since a weekend is shut without being keyed
      *>>
       P1200-PROMPT-FOR-DATE SECTION.
           DISPLAY "Holiday date (DD/MM/YYYY): " WITH NO ADVANCING
           ACCEPT WS-DATE-ENTRY
           PERFORM P1500-VALIDATE-DATE

           IF DATE-BAD
               DISPLAY "*** Holiday date " WS-DATE-ENTRY
                   " is not a date ***"
               SET ENTRY-INVALID TO TRUE
           ELSE
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-WORK), 7)
               IF WS-DAY-OF-WEEK EQUAL 6 OR WS-DAY-OF-WEEK EQUAL 0
                   DISPLAY "*** " WS-DATE-ENTRY " is a Saturday or"
                       " Sunday - never a business day anyway ***"
                   SET ENTRY-INVALID TO TRUE
               END-IF
           END-IF
           MOVE WS-DATE-WORK TO HOL-HOLIDAY-DATE
           .

      *>>
      *>> One keyed date, checked for shape (DD/MM/YYYY with numeric
      *>> parts) and for being a day the calendar has - a holiday on
      *>> the 31st of a thirty-day month would never be looked for -
      *>> and turned into YYYYMMDD for the key
      *>>
       P1500-VALIDATE-DATE SECTION.
           SET DATE-OK TO TRUE
           MOVE ZERO TO WS-DATE-WORK

           IF WS-DATE-ENTRY(1:2) IS NUMERIC
               AND WS-DATE-ENTRY(4:2) IS NUMERIC
               AND WS-DATE-ENTRY(7:4) IS NUMERIC
               AND WS-DATE-ENTRY(3:1) EQUAL "/"
               AND WS-DATE-ENTRY(6:1) EQUAL "/"
               MOVE WS-DATE-ENTRY(7:4) TO WS-DATE-YYYY
               MOVE WS-DATE-ENTRY(4:2) TO WS-DATE-MM
               MOVE WS-DATE-ENTRY(1:2) TO WS-DATE-DD
           ELSE
               SET DATE-BAD TO TRUE
           END-IF

           IF DATE-OK
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   SET DATE-BAD TO TRUE
               ELSE
                   IF FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
                       EQUAL ZERO
                       SET DATE-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       P2000-ADD-HOLIDAY SECTION.
           PERFORM P1100-PROMPT-FOR-CURRENCY
           IF ENTRY-VALID
               PERFORM P1200-PROMPT-FOR-DATE
           END-IF

           IF ENTRY-VALID
               DISPLAY "Description: " WITH NO ADVANCING
               ACCEPT WS-DESCRIPTION-ENTRY

               MOVE WS-CURRENCY-ENTRY    TO HOL-CURRENCY-CODE
               MOVE WS-DATE-WORK         TO HOL-HOLIDAY-DATE
               MOVE WS-DESCRIPTION-ENTRY TO HOL-DESCRIPTION
               MOVE WS-OPERATOR-ID       TO HOL-ADDED-BY
               MOVE WS-TODAY-DDMMYYYY    TO HOL-ADDED-DATE
               WRITE HOL-HOLIDAY-REC

               EVALUATE WS-FILE-STATUS
                   WHEN "00"
                       DISPLAY "Holiday added"
                   WHEN "22"
                       DISPLAY "*** " WS-CURRENCY-ENTRY " already has "
                           WS-DATE-ENTRY " as a holiday ***"
                   WHEN OTHER
                       DISPLAY "*** Add failed - file status "
                           WS-FILE-STATUS " ***"
               END-EVALUATE
           ELSE
               DISPLAY "*** Holiday not added ***"
           END-IF
           .

       P3000-REMOVE-HOLIDAY SECTION.
           PERFORM P1100-PROMPT-FOR-CURRENCY
           IF ENTRY-VALID
               DISPLAY "Holiday date (DD/MM/YYYY): " WITH NO ADVANCING
               ACCEPT WS-DATE-ENTRY
               PERFORM P1500-VALIDATE-DATE
               IF DATE-BAD
                   DISPLAY "*** Holiday date " WS-DATE-ENTRY
                       " is not a date ***"
                   SET ENTRY-INVALID TO TRUE
               END-IF
           END-IF

           IF ENTRY-VALID
               MOVE WS-DATE-WORK TO HOL-HOLIDAY-DATE
               READ HOLIDAYS KEY IS HOL-HOLIDAY-KEY

               IF WS-FILE-STATUS EQUAL ZERO
                   DISPLAY "Remove " HOL-DESCRIPTION " for "
                       WS-CURRENCY-ENTRY " - are you sure? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM

                   IF FUNCTION UPPER-CASE (WS-CONFIRM) EQUAL "Y"
                       DELETE HOLIDAYS RECORD

                       IF WS-FILE-STATUS EQUAL ZERO
                           DISPLAY "Holiday removed"
                       ELSE
                           DISPLAY "*** Remove failed - file status "
                               WS-FILE-STATUS " ***"
                       END-IF
                   ELSE
                       DISPLAY "Remove cancelled"
                   END-IF
               ELSE
                   DISPLAY "*** No such holiday for that currency ***"
               END-IF
           END-IF
           .

      *>>
      *>> List one currency's holidays, oldest first - position on
      *>> the first key for the currency and read on until the
      *>> currency changes or the file runs out
      *>>
       P4000-LIST-HOLIDAYS SECTION.
           PERFORM P1100-PROMPT-FOR-CURRENCY

           IF ENTRY-VALID
               MOVE "N" TO WS-LIST-FLAG
               MOVE ZERO TO WS-LIST-COUNT
               MOVE ZERO TO HOL-HOLIDAY-DATE
               START HOLIDAYS KEY IS NOT LESS THAN HOL-HOLIDAY-KEY
               IF WS-FILE-STATUS NOT EQUAL ZERO
                   SET LIST-DONE TO TRUE
               END-IF

               PERFORM P4100-LIST-NEXT-HOLIDAY UNTIL LIST-DONE

               DISPLAY WS-LIST-COUNT " holiday(s) for "
                   WS-CURRENCY-ENTRY
           END-IF
           .

       P4100-LIST-NEXT-HOLIDAY SECTION.
           READ HOLIDAYS NEXT RECORD
           IF WS-FILE-STATUS NOT EQUAL ZERO
               OR HOL-CURRENCY-CODE NOT EQUAL WS-CURRENCY-ENTRY
               SET LIST-DONE TO TRUE
           ELSE
               ADD 1 TO WS-LIST-COUNT
               MOVE HOL-HOLIDAY-DATE TO WS-DATE-WORK
               MOVE SPACES TO WS-LIST-DDMMYYYY
               MOVE WS-DATE-DD   TO WS-LIST-DDMMYYYY(1:2)
               MOVE "/"          TO WS-LIST-DDMMYYYY(3:1)
               MOVE WS-DATE-MM   TO WS-LIST-DDMMYYYY(4:2)
               MOVE "/"          TO WS-LIST-DDMMYYYY(6:1)
               MOVE WS-DATE-YYYY TO WS-LIST-DDMMYYYY(7:4)
               DISPLAY WS-LIST-DDMMYYYY "  " HOL-DESCRIPTION
                   "  added by " HOL-ADDED-BY " on " HOL-ADDED-DATE
           END-IF
           .

       END PROGRAM HolidayMaint.
