       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBDAY01.
      ******************************************************************
      * Business-day arithmetic against the operations-maintained
      * business calendar (CPBCAL). Settlement dating in TMAIN01,
      * past-due checking in TMATCH01 and the aging in TREPR01,
      * TMAINTRT and TPURG01 all used to add or subtract calendar
      * days, so a Friday run settled on a Saturday and a long
      * weekend aged rejects off early. They now all CALL this
      * routine with a CPBDAY block instead.
      * The calendar is small, so the first CALL of the run loads
      * the whole of it into storage and closes the file; every
      * CALL after that is a table lookup. Weekdays are counted
      * arithmetically (day 1 of the integer date scale, 1 January
      * 1601, was a Monday) and the calendar entries that fall on
      * weekdays are subtracted through a running count kept per
      * currency, so even TPURG01's pass over the whole history
      * file costs a binary search per record, not a walk through
      * every day of each record's age.
      * A calendar that cannot be opened is not fatal: the routine
      * warns once and skips weekends only, and the caller sees
      * BDAY-RESULT "04" - dates a holiday late are better than a
      * routing run that does not go.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCAL-FILE ASSIGN TO BCALVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BCAL-KEY
               FILE STATUS IS BCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BCAL-FILE.
       01 BCAL-REC.
           COPY CPBCAL.

       WORKING-STORAGE SECTION.
       01 BCAL-STATUS       PIC X(02) VALUE "00".
       01 BCAL-EOF-SW       PIC X(01) VALUE "N".
           88 BCAL-EOF      VALUE "Y".
       01 CAL-LOADED-SW     PIC X(01) VALUE "N".
           88 CAL-LOADED    VALUE "Y".
       01 CAL-INCOMPLETE-SW PIC X(01) VALUE "N".
           88 CAL-INCOMPLETE VALUE "Y".

      * Every calendar entry, in key order (currency, then date),
      * with the date held as an integer day number. CT-COUNTS is
      * set for an entry that takes a business day away: it falls
      * on a weekday and, for a currency entry, is not already a
      * shop-wide "ALL" closure (which would count it twice).
      * CT-CUM is the running number of such entries within the
      * currency up to and including this one. Three thousand
      * entries is ten years of a dozen currencies' holidays.
       01 CAL-TABLE.
           05 CAL-CNT          PIC 9(04) COMP VALUE 0.
           05 CAL-ENTRY OCCURS 3000 TIMES.
               10 CT-CURRENCY     PIC X(03).
               10 CT-DATE-INT     PIC 9(07).
               10 CT-COUNTS-SW    PIC X(01).
                   88 CT-COUNTS   VALUE "Y".
               10 CT-CUM          PIC 9(05).
       01 CAL-IDX           PIC 9(04) COMP VALUE 0.

      * First and last CAL-TABLE slot of each currency's run of
      * entries.
       01 SEG-TABLE.
           05 SEG-CNT          PIC 9(02) COMP VALUE 0.
           05 SEG-ENTRY OCCURS 50 TIMES.
               10 SG-CURRENCY     PIC X(03).
               10 SG-FIRST        PIC 9(04) COMP.
               10 SG-LAST         PIC 9(04) COMP.
       01 SEG-IDX           PIC 9(02) COMP VALUE 0.
       01 ALL-SEG-IDX       PIC 9(02) COMP VALUE 0.
       01 CUR-SEG-IDX       PIC 9(02) COMP VALUE 0.
       01 LOOK-SEG-IDX      PIC 9(02) COMP VALUE 0.
       01 LOOK-CURRENCY     PIC X(03) VALUE SPACES.

      * Binary search work fields.
       01 SRCH-LOW          PIC 9(04) COMP VALUE 0.
       01 SRCH-HIGH         PIC 9(04) COMP VALUE 0.
       01 SRCH-MID          PIC 9(04) COMP VALUE 0.
       01 SRCH-FOUND        PIC 9(04) COMP VALUE 0.
       01 LOOK-INT          PIC 9(07) VALUE 0.
       01 LOOK-CUM          PIC 9(05) VALUE 0.

       01 LOAD-DATE-NUM     PIC 9(08) VALUE 0.
       01 LOAD-DATE-INT     PIC 9(07) VALUE 0.
       01 PREV-CUM          PIC 9(05) VALUE 0.

       01 FROM-DATE-NUM     PIC 9(08) VALUE 0.
       01 TO-DATE-NUM       PIC 9(08) VALUE 0.
       01 FROM-INT          PIC 9(07) VALUE 0.
       01 TO-INT            PIC 9(07) VALUE 0.
       01 DAY-INT           PIC 9(07) VALUE 0.
       01 DAYS-LEFT         PIC 9(05) VALUE 0.

      * Weekday arithmetic: WK-COUNT is the number of weekdays from
      * day 1 up to and including WK-DAY.
       01 WK-DAY            PIC 9(07) VALUE 0.
       01 WK-WEEKS          PIC 9(07) VALUE 0.
       01 WK-REM            PIC 9(01) VALUE 0.
       01 WK-COUNT          PIC 9(07) VALUE 0.
       01 WK-FROM-COUNT     PIC 9(07) VALUE 0.
       01 WK-TO-COUNT       PIC 9(07) VALUE 0.
       01 HOL-FROM-COUNT    PIC 9(05) VALUE 0.
       01 HOL-TO-COUNT      PIC 9(05) VALUE 0.
       01 HOLIDAY-CNT       PIC 9(05) VALUE 0.
       01 BUSINESS-DAY-SW   PIC X(01) VALUE "N".
           88 BUSINESS-DAY  VALUE "Y".

       LINKAGE SECTION.
       01 BDAY-PARMS.
           COPY CPBDAY.

       PROCEDURE DIVISION USING BDAY-PARMS.

       0000-MAIN.

           IF NOT CAL-LOADED
               PERFORM 1000-LOAD-CALENDAR
           END-IF.

           IF CAL-INCOMPLETE
               MOVE "04" TO BDAY-RESULT
           ELSE
               MOVE "00" TO BDAY-RESULT
           END-IF.

           EVALUATE TRUE
               WHEN BDAY-ROLL-FORWARD
                   PERFORM 2000-ROLL-FORWARD
               WHEN BDAY-COUNT-BETWEEN
                   PERFORM 3000-COUNT-BETWEEN
               WHEN OTHER
                   DISPLAY 'TBDAY01 - UNKNOWN FUNCTION CODE: '
                       BDAY-FUNCTION
                   MOVE "08" TO BDAY-RESULT
           END-EVALUATE.

           GOBACK.

       1000-LOAD-CALENDAR.

           SET CAL-LOADED TO TRUE.

           OPEN INPUT BCAL-FILE.
           IF BCAL-STATUS NOT = "00"
               DISPLAY 'TBDAY01 - OPEN FAILED ON BCALVS STATUS='
                   BCAL-STATUS ' - SKIPPING WEEKENDS ONLY, HOLIDAYS '
                   'WILL COUNT AS BUSINESS DAYS THIS RUN'
               SET CAL-INCOMPLETE TO TRUE
           ELSE
               PERFORM UNTIL BCAL-EOF
                   READ BCAL-FILE
                       AT END
                           SET BCAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1100-STORE-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BCAL-FILE
               PERFORM 1200-MARK-COUNTING-ENTRIES
               DISPLAY 'TBDAY01 - BUSINESS CALENDAR LOADED, '
                   CAL-CNT ' ENTRIES FOR ' SEG-CNT ' CURRENCIES'
           END-IF.

       1100-STORE-CALENDAR-ENTRY.

      * A garbled date cannot be placed on the day scale; it is
      * left out with a warning rather than guessed at.
           MOVE 0 TO LOAD-DATE-INT.
           IF BCAL-DATE IS NUMERIC
               MOVE BCAL-DATE TO LOAD-DATE-NUM
               COMPUTE LOAD-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(LOAD-DATE-NUM)
           END-IF.

           IF LOAD-DATE-INT = 0
               DISPLAY 'TBDAY01 - INVALID CALENDAR DATE "'
                   BCAL-DATE '" FOR ' BCAL-CURRENCY ' - IGNORED'
           ELSE
           IF CAL-CNT >= 3000
               IF NOT CAL-INCOMPLETE
                   DISPLAY 'TBDAY01 - CALENDAR TABLE FULL AT '
                       CAL-CNT ' ENTRIES, REMAINDER NOT LOADED'
               END-IF
               SET CAL-INCOMPLETE TO TRUE
           ELSE
           IF SEG-CNT = 0
                   OR BCAL-CURRENCY NOT = SG-CURRENCY(SEG-CNT)
               IF SEG-CNT >= 50
                   IF NOT CAL-INCOMPLETE
                       DISPLAY 'TBDAY01 - CALENDAR CURRENCY TABLE '
                           'FULL, ' BCAL-CURRENCY ' AND AFTER NOT '
                           'LOADED'
                   END-IF
                   SET CAL-INCOMPLETE TO TRUE
               ELSE
                   ADD 1 TO SEG-CNT
                   MOVE BCAL-CURRENCY TO SG-CURRENCY(SEG-CNT)
                   COMPUTE SG-FIRST(SEG-CNT) = CAL-CNT + 1
                   PERFORM 1150-ADD-TABLE-ENTRY
               END-IF
           ELSE
               PERFORM 1150-ADD-TABLE-ENTRY
           END-IF
           END-IF
           END-IF.

       1150-ADD-TABLE-ENTRY.

           ADD 1 TO CAL-CNT.
           MOVE BCAL-CURRENCY TO CT-CURRENCY(CAL-CNT).
           MOVE LOAD-DATE-INT TO CT-DATE-INT(CAL-CNT).
           MOVE "N" TO CT-COUNTS-SW(CAL-CNT).
           MOVE 0 TO CT-CUM(CAL-CNT).
           MOVE CAL-CNT TO SG-LAST(SEG-CNT).

      * Second pass, once every entry (and so the whole "ALL" run)
      * is in storage: decide which entries take a business day
      * away and build the running counts.
       1200-MARK-COUNTING-ENTRIES.

           MOVE "ALL" TO LOOK-CURRENCY.
           PERFORM 5000-LOCATE-SEGMENT.
           MOVE LOOK-SEG-IDX TO ALL-SEG-IDX.

           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > SEG-CNT
               MOVE 0 TO PREV-CUM
               PERFORM VARYING CAL-IDX FROM SG-FIRST(SEG-IDX) BY 1
                       UNTIL CAL-IDX > SG-LAST(SEG-IDX)
                   PERFORM 1250-MARK-ONE-ENTRY
               END-PERFORM
           END-PERFORM.

       1250-MARK-ONE-ENTRY.

           MOVE CT-DATE-INT(CAL-IDX) TO WK-DAY.
           PERFORM 6000-TEST-WEEKEND.

           IF WK-REM < 5
               MOVE "Y" TO CT-COUNTS-SW(CAL-IDX)
               IF SEG-IDX NOT = ALL-SEG-IDX
                       AND ALL-SEG-IDX > 0
                   MOVE ALL-SEG-IDX TO LOOK-SEG-IDX
                   MOVE CT-DATE-INT(CAL-IDX) TO LOOK-INT
                   PERFORM 5100-FIND-LAST-NOT-AFTER
                   IF SRCH-FOUND > 0
                       AND CT-DATE-INT(SRCH-FOUND) = LOOK-INT
                       MOVE "N" TO CT-COUNTS-SW(CAL-IDX)
                   END-IF
               END-IF
           END-IF.

           IF CT-COUNTS(CAL-IDX)
               ADD 1 TO PREV-CUM
           END-IF.
           MOVE PREV-CUM TO CT-CUM(CAL-IDX).

      * BDAY-DAYS business days on from BDAY-FROM-DATE; with zero
      * days, BDAY-FROM-DATE itself when it is a business day, or
      * the first business day after it.
       2000-ROLL-FORWARD.

           PERFORM 4000-VALIDATE-FROM-DATE.
           IF BDAY-BAD-DATE
               MOVE SPACES TO BDAY-TO-DATE
           ELSE
               PERFORM 4200-SELECT-SEGMENTS
               MOVE FROM-INT TO DAY-INT
               MOVE BDAY-DAYS TO DAYS-LEFT
               IF DAYS-LEFT = 0
                   PERFORM 7000-TEST-BUSINESS-DAY
                   PERFORM UNTIL BUSINESS-DAY
                       ADD 1 TO DAY-INT
                       PERFORM 7000-TEST-BUSINESS-DAY
                   END-PERFORM
               ELSE
                   PERFORM UNTIL DAYS-LEFT = 0
                       ADD 1 TO DAY-INT
                       PERFORM 7000-TEST-BUSINESS-DAY
                       IF BUSINESS-DAY
                           SUBTRACT 1 FROM DAYS-LEFT
                       END-IF
                   END-PERFORM
               END-IF
               COMPUTE TO-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(DAY-INT)
               MOVE TO-DATE-NUM TO BDAY-TO-DATE
           END-IF.

      * Business days in the interval after FROM up to and
      * including TO: the weekdays in it, less the calendar
      * entries in it that fall on weekdays.
       3000-COUNT-BETWEEN.

           MOVE 0 TO BDAY-DAYS.
           PERFORM 4000-VALIDATE-FROM-DATE.
           IF NOT BDAY-BAD-DATE
               PERFORM 4100-VALIDATE-TO-DATE
           END-IF.

           IF NOT BDAY-BAD-DATE
                   AND TO-INT > FROM-INT
               PERFORM 4200-SELECT-SEGMENTS

               MOVE FROM-INT TO WK-DAY
               PERFORM 6100-COUNT-WEEKDAYS
               MOVE WK-COUNT TO WK-FROM-COUNT
               MOVE TO-INT TO WK-DAY
               PERFORM 6100-COUNT-WEEKDAYS
               MOVE WK-COUNT TO WK-TO-COUNT

               MOVE FROM-INT TO LOOK-INT
               PERFORM 5300-COUNT-ENTRIES-NOT-AFTER
               MOVE HOLIDAY-CNT TO HOL-FROM-COUNT
               MOVE TO-INT TO LOOK-INT
               PERFORM 5300-COUNT-ENTRIES-NOT-AFTER
               MOVE HOLIDAY-CNT TO HOL-TO-COUNT

               COMPUTE BDAY-DAYS =
                   (WK-TO-COUNT - WK-FROM-COUNT)
                 - (HOL-TO-COUNT - HOL-FROM-COUNT)
           END-IF.

       4000-VALIDATE-FROM-DATE.

           MOVE 0 TO FROM-INT.
           IF BDAY-FROM-DATE IS NUMERIC
               MOVE BDAY-FROM-DATE TO FROM-DATE-NUM
               COMPUTE FROM-INT =
                   FUNCTION INTEGER-OF-DATE(FROM-DATE-NUM)
           END-IF.
           IF FROM-INT = 0
               MOVE "08" TO BDAY-RESULT
           END-IF.

       4100-VALIDATE-TO-DATE.

           MOVE 0 TO TO-INT.
           IF BDAY-TO-DATE IS NUMERIC
               MOVE BDAY-TO-DATE TO TO-DATE-NUM
               COMPUTE TO-INT =
                   FUNCTION INTEGER-OF-DATE(TO-DATE-NUM)
           END-IF.
           IF TO-INT = 0
               MOVE "08" TO BDAY-RESULT
           END-IF.

      * The shop-wide run always applies; the currency's own run
      * applies on top of it unless the caller asked for "ALL".
       4200-SELECT-SEGMENTS.

           MOVE "ALL" TO LOOK-CURRENCY.
           PERFORM 5000-LOCATE-SEGMENT.
           MOVE LOOK-SEG-IDX TO ALL-SEG-IDX.

           MOVE 0 TO CUR-SEG-IDX.
           IF BDAY-CURRENCY NOT = "ALL"
                   AND BDAY-CURRENCY NOT = SPACES
               MOVE BDAY-CURRENCY TO LOOK-CURRENCY
               PERFORM 5000-LOCATE-SEGMENT
               MOVE LOOK-SEG-IDX TO CUR-SEG-IDX
           END-IF.

       5000-LOCATE-SEGMENT.

           MOVE 0 TO LOOK-SEG-IDX.
           PERFORM VARYING SEG-IDX FROM 1 BY 1
                   UNTIL SEG-IDX > SEG-CNT
               IF SG-CURRENCY(SEG-IDX) = LOOK-CURRENCY
                   MOVE SEG-IDX TO LOOK-SEG-IDX
               END-IF
           END-PERFORM.

      * SRCH-FOUND is the slot of the last entry in segment
      * LOOK-SEG-IDX dated on or before LOOK-INT, zero if none.
       5100-FIND-LAST-NOT-AFTER.

           MOVE 0 TO SRCH-FOUND.
           MOVE SG-FIRST(LOOK-SEG-IDX) TO SRCH-LOW.
           MOVE SG-LAST(LOOK-SEG-IDX) TO SRCH-HIGH.

           PERFORM UNTIL SRCH-LOW > SRCH-HIGH
               COMPUTE SRCH-MID = (SRCH-LOW + SRCH-HIGH) / 2
               IF CT-DATE-INT(SRCH-MID) <= LOOK-INT
                   MOVE SRCH-MID TO SRCH-FOUND
                   COMPUTE SRCH-LOW = SRCH-MID + 1
               ELSE
                   COMPUTE SRCH-HIGH = SRCH-MID - 1
               END-IF
           END-PERFORM.

      * Running count of counting entries dated on or before
      * LOOK-INT in one segment.
       5200-CUM-NOT-AFTER.

           MOVE 0 TO LOOK-CUM.
           IF LOOK-SEG-IDX > 0
               PERFORM 5100-FIND-LAST-NOT-AFTER
               IF SRCH-FOUND > 0
                   MOVE CT-CUM(SRCH-FOUND) TO LOOK-CUM
               END-IF
           END-IF.

      * HOLIDAY-CNT is the calendar entries taking a business day
      * away, dated on or before LOOK-INT, across the segments
      * 4200-SELECT-SEGMENTS picked.
       5300-COUNT-ENTRIES-NOT-AFTER.

           MOVE ALL-SEG-IDX TO LOOK-SEG-IDX.
           PERFORM 5200-CUM-NOT-AFTER.
           MOVE LOOK-CUM TO HOLIDAY-CNT.

           MOVE CUR-SEG-IDX TO LOOK-SEG-IDX.
           PERFORM 5200-CUM-NOT-AFTER.
           ADD LOOK-CUM TO HOLIDAY-CNT.

      * WK-REM is the day of the week of WK-DAY, 0 for Monday
      * through 6 for Sunday.
       6000-TEST-WEEKEND.

           COMPUTE WK-REM = FUNCTION MOD(WK-DAY - 1, 7).

       6100-COUNT-WEEKDAYS.

           DIVIDE WK-DAY BY 7 GIVING WK-WEEKS REMAINDER WK-REM.
           IF WK-REM > 5
               MOVE 5 TO WK-REM
           END-IF.
           COMPUTE WK-COUNT = (WK-WEEKS * 5) + WK-REM.

       7000-TEST-BUSINESS-DAY.

           MOVE "N" TO BUSINESS-DAY-SW.
           MOVE DAY-INT TO WK-DAY.
           PERFORM 6000-TEST-WEEKEND.

           IF WK-REM < 5
               MOVE DAY-INT TO LOOK-INT
               PERFORM 5300-COUNT-ENTRIES-NOT-AFTER
               MOVE HOLIDAY-CNT TO HOL-TO-COUNT
               COMPUTE LOOK-INT = DAY-INT - 1
               PERFORM 5300-COUNT-ENTRIES-NOT-AFTER
               IF HOL-TO-COUNT = HOLIDAY-CNT
                   SET BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

      *****************************************************
