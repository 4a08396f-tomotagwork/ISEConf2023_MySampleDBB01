      ******************************************************************
      * CPBDAY - parameter block for the business-day routine
      * TBDAY01. Every program that ages or dates anything by
      * business days passes this block, so the weekend rule and
      * the calendar lookups live in one place.
      *   "N" - BDAY-TO-DATE is returned as the date BDAY-DAYS
      *         business days after BDAY-FROM-DATE; zero days rolls
      *         BDAY-FROM-DATE forward to itself or the next
      *         business day.
      *   "C" - BDAY-DAYS is returned as the number of business
      *         days after BDAY-FROM-DATE up to and including
      *         BDAY-TO-DATE (zero when TO is not after FROM).
      * BDAY-CURRENCY selects the calendar: a currency code counts
      * that currency's non-settlement days plus the shop-wide
      * "ALL" closures; "ALL" counts the shop-wide closures only.
      * BDAY-RESULT "04" means the calendar could not be loaded in
      * full and only what was loaded (at worst, only weekends) was
      * skipped; "08" means a date was not a valid YYYYMMDD (or the
      * function was unknown) and nothing was computed.
      ******************************************************************
           05 BDAY-FUNCTION       PIC X(01).
               88 BDAY-ROLL-FORWARD  VALUE "N".
               88 BDAY-COUNT-BETWEEN VALUE "C".
           05 BDAY-CURRENCY       PIC X(03).
           05 BDAY-FROM-DATE      PIC X(08).
           05 BDAY-TO-DATE        PIC X(08).
           05 BDAY-DAYS           PIC 9(05).
           05 BDAY-RESULT         PIC X(02).
               88 BDAY-OK            VALUE "00".
               88 BDAY-NO-CALENDAR   VALUE "04".
               88 BDAY-BAD-DATE      VALUE "08".
