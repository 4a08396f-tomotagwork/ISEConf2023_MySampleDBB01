      ******************************************************************
      * CPFXLK - parameter block for the FX rate lookup TFXRT01.
      * The caller sets the currency and the date the amount
      * belongs to; the routine returns the rate in force on that
      * date (the latest CPFXRT entry effective on or before it)
      * and that entry's effective date. USD always comes back as
      * 1.000000. A rate effective more than seven calendar days
      * before the date is treated as no rate - a weekend or a
      * holiday is bridged, a provider file that stopped arriving
      * last week is not.
      *   "00" - rate found
      *   "04" - the rate table could not be opened
      *   "08" - no rate in force for the currency on that date
      ******************************************************************
           05 FXLK-CURRENCY       PIC X(03).
           05 FXLK-AS-OF-DATE     PIC X(08).
           05 FXLK-RATE           PIC 9(05)V9(06).
           05 FXLK-EFF-DATE       PIC X(08).
           05 FXLK-RESULT         PIC X(02).
               88 FXLK-FOUND         VALUE "00".
               88 FXLK-NO-TABLE      VALUE "04".
               88 FXLK-NO-RATE       VALUE "08".
