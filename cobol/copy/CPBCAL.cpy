      ******************************************************************
      * CPBCAL - VSAM KSDS record layout for the business calendar.
      * One record per non-business day, keyed by currency and date:
      * a holiday ("H") or a non-settlement day ("N") on which that
      * currency's clearing does not settle. Entries under the
      * pseudo-currency "ALL" are shop-wide closures that apply to
      * every currency and are what the operational aging counts
      * against. Saturdays and Sundays are never business days and
      * are not entered here. Operations-maintained through
      * TMAINTBC; read through TBDAY01, never directly, so every
      * program counts business days the same way.
      ******************************************************************
           05 BCAL-KEY.
               10 BCAL-CURRENCY      PIC X(03).
                   88 BCAL-ALL-CURRENCIES VALUE "ALL".
               10 BCAL-DATE          PIC X(08).
           05 BCAL-DAY-TYPE       PIC X(01).
               88 BCAL-HOLIDAY    VALUE "H".
               88 BCAL-NON-SETTLE VALUE "N".
           05 BCAL-DESC           PIC X(20).
