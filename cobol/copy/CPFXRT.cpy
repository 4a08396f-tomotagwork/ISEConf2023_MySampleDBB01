      ******************************************************************
      * CPFXRT - VSAM KSDS record layout for the FX rate table.
      * Keyed by currency and effective date; a rate applies from
      * its effective date until the next one entered for the same
      * currency. FXRT-RATE is US dollars per one unit of the
      * currency (EUR 1.085000 means one euro is worth $1.085), so
      * a USD equivalent is always amount times rate, rounded to
      * the cent. USD itself is never entered - it is 1 by
      * definition. Loaded each morning from the rate provider's
      * file and corrected by hand, both through TMAINTFX; read by
      * TFXRT01 on behalf of everything that prints a USD
      * equivalent.
      ******************************************************************
           05 FXRT-KEY.
               10 FXRT-CURRENCY   PIC X(03).
               10 FXRT-EFF-DATE   PIC X(08).
           05 FXRT-RATE           PIC 9(05)V9(06).
           05 FXRT-LOAD-DATE      PIC X(08).
