      ******************************************************************
      * CPFEESC - VSAM KSDS record for the partner fee schedule
      * (PROD.TXN.FEESCHED.VSAM). Keyed by route, currency and
      * effective date; an entry applies from its effective date
      * until the next one entered for the same route and currency.
      * A currency of "ALL" is the route's entry for any currency
      * that has none of its own, the way CPGLMAP's "ALL" works.
      * The fee on one routed transaction is FEES-FLAT-FEE plus
      * FEES-PCT-RATE percent of its amount (0.1500 is fifteen
      * basis points), the percentage part held to no less than
      * FEES-MIN-FEE and - when FEES-MAX-FEE is not zero - no more
      * than FEES-MAX-FEE; every figure is in the transaction's own
      * currency. A route is billed only while it has entries here;
      * an entry of all zeros stops the charge from its date.
      * Maintained through TMAINTFE (audited on CPFEESA); read by
      * TFEEC01 when it prices the day's journal.
      ******************************************************************
           05 FEES-KEY.
               10 FEES-ROUTE-CODE   PIC X(06).
               10 FEES-CURRENCY     PIC X(03).
               10 FEES-EFF-DATE     PIC X(08).
           05 FEES-FLAT-FEE         PIC 9(05)V9(02).
           05 FEES-PCT-RATE         PIC 9(03)V9(04).
           05 FEES-MIN-FEE          PIC 9(05)V9(02).
           05 FEES-MAX-FEE          PIC 9(05)V9(02).
           05 FEES-LOAD-DATE        PIC X(08).
           05 FILLER                PIC X(07).
