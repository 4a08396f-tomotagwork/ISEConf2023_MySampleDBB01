      ******************************************************************
      * CPLGTX - large-transaction regulatory filing record, one per
      * counterparty (ITEM01-02) and currency whose combined activity
      * for the day - every cycle, sender and route, reversals
      * netted, replays excluded - reached the reporting threshold,
      * or whose transactions show the structuring pattern (several
      * each just under the threshold). Written by TLGTX01 for
      * compliance to load into the filing system.
      * LGTX-USD-NET is the net stated in USD at the rate TFXRT01
      * found in force on the report date; the threshold is a USD
      * figure. LGTX-REASON says why the record was written.
      ******************************************************************
           05 LGTX-REPORT-DATE    PIC X(08).
           05 LGTX-COUNTERPARTY   PIC X(06).
           05 LGTX-CURRENCY       PIC X(03).
           05 LGTX-TXN-COUNT      PIC 9(07).
           05 LGTX-REV-COUNT      PIC 9(07).
           05 LGTX-GROSS-AMT      PIC 9(11)V9(02).
           05 LGTX-REV-AMT        PIC 9(11)V9(02).
           05 LGTX-NET-AMT        PIC S9(11)V9(02).
           05 LGTX-FX-RATE        PIC 9(05)V9(06).
           05 LGTX-USD-NET        PIC S9(11)V9(02).
           05 LGTX-NEAR-COUNT     PIC 9(05).
           05 LGTX-REASON         PIC X(01).
               88 LGTX-OVER-THRESHOLD VALUE "T".
               88 LGTX-STRUCTURING    VALUE "S".
               88 LGTX-OVER-AND-STRUCT VALUE "B".
           05 FILLER              PIC X(10).
