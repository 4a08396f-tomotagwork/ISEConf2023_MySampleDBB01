      ******************************************************************
      * CPRTUSE - VSAM KSDS record for the route daily usage store.
      * One record per route per process date, carrying the USD
      * total and count TMAIN01 has routed against the route's
      * daily limit (ROUTE-DAILY-LIMIT on CPRTMST) so far that day.
      * The day's second feed cycle - or a parallel leg - picks up
      * where the first left off instead of starting the daily
      * limit again from zero. Only routes with a daily limit are
      * tracked; reversals are not counted (they return money, they
      * do not send it).
      ******************************************************************
           05 RTUSE-KEY.
               10 RTUSE-ROUTE     PIC X(06).
               10 RTUSE-DATE      PIC X(08).
           05 RTUSE-USD-TOTAL     PIC S9(11)V9(02).
           05 RTUSE-TXN-CNT       PIC 9(09).
