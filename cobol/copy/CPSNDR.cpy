      * way TMAINTRT maintains the route master - onboarding the
      * second upstream system is a maintenance transaction, not a
      * code change.
      * SNDR-SCHEDULE is the sender's expected-feed schedule: one
      * latest acceptable arrival time (HHMM on the business date)
      * per feed cycle 01-04, blank for a cycle the sender does not
      * send. Feeds are expected on business days of the shop-wide
      * calendar only. TFEEDM01 checks FEEDHIST against it at each
      * cutoff, TCLOSE01 refuses a day with an expected cycle still
      * outstanding, and TFEEDR01 reports punctuality by month.
      ******************************************************************
           05 SNDR-SYSTEM-ID      PIC X(08).
           05 SNDR-ACTIVE-FLAG    PIC X(01).
               88 SNDR-ACTIVE     VALUE "Y".
               88 SNDR-INACTIVE   VALUE "N".
           05 SNDR-DESC           PIC X(20).
           05 SNDR-SCHEDULE.
               10 SNDR-CYCLE-CUTOFF   PIC X(04) OCCURS 4 TIMES.
