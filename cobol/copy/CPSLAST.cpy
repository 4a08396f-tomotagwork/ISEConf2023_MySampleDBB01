      ******************************************************************
      * CPSLAST - VSAM KSDS record for the SLA milestone status file
      * (PROD.TXN.SLA.STATUS), written by TSLAM01 only. One record
      * per business date, feed cycle and milestone, rewritten each
      * time the monitor looks at the cycle until the milestone is
      * settled as met or breached. Holds the target in force at
      * the time, the actual or projected completion and the
      * highest alert already raised, so a warning or breach is
      * raised once and not on every monitor run. TSLAR01's monthly
      * attainment report reads it.
      * Timestamps are YYYYMMDD-HHMM, to the minute.
      ******************************************************************
           05 SLST-KEY.
               10 SLST-DATE          PIC X(08).
               10 SLST-CYCLE         PIC 9(02).
               10 SLST-MILESTONE     PIC X(08).
           05 SLST-STATE         PIC X(01).
               88 SLST-ON-TRACK     VALUE "P".
               88 SLST-AT-RISK      VALUE "R".
               88 SLST-MET          VALUE "M".
               88 SLST-BREACHED     VALUE "B".
               88 SLST-SETTLED      VALUES "M" "B".
           05 SLST-TARGET-TS     PIC X(13).
           05 SLST-ACTUAL-TS     PIC X(13).
           05 SLST-PROJECTED-TS  PIC X(13).
           05 SLST-LATE-MINUTES  PIC 9(05).
           05 SLST-ALERT-LEVEL   PIC X(01).
               88 SLST-NOT-ALERTED  VALUE SPACE.
               88 SLST-WARNED       VALUE "W".
               88 SLST-CRIT-RAISED  VALUE "C".
           05 SLST-UPDATED-TS    PIC X(13).
           05 FILLER             PIC X(15).
