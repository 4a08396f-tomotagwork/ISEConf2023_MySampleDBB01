      ******************************************************************
      * CPFDST - VSAM KSDS record for the expected-feed status file
      * (PROD.TXN.FEED.STATUS), written by TFEEDM01 only. One record
      * per business date, sender and scheduled feed cycle, kept
      * current each time the checker looks at the date: the cutoff
      * in force, when the feed was taken (blank while it has not
      * been) and how late it was. The alert switches remember
      * which alerts have already gone out, so a missing or late
      * feed is raised once and not on every run of the checker.
      ******************************************************************
           05 FDST-KEY.
               10 FDST-DATE          PIC X(08).
               10 FDST-SYSTEM        PIC X(08).
               10 FDST-CYCLE         PIC 9(02).
           05 FDST-STATE         PIC X(01).
               88 FDST-PENDING      VALUE "P".
               88 FDST-ON-TIME      VALUE "O".
               88 FDST-LATE         VALUE "L".
               88 FDST-MISSING      VALUE "M".
           05 FDST-CUTOFF        PIC X(04).
           05 FDST-TAKEN-TS      PIC X(20).
           05 FDST-LATE-MINUTES  PIC 9(05).
           05 FDST-MISS-ALERTED  PIC X(01).
               88 FDST-MISS-RAISED  VALUE "Y".
           05 FDST-LATE-ALERTED  PIC X(01).
               88 FDST-LATE-RAISED  VALUE "Y".
           05 FDST-UPDATED-TS    PIC X(20).
           05 FILLER             PIC X(10).
