      * entries, the same way CPMNTRT drives TMAINTRT for the route
      * master. An add or update carries the full replacement image
      * of the sender's flag and description; a delete only needs
      * the system identifier. MNTSN-CUTOFF is the replacement
      * expected-feed schedule: the latest arrival HHMM for cycles
      * 01-04, blank where no feed is expected.
      ******************************************************************
           05 MNTSN-FUNCTION      PIC X(01).
               88 MNTSN-ADD       VALUE "A".
           05 MNTSN-SYSTEM-ID     PIC X(08).
           05 MNTSN-ACTIVE-FLAG   PIC X(01).
           05 MNTSN-DESC          PIC X(20).
           05 MNTSN-SCHEDULE.
               10 MNTSN-CUTOFF        PIC X(04) OCCURS 4 TIMES.
