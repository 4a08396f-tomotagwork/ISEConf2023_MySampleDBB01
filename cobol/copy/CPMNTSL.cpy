      ******************************************************************
      * CPMNTSL - maintenance transaction layout for TMAINTSL.
      * Drives add/update/delete of batch SLA table (CPSLA) entries,
      * the same way CPMNTCU drives TMAINTCU. An add or update
      * carries the full replacement image of the entry; a delete
      * only needs the milestone and cycle.
      ******************************************************************
           05 MNTSL-FUNCTION      PIC X(01).
               88 MNTSL-ADD       VALUE "A".
               88 MNTSL-UPDATE    VALUE "U".
               88 MNTSL-DELETE    VALUE "D".
           05 MNTSL-MILESTONE     PIC X(08).
           05 MNTSL-CYCLE         PIC X(02).
           05 MNTSL-TARGET-DAYS   PIC X(01).
           05 MNTSL-TARGET-HHMM   PIC X(04).
           05 MNTSL-WARN-MINUTES  PIC X(03).
           05 MNTSL-STEP-SINGLE   PIC X(08).
           05 MNTSL-STEP-PARALLEL PIC X(08).
           05 MNTSL-ACTIVE-FLAG   PIC X(01).
           05 MNTSL-DESC          PIC X(30).
