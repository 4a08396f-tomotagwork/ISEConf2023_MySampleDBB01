      ******************************************************************
      * CPMNTFE - transaction layout for TMAINTFE, the fee schedule
      * maintenance run. A/U/D the way CPMNTFX drives TMAINTFX: an
      * add enters a new effective-dated entry, an update corrects
      * one already entered, a delete (key only) takes one out so
      * the entry before it is in force again. A fee change from a
      * date is an ADD with that date, never an update of the entry
      * in force - the fees already charged under it must stay
      * explainable.
      ******************************************************************
           05 MNTFE-FUNCTION      PIC X(01).
               88 MNTFE-ADD       VALUE "A".
               88 MNTFE-UPDATE    VALUE "U".
               88 MNTFE-DELETE    VALUE "D".
           05 MNTFE-ROUTE-CODE    PIC X(06).
           05 MNTFE-CURRENCY      PIC X(03).
           05 MNTFE-EFF-DATE      PIC X(08).
           05 MNTFE-FLAT-FEE      PIC 9(05)V9(02).
           05 MNTFE-PCT-RATE      PIC 9(03)V9(04).
           05 MNTFE-MIN-FEE       PIC 9(05)V9(02).
           05 MNTFE-MAX-FEE       PIC 9(05)V9(02).
