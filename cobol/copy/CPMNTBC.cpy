      ******************************************************************
      * CPMNTBC - maintenance transaction layout for TMAINTBC.
      * Drives add/update/delete of business calendar (CPBCAL)
      * entries the same way CPMNTCU drives TMAINTCU. The key is
      * the currency ("ALL" for a shop-wide closure) and the date;
      * an add or update carries the day type and description, a
      * delete only needs the key.
      ******************************************************************
           05 MNTBC-FUNCTION      PIC X(01).
               88 MNTBC-ADD       VALUE "A".
               88 MNTBC-UPDATE    VALUE "U".
               88 MNTBC-DELETE    VALUE "D".
           05 MNTBC-CURRENCY      PIC X(03).
           05 MNTBC-DATE          PIC X(08).
           05 MNTBC-DAY-TYPE      PIC X(01).
           05 MNTBC-DESC          PIC X(20).
