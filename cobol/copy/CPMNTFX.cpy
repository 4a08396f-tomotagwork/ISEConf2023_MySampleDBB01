      ******************************************************************
      * CPMNTFX - transaction layout for TMAINTFX. The rate
      * provider's daily file arrives in this layout with function
      * "L" on every record (load: add the rate, or replace one
      * already entered for the same day - the provider resends a
      * corrected file rather than a correction); operations' own
      * corrections use A/U/D the way CPMNTCU drives TMAINTCU. A
      * delete only needs the key.
      ******************************************************************
           05 MNTFX-FUNCTION      PIC X(01).
               88 MNTFX-LOAD      VALUE "L".
               88 MNTFX-ADD       VALUE "A".
               88 MNTFX-UPDATE    VALUE "U".
               88 MNTFX-DELETE    VALUE "D".
           05 MNTFX-CURRENCY      PIC X(03).
           05 MNTFX-EFF-DATE      PIC X(08).
           05 MNTFX-RATE          PIC 9(05)V9(06).
