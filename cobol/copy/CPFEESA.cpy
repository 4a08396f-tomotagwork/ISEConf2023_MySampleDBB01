      ******************************************************************
      * CPFEESA - fee schedule maintenance audit record, written by
      * TMAINTFE for every CPMNTFE transaction it sees, in the style
      * of CPFXRTA: APPLIED adds and updates carry the entry before
      * (zeros for an add) and after, DELETED carries the entry
      * removed, and REJECTED records what was attempted. A fee a
      * partner disputes is traced to its schedule entry from here.
      ******************************************************************
           05 FEESA-TIMESTAMP     PIC X(20).
           05 FEESA-FUNCTION      PIC X(01).
           05 FEESA-ROUTE-CODE    PIC X(06).
           05 FEESA-CURRENCY      PIC X(03).
           05 FEESA-EFF-DATE      PIC X(08).
           05 FEESA-STATUS        PIC X(08).
           05 FEESA-BEFORE.
               10 FEESA-BEF-FLAT  PIC 9(05)V9(02).
               10 FEESA-BEF-PCT   PIC 9(03)V9(04).
               10 FEESA-BEF-MIN   PIC 9(05)V9(02).
               10 FEESA-BEF-MAX   PIC 9(05)V9(02).
           05 FEESA-AFTER.
               10 FEESA-AFT-FLAT  PIC 9(05)V9(02).
               10 FEESA-AFT-PCT   PIC 9(03)V9(04).
               10 FEESA-AFT-MIN   PIC 9(05)V9(02).
               10 FEESA-AFT-MAX   PIC 9(05)V9(02).
