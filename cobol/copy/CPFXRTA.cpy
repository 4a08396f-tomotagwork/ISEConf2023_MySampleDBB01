      ******************************************************************
      * CPFXRTA - FX rate maintenance audit record, written by
      * TMAINTFX for every CPMNTFX transaction it sees, in the
      * style of CPMNT5A: APPLIED loads, adds and updates carry the
      * rate before (zero when the day had none) and after, DELETED
      * carries the rate removed, and REJECTED records what was
      * attempted. A USD equivalent someone questions is answered
      * from this file.
      ******************************************************************
           05 FXRTA-TIMESTAMP     PIC X(20).
           05 FXRTA-FUNCTION      PIC X(01).
           05 FXRTA-CURRENCY      PIC X(03).
           05 FXRTA-EFF-DATE      PIC X(08).
           05 FXRTA-STATUS        PIC X(08).
           05 FXRTA-BEF-RATE      PIC 9(05)V9(06).
           05 FXRTA-AFT-RATE      PIC 9(05)V9(06).
