      ******************************************************************
      * CPBCALA - business calendar maintenance audit record,
      * written by TMAINTBC for every CPMNTBC transaction it sees,
      * in the style of CPMNT5A: APPLIED adds and updates carry
      * before and after images of the calendar entry (before blank
      * on an add), DELETED carries the before image of the entry
      * removed, and REJECTED records what was attempted. A
      * settlement date that moved is answered from this file.
      ******************************************************************
           05 BCALA-TIMESTAMP     PIC X(20).
           05 BCALA-FUNCTION      PIC X(01).
           05 BCALA-CURRENCY      PIC X(03).
           05 BCALA-DATE          PIC X(08).
           05 BCALA-STATUS        PIC X(08).
           05 BCALA-BEF-TYPE      PIC X(01).
           05 BCALA-BEF-DESC      PIC X(20).
           05 BCALA-AFT-TYPE      PIC X(01).
           05 BCALA-AFT-DESC      PIC X(20).
