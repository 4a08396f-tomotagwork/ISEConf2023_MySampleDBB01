      ******************************************************************
      * CPHLDAU - held-transaction release audit record, written by
      * TRELS01 for every stage of the four-eyes workflow in the
      * style of CPRTAUD: PENDING when a maker stages a release or
      * decline, APPLIED when a different person confirms it (with
      * both identities), REJECTED for anything refused (unknown
      * item, confirmer same as maker, nothing staged, a second
      * decision on an item already decided), and AGED when an item
      * nobody decided inside the age limit is declined by the
      * program. HLAU-DECISION is the decision the record concerns.
      ******************************************************************
           05 HLAU-TIMESTAMP      PIC X(20).
           05 HLAU-FUNCTION       PIC X(01).
           05 HLAU-ITEM01-01      PIC X(06).
           05 HLAU-ITEM01-02      PIC X(06).
           05 HLAU-HELD-DATE      PIC X(08).
           05 HLAU-CYCLE-NO       PIC X(02).
           05 HLAU-AMOUNT         PIC S9(07)V9(02).
           05 HLAU-CURRENCY       PIC X(03).
           05 HLAU-SUBMITTER      PIC X(08).
           05 HLAU-APPROVER       PIC X(08).
           05 HLAU-STATUS         PIC X(08).
           05 HLAU-DECISION       PIC X(01).
