      ******************************************************************
      * CPFEEIV - month-end partner fee invoice record
      * (PROD.TXN.FEE.INVOICE, one generation per TFINV01 run,
      * LRECL 100), picked up by accounts receivable. Per partner
      * route: a header, one line per currency billed and a
      * trailer. FEEIL-NET-AMT is the amount due in the currency -
      * fees charged less fees credited back on reversals. The
      * trailer's net is a hash across currencies only; the
      * balancing that matters is per currency against the month's
      * fee ledger and is proven before the file is written.
      ******************************************************************
           05 FEEI-REC-TYPE           PIC X(01).
               88 FEEI-HEADER-REC     VALUE "H".
               88 FEEI-LINE-REC       VALUE "L".
               88 FEEI-TRAILER-REC    VALUE "T".
           05 FEEI-INVOICE-NO         PIC X(14).
           05 FEEI-ROUTE-CODE         PIC X(06).
           05 FEEI-MONTH              PIC X(06).
           05 FEEI-LINE.
               10 FEEIL-CURRENCY      PIC X(03).
               10 FEEIL-CHARGE-CNT    PIC 9(07).
               10 FEEIL-CHARGE-AMT    PIC S9(09)V9(02).
               10 FEEIL-CREDIT-CNT    PIC 9(07).
               10 FEEIL-CREDIT-AMT    PIC S9(09)V9(02).
               10 FEEIL-NET-AMT       PIC S9(09)V9(02).
               10 FILLER              PIC X(23).
           05 FEEI-HEADER REDEFINES FEEI-LINE.
               10 FEEIH-ISSUE-DATE    PIC X(08).
               10 FEEIH-PERIOD-FROM   PIC X(08).
               10 FEEIH-PERIOD-TO     PIC X(08).
               10 FILLER              PIC X(49).
           05 FEEI-TRAILER REDEFINES FEEI-LINE.
               10 FEEIT-LINE-CNT      PIC 9(03).
               10 FEEIT-CHARGE-CNT    PIC 9(09).
               10 FEEIT-CREDIT-CNT    PIC 9(09).
               10 FEEIT-NET-HASH      PIC S9(11)V9(02).
               10 FILLER              PIC X(39).
