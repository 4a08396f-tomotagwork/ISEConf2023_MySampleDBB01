      ******************************************************************
      * CPFEELG - daily fee ledger record (PROD.TXN.FEE.LEDGER, one
      * generation per TFEEC01 run, LRECL 120). Each generation is
      * one ledger date: a header, a detail per fee entry, a total
      * per route and currency, and an end record. Every record
      * carries the ledger date and the run timestamp, so a day
      * that was rerun is recognised by TFINV01 and only its latest
      * run is invoiced.
      *   C - fee charged on a routed transaction (positive)
      *   R - fee credited back on its reversal (negative, the
      *       original's fee exactly; FEEL-ORIG-JRNL-TS names the
      *       original that was netted)
      *   U - no schedule entry in force: recorded at zero so the
      *       day is visibly incomplete until it is priced
      * The totals are the day's control figures per route and
      * currency; the end record counts the details and totals
      * written, and how many of the details restate a charge or
      * credit an earlier run of the date already made. A
      * generation with no end record did not finish and is not
      * to be believed.
      ******************************************************************
           05 FEEL-REC-TYPE           PIC X(01).
               88 FEEL-HEADER-REC     VALUE "H".
               88 FEEL-DETAIL-REC     VALUE "D".
               88 FEEL-TOTAL-REC      VALUE "T".
               88 FEEL-END-REC        VALUE "E".
           05 FEEL-LEDGER-DATE        PIC X(08).
           05 FEEL-RUN-TS             PIC X(20).
           05 FEEL-DETAIL.
               10 FEEL-ROUTE-CODE     PIC X(06).
               10 FEEL-ITEM01-02      PIC X(06).
               10 FEEL-JRNL-TS        PIC X(20).
               10 FEEL-ENTRY-TYPE     PIC X(01).
                   88 FEEL-CHARGE     VALUE "C".
                   88 FEEL-CREDIT     VALUE "R".
                   88 FEEL-UNPRICED   VALUE "U".
               10 FEEL-CURRENCY       PIC X(03).
               10 FEEL-TXN-AMOUNT     PIC 9(07)V9(02).
               10 FEEL-FEE-AMOUNT     PIC S9(07)V9(02).
               10 FEEL-SCHED-EFF-DATE PIC X(08).
               10 FEEL-ORIG-JRNL-TS   PIC X(20).
               10 FILLER              PIC X(09).
           05 FEEL-HEADER REDEFINES FEEL-DETAIL.
               10 FILLER              PIC X(91).
           05 FEEL-TOTAL REDEFINES FEEL-DETAIL.
               10 FEELT-ROUTE-CODE    PIC X(06).
               10 FEELT-CURRENCY      PIC X(03).
               10 FEELT-CHARGE-CNT    PIC 9(07).
               10 FEELT-CHARGE-AMT    PIC S9(09)V9(02).
               10 FEELT-CREDIT-CNT    PIC 9(07).
               10 FEELT-CREDIT-AMT    PIC S9(09)V9(02).
               10 FEELT-UNPRICED-CNT  PIC 9(07).
               10 FEELT-NET-AMT       PIC S9(09)V9(02).
               10 FILLER              PIC X(28).
           05 FEEL-END REDEFINES FEEL-DETAIL.
               10 FEELE-DETAIL-CNT    PIC 9(09).
               10 FEELE-TOTAL-CNT     PIC 9(05).
               10 FEELE-NET-HASH      PIC S9(11)V9(02).
               10 FEELE-RERUN-CNT     PIC 9(09).
               10 FILLER              PIC X(55).
