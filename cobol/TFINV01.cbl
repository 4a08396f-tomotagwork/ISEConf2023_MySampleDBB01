       IDENTIFICATION DIVISION.
       PROGRAM-ID. TFINV01.
      ******************************************************************
      * Month-end partner fee invoicing. Rolls the month's daily fee
      * ledger generations (CPFEELG, written by TFEEC01) up into one
      * invoice per partner route - a line per currency billed with
      * the fees charged, the fees credited back on reversals and
      * the amount due - written to the invoice file (CPFEEIV) for
      * accounts receivable and printed on INVRPT with the daily
      * lines behind each currency's total.
      * A date TFEEC01 ran more than once is taken from its latest
      * run only. The invoices are released only when the month is
      * provably all there and all priced:
      *   - the month has ended
      *   - every business day of the month has a fee ledger, and
      *     every ledger day invoiced has its end record with the
      *     detail count and fee hash it declares
      *   - the invoice totals for every route and currency equal
      *     the ledger's own daily totals for them, count and
      *     amount, charges and credits alike
      *   - no fee in the month is unpriced
      *   - INVRPT is there to print the invoices and their proof
      * Otherwise the invoice generation is left empty, a critical
      * alert goes to ALERTOUT and the step ends CC 12 so the
      * receivables pickup is held (TGLPST01's stance); the
      * invoices are still printed, marked held, with the ledger
      * proof that says why.
      * INVCARD cols 1-6 select the month YYYYMM (blank = the month
      * before the run date).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-CARD-FILE ASSIGN TO INVCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO FEELEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT INVOICE-FILE ASSIGN TO FEEINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.
           SELECT REPORT-FILE ASSIGN TO INVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-CARD-FILE
           RECORDING MODE IS F.
       01 INV-CARD-REC.
           05 INV-REQ-MONTH    PIC X(06).
           05 FILLER           PIC X(74).

       FD  FEE-LEDGER-FILE
           RECORDING MODE IS F.
       01 FEE-LEDGER-REC.
           COPY CPFEELG.

       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01 INVOICE-REC.
           COPY CPFEEIV.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 LEDGER-STATUS     PIC X(02) VALUE "00".
       01 INVOICE-STATUS    PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".

       01 FILE-EOF-SW       PIC X(01) VALUE "N".
           88 FILE-EOF      VALUE "Y".
       01 HOLD-INVOICES-SW  PIC X(01) VALUE "N".
           88 HOLD-INVOICES VALUE "Y".
       01 MONTH-OK-SW       PIC X(01) VALUE "N".
           88 MONTH-OK      VALUE "Y".
       01 INVOICE-PAGES-SW  PIC X(01) VALUE "N".
           88 INVOICE-PAGES VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           05 RUN-YYYY      PIC 9(04).
           05 RUN-MM        PIC 9(02).
           05 RUN-DD        PIC 9(02).
       01 INVOICE-MONTH     PIC X(06) VALUE SPACES.
       01 INVOICE-MONTH-PARTS REDEFINES INVOICE-MONTH.
           05 INV-YYYY      PIC 9(04).
           05 INV-MM        PIC 9(02).
       01 PERIOD-FROM       PIC X(08) VALUE SPACES.
       01 PERIOD-TO         PIC X(08) VALUE SPACES.

      * The month's days, walked as integer dates up to (not
      * including) the first of the next month.
       01 DATE-NUM          PIC 9(08) VALUE 0.
       01 DAY-INT           PIC 9(07) VALUE 0.
       01 START-INT         PIC 9(07) VALUE 0.
       01 END-INT           PIC 9(07) VALUE 0.
       01 RUN-INT           PIC 9(07) VALUE 0.
       01 NEXT-YYYY         PIC 9(04) VALUE 0.
       01 NEXT-MM           PIC 9(02) VALUE 0.
       01 DAY-DATE          PIC X(08) VALUE SPACES.
       01 DAY-NO            PIC 9(02) VALUE 0.
       01 DAY-IDX           PIC 9(02) COMP VALUE 0.

       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
      * A CALL replaces RETURN-CODE; STEP-RC carries the step's
      * own condition code across it.
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.
       01 BDAY-PARMS.
           COPY CPBDAY.

       01 LEDGER-READ-CNT   PIC 9(09) VALUE 0.
       01 LEDGER-MONTH-CNT  PIC 9(09) VALUE 0.
       01 SUPERSEDED-CNT    PIC 9(09) VALUE 0.
       01 MISSING-DAY-CNT   PIC 9(03) VALUE 0.
       01 BAD-DAY-CNT       PIC 9(03) VALUE 0.
       01 OUT-OF-BAL-CNT    PIC 9(03) VALUE 0.
       01 UNPRICED-TOT      PIC 9(09) VALUE 0.
       01 INVOICE-CNT       PIC 9(05) VALUE 0.
       01 INVOICE-LINE-CNT  PIC 9(03) VALUE 0.
       01 INVOICE-REC-CNT   PIC 9(07) VALUE 0.
       01 INV-CHARGE-CNT    PIC 9(09) VALUE 0.
       01 INV-CREDIT-CNT    PIC 9(09) VALUE 0.
       01 INV-NET-HASH      PIC S9(11)V9(02) VALUE 0.
       01 ITEM-CNT-WK       PIC 9(09) VALUE 0.
       01 LEDGER-ITEM-WK    PIC 9(09) VALUE 0.
       01 DAY-NET-WK        PIC S9(09)V9(02) VALUE 0.

      * One entry per calendar day: the latest TFEEC01 run seen for
      * it (headers, first pass) and what that run's generation
      * holds (second pass).
       01 DAY-TABLE.
           05 DAY-ENTRY OCCURS 31 TIMES.
               10 DY-RUN-TS       PIC X(20).
               10 DY-RUN-CNT      PIC 9(03).
               10 DY-DETAIL-CNT   PIC 9(09).
               10 DY-DETAIL-HASH  PIC S9(11)V9(02).
               10 DY-END-SW       PIC X(01).
                   88 DY-END-SEEN VALUE "Y".
               10 DY-END-CNT      PIC 9(09).
               10 DY-END-HASH     PIC S9(11)V9(02).

      * The month per route and currency: what the invoice will say
      * (from the ledger details), what the ledger's own daily
      * totals say, and the daily breakdown printed on the invoice.
      * A month with more pairs than this cannot be proven, so it is
      * not released.
       01 ACC-TABLE.
           05 ACC-CNT          PIC 9(04) COMP VALUE 0.
           05 ACC-ENTRY OCCURS 100 TIMES.
               10 AC-ROUTE-CODE   PIC X(06).
               10 AC-CURRENCY     PIC X(03).
               10 AC-CHARGE-CNT   PIC 9(07).
               10 AC-CHARGE-AMT   PIC S9(09)V9(02).
               10 AC-CREDIT-CNT   PIC 9(07).
               10 AC-CREDIT-AMT   PIC S9(09)V9(02).
               10 AC-UNPRICED-CNT PIC 9(07).
               10 AC-NET-AMT      PIC S9(09)V9(02).
               10 LT-CHARGE-CNT   PIC 9(07).
               10 LT-CHARGE-AMT   PIC S9(09)V9(02).
               10 LT-CREDIT-CNT   PIC 9(07).
               10 LT-CREDIT-AMT   PIC S9(09)V9(02).
               10 LT-UNPRICED-CNT PIC 9(07).
               10 LT-NET-AMT      PIC S9(09)V9(02).
               10 AC-DAY OCCURS 31 TIMES.
                   15 AD-CHARGE-CNT  PIC 9(07).
                   15 AD-CHARGE-AMT  PIC S9(09)V9(02).
                   15 AD-CREDIT-CNT  PIC 9(07).
                   15 AD-CREDIT-AMT  PIC S9(09)V9(02).
       01 ACC-IDX           PIC 9(04) COMP VALUE 0.
       01 ACC-FOUND-IDX     PIC 9(04) COMP VALUE 0.
       01 FIND-ROUTE        PIC X(06) VALUE SPACES.
       01 FIND-CURRENCY     PIC X(03) VALUE SPACES.

      * The partner routes, in order of first sighting - one
      * invoice each.
       01 ROUTE-TABLE.
           05 RT-CNT           PIC 9(03) COMP VALUE 0.
           05 RT-ENTRY OCCURS 100 TIMES.
               10 RT-ROUTE-CODE   PIC X(06).
       01 RT-IDX            PIC 9(03) COMP VALUE 0.
       01 RT-FOUND-SW       PIC X(01) VALUE "N".
           88 RT-FOUND      VALUE "Y".

       01 INVOICE-NO        PIC X(14) VALUE SPACES.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.
       01 HOLD-LINE         PIC X(132) VALUE SPACES.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TFINV01   PARTNER FEE INVOICES - MONTH  ".
           05 HDG1-MONTH       PIC X(06).
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(57) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 HEADING-PARTNER.
           05 FILLER           PIC X(08) VALUE "INVOICE ".
           05 HDGP-INVOICE-NO  PIC X(14).
           05 FILLER           PIC X(16) VALUE "  PARTNER ROUTE ".
           05 HDGP-ROUTE       PIC X(06).
           05 FILLER           PIC X(09) VALUE "  PERIOD ".
           05 HDGP-FROM        PIC X(08).
           05 FILLER           PIC X(04) VALUE " TO ".
           05 HDGP-TO          PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 HDGP-STATUS      PIC X(40).
           05 FILLER           PIC X(17) VALUE SPACES.

       01 INVOICE-HEADING.
           05 FILLER           PIC X(10) VALUE "DATE      ".
           05 FILLER           PIC X(05) VALUE "CUR  ".
           05 FILLER           PIC X(08) VALUE "CHARGED ".
           05 FILLER           PIC X(16) VALUE "  FEES CHARGED  ".
           05 FILLER           PIC X(08) VALUE "REVERSED".
           05 FILLER           PIC X(17)
               VALUE "  FEES CREDITED  ".
           05 FILLER           PIC X(17)
               VALUE "       NET FEES  ".
           05 FILLER           PIC X(51) VALUE SPACES.

       01 INVOICE-LINE.
           05 INL-DATE         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 INL-CURRENCY     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 INL-CHARGE-CNT   PIC ZZZ,ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INL-CHARGE-AMT   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 INL-CREDIT-CNT   PIC ZZZ,ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 INL-CREDIT-AMT   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 INL-NET-AMT      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 INL-TAG          PIC X(20).
           05 FILLER           PIC X(31) VALUE SPACES.

       01 DUE-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "AMOUNT DUE ".
           05 DUE-CURRENCY     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DUE-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(91) VALUE SPACES.

       01 DAY-HEADING.
           05 FILLER           PIC X(10) VALUE "DATE      ".
           05 FILLER           PIC X(10) VALUE "DAY       ".
           05 FILLER           PIC X(05) VALUE "RUNS ".
           05 FILLER           PIC X(13) VALUE "    DETAILS  ".
           05 FILLER           PIC X(13) VALUE "  END COUNT  ".
           05 FILLER           PIC X(40) VALUE "STATUS".
           05 FILLER           PIC X(41) VALUE SPACES.

       01 DAY-LINE.
           05 DYL-DATE         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DYL-KIND         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DYL-RUNS         PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DYL-DETAILS      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DYL-END-CNT      PIC ZZZ,ZZZ,ZZ9.
           05 DYL-END-CNT-X REDEFINES DYL-END-CNT
                               PIC X(11).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DYL-STATUS       PIC X(40).
           05 FILLER           PIC X(41) VALUE SPACES.

       01 PROOF-HEADING.
           05 FILLER           PIC X(07) VALUE "ROUTE  ".
           05 FILLER           PIC X(05) VALUE "CUR  ".
           05 FILLER           PIC X(17)
               VALUE "   INVOICED NET  ".
           05 FILLER           PIC X(17)
               VALUE "     LEDGER NET  ".
           05 FILLER           PIC X(13) VALUE "  INV ITEMS  ".
           05 FILLER           PIC X(13) VALUE "LEDGER ITEMS ".
           05 FILLER           PIC X(20) VALUE "STATUS".
           05 FILLER           PIC X(40) VALUE SPACES.

       01 PROOF-LINE.
           05 PRF-ROUTE        PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRF-CURRENCY     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PRF-INV-NET      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PRF-LEDGER-NET   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PRF-INV-ITEMS    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PRF-LEDGER-ITEMS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PRF-STATUS       PIC X(20).
           05 FILLER           PIC X(40) VALUE SPACES.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(110).
           05 FILLER           PIC X(20) VALUE SPACES.

       01 COUNT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CNT-LABEL        PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(79) VALUE SPACES.

      * Shared operations alert file (see CPALRT01) - opened EXTEND
      * on the first alert only, so a clean run never touches it.
      * The record is staged in ALERT-WORK because an FD area is
      * not reliably addressable before its file is open.
       01 ALERT-STATUS      PIC X(02) VALUE "00".
       01 ALERT-FILE-OPEN-SW PIC X(01) VALUE "N".
           88 ALERT-FILE-OPEN VALUE "Y".
       01 ALERT-DATE-WK     PIC X(08) VALUE SPACES.
       01 ALERT-TIME-WK     PIC X(08) VALUE SPACES.
       01 ALERT-WORK.
           COPY CPALRT01.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZATION.

           IF MONTH-OK
               PERFORM 1500-FIND-LATEST-RUNS
           END-IF.
           IF MONTH-OK
               PERFORM 2000-LOAD-LEDGER
           END-IF.
           IF MONTH-OK
               PERFORM 3000-PROVE-THE-MONTH
           END-IF.

           PERFORM 4000-WRITE-INVOICES.

           PERFORM 5000-PRINT-INVOICES.

           PERFORM 7000-INVOICE-VERDICT.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TFINV01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE DAY-TABLE.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY 'TFINV01 - OPEN FAILED ON INVRPT STATUS='
                   REPORT-STATUS
               SET HOLD-INVOICES TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO INV-CARD-REC.
           OPEN INPUT INV-CARD-FILE.
           IF CARD-STATUS = "00"
               READ INV-CARD-FILE
                   AT END
                       MOVE SPACES TO INV-CARD-REC
               END-READ
               CLOSE INV-CARD-FILE
           END-IF.

           IF INV-REQ-MONTH = SPACES
               IF RUN-MM = 1
                   COMPUTE INV-YYYY = RUN-YYYY - 1
                   MOVE 12 TO INV-MM
               ELSE
                   MOVE RUN-YYYY TO INV-YYYY
                   COMPUTE INV-MM = RUN-MM - 1
               END-IF
               SET MONTH-OK TO TRUE
           ELSE
           IF INV-REQ-MONTH IS NUMERIC
                   AND INV-REQ-MONTH(5:2) > "00"
                   AND INV-REQ-MONTH(5:2) < "13"
               MOVE INV-REQ-MONTH TO INVOICE-MONTH
               SET MONTH-OK TO TRUE
           ELSE
               DISPLAY 'TFINV01 - INVALID MONTH ON INVCARD: "'
                   INV-REQ-MONTH '"'
               SET HOLD-INVOICES TO TRUE
               MOVE "INVALID MONTH ON INVCARD - NOTHING INVOICED"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF
           END-IF.

           IF MONTH-OK
               PERFORM 1100-SET-PERIOD
           END-IF.

           DISPLAY 'TFINV01 - INVOICING MONTH ' INVOICE-MONTH.

       1100-SET-PERIOD.

           MOVE INVOICE-MONTH TO DATE-NUM(1:6).
           MOVE "01" TO DATE-NUM(7:2).
           MOVE DATE-NUM TO PERIOD-FROM.
           COMPUTE START-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).
           IF INV-MM = 12
               COMPUTE NEXT-YYYY = INV-YYYY + 1
               MOVE 1 TO NEXT-MM
           ELSE
               MOVE INV-YYYY TO NEXT-YYYY
               COMPUTE NEXT-MM = INV-MM + 1
           END-IF.
           COMPUTE DATE-NUM = NEXT-YYYY * 10000 + NEXT-MM * 100 + 1.
           COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).
           COMPUTE DAY-INT = END-INT - 1.
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INT).
           MOVE DATE-NUM TO PERIOD-TO.
           MOVE RUN-DATE TO DATE-NUM.
           COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).

      * A month still running would be invoiced short.
           IF RUN-INT < END-INT
               SET HOLD-INVOICES TO TRUE
               MOVE "MONTH HAS NOT ENDED - INVOICES CANNOT BE "
                   TO TXT-TEXT
               MOVE "RELEASED BEFORE " TO TXT-TEXT(42:16)
               COMPUTE DATE-NUM = NEXT-YYYY * 10000 + NEXT-MM * 100
                   + 1
               MOVE DATE-NUM TO TXT-TEXT(58:8)
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

      * First pass: which run of each date is the one to invoice.
      * The run timestamp is the TFEEC01 start time, so the highest
      * is the latest.
       1500-FIND-LATEST-RUNS.

           OPEN INPUT FEE-LEDGER-FILE.
           IF LEDGER-STATUS NOT = "00"
               DISPLAY 'TFINV01 - OPEN FAILED ON FEELEDG STATUS='
                   LEDGER-STATUS
               SET HOLD-INVOICES TO TRUE
               MOVE "N" TO MONTH-OK-SW
               MOVE "FEE LEDGER UNAVAILABLE" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ FEE-LEDGER-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO LEDGER-READ-CNT
                           IF FEEL-HEADER-REC
                               PERFORM 1550-NOTE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER-FILE
           END-IF.

       1550-NOTE-RUN.

           PERFORM 1600-LEDGER-DAY.
           IF DAY-IDX > 0
               ADD 1 TO DY-RUN-CNT(DAY-IDX)
               IF FEEL-RUN-TS > DY-RUN-TS(DAY-IDX)
                   MOVE FEEL-RUN-TS TO DY-RUN-TS(DAY-IDX)
               END-IF
           END-IF.

      * DAY-IDX is the ledger record's day of the invoice month, or
      * zero when the record is for another month.
       1600-LEDGER-DAY.

           MOVE 0 TO DAY-IDX.
           IF FEEL-LEDGER-DATE(1:6) = INVOICE-MONTH
                   AND FEEL-LEDGER-DATE(7:2) IS NUMERIC
               MOVE FEEL-LEDGER-DATE(7:2) TO DAY-NO
               IF DAY-NO > 0 AND DAY-NO < 32
                   MOVE DAY-NO TO DAY-IDX
               END-IF
           END-IF.

      * Second pass: the latest run of each date, every record.
       2000-LOAD-LEDGER.

           OPEN INPUT FEE-LEDGER-FILE.
           IF LEDGER-STATUS NOT = "00"
               DISPLAY 'TFINV01 - REOPEN FAILED ON FEELEDG STATUS='
                   LEDGER-STATUS
               SET HOLD-INVOICES TO TRUE
               MOVE "N" TO MONTH-OK-SW
               MOVE "FEE LEDGER UNAVAILABLE" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ FEE-LEDGER-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1600-LEDGER-DAY
                           IF DAY-IDX > 0
                               PERFORM 2050-TAKE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER-FILE
           END-IF.

       2050-TAKE-RECORD.

           IF FEEL-RUN-TS NOT = DY-RUN-TS(DAY-IDX)
               ADD 1 TO SUPERSEDED-CNT
           ELSE
               ADD 1 TO LEDGER-MONTH-CNT
               EVALUATE TRUE
                   WHEN FEEL-DETAIL-REC
                       PERFORM 2100-ADD-DETAIL
                   WHEN FEEL-TOTAL-REC
                       PERFORM 2200-ADD-LEDGER-TOTAL
                   WHEN FEEL-END-REC
                       SET DY-END-SEEN(DAY-IDX) TO TRUE
                       MOVE FEELE-DETAIL-CNT TO DY-END-CNT(DAY-IDX)
                       MOVE FEELE-NET-HASH TO DY-END-HASH(DAY-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2100-ADD-DETAIL.

           ADD 1 TO DY-DETAIL-CNT(DAY-IDX).
           ADD FEEL-FEE-AMOUNT TO DY-DETAIL-HASH(DAY-IDX).
           MOVE FEEL-ROUTE-CODE TO FIND-ROUTE.
           MOVE FEEL-CURRENCY TO FIND-CURRENCY.
           PERFORM 2300-FIND-ACC.
           IF ACC-FOUND-IDX > 0
               EVALUATE TRUE
                   WHEN FEEL-CHARGE
                       ADD 1 TO AC-CHARGE-CNT(ACC-FOUND-IDX)
                       ADD FEEL-FEE-AMOUNT
                           TO AC-CHARGE-AMT(ACC-FOUND-IDX)
                       ADD 1 TO AD-CHARGE-CNT(ACC-FOUND-IDX, DAY-IDX)
                       ADD FEEL-FEE-AMOUNT
                           TO AD-CHARGE-AMT(ACC-FOUND-IDX, DAY-IDX)
                   WHEN FEEL-CREDIT
                       ADD 1 TO AC-CREDIT-CNT(ACC-FOUND-IDX)
                       ADD FEEL-FEE-AMOUNT
                           TO AC-CREDIT-AMT(ACC-FOUND-IDX)
                       ADD 1 TO AD-CREDIT-CNT(ACC-FOUND-IDX, DAY-IDX)
                       ADD FEEL-FEE-AMOUNT
                           TO AD-CREDIT-AMT(ACC-FOUND-IDX, DAY-IDX)
                   WHEN OTHER
                       ADD 1 TO AC-UNPRICED-CNT(ACC-FOUND-IDX)
               END-EVALUATE
               ADD FEEL-FEE-AMOUNT TO AC-NET-AMT(ACC-FOUND-IDX)
           END-IF.

       2200-ADD-LEDGER-TOTAL.

           MOVE FEELT-ROUTE-CODE TO FIND-ROUTE.
           MOVE FEELT-CURRENCY TO FIND-CURRENCY.
           PERFORM 2300-FIND-ACC.
           IF ACC-FOUND-IDX > 0
               ADD FEELT-CHARGE-CNT TO LT-CHARGE-CNT(ACC-FOUND-IDX)
               ADD FEELT-CHARGE-AMT TO LT-CHARGE-AMT(ACC-FOUND-IDX)
               ADD FEELT-CREDIT-CNT TO LT-CREDIT-CNT(ACC-FOUND-IDX)
               ADD FEELT-CREDIT-AMT TO LT-CREDIT-AMT(ACC-FOUND-IDX)
               ADD FEELT-UNPRICED-CNT
                   TO LT-UNPRICED-CNT(ACC-FOUND-IDX)
               ADD FEELT-NET-AMT TO LT-NET-AMT(ACC-FOUND-IDX)
           END-IF.

       2300-FIND-ACC.

           MOVE 0 TO ACC-FOUND-IDX.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-CNT
               IF AC-ROUTE-CODE(ACC-IDX) = FIND-ROUTE
                       AND AC-CURRENCY(ACC-IDX) = FIND-CURRENCY
                   MOVE ACC-IDX TO ACC-FOUND-IDX
                   MOVE ACC-CNT TO ACC-IDX
               END-IF
           END-PERFORM.

           IF ACC-FOUND-IDX = 0
               IF ACC-CNT < 100
                   ADD 1 TO ACC-CNT
                   MOVE ACC-CNT TO ACC-FOUND-IDX
                   INITIALIZE ACC-ENTRY(ACC-FOUND-IDX)
                   MOVE FIND-ROUTE TO AC-ROUTE-CODE(ACC-FOUND-IDX)
                   MOVE FIND-CURRENCY TO AC-CURRENCY(ACC-FOUND-IDX)
                   PERFORM 2350-NOTE-ROUTE
               ELSE
                   IF NOT HOLD-INVOICES
                       MOVE "ROUTE/CURRENCY TABLE FULL - MONTH CANNOT "
                           TO TXT-TEXT
                       MOVE "BE PROVEN" TO TXT-TEXT(42:9)
                       PERFORM 6200-PRINT-TEXT-LINE
                   END-IF
                   SET HOLD-INVOICES TO TRUE
               END-IF
           END-IF.

       2350-NOTE-ROUTE.

           MOVE "N" TO RT-FOUND-SW.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-CNT
               IF RT-ROUTE-CODE(RT-IDX) = FIND-ROUTE
                   SET RT-FOUND TO TRUE
                   MOVE RT-CNT TO RT-IDX
               END-IF
           END-PERFORM.

           IF NOT RT-FOUND
               ADD 1 TO RT-CNT
               MOVE FIND-ROUTE TO RT-ROUTE-CODE(RT-CNT)
           END-IF.

      ******************************************************************
      * The ledger proof. Day by day through the month, then route
      * by route and currency by currency; anything that does not
      * tie holds every invoice, since the month's total is what
      * each partner is billed on.
      ******************************************************************
       3000-PROVE-THE-MONTH.

           MOVE "FEE LEDGER PROOF - DAYS OF THE MONTH" TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE DAY-HEADING TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           PERFORM VARYING DAY-INT FROM START-INT BY 1
                   UNTIL DAY-INT NOT < END-INT
               COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INT)
               MOVE DATE-NUM TO DAY-DATE
               MOVE DAY-DATE(7:2) TO DAY-NO
               MOVE DAY-NO TO DAY-IDX
               PERFORM 3100-PROVE-DAY
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "FEE LEDGER PROOF - ROUTE AND CURRENCY" TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE PROOF-HEADING TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-CNT
               PERFORM 3200-PROVE-ACC
           END-PERFORM.

           IF ACC-CNT = 0
               MOVE "NO PARTNER FEES IN THE MONTH" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

       3100-PROVE-DAY.

           MOVE "N" TO BDAY-FUNCTION.
           MOVE "ALL" TO BDAY-CURRENCY.
           MOVE DAY-DATE TO BDAY-FROM-DATE.
           MOVE 0 TO BDAY-DAYS.
           MOVE RETURN-CODE TO STEP-RC.
           CALL PGMBDAY USING BDAY-PARMS.
           MOVE STEP-RC TO RETURN-CODE.

           MOVE DAY-DATE TO DYL-DATE.
           IF BDAY-TO-DATE = DAY-DATE
               MOVE "BUSINESS" TO DYL-KIND
           ELSE
               MOVE "CLOSED" TO DYL-KIND
           END-IF.
           MOVE DY-RUN-CNT(DAY-IDX) TO DYL-RUNS.
           MOVE DY-DETAIL-CNT(DAY-IDX) TO DYL-DETAILS.
           MOVE DY-END-CNT(DAY-IDX) TO DYL-END-CNT.

           IF DY-RUN-CNT(DAY-IDX) = 0
               MOVE SPACES TO DYL-END-CNT-X
               IF BDAY-TO-DATE = DAY-DATE
                   MOVE "*** NO FEE LEDGER FOR THE DAY" TO DYL-STATUS
                   ADD 1 TO MISSING-DAY-CNT
                   SET HOLD-INVOICES TO TRUE
               ELSE
                   MOVE "NO LEDGER - NOT A BUSINESS DAY" TO DYL-STATUS
               END-IF
           ELSE
           IF NOT DY-END-SEEN(DAY-IDX)
               MOVE SPACES TO DYL-END-CNT-X
               MOVE "*** LEDGER INCOMPLETE - NO END RECORD"
                   TO DYL-STATUS
               ADD 1 TO BAD-DAY-CNT
               SET HOLD-INVOICES TO TRUE
           ELSE
           IF DY-END-CNT(DAY-IDX) NOT = DY-DETAIL-CNT(DAY-IDX)
                   OR DY-END-HASH(DAY-IDX)
                       NOT = DY-DETAIL-HASH(DAY-IDX)
               MOVE "*** DETAILS DO NOT TIE TO END RECORD"
                   TO DYL-STATUS
               ADD 1 TO BAD-DAY-CNT
               SET HOLD-INVOICES TO TRUE
           ELSE
           IF DY-RUN-CNT(DAY-IDX) > 1
               MOVE "COMPLETE - LATEST RUN INVOICED" TO DYL-STATUS
           ELSE
               MOVE "COMPLETE" TO DYL-STATUS
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE DAY-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

       3200-PROVE-ACC.

           MOVE AC-ROUTE-CODE(ACC-IDX) TO PRF-ROUTE.
           MOVE AC-CURRENCY(ACC-IDX) TO PRF-CURRENCY.
           MOVE AC-NET-AMT(ACC-IDX) TO PRF-INV-NET.
           MOVE LT-NET-AMT(ACC-IDX) TO PRF-LEDGER-NET.
           COMPUTE ITEM-CNT-WK = AC-CHARGE-CNT(ACC-IDX)
               + AC-CREDIT-CNT(ACC-IDX) + AC-UNPRICED-CNT(ACC-IDX).
           MOVE ITEM-CNT-WK TO PRF-INV-ITEMS.
           COMPUTE LEDGER-ITEM-WK = LT-CHARGE-CNT(ACC-IDX)
               + LT-CREDIT-CNT(ACC-IDX) + LT-UNPRICED-CNT(ACC-IDX).
           MOVE LEDGER-ITEM-WK TO PRF-LEDGER-ITEMS.
           ADD AC-UNPRICED-CNT(ACC-IDX) TO UNPRICED-TOT.

           IF AC-CHARGE-CNT(ACC-IDX) NOT = LT-CHARGE-CNT(ACC-IDX)
                   OR AC-CHARGE-AMT(ACC-IDX)
                       NOT = LT-CHARGE-AMT(ACC-IDX)
                   OR AC-CREDIT-CNT(ACC-IDX)
                       NOT = LT-CREDIT-CNT(ACC-IDX)
                   OR AC-CREDIT-AMT(ACC-IDX)
                       NOT = LT-CREDIT-AMT(ACC-IDX)
                   OR AC-UNPRICED-CNT(ACC-IDX)
                       NOT = LT-UNPRICED-CNT(ACC-IDX)
                   OR AC-NET-AMT(ACC-IDX) NOT = LT-NET-AMT(ACC-IDX)
               MOVE "*** OUT OF BALANCE" TO PRF-STATUS
               ADD 1 TO OUT-OF-BAL-CNT
               SET HOLD-INVOICES TO TRUE
           ELSE
           IF AC-UNPRICED-CNT(ACC-IDX) > 0
               MOVE "*** UNPRICED FEES" TO PRF-STATUS
               SET HOLD-INVOICES TO TRUE
           ELSE
               MOVE "BALANCED" TO PRF-STATUS
           END-IF
           END-IF.

           MOVE PROOF-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

      * A held month is still OPENed and CLOSEd so the new
      * generation is a valid empty dataset, never one with residue
      * receivables could pick up.
       4000-WRITE-INVOICES.

           OPEN OUTPUT INVOICE-FILE.
           IF INVOICE-STATUS NOT = "00"
               DISPLAY 'TFINV01 - OPEN FAILED ON FEEINV STATUS='
                   INVOICE-STATUS
               SET HOLD-INVOICES TO TRUE
           ELSE
               IF NOT HOLD-INVOICES
                   PERFORM VARYING RT-IDX FROM 1 BY 1
                           UNTIL RT-IDX > RT-CNT
                       PERFORM 4100-WRITE-ONE-INVOICE
                   END-PERFORM
               END-IF
               CLOSE INVOICE-FILE
           END-IF.

       4100-WRITE-ONE-INVOICE.

           PERFORM 4900-SET-INVOICE-NO.
           MOVE 0 TO INVOICE-LINE-CNT.
           MOVE 0 TO INV-CHARGE-CNT.
           MOVE 0 TO INV-CREDIT-CNT.
           MOVE 0 TO INV-NET-HASH.

           MOVE SPACES TO INVOICE-REC.
           SET FEEI-HEADER-REC TO TRUE.
           PERFORM 4800-FILL-INVOICE-KEY.
           MOVE RUN-DATE TO FEEIH-ISSUE-DATE.
           MOVE PERIOD-FROM TO FEEIH-PERIOD-FROM.
           MOVE PERIOD-TO TO FEEIH-PERIOD-TO.
           WRITE INVOICE-REC.

           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-CNT
               IF AC-ROUTE-CODE(ACC-IDX) = RT-ROUTE-CODE(RT-IDX)
                   PERFORM 4200-WRITE-INVOICE-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO INVOICE-REC.
           SET FEEI-TRAILER-REC TO TRUE.
           PERFORM 4800-FILL-INVOICE-KEY.
           MOVE INVOICE-LINE-CNT TO FEEIT-LINE-CNT.
           MOVE INV-CHARGE-CNT TO FEEIT-CHARGE-CNT.
           MOVE INV-CREDIT-CNT TO FEEIT-CREDIT-CNT.
           MOVE INV-NET-HASH TO FEEIT-NET-HASH.
           WRITE INVOICE-REC.

           ADD 1 TO INVOICE-CNT.
           ADD 2 TO INVOICE-REC-CNT.

       4200-WRITE-INVOICE-LINE.

           MOVE SPACES TO INVOICE-REC.
           SET FEEI-LINE-REC TO TRUE.
           PERFORM 4800-FILL-INVOICE-KEY.
           MOVE AC-CURRENCY(ACC-IDX) TO FEEIL-CURRENCY.
           MOVE AC-CHARGE-CNT(ACC-IDX) TO FEEIL-CHARGE-CNT.
           MOVE AC-CHARGE-AMT(ACC-IDX) TO FEEIL-CHARGE-AMT.
           MOVE AC-CREDIT-CNT(ACC-IDX) TO FEEIL-CREDIT-CNT.
           MOVE AC-CREDIT-AMT(ACC-IDX) TO FEEIL-CREDIT-AMT.
           MOVE AC-NET-AMT(ACC-IDX) TO FEEIL-NET-AMT.
           WRITE INVOICE-REC.

           ADD 1 TO INVOICE-LINE-CNT.
           ADD 1 TO INVOICE-REC-CNT.
           ADD AC-CHARGE-CNT(ACC-IDX) TO INV-CHARGE-CNT.
           ADD AC-CREDIT-CNT(ACC-IDX) TO INV-CREDIT-CNT.
           ADD AC-NET-AMT(ACC-IDX) TO INV-NET-HASH.

       4800-FILL-INVOICE-KEY.

           MOVE INVOICE-NO TO FEEI-INVOICE-NO.
           MOVE RT-ROUTE-CODE(RT-IDX) TO FEEI-ROUTE-CODE.
           MOVE INVOICE-MONTH TO FEEI-MONTH.

      * "F", the month, "-" and the route: one invoice per partner
      * per month, so the number is the same on a rerun.
       4900-SET-INVOICE-NO.

           MOVE SPACES TO INVOICE-NO.
           STRING "F" DELIMITED BY SIZE
                  INVOICE-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RT-ROUTE-CODE(RT-IDX) DELIMITED BY SIZE
               INTO INVOICE-NO
           END-STRING.

      * One invoice per partner, each starting a page: the daily
      * lines of each currency, the currency's total, then the
      * amount due in every currency billed.
       5000-PRINT-INVOICES.

           SET INVOICE-PAGES TO TRUE.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-CNT
               PERFORM 4900-SET-INVOICE-NO
               MOVE 99 TO LINE-CNT
               PERFORM VARYING ACC-IDX FROM 1 BY 1
                       UNTIL ACC-IDX > ACC-CNT
                   IF AC-ROUTE-CODE(ACC-IDX) = RT-ROUTE-CODE(RT-IDX)
                       PERFORM 5100-PRINT-CURRENCY
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-REC
               PERFORM 6000-PRINT-LINE
               PERFORM VARYING ACC-IDX FROM 1 BY 1
                       UNTIL ACC-IDX > ACC-CNT
                   IF AC-ROUTE-CODE(ACC-IDX) = RT-ROUTE-CODE(RT-IDX)
                       MOVE AC-CURRENCY(ACC-IDX) TO DUE-CURRENCY
                       MOVE AC-NET-AMT(ACC-IDX) TO DUE-AMOUNT
                       MOVE DUE-LINE TO REPORT-REC
                       PERFORM 6000-PRINT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO INVOICE-PAGES-SW.
           MOVE 99 TO LINE-CNT.

       5100-PRINT-CURRENCY.

           MOVE SPACES TO INL-TAG.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > 31
               IF AD-CHARGE-CNT(ACC-IDX, DAY-IDX) > 0
                       OR AD-CREDIT-CNT(ACC-IDX, DAY-IDX) > 0
                   MOVE INVOICE-MONTH TO INL-DATE(1:6)
                   MOVE DAY-IDX TO DAY-NO
                   MOVE DAY-NO TO INL-DATE(7:2)
                   MOVE AC-CURRENCY(ACC-IDX) TO INL-CURRENCY
                   MOVE AD-CHARGE-CNT(ACC-IDX, DAY-IDX)
                       TO INL-CHARGE-CNT
                   MOVE AD-CHARGE-AMT(ACC-IDX, DAY-IDX)
                       TO INL-CHARGE-AMT
                   MOVE AD-CREDIT-CNT(ACC-IDX, DAY-IDX)
                       TO INL-CREDIT-CNT
                   MOVE AD-CREDIT-AMT(ACC-IDX, DAY-IDX)
                       TO INL-CREDIT-AMT
                   COMPUTE DAY-NET-WK =
                       AD-CHARGE-AMT(ACC-IDX, DAY-IDX)
                       + AD-CREDIT-AMT(ACC-IDX, DAY-IDX)
                   MOVE DAY-NET-WK TO INL-NET-AMT
                   MOVE INVOICE-LINE TO REPORT-REC
                   PERFORM 6000-PRINT-LINE
               END-IF
           END-PERFORM.

           MOVE "TOTAL" TO INL-DATE.
           MOVE AC-CURRENCY(ACC-IDX) TO INL-CURRENCY.
           MOVE AC-CHARGE-CNT(ACC-IDX) TO INL-CHARGE-CNT.
           MOVE AC-CHARGE-AMT(ACC-IDX) TO INL-CHARGE-AMT.
           MOVE AC-CREDIT-CNT(ACC-IDX) TO INL-CREDIT-CNT.
           MOVE AC-CREDIT-AMT(ACC-IDX) TO INL-CREDIT-AMT.
           MOVE AC-NET-AMT(ACC-IDX) TO INL-NET-AMT.
           IF AC-UNPRICED-CNT(ACC-IDX) > 0
               MOVE "*** UNPRICED FEES" TO INL-TAG
           END-IF.
           MOVE INVOICE-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

       6000-PRINT-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6200-PRINT-TEXT-LINE.

           MOVE TEXT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SPACES TO TXT-TEXT.

       6400-PRINT-COUNT-LINE.

           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

      * The line waiting in REPORT-REC is kept across the heading.
      * An invoice page carries its partner line and the invoice
      * column headings as well.
       6500-PRINT-HEADINGS.

           MOVE REPORT-REC TO HOLD-LINE.
           ADD 1 TO PAGE-CNT.
           MOVE INVOICE-MONTH TO HDG1-MONTH.
           MOVE RUN-DATE TO HDG1-RUN-DATE.
           MOVE PAGE-CNT TO HDG1-PAGE.
           IF PAGE-CNT = 1
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 3 TO LINE-CNT.
           IF INVOICE-PAGES
               MOVE INVOICE-NO TO HDGP-INVOICE-NO
               MOVE RT-ROUTE-CODE(RT-IDX) TO HDGP-ROUTE
               MOVE PERIOD-FROM TO HDGP-FROM
               MOVE PERIOD-TO TO HDGP-TO
               IF HOLD-INVOICES
                   MOVE "*** HELD - NOT FOR RELEASE ***"
                       TO HDGP-STATUS
               ELSE
                   MOVE "RELEASED" TO HDGP-STATUS
               END-IF
               WRITE REPORT-REC FROM HEADING-PARTNER
                   AFTER ADVANCING 1 LINE
               WRITE REPORT-REC FROM INVOICE-HEADING
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 7 TO LINE-CNT
           END-IF.
           MOVE HOLD-LINE TO REPORT-REC.

       7000-INVOICE-VERDICT.

           MOVE SPACES TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE "LEDGER RECORDS READ" TO CNT-LABEL.
           MOVE LEDGER-READ-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "LEDGER RECORDS INVOICED FROM" TO CNT-LABEL.
           MOVE LEDGER-MONTH-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "SUPERSEDED BY A LATER RUN OF THE DATE" TO CNT-LABEL.
           MOVE SUPERSEDED-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "BUSINESS DAYS WITH NO LEDGER" TO CNT-LABEL.
           MOVE MISSING-DAY-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "LEDGER DAYS INCOMPLETE OR NOT TYING" TO CNT-LABEL.
           MOVE BAD-DAY-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "ROUTE/CURRENCY OUT OF BALANCE" TO CNT-LABEL.
           MOVE OUT-OF-BAL-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "UNPRICED FEES" TO CNT-LABEL.
           MOVE UNPRICED-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "INVOICES WRITTEN" TO CNT-LABEL.
           MOVE INVOICE-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.

           IF HOLD-INVOICES
               MOVE "*** FEE INVOICES NOT RELEASED - HOLD THE "
                   TO TXT-TEXT
               MOVE "RECEIVABLES PICKUP ***" TO TXT-TEXT(43:22)
               PERFORM 6200-PRINT-TEXT-LINE
               DISPLAY 'TFINV01 - *** FEE INVOICES NOT RELEASED FOR '
                   INVOICE-MONTH ' ***'
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "FEEINV" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING "FEE INVOICES FOR " DELIMITED BY SIZE
                      INVOICE-MONTH DELIMITED BY SIZE
                      " NOT RELEASED - SEE INVRPT"
                          DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 7700-WRITE-ALERT
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "FEE INVOICES BALANCED TO THE FEE LEDGER - "
                   TO TXT-TEXT
               MOVE "RELEASED" TO TXT-TEXT(43:8)
               PERFORM 6200-PRINT-TEXT-LINE
               DISPLAY 'TFINV01 - FEE INVOICES RELEASED, '
                   INVOICE-CNT ' INVOICES'
      * A month with nothing to bill releases an empty file, but
      * somebody should know no partner was invoiced.
               IF INVOICE-CNT = 0
                   MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
                   MOVE "FEENONE" TO ALRT-CODE OF ALERT-WORK
                   MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
                   STRING "NO PARTNER FEES FOR " DELIMITED BY SIZE
                          INVOICE-MONTH DELIMITED BY SIZE
                          " - NO INVOICES ISSUED" DELIMITED BY SIZE
                       INTO ALRT-TEXT OF ALERT-WORK
                   END-STRING
                   PERFORM 7700-WRITE-ALERT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       8000-TERMINATION.

           IF REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.
           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TFINV01 - LEDGER RECORDS INVOICED='
               LEDGER-MONTH-CNT
               ' SUPERSEDED=' SUPERSEDED-CNT
               ' MISSING DAYS=' MISSING-DAY-CNT
               ' INVOICES=' INVOICE-CNT.
           DISPLAY '** END TFINV01'.


      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
      * beforehand. An unwritable alert file must never take the
      * run down - the condition codes and SYSOUT messages still
      * carry the exception - so failures here only DISPLAY.
       7700-WRITE-ALERT.

           IF NOT ALERT-FILE-OPEN
               OPEN EXTEND ALERT-FILE
               IF ALERT-STATUS = "00"
                   SET ALERT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'TFINV01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TFINV01" TO ALRT-PROGRAM OF ALERT-WORK
               ACCEPT ALERT-DATE-WK FROM DATE YYYYMMDD
               ACCEPT ALERT-TIME-WK FROM TIME
               MOVE SPACES TO ALRT-TIMESTAMP OF ALERT-WORK
               STRING ALERT-DATE-WK DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      ALERT-TIME-WK DELIMITED BY SIZE
                   INTO ALRT-TIMESTAMP OF ALERT-WORK
               END-STRING
               MOVE ALERT-WORK TO ALERT-REC
               WRITE ALERT-REC
           END-IF.

      *****************************************************
