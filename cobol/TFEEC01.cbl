       IDENTIFICATION DIVISION.
       PROGRAM-ID. TFEEC01.
      ******************************************************************
      * Daily partner fee calculation. Prices every routed
      * transaction of the fee date from the journal history (all
      * of the day's cycles, replays left out) against the partner
      * fee schedule (CPFEESC, maintained by TMAINTFE) and writes
      * the day's fee ledger generation (CPFEELG) that TFINV01
      * invoices from at month end.
      *   - a route is charged only while it has schedule entries;
      *     the entry in force on the fee date for the route and
      *     currency (else the route's "ALL" entry) prices it:
      *     flat fee plus a percentage of the amount held between
      *     the entry's minimum and maximum
      *   - a reversal credits back exactly the fee charged on its
      *     original, found through the fee charge index (CPFEEIX)
      *     that records every charge made; each original is netted
      *     once, oldest unreversed charge first, the way TMAIN01
      *     takes the first processed original
      *   - a billed route with no entry in force is recorded at
      *     zero as unpriced, listed, and keeps the month from
      *     being invoiced until the entry is added and the date
      *     rerun
      * Originals are charged in a first pass over the journal and
      * reversals credited in a second, so a reversal on the same
      * day as its original - even from an earlier concatenated
      * generation - always finds it. A rerun of a date restates
      * the charges and credits already on the index instead of
      * making new ones, so only unpriced items change; TFINV01
      * invoices the latest run of each date only.
      * FEECARD cols 1-8 select the fee date (blank = today).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-CARD-FILE ASSIGN TO FEECARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT FEE-SCHED-FILE ASSIGN TO FEESCVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FEES-KEY
               FILE STATUS IS FEESC-STATUS.
           SELECT JOURNAL-IN-FILE ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNLIN-STATUS.
           SELECT FEE-INDEX-FILE ASSIGN TO FEEIXVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEEX-KEY
               FILE STATUS IS FEEIX-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO FEELEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO FEERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-CARD-FILE
           RECORDING MODE IS F.
       01 FEE-CARD-REC.
           05 FEE-REQ-DATE     PIC X(08).
           05 FILLER           PIC X(72).

       FD  FEE-SCHED-FILE.
       01 FEE-SCHED-REC.
           COPY CPFEESC.

       FD  JOURNAL-IN-FILE
           RECORDING MODE IS F.
       01 JOURNAL-IN-REC.
           COPY CPJRNL01.

       FD  FEE-INDEX-FILE.
       01 FEE-INDEX-REC.
           COPY CPFEEIX.

       FD  FEE-LEDGER-FILE
           RECORDING MODE IS F.
       01 FEE-LEDGER-REC.
           COPY CPFEELG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 FEESC-STATUS      PIC X(02) VALUE "00".
       01 JRNLIN-STATUS     PIC X(02) VALUE "00".
       01 FEEIX-STATUS      PIC X(02) VALUE "00".
       01 LEDGER-STATUS     PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".

       01 FILE-EOF-SW       PIC X(01) VALUE "N".
           88 FILE-EOF      VALUE "Y".
       01 INCOMPLETE-SW     PIC X(01) VALUE "N".
           88 LEDGER-INCOMPLETE    VALUE "Y".
      * A random READ that misses leaves "23" on a file that is
      * still open, so the index's CLOSE is guarded by this switch
      * rather than by its status.
       01 FEEIX-OPEN-SW     PIC X(01) VALUE "N".
           88 FEEIX-OPEN    VALUE "Y".
       01 LEDGER-OPEN-SW    PIC X(01) VALUE "N".
           88 LEDGER-OPEN   VALUE "Y".
       01 INDEX-OK-SW       PIC X(01) VALUE "N".
           88 INDEX-OK      VALUE "Y".
       01 ROUTE-BILLED-SW   PIC X(01) VALUE "N".
           88 ROUTE-BILLED  VALUE "Y".
       01 SCAN-DONE-SW      PIC X(01) VALUE "N".
           88 SCAN-DONE     VALUE "Y".
       01 ORIG-FOUND-SW     PIC X(01) VALUE "N".
           88 ORIG-FOUND    VALUE "Y".
       01 CREDITED-SW       PIC X(01) VALUE "N".
           88 ALREADY-CREDITED VALUE "Y".
       01 HEADING-MODE-SW   PIC X(01) VALUE "X".
           88 EXCEPTION-HEADINGS VALUE "X".
           88 SUMMARY-HEADINGS   VALUE "S".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RUN-TIME          PIC X(08) VALUE SPACES.
       01 RUN-TS            PIC X(20) VALUE SPACES.
       01 FEE-DATE          PIC X(08) VALUE SPACES.
       01 CHECK-DATE-NUM    PIC 9(08) VALUE 0.
       01 CHECK-DATE-INT    PIC 9(07) VALUE 0.

       01 JRNL-READ-CNT     PIC 9(09) VALUE 0.
       01 JRNL-DATE-CNT     PIC 9(09) VALUE 0.
       01 REPLAY-SKIP-CNT   PIC 9(09) VALUE 0.
       01 NOT-BILLED-CNT    PIC 9(09) VALUE 0.
       01 CHARGE-CNT        PIC 9(09) VALUE 0.
       01 CREDIT-CNT        PIC 9(09) VALUE 0.
       01 UNPRICED-CNT      PIC 9(09) VALUE 0.
       01 NO-ORIG-CNT       PIC 9(09) VALUE 0.
       01 RERUN-CNT         PIC 9(09) VALUE 0.
       01 DETAIL-CNT        PIC 9(09) VALUE 0.
       01 TOTAL-REC-CNT     PIC 9(05) VALUE 0.
       01 NET-HASH          PIC S9(11)V9(02) VALUE 0.

       01 TXN-AMT           PIC 9(07)V9(02) VALUE 0.
       01 PCT-FEE           PIC 9(07)V9(02) VALUE 0.
       01 FEE-AMT           PIC 9(07)V9(02) VALUE 0.
       01 LEDGER-FEE        PIC S9(07)V9(02) VALUE 0.
       01 ORIG-KEY          PIC X(32) VALUE SPACES.

      * The whole fee schedule, loaded in key order - route,
      * currency, effective date ascending - so the last entry
      * matching a route and currency on or before the fee date is
      * the one in force. Five hundred entries is years of fee
      * changes for today's partners; a schedule that will not fit
      * cannot be priced from, so the day is not priced at all.
       01 SCHED-TABLE.
           05 SCHED-CNT        PIC 9(04) COMP VALUE 0.
           05 SCHED-ENTRY OCCURS 500 TIMES.
               10 SC-ROUTE-CODE   PIC X(06).
               10 SC-CURRENCY     PIC X(03).
               10 SC-EFF-DATE     PIC X(08).
               10 SC-FLAT-FEE     PIC 9(05)V9(02).
               10 SC-PCT-RATE     PIC 9(03)V9(04).
               10 SC-MIN-FEE      PIC 9(05)V9(02).
               10 SC-MAX-FEE      PIC 9(05)V9(02).
       01 SCHED-IDX         PIC 9(04) COMP VALUE 0.
       01 SCHED-FOUND-IDX   PIC 9(04) COMP VALUE 0.
       01 ALL-FOUND-IDX     PIC 9(04) COMP VALUE 0.

      * The day's control totals per route and currency, in order
      * of first sighting; written as the ledger's total records.
       01 TOTAL-TABLE.
           05 TOTAL-CNT        PIC 9(04) COMP VALUE 0.
           05 TOTAL-ENTRY OCCURS 200 TIMES.
               10 TT-ROUTE-CODE   PIC X(06).
               10 TT-CURRENCY     PIC X(03).
               10 TT-CHARGE-CNT   PIC 9(07).
               10 TT-CHARGE-AMT   PIC S9(09)V9(02).
               10 TT-CREDIT-CNT   PIC 9(07).
               10 TT-CREDIT-AMT   PIC S9(09)V9(02).
               10 TT-UNPRICED-CNT PIC 9(07).
               10 TT-NET-AMT      PIC S9(09)V9(02).
       01 TOTAL-IDX         PIC 9(04) COMP VALUE 0.
       01 TOTAL-FOUND-IDX   PIC 9(04) COMP VALUE 0.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TFEEC01   PARTNER FEE LEDGER FOR       ".
           05 HDG1-FEE-DATE    PIC X(08).
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(55) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 HEADING-EXC.
           05 FILLER           PIC X(07) VALUE "ROUTE  ".
           05 FILLER           PIC X(07) VALUE "KEY    ".
           05 FILLER           PIC X(21)
               VALUE "JOURNAL TIMESTAMP    ".
           05 FILLER           PIC X(04) VALUE "CUR ".
           05 FILLER           PIC X(12) VALUE "      AMOUNT".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(50) VALUE "EXCEPTION".
           05 FILLER           PIC X(29) VALUE SPACES.

       01 HEADING-SUM.
           05 FILLER           PIC X(07) VALUE "ROUTE  ".
           05 FILLER           PIC X(05) VALUE "CUR  ".
           05 FILLER           PIC X(08) VALUE "CHARGED ".
           05 FILLER           PIC X(16) VALUE "  FEES CHARGED  ".
           05 FILLER           PIC X(08) VALUE "REVERSED".
           05 FILLER           PIC X(17)
               VALUE "   FEES CREDITED ".
           05 FILLER           PIC X(08) VALUE "UNPRICED".
           05 FILLER           PIC X(16) VALUE "       NET FEES ".
           05 FILLER           PIC X(47) VALUE SPACES.

       01 EXC-LINE.
           05 EXC-ROUTE        PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXC-KEY          PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXC-JRNL-TS      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXC-CURRENCY     PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 EXC-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXC-NOTE         PIC X(50).
           05 FILLER           PIC X(29) VALUE SPACES.

       01 SUM-LINE.
           05 SUM-ROUTE        PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SUM-CURRENCY     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SUM-CHARGE-CNT   PIC ZZZ,ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SUM-CHARGE-AMT   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SUM-CREDIT-CNT   PIC ZZZ,ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SUM-CREDIT-AMT   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SUM-UNPRICED-CNT PIC ZZZ,ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SUM-NET-AMT      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(48) VALUE SPACES.

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
       01 ALERT-CNT-WK      PIC ZZZZZZZZ9.
       01 ALERT-WORK.
           COPY CPALRT01.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZATION.
           PERFORM 1200-LOAD-SCHEDULE.
           PERFORM 1400-OPEN-FEE-INDEX.
           PERFORM 1600-OPEN-LEDGER.

           IF NOT LEDGER-INCOMPLETE
               PERFORM 2000-CHARGE-ORIGINALS
           END-IF.
           IF NOT LEDGER-INCOMPLETE
               PERFORM 3000-CREDIT-REVERSALS
           END-IF.

           PERFORM 4000-WRITE-LEDGER-TOTALS.

           PERFORM 5000-PRINT-SUMMARY.

           PERFORM 7000-FEE-VERDICT.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TFEEC01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE TO FEE-DATE.
           STRING RUN-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RUN-TIME DELIMITED BY SIZE
               INTO RUN-TS
           END-STRING.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY 'TFEEC01 - OPEN FAILED ON FEERPT STATUS='
                   REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT FEE-CARD-FILE.
           IF CARD-STATUS = "00"
               READ FEE-CARD-FILE
                   AT END
                       MOVE "10" TO CARD-STATUS
               END-READ
               IF CARD-STATUS = "00"
                       AND FEE-REQ-DATE NOT = SPACES
                   PERFORM 1100-EDIT-CARD-DATE
               END-IF
               CLOSE FEE-CARD-FILE
           END-IF.

           DISPLAY 'TFEEC01 - PRICING JOURNAL OF ' FEE-DATE
               ' RUN ' RUN-TS.

      * A date that cannot be a day would select nothing from the
      * journal and look like a quiet day on the invoice.
       1100-EDIT-CARD-DATE.

           MOVE 0 TO CHECK-DATE-INT.
           IF FEE-REQ-DATE IS NUMERIC
               MOVE FEE-REQ-DATE TO CHECK-DATE-NUM
               COMPUTE CHECK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(CHECK-DATE-NUM)
           END-IF.

           IF CHECK-DATE-INT = 0
               DISPLAY 'TFEEC01 - INVALID DATE ON FEECARD "'
                   FEE-REQ-DATE '"'
               SET LEDGER-INCOMPLETE TO TRUE
               MOVE "INVALID FEE DATE ON FEECARD" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE FEE-REQ-DATE TO FEE-DATE
           END-IF.

       1200-LOAD-SCHEDULE.

           OPEN INPUT FEE-SCHED-FILE.
           IF FEESC-STATUS NOT = "00"
               DISPLAY 'TFEEC01 - OPEN FAILED ON FEESCVS STATUS='
                   FEESC-STATUS
               SET LEDGER-INCOMPLETE TO TRUE
               MOVE "FEE SCHEDULE UNAVAILABLE" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ FEE-SCHED-FILE NEXT RECORD
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1250-STORE-SCHED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHED-FILE
           END-IF.

       1250-STORE-SCHED-ENTRY.

           IF SCHED-CNT < 500
               ADD 1 TO SCHED-CNT
               MOVE FEES-ROUTE-CODE TO SC-ROUTE-CODE(SCHED-CNT)
               MOVE FEES-CURRENCY TO SC-CURRENCY(SCHED-CNT)
               MOVE FEES-EFF-DATE TO SC-EFF-DATE(SCHED-CNT)
               MOVE FEES-FLAT-FEE TO SC-FLAT-FEE(SCHED-CNT)
               MOVE FEES-PCT-RATE TO SC-PCT-RATE(SCHED-CNT)
               MOVE FEES-MIN-FEE TO SC-MIN-FEE(SCHED-CNT)
               MOVE FEES-MAX-FEE TO SC-MAX-FEE(SCHED-CNT)
           ELSE
               IF NOT LEDGER-INCOMPLETE
                   MOVE "FEE SCHEDULE TABLE FULL - DAY CANNOT BE "
                       TO TXT-TEXT
                   MOVE "PRICED" TO TXT-TEXT(41:6)
                   PERFORM 6200-PRINT-TEXT-LINE
               END-IF
               SET LEDGER-INCOMPLETE TO TRUE
           END-IF.

       1400-OPEN-FEE-INDEX.

           IF NOT LEDGER-INCOMPLETE
               OPEN I-O FEE-INDEX-FILE
               IF FEEIX-STATUS NOT = "00"
                   DISPLAY 'TFEEC01 - OPEN FAILED ON FEEIXVS STATUS='
                       FEEIX-STATUS
                   SET LEDGER-INCOMPLETE TO TRUE
                   MOVE "FEE CHARGE INDEX UNAVAILABLE" TO TXT-TEXT
                   PERFORM 6200-PRINT-TEXT-LINE
               ELSE
                   SET FEEIX-OPEN TO TRUE
               END-IF
           END-IF.

      * The generation is always OPENed and CLOSEd so it is a valid
      * dataset; a day that could not be priced gets no records at
      * all, which TFINV01 sees as the day missing.
       1600-OPEN-LEDGER.

           OPEN OUTPUT FEE-LEDGER-FILE.
           IF LEDGER-STATUS NOT = "00"
               DISPLAY 'TFEEC01 - OPEN FAILED ON FEELEDG STATUS='
                   LEDGER-STATUS
               SET LEDGER-INCOMPLETE TO TRUE
           ELSE
               SET LEDGER-OPEN TO TRUE
               IF NOT LEDGER-INCOMPLETE
                   MOVE SPACES TO FEE-LEDGER-REC
                   SET FEEL-HEADER-REC TO TRUE
                   MOVE FEE-DATE TO FEEL-LEDGER-DATE
                   MOVE RUN-TS TO FEEL-RUN-TS
                   WRITE FEE-LEDGER-REC
               END-IF
           END-IF.

      * First pass: every original of the date is charged (or its
      * earlier charge restated) before any reversal is looked at.
       2000-CHARGE-ORIGINALS.

           OPEN INPUT JOURNAL-IN-FILE.
           IF JRNLIN-STATUS NOT = "00"
               DISPLAY 'TFEEC01 - OPEN FAILED ON JRNLIN STATUS='
                   JRNLIN-STATUS
               SET LEDGER-INCOMPLETE TO TRUE
               MOVE "JOURNAL HISTORY UNAVAILABLE" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ JOURNAL-IN-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO JRNL-READ-CNT
                           IF JRNL-TIMESTAMP(1:8) = FEE-DATE
                               PERFORM 2100-SCREEN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-IN-FILE
           END-IF.

       2100-SCREEN-RECORD.

           ADD 1 TO JRNL-DATE-CNT.
           IF JRNL-REPLAY-FLAG = "R"
               ADD 1 TO REPLAY-SKIP-CNT
           ELSE
               IF JRNL-REV-FLAG NOT = "R"
                   PERFORM 2200-CHARGE-ORIGINAL
               END-IF
           END-IF.

       2200-CHARGE-ORIGINAL.

           PERFORM 2500-FIND-SCHEDULE.
           IF NOT ROUTE-BILLED
               ADD 1 TO NOT-BILLED-CNT
           ELSE
               MOVE "N" TO INDEX-OK-SW
               MOVE JRNL-IN-ITEM01-01 TO FEEX-ITEM01-01
               MOVE JRNL-IN-ITEM01-02 TO FEEX-ITEM01-02
               MOVE JRNL-TIMESTAMP TO FEEX-JRNL-TS
               READ FEE-INDEX-FILE
                   INVALID KEY
                       PERFORM 2300-ADD-INDEX-ENTRY
                   NOT INVALID KEY
                       PERFORM 2400-RESTATE-INDEX-ENTRY
               END-READ
               IF INDEX-OK
                   PERFORM 2700-WRITE-CHARGE-DETAIL
               END-IF
           END-IF.

       2300-ADD-INDEX-ENTRY.

           MOVE SPACES TO FEE-INDEX-REC.
           MOVE JRNL-IN-ITEM01-01 TO FEEX-ITEM01-01.
           MOVE JRNL-IN-ITEM01-02 TO FEEX-ITEM01-02.
           MOVE JRNL-TIMESTAMP TO FEEX-JRNL-TS.
           MOVE JRNL-CURRENCY TO FEEX-CURRENCY.
           MOVE JRNL-IN-AMOUNT TO FEEX-TXN-AMOUNT.
           PERFORM 2450-PRICE-INDEX-ENTRY.

           WRITE FEE-INDEX-REC
               INVALID KEY
                   DISPLAY 'TFEEC01 - FEE INDEX WRITE FAILED STATUS='
                       FEEIX-STATUS ' KEY ' FEEX-KEY
                   SET LEDGER-INCOMPLETE TO TRUE
               NOT INVALID KEY
                   SET INDEX-OK TO TRUE
           END-WRITE.

      * Already charged by an earlier run of the date. A priced
      * charge stands as it was made - a reversal may already have
      * credited it back - and is only restated; an unpriced one is
      * priced again now that the schedule may have its entry.
       2400-RESTATE-INDEX-ENTRY.

           ADD 1 TO RERUN-CNT.
           IF FEEX-UNPRICED
               PERFORM 2450-PRICE-INDEX-ENTRY
               REWRITE FEE-INDEX-REC
                   INVALID KEY
                       DISPLAY 'TFEEC01 - FEE INDEX REWRITE FAILED '
                           'STATUS=' FEEIX-STATUS ' KEY ' FEEX-KEY
                       SET LEDGER-INCOMPLETE TO TRUE
                   NOT INVALID KEY
                       SET INDEX-OK TO TRUE
               END-REWRITE
           ELSE
               SET INDEX-OK TO TRUE
           END-IF.

       2450-PRICE-INDEX-ENTRY.

           IF SCHED-FOUND-IDX > 0
               PERFORM 2600-COMPUTE-FEE
               MOVE FEE-AMT TO FEEX-FEE-AMOUNT
               MOVE SC-EFF-DATE(SCHED-FOUND-IDX)
                   TO FEEX-SCHED-EFF-DATE
               SET FEEX-PRICED TO TRUE
           ELSE
               MOVE 0 TO FEEX-FEE-AMOUNT
               MOVE SPACES TO FEEX-SCHED-EFF-DATE
               SET FEEX-UNPRICED TO TRUE
           END-IF.

      * A route with no entries at all is not a billed partner. For
      * a billed route the entry for the transaction's own currency
      * wins over the route's "ALL" entry, whatever their dates.
       2500-FIND-SCHEDULE.

           MOVE 0 TO SCHED-FOUND-IDX.
           MOVE 0 TO ALL-FOUND-IDX.
           MOVE "N" TO ROUTE-BILLED-SW.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-CNT
               IF SC-ROUTE-CODE(SCHED-IDX) = JRNL-IN-ITEM01-01
                   SET ROUTE-BILLED TO TRUE
                   IF SC-EFF-DATE(SCHED-IDX) NOT > FEE-DATE
                       IF SC-CURRENCY(SCHED-IDX) = JRNL-CURRENCY
                           MOVE SCHED-IDX TO SCHED-FOUND-IDX
                       ELSE
                           IF SC-CURRENCY(SCHED-IDX) = "ALL"
                               MOVE SCHED-IDX TO ALL-FOUND-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF SCHED-FOUND-IDX = 0
               MOVE ALL-FOUND-IDX TO SCHED-FOUND-IDX
           END-IF.

      * Flat fee plus the percentage part, the percentage part held
      * to the entry's minimum and (when there is one) maximum.
      * The journal carries a reversal's amount negated; the
      * unsigned move takes the amount as the partner sees it.
       2600-COMPUTE-FEE.

           MOVE JRNL-IN-AMOUNT TO TXN-AMT.
           COMPUTE PCT-FEE ROUNDED =
               TXN-AMT * SC-PCT-RATE(SCHED-FOUND-IDX) / 100.
           IF PCT-FEE < SC-MIN-FEE(SCHED-FOUND-IDX)
               MOVE SC-MIN-FEE(SCHED-FOUND-IDX) TO PCT-FEE
           END-IF.
           IF SC-MAX-FEE(SCHED-FOUND-IDX) > 0
                   AND PCT-FEE > SC-MAX-FEE(SCHED-FOUND-IDX)
               MOVE SC-MAX-FEE(SCHED-FOUND-IDX) TO PCT-FEE
           END-IF.
           COMPUTE FEE-AMT =
               SC-FLAT-FEE(SCHED-FOUND-IDX) + PCT-FEE.

       2700-WRITE-CHARGE-DETAIL.

           MOVE SPACES TO FEE-LEDGER-REC.
           SET FEEL-DETAIL-REC TO TRUE.
           MOVE FEEX-FEE-AMOUNT TO LEDGER-FEE.
           IF FEEX-PRICED
               SET FEEL-CHARGE TO TRUE
           ELSE
               SET FEEL-UNPRICED TO TRUE
               MOVE "NO FEE SCHEDULE ENTRY IN FORCE - CHARGED AT ZERO"
                   TO EXC-NOTE
               PERFORM 2750-PRINT-EXCEPTION
           END-IF.
           MOVE SPACES TO FEEL-ORIG-JRNL-TS.
           PERFORM 2900-WRITE-LEDGER-DETAIL.

       2750-PRINT-EXCEPTION.

           MOVE JRNL-IN-ITEM01-01 TO EXC-ROUTE.
           MOVE JRNL-IN-ITEM01-02 TO EXC-KEY.
           MOVE JRNL-TIMESTAMP TO EXC-JRNL-TS.
           MOVE JRNL-CURRENCY TO EXC-CURRENCY.
           MOVE JRNL-IN-AMOUNT TO TXN-AMT.
           MOVE TXN-AMT TO EXC-AMOUNT.
           PERFORM 6100-PRINT-EXCEPTION-LINE.

      * Common to charges and credits: the caller has set the entry
      * type, LEDGER-FEE and the original's timestamp; the rest
      * comes from the journal record and the index entry.
       2900-WRITE-LEDGER-DETAIL.

           MOVE FEE-DATE TO FEEL-LEDGER-DATE.
           MOVE RUN-TS TO FEEL-RUN-TS.
           MOVE JRNL-IN-ITEM01-01 TO FEEL-ROUTE-CODE.
           MOVE JRNL-IN-ITEM01-02 TO FEEL-ITEM01-02.
           MOVE JRNL-TIMESTAMP TO FEEL-JRNL-TS.
           MOVE JRNL-CURRENCY TO FEEL-CURRENCY.
           MOVE JRNL-IN-AMOUNT TO FEEL-TXN-AMOUNT.
           MOVE LEDGER-FEE TO FEEL-FEE-AMOUNT.
           MOVE FEEX-SCHED-EFF-DATE TO FEEL-SCHED-EFF-DATE.
           WRITE FEE-LEDGER-REC.
           IF LEDGER-STATUS NOT = "00"
               DISPLAY 'TFEEC01 - FEELEDG WRITE FAILED STATUS='
                   LEDGER-STATUS
               SET LEDGER-INCOMPLETE TO TRUE
           ELSE
               ADD 1 TO DETAIL-CNT
               ADD LEDGER-FEE TO NET-HASH
               PERFORM 2950-ADD-TO-TOTALS
           END-IF.

       2950-ADD-TO-TOTALS.

           MOVE 0 TO TOTAL-FOUND-IDX.
           PERFORM VARYING TOTAL-IDX FROM 1 BY 1
                   UNTIL TOTAL-IDX > TOTAL-CNT
               IF TT-ROUTE-CODE(TOTAL-IDX) = FEEL-ROUTE-CODE
                       AND TT-CURRENCY(TOTAL-IDX) = FEEL-CURRENCY
                   MOVE TOTAL-IDX TO TOTAL-FOUND-IDX
                   MOVE TOTAL-CNT TO TOTAL-IDX
               END-IF
           END-PERFORM.

           IF TOTAL-FOUND-IDX = 0
               IF TOTAL-CNT < 200
                   ADD 1 TO TOTAL-CNT
                   MOVE TOTAL-CNT TO TOTAL-FOUND-IDX
                   MOVE FEEL-ROUTE-CODE
                       TO TT-ROUTE-CODE(TOTAL-FOUND-IDX)
                   MOVE FEEL-CURRENCY TO TT-CURRENCY(TOTAL-FOUND-IDX)
                   MOVE 0 TO TT-CHARGE-CNT(TOTAL-FOUND-IDX)
                   MOVE 0 TO TT-CHARGE-AMT(TOTAL-FOUND-IDX)
                   MOVE 0 TO TT-CREDIT-CNT(TOTAL-FOUND-IDX)
                   MOVE 0 TO TT-CREDIT-AMT(TOTAL-FOUND-IDX)
                   MOVE 0 TO TT-UNPRICED-CNT(TOTAL-FOUND-IDX)
                   MOVE 0 TO TT-NET-AMT(TOTAL-FOUND-IDX)
               ELSE
                   IF NOT LEDGER-INCOMPLETE
                       MOVE "ROUTE/CURRENCY TOTALS TABLE FULL - DAY "
                           TO TXT-TEXT
                       MOVE "CANNOT BE CONTROLLED" TO TXT-TEXT(40:20)
                       PERFORM 6200-PRINT-TEXT-LINE
                   END-IF
                   SET LEDGER-INCOMPLETE TO TRUE
               END-IF
           END-IF.

           IF TOTAL-FOUND-IDX > 0
               EVALUATE TRUE
                   WHEN FEEL-CHARGE
                       ADD 1 TO TT-CHARGE-CNT(TOTAL-FOUND-IDX)
                       ADD LEDGER-FEE
                           TO TT-CHARGE-AMT(TOTAL-FOUND-IDX)
                       ADD 1 TO CHARGE-CNT
                   WHEN FEEL-CREDIT
                       ADD 1 TO TT-CREDIT-CNT(TOTAL-FOUND-IDX)
                       ADD LEDGER-FEE
                           TO TT-CREDIT-AMT(TOTAL-FOUND-IDX)
                       ADD 1 TO CREDIT-CNT
                   WHEN OTHER
                       ADD 1 TO TT-UNPRICED-CNT(TOTAL-FOUND-IDX)
                       ADD 1 TO UNPRICED-CNT
               END-EVALUATE
               ADD LEDGER-FEE TO TT-NET-AMT(TOTAL-FOUND-IDX)
           END-IF.

      * Second pass: each reversal of the date nets its original's
      * fee. The journal is read again from the top - the same
      * concatenation, so the same records in the same order.
       3000-CREDIT-REVERSALS.

           OPEN INPUT JOURNAL-IN-FILE.
           IF JRNLIN-STATUS NOT = "00"
               DISPLAY 'TFEEC01 - REOPEN FAILED ON JRNLIN STATUS='
                   JRNLIN-STATUS
               SET LEDGER-INCOMPLETE TO TRUE
               MOVE "JOURNAL HISTORY UNAVAILABLE FOR REVERSALS"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ JOURNAL-IN-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF JRNL-TIMESTAMP(1:8) = FEE-DATE
                                   AND JRNL-REPLAY-FLAG NOT = "R"
                                   AND JRNL-REV-FLAG = "R"
                               PERFORM 3100-CREDIT-REVERSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-IN-FILE
           END-IF.

       3100-CREDIT-REVERSAL.

           PERFORM 3150-FIND-ORIGINAL.

           IF NOT ORIG-FOUND
               PERFORM 3300-NO-ORIGINAL
           ELSE
               MOVE "N" TO INDEX-OK-SW
               MOVE ORIG-KEY TO FEEX-KEY
               READ FEE-INDEX-FILE
                   INVALID KEY
                       DISPLAY 'TFEEC01 - FEE INDEX REREAD FAILED '
                           'STATUS=' FEEIX-STATUS ' KEY ' ORIG-KEY
                       SET LEDGER-INCOMPLETE TO TRUE
                   NOT INVALID KEY
                       PERFORM 3200-MARK-ORIGINAL
               END-READ
               IF INDEX-OK
                   MOVE SPACES TO FEE-LEDGER-REC
                   SET FEEL-DETAIL-REC TO TRUE
                   IF FEEX-PRICED
                       SET FEEL-CREDIT TO TRUE
                   ELSE
                       SET FEEL-UNPRICED TO TRUE
                       MOVE "ORIGINAL UNPRICED - CREDITED AT ZERO"
                           TO EXC-NOTE
                       PERFORM 2750-PRINT-EXCEPTION
                   END-IF
                   COMPUTE LEDGER-FEE = 0 - FEEX-FEE-AMOUNT
                   MOVE FEEX-JRNL-TS TO FEEL-ORIG-JRNL-TS
                   PERFORM 2900-WRITE-LEDGER-DETAIL
               END-IF
           END-IF.

      * Every charge under the reversal's key, oldest first. The one
      * this very reversal already netted (an earlier run of the
      * date) is taken again; otherwise the oldest charge made
      * before the reversal and not yet netted.
       3150-FIND-ORIGINAL.

           MOVE "N" TO ORIG-FOUND-SW.
           MOVE "N" TO CREDITED-SW.
           MOVE "N" TO SCAN-DONE-SW.
           MOVE SPACES TO ORIG-KEY.

           MOVE JRNL-IN-ITEM01-01 TO FEEX-ITEM01-01.
           MOVE JRNL-IN-ITEM01-02 TO FEEX-ITEM01-02.
           MOVE LOW-VALUES TO FEEX-JRNL-TS.
           START FEE-INDEX-FILE KEY NOT LESS THAN FEEX-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.

           PERFORM UNTIL SCAN-DONE
               READ FEE-INDEX-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF FEEX-ITEM01-01 NOT = JRNL-IN-ITEM01-01
                               OR FEEX-ITEM01-02 NOT = JRNL-IN-ITEM01-02
                           SET SCAN-DONE TO TRUE
                       ELSE
                       IF FEEX-REV-TS = JRNL-TIMESTAMP
                           MOVE FEEX-KEY TO ORIG-KEY
                           SET ORIG-FOUND TO TRUE
                           SET ALREADY-CREDITED TO TRUE
                           SET SCAN-DONE TO TRUE
                       ELSE
                       IF FEEX-REV-TS = SPACES
                               AND FEEX-JRNL-TS < JRNL-TIMESTAMP
                               AND NOT ORIG-FOUND
                           MOVE FEEX-KEY TO ORIG-KEY
                           SET ORIG-FOUND TO TRUE
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3200-MARK-ORIGINAL.

           IF ALREADY-CREDITED
               ADD 1 TO RERUN-CNT
               SET INDEX-OK TO TRUE
           ELSE
               MOVE JRNL-TIMESTAMP TO FEEX-REV-TS
               MOVE FEE-DATE TO FEEX-REV-DATE
               REWRITE FEE-INDEX-REC
                   INVALID KEY
                       DISPLAY 'TFEEC01 - FEE INDEX REWRITE FAILED '
                           'STATUS=' FEEIX-STATUS ' KEY ' ORIG-KEY
                       SET LEDGER-INCOMPLETE TO TRUE
                   NOT INVALID KEY
                       SET INDEX-OK TO TRUE
               END-REWRITE
           END-IF.

      * A reversal whose original was never charged - processed
      * before the route was billed, or before the index began -
      * has nothing to credit. It is listed for the billing desk
      * rather than guessed at.
       3300-NO-ORIGINAL.

           PERFORM 2500-FIND-SCHEDULE.
           IF NOT ROUTE-BILLED
               ADD 1 TO NOT-BILLED-CNT
           ELSE
               ADD 1 TO NO-ORIG-CNT
               MOVE "REVERSAL WITH NO FEE CHARGED ON ITS ORIGINAL"
                   TO EXC-NOTE
               PERFORM 2750-PRINT-EXCEPTION
           END-IF.

      * The day's controls go on only when every detail made it -
      * a generation without its end record is one TFINV01 will
      * not invoice from.
       4000-WRITE-LEDGER-TOTALS.

           IF LEDGER-OPEN AND NOT LEDGER-INCOMPLETE
               PERFORM VARYING TOTAL-IDX FROM 1 BY 1
                       UNTIL TOTAL-IDX > TOTAL-CNT
                   PERFORM 4100-WRITE-TOTAL-RECORD
               END-PERFORM
               MOVE SPACES TO FEE-LEDGER-REC
               SET FEEL-END-REC TO TRUE
               MOVE FEE-DATE TO FEEL-LEDGER-DATE
               MOVE RUN-TS TO FEEL-RUN-TS
               MOVE DETAIL-CNT TO FEELE-DETAIL-CNT
               MOVE TOTAL-REC-CNT TO FEELE-TOTAL-CNT
               MOVE NET-HASH TO FEELE-NET-HASH
               MOVE RERUN-CNT TO FEELE-RERUN-CNT
               WRITE FEE-LEDGER-REC
               IF LEDGER-STATUS NOT = "00"
                   DISPLAY 'TFEEC01 - FEELEDG WRITE FAILED STATUS='
                       LEDGER-STATUS
                   SET LEDGER-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       4100-WRITE-TOTAL-RECORD.

           MOVE SPACES TO FEE-LEDGER-REC.
           SET FEEL-TOTAL-REC TO TRUE.
           MOVE FEE-DATE TO FEEL-LEDGER-DATE.
           MOVE RUN-TS TO FEEL-RUN-TS.
           MOVE TT-ROUTE-CODE(TOTAL-IDX) TO FEELT-ROUTE-CODE.
           MOVE TT-CURRENCY(TOTAL-IDX) TO FEELT-CURRENCY.
           MOVE TT-CHARGE-CNT(TOTAL-IDX) TO FEELT-CHARGE-CNT.
           MOVE TT-CHARGE-AMT(TOTAL-IDX) TO FEELT-CHARGE-AMT.
           MOVE TT-CREDIT-CNT(TOTAL-IDX) TO FEELT-CREDIT-CNT.
           MOVE TT-CREDIT-AMT(TOTAL-IDX) TO FEELT-CREDIT-AMT.
           MOVE TT-UNPRICED-CNT(TOTAL-IDX) TO FEELT-UNPRICED-CNT.
           MOVE TT-NET-AMT(TOTAL-IDX) TO FEELT-NET-AMT.
           WRITE FEE-LEDGER-REC.
           IF LEDGER-STATUS NOT = "00"
               DISPLAY 'TFEEC01 - FEELEDG WRITE FAILED STATUS='
                   LEDGER-STATUS
               SET LEDGER-INCOMPLETE TO TRUE
           ELSE
               ADD 1 TO TOTAL-REC-CNT
           END-IF.

       5000-PRINT-SUMMARY.

           SET SUMMARY-HEADINGS TO TRUE.
           MOVE 99 TO LINE-CNT.

           PERFORM VARYING TOTAL-IDX FROM 1 BY 1
                   UNTIL TOTAL-IDX > TOTAL-CNT
               MOVE TT-ROUTE-CODE(TOTAL-IDX) TO SUM-ROUTE
               MOVE TT-CURRENCY(TOTAL-IDX) TO SUM-CURRENCY
               MOVE TT-CHARGE-CNT(TOTAL-IDX) TO SUM-CHARGE-CNT
               MOVE TT-CHARGE-AMT(TOTAL-IDX) TO SUM-CHARGE-AMT
               MOVE TT-CREDIT-CNT(TOTAL-IDX) TO SUM-CREDIT-CNT
               MOVE TT-CREDIT-AMT(TOTAL-IDX) TO SUM-CREDIT-AMT
               MOVE TT-UNPRICED-CNT(TOTAL-IDX) TO SUM-UNPRICED-CNT
               MOVE TT-NET-AMT(TOTAL-IDX) TO SUM-NET-AMT
               PERFORM 6150-PRINT-SUMMARY-LINE
           END-PERFORM.

           IF TOTAL-CNT = 0
               MOVE "NO BILLED ROUTE HAD FEE ACTIVITY ON THE DATE"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

           MOVE SPACES TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE "JOURNAL RECORDS READ" TO CNT-LABEL.
           MOVE JRNL-READ-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "JOURNAL RECORDS FOR THE FEE DATE" TO CNT-LABEL.
           MOVE JRNL-DATE-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "REPLAY RECORDS EXCLUDED" TO CNT-LABEL.
           MOVE REPLAY-SKIP-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "ON ROUTES NOT BILLED" TO CNT-LABEL.
           MOVE NOT-BILLED-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "FEES CHARGED" TO CNT-LABEL.
           MOVE CHARGE-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "FEES CREDITED ON REVERSALS" TO CNT-LABEL.
           MOVE CREDIT-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "UNPRICED - NO SCHEDULE ENTRY" TO CNT-LABEL.
           MOVE UNPRICED-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "REVERSALS WITH NO FEE TO CREDIT" TO CNT-LABEL.
           MOVE NO-ORIG-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "RESTATED FROM AN EARLIER RUN" TO CNT-LABEL.
           MOVE RERUN-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "LEDGER DETAIL RECORDS WRITTEN" TO CNT-LABEL.
           MOVE DETAIL-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.

       6100-PRINT-EXCEPTION-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM EXC-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6150-PRINT-SUMMARY-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM SUM-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6200-PRINT-TEXT-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM TEXT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.
           MOVE SPACES TO TXT-TEXT.

       6300-PRINT-COUNT-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM COUNT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

      * Exceptions are listed as the passes find them, under their
      * own column headings; the route/currency summary starts a
      * fresh page under the summary headings.
       6500-PRINT-HEADINGS.

           ADD 1 TO PAGE-CNT.
           MOVE FEE-DATE TO HDG1-FEE-DATE.
           MOVE RUN-DATE TO HDG1-RUN-DATE.
           MOVE PAGE-CNT TO HDG1-PAGE.
           IF PAGE-CNT = 1
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           IF SUMMARY-HEADINGS
               WRITE REPORT-REC FROM HEADING-SUM
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE REPORT-REC FROM HEADING-EXC
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-CNT.

       7000-FEE-VERDICT.

           IF LEDGER-INCOMPLETE
               MOVE "*** FEE LEDGER INCOMPLETE - RERUN THE DATE ONCE "
                   TO TXT-TEXT
               MOVE "THE CAUSE IS FIXED ***" TO TXT-TEXT(49:22)
               PERFORM 6200-PRINT-TEXT-LINE
               DISPLAY 'TFEEC01 - *** FEE LEDGER INCOMPLETE FOR '
                   FEE-DATE ' ***'
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "FEELEDG" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING "FEE LEDGER FOR " DELIMITED BY SIZE
                      FEE-DATE DELIMITED BY SIZE
                      " INCOMPLETE - SEE FEERPT, RERUN"
                          DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 7700-WRITE-ALERT
               MOVE 12 TO RETURN-CODE
           ELSE
           IF UNPRICED-CNT > 0
               MOVE UNPRICED-CNT TO ALERT-CNT-WK
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "FEENOSC" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING ALERT-CNT-WK DELIMITED BY SIZE
                      " FEES UNPRICED ON " DELIMITED BY SIZE
                      FEE-DATE DELIMITED BY SIZE
                      " - ADD SCHEDULE, RERUN" DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 7700-WRITE-ALERT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
           IF NO-ORIG-CNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           END-IF.

       8000-TERMINATION.

           IF FEEIX-OPEN
               CLOSE FEE-INDEX-FILE
           END-IF.
           IF LEDGER-OPEN
               CLOSE FEE-LEDGER-FILE
           END-IF.
           IF REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.
           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TFEEC01 - JOURNAL RECORDS FOR DATE='
               JRNL-DATE-CNT
               ' CHARGED=' CHARGE-CNT
               ' CREDITED=' CREDIT-CNT
               ' UNPRICED=' UNPRICED-CNT
               ' RESTATED=' RERUN-CNT.
           DISPLAY '** END TFEEC01'.


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
                   DISPLAY 'TFEEC01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TFEEC01" TO ALRT-PROGRAM OF ALERT-WORK
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
