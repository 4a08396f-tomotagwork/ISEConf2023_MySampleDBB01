       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLGTX01.
      ******************************************************************
      * Large-transaction regulatory report. Compliance has to file
      * on every counterparty (ITEM01-02) whose combined activity
      * for the day reaches the reporting threshold - combined
      * across both feed cycles, every sending system and every
      * route - and nothing else in the system adds it up that way.
      * This program reads the day's CPJRNL01 journal records from
      * the journal history generations (one per cycle), keeps the
      * ones stamped with the report date, and aggregates them per
      * counterparty per currency:
      *   - a reversal (JRNL-REV-FLAG "R") nets against the
      *     counterparty's originals instead of adding to them
      *   - a replay record (JRNL-REPLAY-FLAG "R") is a restatement
      *     of a day already journaled and is left out entirely
      * Each net is stated in USD at the rate TFXRT01 finds in force
      * on the report date and compared with the threshold on
      * LGCARD, which is a USD figure. Every aggregate at or above
      * it goes to the filing file (CPLGTX) and the reviewer's
      * report.
      * The same pass flags structuring: a counterparty with
      * several original transactions in one currency each falling
      * just under the threshold (within the card's band) is filed
      * and printed whatever its net, so a split payment is seen
      * even when no single piece - or a reversal - keeps the day
      * below the line.
      * A currency with no rate in force cannot be measured against
      * a USD threshold: its aggregates at or above the threshold in
      * their own currency are printed for manual review instead of
      * filed, and a critical alert is raised.
      * LGCARD: cols  1- 8  report date (blank = today)
      *         cols  9-19  threshold, USD, 9(9)V99 - required
      *         cols 20-21  structuring band, percent (blank = 10)
      *         cols 22-23  structuring count (blank = 2)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LG-CARD-FILE ASSIGN TO LGCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT JOURNAL-IN-FILE ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNLIN-STATUS.
           SELECT FILING-FILE ASSIGN TO LGTXOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FILING-STATUS.
           SELECT REPORT-FILE ASSIGN TO LGTXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LG-CARD-FILE
           RECORDING MODE IS F.
       01 LG-CARD-REC.
           05 LG-REQ-DATE      PIC X(08).
           05 LG-REQ-THRESHOLD PIC X(11).
           05 LG-REQ-THRESHOLD-N REDEFINES LG-REQ-THRESHOLD
                               PIC 9(09)V9(02).
           05 LG-REQ-BAND      PIC X(02).
           05 LG-REQ-BAND-N REDEFINES LG-REQ-BAND
                               PIC 9(02).
           05 LG-REQ-COUNT     PIC X(02).
           05 LG-REQ-COUNT-N REDEFINES LG-REQ-COUNT
                               PIC 9(02).
           05 FILLER           PIC X(57).

       FD  JOURNAL-IN-FILE
           RECORDING MODE IS F.
       01 JOURNAL-IN-REC.
           COPY CPJRNL01.

       FD  FILING-FILE
           RECORDING MODE IS F.
       01 FILING-REC.
           COPY CPLGTX.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 JRNLIN-STATUS     PIC X(02) VALUE "00".
       01 FILING-STATUS     PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".

       01 FILE-EOF-SW       PIC X(01) VALUE "N".
           88 FILE-EOF      VALUE "Y".
       01 CARD-OK-SW        PIC X(01) VALUE "N".
           88 CARD-OK       VALUE "Y".
       01 INCOMPLETE-SW     PIC X(01) VALUE "N".
           88 FILING-INCOMPLETE    VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 REPORT-DATE       PIC X(08) VALUE SPACES.
       01 THRESHOLD         PIC 9(09)V9(02) VALUE 0.
       01 STRUCT-BAND       PIC 9(02) VALUE 10.
       01 STRUCT-COUNT      PIC 9(02) VALUE 2.
       01 NEAR-FLOOR        PIC 9(09)V9(02) VALUE 0.

       01 JRNL-READ-CNT     PIC 9(09) VALUE 0.
       01 JRNL-DATE-CNT     PIC 9(09) VALUE 0.
       01 REPLAY-SKIP-CNT   PIC 9(09) VALUE 0.
       01 FILED-CNT         PIC 9(07) VALUE 0.
       01 OVER-CNT          PIC 9(07) VALUE 0.
       01 STRUCT-CNT        PIC 9(07) VALUE 0.
       01 NO-RATE-CNT       PIC 9(07) VALUE 0.

       01 TXN-AMT           PIC 9(07)V9(02) VALUE 0.
       01 TXN-USD           PIC 9(11)V9(02) VALUE 0.
       01 NET-USD           PIC S9(11)V9(02) VALUE 0.

      * One rate per currency seen, looked up on first sighting so
      * every transaction and aggregate of the currency is stated
      * at the same rate.
       01 PGMFXRT           PIC X(8) VALUE "TFXRT01".
      * A CALL replaces RETURN-CODE; STEP-RC carries the step's
      * own condition code across it.
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.
       01 FXLK-PARMS.
           COPY CPFXLK.
       01 CURR-TABLE.
           05 CURR-CNT         PIC 9(02) COMP VALUE 0.
           05 CURR-ENTRY OCCURS 40 TIMES.
               10 CR-CURRENCY     PIC X(03).
               10 CR-FX-RATE      PIC 9(05)V9(06).
               10 CR-FX-STATUS    PIC X(01).
                   88 CR-FX-MISSING VALUE "M".
       01 CURR-IDX          PIC 9(02) COMP VALUE 0.
       01 CURR-FOUND-IDX    PIC 9(02) COMP VALUE 0.

      * The day's aggregates, in order of first sighting. A day with
      * more counterparty/currency pairs than this cannot be proven
      * complete, so nothing is filed (see 7000).
       01 AGG-TABLE.
           05 AGG-CNT          PIC 9(04) COMP VALUE 0.
           05 AGG-ENTRY OCCURS 3000 TIMES.
               10 AG-COUNTERPARTY PIC X(06).
               10 AG-CURRENCY     PIC X(03).
               10 AG-CURR-IDX     PIC 9(02) COMP.
               10 AG-TXN-COUNT    PIC 9(07).
               10 AG-REV-COUNT    PIC 9(07).
               10 AG-GROSS-AMT    PIC 9(11)V9(02).
               10 AG-REV-AMT      PIC 9(11)V9(02).
               10 AG-NEAR-COUNT   PIC 9(05).
       01 AGG-IDX           PIC 9(04) COMP VALUE 0.
       01 AGG-FOUND-IDX     PIC 9(04) COMP VALUE 0.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TLGTX01   LARGE-TRANSACTION REPORT FOR  ".
           05 HDG1-REPORT-DATE PIC X(08).
           05 FILLER           PIC X(16) VALUE "  THRESHOLD USD ".
           05 HDG1-THRESHOLD   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(25) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 HEADING-2.
           05 FILLER           PIC X(07) VALUE "CPTY   ".
           05 FILLER           PIC X(04) VALUE "CUR ".
           05 FILLER           PIC X(08) VALUE "   TXNS ".
           05 FILLER           PIC X(08) VALUE "   REVS ".
           05 FILLER           PIC X(19)
               VALUE "             GROSS ".
           05 FILLER           PIC X(19)
               VALUE "          REVERSED ".
           05 FILLER           PIC X(20)
               VALUE "                NET ".
           05 FILLER           PIC X(20)
               VALUE "            USD NET ".
           05 FILLER           PIC X(06) VALUE " NEAR ".
           05 FILLER           PIC X(21) VALUE "FLAG".

       01 DETAIL-LINE.
           05 DTL-COUNTERPARTY PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-CURRENCY     PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-TXN-COUNT    PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-REV-COUNT    PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-GROSS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-REVERSED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-NET          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-USD-NET      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 DTL-USD-NET-X REDEFINES DTL-USD-NET
                               PIC X(19).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-NEAR-COUNT   PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-FLAG         PIC X(14).
           05 FILLER           PIC X(07) VALUE SPACES.

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

           IF CARD-OK
               PERFORM 2000-AGGREGATE-JOURNAL
               PERFORM 3000-REPORT-AGGREGATES
               PERFORM 7000-REPORT-VERDICT
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TLGTX01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO REPORT-DATE.

           OPEN INPUT LG-CARD-FILE.
           IF CARD-STATUS = "00"
               READ LG-CARD-FILE
                   AT END
                       MOVE "10" TO CARD-STATUS
               END-READ
               IF CARD-STATUS = "00"
                   PERFORM 1100-EDIT-CARD
               END-IF
               CLOSE LG-CARD-FILE
           END-IF.

      * A threshold that defaulted quietly could under-file - the
      * card is required, as TSTMT01's month is.
           IF NOT CARD-OK
               DISPLAY 'TLGTX01 - NO VALID THRESHOLD ON LGCARD - '
                   'NOTHING PRODUCED'
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE NEAR-FLOOR ROUNDED =
                   THRESHOLD * (100 - STRUCT-BAND) / 100
               DISPLAY 'TLGTX01 - REPORT DATE ' REPORT-DATE
                   ' THRESHOLD USD ' THRESHOLD
                   ' BAND ' STRUCT-BAND '% COUNT ' STRUCT-COUNT
               OPEN OUTPUT REPORT-FILE
               IF REPORT-STATUS NOT = "00"
                   DISPLAY 'TLGTX01 - OPEN FAILED ON LGTXRPT STATUS='
                       REPORT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               OPEN OUTPUT FILING-FILE
               IF FILING-STATUS NOT = "00"
                   DISPLAY 'TLGTX01 - OPEN FAILED ON LGTXOUT STATUS='
                       FILING-STATUS
                   SET FILING-INCOMPLETE TO TRUE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       1100-EDIT-CARD.

           IF LG-REQ-DATE NOT = SPACES
               MOVE LG-REQ-DATE TO REPORT-DATE
           END-IF.

           IF LG-REQ-THRESHOLD IS NUMERIC
               MOVE LG-REQ-THRESHOLD-N TO THRESHOLD
               IF THRESHOLD > 0
                   SET CARD-OK TO TRUE
               END-IF
           END-IF.

           IF LG-REQ-BAND IS NUMERIC
               IF LG-REQ-BAND-N > 0 AND LG-REQ-BAND-N < 100
                   MOVE LG-REQ-BAND-N TO STRUCT-BAND
               END-IF
           END-IF.

           IF LG-REQ-COUNT IS NUMERIC
               IF LG-REQ-COUNT-N > 1
                   MOVE LG-REQ-COUNT-N TO STRUCT-COUNT
               END-IF
           END-IF.

       2000-AGGREGATE-JOURNAL.

           OPEN INPUT JOURNAL-IN-FILE.
           IF JRNLIN-STATUS NOT = "00"
               DISPLAY 'TLGTX01 - OPEN FAILED ON JRNLIN STATUS='
                   JRNLIN-STATUS
               SET FILING-INCOMPLETE TO TRUE
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
                           IF JRNL-TIMESTAMP(1:8) = REPORT-DATE
                               PERFORM 2100-ACCUMULATE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-IN-FILE
           END-IF.

       2100-ACCUMULATE-RECORD.

           ADD 1 TO JRNL-DATE-CNT.
           IF JRNL-REPLAY-FLAG = "R"
               ADD 1 TO REPLAY-SKIP-CNT
           ELSE
               PERFORM 2200-FIND-CURRENCY
               PERFORM 2300-FIND-AGGREGATE
               IF AGG-FOUND-IDX > 0
                   PERFORM 2400-ADD-TO-AGGREGATE
               END-IF
           END-IF.

       2200-FIND-CURRENCY.

           MOVE 0 TO CURR-FOUND-IDX.
           PERFORM VARYING CURR-IDX FROM 1 BY 1
                   UNTIL CURR-IDX > CURR-CNT
               IF CR-CURRENCY(CURR-IDX) = JRNL-CURRENCY
                   MOVE CURR-IDX TO CURR-FOUND-IDX
                   MOVE CURR-CNT TO CURR-IDX
               END-IF
           END-PERFORM.

           IF CURR-FOUND-IDX = 0
               IF CURR-CNT < 40
                   ADD 1 TO CURR-CNT
                   MOVE CURR-CNT TO CURR-FOUND-IDX
                   MOVE JRNL-CURRENCY TO CR-CURRENCY(CURR-FOUND-IDX)
                   PERFORM 2250-RESOLVE-FX-RATE
               ELSE
                   IF NOT FILING-INCOMPLETE
                       MOVE "CURRENCY TABLE FULL - DAY CANNOT BE "
                           TO TXT-TEXT
                       MOVE "AGGREGATED COMPLETELY" TO TXT-TEXT(37:21)
                       PERFORM 6200-PRINT-TEXT-LINE
                   END-IF
                   SET FILING-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       2250-RESOLVE-FX-RATE.

           MOVE CR-CURRENCY(CURR-FOUND-IDX) TO FXLK-CURRENCY.
           MOVE REPORT-DATE TO FXLK-AS-OF-DATE.
           MOVE RETURN-CODE TO STEP-RC.
           CALL PGMFXRT USING FXLK-PARMS.
           MOVE STEP-RC TO RETURN-CODE.
           IF FXLK-FOUND
               MOVE FXLK-RATE TO CR-FX-RATE(CURR-FOUND-IDX)
               MOVE SPACES TO CR-FX-STATUS(CURR-FOUND-IDX)
           ELSE
               MOVE 0 TO CR-FX-RATE(CURR-FOUND-IDX)
               MOVE "M" TO CR-FX-STATUS(CURR-FOUND-IDX)
               DISPLAY 'TLGTX01 - NO FX RATE IN FORCE FOR '
                   FXLK-CURRENCY ' ON ' REPORT-DATE
                   ' RESULT=' FXLK-RESULT
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "LGTXFX" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING "NO FX RATE FOR " DELIMITED BY SIZE
                   FXLK-CURRENCY DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   REPORT-DATE DELIMITED BY SIZE
                   " - LARGE TXNS NEED MANUAL REVIEW"
                       DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 7700-WRITE-ALERT
           END-IF.

       2300-FIND-AGGREGATE.

           MOVE 0 TO AGG-FOUND-IDX.
           IF CURR-FOUND-IDX > 0
               PERFORM 2350-SEARCH-AGGREGATES
           END-IF.

       2350-SEARCH-AGGREGATES.

           PERFORM VARYING AGG-IDX FROM 1 BY 1
                   UNTIL AGG-IDX > AGG-CNT
               IF AG-COUNTERPARTY(AGG-IDX) = JRNL-IN-ITEM01-02
                       AND AG-CURRENCY(AGG-IDX) = JRNL-CURRENCY
                   MOVE AGG-IDX TO AGG-FOUND-IDX
                   MOVE AGG-CNT TO AGG-IDX
               END-IF
           END-PERFORM.

           IF AGG-FOUND-IDX = 0
               IF AGG-CNT < 3000
                   ADD 1 TO AGG-CNT
                   MOVE AGG-CNT TO AGG-FOUND-IDX
                   MOVE JRNL-IN-ITEM01-02
                       TO AG-COUNTERPARTY(AGG-FOUND-IDX)
                   MOVE JRNL-CURRENCY TO AG-CURRENCY(AGG-FOUND-IDX)
                   MOVE CURR-FOUND-IDX TO AG-CURR-IDX(AGG-FOUND-IDX)
                   MOVE 0 TO AG-TXN-COUNT(AGG-FOUND-IDX)
                   MOVE 0 TO AG-REV-COUNT(AGG-FOUND-IDX)
                   MOVE 0 TO AG-GROSS-AMT(AGG-FOUND-IDX)
                   MOVE 0 TO AG-REV-AMT(AGG-FOUND-IDX)
                   MOVE 0 TO AG-NEAR-COUNT(AGG-FOUND-IDX)
               ELSE
                   IF NOT FILING-INCOMPLETE
                       MOVE "COUNTERPARTY TABLE FULL - DAY CANNOT BE "
                           TO TXT-TEXT
                       MOVE "AGGREGATED COMPLETELY" TO TXT-TEXT(41:21)
                       PERFORM 6200-PRINT-TEXT-LINE
                   END-IF
                   SET FILING-INCOMPLETE TO TRUE
               END-IF
           END-IF.

      * The journal carries a reversal's amount already negated;
      * the flag, not the sign, decides which side it lands on, so
      * a reversal always reduces the counterparty's net.
       2400-ADD-TO-AGGREGATE.

           MOVE JRNL-IN-AMOUNT TO TXN-AMT.
           IF JRNL-REV-FLAG = "R"
               ADD 1 TO AG-REV-COUNT(AGG-FOUND-IDX)
               ADD TXN-AMT TO AG-REV-AMT(AGG-FOUND-IDX)
           ELSE
               ADD 1 TO AG-TXN-COUNT(AGG-FOUND-IDX)
               ADD TXN-AMT TO AG-GROSS-AMT(AGG-FOUND-IDX)
               MOVE AG-CURR-IDX(AGG-FOUND-IDX) TO CURR-IDX
               IF NOT CR-FX-MISSING(CURR-IDX)
                   COMPUTE TXN-USD ROUNDED =
                       TXN-AMT * CR-FX-RATE(CURR-IDX)
                   IF TXN-USD >= NEAR-FLOOR
                           AND TXN-USD < THRESHOLD
                       ADD 1 TO AG-NEAR-COUNT(AGG-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       3000-REPORT-AGGREGATES.

           PERFORM VARYING AGG-IDX FROM 1 BY 1
                   UNTIL AGG-IDX > AGG-CNT
               PERFORM 3100-EVALUATE-AGGREGATE
           END-PERFORM.

           IF FILED-CNT = 0 AND NO-RATE-CNT = 0
               MOVE "NO COUNTERPARTY REACHED THE THRESHOLD OR SHOWED "
                   TO TXT-TEXT
               MOVE "STRUCTURING" TO TXT-TEXT(49:11)
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

       3100-EVALUATE-AGGREGATE.

           MOVE AG-CURR-IDX(AGG-IDX) TO CURR-IDX.
           MOVE SPACES TO FILING-REC.
           COMPUTE LGTX-NET-AMT =
               AG-GROSS-AMT(AGG-IDX) - AG-REV-AMT(AGG-IDX).

           IF CR-FX-MISSING(CURR-IDX)
               IF LGTX-NET-AMT >= THRESHOLD
                   ADD 1 TO NO-RATE-CNT
                   MOVE "NO RATE-REVIEW" TO DTL-FLAG
                   PERFORM 3300-PRINT-AGGREGATE
               END-IF
           ELSE
               COMPUTE NET-USD ROUNDED =
                   LGTX-NET-AMT * CR-FX-RATE(CURR-IDX)
               MOVE SPACE TO LGTX-REASON
               IF NET-USD >= THRESHOLD
                   ADD 1 TO OVER-CNT
                   IF AG-NEAR-COUNT(AGG-IDX) >= STRUCT-COUNT
                       SET LGTX-OVER-AND-STRUCT TO TRUE
                       MOVE "OVER+STRUCTURE" TO DTL-FLAG
                       ADD 1 TO STRUCT-CNT
                   ELSE
                       SET LGTX-OVER-THRESHOLD TO TRUE
                       MOVE "OVER THRESHOLD" TO DTL-FLAG
                   END-IF
               ELSE
               IF AG-NEAR-COUNT(AGG-IDX) >= STRUCT-COUNT
                   SET LGTX-STRUCTURING TO TRUE
                   MOVE "STRUCTURING" TO DTL-FLAG
                   ADD 1 TO STRUCT-CNT
               END-IF
               END-IF
               IF LGTX-REASON NOT = SPACE
                   PERFORM 3200-WRITE-FILING
                   PERFORM 3300-PRINT-AGGREGATE
               END-IF
           END-IF.

       3200-WRITE-FILING.

           MOVE REPORT-DATE TO LGTX-REPORT-DATE.
           MOVE AG-COUNTERPARTY(AGG-IDX) TO LGTX-COUNTERPARTY.
           MOVE AG-CURRENCY(AGG-IDX) TO LGTX-CURRENCY.
           MOVE AG-TXN-COUNT(AGG-IDX) TO LGTX-TXN-COUNT.
           MOVE AG-REV-COUNT(AGG-IDX) TO LGTX-REV-COUNT.
           MOVE AG-GROSS-AMT(AGG-IDX) TO LGTX-GROSS-AMT.
           MOVE AG-REV-AMT(AGG-IDX) TO LGTX-REV-AMT.
           MOVE CR-FX-RATE(CURR-IDX) TO LGTX-FX-RATE.
           MOVE NET-USD TO LGTX-USD-NET.
           MOVE AG-NEAR-COUNT(AGG-IDX) TO LGTX-NEAR-COUNT.
           IF FILING-STATUS = "00"
                   AND NOT FILING-INCOMPLETE
               WRITE FILING-REC
               ADD 1 TO FILED-CNT
           END-IF.

       3300-PRINT-AGGREGATE.

           MOVE AG-COUNTERPARTY(AGG-IDX) TO DTL-COUNTERPARTY.
           MOVE AG-CURRENCY(AGG-IDX) TO DTL-CURRENCY.
           MOVE AG-TXN-COUNT(AGG-IDX) TO DTL-TXN-COUNT.
           MOVE AG-REV-COUNT(AGG-IDX) TO DTL-REV-COUNT.
           MOVE AG-GROSS-AMT(AGG-IDX) TO DTL-GROSS.
           MOVE AG-REV-AMT(AGG-IDX) TO DTL-REVERSED.
           MOVE LGTX-NET-AMT TO DTL-NET.
           IF CR-FX-MISSING(CURR-IDX)
               MOVE "   *** NO RATE ***" TO DTL-USD-NET-X
           ELSE
               MOVE NET-USD TO DTL-USD-NET
           END-IF.
           MOVE AG-NEAR-COUNT(AGG-IDX) TO DTL-NEAR-COUNT.
           PERFORM 6100-PRINT-DETAIL-LINE.

       6100-PRINT-DETAIL-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM DETAIL-LINE
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

       6500-PRINT-HEADINGS.

           ADD 1 TO PAGE-CNT.
           MOVE REPORT-DATE TO HDG1-REPORT-DATE.
           MOVE THRESHOLD TO HDG1-THRESHOLD.
           MOVE RUN-DATE TO HDG1-RUN-DATE.
           MOVE PAGE-CNT TO HDG1-PAGE.
           IF PAGE-CNT = 1
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE REPORT-REC FROM HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-CNT.

      * A table overflow or a missing journal means aggregates the
      * report never saw - the filing is incomplete and must not be
      * sent as if it were the day's whole answer.
       7000-REPORT-VERDICT.

           MOVE SPACES TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE "JOURNAL RECORDS READ" TO CNT-LABEL.
           MOVE JRNL-READ-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "JOURNAL RECORDS FOR THE REPORT DATE" TO CNT-LABEL.
           MOVE JRNL-DATE-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "REPLAY RECORDS EXCLUDED" TO CNT-LABEL.
           MOVE REPLAY-SKIP-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "COUNTERPARTY/CURRENCY AGGREGATES" TO CNT-LABEL.
           MOVE AGG-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "AT OR OVER THRESHOLD" TO CNT-LABEL.
           MOVE OVER-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "STRUCTURING PATTERN FLAGGED" TO CNT-LABEL.
           MOVE STRUCT-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "FILING RECORDS WRITTEN" TO CNT-LABEL.
           MOVE FILED-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.
           MOVE "NO FX RATE - MANUAL REVIEW" TO CNT-LABEL.
           MOVE NO-RATE-CNT TO CNT-VALUE.
           PERFORM 6300-PRINT-COUNT-LINE.

           IF FILING-INCOMPLETE
               MOVE "*** FILING INCOMPLETE - DO NOT SEND ***"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
               DISPLAY 'TLGTX01 - *** FILING INCOMPLETE FOR '
                   REPORT-DATE ' ***'
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "LGTXINC" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING "LARGE-TXN FILING FOR " DELIMITED BY SIZE
                      REPORT-DATE DELIMITED BY SIZE
                      " INCOMPLETE - SEE LGTXRPT" DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 7700-WRITE-ALERT
               MOVE 12 TO RETURN-CODE
           ELSE
               IF NO-RATE-CNT > 0
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       8000-TERMINATION.

           IF CARD-OK
               IF REPORT-STATUS = "00"
                   CLOSE REPORT-FILE
               END-IF
               IF FILING-STATUS = "00"
                   CLOSE FILING-FILE
               END-IF
           END-IF.
           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TLGTX01 - JOURNAL RECORDS FOR DATE='
               JRNL-DATE-CNT
               ' REPLAY SKIPPED=' REPLAY-SKIP-CNT
               ' FILED=' FILED-CNT
               ' STRUCTURING=' STRUCT-CNT.
           DISPLAY '** END TLGTX01'.


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
                   DISPLAY 'TLGTX01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TLGTX01" TO ALRT-PROGRAM OF ALERT-WORK
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
