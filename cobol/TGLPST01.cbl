       IDENTIFICATION DIVISION.
       PROGRAM-ID. TGLPST01.
      ******************************************************************
      * General ledger posting from the daily settlement summary.
      * Finance used to re-key TSUB06's CPSETTL figures into the
      * ledger by hand every morning; this program reads the day's
      * settlement records (every cycle), maps each route/currency
      * to its GL accounts through the finance-maintained mapping
      * table (CPGLMAP), and writes a double-entry journal in the
      * ledger team's upload layout (CPGLJRN): for each settlement
      * record a debit to the mapped debit account and a credit to
      * the mapped credit account for the settled amount - sides
      * swapped when reversals have taken the route's net negative.
      * Replay-flagged settlement records are never posted; they
      * restate a day the ledger already has. A cycle posts from
      * its latest run only (SETTL-RUN-TS): a rerun supersedes the
      * run before it, a parallel cycle's legs post together, and
      * a cycle reprocessed in the other stream posts from
      * whichever stream ran last.
      * The journal is released only when it is provably right:
      *   - debits equal credits in every currency
      *   - what was posted in every currency equals the settlement
      *     total for that currency (every record mapped)
      *   - the day was not restarted (a restarted run's summary
      *     covers only the work after the restart)
      * Otherwise the journal generation is left empty, a critical
      * alert goes to ALERTOUT and the step ends CC 12 so the
      * ledger upload is held. The posting report prints every
      * settlement record in TSUB06's own terms (route, currency,
      * count, amount per cycle) so it ties line for line to the
      * settlement summary page of the reconciliation report.
      * GLCARD cols 1-8 select the posting date (blank = today).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CARD-FILE ASSIGN TO GLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT SETTL-IN-FILE ASSIGN TO SETTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SETTLIN-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLMAP-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNSTAT-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLJRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO GLPSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CARD-FILE
           RECORDING MODE IS F.
       01 GL-CARD-REC.
           05 GL-REQ-DATE      PIC X(08).
           05 FILLER           PIC X(72).

       FD  SETTL-IN-FILE
           RECORDING MODE IS F.
       01 SETTL-IN-REC.
           COPY CPSETTL.

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01 GL-MAP-REC.
           COPY CPGLMAP.

       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
       01 RUN-STATS-REC.
           COPY CPRUNST.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       01 GL-JOURNAL-REC.
           COPY CPGLJRN.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 SETTLIN-STATUS    PIC X(02) VALUE "00".
       01 GLMAP-STATUS      PIC X(02) VALUE "00".
       01 RUNSTAT-STATUS    PIC X(02) VALUE "00".
       01 GLJRNL-STATUS     PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".

       01 FILE-EOF-SW       PIC X(01) VALUE "N".
           88 FILE-EOF      VALUE "Y".
       01 HOLD-JOURNAL-SW   PIC X(01) VALUE "N".
           88 HOLD-JOURNAL  VALUE "Y".
       01 MAP-FOUND-SW      PIC X(01) VALUE "N".
           88 MAP-FOUND     VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RUN-TIME          PIC X(08) VALUE SPACES.
       01 POST-DATE         PIC X(08) VALUE SPACES.
       01 GL-SOURCE         PIC X(08) VALUE "TXNROUTE".

       01 SETTL-READ-CNT    PIC 9(09) VALUE 0.
       01 REPLAY-SKIP-CNT   PIC 9(09) VALUE 0.
       01 SUPERSEDED-CNT    PIC 9(09) VALUE 0.
       01 UNMAPPED-CNT      PIC 9(09) VALUE 0.
       01 LINE-NO           PIC 9(06) VALUE 0.
       01 DEBIT-GRAND       PIC 9(13)V9(02) VALUE 0.
       01 CREDIT-GRAND      PIC 9(13)V9(02) VALUE 0.
       01 POST-AMT          PIC 9(11)V9(02) VALUE 0.
       01 POST-USD-AMT      PIC 9(11)V9(02) VALUE 0.

      * Finance's mapping table, loaded whole. Two hundred
      * route/currency pairs is several times today's route count;
      * an entry past that is reported and, if the day needs it,
      * leaves a record unmapped - which holds the journal rather
      * than posting to a guessed account.
       01 MAP-TABLE.
           05 MAP-CNT          PIC 9(04) COMP VALUE 0.
           05 MAP-ENTRY OCCURS 200 TIMES.
               10 MT-ROUTE-CODE   PIC X(06).
               10 MT-CURRENCY     PIC X(03).
               10 MT-DEBIT-ACCT   PIC X(12).
               10 MT-CREDIT-ACCT  PIC X(12).
               10 MT-COST-CENTER  PIC X(08).
       01 MAP-IDX           PIC 9(04) COMP VALUE 0.
       01 MAP-FOUND-IDX     PIC 9(04) COMP VALUE 0.

      * The day's settlement records, every cycle and (in parallel
      * mode) every leg. The journal is only written once the whole
      * day has been proven, so the records are held here between
      * the proving pass and the writing pass.
       01 SETTLE-TABLE.
           05 SETTLE-CNT       PIC 9(04) COMP VALUE 0.
           05 SETTLE-ENTRY OCCURS 500 TIMES.
               10 ST-CYCLE-NO     PIC 9(02).
               10 ST-LEG          PIC X(01).
               10 ST-RUN-TS       PIC X(20).
               10 ST-ROUTE-CODE   PIC X(06).
               10 ST-CURRENCY     PIC X(03).
               10 ST-TXN-COUNT    PIC 9(09).
               10 ST-AMOUNT       PIC S9(09)V9(02).
               10 ST-USD-AMOUNT   PIC S9(09)V9(02).
               10 ST-MAP-IDX      PIC 9(04) COMP.
       01 SETTLE-IDX        PIC 9(04) COMP VALUE 0.
       01 KEEP-CNT          PIC 9(04) COMP VALUE 0.

      * The latest run seen for each cycle and leg (leg blank for
      * the single stream). Only records from that run are kept,
      * and per cycle only the single stream's or the legs',
      * whichever ran last - a superseded run is never posted.
       01 SETTLE-RUN-TABLE.
           05 SETTLE-RUN-CNT   PIC 9(02) COMP VALUE 0.
           05 SETTLE-RUN-ENTRY OCCURS 60 TIMES.
               10 SR-CYCLE-NO     PIC 9(02).
               10 SR-LEG          PIC X(01).
               10 SR-RUN-TS       PIC X(20).
       01 SETTLE-RUN-IDX    PIC 9(02) COMP VALUE 0.
       01 SETTLE-RUN-FOUND-SW PIC X(01) VALUE "N".
           88 SETTLE-RUN-FOUND VALUE "Y".
       01 SETTLE-CURRENT-SW PIC X(01) VALUE "N".
           88 SETTLE-CURRENT VALUE "Y".
       01 OWN-RUN-TS        PIC X(20) VALUE SPACES.
       01 SINGLE-RUN-TS     PIC X(20) VALUE SPACES.
       01 LEGS-RUN-TS       PIC X(20) VALUE SPACES.

      * Per-currency proof: the settlement total for the currency,
      * the signed total actually posted, and the two sides.
       01 CURR-TABLE.
           05 CURR-CNT         PIC 9(02) COMP VALUE 0.
           05 CURR-ENTRY OCCURS 40 TIMES.
               10 CT-CURRENCY     PIC X(03).
               10 CT-SETTLE-TOTAL PIC S9(11)V9(02).
               10 CT-POSTED-TOTAL PIC S9(11)V9(02).
               10 CT-DEBIT-TOTAL  PIC 9(11)V9(02).
               10 CT-CREDIT-TOTAL PIC 9(11)V9(02).
       01 CURR-IDX          PIC 9(02) COMP VALUE 0.
       01 CURR-FOUND-IDX    PIC 9(02) COMP VALUE 0.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TGLPST01  GENERAL LEDGER POSTING FOR    ".
           05 HDG1-POST-DATE   PIC X(08).
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(55) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 HEADING-2.
           05 FILLER           PIC X(44)
               VALUE "CY ROUTE  CUR      COUNT  SETTLED AMOUNT    ".
           05 FILLER           PIC X(44)
               VALUE "DEBIT ACCT    CREDIT ACCT   COST CTR  STATUS".
           05 FILLER           PIC X(44) VALUE SPACES.

       01 DETAIL-LINE.
           05 DTL-CYCLE        PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-ROUTE        PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-CURRENCY     PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-COUNT        PIC ZZZZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DTL-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 DTL-DEBIT-ACCT   PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-CREDIT-ACCT  PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-COST-CENTER  PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-STATUS       PIC X(10).
           05 FILLER           PIC X(40) VALUE SPACES.

       01 CURR-LINE.
           05 FILLER           PIC X(09) VALUE "CURRENCY ".
           05 CTL-CURRENCY     PIC X(03).
           05 FILLER           PIC X(10) VALUE "  SETTLED ".
           05 CTL-SETTLED      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(09) VALUE "  DEBITS ".
           05 CTL-DEBITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(10) VALUE "  CREDITS ".
           05 CTL-CREDITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CTL-TAG          PIC X(16).
           05 FILLER           PIC X(18) VALUE SPACES.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(110).
           05 FILLER           PIC X(20) VALUE SPACES.

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
           PERFORM 1500-LOAD-GL-MAP.
           PERFORM 1700-CHECK-FOR-RESTART.
           PERFORM 2000-LOAD-SETTLEMENT.

           PERFORM 3000-PROVE-THE-POSTING.

           PERFORM 4000-WRITE-GL-JOURNAL.

           PERFORM 7000-POSTING-VERDICT.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TGLPST01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE TO POST-DATE.

           OPEN INPUT GL-CARD-FILE.
           IF CARD-STATUS = "00"
               READ GL-CARD-FILE
                   AT END
                       MOVE "10" TO CARD-STATUS
               END-READ
               IF CARD-STATUS = "00"
                       AND GL-REQ-DATE NOT = SPACES
                   MOVE GL-REQ-DATE TO POST-DATE
               END-IF
               CLOSE GL-CARD-FILE
           END-IF.

           DISPLAY 'TGLPST01 - POSTING SETTLEMENT OF ' POST-DATE.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY 'TGLPST01 - OPEN FAILED ON GLPSTRPT STATUS='
                   REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       1500-LOAD-GL-MAP.

           OPEN INPUT GL-MAP-FILE.
           IF GLMAP-STATUS NOT = "00"
               DISPLAY 'TGLPST01 - OPEN FAILED ON GLMAP STATUS='
                   GLMAP-STATUS
               SET HOLD-JOURNAL TO TRUE
               MOVE "GL ACCOUNT MAPPING TABLE UNAVAILABLE" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1550-STORE-MAP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

       1550-STORE-MAP-ENTRY.

           IF MAP-CNT < 200
               ADD 1 TO MAP-CNT
               MOVE GLMAP-ROUTE-CODE TO MT-ROUTE-CODE(MAP-CNT)
               MOVE GLMAP-CURRENCY TO MT-CURRENCY(MAP-CNT)
               MOVE GLMAP-DEBIT-ACCT TO MT-DEBIT-ACCT(MAP-CNT)
               MOVE GLMAP-CREDIT-ACCT TO MT-CREDIT-ACCT(MAP-CNT)
               MOVE GLMAP-COST-CENTER TO MT-COST-CENTER(MAP-CNT)
           ELSE
               DISPLAY 'TGLPST01 - GL MAP TABLE FULL, ENTRY IGNORED: '
                   GLMAP-ROUTE-CODE ' ' GLMAP-CURRENCY
           END-IF.

      * TSUB06's summary on a restarted run covers only the records
      * after the restart - posting it would understate the day in
      * the ledger. Same test TCLOSE01 makes before an archive.
       1700-CHECK-FOR-RESTART.

           OPEN INPUT RUN-STATS-FILE.
           IF RUNSTAT-STATUS = "00"
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ RUN-STATS-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF RUNST-RUN-DATE = POST-DATE
                                   AND RUNST-REPLAY-SW NOT = "Y"
                                   AND RUNST-RESTART-SW = "Y"
                                   AND NOT HOLD-JOURNAL
                               SET HOLD-JOURNAL TO TRUE
                               MOVE "RESTARTED DAY - SETTLEMENT SUMMARY"
                                   TO TXT-TEXT
                               MOVE " IS PARTIAL, POST BY HAND"
                                   TO TXT-TEXT(35:25)
                               PERFORM 6200-PRINT-TEXT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-STATS-FILE
           ELSE
               DISPLAY 'TGLPST01 - RUNSTAT UNAVAILABLE, STATUS='
                   RUNSTAT-STATUS ' - RESTART CHECK NOT MADE'
           END-IF.

       2000-LOAD-SETTLEMENT.

           OPEN INPUT SETTL-IN-FILE.
           IF SETTLIN-STATUS NOT = "00"
               DISPLAY 'TGLPST01 - OPEN FAILED ON SETTLIN STATUS='
                   SETTLIN-STATUS
               SET HOLD-JOURNAL TO TRUE
               MOVE "SETTLEMENT SUMMARY UNAVAILABLE" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ SETTL-IN-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF SETTL-RUN-DATE = POST-DATE
                               PERFORM 2100-STORE-SETTLE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTL-IN-FILE
               PERFORM 2200-KEEP-CURRENT-RUNS
           END-IF.

       2100-STORE-SETTLE-RECORD.

           ADD 1 TO SETTL-READ-CNT.
           IF SETTL-REPLAY-FLAG = "R"
               ADD 1 TO REPLAY-SKIP-CNT
           ELSE
           PERFORM 2120-NOTE-SETTLEMENT-RUN
           IF SETTLE-CNT < 500
               ADD 1 TO SETTLE-CNT
               MOVE SETTL-CYCLE-NO TO ST-CYCLE-NO(SETTLE-CNT)
               MOVE SETTL-LEG TO ST-LEG(SETTLE-CNT)
               MOVE SETTL-RUN-TS TO ST-RUN-TS(SETTLE-CNT)
               MOVE SETTL-ROUTE-CODE TO ST-ROUTE-CODE(SETTLE-CNT)
               MOVE SETTL-CURRENCY TO ST-CURRENCY(SETTLE-CNT)
               MOVE SETTL-TXN-COUNT TO ST-TXN-COUNT(SETTLE-CNT)
               MOVE SETTL-AMOUNT TO ST-AMOUNT(SETTLE-CNT)
               MOVE SETTL-USD-AMOUNT TO ST-USD-AMOUNT(SETTLE-CNT)
               MOVE 0 TO ST-MAP-IDX(SETTLE-CNT)
           ELSE
      * A day that will not fit cannot be proven, so it is not
      * posted at all rather than posted in part.
               IF NOT HOLD-JOURNAL
                   MOVE "SETTLEMENT TABLE FULL - DAY TOO LARGE TO "
                       TO TXT-TEXT
                   MOVE "PROVE, POST BY HAND" TO TXT-TEXT(42:19)
                   PERFORM 6200-PRINT-TEXT-LINE
               END-IF
               SET HOLD-JOURNAL TO TRUE
           END-IF
           END-IF.

       2120-NOTE-SETTLEMENT-RUN.

           MOVE "N" TO SETTLE-RUN-FOUND-SW.
           PERFORM VARYING SETTLE-RUN-IDX FROM 1 BY 1
                   UNTIL SETTLE-RUN-IDX > SETTLE-RUN-CNT
                      OR SETTLE-RUN-FOUND
               IF SR-CYCLE-NO(SETTLE-RUN-IDX) = SETTL-CYCLE-NO
                       AND SR-LEG(SETTLE-RUN-IDX) = SETTL-LEG
                   SET SETTLE-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF SETTLE-RUN-FOUND
               SUBTRACT 1 FROM SETTLE-RUN-IDX
               IF SETTL-RUN-TS > SR-RUN-TS(SETTLE-RUN-IDX)
                   MOVE SETTL-RUN-TS TO SR-RUN-TS(SETTLE-RUN-IDX)
               END-IF
           ELSE
           IF SETTLE-RUN-CNT < 60
               ADD 1 TO SETTLE-RUN-CNT
               MOVE SETTL-CYCLE-NO TO SR-CYCLE-NO(SETTLE-RUN-CNT)
               MOVE SETTL-LEG TO SR-LEG(SETTLE-RUN-CNT)
               MOVE SETTL-RUN-TS TO SR-RUN-TS(SETTLE-RUN-CNT)
           ELSE
      * Without the run there is no telling which records stand,
      * so the day is held rather than posted twice.
               IF NOT HOLD-JOURNAL
                   MOVE "SETTLEMENT RUN TABLE FULL - DAY CANNOT BE "
                       TO TXT-TEXT
                   MOVE "PROVEN, POST BY HAND" TO TXT-TEXT(43:20)
                   PERFORM 6200-PRINT-TEXT-LINE
               END-IF
               SET HOLD-JOURNAL TO TRUE
           END-IF
           END-IF.

      * Drop every held record that is not from its cycle's
      * standing run, closing the table up over the gaps.
       2200-KEEP-CURRENT-RUNS.

           MOVE 0 TO KEEP-CNT.
           PERFORM VARYING SETTLE-IDX FROM 1 BY 1
                   UNTIL SETTLE-IDX > SETTLE-CNT
               PERFORM 2250-CHECK-CURRENT-RUN
               IF SETTLE-CURRENT
                   ADD 1 TO KEEP-CNT
                   IF KEEP-CNT < SETTLE-IDX
                       MOVE SETTLE-ENTRY(SETTLE-IDX)
                           TO SETTLE-ENTRY(KEEP-CNT)
                   END-IF
               ELSE
                   ADD 1 TO SUPERSEDED-CNT
               END-IF
           END-PERFORM.
           MOVE KEEP-CNT TO SETTLE-CNT.

      * Current means from the latest run of its cycle and leg,
      * with that cycle's latest processing the same kind -
      * single stream or parallel legs.
       2250-CHECK-CURRENT-RUN.

           MOVE SPACES TO OWN-RUN-TS.
           MOVE SPACES TO SINGLE-RUN-TS.
           MOVE SPACES TO LEGS-RUN-TS.
           PERFORM VARYING SETTLE-RUN-IDX FROM 1 BY 1
                   UNTIL SETTLE-RUN-IDX > SETTLE-RUN-CNT
               IF SR-CYCLE-NO(SETTLE-RUN-IDX) = ST-CYCLE-NO(SETTLE-IDX)
                   IF SR-LEG(SETTLE-RUN-IDX) = ST-LEG(SETTLE-IDX)
                       MOVE SR-RUN-TS(SETTLE-RUN-IDX) TO OWN-RUN-TS
                   END-IF
                   IF SR-LEG(SETTLE-RUN-IDX) = SPACE
                       MOVE SR-RUN-TS(SETTLE-RUN-IDX) TO SINGLE-RUN-TS
                   ELSE
                       IF SR-RUN-TS(SETTLE-RUN-IDX) > LEGS-RUN-TS
                           MOVE SR-RUN-TS(SETTLE-RUN-IDX)
                               TO LEGS-RUN-TS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "N" TO SETTLE-CURRENT-SW.
           IF ST-RUN-TS(SETTLE-IDX) = OWN-RUN-TS
               IF ST-LEG(SETTLE-IDX) = SPACE
                   IF SINGLE-RUN-TS NOT < LEGS-RUN-TS
                       SET SETTLE-CURRENT TO TRUE
                   END-IF
               ELSE
                   IF LEGS-RUN-TS > SINGLE-RUN-TS
                       SET SETTLE-CURRENT TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Proving pass: map every record, accumulate per currency
      * what was settled and what would be posted, and print the
      * detail line. Nothing is written to the journal here.
       3000-PROVE-THE-POSTING.

           PERFORM VARYING SETTLE-IDX FROM 1 BY 1
                   UNTIL SETTLE-IDX > SETTLE-CNT
               PERFORM 3100-MAP-SETTLE-RECORD
               PERFORM 3200-ACCUMULATE-CURRENCY
               PERFORM 3300-PRINT-SETTLE-LINE
           END-PERFORM.

           PERFORM 3500-PROVE-CURRENCIES.

      * The route's entry for the currency itself wins over its
      * "ALL" entry.
       3100-MAP-SETTLE-RECORD.

           MOVE 0 TO MAP-FOUND-IDX.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-CNT
               IF MT-ROUTE-CODE(MAP-IDX) = ST-ROUTE-CODE(SETTLE-IDX)
                   IF MT-CURRENCY(MAP-IDX) = ST-CURRENCY(SETTLE-IDX)
                       MOVE MAP-IDX TO MAP-FOUND-IDX
                       MOVE MAP-CNT TO MAP-IDX
                   ELSE
                       IF MT-CURRENCY(MAP-IDX) = "ALL"
                               AND MAP-FOUND-IDX = 0
                           MOVE MAP-IDX TO MAP-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF MAP-FOUND-IDX > 0
               IF MT-DEBIT-ACCT(MAP-FOUND-IDX) = SPACES
                       OR MT-CREDIT-ACCT(MAP-FOUND-IDX) = SPACES
                   MOVE 0 TO MAP-FOUND-IDX
               END-IF
           END-IF.

           MOVE MAP-FOUND-IDX TO ST-MAP-IDX(SETTLE-IDX).
           IF MAP-FOUND-IDX = 0
               ADD 1 TO UNMAPPED-CNT
           END-IF.

       3200-ACCUMULATE-CURRENCY.

           MOVE 0 TO CURR-FOUND-IDX.
           PERFORM VARYING CURR-IDX FROM 1 BY 1
                   UNTIL CURR-IDX > CURR-CNT
               IF CT-CURRENCY(CURR-IDX) = ST-CURRENCY(SETTLE-IDX)
                   MOVE CURR-IDX TO CURR-FOUND-IDX
                   MOVE CURR-CNT TO CURR-IDX
               END-IF
           END-PERFORM.

           IF CURR-FOUND-IDX = 0
               IF CURR-CNT < 40
                   ADD 1 TO CURR-CNT
                   MOVE CURR-CNT TO CURR-FOUND-IDX
                   MOVE ST-CURRENCY(SETTLE-IDX)
                       TO CT-CURRENCY(CURR-FOUND-IDX)
                   MOVE 0 TO CT-SETTLE-TOTAL(CURR-FOUND-IDX)
                   MOVE 0 TO CT-POSTED-TOTAL(CURR-FOUND-IDX)
                   MOVE 0 TO CT-DEBIT-TOTAL(CURR-FOUND-IDX)
                   MOVE 0 TO CT-CREDIT-TOTAL(CURR-FOUND-IDX)
               ELSE
                   IF NOT HOLD-JOURNAL
                       MOVE "CURRENCY TABLE FULL - DAY CANNOT BE "
                           TO TXT-TEXT
                       MOVE "PROVEN, POST BY HAND" TO TXT-TEXT(37:20)
                       PERFORM 6200-PRINT-TEXT-LINE
                   END-IF
                   SET HOLD-JOURNAL TO TRUE
               END-IF
           END-IF.

           IF CURR-FOUND-IDX > 0
               ADD ST-AMOUNT(SETTLE-IDX)
                   TO CT-SETTLE-TOTAL(CURR-FOUND-IDX)
               IF ST-MAP-IDX(SETTLE-IDX) > 0
                   ADD ST-AMOUNT(SETTLE-IDX)
                       TO CT-POSTED-TOTAL(CURR-FOUND-IDX)
                   MOVE ST-AMOUNT(SETTLE-IDX) TO POST-AMT
                   ADD POST-AMT TO CT-DEBIT-TOTAL(CURR-FOUND-IDX)
                   ADD POST-AMT TO CT-CREDIT-TOTAL(CURR-FOUND-IDX)
               END-IF
           END-IF.

       3300-PRINT-SETTLE-LINE.

           MOVE ST-CYCLE-NO(SETTLE-IDX) TO DTL-CYCLE.
           MOVE ST-ROUTE-CODE(SETTLE-IDX) TO DTL-ROUTE.
           MOVE ST-CURRENCY(SETTLE-IDX) TO DTL-CURRENCY.
           MOVE ST-TXN-COUNT(SETTLE-IDX) TO DTL-COUNT.
           MOVE ST-AMOUNT(SETTLE-IDX) TO DTL-AMOUNT.
           IF ST-MAP-IDX(SETTLE-IDX) > 0
               MOVE ST-MAP-IDX(SETTLE-IDX) TO MAP-IDX
               MOVE MT-DEBIT-ACCT(MAP-IDX) TO DTL-DEBIT-ACCT
               MOVE MT-CREDIT-ACCT(MAP-IDX) TO DTL-CREDIT-ACCT
               MOVE MT-COST-CENTER(MAP-IDX) TO DTL-COST-CENTER
               IF ST-AMOUNT(SETTLE-IDX) = 0
                   MOVE "NIL" TO DTL-STATUS
               ELSE
               IF ST-AMOUNT(SETTLE-IDX) < 0
                   MOVE "REVERSED" TO DTL-STATUS
               ELSE
                   MOVE "POSTED" TO DTL-STATUS
               END-IF
               END-IF
           ELSE
               MOVE SPACES TO DTL-DEBIT-ACCT
               MOVE SPACES TO DTL-CREDIT-ACCT
               MOVE SPACES TO DTL-COST-CENTER
               MOVE "*UNMAPPED*" TO DTL-STATUS
           END-IF.
           PERFORM 6100-PRINT-DETAIL-LINE.

       3500-PROVE-CURRENCIES.

           IF SETTLE-CNT = 0
               MOVE "NO SETTLEMENT RECORDS FOR THE DATE" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

           PERFORM VARYING CURR-IDX FROM 1 BY 1
                   UNTIL CURR-IDX > CURR-CNT
               MOVE CT-CURRENCY(CURR-IDX) TO CTL-CURRENCY
               MOVE CT-SETTLE-TOTAL(CURR-IDX) TO CTL-SETTLED
               MOVE CT-DEBIT-TOTAL(CURR-IDX) TO CTL-DEBITS
               MOVE CT-CREDIT-TOTAL(CURR-IDX) TO CTL-CREDITS
               IF CT-DEBIT-TOTAL(CURR-IDX)
                       NOT = CT-CREDIT-TOTAL(CURR-IDX)
                   MOVE "*** UNBALANCED" TO CTL-TAG
                   SET HOLD-JOURNAL TO TRUE
               ELSE
               IF CT-POSTED-TOTAL(CURR-IDX)
                       NOT = CT-SETTLE-TOTAL(CURR-IDX)
                   MOVE "*** NOT ALL POST" TO CTL-TAG
                   SET HOLD-JOURNAL TO TRUE
               ELSE
                   MOVE "BALANCED" TO CTL-TAG
               END-IF
               END-IF
               PERFORM 6150-PRINT-CURRENCY-LINE
               ADD CT-DEBIT-TOTAL(CURR-IDX) TO DEBIT-GRAND
               ADD CT-CREDIT-TOTAL(CURR-IDX) TO CREDIT-GRAND
           END-PERFORM.

           IF UNMAPPED-CNT > 0
               SET HOLD-JOURNAL TO TRUE
               MOVE "ROUTE/CURRENCY WITH NO GL MAPPING - ADD THE "
                   TO TXT-TEXT
               MOVE "ENTRY TO GLMAP AND RERUN" TO TXT-TEXT(45:24)
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

      * Writing pass. A held journal is still OPENed and CLOSEd so
      * the new generation is a valid empty dataset, never one with
      * residue the upload could pick up.
       4000-WRITE-GL-JOURNAL.

           OPEN OUTPUT GL-JOURNAL-FILE.
           IF GLJRNL-STATUS NOT = "00"
               DISPLAY 'TGLPST01 - OPEN FAILED ON GLJRNL STATUS='
                   GLJRNL-STATUS
               SET HOLD-JOURNAL TO TRUE
           ELSE
               IF NOT HOLD-JOURNAL
                   PERFORM 4100-WRITE-HEADER
                   PERFORM VARYING SETTLE-IDX FROM 1 BY 1
                           UNTIL SETTLE-IDX > SETTLE-CNT
                       IF ST-AMOUNT(SETTLE-IDX) NOT = 0
                           PERFORM 4200-WRITE-ENTRY-PAIR
                       END-IF
                   END-PERFORM
                   PERFORM 4300-WRITE-TRAILER
               END-IF
               CLOSE GL-JOURNAL-FILE
           END-IF.

       4100-WRITE-HEADER.

           MOVE SPACES TO GL-JOURNAL-REC.
           SET GLJ-HEADER-REC TO TRUE.
           MOVE GL-SOURCE TO GLJH-SOURCE.
           MOVE POST-DATE TO GLJH-POST-DATE.
           MOVE RUN-DATE TO GLJH-CREATED-DATE.
           MOVE RUN-TIME TO GLJH-CREATED-TIME.
           WRITE GL-JOURNAL-REC.

      * Settled positive: debit the route's debit account, credit
      * its credit account. Net negative (reversals outweighing
      * the day's originals): the same amount with the sides
      * swapped, so the ledger nets exactly as the settlement did.
       4200-WRITE-ENTRY-PAIR.

           MOVE ST-MAP-IDX(SETTLE-IDX) TO MAP-IDX.
           MOVE ST-AMOUNT(SETTLE-IDX) TO POST-AMT.
           MOVE ST-USD-AMOUNT(SETTLE-IDX) TO POST-USD-AMT.

           PERFORM 4250-FILL-DETAIL.
           SET GLJ-DEBIT TO TRUE.
           IF ST-AMOUNT(SETTLE-IDX) > 0
               MOVE MT-DEBIT-ACCT(MAP-IDX) TO GLJ-ACCOUNT
           ELSE
               MOVE MT-CREDIT-ACCT(MAP-IDX) TO GLJ-ACCOUNT
           END-IF.
           WRITE GL-JOURNAL-REC.

           PERFORM 4250-FILL-DETAIL.
           SET GLJ-CREDIT TO TRUE.
           IF ST-AMOUNT(SETTLE-IDX) > 0
               MOVE MT-CREDIT-ACCT(MAP-IDX) TO GLJ-ACCOUNT
           ELSE
               MOVE MT-DEBIT-ACCT(MAP-IDX) TO GLJ-ACCOUNT
           END-IF.
           WRITE GL-JOURNAL-REC.

       4250-FILL-DETAIL.

           ADD 1 TO LINE-NO.
           MOVE SPACES TO GL-JOURNAL-REC.
           SET GLJ-DETAIL-REC TO TRUE.
           MOVE GL-SOURCE TO GLJ-SOURCE.
           MOVE POST-DATE TO GLJ-POST-DATE.
           MOVE LINE-NO TO GLJ-LINE-NO.
           MOVE MT-COST-CENTER(MAP-IDX) TO GLJ-COST-CENTER.
           MOVE ST-CURRENCY(SETTLE-IDX) TO GLJ-CURRENCY.
           MOVE POST-AMT TO GLJ-AMOUNT.
           MOVE POST-USD-AMT TO GLJ-USD-AMOUNT.
           MOVE SPACES TO GLJ-REFERENCE.
           STRING "ROUTE " DELIMITED BY SIZE
                  ST-ROUTE-CODE(SETTLE-IDX) DELIMITED BY SIZE
                  " CYCLE " DELIMITED BY SIZE
                  ST-CYCLE-NO(SETTLE-IDX) DELIMITED BY SIZE
               INTO GLJ-REFERENCE
           END-STRING.

       4300-WRITE-TRAILER.

           MOVE SPACES TO GL-JOURNAL-REC.
           SET GLJ-TRAILER-REC TO TRUE.
           MOVE GL-SOURCE TO GLJT-SOURCE.
           MOVE POST-DATE TO GLJT-POST-DATE.
           MOVE LINE-NO TO GLJT-LINE-COUNT.
           MOVE DEBIT-GRAND TO GLJT-DEBIT-TOTAL.
           MOVE CREDIT-GRAND TO GLJT-CREDIT-TOTAL.
           WRITE GL-JOURNAL-REC.

       6100-PRINT-DETAIL-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6150-PRINT-CURRENCY-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM CURR-LINE
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

       6500-PRINT-HEADINGS.

           ADD 1 TO PAGE-CNT.
           MOVE POST-DATE TO HDG1-POST-DATE.
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

       7000-POSTING-VERDICT.

           IF HOLD-JOURNAL
               MOVE "*** GL JOURNAL NOT RELEASED - HOLD THE LEDGER "
                   TO TXT-TEXT
               MOVE "UPLOAD ***" TO TXT-TEXT(48:10)
               PERFORM 6200-PRINT-TEXT-LINE
               DISPLAY 'TGLPST01 - *** GL JOURNAL NOT RELEASED FOR '
                   POST-DATE ' ***'
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "GLHOLD" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING "GL JOURNAL FOR " DELIMITED BY SIZE
                      POST-DATE DELIMITED BY SIZE
                      " NOT RELEASED - SEE GLPSTRPT"
                          DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 7700-WRITE-ALERT
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "GL JOURNAL BALANCED BY CURRENCY - RELEASED"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
               DISPLAY 'TGLPST01 - GL JOURNAL RELEASED, '
                   LINE-NO ' LINES'
      * An empty day still releases its header and trailer so the
      * ledger sees the date closed, but somebody should know why
      * there was nothing to post.
               IF SETTLE-CNT = 0
                   MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
                   MOVE "GLEMPTY" TO ALRT-CODE OF ALERT-WORK
                   MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
                   STRING "NO SETTLEMENT TO POST FOR "
                              DELIMITED BY SIZE
                          POST-DATE DELIMITED BY SIZE
                          " - EMPTY JOURNAL RELEASED"
                              DELIMITED BY SIZE
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

           DISPLAY 'TGLPST01 - SETTLEMENT RECORDS FOR DATE='
               SETTL-READ-CNT
               ' REPLAY SKIPPED=' REPLAY-SKIP-CNT
               ' SUPERSEDED=' SUPERSEDED-CNT
               ' UNMAPPED=' UNMAPPED-CNT.
           DISPLAY '** END TGLPST01'.


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
                   DISPLAY 'TGLPST01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TGLPST01" TO ALRT-PROGRAM OF ALERT-WORK
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
