       IDENTIFICATION DIVISION.
       PROGRAM-ID. THIST01.
      ******************************************************************
      * Processed-transaction history recovery. TMAIN01's duplicate
      * and reversal checks are only as good as the history VSAM
      * (CPTXNHST); after an IDCAMS restore it is missing every day
      * since the backup. The permanent record of what was
      * processed is the journal archive (CPJRNL01 on the
      * PROD.TXN.JOURNAL.HIST generations), and this program
      * brings the two together. HISTCARD:
      *   col  1     R - rebuild: write the history records the
      *                  journal proves, into the live cluster
      *              V - verify: compare only, change nothing
      *   cols 2-9   first journal date (blank = the oldest date
      *              inside the retention window)
      *   cols 10-17 last journal date (blank = today)
      *   cols 18-21 retention, business days on the shop-wide
      *              calendar (blank = 90) - keep it equal to
      *              TPURG01's PURGCARD
      * JRNLIN is the journal archive for the range sorted on the
      * transaction keys and then the journal timestamp (the JCL
      * sorts it), so each key's records come together, oldest
      * first. Replay records restate a day already processed and
      * are passed over, as is anything older than the retention
      * window - TPURG01 has purged, or is about to purge, it.
      * A history record is keyed by the feed cycle the transaction
      * arrived on, which the journal does not carry: it is found
      * on the run-state ledger (CPRUNLG) - the routing entries of
      * a business date and cycle (TMAIN01, or its parallel legs)
      * end after every journal record of that cycle and before
      * any of the next. A record no routing entry accounts for is
      * listed and left out.
      * A key and cycle's history record carries the run date of
      * its FIRST processing - a reversal or a same-cycle repeat
      * never replaces it - so the rebuild takes the earliest
      * journal date. An existing record with a later date is
      * corrected to the journal's; one with an earlier date is
      * kept (that processing may lie before the range).
      * Verify lists, for the range: keys the journal proves that
      * history is missing, history records with no journal trail,
      * and run-date mismatches. Any of these is a critical
      * HISTDIFF alert and condition code 8. The rebuild ends with
      * a HISTRBLD warning alert recording what it wrote.
      * Condition code 4 when journal records could not be placed
      * in a cycle or the rebuild corrected a record, 12 when the
      * card, the journal, the ledger or the history cannot be
      * used.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-CARD-FILE ASSIGN TO HISTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT JOURNAL-IN-FILE ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNLIN-STATUS.
           SELECT TXN-HIST-FILE ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TXNHST-STATUS.
           SELECT RUNLG-FILE ASSIGN TO RUNLGVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLG-KEY
               FILE STATUS IS RUNLG-STATUS.
           SELECT REPORT-FILE ASSIGN TO HISTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-CARD-FILE
           RECORDING MODE IS F.
       01 HIST-CARD-REC.
           05 HCRD-FUNCTION     PIC X(01).
           05 HCRD-FROM-DATE    PIC X(08).
           05 HCRD-TO-DATE      PIC X(08).
           05 HCRD-RETENTION    PIC X(04).
           05 FILLER            PIC X(59).

       FD  JOURNAL-IN-FILE
           RECORDING MODE IS F.
       01 JOURNAL-IN-REC.
           COPY CPJRNL01.

       FD  TXN-HIST-FILE.
       01 TXN-HIST-REC.
           COPY CPTXNHST.

       FD  RUNLG-FILE.
       01 RUNLG-REC.
           COPY CPRUNLG.

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
       01 TXNHST-STATUS     PIC X(02) VALUE "00".
       01 RUNLG-STATUS      PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".
       01 FUNCTION-RC       PIC S9(04) BINARY VALUE 0.

       01 MODE-SW           PIC X(01) VALUE SPACE.
           88 REBUILD-MODE  VALUE "R".
           88 VERIFY-MODE   VALUE "V".
       01 JRNL-EOF-SW       PIC X(01) VALUE "N".
           88 JRNL-EOF      VALUE "Y".
       01 HIST-EOF-SW       PIC X(01) VALUE "N".
           88 HIST-EOF      VALUE "Y".
       01 LEDGER-EOF-SW     PIC X(01) VALUE "N".
           88 LEDGER-EOF    VALUE "Y".
       01 SELECTED-SW       PIC X(01) VALUE "N".
           88 RECORD-SELECTED VALUE "Y".
       01 SEQUENCE-SW       PIC X(01) VALUE "N".
           88 OUT-OF-SEQUENCE VALUE "Y".
       01 HIST-OPEN-SW      PIC X(01) VALUE "N".
           88 HIST-OPEN     VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 FROM-DATE         PIC X(08) VALUE SPACES.
       01 TO-DATE           PIC X(08) VALUE SPACES.
       01 CUTOFF-DATE       PIC X(08) VALUE SPACES.
       01 RETENTION-DAYS    PIC 9(04) VALUE 90.
       01 DATE-NUM          PIC 9(08) VALUE 0.
       01 DATE-INT          PIC 9(07) VALUE 0.
       01 WIN-DATE-INT      PIC 9(07) VALUE 0.
       01 CUTOFF-STEPS      PIC 9(05) COMP VALUE 0.
       01 CUTOFF-SW         PIC X(01) VALUE "N".
           88 CUTOFF-FOUND  VALUE "Y".

       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
       01 BDAY-PARMS.
           COPY CPBDAY.

      * Routing windows off the run-state ledger: one per business
      * date and cycle, ending when its last routing entry ended
      * (high values while one is still running). Kept in order of
      * that end, so a journal timestamp's cycle is the first window
      * ending at or after it.
       01 WIN-TABLE.
           05 WIN-CNT          PIC 9(04) COMP VALUE 0.
           05 WIN-ENTRY OCCURS 800 TIMES.
               10 WIN-DATE        PIC X(08).
               10 WIN-CYCLE       PIC 9(02).
               10 WIN-END-TS      PIC X(20).
       01 WIN-HOLD.
           05 WH-DATE          PIC X(08).
           05 WH-CYCLE         PIC 9(02).
           05 WH-END-TS        PIC X(20).
       01 WIN-IDX           PIC 9(04) COMP VALUE 0.
       01 WIN-SRCH          PIC 9(04) COMP VALUE 0.
       01 WIN-LO            PIC 9(04) COMP VALUE 0.
       01 WIN-HI            PIC 9(04) COMP VALUE 0.
       01 WIN-MID           PIC 9(04) COMP VALUE 0.
       01 LEDGER-FROM-DATE  PIC X(08) VALUE SPACES.
       01 LEDGER-TO-DATE    PIC X(08) VALUE SPACES.
       01 ENTRY-END-TS      PIC X(20) VALUE SPACES.

      * The journal record in hand and the key group being built -
      * per cycle, the first (earliest) journal record of the key.
       01 JRN-DATE          PIC X(08) VALUE SPACES.
       01 JRN-KEY           PIC X(12) VALUE SPACES.
       01 JRN-CYCLE         PIC 9(02) VALUE 0.
       01 GROUP-KEY         PIC X(12) VALUE SPACES.
       01 GROUP-KEY-PARTS REDEFINES GROUP-KEY.
           05 GRP-ITEM01-01    PIC X(06).
           05 GRP-ITEM01-02    PIC X(06).
       01 GRP-TABLE.
           05 GRP-CYC OCCURS 99 TIMES.
               10 GRP-DATE        PIC X(08).
               10 GRP-TS          PIC X(20).
               10 GRP-MATCHED     PIC X(01).
       01 GRP-MAX           PIC 9(02) VALUE 0.
       01 GRP-IDX           PIC 9(02) VALUE 0.

      * The history record in hand, verify mode.
       01 HIST-KEY12        PIC X(12) VALUE SPACES.
       01 HIST-CYCLE        PIC 9(02) VALUE 0.
       01 HIST-DATE         PIC X(08) VALUE SPACES.

       01 JRNL-READ-CNT     PIC 9(09) VALUE 0.
       01 REPLAY-CNT        PIC 9(09) VALUE 0.
       01 BAD-STAMP-CNT     PIC 9(09) VALUE 0.
       01 RETAIN-SKIP-CNT   PIC 9(09) VALUE 0.
       01 RANGE-SKIP-CNT    PIC 9(09) VALUE 0.
       01 NO-CYCLE-CNT      PIC 9(09) VALUE 0.
       01 KEY-CNT           PIC 9(09) VALUE 0.
       01 WRITTEN-CNT       PIC 9(09) VALUE 0.
       01 PRESENT-CNT       PIC 9(09) VALUE 0.
       01 EARLIER-KEPT-CNT  PIC 9(09) VALUE 0.
       01 CORRECTED-CNT     PIC 9(09) VALUE 0.
       01 WRITE-FAIL-CNT    PIC 9(09) VALUE 0.
       01 HIST-READ-CNT     PIC 9(09) VALUE 0.
       01 AGREE-CNT         PIC 9(09) VALUE 0.
       01 MISSING-CNT       PIC 9(09) VALUE 0.
       01 NO-TRAIL-CNT      PIC 9(09) VALUE 0.
       01 MISMATCH-CNT      PIC 9(09) VALUE 0.
       01 NOT-CHECKED-CNT   PIC 9(09) VALUE 0.
       01 DIFF-CNT          PIC 9(09) VALUE 0.
       01 DIFF-ED           PIC ZZZ,ZZZ,ZZ9.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.

       01 HEADING-1.
           05 FILLER           PIC X(38)
               VALUE "THIST01   TRANSACTION HISTORY        ".
           05 HDG1-MODE        PIC X(07).
           05 FILLER           PIC X(14) VALUE "  JOURNAL FROM".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HDG1-FROM        PIC X(08).
           05 FILLER           PIC X(04) VALUE " TO ".
           05 HDG1-TO          PIC X(08).
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(23) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 HEADING-2.
           05 FILLER           PIC X(40)
               VALUE "  ITEM01-01/02   CYC FINDING           ".
           05 FILLER           PIC X(40)
               VALUE "              HISTORY   JOURNAL        ".
           05 FILLER           PIC X(52) VALUE SPACES.

       01 DETAIL-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-ITEM01-01    PIC X(06).
           05 FILLER           PIC X(01) VALUE "/".
           05 DTL-ITEM01-02    PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-CYCLE        PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-FINDING      PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-HIST-DATE    PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-JRNL-TS      PIC X(20).
           05 FILLER           PIC X(49) VALUE SPACES.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(110).
           05 FILLER           PIC X(20) VALUE SPACES.

       01 COUNT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CNT-TEXT         PIC X(40).
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

           IF FUNCTION-RC < 12
               IF VERIFY-MODE
                   PERFORM 5100-READ-HISTORY
               END-IF
               PERFORM 2000-READ-JOURNAL
               PERFORM UNTIL JRNL-EOF
                   PERFORM 3000-TAKE-RECORD
                   PERFORM 2000-READ-JOURNAL
               END-PERFORM
               IF GROUP-KEY NOT = SPACES
                       AND NOT OUT-OF-SEQUENCE
                   PERFORM 3200-CLOSE-GROUP
               END-IF
               IF VERIFY-MODE
                       AND NOT OUT-OF-SEQUENCE
                   PERFORM 5900-VERIFY-REMAINDER
               END-IF
               PERFORM 7000-PRINT-TOTALS
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN THIST01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-READ-CARD.

           IF FUNCTION-RC < 12
               PERFORM 1200-FIND-RETENTION-CUTOFF
           END-IF.

           IF FUNCTION-RC < 12
               PERFORM 1300-OPEN-FILES
           END-IF.

           IF FUNCTION-RC < 12
               PERFORM 1400-LOAD-ROUTING-WINDOWS
           END-IF.

       1100-READ-CARD.

           MOVE SPACES TO HIST-CARD-REC.
           OPEN INPUT HIST-CARD-FILE.
           IF CARD-STATUS = "00"
               READ HIST-CARD-FILE
                   AT END
                       MOVE SPACES TO HIST-CARD-REC
               END-READ
               CLOSE HIST-CARD-FILE
           END-IF.

           MOVE HCRD-FUNCTION TO MODE-SW.
           IF NOT REBUILD-MODE
                   AND NOT VERIFY-MODE
               DISPLAY 'THIST01 - HISTCARD COL 1 MUST BE R OR V: "'
                   HCRD-FUNCTION '"'
               MOVE 12 TO FUNCTION-RC
           END-IF.

           IF HCRD-RETENTION NOT = SPACES
               IF HCRD-RETENTION IS NUMERIC
                       AND HCRD-RETENTION NOT = "0000"
                   MOVE HCRD-RETENTION TO RETENTION-DAYS
               ELSE
                   DISPLAY 'THIST01 - INVALID RETENTION ON HISTCARD: "'
                       HCRD-RETENTION '"'
                   MOVE 12 TO FUNCTION-RC
               END-IF
           END-IF.

           MOVE HCRD-FROM-DATE TO FROM-DATE.
           IF HCRD-TO-DATE = SPACES
               MOVE RUN-DATE TO TO-DATE
           ELSE
               MOVE HCRD-TO-DATE TO TO-DATE
           END-IF.
           IF (FROM-DATE NOT = SPACES
                   AND FROM-DATE IS NOT NUMERIC)
                   OR TO-DATE IS NOT NUMERIC
               DISPLAY 'THIST01 - INVALID DATE RANGE ON HISTCARD: "'
                   HCRD-FROM-DATE '" TO "' HCRD-TO-DATE '"'
               MOVE 12 TO FUNCTION-RC
           END-IF.

      * The oldest run date TPURG01 still keeps: step back a day at a
      * time until the business-day age passes the retention.
       1200-FIND-RETENTION-CUTOFF.

           MOVE RUN-DATE TO DATE-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).
           MOVE "N" TO CUTOFF-SW.
           MOVE 0 TO CUTOFF-STEPS.
           PERFORM UNTIL CUTOFF-FOUND
                   OR CUTOFF-STEPS > 3700
               ADD 1 TO CUTOFF-STEPS
               SUBTRACT 1 FROM DATE-INT
               COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DATE-INT)
               MOVE "C" TO BDAY-FUNCTION
               MOVE "ALL" TO BDAY-CURRENCY
               MOVE DATE-NUM TO BDAY-FROM-DATE
               MOVE RUN-DATE TO BDAY-TO-DATE
               CALL PGMBDAY USING BDAY-PARMS
               IF BDAY-BAD-DATE
                       OR BDAY-DAYS > RETENTION-DAYS
                   SET CUTOFF-FOUND TO TRUE
               END-IF
           END-PERFORM.
           ADD 1 TO DATE-INT.
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DATE-INT).
           MOVE DATE-NUM TO CUTOFF-DATE.

           IF FROM-DATE = SPACES
               MOVE CUTOFF-DATE TO FROM-DATE
           ELSE
           IF FROM-DATE < CUTOFF-DATE
               DISPLAY 'THIST01 - FROM DATE ' FROM-DATE
                   ' IS OUTSIDE THE RETENTION WINDOW, USING '
                   CUTOFF-DATE
               MOVE CUTOFF-DATE TO FROM-DATE
           END-IF
           END-IF.

           IF FROM-DATE > TO-DATE
               DISPLAY 'THIST01 - NOTHING TO DO: FROM ' FROM-DATE
                   ' IS AFTER TO ' TO-DATE
               MOVE 12 TO FUNCTION-RC
           END-IF.

           DISPLAY 'THIST01 - RETENTION ' RETENTION-DAYS
               ' BUSINESS DAYS, OLDEST KEPT RUN DATE ' CUTOFF-DATE.
           DISPLAY 'THIST01 - JOURNAL DATES ' FROM-DATE ' TO '
               TO-DATE.

       1300-OPEN-FILES.

           OPEN INPUT JOURNAL-IN-FILE.
           IF JRNLIN-STATUS NOT = "00"
               DISPLAY 'THIST01 - OPEN FAILED ON JRNLIN STATUS='
                   JRNLIN-STATUS
               MOVE 12 TO FUNCTION-RC
           END-IF.

           OPEN INPUT RUNLG-FILE.
           IF RUNLG-STATUS NOT = "00"
               DISPLAY 'THIST01 - OPEN FAILED ON RUNLGVS STATUS='
                   RUNLG-STATUS ' - CYCLES CANNOT BE PLACED'
               MOVE 12 TO FUNCTION-RC
           END-IF.

           IF REBUILD-MODE
               OPEN I-O TXN-HIST-FILE
           ELSE
               OPEN INPUT TXN-HIST-FILE
           END-IF.
           IF TXNHST-STATUS = "00"
               SET HIST-OPEN TO TRUE
           ELSE
               DISPLAY 'THIST01 - OPEN FAILED ON TXNHIST STATUS='
                   TXNHST-STATUS
               MOVE 12 TO FUNCTION-RC
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY 'THIST01 - OPEN FAILED ON HISTRPT STATUS='
                   REPORT-STATUS
               MOVE 12 TO FUNCTION-RC
           END-IF.

      ******************************************************************
      * The ledger is keyed business date first. A cycle's routing
      * can run on the day after its business date, so the windows
      * are taken from a week either side of the journal range.
      ******************************************************************
       1400-LOAD-ROUTING-WINDOWS.

           MOVE FROM-DATE TO DATE-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM) - 7.
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DATE-INT).
           MOVE DATE-NUM TO LEDGER-FROM-DATE.
           MOVE TO-DATE TO DATE-NUM.
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM) + 7.
           COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DATE-INT).
           MOVE DATE-NUM TO LEDGER-TO-DATE.

           MOVE LOW-VALUES TO RUNLG-KEY.
           MOVE LEDGER-FROM-DATE TO RUNLG-DATE.
           MOVE "N" TO LEDGER-EOF-SW.
           START RUNLG-FILE KEY IS NOT LESS THAN RUNLG-KEY
               INVALID KEY
                   SET LEDGER-EOF TO TRUE
           END-START.

           PERFORM UNTIL LEDGER-EOF
               READ RUNLG-FILE NEXT RECORD
                   AT END
                       SET LEDGER-EOF TO TRUE
                   NOT AT END
                       IF RUNLG-DATE > LEDGER-TO-DATE
                           SET LEDGER-EOF TO TRUE
                       ELSE
                       IF RUNLG-STEP(1:7) = "TMAIN01"
                           PERFORM 1410-TAKE-ROUTING-ENTRY
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 1450-ORDER-WINDOWS.

           DISPLAY 'THIST01 - ROUTING WINDOWS ON THE LEDGER: ' WIN-CNT.
           IF WIN-CNT = 0
               DISPLAY 'THIST01 - NO ROUTING ON THE RUN LEDGER FOR '
                   'THE RANGE - CYCLES CANNOT BE PLACED'
               MOVE 12 TO FUNCTION-RC
           END-IF.

      * TMAIN01 and its legs TMAIN01A-F are adjacent on the ledger
      * for a date and cycle, so they fold into the last window.
       1410-TAKE-ROUTING-ENTRY.

           IF RUNLG-STARTED
               MOVE HIGH-VALUES TO ENTRY-END-TS
           ELSE
               MOVE RUNLG-END-TS TO ENTRY-END-TS
           END-IF.

           IF WIN-CNT > 0
               IF WIN-DATE(WIN-CNT) = RUNLG-DATE
                       AND WIN-CYCLE(WIN-CNT) = RUNLG-CYCLE
                   IF ENTRY-END-TS > WIN-END-TS(WIN-CNT)
                       MOVE ENTRY-END-TS TO WIN-END-TS(WIN-CNT)
                   END-IF
               ELSE
                   PERFORM 1420-ADD-WINDOW
               END-IF
           ELSE
               PERFORM 1420-ADD-WINDOW
           END-IF.

       1420-ADD-WINDOW.

           IF WIN-CNT < 800
               ADD 1 TO WIN-CNT
               MOVE RUNLG-DATE TO WIN-DATE(WIN-CNT)
               MOVE RUNLG-CYCLE TO WIN-CYCLE(WIN-CNT)
               MOVE ENTRY-END-TS TO WIN-END-TS(WIN-CNT)
           ELSE
               DISPLAY 'THIST01 - OVER 800 ROUTING WINDOWS, '
                   'NARROW THE DATE RANGE'
               SET LEDGER-EOF TO TRUE
               MOVE 12 TO FUNCTION-RC
           END-IF.

      * Insertion sort on the end timestamp - the ledger order is
      * all but this order already.
       1450-ORDER-WINDOWS.

           PERFORM VARYING WIN-IDX FROM 2 BY 1
                   UNTIL WIN-IDX > WIN-CNT
               MOVE WIN-ENTRY(WIN-IDX) TO WIN-HOLD
               MOVE WIN-IDX TO WIN-SRCH
               PERFORM UNTIL WIN-SRCH < 2
                       OR WIN-END-TS(WIN-SRCH - 1) NOT > WH-END-TS
                   MOVE WIN-ENTRY(WIN-SRCH - 1) TO WIN-ENTRY(WIN-SRCH)
                   SUBTRACT 1 FROM WIN-SRCH
               END-PERFORM
               MOVE WIN-HOLD TO WIN-ENTRY(WIN-SRCH)
           END-PERFORM.

      ******************************************************************
      * Next journal record that counts toward history, with its
      * cycle placed.
      ******************************************************************
       2000-READ-JOURNAL.

           MOVE "N" TO SELECTED-SW.
           PERFORM UNTIL JRNL-EOF
                   OR RECORD-SELECTED
               READ JOURNAL-IN-FILE
                   AT END
                       SET JRNL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO JRNL-READ-CNT
                       PERFORM 2100-SELECT-RECORD
               END-READ
           END-PERFORM.

       2100-SELECT-RECORD.

           MOVE JRNL-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE JRNL-IN-ITEM01-01 TO JRN-KEY(1:6).
           MOVE JRNL-IN-ITEM01-02 TO JRN-KEY(7:6).

           IF JRNL-REPLAY-FLAG = "R"
               ADD 1 TO REPLAY-CNT
           ELSE
           IF JRN-DATE IS NOT NUMERIC
               ADD 1 TO BAD-STAMP-CNT
           ELSE
           IF JRN-DATE < CUTOFF-DATE
               ADD 1 TO RETAIN-SKIP-CNT
           ELSE
           IF JRN-DATE < FROM-DATE
                   OR JRN-DATE > TO-DATE
               ADD 1 TO RANGE-SKIP-CNT
           ELSE
               PERFORM 2200-FIND-CYCLE
               IF JRN-CYCLE = 0
                   ADD 1 TO NO-CYCLE-CNT
                   MOVE JRNL-IN-ITEM01-01 TO DTL-ITEM01-01
                   MOVE JRNL-IN-ITEM01-02 TO DTL-ITEM01-02
                   MOVE SPACES TO DTL-CYCLE
                   MOVE "CYCLE NOT ON THE RUN LEDGER" TO DTL-FINDING
                   MOVE SPACES TO DTL-HIST-DATE
                   MOVE JRNL-TIMESTAMP TO DTL-JRNL-TS
                   PERFORM 6100-PRINT-DETAIL
               ELSE
                   SET RECORD-SELECTED TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The first window ending at or after the journal timestamp. It
      * must belong to the record's date or up to three days before
      * - otherwise the ledger has no routing for the record at all
      * and the window found is some later cycle's.
       2200-FIND-CYCLE.

           MOVE 0 TO JRN-CYCLE.
           MOVE 1 TO WIN-LO.
           COMPUTE WIN-HI = WIN-CNT + 1.
           PERFORM UNTIL WIN-LO NOT < WIN-HI
               COMPUTE WIN-MID = (WIN-LO + WIN-HI) / 2
               IF WIN-END-TS(WIN-MID) < JRNL-TIMESTAMP
                   COMPUTE WIN-LO = WIN-MID + 1
               ELSE
                   MOVE WIN-MID TO WIN-HI
               END-IF
           END-PERFORM.

           IF WIN-LO NOT > WIN-CNT
               MOVE JRN-DATE TO DATE-NUM
               COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
               MOVE WIN-DATE(WIN-LO) TO DATE-NUM
               COMPUTE WIN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(DATE-NUM)
               IF DATE-INT NOT < WIN-DATE-INT
                       AND DATE-INT - WIN-DATE-INT NOT > 3
                   MOVE WIN-CYCLE(WIN-LO) TO JRN-CYCLE
      * TMAIN01 runs a cycle number of zero as cycle 01.
                   IF JRN-CYCLE = 0
                       MOVE 1 TO JRN-CYCLE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Key groups. A key's records arrive together and oldest first;
      * each cycle keeps the first one seen.
      ******************************************************************
       3000-TAKE-RECORD.

           IF JRN-KEY NOT = GROUP-KEY
               IF GROUP-KEY NOT = SPACES
                   IF JRN-KEY < GROUP-KEY
                       PERFORM 3900-SEQUENCE-ERROR
                   ELSE
                       PERFORM 3200-CLOSE-GROUP
                   END-IF
               END-IF
               MOVE JRN-KEY TO GROUP-KEY
               MOVE SPACES TO GRP-TABLE
               MOVE 0 TO GRP-MAX
               ADD 1 TO KEY-CNT
           END-IF.

           IF NOT OUT-OF-SEQUENCE
               IF GRP-DATE(JRN-CYCLE) = SPACES
                   MOVE JRN-DATE TO GRP-DATE(JRN-CYCLE)
                   MOVE JRNL-TIMESTAMP TO GRP-TS(JRN-CYCLE)
                   IF JRN-CYCLE > GRP-MAX
                       MOVE JRN-CYCLE TO GRP-MAX
                   END-IF
               END-IF
           END-IF.

       3200-CLOSE-GROUP.

           IF REBUILD-MODE
               PERFORM VARYING GRP-IDX FROM 1 BY 1
                       UNTIL GRP-IDX > GRP-MAX
                   IF GRP-DATE(GRP-IDX) NOT = SPACES
                       PERFORM 4100-WRITE-HISTORY
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 5000-VERIFY-GROUP
           END-IF.

      * An unsorted journal would turn every later key into a false
      * finding - stop reading and say so.
       3900-SEQUENCE-ERROR.

           DISPLAY 'THIST01 - JRNLIN NOT IN KEY ORDER AT '
               JRN-KEY ' AFTER ' GROUP-KEY ' - RUN STOPPED'.
           SET OUT-OF-SEQUENCE TO TRUE.
           SET JRNL-EOF TO TRUE.
           MOVE 12 TO FUNCTION-RC.
           MOVE "JOURNAL INPUT OUT OF KEY ORDER - RUN INCOMPLETE"
               TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.

      ******************************************************************
      * Rebuild. A key already on file is this processing's record
      * unless it carries a later date than the journal proves.
      ******************************************************************
       4100-WRITE-HISTORY.

           MOVE GRP-ITEM01-01 TO TXNH-ITEM01-01.
           MOVE GRP-ITEM01-02 TO TXNH-ITEM01-02.
           MOVE GRP-IDX TO TXNH-CYCLE-NO.
           MOVE GRP-DATE(GRP-IDX) TO TXNH-RUN-DATE.
           WRITE TXN-HIST-REC
               INVALID KEY
                   IF TXNHST-STATUS = "22"
                       PERFORM 4200-RECONCILE-EXISTING
                   ELSE
                       PERFORM 4300-WRITE-FAILED
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-CNT
           END-WRITE.

       4200-RECONCILE-EXISTING.

           READ TXN-HIST-FILE
               INVALID KEY
                   PERFORM 4300-WRITE-FAILED
               NOT INVALID KEY
                   IF TXNH-RUN-DATE = GRP-DATE(GRP-IDX)
                       ADD 1 TO PRESENT-CNT
                   ELSE
                   IF TXNH-RUN-DATE < GRP-DATE(GRP-IDX)
                       ADD 1 TO EARLIER-KEPT-CNT
                   ELSE
                       MOVE TXNH-RUN-DATE TO DTL-HIST-DATE
                       MOVE GRP-DATE(GRP-IDX) TO TXNH-RUN-DATE
                       REWRITE TXN-HIST-REC
                       IF TXNHST-STATUS = "00"
                           ADD 1 TO CORRECTED-CNT
                           MOVE "RUN DATE CORRECTED TO JOURNAL"
                               TO DTL-FINDING
                           PERFORM 4400-PRINT-GROUP-DETAIL
                       ELSE
                           PERFORM 4300-WRITE-FAILED
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       4300-WRITE-FAILED.

           ADD 1 TO WRITE-FAIL-CNT.
           MOVE SPACES TO DTL-HIST-DATE.
           MOVE "NOT WRITTEN, STATUS" TO DTL-FINDING.
           MOVE TXNHST-STATUS TO DTL-FINDING(21:2).
           PERFORM 4400-PRINT-GROUP-DETAIL.

       4400-PRINT-GROUP-DETAIL.

           MOVE GRP-ITEM01-01 TO DTL-ITEM01-01.
           MOVE GRP-ITEM01-02 TO DTL-ITEM01-02.
           MOVE GRP-IDX TO DTL-CYCLE.
           MOVE GRP-TS(GRP-IDX) TO DTL-JRNL-TS.
           PERFORM 6100-PRINT-DETAIL.

      ******************************************************************
      * Verify - balance line of the key group against the history
      * file, both in key order.
      ******************************************************************
       5000-VERIFY-GROUP.

           PERFORM UNTIL HIST-KEY12 NOT < GROUP-KEY
               PERFORM 5200-HISTORY-ONLY
               PERFORM 5100-READ-HISTORY
           END-PERFORM.

           PERFORM UNTIL HIST-KEY12 NOT = GROUP-KEY
               IF HIST-CYCLE > 0
                   MOVE HIST-CYCLE TO GRP-IDX
                   IF GRP-DATE(GRP-IDX) NOT = SPACES
                       PERFORM 5300-COMPARE
                       MOVE "Y" TO GRP-MATCHED(GRP-IDX)
                   ELSE
                       PERFORM 5200-HISTORY-ONLY
                   END-IF
               ELSE
                   PERFORM 5200-HISTORY-ONLY
               END-IF
               PERFORM 5100-READ-HISTORY
           END-PERFORM.

           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > GRP-MAX
               IF GRP-DATE(GRP-IDX) NOT = SPACES
                       AND GRP-MATCHED(GRP-IDX) NOT = "Y"
                   ADD 1 TO MISSING-CNT
                   MOVE "MISSING FROM HISTORY" TO DTL-FINDING
                   MOVE SPACES TO DTL-HIST-DATE
                   PERFORM 4400-PRINT-GROUP-DETAIL
               END-IF
           END-PERFORM.

       5100-READ-HISTORY.

           READ TXN-HIST-FILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ.

           IF HIST-EOF
               MOVE HIGH-VALUES TO HIST-KEY12
               MOVE 0 TO HIST-CYCLE
               MOVE SPACES TO HIST-DATE
           ELSE
               ADD 1 TO HIST-READ-CNT
               MOVE TXNH-ITEM01-01 TO HIST-KEY12(1:6)
               MOVE TXNH-ITEM01-02 TO HIST-KEY12(7:6)
               MOVE TXNH-CYCLE-NO TO HIST-CYCLE
               MOVE TXNH-RUN-DATE TO HIST-DATE
           END-IF.

      * Only a record dated inside the journal range should have a
      * trail in it.
       5200-HISTORY-ONLY.

           IF HIST-DATE NOT < FROM-DATE
                   AND HIST-DATE NOT > TO-DATE
               ADD 1 TO NO-TRAIL-CNT
               MOVE HIST-KEY12(1:6) TO DTL-ITEM01-01
               MOVE HIST-KEY12(7:6) TO DTL-ITEM01-02
               MOVE HIST-CYCLE TO DTL-CYCLE
               MOVE "NO JOURNAL TRAIL" TO DTL-FINDING
               MOVE HIST-DATE TO DTL-HIST-DATE
               MOVE SPACES TO DTL-JRNL-TS
               PERFORM 6100-PRINT-DETAIL
           ELSE
               ADD 1 TO NOT-CHECKED-CNT
           END-IF.

      * History dated before the range and before the journal's
      * first sight of the key is a first processing the range
      * cannot see - it agrees as far as the journal can tell.
       5300-COMPARE.

           IF HIST-DATE = GRP-DATE(GRP-IDX)
               ADD 1 TO AGREE-CNT
           ELSE
           IF HIST-DATE < FROM-DATE
                   AND HIST-DATE < GRP-DATE(GRP-IDX)
               ADD 1 TO AGREE-CNT
           ELSE
               ADD 1 TO MISMATCH-CNT
               MOVE "RUN DATE MISMATCH" TO DTL-FINDING
               MOVE HIST-DATE TO DTL-HIST-DATE
               PERFORM 4400-PRINT-GROUP-DETAIL
           END-IF
           END-IF.

       5900-VERIFY-REMAINDER.

           PERFORM UNTIL HIST-EOF
               PERFORM 5200-HISTORY-ONLY
               PERFORM 5100-READ-HISTORY
           END-PERFORM.

       6000-PRINT-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6100-PRINT-DETAIL.

           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

       6200-PRINT-TEXT-LINE.

           MOVE TEXT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SPACES TO TXT-TEXT.

       6400-PRINT-COUNT-LINE.

           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

      * The line waiting in REPORT-REC is written after the headings,
      * so it is kept in the text line meanwhile.
       6500-PRINT-HEADINGS.

           MOVE REPORT-REC TO TEXT-LINE.
           ADD 1 TO PAGE-CNT.
           IF REBUILD-MODE
               MOVE "REBUILD" TO HDG1-MODE
           ELSE
               MOVE "VERIFY" TO HDG1-MODE
           END-IF.
           MOVE FROM-DATE TO HDG1-FROM.
           MOVE TO-DATE TO HDG1-TO.
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
           WRITE REPORT-REC FROM HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-CNT.
           MOVE TEXT-LINE TO REPORT-REC.
           MOVE SPACES TO TXT-TEXT.

       7000-PRINT-TOTALS.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "JOURNAL RECORDS READ" TO CNT-TEXT.
           MOVE JRNL-READ-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "  REPLAY RECORDS PASSED OVER" TO CNT-TEXT.
           MOVE REPLAY-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "  OLDER THAN THE RETENTION WINDOW" TO CNT-TEXT.
           MOVE RETAIN-SKIP-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "  OUTSIDE THE DATE RANGE" TO CNT-TEXT.
           MOVE RANGE-SKIP-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "  TIMESTAMP NOT A DATE" TO CNT-TEXT.
           MOVE BAD-STAMP-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "  CYCLE NOT ON THE RUN LEDGER" TO CNT-TEXT.
           MOVE NO-CYCLE-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "TRANSACTION KEYS IN THE JOURNAL" TO CNT-TEXT.
           MOVE KEY-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.

           IF REBUILD-MODE
               MOVE "HISTORY RECORDS WRITTEN" TO CNT-TEXT
               MOVE WRITTEN-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               MOVE "ALREADY ON FILE AS THE JOURNAL SHOWS" TO CNT-TEXT
               MOVE PRESENT-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               MOVE "ON FILE FROM AN EARLIER PROCESSING" TO CNT-TEXT
               MOVE EARLIER-KEPT-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               MOVE "RUN DATE CORRECTED TO THE JOURNAL" TO CNT-TEXT
               MOVE CORRECTED-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               MOVE "NOT WRITTEN - FILE ERROR" TO CNT-TEXT
               MOVE WRITE-FAIL-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
           ELSE
               MOVE "HISTORY RECORDS READ" TO CNT-TEXT
               MOVE HIST-READ-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               MOVE "AGREE WITH THE JOURNAL" TO CNT-TEXT
               MOVE AGREE-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               MOVE "MISSING FROM HISTORY" TO CNT-TEXT
               MOVE MISSING-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               MOVE "NO JOURNAL TRAIL" TO CNT-TEXT
               MOVE NO-TRAIL-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               MOVE "RUN DATE MISMATCH" TO CNT-TEXT
               MOVE MISMATCH-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               MOVE "DATED OUTSIDE THE RANGE, NOT CHECKED" TO CNT-TEXT
               MOVE NOT-CHECKED-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
               IF NO-CYCLE-CNT > 0
                   MOVE "HISTORY OF A CYCLE NOT ON THE LEDGER SHOWS AS"
                       TO TXT-TEXT
                   MOVE "NO JOURNAL TRAIL ABOVE" TO TXT-TEXT(47:22)
                   PERFORM 6200-PRINT-TEXT-LINE
               END-IF
           END-IF.

       8000-TERMINATION.

           IF FUNCTION-RC < 12
               PERFORM 8100-SET-OUTCOME
           END-IF.

           IF JRNLIN-STATUS NOT = "35"
               CLOSE JOURNAL-IN-FILE
           END-IF.
           IF RUNLG-STATUS NOT = "35"
               CLOSE RUNLG-FILE
           END-IF.
           IF HIST-OPEN
               CLOSE TXN-HIST-FILE
           END-IF.
           IF REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.
           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           MOVE FUNCTION-RC TO RETURN-CODE.

           DISPLAY '** END THIST01'.

       8100-SET-OUTCOME.

           IF NO-CYCLE-CNT > 0
               MOVE 4 TO FUNCTION-RC
           END-IF.

           IF REBUILD-MODE
               IF CORRECTED-CNT > 0
                   MOVE 4 TO FUNCTION-RC
               END-IF
               IF WRITE-FAIL-CNT > 0
                   MOVE 8 TO FUNCTION-RC
               END-IF
               MOVE WRITTEN-CNT TO DIFF-ED
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "HISTRBLD" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING "TXNHIST REBUILT " DELIMITED BY SIZE
                      FROM-DATE DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      TO-DATE DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      DIFF-ED DELIMITED BY SIZE
                      " RECORDS WRITTEN" DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 9000-WRITE-ALERT
           ELSE
               COMPUTE DIFF-CNT = MISSING-CNT + NO-TRAIL-CNT
                   + MISMATCH-CNT
               IF DIFF-CNT > 0
                   MOVE 8 TO FUNCTION-RC
                   MOVE DIFF-CNT TO DIFF-ED
                   MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
                   MOVE "HISTDIFF" TO ALRT-CODE OF ALERT-WORK
                   MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
                   STRING "TXNHIST DISAGREES WITH THE JOURNAL "
                              DELIMITED BY SIZE
                          "ARCHIVE: " DELIMITED BY SIZE
                          DIFF-ED DELIMITED BY SIZE
                          " KEYS" DELIMITED BY SIZE
                       INTO ALRT-TEXT OF ALERT-WORK
                   END-STRING
                   PERFORM 9000-WRITE-ALERT
               END-IF
           END-IF.

           DISPLAY 'THIST01 - JOURNAL READ=' JRNL-READ-CNT
               ' KEYS=' KEY-CNT ' NO CYCLE=' NO-CYCLE-CNT.
           IF REBUILD-MODE
               DISPLAY 'THIST01 - WRITTEN=' WRITTEN-CNT
                   ' PRESENT=' PRESENT-CNT
                   ' CORRECTED=' CORRECTED-CNT
                   ' FAILED=' WRITE-FAIL-CNT
           ELSE
               DISPLAY 'THIST01 - AGREE=' AGREE-CNT
                   ' MISSING=' MISSING-CNT
                   ' NO TRAIL=' NO-TRAIL-CNT
                   ' MISMATCH=' MISMATCH-CNT
           END-IF.

      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
      * beforehand. An unwritable alert file must never take the
      * run down - the condition code and SYSOUT still tell the
      * story.
       9000-WRITE-ALERT.

           IF NOT ALERT-FILE-OPEN
               OPEN EXTEND ALERT-FILE
               IF ALERT-STATUS = "00"
                   SET ALERT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'THIST01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "THIST01" TO ALRT-PROGRAM OF ALERT-WORK
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

           DISPLAY 'THIST01 - ALERT ' ALRT-CODE OF ALERT-WORK ': '
               ALRT-TEXT OF ALERT-WORK.

      *****************************************************
