      * number of cycles combined is printed in the run summary.
      * Replay-flagged records are skipped: the day's own
      * processing is what this report describes.
      * The reconciliation section also states the day's totals
      * per currency from TSUB06's settlement summary (SETTLIN),
      * each non-USD total beside its USD equivalent and the rate
      * TSUB06 applied, so the figure on this report is the figure
      * finance posts. A parallel cycle's legs are added together;
      * a rerun cycle counts only from its latest run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJECT-IN-FILE ASSIGN TO REJIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJIN-STATUS.
           SELECT SETTL-IN-FILE ASSIGN TO SETTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SETTLIN-STATUS.
           SELECT OPS-CARD-FILE ASSIGN TO OPSCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
       01 REJECT-IN-REC.
           COPY CPREJ01.

       FD  SETTL-IN-FILE
           RECORDING MODE IS F.
       01 SETTL-IN-REC.
           COPY CPSETTL.

       FD  OPS-CARD-FILE
           RECORDING MODE IS F.
       01 OPS-CARD-REC.
       WORKING-STORAGE SECTION.
       01 RUNSTAT-STATUS    PIC X(02) VALUE "00".
       01 REJIN-STATUS      PIC X(02) VALUE "00".
       01 SETTLIN-STATUS    PIC X(02) VALUE "00".
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".
       01 STATS-EOF-SW      PIC X(01) VALUE "N".
           88 STATS-EOF     VALUE "Y".
       01 REJ-EOF-SW        PIC X(01) VALUE "N".
           88 REJ-EOF       VALUE "Y".
       01 SETTL-EOF-SW      PIC X(01) VALUE "N".
           88 SETTL-EOF     VALUE "Y".
       01 SETTL-AVAIL-SW    PIC X(01) VALUE "N".
           88 SETTL-AVAIL   VALUE "Y".
       01 STATS-FOUND-SW    PIC X(01) VALUE "N".
           88 STATS-FOUND   VALUE "Y".
       01 RUNS-MERGED-CNT   PIC 9(02) VALUE 0.
           05 CYCLE-HOLD-CNT   PIC 9(02) COMP VALUE 0.
           05 CYCLE-HOLD-ENTRY OCCURS 10 TIMES.
               10 CH-CYCLE-NO     PIC 9(02).
               10 CH-STATS        PIC X(169).
       01 CYCLE-HOLD-IDX    PIC 9(02) COMP VALUE 0.
       01 CYCLE-FOUND-SW    PIC X(01) VALUE "N".
           88 CYCLE-FOUND   VALUE "Y".
       01 REJ-RC03-CNT      PIC 9(09) VALUE 0.
       01 REJ-OTHER-CNT     PIC 9(09) VALUE 0.

      * The date's settlement summary records, one per cycle,
      * leg, route and currency. A parallel cycle's legs each
      * write their own record for a route and currency, and those
      * ADD UP; a rerun of a cycle writes a later generation whose
      * record REPLACES the superseded run's for the same key -
      * the same last-per-cycle rule the run statistics follow,
      * decided on SETTL-RUN-TS rather than on generation order.
      * Four hundred slots is two cycles of six legs and the single
      * stream over the twenty route/currency pairs TSUB06 can
      * summarize, with room for the superseded runs.
       01 SETTL-HOLD-TABLE.
           05 SETTL-HOLD-CNT   PIC 9(04) COMP VALUE 0.
           05 SETTL-HOLD-ENTRY OCCURS 400 TIMES.
               10 SH-CYCLE-NO     PIC 9(02).
               10 SH-LEG          PIC X(01).
               10 SH-RUN-TS       PIC X(20).
               10 SH-ROUTE-CODE   PIC X(06).
               10 SH-CURRENCY     PIC X(03).
               10 SH-TXN-COUNT    PIC 9(09).
               10 SH-AMOUNT       PIC S9(09)V9(02).
               10 SH-FX-RATE      PIC 9(05)V9(06).
               10 SH-USD-AMOUNT   PIC S9(09)V9(02).
               10 SH-FX-STATUS    PIC X(01).
       01 SETTL-HOLD-IDX    PIC 9(04) COMP VALUE 0.
       01 SETTL-FOUND-SW    PIC X(01) VALUE "N".
           88 SETTL-FOUND   VALUE "Y".

      * The latest run seen for each cycle and leg (leg blank for
      * the single stream). A held record counts only if it came
      * from that run - a route the rerun no longer carries must
      * not survive from the superseded one - and, per cycle, only
      * the single stream or the legs count, whichever ran last.
       01 SETTL-RUN-TABLE.
           05 SETTL-RUN-CNT    PIC 9(02) COMP VALUE 0.
           05 SETTL-RUN-ENTRY OCCURS 60 TIMES.
               10 SR-CYCLE-NO     PIC 9(02).
               10 SR-LEG          PIC X(01).
               10 SR-RUN-TS       PIC X(20).
       01 SETTL-RUN-IDX     PIC 9(02) COMP VALUE 0.
       01 SETTL-RUN-FOUND-SW PIC X(01) VALUE "N".
           88 SETTL-RUN-FOUND VALUE "Y".
       01 SETTL-CURRENT-SW  PIC X(01) VALUE "N".
           88 SETTL-CURRENT VALUE "Y".
       01 OWN-RUN-TS        PIC X(20) VALUE SPACES.
       01 SINGLE-RUN-TS     PIC X(20) VALUE SPACES.
       01 LEGS-RUN-TS       PIC X(20) VALUE SPACES.

      * The held records summed per currency for printing.
       01 SETTL-CURR-TABLE.
           05 SETTL-CURR-CNT   PIC 9(02) COMP VALUE 0.
           05 SETTL-CURR-ENTRY OCCURS 10 TIMES.
               10 SC-CURRENCY     PIC X(03).
               10 SC-TXN-COUNT    PIC 9(09).
               10 SC-AMOUNT       PIC S9(11)V9(02).
               10 SC-USD-AMOUNT   PIC S9(11)V9(02).
               10 SC-FX-RATE      PIC 9(05)V9(06).
               10 SC-FX-STATUS    PIC X(01).
       01 SETTL-CURR-IDX    PIC 9(02) COMP VALUE 0.
       01 SETTL-CURR-FOUND-SW PIC X(01) VALUE "N".
           88 SETTL-CURR-FOUND VALUE "Y".
       01 DAY-USD-TOTAL     PIC S9(11)V9(02) VALUE 0.
       01 FX-MISSING-SW     PIC X(01) VALUE "N".
           88 FX-MISSING    VALUE "Y".
       01 FX-RATE-EDIT      PIC ZZZZ9.999999.

       01 ROUTE-PCT         PIC 999V99 VALUE 0.
       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
           05 LBL-PCT          PIC ZZ9.99.
           05 LBL-TAIL         PIC X(81) VALUE SPACES.

       01 FX-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FXL-CURRENCY     PIC X(03).
           05 FILLER           PIC X(08) VALUE "  COUNT=".
           05 FXL-COUNT        PIC ZZZZZZZZ9.
           05 FILLER           PIC X(09) VALUE "  AMOUNT=".
           05 FXL-AMOUNT       PIC X(13).
           05 FXL-USD-LABEL    PIC X(13).
           05 FXL-USD-AMOUNT   PIC X(13).
           05 FXL-RATE-LABEL   PIC X(07).
           05 FXL-RATE         PIC X(12).
           05 FILLER           PIC X(43) VALUE SPACES.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(70).

           PERFORM 2000-FIND-DAY-STATS.
           PERFORM 3000-COUNT-REJECT-REASONS.
           PERFORM 4000-LOAD-SETTLEMENT-TOTALS.

           PERFORM 5000-PRINT-REPORT.

               TO RUNST-AMOUNT-TOTAL OF DAY-STATS.
           ADD RUNST-ELAPSED-SEC OF HOLD-STATS
               TO RUNST-ELAPSED-SEC OF DAY-STATS.
           ADD RUNST-HELD-CNT OF HOLD-STATS
               TO RUNST-HELD-CNT OF DAY-STATS.

           IF RUNST-RESTART-SW OF HOLD-STATS = "Y"
               MOVE "Y" TO RUNST-RESTART-SW OF DAY-STATS
               END-EVALUATE
           END-IF.

       4000-LOAD-SETTLEMENT-TOTALS.

           OPEN INPUT SETTL-IN-FILE.
           IF SETTLIN-STATUS NOT = "00"
               DISPLAY 'TDOPS01 - SETTLEMENT SUMMARY UNAVAILABLE, '
                   'STATUS=' SETTLIN-STATUS
                   ' - CURRENCY TOTALS OMITTED'
           ELSE
               SET SETTL-AVAIL TO TRUE
               PERFORM UNTIL SETTL-EOF
                   READ SETTL-IN-FILE INTO SETTL-IN-REC
                       AT END
                           SET SETTL-EOF TO TRUE
                       NOT AT END
                           IF SETTL-RUN-DATE = REPORT-DATE
                                   AND SETTL-REPLAY-FLAG NOT = "R"
                               PERFORM 4100-HOLD-SETTLEMENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTL-IN-FILE
           END-IF.

           PERFORM VARYING SETTL-HOLD-IDX FROM 1 BY 1
                   UNTIL SETTL-HOLD-IDX > SETTL-HOLD-CNT
               PERFORM 4180-CHECK-CURRENT-RUN
               IF SETTL-CURRENT
                   PERFORM 4200-SUM-BY-CURRENCY
               END-IF
           END-PERFORM.

       4100-HOLD-SETTLEMENT-RECORD.

           PERFORM 4120-NOTE-SETTLEMENT-RUN.

           MOVE "N" TO SETTL-FOUND-SW.
           PERFORM VARYING SETTL-HOLD-IDX FROM 1 BY 1
                   UNTIL SETTL-HOLD-IDX > SETTL-HOLD-CNT
               IF SH-CYCLE-NO(SETTL-HOLD-IDX) = SETTL-CYCLE-NO
                       AND SH-LEG(SETTL-HOLD-IDX) = SETTL-LEG
                       AND SH-ROUTE-CODE(SETTL-HOLD-IDX)
                           = SETTL-ROUTE-CODE
                       AND SH-CURRENCY(SETTL-HOLD-IDX)
                           = SETTL-CURRENCY
                   SET SETTL-FOUND TO TRUE
      * An older run read after a newer one leaves the newer held.
                   IF SETTL-RUN-TS NOT < SH-RUN-TS(SETTL-HOLD-IDX)
                       PERFORM 4150-STORE-SETTLEMENT-RECORD
                   END-IF
                   MOVE SETTL-HOLD-CNT TO SETTL-HOLD-IDX
               END-IF
           END-PERFORM.

           IF NOT SETTL-FOUND
               IF SETTL-HOLD-CNT < 400
                   ADD 1 TO SETTL-HOLD-CNT
                   MOVE SETTL-HOLD-CNT TO SETTL-HOLD-IDX
                   PERFORM 4150-STORE-SETTLEMENT-RECORD
               ELSE
                   DISPLAY 'TDOPS01 - SETTLEMENT TABLE FULL, ROUTE '
                       SETTL-ROUTE-CODE ' ' SETTL-CURRENCY
                       ' NOT REPORTED'
               END-IF
           END-IF.

       4150-STORE-SETTLEMENT-RECORD.

           MOVE SETTL-CYCLE-NO TO SH-CYCLE-NO(SETTL-HOLD-IDX).
           MOVE SETTL-LEG TO SH-LEG(SETTL-HOLD-IDX).
           MOVE SETTL-RUN-TS TO SH-RUN-TS(SETTL-HOLD-IDX).
           MOVE SETTL-ROUTE-CODE TO SH-ROUTE-CODE(SETTL-HOLD-IDX).
           MOVE SETTL-CURRENCY TO SH-CURRENCY(SETTL-HOLD-IDX).
           MOVE SETTL-TXN-COUNT TO SH-TXN-COUNT(SETTL-HOLD-IDX).
           MOVE SETTL-AMOUNT TO SH-AMOUNT(SETTL-HOLD-IDX).
           MOVE SETTL-FX-RATE TO SH-FX-RATE(SETTL-HOLD-IDX).
           MOVE SETTL-USD-AMOUNT TO SH-USD-AMOUNT(SETTL-HOLD-IDX).
           MOVE SETTL-FX-STATUS TO SH-FX-STATUS(SETTL-HOLD-IDX).

       4120-NOTE-SETTLEMENT-RUN.

           MOVE "N" TO SETTL-RUN-FOUND-SW.
           PERFORM VARYING SETTL-RUN-IDX FROM 1 BY 1
                   UNTIL SETTL-RUN-IDX > SETTL-RUN-CNT
                      OR SETTL-RUN-FOUND
               IF SR-CYCLE-NO(SETTL-RUN-IDX) = SETTL-CYCLE-NO
                       AND SR-LEG(SETTL-RUN-IDX) = SETTL-LEG
                   SET SETTL-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF SETTL-RUN-FOUND
               SUBTRACT 1 FROM SETTL-RUN-IDX
               IF SETTL-RUN-TS > SR-RUN-TS(SETTL-RUN-IDX)
                   MOVE SETTL-RUN-TS TO SR-RUN-TS(SETTL-RUN-IDX)
               END-IF
           ELSE
               IF SETTL-RUN-CNT < 60
                   ADD 1 TO SETTL-RUN-CNT
                   MOVE SETTL-CYCLE-NO TO SR-CYCLE-NO(SETTL-RUN-CNT)
                   MOVE SETTL-LEG TO SR-LEG(SETTL-RUN-CNT)
                   MOVE SETTL-RUN-TS TO SR-RUN-TS(SETTL-RUN-CNT)
               ELSE
                   DISPLAY 'TDOPS01 - SETTLEMENT RUN TABLE FULL, '
                       'CYCLE ' SETTL-CYCLE-NO ' LEG ' SETTL-LEG
               END-IF
           END-IF.

      * A held record is current when it came from the latest run
      * of its cycle and leg, and that cycle's latest processing
      * was the same kind - single stream or parallel legs.
       4180-CHECK-CURRENT-RUN.

           MOVE SPACES TO OWN-RUN-TS.
           MOVE SPACES TO SINGLE-RUN-TS.
           MOVE SPACES TO LEGS-RUN-TS.
           PERFORM VARYING SETTL-RUN-IDX FROM 1 BY 1
                   UNTIL SETTL-RUN-IDX > SETTL-RUN-CNT
               IF SR-CYCLE-NO(SETTL-RUN-IDX)
                       = SH-CYCLE-NO(SETTL-HOLD-IDX)
                   IF SR-LEG(SETTL-RUN-IDX) = SH-LEG(SETTL-HOLD-IDX)
                       MOVE SR-RUN-TS(SETTL-RUN-IDX) TO OWN-RUN-TS
                   END-IF
                   IF SR-LEG(SETTL-RUN-IDX) = SPACE
                       MOVE SR-RUN-TS(SETTL-RUN-IDX) TO SINGLE-RUN-TS
                   ELSE
                       IF SR-RUN-TS(SETTL-RUN-IDX) > LEGS-RUN-TS
                           MOVE SR-RUN-TS(SETTL-RUN-IDX)
                               TO LEGS-RUN-TS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "N" TO SETTL-CURRENT-SW.
           IF SH-RUN-TS(SETTL-HOLD-IDX) = OWN-RUN-TS
               IF SH-LEG(SETTL-HOLD-IDX) = SPACE
                   IF SINGLE-RUN-TS NOT < LEGS-RUN-TS
                       SET SETTL-CURRENT TO TRUE
                   END-IF
               ELSE
                   IF LEGS-RUN-TS > SINGLE-RUN-TS
                       SET SETTL-CURRENT TO TRUE
                   END-IF
               END-IF
           END-IF.

      * A currency is stated as missing its rate if any cycle's
      * summary had none; otherwise the rate shown is the last
      * cycle's (every cycle of a date looks up the same rate).
       4200-SUM-BY-CURRENCY.

           MOVE "N" TO SETTL-CURR-FOUND-SW.
           PERFORM VARYING SETTL-CURR-IDX FROM 1 BY 1
                   UNTIL SETTL-CURR-IDX > SETTL-CURR-CNT
                      OR SETTL-CURR-FOUND
               IF SC-CURRENCY(SETTL-CURR-IDX)
                       = SH-CURRENCY(SETTL-HOLD-IDX)
                   SET SETTL-CURR-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF SETTL-CURR-FOUND
               SUBTRACT 1 FROM SETTL-CURR-IDX
           ELSE
               IF SETTL-CURR-CNT < 10
                   ADD 1 TO SETTL-CURR-CNT
                   MOVE SETTL-CURR-CNT TO SETTL-CURR-IDX
                   MOVE SH-CURRENCY(SETTL-HOLD-IDX)
                       TO SC-CURRENCY(SETTL-CURR-IDX)
                   MOVE 0 TO SC-TXN-COUNT(SETTL-CURR-IDX)
                   MOVE 0 TO SC-AMOUNT(SETTL-CURR-IDX)
                   MOVE 0 TO SC-USD-AMOUNT(SETTL-CURR-IDX)
                   MOVE SPACES TO SC-FX-STATUS(SETTL-CURR-IDX)
                   SET SETTL-CURR-FOUND TO TRUE
               ELSE
                   DISPLAY 'TDOPS01 - CURRENCY TABLE FULL, '
                       SH-CURRENCY(SETTL-HOLD-IDX) ' NOT REPORTED'
               END-IF
           END-IF.

           IF SETTL-CURR-FOUND
               ADD SH-TXN-COUNT(SETTL-HOLD-IDX)
                   TO SC-TXN-COUNT(SETTL-CURR-IDX)
               ADD SH-AMOUNT(SETTL-HOLD-IDX)
                   TO SC-AMOUNT(SETTL-CURR-IDX)
               ADD SH-USD-AMOUNT(SETTL-HOLD-IDX)
                   TO SC-USD-AMOUNT(SETTL-CURR-IDX)
               MOVE SH-FX-RATE(SETTL-HOLD-IDX)
                   TO SC-FX-RATE(SETTL-CURR-IDX)
               IF SH-FX-STATUS(SETTL-HOLD-IDX) = "M"
                   MOVE "M" TO SC-FX-STATUS(SETTL-CURR-IDX)
               END-IF
           END-IF.

       5000-PRINT-REPORT.

           IF REPORT-STATUS NOT = "00"
           ADD 1 TO LINE-CNT.
           MOVE SPACES TO LABEL-LINE.

       5180-PRINT-FX-LINE.

           IF LINE-CNT > PAGE-LIMIT
               PERFORM 5100-PRINT-HEADINGS
           END-IF.
           WRITE REPORT-REC FROM FX-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.

       5170-PRINT-TEXT-LINE.

           IF LINE-CNT > PAGE-LIMIT
           MOVE RUNST-ROUTE-TOT-CNT OF DAY-STATS TO LBL-VALUE.
           PERFORM 5160-PRINT-LABEL-LINE.

           MOVE "HELD OVER ROUTE LIMITS          " TO LBL-TEXT.
           MOVE RUNST-HELD-CNT OF DAY-STATS TO LBL-VALUE.
           PERFORM 5160-PRINT-LABEL-LINE.

      * One small paragraph per route rather than a table walk -
      * CPRUNST carries the counts as named fields, matching the
      * control report TMAIN01 prints.
           MOVE RUNST-RECS-READ OF DAY-STATS TO LBL-VALUE.
           PERFORM 5160-PRINT-LABEL-LINE.

           PERFORM 5700-PRINT-CURRENCY-TOTALS.

      * The run dollar total above adds every currency into one
      * figure; these are the day's totals as money, each non-USD
      * currency beside its USD equivalent at TSUB06's rate, and
      * the day stated in USD when every currency had a rate.
       5700-PRINT-CURRENCY-TOTALS.

           MOVE "TOTALS BY CURRENCY (SETTLEMENT SUMMARY)" TO TXT-TEXT.
           PERFORM 5170-PRINT-TEXT-LINE.

           IF NOT SETTL-AVAIL
               MOVE "SETTLEMENT SUMMARY NOT AVAILABLE" TO TXT-TEXT
               PERFORM 5170-PRINT-TEXT-LINE
           ELSE
           IF SETTL-CURR-CNT = 0
               MOVE "NO SETTLEMENT SUMMARY RECORDS FOR THIS DATE"
                   TO TXT-TEXT
               PERFORM 5170-PRINT-TEXT-LINE
           ELSE
               MOVE 0 TO DAY-USD-TOTAL
               MOVE "N" TO FX-MISSING-SW
               PERFORM VARYING SETTL-CURR-IDX FROM 1 BY 1
                       UNTIL SETTL-CURR-IDX > SETTL-CURR-CNT
                   PERFORM 5750-PRINT-ONE-CURRENCY
               END-PERFORM
               IF FX-MISSING
                   MOVE "NO DAY TOTAL IN USD - A CURRENCY HAD NO RATE"
                       TO TXT-TEXT
               ELSE
                   MOVE DAY-USD-TOTAL TO AMT-EDIT
                   STRING "DAY TOTAL IN USD = " DELIMITED BY SIZE
                       AMT-EDIT DELIMITED BY SIZE
                       INTO TXT-TEXT
                   END-STRING
               END-IF
               PERFORM 5170-PRINT-TEXT-LINE
           END-IF
           END-IF.

       5750-PRINT-ONE-CURRENCY.

           MOVE SPACES TO FXL-USD-LABEL.
           MOVE SPACES TO FXL-USD-AMOUNT.
           MOVE SPACES TO FXL-RATE-LABEL.
           MOVE SPACES TO FXL-RATE.
           MOVE SC-CURRENCY(SETTL-CURR-IDX) TO FXL-CURRENCY.
           MOVE SC-TXN-COUNT(SETTL-CURR-IDX) TO FXL-COUNT.
           MOVE SC-AMOUNT(SETTL-CURR-IDX) TO AMT-EDIT.
           MOVE AMT-EDIT TO FXL-AMOUNT.

           IF SC-CURRENCY(SETTL-CURR-IDX) = "USD"
               ADD SC-AMOUNT(SETTL-CURR-IDX) TO DAY-USD-TOTAL
           ELSE
               MOVE "  USD EQUIV= " TO FXL-USD-LABEL
               MOVE "  RATE=" TO FXL-RATE-LABEL
               IF SC-FX-STATUS(SETTL-CURR-IDX) = "M"
                   SET FX-MISSING TO TRUE
                   MOVE "  NOT STATED" TO FXL-USD-AMOUNT
                   MOVE "NO RATE" TO FXL-RATE
               ELSE
                   ADD SC-USD-AMOUNT(SETTL-CURR-IDX) TO DAY-USD-TOTAL
                   MOVE SC-USD-AMOUNT(SETTL-CURR-IDX) TO AMT-EDIT
                   MOVE AMT-EDIT TO FXL-USD-AMOUNT
                   MOVE SC-FX-RATE(SETTL-CURR-IDX) TO FX-RATE-EDIT
                   MOVE FX-RATE-EDIT TO FXL-RATE
               END-IF
           END-IF.

           PERFORM 5180-PRINT-FX-LINE.

       8000-TERMINATION.

           IF REPORT-STATUS = "00"
