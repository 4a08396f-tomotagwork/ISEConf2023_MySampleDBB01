               10 CT-CUR-CODE     PIC X(03).
               10 CT-TXN-COUNT    PIC 9(09).
               10 CT-AMOUNT       PIC S9(09)V9(02).
               10 CT-FX-RATE      PIC 9(05)V9(06).
               10 CT-FX-STATUS    PIC X(01).
       01 CURR-TOT-IDX     PIC 9(02) COMP VALUE 0.
       01 CURR-FOUND-SW    PIC X(01) VALUE "N".
           88 CURR-FOUND   VALUE "Y".

      * USD equivalents beside each currency's total. The rate is
      * the one TFXRT01 finds in force on the date the figures
      * belong to, looked up once per currency at report time and
      * carried on every settlement record of that currency, so
      * the reconciliation and the summary state the same figure.
       01 PGMFXRT          PIC X(8) VALUE "TFXRT01".
       01 FXLK-PARMS.
           COPY CPFXLK.
       01 USD-AMOUNT       PIC S9(09)V9(02) VALUE 0.
       01 FX-RATE-EDIT     PIC ZZZZ9.999999.
       01 ROUTE-FX-RATE    PIC 9(05)V9(06) VALUE 0.
       01 ROUTE-FX-STATUS  PIC X(01) VALUE SPACES.

      * One-shot switches so a field that has overflowed (e.g.
      * SPACK04 OF RUN-TOTALS, PIC S9(04) COMP-3, maxes out at
      * 9999) is logged and frozen once rather than tripping ON SIZE
      * every other output of a replay.
       01 PROCESS-DATE      PIC X(08).
       01 REPLAY-TAG        PIC X(01).
      * The calling run's parallel leg letter (blank single-stream)
      * and start timestamp, stamped on each settlement summary
      * record so a rerun's figures supersede the earlier run's.
       01 RUN-LEG           PIC X(01).
       01 SETTLE-RUN-TS     PIC X(20).

       PROCEDURE DIVISION USING FUNCTION-CODE PARM01 PARM2
           RESTART-SW PARM2-WEIGHT RUN-CYCLE
           PROCESS-DATE REPLAY-TAG RUN-LEG SETTLE-RUN-TS.

           EVALUATE TRUE
               WHEN ACCUMULATE
                   MOVE ITEM01-CUR TO CT-CUR-CODE(CURR-TOT-CNT)
                   MOVE 1 TO CT-TXN-COUNT(CURR-TOT-CNT)
                   MOVE ITEM01-AMT TO CT-AMOUNT(CURR-TOT-CNT)
                   MOVE 0 TO CT-FX-RATE(CURR-TOT-CNT)
                   MOVE SPACES TO CT-FX-STATUS(CURR-TOT-CNT)
               ELSE
                   DISPLAY 'TSUB06 - CURRENCY TOTALS TABLE FULL, '
                       'CURRENCY ' ITEM01-CUR ' NOT SUMMARIZED'
      * The four figures above add every currency into one number -
      * still an exact cross-representation control, but not money
      * once a second currency flows. These are the real totals:
      * Each non-USD total is followed by its USD equivalent and
      * the rate used, so the day's exposure reads in one currency.
           PERFORM 2100-RESOLVE-FX-RATES.
           DISPLAY 'TOTALS BY CURRENCY:'.
           PERFORM VARYING CURR-TOT-IDX FROM 1 BY 1
                   UNTIL CURR-TOT-IDX > CURR-TOT-CNT
               DISPLAY '  ' CT-CUR-CODE(CURR-TOT-IDX)
                   '  COUNT=' CT-TXN-COUNT(CURR-TOT-IDX)
                   '  AMOUNT=' SETTL-AMT-EDIT
               IF CT-CUR-CODE(CURR-TOT-IDX) NOT = "USD"
                   IF CT-FX-STATUS(CURR-TOT-IDX) = "M"
                       DISPLAY '       USD EQUIV=*** NO RATE IN '
                           'FORCE ***'
                   ELSE
                       COMPUTE USD-AMOUNT ROUNDED =
                           CT-AMOUNT(CURR-TOT-IDX)
                         * CT-FX-RATE(CURR-TOT-IDX)
                       MOVE USD-AMOUNT TO SETTL-AMT-EDIT
                       MOVE CT-FX-RATE(CURR-TOT-IDX) TO FX-RATE-EDIT
                       DISPLAY '       USD EQUIV=' SETTL-AMT-EDIT
                           '  RATE=' FX-RATE-EDIT
                   END-IF
               END-IF
           END-PERFORM.
           IF CURR-TOT-CNT = 0
               DISPLAY '  NONE'
               CLOSE ALERT-FILE
           END-IF.

      * One rate per currency traded, in force on the date the
      * figures belong to. A currency that traded with no rate in
      * force leaves finance unable to state the day's exposure in
      * dollars - a critical alert, not a quiet zero.
       2100-RESOLVE-FX-RATES.

           PERFORM VARYING CURR-TOT-IDX FROM 1 BY 1
                   UNTIL CURR-TOT-IDX > CURR-TOT-CNT
               MOVE CT-CUR-CODE(CURR-TOT-IDX) TO FXLK-CURRENCY
               MOVE PROCESS-DATE TO FXLK-AS-OF-DATE
               CALL PGMFXRT USING FXLK-PARMS
               IF FXLK-FOUND
                   MOVE FXLK-RATE TO CT-FX-RATE(CURR-TOT-IDX)
                   MOVE SPACES TO CT-FX-STATUS(CURR-TOT-IDX)
               ELSE
                   MOVE 0 TO CT-FX-RATE(CURR-TOT-IDX)
                   MOVE "M" TO CT-FX-STATUS(CURR-TOT-IDX)
                   DISPLAY 'TSUB06 - NO FX RATE IN FORCE FOR '
                       FXLK-CURRENCY ' ON ' PROCESS-DATE
                       ' RESULT=' FXLK-RESULT
                   MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
                   MOVE "FXMISS" TO ALRT-CODE OF ALERT-WORK
                   MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
                   STRING "NO FX RATE FOR " DELIMITED BY SIZE
                       FXLK-CURRENCY DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       PROCESS-DATE DELIMITED BY SIZE
                       " - USD EQUIVALENT NOT STATED"
                           DELIMITED BY SIZE
                       INTO ALRT-TEXT OF ALERT-WORK
                   END-STRING
                   PERFORM 3000-WRITE-ALERT
               END-IF
           END-PERFORM.

      * The daily settlement summary: one CPSETTL record per route
      * seen, plus the formatted report finance posts from. Written
      * at report time so the figures are the run's final ones -
                   ' ' RT-CUR-CODE(ROUTE-TOT-IDX)
                   '  COUNT=' RT-TXN-COUNT(ROUTE-TOT-IDX)
                   '  AMOUNT=' SETTL-AMT-EDIT
               PERFORM 2600-ROUTE-USD-EQUIVALENT
               IF SETTL-STATUS = "00"
                   MOVE PROCESS-DATE TO SETTL-RUN-DATE
                   MOVE RUN-CYCLE TO SETTL-CYCLE-NO
                       TO SETTL-TXN-COUNT
                   MOVE RT-AMOUNT(ROUTE-TOT-IDX) TO SETTL-AMOUNT
                   MOVE REPLAY-TAG TO SETTL-REPLAY-FLAG
                   MOVE ROUTE-FX-RATE TO SETTL-FX-RATE
                   MOVE USD-AMOUNT TO SETTL-USD-AMOUNT
                   MOVE ROUTE-FX-STATUS TO SETTL-FX-STATUS
                   MOVE RUN-LEG TO SETTL-LEG
                   MOVE SETTLE-RUN-TS TO SETTL-RUN-TS
                   WRITE SETTL-REC
               END-IF
           END-PERFORM.
               CLOSE SETTL-FILE
           END-IF.

      * The route's currency slot (every route total's currency was
      * accumulated there in the same pass) supplies the rate;
      * ROUTE-FX-RATE, ROUTE-FX-STATUS and USD-AMOUNT are left for
      * the settlement record. A currency that fell off a full
      * currency table has no rate to give and is stated as
      * missing.
       2600-ROUTE-USD-EQUIVALENT.

           MOVE 0 TO ROUTE-FX-RATE.
           MOVE "M" TO ROUTE-FX-STATUS.
           PERFORM VARYING CURR-TOT-IDX FROM 1 BY 1
                   UNTIL CURR-TOT-IDX > CURR-TOT-CNT
               IF CT-CUR-CODE(CURR-TOT-IDX)
                       = RT-CUR-CODE(ROUTE-TOT-IDX)
                   MOVE CT-FX-RATE(CURR-TOT-IDX) TO ROUTE-FX-RATE
                   MOVE CT-FX-STATUS(CURR-TOT-IDX) TO ROUTE-FX-STATUS
                   MOVE CURR-TOT-CNT TO CURR-TOT-IDX
               END-IF
           END-PERFORM.

           MOVE 0 TO USD-AMOUNT.
           IF ROUTE-FX-STATUS = "M"
               DISPLAY '       USD EQUIV=*** NO RATE IN FORCE ***'
           ELSE
               COMPUTE USD-AMOUNT ROUNDED =
                   RT-AMOUNT(ROUTE-TOT-IDX) * ROUTE-FX-RATE
               IF RT-CUR-CODE(ROUTE-TOT-IDX) NOT = "USD"
                   MOVE USD-AMOUNT TO SETTL-AMT-EDIT
                   MOVE ROUTE-FX-RATE TO FX-RATE-EDIT
                   DISPLAY '       USD EQUIV=' SETTL-AMT-EDIT
                       '  RATE=' FX-RATE-EDIT
               END-IF
           END-IF.

      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
