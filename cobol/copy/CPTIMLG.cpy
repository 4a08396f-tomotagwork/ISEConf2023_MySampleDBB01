      ******************************************************************
      * CPTIMLG - VSAM KSDS record for the batch step timing log
      * (PROD.TXN.TIMING.VSAM). One record per run of each step of
      * the nightly chain, written by the run-state ledger routine
      * TRUNLG01 when the step is let through its start-up check
      * and completed at its end - so every program that keeps the
      * ledger logs its timings without code of its own. Keyed by
      * business date, feed cycle, step (TMAIN01A-TMAIN01F for the
      * parallel legs) and the ledger's run count, so a rerun adds
      * a record rather than overwriting the failed run's times.
      * TSLAM01 averages the recent elapsed times per step to
      * project the SLA milestones.
      ******************************************************************
           05 TIM-KEY.
               10 TIM-DATE           PIC X(08).
               10 TIM-CYCLE          PIC 9(02).
               10 TIM-STEP           PIC X(08).
               10 TIM-RUN-NO         PIC 9(03).
           05 TIM-STATE          PIC X(01).
               88 TIM-STARTED       VALUE "S".
               88 TIM-COMPLETED     VALUE "C".
               88 TIM-FAILED        VALUE "F".
           05 TIM-START-TS       PIC X(20).
           05 TIM-END-TS         PIC X(20).
           05 TIM-FINAL-RC       PIC 9(04).
           05 TIM-ELAPSED-SEC    PIC 9(07).
           05 FILLER             PIC X(07).
