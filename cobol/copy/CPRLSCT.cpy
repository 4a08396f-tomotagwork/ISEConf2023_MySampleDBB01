      ******************************************************************
      * CPRLSCT - release-run control record, written by TRELS01 in
      * the same cycle as the released-transaction generation. When
      * the released file is concatenated onto TMAIN01's TRANSIN,
      * the routing step reads conversion-written plus repaired
      * plus released records; TMAIN01 adds RLSCT-RELEASED-CNT and
      * RLSCT-RELEASED-AMT into its control-totals balancing exactly
      * as it does the repair cycle's CPREPCT figures, and TCLOSE01
      * counts the released records' acknowledgments as answered.
      * RLSCT-RUN-DATE and RLSCT-RUN-TIME (TRELS01's start) name the
      * generation: the first routing run to read it records them on
      * the run ledger, and every later cycle passes it by.
      ******************************************************************
           05 RLSCT-RUN-DATE      PIC X(08).
           05 RLSCT-QUEUED-CNT    PIC 9(09).
           05 RLSCT-RELEASED-CNT  PIC 9(09).
           05 RLSCT-RELEASED-AMT  PIC S9(09)V9(02).
           05 RLSCT-DECLINED-CNT  PIC 9(09).
           05 RLSCT-AGED-CNT      PIC 9(09).
           05 RLSCT-CARRIED-CNT   PIC 9(09).
           05 RLSCT-RUN-TIME      PIC X(08).
