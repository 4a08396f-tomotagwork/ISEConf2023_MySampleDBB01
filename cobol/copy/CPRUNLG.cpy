      ******************************************************************
      * CPRUNLG - VSAM KSDS record for the batch run-state ledger
      * (PROD.TXN.RUNLEDGR.VSAM). One entry per business date,
      * feed cycle and chain step - TCONV01, TMAIN01 (or the
      * TSPLIT01 / TMAIN01 leg / TMERGE01 parallel stream),
      * TCLOSE01, TPURG01 and TARCH01 - written "S" when the step
      * is let through its start-up check and turned "C" (ended
      * below condition code 8) or "F" at its end, by TRUNLG01
      * only. A parallel leg's entry is TMAIN01 plus its leg letter
      * (TMAIN01A-TMAIN01F). A rerun rewrites its step's entry and
      * counts the run. RUNLG-OVERRIDE-* record an operator's
      * override card when the step was let through on one.
      * The entry keyed by zero date and cycle under step *CHAIN*
      * is the chain's own record: RUNLG-OPEN-DATE/CYCLE name the
      * cycle TCONV01 last converted to completion, the one every
      * later step of the chain belongs to until the next one.
      * RUNLG-RLS-GEN-DATE/TIME name the newest TRELS01 released
      * generation a routing run has taken (CPRLSCT run date and
      * time) and RUNLG-RLS-USED-DATE/CYCLE the cycle that took it -
      * only that cycle's routing and close may count it again.
      ******************************************************************
           05 RUNLG-KEY.
               10 RUNLG-DATE         PIC X(08).
               10 RUNLG-CYCLE        PIC 9(02).
               10 RUNLG-STEP         PIC X(08).
           05 RUNLG-ENTRY.
               10 RUNLG-STATE        PIC X(01).
                   88 RUNLG-STARTED     VALUE "S".
                   88 RUNLG-COMPLETED   VALUE "C".
                   88 RUNLG-FAILED      VALUE "F".
               10 RUNLG-START-TS     PIC X(20).
               10 RUNLG-END-TS       PIC X(20).
               10 RUNLG-FINAL-RC     PIC 9(04).
               10 RUNLG-RUN-CNT      PIC 9(03).
               10 RUNLG-OVERRIDE-SW  PIC X(01).
                   88 RUNLG-OVERRIDDEN  VALUE "Y".
               10 RUNLG-OVERRIDE-BY  PIC X(08).
               10 RUNLG-OVERRIDE-WHY PIC X(40).
               10 FILLER             PIC X(05).
           05 RUNLG-CHAIN-ENTRY REDEFINES RUNLG-ENTRY.
               10 RUNLG-OPEN-DATE    PIC X(08).
               10 RUNLG-OPEN-CYCLE   PIC 9(02).
               10 RUNLG-OPENED-TS    PIC X(20).
               10 RUNLG-RLS-GEN.
                   15 RUNLG-RLS-GEN-DATE PIC X(08).
                   15 RUNLG-RLS-GEN-TIME PIC X(08).
               10 RUNLG-RLS-USED-DATE PIC X(08).
               10 RUNLG-RLS-USED-CYCLE PIC 9(02).
               10 FILLER             PIC X(46).
