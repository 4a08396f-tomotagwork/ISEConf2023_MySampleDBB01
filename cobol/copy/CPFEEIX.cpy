      ******************************************************************
      * CPFEEIX - VSAM KSDS record for the fee charge index
      * (PROD.TXN.FEEINDEX.VSAM), written by TFEEC01 only. One
      * entry per routed transaction TFEEC01 has charged, keyed by
      * the transaction key and its journal timestamp, holding the
      * fee charged and the schedule entry it was priced from. A
      * reversal carries the same key as its original, so TFEEC01
      * finds the original's entry here and credits back exactly
      * the fee it charged; FEEX-REV-TS then names the reversal
      * that netted it, so no original is credited twice and a
      * rerun of either day credits the same reversal again rather
      * than another. FEEX-UNPRICED marks a transaction that had no
      * schedule entry in force - charged at zero and priced again
      * when its day is rerun. The entry keyed by low values is a
      * seed record only, written when the cluster is defined so it
      * can be opened while it is otherwise empty.
      ******************************************************************
           05 FEEX-KEY.
               10 FEEX-ITEM01-01      PIC X(06).
               10 FEEX-ITEM01-02      PIC X(06).
               10 FEEX-JRNL-TS        PIC X(20).
           05 FEEX-CURRENCY           PIC X(03).
           05 FEEX-TXN-AMOUNT         PIC 9(07)V9(02).
           05 FEEX-FEE-AMOUNT         PIC 9(07)V9(02).
           05 FEEX-SCHED-EFF-DATE     PIC X(08).
           05 FEEX-PRICED-SW          PIC X(01).
               88 FEEX-PRICED         VALUE "Y".
               88 FEEX-UNPRICED       VALUE "N".
           05 FEEX-REV-TS             PIC X(20).
           05 FEEX-REV-DATE           PIC X(08).
           05 FILLER                  PIC X(10).
