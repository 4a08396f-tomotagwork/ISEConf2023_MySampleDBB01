      * records, told apart by RUNST-CYCLE-NO. A supervised replay
      * run appends its own record with RUNST-REPLAY-SW "Y" so
      * TSTAT01 and TDOPS01 can leave the day's real record as the
      * one that counts. RUNST-HELD-CNT is the number of items the
      * run diverted to the held file over a route's amount limit;
      * TCLOSE01 proves the held file against it. TSTAT01 reports
      * trends over this file at month end.
      ******************************************************************
           05 RUNST-RUN-DATE       PIC X(08).
           05 RUNST-CYCLE-NO       PIC 9(02).
           05 RUNST-ELAPSED-SEC    PIC 9(07).
           05 RUNST-AMOUNT-TOTAL   PIC S9(08)V9(02).
           05 RUNST-REPLAY-SW      PIC X(01).
           05 RUNST-HELD-CNT       PIC 9(09).
