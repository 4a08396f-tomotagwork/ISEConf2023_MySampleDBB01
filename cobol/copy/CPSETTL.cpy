      * DATE is the date the figures belong to (on a supervised
      * replay, the replayed day) and SETTL-REPLAY-FLAG is "R" on
      * a replay - finance must never post a replayed day's
      * figures as a second real day. SETTL-FX-RATE is the TFXRT01
      * rate (USD per unit) in force on SETTL-RUN-DATE and
      * SETTL-USD-AMOUNT the amount at that rate, 1.000000 and the
      * amount itself for USD; SETTL-FX-STATUS "M" marks a currency
      * with no rate in force, rate and USD amount then zero.
      * SETTL-LEG is the parallel-stream leg letter (A-F) that wrote
      * the record, blank from a single-stream run, and
      * SETTL-RUN-TS that run's start (YYYYMMDD-HHMMSSss). A
      * parallel cycle's generation holds one record per leg for
      * the same route and currency - they add up - while a rerun
      * of a cycle writes a later generation that supersedes the
      * earlier run: readers take, per cycle and leg, the latest
      * SETTL-RUN-TS only, and only the single-stream run or the
      * legs, whichever of them ran last.
      ******************************************************************
           05 SETTL-RUN-DATE      PIC X(08).
           05 SETTL-CYCLE-NO      PIC 9(02).
           05 SETTL-TXN-COUNT     PIC 9(09).
           05 SETTL-AMOUNT        PIC S9(09)V9(02).
           05 SETTL-REPLAY-FLAG   PIC X(01).
           05 SETTL-FX-RATE       PIC 9(05)V9(06).
           05 SETTL-USD-AMOUNT    PIC S9(09)V9(02).
           05 SETTL-FX-STATUS     PIC X(01).
               88 SETTL-FX-MISSING VALUE "M".
           05 SETTL-LEG           PIC X(01).
           05 SETTL-RUN-TS        PIC X(20).
