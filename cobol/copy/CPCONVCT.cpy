      * counts. CONV-SYSTEM-ID names the sending system the feed
      * header carried, so the routing step can tag its
      * acknowledgment records for the right provider.
      * Value-dated work: CONV-WAREHOUSED-CNT/-AMT are the feed
      * details parked in the warehouse for a later value date and
      * CONV-CANCELLED-CNT the warehoused items the feed cancelled;
      * each was answered by TCONV01 itself (WAREHOUSE/CANCELLED
      * acknowledgments) and staged nothing. CONV-WHSE-RELEASED-
      * CNT/-AMT are the warehoused items whose value date arrived
      * and were staged with the feed - they are INCLUDED in
      * CONV-WRITTEN-CNT and CONV-AMOUNT-TOTAL, so the routing
      * step balances against those exactly as before.
      ******************************************************************
           05 CONV-RUN-DATE       PIC X(08).
           05 CONV-CYCLE-NO       PIC 9(02).
           05 CONV-REJECTED-CNT   PIC 9(09).
           05 CONV-AMOUNT-TOTAL   PIC S9(09)V9(02).
           05 CONV-SYSTEM-ID      PIC X(08).
           05 CONV-WAREHOUSED-CNT PIC 9(09).
           05 CONV-WAREHOUSED-AMT PIC S9(09)V9(02).
           05 CONV-CANCELLED-CNT  PIC 9(09).
           05 CONV-WHSE-RELEASED-CNT PIC 9(09).
           05 CONV-WHSE-RELEASED-AMT PIC S9(09)V9(02).
