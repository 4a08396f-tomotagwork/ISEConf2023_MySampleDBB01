      ******************************************************************
      * CPHELD - held-transaction record. TMAIN01 writes one for each
      * transaction that would break its route's single-transaction
      * or daily limit (see CPRTMST): the item is neither routed nor
      * rejected, and its acknowledgment goes back HELD. TRELS01
      * carries the records on its queue generation until a person
      * decides them under the four-eyes rule - HELD-DECISION is the
      * maker's staged decision (A release, D decline) awaiting a
      * different person's confirmation, blank while undecided.
      * Reason codes:
      *   HL01 - amount over the route's single-transaction limit
      *   HL02 - amount would take the route over its daily limit
      *   HL03 - no FX rate to state a non-USD amount in USD, so
      *          neither limit could be tested
      * HELD-PARM01 is the transaction exactly as TMAIN01 staged it
      * (CPPARM01 shape, before any reversal negation - reversals
      * are never held), which is what a release sends back in.
      ******************************************************************
           05 HELD-PARM01.
               10 HELD-ITEM01-01  PIC X(06).
               10 HELD-ITEM01-02  PIC X(06).
               10 HELD-ITEM01-AMT PIC S9(07)V9(02).
               10 HELD-ITEM01-REV PIC X(01).
               10 HELD-ITEM01-CUR PIC X(03).
           05 HELD-REASON-CODE    PIC X(04).
           05 HELD-USD-AMOUNT     PIC S9(09)V9(02).
           05 HELD-LIMIT-AMT      PIC 9(09)V9(02).
           05 HELD-RUN-DATE       PIC X(08).
           05 HELD-CYCLE-NO       PIC 9(02).
           05 HELD-SYSTEM         PIC X(08).
           05 HELD-REPLAY-FLAG    PIC X(01).
           05 HELD-DECISION       PIC X(01).
               88 HELD-UNDECIDED  VALUE SPACE.
               88 HELD-TO-RELEASE VALUE "A".
               88 HELD-TO-DECLINE VALUE "D".
           05 HELD-DECIDED-BY     PIC X(08).
           05 HELD-DECIDED-DATE   PIC X(08).
