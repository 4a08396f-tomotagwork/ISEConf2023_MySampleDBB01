      * CPPARTD - route D partner interface record, in the format
      * agreed with that partner: the transaction's before values as
      * received, the after values TSUB04 set, and the settlement
      * date (the next business day after the processing run in the
      * record's currency, per the business calendar). Written by
      * TMAIN01 as part of the run, separate from the general
      * CPEXTR01 extract the reporting team consumes.
      * PARTD-RUN-DATE is the processing run date, agreed with the
      * partner when the monthly statement was - it is what the
      * statement's daily lines key on, since the settlement date
      * is the NEXT business day's.
      ******************************************************************
           05 PARTD-ITEM01-01     PIC X(06).
           05 PARTD-ITEM01-02     PIC X(06).
