      * so the whole downstream chain nets correctly. ITEM01-CUR is
      * the amount's currency code, validated against the currency
      * reference table at conversion; TSUB06 reconciles totals per
      * currency from it. ITEM01-VALUE-DATE is the feed's value
      * date carried through (blank = the day it was staged); a
      * record staged out of the value-date warehouse carries the
      * date it waited for.
      ******************************************************************
           05 ITEM01-01           PIC X(06).
           05 ITEM01-02           PIC X(06).
           05 ITEM01-REV-FLAG     PIC X(01).
               88 ITEM01-REVERSAL VALUE "R".
           05 ITEM01-CUR          PIC X(03).
           05 ITEM01-VALUE-DATE   PIC X(08).
