      ******************************************************************
      * CPGLJRN - general ledger journal upload record, in the
      * ledger team's fixed 100-byte upload layout: one header, the
      * detail lines, one trailer. TGLPST01 writes it from the
      * day's settlement summary (CPSETTL). Amounts are unsigned;
      * GLJ-DR-CR says which side. GLJ-USD-AMOUNT is the line
      * stated in USD at the settlement record's rate (zero when
      * TSUB06 had no rate in force). The trailer's totals are the
      * ledger's control totals for the upload - across currencies,
      * so only a hash; the balancing that matters is per currency
      * and is proven before the file is written.
      ******************************************************************
           05 GLJ-REC-TYPE        PIC X(01).
               88 GLJ-HEADER-REC  VALUE "H".
               88 GLJ-DETAIL-REC  VALUE "D".
               88 GLJ-TRAILER-REC VALUE "T".
           05 GLJ-DETAIL.
               10 GLJ-SOURCE      PIC X(08).
               10 GLJ-POST-DATE   PIC X(08).
               10 GLJ-LINE-NO     PIC 9(06).
               10 GLJ-ACCOUNT     PIC X(12).
               10 GLJ-COST-CENTER PIC X(08).
               10 GLJ-CURRENCY    PIC X(03).
               10 GLJ-DR-CR       PIC X(01).
                   88 GLJ-DEBIT   VALUE "D".
                   88 GLJ-CREDIT  VALUE "C".
               10 GLJ-AMOUNT      PIC 9(11)V9(02).
               10 GLJ-USD-AMOUNT  PIC 9(11)V9(02).
               10 GLJ-REFERENCE   PIC X(20).
               10 FILLER          PIC X(07).
           05 GLJ-HEADER REDEFINES GLJ-DETAIL.
               10 GLJH-SOURCE     PIC X(08).
               10 GLJH-POST-DATE  PIC X(08).
               10 GLJH-CREATED-DATE PIC X(08).
               10 GLJH-CREATED-TIME PIC X(08).
               10 FILLER          PIC X(67).
           05 GLJ-TRAILER REDEFINES GLJ-DETAIL.
               10 GLJT-SOURCE     PIC X(08).
               10 GLJT-POST-DATE  PIC X(08).
               10 GLJT-LINE-COUNT PIC 9(06).
               10 GLJT-DEBIT-TOTAL  PIC 9(13)V9(02).
               10 GLJT-CREDIT-TOTAL PIC 9(13)V9(02).
               10 FILLER          PIC X(47).
