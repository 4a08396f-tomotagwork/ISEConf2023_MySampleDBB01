      * amount; blank from a sender not yet stamping it means USD.
      * The trailer hash total sums the amounts across currencies -
      * it is a transmission-integrity figure, not money.
      * FEED-VALUE-DATE (YYYYMMDD) is the day the transaction is
      * to take effect; blank means the feed date. A detail dated
      * after the feed date is warehoused by TCONV01 (CPWHSE) and
      * released into the routing run of its value date. A type
      * "C" record cancels a warehoused item before it releases:
      * detail-shaped, carrying the item's keys and value date
      * (blank value date = the first waiting item with those
      * keys); like a reversal it counts for the trailer framing
      * and its amount rides the hash total as sent.
      ******************************************************************
           05 FEED-REC-TYPE       PIC X(01).
               88 FEED-HEADER-REC  VALUE "H".
               88 FEED-DETAIL-REC  VALUE "D".
               88 FEED-REVERSAL-REC VALUE "R".
               88 FEED-CANCEL-REC  VALUE "C".
               88 FEED-TRAILER-REC VALUE "T".
           05 FEED-DETAIL.
               10 FEED-TXN-TYPE       PIC X(10).
               10 FEED-AMOUNT         PIC S9(07)V9(02)
                                      SIGN LEADING SEPARATE.
               10 FEED-CURRENCY       PIC X(03).
               10 FEED-VALUE-DATE     PIC X(08).
           05 FEED-HEADER REDEFINES FEED-DETAIL.
               10 FEED-HDR-DATE       PIC X(08).
               10 FEED-HDR-SYSTEM     PIC X(08).
               10 FEED-HDR-CYCLE      PIC 9(02).
               10 FILLER              PIC X(23).
           05 FEED-TRAILER REDEFINES FEED-DETAIL.
               10 FEED-TRL-COUNT      PIC 9(09).
               10 FEED-TRL-AMOUNT     PIC S9(09)V9(02)
                                      SIGN LEADING SEPARATE.
               10 FILLER              PIC X(20).
