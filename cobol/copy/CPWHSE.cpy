      ******************************************************************
      * CPWHSE - value-date warehouse record. One per feed detail
      * TCONV01 received ahead of its value date and parked instead
      * of staging. The warehouse is a GDG: each conversion reads
      * the current generation and writes the next - carrying the
      * items still waiting, adding the feed's new future-dated
      * details, dropping the ones the feed cancelled and staging
      * (and dropping) the ones whose value date has arrived.
      * WHSE-TXN-TYPE/-SUBTYPE are the feed's full 10-byte keys, so
      * the provider's cancel record and the acknowledgments match
      * on the keys the provider sent; WHSE-SYSTEM is the sender,
      * and only that sender can cancel the item.
      ******************************************************************
           05 WHSE-VALUE-DATE     PIC X(08).
           05 WHSE-TXN-TYPE       PIC X(10).
           05 WHSE-TXN-SUBTYPE    PIC X(10).
           05 WHSE-AMOUNT         PIC S9(07)V9(02).
           05 WHSE-REV-FLAG       PIC X(01).
           05 WHSE-CURRENCY       PIC X(03).
           05 WHSE-SYSTEM         PIC X(08).
           05 WHSE-RECEIVED-DATE  PIC X(08).
           05 WHSE-CYCLE-NO       PIC 9(02).
           05 FILLER              PIC X(01).
