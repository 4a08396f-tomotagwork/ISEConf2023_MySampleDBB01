      ******************************************************************
      * CPFDHST - feed-processed history record (PROD.TXN.FEED.HIST),
      * appended by TCONV01 for every feed it converts. One record
      * per sender, feed date and cycle: TCONV01 refuses a feed
      * already on the file as a duplicate, and TFEEDM01, TCLOSE01
      * and TFEEDR01 hold it against each sender's expected-feed
      * schedule (CPSNDR). FEED-HIST-TAKEN-TS is when TCONV01 picked
      * the feed up (YYYYMMDD-HHMMSSss) - the arrival time a feed's
      * cutoff is measured against. Records written before the time
      * was kept carry blanks there and count as on time.
      ******************************************************************
           05 FEED-HIST-SYSTEM     PIC X(08).
           05 FEED-HIST-DATE       PIC X(08).
           05 FEED-HIST-CYCLE      PIC 9(02).
           05 FEED-HIST-TAKEN-TS   PIC X(20).
