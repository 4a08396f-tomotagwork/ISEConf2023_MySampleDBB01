      ******************************************************************
      * CPREFSN - reference-table snapshot record, written by
      * TREFSN01 to the nightly PROD.TXN.REFSNAP generation just
      * before the routing run. One header record carrying when the
      * snapshot was taken, then every record of the route master,
      * PARM5, currency and authorized-sender tables in that order,
      * each table in key sequence - so two snapshots can be
      * matched record for record. SNAP-IMAGE is the VSAM record
      * exactly as read (key included); the REDEFINES give each
      * table's view of it (the sender image carries the expected-
      * feed schedule). This file is the answer to "what
      * reference data was in effect for that run".
      ******************************************************************
           05 SNAP-TABLE-SEQ      PIC 9(01).
               88 SNAP-HEADER     VALUE 0.
               88 SNAP-ROUTE      VALUE 1.
               88 SNAP-PARM5      VALUE 2.
               88 SNAP-CURRENCY   VALUE 3.
               88 SNAP-SENDER     VALUE 4.
           05 SNAP-KEY            PIC X(08).
           05 SNAP-IMAGE          PIC X(51).
           05 SNAP-HEADER-IMAGE REDEFINES SNAP-IMAGE.
               10 SNHD-TAKEN         PIC X(20).
               10 SNHD-RUN-DATE      PIC X(08).
               10 FILLER             PIC X(23).
           05 SNAP-ROUTE-IMAGE REDEFINES SNAP-IMAGE.
               10 SNRT-KEY           PIC X(06).
               10 SNRT-ACTIVE        PIC X(01).
               10 SNRT-WEIGHT        PIC X(01).
               10 SNRT-SUBPGM        PIC X(08).
               10 SNRT-TXN-LIMIT     PIC 9(07)V9(02).
               10 SNRT-DAILY-LIMIT   PIC 9(09)V9(02).
               10 FILLER             PIC X(15).
           05 SNAP-PARM5-IMAGE REDEFINES SNAP-IMAGE.
               10 SNP5-KEY           PIC X(06).
               10 SNP5-PARM51        PIC X(02).
               10 SNP5-PARM52        PIC X(02).
               10 FILLER             PIC X(41).
           05 SNAP-CURR-IMAGE REDEFINES SNAP-IMAGE.
               10 SNCU-CODE          PIC X(03).
               10 SNCU-ACTIVE        PIC X(01).
               10 SNCU-NAME          PIC X(20).
               10 FILLER             PIC X(27).
           05 SNAP-SNDR-IMAGE REDEFINES SNAP-IMAGE.
               10 SNSN-SYSTEM-ID     PIC X(08).
               10 SNSN-ACTIVE        PIC X(01).
               10 SNSN-DESC          PIC X(20).
               10 SNSN-CUTOFF        PIC X(04) OCCURS 4 TIMES.
               10 FILLER             PIC X(06).
