               10 RTAU-BEF-ACTIVE    PIC X(01).
               10 RTAU-BEF-WEIGHT    PIC X(01).
               10 RTAU-BEF-SUBPGM    PIC X(08).
               10 RTAU-BEF-TXN-LIMIT PIC 9(07)V9(02).
               10 RTAU-BEF-DAILY-LIMIT PIC 9(09)V9(02).
           05 RTAU-AFTER-IMAGE.
               10 RTAU-AFT-ACTIVE    PIC X(01).
               10 RTAU-AFT-WEIGHT    PIC X(01).
               10 RTAU-AFT-SUBPGM    PIC X(08).
               10 RTAU-AFT-TXN-LIMIT PIC 9(07)V9(02).
               10 RTAU-AFT-DAILY-LIMIT PIC 9(09)V9(02).
