      * reads the previous generation on PENDIN and writes the
      * still-unapproved remainder to the next on PENDOUT;
      * unapproved changes age off with a report rather than
      * applying silently. The before-image limits are zero on an
      * add, where there is no live record to take them from.
      ******************************************************************
           05 PND-ENTRY-DATE      PIC X(08).
           05 PND-SUBMITTER       PIC X(08).
               10 PND-ACTIVE-FLAG    PIC X(01).
               10 PND-PARM2-WEIGHT   PIC 9(01).
               10 PND-SUBPGM         PIC X(08).
               10 PND-TXN-LIMIT      PIC 9(07)V9(02).
               10 PND-DAILY-LIMIT    PIC 9(09)V9(02).
           05 PND-BEFORE-IMAGE.
               10 PND-BEF-ACTIVE     PIC X(01).
               10 PND-BEF-WEIGHT     PIC X(01).
               10 PND-BEF-SUBPGM     PIC X(08).
               10 PND-BEF-TXN-LIMIT  PIC 9(07)V9(02).
               10 PND-BEF-DAILY-LIMIT PIC 9(09)V9(02).
