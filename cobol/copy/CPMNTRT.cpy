      * add or update carries the full replacement image of the
      * route's flag, weight and subprogram name; a delete or an
      * approval only needs the route code (and submitter).
      * The USD amount limits follow the submitter so the layout's
      * existing columns do not move; left blank on an add or
      * update they mean no limit (zero), and like the rest of the
      * image they REPLACE the live values - an update that should
      * keep a route's limits must re-key them.
      ******************************************************************
           05 MNTRT-FUNCTION      PIC X(01).
               88 MNTRT-ADD       VALUE "A".
           05 MNTRT-PARM2-WEIGHT  PIC 9(01).
           05 MNTRT-SUBPGM        PIC X(08).
           05 MNTRT-SUBMITTER     PIC X(08).
           05 MNTRT-TXN-LIMIT     PIC 9(07)V9(02).
           05 MNTRT-TXN-LIMIT-X REDEFINES MNTRT-TXN-LIMIT
                                  PIC X(09).
           05 MNTRT-DAILY-LIMIT   PIC 9(09)V9(02).
           05 MNTRT-DAILY-LIMIT-X REDEFINES MNTRT-DAILY-LIMIT
                                  PIC X(11).
