      * and the name of the route-specific subprogram to dispatch
      * (spaces when the route has none). New routes are activated by
      * a TMAINTRT maintenance transaction, not a code change.
      * The two limits are stated in USD and cap what TMAIN01 will
      * route without a person looking first: ROUTE-TXN-LIMIT any
      * single transaction, ROUTE-DAILY-LIMIT the route's running
      * total for the process date across all cycles (see
      * CPRTUSE). A transaction that would break either is held
      * (CPHELD) for supervised release by TRELS01. Zero means no
      * limit.
      ******************************************************************
           05 ROUTE-KEY           PIC X(06).
           05 ROUTE-ACTIVE-FLAG   PIC X(01).
               88 ROUTE-INACTIVE  VALUE "N".
           05 ROUTE-PARM2-WEIGHT  PIC 9(01).
           05 ROUTE-SUBPGM        PIC X(08).
           05 ROUTE-TXN-LIMIT     PIC 9(07)V9(02).
           05 ROUTE-DAILY-LIMIT   PIC 9(09)V9(02).
