      ******************************************************************
      * CPGLMAP - general ledger account mapping record for
      * TGLPST01. Maintained by finance: each entry names the GL
      * accounts a route's settled dollars post to in one currency -
      * the debit account (normally the route's settlement
      * receivable) and the credit account (normally the clearing
      * or income account) - and the cost center both lines carry.
      * GLMAP-CURRENCY "ALL" is the route's entry for any currency
      * without an entry of its own. A route/currency with neither
      * cannot be posted and holds the day's journal.
      ******************************************************************
           05 GLMAP-ROUTE-CODE    PIC X(06).
           05 GLMAP-CURRENCY      PIC X(03).
           05 GLMAP-DEBIT-ACCT    PIC X(12).
           05 GLMAP-CREDIT-ACCT   PIC X(12).
           05 GLMAP-COST-CENTER   PIC X(08).
