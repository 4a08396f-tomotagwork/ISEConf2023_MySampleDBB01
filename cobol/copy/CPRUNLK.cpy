      ******************************************************************
      * CPRUNLK - parameter block for the run-state ledger routine
      * TRUNLG01. Every step of the nightly chain CALLs it twice:
      *   "B" - at initialization, before any output is opened: the
      *         routine checks the step's prerequisites completed
      *         for the date and cycle and, if they did, enters the
      *         step on the ledger as started.
      *   "E" - at termination, with the step's condition code in
      *         RUNLK-STEP-RC: the entry is marked completed (code
      *         below 8) or failed.
      *   "R" - after a cleared "B": whether the TRELS01 released
      *         generation named in RUNLK-RLS-DATE/TIME belongs to
      *         the caller's date and cycle. With RUNLK-RLS-CLAIM
      *         "Y" (the routing step that reads TRANSIN - TMAIN01
      *         single stream or TSPLIT01) a generation no cycle has
      *         taken yet is recorded as this cycle's; a parallel
      *         leg or TCLOSE01 only asks.
      * RUNLK-DATE/RUNLK-CYCLE name the business date and feed
      * cycle; a step that cannot know them (TPURG01, TARCH01)
      * leaves the date blank and is given the cycle the chain
      * has open, returned in the same fields.
      *   "00" - cleared (or, on "E", recorded)
      *   "04" - cleared by an operator override card; RUNLK-MESSAGE
      *          names who and why
      *   "08" - refused: a prerequisite step has not completed;
      *          RUNLK-MESSAGE says which
      *   "12" - refused: the ledger could not be read, so the
      *          order cannot be proven (on "E": the end could not
      *          be recorded)
      * On "R", "00" means the generation is this cycle's to count
      * and "08" that it is not - another cycle took it (or, asking
      * only, no routing run of this cycle did); RUNLK-MESSAGE says
      * which.
      ******************************************************************
           05 RUNLK-FUNCTION      PIC X(01).
               88 RUNLK-BEGIN        VALUE "B".
               88 RUNLK-END          VALUE "E".
               88 RUNLK-RELEASE-GEN  VALUE "R".
           05 RUNLK-STEP          PIC X(08).
           05 RUNLK-DATE          PIC X(08).
           05 RUNLK-CYCLE         PIC 9(02).
           05 RUNLK-STEP-RC       PIC 9(04).
           05 RUNLK-RESULT        PIC X(02).
               88 RUNLK-CLEARED      VALUE "00".
               88 RUNLK-OVERRIDDEN   VALUE "04".
               88 RUNLK-REFUSED      VALUE "08".
               88 RUNLK-UNAVAILABLE  VALUE "12".
           05 RUNLK-MESSAGE       PIC X(60).
           05 RUNLK-RLS-GEN.
               10 RUNLK-RLS-DATE  PIC X(08).
               10 RUNLK-RLS-TIME  PIC X(08).
           05 RUNLK-RLS-CLAIM     PIC X(01).
               88 RUNLK-RLS-MAY-CLAIM VALUE "Y".
