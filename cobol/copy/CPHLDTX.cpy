      ******************************************************************
      * CPHLDTX - decision transaction for TRELS01, the supervised
      * release of held transactions (CPHELD). Same two-step rule as
      * TMAINTRT's route maintenance: a maker's "A" (release) or "D"
      * (decline) only STAGES the decision on the held item; nothing
      * happens to the money until a "P" confirmation for the same
      * item arrives from a DIFFERENT submitter. The item is named
      * by its transaction keys plus the run date and feed cycle it
      * was held on (the keys alone can recur across days and
      * cycles). A blank submitter is rejected outright.
      ******************************************************************
           05 HLDTX-FUNCTION      PIC X(01).
               88 HLDTX-RELEASE   VALUE "A".
               88 HLDTX-DECLINE   VALUE "D".
               88 HLDTX-CONFIRM   VALUE "P".
           05 HLDTX-ITEM01-01     PIC X(06).
           05 HLDTX-ITEM01-02     PIC X(06).
           05 HLDTX-HELD-DATE     PIC X(08).
           05 HLDTX-CYCLE-NO      PIC X(02).
           05 HLDTX-SUBMITTER     PIC X(08).
