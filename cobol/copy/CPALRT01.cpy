      * detects an exception: TMAIN01's control-total break,
      * TSUB06's PARM2 overflow, TANOM01's route-mix deviations,
      * TMERGE01's stream break, TMATCH01's past-due settlement
      * items, TCLOSE01's day-close discrepancies and TGLPST01's
      * held ledger journal. Night
      * operations (and the automation tooling) watch this one
      * dataset instead of scraping four SYSOUTs; TALERT01 prints
      * the end-of-night summary from it, ranked by severity.
