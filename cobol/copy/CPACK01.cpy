      ******************************************************************
      * CPACK01 - per-record acknowledgment back to the upstream feed
      * provider, in the feed's own key terms. TCONV01 writes one
      * record for each feed detail it rejects, warehouses or
      * cancels at conversion, and TMAIN01 appends one for each
      * staged transaction it processes or rejects, so the union
      * acknowledges every detail record of the day's feed.
      * Dispositions:
      *   CONV-REJ  - rejected by TCONV01; reason RC90 missing
      *               required field, RC91 non-numeric amount,
      *               RC92 unknown record type, RC93 currency not
      *               on the currency reference table, RC95 cancel
      *               with no warehoused item to cancel, RC96
      *               value date not a valid calendar date, RC97
      *               key whose six-byte type and subtype prefixes
      *               already belong to a different full key on
      *               the key cross-reference (CPKEYXR)
      *   WAREHOUSE - value-dated after the run date and parked on
      *               the warehouse by TCONV01 (reason VD01); it is
      *               answered PROCESSED, REJECTED or HELD by the
      *               run that stages it on its value date
      *   CANCELLED - a cancel record (feed type "C") that found
      *               and removed its warehoused item
      *   REJECTED  - rejected by TMAIN01; reason RC01 route
      *               validation, RC02 duplicate submission, RC03
      *               reversal whose original was never processed;
      *               or RC04 from TRELS01, a held item declined
      *               or aged off (its final answer, on TRELS01's
      *               own acknowledgment generation)
      *   HELD      - over a route amount limit and waiting on a
      *               release decision; reason is the CPHELD code
      *               (HL01/HL02/HL03), ACK-ROUTE the route it
      *               would have gone to. A later release is
      *               answered PROCESSED by the run it rides in.
      *   PROCESSED - fully processed; ACK-ROUTE carries the route
      *               it classified to
      * TMAIN01 and TRELS01 work downstream of the 10->6 byte key
      * truncation TCONV01 applies; they restore the full key from
      * the key cross-reference, which TCONV01 keeps one-to-one by
      * rejecting any clash (RC97). Should the cross-reference be
      * unavailable, or hold no entry for the pair, their records
      * carry the truncated keys in the first six bytes of each
      * key field. ACK-SYSTEM tags every record with the
      * sending system the feed header named, so with more than one
      * provider on the interface each sender's dispositions can be
      * cut out of the combined file (a sort INCLUDE on the field)
