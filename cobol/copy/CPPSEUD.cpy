      ******************************************************************
      * CPPSEUD - VSAM KSDS record for the counterparty pseudonym map
      * (PROD.TXN.PSEUDO.VSAM) kept by TMASK01. One entry per real
      * ITEM01-02 key ever masked, naming the pseudonym it was
      * given the first time and keeps for good, so the same real
      * key masks the same way in every file of every extract.
      * Pseudonyms are handed out in sequence - PSEU-NEXT-SEQ in
      * base 36 - never derived from the key, so nothing about a
      * real key can be worked back out of a masked file without
      * this map. The entry keyed by low values is the map's own
      * control record: the next sequence number and the seed the
      * amount perturbation and the key-tail scramble are drawn
      * from, set once on the map's first use. This file is
      * production data and is never copied to a test region.
      ******************************************************************
           05 PSEU-KEY               PIC X(06).
           05 PSEU-ENTRY.
               10 PSEU-MASK-KEY      PIC X(06).
               10 PSEU-FIRST-DATE    PIC X(08).
               10 FILLER             PIC X(60).
           05 PSEU-CONTROL REDEFINES PSEU-ENTRY.
               10 PSEU-NEXT-SEQ      PIC 9(09).
               10 PSEU-SEED          PIC 9(09).
               10 PSEU-SET-DATE      PIC X(08).
               10 FILLER             PIC X(48).
