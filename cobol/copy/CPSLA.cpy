      ******************************************************************
      * CPSLA - VSAM KSDS record for the batch SLA table
      * (PROD.TXN.SLA.VSAM), maintained through TMAINTSL. One entry
      * per milestone of the nightly chain - the standard ones are
      * CONVERT (feed converted), ROUTED (routing complete), PARTNER
      * (partner files released) and CLOSED (day closed) - with the
      * time it must be reached by: SLA-TARGET-HHMM on the business
      * date plus SLA-TARGET-DAYS calendar days, for a window that
      * runs past midnight. SLA-CYCLE 00 is the target for every
      * feed cycle without an entry of its own. The milestone is
      * reached when the named step completes - SLA-STEP-SINGLE on
      * a single-stream day, SLA-STEP-PARALLEL when TSPLIT01 ran
      * ("TMAIN01*" there means every routing leg). TSLAM01 warns
      * when the projection comes within SLA-WARN-MINUTES of the
      * target.
      ******************************************************************
           05 SLA-KEY.
               10 SLA-MILESTONE      PIC X(08).
               10 SLA-CYCLE          PIC 9(02).
           05 SLA-TARGET-DAYS    PIC 9(01).
           05 SLA-TARGET-HHMM    PIC 9(04).
           05 SLA-TARGET-TIME REDEFINES SLA-TARGET-HHMM.
               10 SLA-TARGET-HH      PIC 9(02).
               10 SLA-TARGET-MM      PIC 9(02).
           05 SLA-WARN-MINUTES   PIC 9(03).
           05 SLA-STEP-SINGLE    PIC X(08).
           05 SLA-STEP-PARALLEL  PIC X(08).
           05 SLA-ACTIVE-FLAG    PIC X(01).
               88 SLA-ACTIVE        VALUE "Y".
               88 SLA-INACTIVE      VALUE "N".
           05 SLA-DESC           PIC X(30).
           05 FILLER             PIC X(15).
