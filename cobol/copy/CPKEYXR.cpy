      ******************************************************************
      * CPKEYXR - VSAM KSDS record for the feed key cross-reference
      * (PROD.TXN.KEYXREF.VSAM). TCONV01 stages only the first six
      * bytes of each 10-byte feed key field (FEED-TXN-TYPE and
      * FEED-TXN-SUBTYPE into ITEM01-01/ITEM01-02), so everything
      * downstream - the duplicate check, the reversal match, the
      * transaction history - knows a transaction by that truncated
      * pair alone. This file is keyed by the truncated pair and
      * names the one full feed key that owns it: the sender that
      * first sent it and the date it was first received. A later
      * detail whose truncated pair is owned by a DIFFERENT full
      * key would be taken for somebody else's transaction, so
      * TCONV01 rejects it (CONV-REJ RC97) and counts the clash on
      * the owning entry. TMAIN01 and TRELS01 read it back to
      * answer their acknowledgments with the full key; TKEYR01
      * reports prefix density per sender from it. The entry keyed
      * by low values is a seed record only, written when the
      * cluster is defined so it can be opened for input while it
      * is otherwise empty - every reader skips it.
      ******************************************************************
           05 KXR-KEY.
               10 KXR-TRUNC-TYPE        PIC X(06).
               10 KXR-TRUNC-SUBTYPE     PIC X(06).
           05 KXR-FULL-TYPE             PIC X(10).
           05 KXR-FULL-SUBTYPE          PIC X(10).
           05 KXR-SYSTEM                PIC X(08).
           05 KXR-FIRST-DATE            PIC X(08).
           05 KXR-CLASH-CNT             PIC 9(05).
           05 KXR-LAST-CLASH-DATE       PIC X(08).
           05 KXR-LAST-CLASH-SYSTEM     PIC X(08).
           05 KXR-LAST-CLASH-TYPE       PIC X(10).
           05 KXR-LAST-CLASH-SUBTYPE    PIC X(10).
           05 FILLER                    PIC X(11).
