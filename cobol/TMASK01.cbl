       IDENTIFICATION DIVISION.
       PROGRAM-ID. TMASK01.
      ******************************************************************
      * Masked test-data extract. Builds a test-region copy of one
      * production cycle's files - feed (CPFEED01), journal
      * (CPJRNL01), rejects (CPREJ01), acknowledgments (CPACK01),
      * the route D and E partner files (CPPARTD, CPPARTE), the
      * settlement summary (CPSETTL) and the processed-transaction
      * history (CPTXNHST) - that looks like production and still
      * hangs together:
      *   - every counterparty key (ITEM01-02) is replaced by its
      *     pseudonym from the production map (CPPSEUD), so a real
      *     key masks the same way in every file and tracing,
      *     matching and the close cross-foot still line up. A ten
      *     byte feed-side key (feed subtype, acknowledgment)
      *     takes the pseudonym in its first six bytes - the part
      *     the chain keys on - and a seeded scramble of the rest.
      *   - every amount is perturbed by up to ten percent either
      *     way, as a function of the amount alone, so a reversal
      *     still nets its original and a transaction carries the
      *     same masked amount in every file. The feed trailer's
      *     hash total and each settlement line are moved by the
      *     exact sum of the perturbations inside them, so a
      *     production file that balanced still balances.
      *   - route codes (ITEM01-01), currencies, dates, counts and
      *     everything else stay as they are.
      * MASKCARD cols 1-8 the business date being copied (blank =
      * today): history is taken as it stood after that day, the
      * records run up to and including it. The JCL points the
      * other inputs at that day's generations.
      * The map is read and extended here only; the outputs carry
      * nothing from which a real key can be worked back.
      * Condition code 8 when an input could not be read and its
      * file was not built (the settlement summary also needs the
      * journal), 12 when the pseudonym map cannot be used - then
      * nothing is built.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-CARD-FILE ASSIGN TO MASKCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT PSEUDO-FILE ASSIGN TO PSEUVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PSEU-KEY
               FILE STATUS IS PSEUDO-STATUS.
           SELECT FEED-IN-FILE ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT FEED-OUT-FILE ASSIGN TO FEEDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT JOURNAL-IN-FILE ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT JOURNAL-OUT-FILE ASSIGN TO JRNLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT REJECT-IN-FILE ASSIGN TO REJIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT REJECT-OUT-FILE ASSIGN TO REJOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT ACK-IN-FILE ASSIGN TO ACKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT ACK-OUT-FILE ASSIGN TO ACKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT PARTD-IN-FILE ASSIGN TO PARTDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT PARTD-OUT-FILE ASSIGN TO PARTDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT PARTE-IN-FILE ASSIGN TO PARTEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT PARTE-OUT-FILE ASSIGN TO PARTEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT SETTL-IN-FILE ASSIGN TO SETTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT SETTL-OUT-FILE ASSIGN TO SETTLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT TXN-HIST-FILE ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS IN-STATUS.
           SELECT HIST-OUT-FILE ASSIGN TO HISTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-CARD-FILE
           RECORDING MODE IS F.
       01 MASK-CARD-REC.
           05 MCRD-DATE         PIC X(08).
           05 FILLER            PIC X(72).

       FD  PSEUDO-FILE.
       01 PSEUDO-REC.
           COPY CPPSEUD.

       FD  FEED-IN-FILE
           RECORDING MODE IS F.
       01 FEED-IN-REC.
           COPY CPFEED01.

       FD  FEED-OUT-FILE
           RECORDING MODE IS F.
       01 FEED-OUT-REC         PIC X(42).

       FD  JOURNAL-IN-FILE
           RECORDING MODE IS F.
       01 JOURNAL-IN-REC.
           COPY CPJRNL01.

       FD  JOURNAL-OUT-FILE
           RECORDING MODE IS F.
       01 JOURNAL-OUT-REC      PIC X(70).

       FD  REJECT-IN-FILE
           RECORDING MODE IS F.
       01 REJECT-IN-REC.
           COPY CPREJ01.

       FD  REJECT-OUT-FILE
           RECORDING MODE IS F.
       01 REJECT-OUT-REC       PIC X(37).

       FD  ACK-IN-FILE
           RECORDING MODE IS F.
       01 ACK-IN-REC.
           COPY CPACK01.

       FD  ACK-OUT-FILE
           RECORDING MODE IS F.
       01 ACK-OUT-REC          PIC X(48).

       FD  PARTD-IN-FILE
           RECORDING MODE IS F.
       01 PARTD-IN-REC.
           COPY CPPARTD.

       FD  PARTD-OUT-FILE
           RECORDING MODE IS F.
       01 PARTD-OUT-REC        PIC X(62).

       FD  PARTE-IN-FILE
           RECORDING MODE IS F.
       01 PARTE-IN-REC.
           COPY CPPARTE.

       FD  PARTE-OUT-FILE
           RECORDING MODE IS F.
       01 PARTE-OUT-REC        PIC X(65).

       FD  SETTL-IN-FILE
           RECORDING MODE IS F.
       01 SETTL-IN-REC.
           COPY CPSETTL.

       FD  SETTL-OUT-FILE
           RECORDING MODE IS F.
       01 SETTL-OUT-REC        PIC X(84).

       FD  TXN-HIST-FILE.
       01 TXN-HIST-REC.
           COPY CPTXNHST.

       FD  HIST-OUT-FILE
           RECORDING MODE IS F.
       01 HIST-OUT-REC         PIC X(22).

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 PSEUDO-STATUS     PIC X(02) VALUE "00".
       01 IN-STATUS         PIC X(02) VALUE "00".
       01 OUT-STATUS        PIC X(02) VALUE "00".
       01 FUNCTION-RC       PIC S9(04) BINARY VALUE 0.

       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 PSEUDO-OPEN-SW    PIC X(01) VALUE "N".
           88 PSEUDO-OPEN   VALUE "Y".
       01 JOURNAL-DONE-SW   PIC X(01) VALUE "N".
           88 JOURNAL-DONE  VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 COPY-DATE         PIC X(08) VALUE SPACES.
       01 FILE-NAME         PIC X(08) VALUE SPACES.

      * The map's control values, held for the run.
       01 NEXT-SEQ          PIC 9(09) VALUE 0.
       01 MAP-SEED          PIC 9(09) VALUE 0.
       01 MAP-SEED-DIGITS REDEFINES MAP-SEED.
           05 SEED-DIGIT       PIC 9(01) OCCURS 9 TIMES.
       01 SEED-TIME         PIC X(08) VALUE SPACES.

      * Key masking - 4000-MASK-KEY turns REAL-KEY into MASK-KEY,
      * 4100-MASK-LONG-KEY turns REAL-LONG-KEY into MASK-LONG-KEY.
       01 REAL-KEY          PIC X(06) VALUE SPACES.
       01 MASK-KEY          PIC X(06) VALUE SPACES.
       01 REAL-LONG-KEY     PIC X(10) VALUE SPACES.
       01 MASK-LONG-KEY     PIC X(10) VALUE SPACES.
       01 LAST-REAL-KEY     PIC X(06) VALUE LOW-VALUES.
       01 LAST-MASK-KEY     PIC X(06) VALUE SPACES.
       01 KEY-CHAR-LIST     PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 KEY-CHARS REDEFINES KEY-CHAR-LIST.
           05 ALPHA-CHAR       PIC X(01) OCCURS 36 TIMES.
       01 SEQ-WORK          PIC 9(09) VALUE 0.
       01 SEQ-QUOT          PIC 9(09) VALUE 0.
       01 SEQ-DIGIT         PIC 9(02) VALUE 0.
       01 CHAR-IDX          PIC 9(02) VALUE 0.
       01 ALPHA-IDX         PIC 9(02) VALUE 0.
       01 ALPHA-FOUND-SW    PIC X(01) VALUE "N".
           88 ALPHA-FOUND   VALUE "Y".
       01 SHIFT-WORK        PIC 9(03) VALUE 0.
       01 SHIFT-QUOT        PIC 9(03) VALUE 0.

      * Amount perturbation - 4500-PERTURB-AMOUNT turns AMT-IN into
      * AMT-OUT, and AMT-DELTA is the difference.
       01 AMT-IN            PIC S9(09)V9(02) VALUE 0.
       01 AMT-OUT           PIC S9(09)V9(02) VALUE 0.
       01 AMT-DELTA         PIC S9(09)V9(02) VALUE 0.
       01 AMT-CENTS         PIC 9(11) VALUE 0.
       01 AMT-NEW-CENTS     PIC S9(11) VALUE 0.
       01 AMT-WORK          PIC 9(15) VALUE 0.
       01 AMT-QUOT          PIC 9(15) VALUE 0.
       01 AMT-REM           PIC 9(03) VALUE 0.
       01 AMT-PCT           PIC S9(03) VALUE 0.
       01 AMT-MAX-CENTS     PIC 9(11) VALUE 999999999.

      * Perturbation by route and currency, gathered off the
      * journal and applied to the settlement lines.
       01 DELTA-TABLE.
           05 DELTA-CNT        PIC 9(03) COMP VALUE 0.
           05 DELTA-ENTRY OCCURS 100 TIMES.
               10 DLT-ROUTE       PIC X(06).
               10 DLT-CURRENCY    PIC X(03).
               10 DLT-AMOUNT      PIC S9(09)V9(02).
       01 DELTA-IDX         PIC 9(03) COMP VALUE 0.
       01 DELTA-FOUND-SW    PIC X(01) VALUE "N".
           88 DELTA-FOUND   VALUE "Y".

       01 FEED-HASH-DELTA   PIC S9(09)V9(02) VALUE 0.
       01 FEED-MASK-SUM     PIC S9(09)V9(02) VALUE 0.
       01 FEED-TRL-MASKED   PIC S9(09)V9(02) VALUE 0.

       01 FEED-CNT          PIC 9(09) VALUE 0.
       01 JRNL-CNT          PIC 9(09) VALUE 0.
       01 REJ-CNT           PIC 9(09) VALUE 0.
       01 ACK-CNT           PIC 9(09) VALUE 0.
       01 PARTD-CNT         PIC 9(09) VALUE 0.
       01 PARTE-CNT         PIC 9(09) VALUE 0.
       01 SETTL-CNT         PIC 9(09) VALUE 0.
       01 HIST-CNT          PIC 9(09) VALUE 0.
       01 HIST-SKIP-CNT     PIC 9(09) VALUE 0.
       01 MAP-HIT-CNT       PIC 9(09) VALUE 0.
       01 MAP-NEW-CNT       PIC 9(09) VALUE 0.
       01 SETTL-NO-DELTA-CNT PIC 9(09) VALUE 0.
       01 AMT-EDIT          PIC -(9)9.9(2).

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZATION.

           IF FUNCTION-RC < 12
               PERFORM 2000-MASK-FEED
               PERFORM 2100-MASK-JOURNAL
               PERFORM 2200-MASK-REJECTS
               PERFORM 2300-MASK-ACKS
               PERFORM 2400-MASK-PARTD
               PERFORM 2500-MASK-PARTE
               PERFORM 2600-MASK-SETTLEMENT
               PERFORM 2700-MASK-HISTORY
               PERFORM 7000-PRINT-REPORT
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TMASK01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO MASK-CARD-REC.
           OPEN INPUT MASK-CARD-FILE.
           IF CARD-STATUS = "00"
               READ MASK-CARD-FILE
                   AT END
                       MOVE SPACES TO MASK-CARD-REC
               END-READ
               CLOSE MASK-CARD-FILE
           END-IF.

           IF MCRD-DATE = SPACES
               MOVE RUN-DATE TO COPY-DATE
           ELSE
           IF MCRD-DATE IS NUMERIC
               MOVE MCRD-DATE TO COPY-DATE
           ELSE
               DISPLAY 'TMASK01 - INVALID DATE ON MASKCARD: "'
                   MCRD-DATE '"'
               MOVE 12 TO FUNCTION-RC
           END-IF
           END-IF.

           IF FUNCTION-RC < 12
               DISPLAY 'TMASK01 - MASKING BUSINESS DATE ' COPY-DATE
               PERFORM 1100-OPEN-MAP
           END-IF.

      * The control record is seeded as low values when the map is
      * defined; its first use sets the sequence and draws the
      * seed from the clock, so the seed exists nowhere but here.
       1100-OPEN-MAP.

           OPEN I-O PSEUDO-FILE.
           IF PSEUDO-STATUS NOT = "00"
               DISPLAY 'TMASK01 - OPEN FAILED ON PSEUVS STATUS='
                   PSEUDO-STATUS ' - NOTHING MASKED'
               MOVE 12 TO FUNCTION-RC
           ELSE
               SET PSEUDO-OPEN TO TRUE
               MOVE LOW-VALUES TO PSEU-KEY
               READ PSEUDO-FILE
                   INVALID KEY
                       DISPLAY 'TMASK01 - PSEUVS HAS NO CONTROL '
                           'RECORD - NOTHING MASKED'
                       MOVE 12 TO FUNCTION-RC
               END-READ
           END-IF.

           IF FUNCTION-RC < 12
               IF PSEU-NEXT-SEQ IS NUMERIC
                       AND PSEU-SEED IS NUMERIC
                   MOVE PSEU-NEXT-SEQ TO NEXT-SEQ
                   MOVE PSEU-SEED TO MAP-SEED
               ELSE
                   ACCEPT SEED-TIME FROM TIME
                   MOVE SPACES TO PSEU-CONTROL
                   MOVE 1 TO PSEU-NEXT-SEQ
                   MOVE SEED-TIME TO PSEU-SEED(1:8)
                   MOVE RUN-DATE(8:1) TO PSEU-SEED(9:1)
                   MOVE RUN-DATE TO PSEU-SET-DATE
                   REWRITE PSEUDO-REC
                   IF PSEUDO-STATUS = "00"
                       MOVE PSEU-NEXT-SEQ TO NEXT-SEQ
                       MOVE PSEU-SEED TO MAP-SEED
                       DISPLAY 'TMASK01 - PSEUDONYM MAP STARTED'
                   ELSE
                       DISPLAY 'TMASK01 - PSEUVS CONTROL RECORD NOT '
                           'SET STATUS=' PSEUDO-STATUS
                       MOVE 12 TO FUNCTION-RC
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Feed. Header passes as is; the trailer's hash total moves by
      * the sum of the perturbations of the amounts that ride it.
      ******************************************************************
       2000-MASK-FEED.

           MOVE "FEEDIN" TO FILE-NAME.
           OPEN INPUT FEED-IN-FILE.
           OPEN OUTPUT FEED-OUT-FILE.
           PERFORM 3000-CHECK-OPEN.
           MOVE 0 TO FEED-HASH-DELTA.
           MOVE 0 TO FEED-MASK-SUM.

           PERFORM UNTIL EOF
               READ FEED-IN-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM 2050-MASK-FEED-RECORD
                       WRITE FEED-OUT-REC FROM FEED-IN-REC
                       ADD 1 TO FEED-CNT
               END-READ
           END-PERFORM.

           CLOSE FEED-IN-FILE.
           CLOSE FEED-OUT-FILE.

       2050-MASK-FEED-RECORD.

           IF FEED-DETAIL-REC
                   OR FEED-REVERSAL-REC
                   OR FEED-CANCEL-REC
               MOVE FEED-TXN-SUBTYPE TO REAL-LONG-KEY
               PERFORM 4100-MASK-LONG-KEY
               MOVE MASK-LONG-KEY TO FEED-TXN-SUBTYPE
               IF FEED-AMOUNT IS NUMERIC
                   MOVE FEED-AMOUNT TO AMT-IN
                   PERFORM 4500-PERTURB-AMOUNT
                   MOVE AMT-OUT TO FEED-AMOUNT
                   ADD AMT-DELTA TO FEED-HASH-DELTA
                   ADD AMT-OUT TO FEED-MASK-SUM
               END-IF
           ELSE
           IF FEED-TRAILER-REC
               IF FEED-TRL-AMOUNT IS NUMERIC
                   ADD FEED-HASH-DELTA TO FEED-TRL-AMOUNT
                   MOVE FEED-TRL-AMOUNT TO FEED-TRL-MASKED
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * Journal. The item02/item03 values are the subprograms'
      * constants, not keys, and pass as they are.
      ******************************************************************
       2100-MASK-JOURNAL.

           MOVE "JRNLIN" TO FILE-NAME.
           OPEN INPUT JOURNAL-IN-FILE.
           OPEN OUTPUT JOURNAL-OUT-FILE.
           PERFORM 3000-CHECK-OPEN.
           IF NOT EOF
               SET JOURNAL-DONE TO TRUE
           END-IF.

           PERFORM UNTIL EOF
               READ JOURNAL-IN-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE JRNL-IN-ITEM01-02 TO REAL-KEY
                       PERFORM 4000-MASK-KEY
                       MOVE MASK-KEY TO JRNL-IN-ITEM01-02
                       MOVE JRNL-IN-AMOUNT TO AMT-IN
                       PERFORM 4500-PERTURB-AMOUNT
                       MOVE AMT-OUT TO JRNL-IN-AMOUNT
                       PERFORM 2150-ADD-ROUTE-DELTA
                       WRITE JOURNAL-OUT-REC FROM JOURNAL-IN-REC
                       ADD 1 TO JRNL-CNT
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-IN-FILE.
           CLOSE JOURNAL-OUT-FILE.

      * TSUB06 settles by ITEM01-01 and currency, one line each.
       2150-ADD-ROUTE-DELTA.

           MOVE "N" TO DELTA-FOUND-SW.
           PERFORM VARYING DELTA-IDX FROM 1 BY 1
                   UNTIL DELTA-IDX > DELTA-CNT
                   OR DELTA-FOUND
               IF DLT-ROUTE(DELTA-IDX) = JRNL-IN-ITEM01-01
                       AND DLT-CURRENCY(DELTA-IDX) = JRNL-CURRENCY
                   ADD AMT-DELTA TO DLT-AMOUNT(DELTA-IDX)
                   SET DELTA-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF NOT DELTA-FOUND
               IF DELTA-CNT < 100
                   ADD 1 TO DELTA-CNT
                   MOVE JRNL-IN-ITEM01-01 TO DLT-ROUTE(DELTA-CNT)
                   MOVE JRNL-CURRENCY TO DLT-CURRENCY(DELTA-CNT)
                   MOVE AMT-DELTA TO DLT-AMOUNT(DELTA-CNT)
               ELSE
                   DISPLAY 'TMASK01 - ROUTE TABLE FULL, ROUTE '
                       JRNL-IN-ITEM01-01 ' ' JRNL-CURRENCY
                       ' SETTLEMENT NOT RE-FOOTED'
                   MOVE 8 TO FUNCTION-RC
               END-IF
           END-IF.

       2200-MASK-REJECTS.

           MOVE "REJIN" TO FILE-NAME.
           OPEN INPUT REJECT-IN-FILE.
           OPEN OUTPUT REJECT-OUT-FILE.
           PERFORM 3000-CHECK-OPEN.

           PERFORM UNTIL EOF
               READ REJECT-IN-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE REJ-ITEM01-02 TO REAL-KEY
                       PERFORM 4000-MASK-KEY
                       MOVE MASK-KEY TO REJ-ITEM01-02
                       IF REJ-ITEM01-AMT IS NUMERIC
                           MOVE REJ-ITEM01-AMT TO AMT-IN
                           PERFORM 4500-PERTURB-AMOUNT
                           MOVE AMT-OUT TO REJ-ITEM01-AMT
                       END-IF
                       WRITE REJECT-OUT-REC FROM REJECT-IN-REC
                       ADD 1 TO REJ-CNT
               END-READ
           END-PERFORM.

           CLOSE REJECT-IN-FILE.
           CLOSE REJECT-OUT-FILE.

       2300-MASK-ACKS.

           MOVE "ACKIN" TO FILE-NAME.
           OPEN INPUT ACK-IN-FILE.
           OPEN OUTPUT ACK-OUT-FILE.
           PERFORM 3000-CHECK-OPEN.

           PERFORM UNTIL EOF
               READ ACK-IN-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE ACK-TXN-SUBTYPE TO REAL-LONG-KEY
                       PERFORM 4100-MASK-LONG-KEY
                       MOVE MASK-LONG-KEY TO ACK-TXN-SUBTYPE
                       WRITE ACK-OUT-REC FROM ACK-IN-REC
                       ADD 1 TO ACK-CNT
               END-READ
           END-PERFORM.

           CLOSE ACK-IN-FILE.
           CLOSE ACK-OUT-FILE.

      * Before and after amounts are the same transaction's, so each
      * takes the same perturbation it gets everywhere else.
       2400-MASK-PARTD.

           MOVE "PARTDIN" TO FILE-NAME.
           OPEN INPUT PARTD-IN-FILE.
           OPEN OUTPUT PARTD-OUT-FILE.
           PERFORM 3000-CHECK-OPEN.

           PERFORM UNTIL EOF
               READ PARTD-IN-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE PARTD-ITEM01-02 TO REAL-KEY
                       PERFORM 4000-MASK-KEY
                       MOVE MASK-KEY TO PARTD-ITEM01-02
                       MOVE PARTD-BEFORE-AMT TO AMT-IN
                       PERFORM 4500-PERTURB-AMOUNT
                       MOVE AMT-OUT TO PARTD-BEFORE-AMT
                       MOVE PARTD-AFTER-AMT TO AMT-IN
                       PERFORM 4500-PERTURB-AMOUNT
                       MOVE AMT-OUT TO PARTD-AFTER-AMT
                       WRITE PARTD-OUT-REC FROM PARTD-IN-REC
                       ADD 1 TO PARTD-CNT
               END-READ
           END-PERFORM.

           CLOSE PARTD-IN-FILE.
           CLOSE PARTD-OUT-FILE.

      * Route E's notification carries no counterparty key.
       2500-MASK-PARTE.

           MOVE "PARTEIN" TO FILE-NAME.
           OPEN INPUT PARTE-IN-FILE.
           OPEN OUTPUT PARTE-OUT-FILE.
           PERFORM 3000-CHECK-OPEN.

           PERFORM UNTIL EOF
               READ PARTE-IN-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE PARTE-AMOUNT TO AMT-IN
                       PERFORM 4500-PERTURB-AMOUNT
                       MOVE AMT-OUT TO PARTE-AMOUNT
                       WRITE PARTE-OUT-REC FROM PARTE-IN-REC
                       ADD 1 TO PARTE-CNT
               END-READ
           END-PERFORM.

           CLOSE PARTE-IN-FILE.
           CLOSE PARTE-OUT-FILE.

      ******************************************************************
      * Settlement summary - each line moves by its route and
      * currency's share of the journal perturbation, and the USD
      * figure follows at the line's own rate, rounded as TSUB06
      * rounds it.
      ******************************************************************
       2600-MASK-SETTLEMENT.

           IF NOT JOURNAL-DONE
               DISPLAY 'TMASK01 - NO JOURNAL, SETTLEMENT SUMMARY '
                   'NOT BUILT'
               MOVE 8 TO FUNCTION-RC
           ELSE
               MOVE "SETTLIN" TO FILE-NAME
               OPEN INPUT SETTL-IN-FILE
               OPEN OUTPUT SETTL-OUT-FILE
               PERFORM 3000-CHECK-OPEN
               PERFORM UNTIL EOF
                   READ SETTL-IN-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM 2650-REFOOT-SETTLEMENT
                           WRITE SETTL-OUT-REC FROM SETTL-IN-REC
                           ADD 1 TO SETTL-CNT
                   END-READ
               END-PERFORM
               CLOSE SETTL-IN-FILE
               CLOSE SETTL-OUT-FILE
           END-IF.

       2650-REFOOT-SETTLEMENT.

           MOVE "N" TO DELTA-FOUND-SW.
           PERFORM VARYING DELTA-IDX FROM 1 BY 1
                   UNTIL DELTA-IDX > DELTA-CNT
                   OR DELTA-FOUND
               IF DLT-ROUTE(DELTA-IDX) = SETTL-ROUTE-CODE
                       AND DLT-CURRENCY(DELTA-IDX) = SETTL-CURRENCY
                   SET DELTA-FOUND TO TRUE
                   ADD DLT-AMOUNT(DELTA-IDX) TO SETTL-AMOUNT
                   MOVE 0 TO DLT-AMOUNT(DELTA-IDX)
               END-IF
           END-PERFORM.

           IF NOT DELTA-FOUND
               ADD 1 TO SETTL-NO-DELTA-CNT
           END-IF.

           IF SETTL-FX-MISSING
               MOVE 0 TO SETTL-USD-AMOUNT
           ELSE
               COMPUTE SETTL-USD-AMOUNT ROUNDED =
                   SETTL-AMOUNT * SETTL-FX-RATE
           END-IF.

      * History as it stood after the day copied. The masked keys
      * no longer sort as the real ones did; the JCL sorts the
      * output before it is loaded.
       2700-MASK-HISTORY.

           MOVE "TXNHIST" TO FILE-NAME.
           OPEN INPUT TXN-HIST-FILE.
           OPEN OUTPUT HIST-OUT-FILE.
           PERFORM 3000-CHECK-OPEN.

           PERFORM UNTIL EOF
               READ TXN-HIST-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF TXNH-RUN-DATE > COPY-DATE
                           ADD 1 TO HIST-SKIP-CNT
                       ELSE
                           MOVE TXNH-ITEM01-02 TO REAL-KEY
                           PERFORM 4000-MASK-KEY
                           MOVE MASK-KEY TO TXNH-ITEM01-02
                           WRITE HIST-OUT-REC FROM TXN-HIST-REC
                           ADD 1 TO HIST-CNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TXN-HIST-FILE.
           CLOSE HIST-OUT-FILE.

      * A file pair that did not open is left unbuilt and the read
      * loop is skipped by starting it at end of file.
       3000-CHECK-OPEN.

           MOVE "N" TO EOF-SW.
           IF IN-STATUS NOT = "00"
                   OR OUT-STATUS NOT = "00"
               DISPLAY 'TMASK01 - ' FILE-NAME ' NOT BUILT: INPUT '
                   'STATUS=' IN-STATUS ' OUTPUT STATUS=' OUT-STATUS
               MOVE 8 TO FUNCTION-RC
               SET EOF TO TRUE
           END-IF.

      ******************************************************************
      * Pseudonym for REAL-KEY, assigning the next one in sequence
      * to a key the map has not seen. A blank key stays blank so
      * a missing-field test case stays one. Files come in key
      * order often enough that the last answer is kept.
      ******************************************************************
       4000-MASK-KEY.

           IF REAL-KEY = SPACES
               MOVE SPACES TO MASK-KEY
           ELSE
           IF REAL-KEY = LAST-REAL-KEY
               MOVE LAST-MASK-KEY TO MASK-KEY
           ELSE
               MOVE REAL-KEY TO PSEU-KEY
               READ PSEUDO-FILE
                   INVALID KEY
                       PERFORM 4050-ASSIGN-PSEUDONYM
                   NOT INVALID KEY
                       MOVE PSEU-MASK-KEY TO MASK-KEY
                       ADD 1 TO MAP-HIT-CNT
               END-READ
               MOVE REAL-KEY TO LAST-REAL-KEY
               MOVE MASK-KEY TO LAST-MASK-KEY
           END-IF
           END-IF.

      * The control record is rewritten with every assignment, so a
      * run that dies part way can never hand the same pseudonym
      * out twice.
       4050-ASSIGN-PSEUDONYM.

           MOVE NEXT-SEQ TO SEQ-WORK.
           PERFORM VARYING CHAR-IDX FROM 6 BY -1
                   UNTIL CHAR-IDX < 1
               DIVIDE SEQ-WORK BY 36 GIVING SEQ-QUOT
                   REMAINDER SEQ-DIGIT
               MOVE ALPHA-CHAR(SEQ-DIGIT + 1) TO MASK-KEY(CHAR-IDX:1)
               MOVE SEQ-QUOT TO SEQ-WORK
           END-PERFORM.
           ADD 1 TO NEXT-SEQ.

           MOVE REAL-KEY TO PSEU-KEY.
           MOVE SPACES TO PSEU-ENTRY.
           MOVE MASK-KEY TO PSEU-MASK-KEY.
           MOVE RUN-DATE TO PSEU-FIRST-DATE.
           WRITE PSEUDO-REC.

           IF PSEUDO-STATUS = "00"
               MOVE LOW-VALUES TO PSEU-KEY
               READ PSEUDO-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF PSEUDO-STATUS = "00"
               MOVE NEXT-SEQ TO PSEU-NEXT-SEQ
               REWRITE PSEUDO-REC
           END-IF.
           IF PSEUDO-STATUS NOT = "00"
               DISPLAY 'TMASK01 - PSEUVS UPDATE FAILED STATUS='
                   PSEUDO-STATUS ' AT SEQUENCE ' NEXT-SEQ
               MOVE 12 TO FUNCTION-RC
           END-IF.
           ADD 1 TO MAP-NEW-CNT.

      * Ten-byte feed-side key: the pseudonym in the six bytes the
      * chain keys on, and the rest shifted round the alphabet by
      * the seed, position by position, so distinct tails stay
      * distinct. Anything outside the alphabet stays as it is.
       4100-MASK-LONG-KEY.

           MOVE REAL-LONG-KEY(1:6) TO REAL-KEY.
           PERFORM 4000-MASK-KEY.
           MOVE MASK-KEY TO MASK-LONG-KEY(1:6).
           MOVE REAL-LONG-KEY(7:4) TO MASK-LONG-KEY(7:4).

           PERFORM VARYING CHAR-IDX FROM 7 BY 1
                   UNTIL CHAR-IDX > 10
               MOVE "N" TO ALPHA-FOUND-SW
               PERFORM VARYING ALPHA-IDX FROM 1 BY 1
                       UNTIL ALPHA-IDX > 36
                       OR ALPHA-FOUND
                   IF ALPHA-CHAR(ALPHA-IDX) =
                           REAL-LONG-KEY(CHAR-IDX:1)
                       SET ALPHA-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF ALPHA-FOUND
                   COMPUTE SHIFT-WORK = ALPHA-IDX - 2
                       + SEED-DIGIT(CHAR-IDX - 5) + CHAR-IDX
                   DIVIDE SHIFT-WORK BY 36 GIVING SHIFT-QUOT
                       REMAINDER SHIFT-WORK
                   MOVE ALPHA-CHAR(SHIFT-WORK + 1)
                       TO MASK-LONG-KEY(CHAR-IDX:1)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Perturbed amount: the cents move by a seeded -10.0% to
      * +10.0% picked by the amount itself, so an amount always
      * masks to the same figure and its negative to the negative.
      * A non-zero amount never masks to zero.
      ******************************************************************
       4500-PERTURB-AMOUNT.

           IF AMT-IN < 0
               COMPUTE AMT-CENTS = AMT-IN * -100
           ELSE
               COMPUTE AMT-CENTS = AMT-IN * 100
           END-IF.

           COMPUTE AMT-WORK = AMT-CENTS * 7919 + MAP-SEED.
           DIVIDE AMT-WORK BY 201 GIVING AMT-QUOT
               REMAINDER AMT-REM.
           COMPUTE AMT-PCT = AMT-REM - 100.
           COMPUTE AMT-NEW-CENTS ROUNDED =
               AMT-CENTS + AMT-CENTS * AMT-PCT / 1000.

           IF AMT-CENTS > 0
                   AND AMT-NEW-CENTS < 1
               MOVE 1 TO AMT-NEW-CENTS
           END-IF.
           IF AMT-NEW-CENTS > AMT-MAX-CENTS
               MOVE AMT-MAX-CENTS TO AMT-NEW-CENTS
           END-IF.

           IF AMT-IN < 0
               COMPUTE AMT-OUT = AMT-NEW-CENTS / -100
           ELSE
               COMPUTE AMT-OUT = AMT-NEW-CENTS / 100
           END-IF.
           COMPUTE AMT-DELTA = AMT-OUT - AMT-IN.

       7000-PRINT-REPORT.

           DISPLAY 'TMASK01 - RECORDS MASKED'.
           DISPLAY '  FEED             ' FEED-CNT.
           DISPLAY '  JOURNAL          ' JRNL-CNT.
           DISPLAY '  REJECTS          ' REJ-CNT.
           DISPLAY '  ACKNOWLEDGMENTS  ' ACK-CNT.
           DISPLAY '  ROUTE D PARTNER  ' PARTD-CNT.
           DISPLAY '  ROUTE E PARTNER  ' PARTE-CNT.
           DISPLAY '  SETTLEMENT LINES ' SETTL-CNT.
           DISPLAY '  HISTORY          ' HIST-CNT
               '  (AFTER ' COPY-DATE ' LEFT OUT: ' HIST-SKIP-CNT ')'.
           DISPLAY 'TMASK01 - KEYS FROM THE MAP ' MAP-HIT-CNT
               '  NEWLY MAPPED ' MAP-NEW-CNT.

           MOVE FEED-MASK-SUM TO AMT-EDIT.
           DISPLAY 'TMASK01 - MASKED FEED DETAIL TOTAL  ' AMT-EDIT.
           MOVE FEED-TRL-MASKED TO AMT-EDIT.
           DISPLAY 'TMASK01 - MASKED FEED TRAILER TOTAL ' AMT-EDIT.
           IF FEED-MASK-SUM NOT = FEED-TRL-MASKED
               DISPLAY 'TMASK01 - FEED HASH OUT OF BALANCE - IT WAS '
                   'IN PRODUCTION TOO'
           END-IF.

      * Any perturbation left over belongs to a route and currency
      * the settlement summary has no line for.
           PERFORM VARYING DELTA-IDX FROM 1 BY 1
                   UNTIL DELTA-IDX > DELTA-CNT
               IF DLT-AMOUNT(DELTA-IDX) NOT = 0
                       AND SETTL-CNT > 0
                   MOVE DLT-AMOUNT(DELTA-IDX) TO AMT-EDIT
                   DISPLAY 'TMASK01 - NO SETTLEMENT LINE FOR ROUTE '
                       DLT-ROUTE(DELTA-IDX) ' '
                       DLT-CURRENCY(DELTA-IDX)
                       ' - JOURNAL MOVED BY ' AMT-EDIT
               END-IF
           END-PERFORM.
           IF SETTL-NO-DELTA-CNT > 0
               DISPLAY 'TMASK01 - SETTLEMENT LINES WITH NO JOURNAL '
                   'RECORDS: ' SETTL-NO-DELTA-CNT
           END-IF.

       8000-TERMINATION.

           IF PSEUDO-OPEN
               CLOSE PSEUDO-FILE
           END-IF.

           MOVE FUNCTION-RC TO RETURN-CODE.

           DISPLAY '** END TMASK01'.

      *****************************************************
