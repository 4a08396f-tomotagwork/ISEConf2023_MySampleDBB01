               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXNH-KEY
               FILE STATUS IS TXNHST-STATUS.
      * Transactions over a route's amount limit go to the held
      * file instead of being routed (see CPHELD); the usage store
      * carries each limited route's running total for the day.
      * RLSIN and RLSCTL are TRELS01's released generation and its
      * control record - the released items themselves arrive on
      * the TRANSIN concatenation. The run ledger records which
      * cycle took the generation, so every later cycle (and the
      * next day, if TRELS01 has not run again) passes it by.
           SELECT HELD-FILE ASSIGN TO HELDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELD-STATUS.
           SELECT ROUTE-USAGE-FILE ASSIGN TO RTUSEVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTUSE-KEY
               FILE STATUS IS RTUSE-STATUS.
      * The feed key cross-reference TCONV01 keeps (CPKEYXR) gives
      * each truncated key its full feed key back for the
      * acknowledgment.
           SELECT KEY-XREF-FILE ASSIGN TO KEYXRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KXR-KEY
               FILE STATUS IS KEYXR-STATUS.
           SELECT RELEASED-IN-FILE ASSIGN TO RLSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RLSIN-STATUS.
           SELECT RELEASE-CTL-FILE ASSIGN TO RLSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RLSCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC            PIC X(33).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       FD  HELD-FILE
           RECORDING MODE IS F.
       01 HELD-REC.
           COPY CPHELD.

       FD  ROUTE-USAGE-FILE.
       01 ROUTE-USAGE-REC.
           COPY CPRTUSE.

       FD  RELEASED-IN-FILE
           RECORDING MODE IS F.
       01 RELEASED-IN-REC      PIC X(33).

       FD  RELEASE-CTL-FILE
           RECORDING MODE IS F.
       01 RELEASE-CTL-REC.
           COPY CPRLSCT.

       FD  KEY-XREF-FILE.
       01 KEY-XREF-REC.
           COPY CPKEYXR.

       WORKING-STORAGE SECTION.
       01 TRANS-STATUS      PIC X(02) VALUE "00".
       01 REJECT-STATUS     PIC X(02) VALUE "00".
       01 RTMST-STATUS       PIC X(02) VALUE "00".
       01 ROUTE-WEIGHT-HELD  PIC 9(01) VALUE 1.
       01 ROUTE-SUBPGM-HELD  PIC X(08) VALUE SPACES.
       01 ROUTE-TXN-LIMIT-HELD   PIC 9(07)V9(02) VALUE 0.
       01 ROUTE-DAILY-LIMIT-HELD PIC 9(09)V9(02) VALUE 0.

      * The key cross-reference only improves the acknowledgment,
      * so unlike the route master it is not fatal: without it the
      * truncated keys are answered, as they always were. A random
      * READ that finds nothing sets a status of its own, so
      * whether the file is open is kept apart from it.
       01 KEYXR-STATUS       PIC X(02) VALUE "00".
       01 KEYXR-OPEN-SW      PIC X(01) VALUE "N".
           88 KEYXR-OPEN     VALUE "Y".

      * Route amount limits. 2900-CHECK-ROUTE-LIMITS states the
      * amount in USD through TFXRT01 and compares it with the
      * route's single-transaction limit and with its running total
      * for the process date on the usage store (CPRTUSE), which
      * carries across the day's cycles. A transaction that would
      * break either is held - written to HELDOUT and acknowledged
      * HELD, neither routed nor rejected - and its dollars kept
      * for the end-of-run balance the way a reject's are.
       01 HELD-STATUS        PIC X(02) VALUE "00".
       01 RTUSE-STATUS       PIC X(02) VALUE "00".
       01 LIMIT-HOLD-SW      PIC X(01) VALUE "N".
           88 LIMIT-HOLD     VALUE "Y".
       01 HOLD-REASON        PIC X(04) VALUE SPACES.
       01 HOLD-LIMIT-AMT     PIC 9(09)V9(02) VALUE 0.
       01 TXN-USD-AMT        PIC S9(11)V9(02) VALUE 0.
       01 USAGE-FOUND-SW     PIC X(01) VALUE "N".
           88 USAGE-FOUND    VALUE "Y".
       01 HOLD-CNT           PIC 9(09) VALUE 0.
       01 HOLD-AMT-TOTAL     PIC S9(09)V9(02) VALUE 0.
       01 HOLD-CNT-EDIT      PIC ZZZZZZZZ9.
       01 PGMFXRT            PIC X(8) VALUE "TFXRT01".
       01 FXLK-PARMS.
           COPY CPFXLK.

      * Held items TRELS01 released ride in on the TRANSIN
      * concatenation; RLSIN is the same generation read again at
      * initialization only to learn which incoming records they
      * are. Each entry excuses one matching record from the limit
      * test - two people have already looked at it. Five hundred
      * is far beyond any day's releases; past that a released item
      * is simply tested again, with a warning.
       01 RLSIN-STATUS       PIC X(02) VALUE "00".
       01 RLSCTL-STATUS      PIC X(02) VALUE "00".
       01 RLS-EOF-SW         PIC X(01) VALUE "N".
           88 RLS-EOF        VALUE "Y".
       01 RELEASED-ITEM-SW   PIC X(01) VALUE "N".
           88 RELEASED-ITEM  VALUE "Y".
       01 RELEASED-SAVE      PIC 9(09) VALUE 0.
       01 RELEASED-AMT-SAVE  PIC S9(09)V9(02) VALUE 0.
      * Whether the released generation is this cycle's, as the run
      * ledger answers for its control record: blank when there is
      * no control record to place it by.
       01 RLS-GEN-SW         PIC X(01) VALUE SPACE.
           88 RLS-GEN-OURS   VALUE "Y".
           88 RLS-GEN-SPENT  VALUE "S".
       01 SPENT-RELEASE-SW   PIC X(01) VALUE "N".
           88 SPENT-RELEASE  VALUE "Y".
       01 SPENT-RLS-CNT      PIC 9(09) VALUE 0.
       01 RELEASE-WORK.
           05 RLSW-ITEM01-01    PIC X(06).
           05 RLSW-ITEM01-02    PIC X(06).
           05 RLSW-ITEM01-AMT   PIC S9(07)V9(02).
           05 RLSW-ITEM01-REV   PIC X(01).
           05 RLSW-ITEM01-CUR   PIC X(03).
       01 RELEASE-TABLE.
           05 RLS-CNT          PIC 9(04) COMP VALUE 0.
           05 RLS-ENTRY OCCURS 500 TIMES.
               10 RT-ITEM01-01    PIC X(06).
               10 RT-ITEM01-02    PIC X(06).
               10 RT-ITEM01-AMT   PIC S9(07)V9(02).
               10 RT-ITEM01-CUR   PIC X(03).
               10 RT-USED-SW      PIC X(01).
                   88 RT-USED     VALUE "Y".
       01 RLS-IDX            PIC 9(04) COMP VALUE 0.

      * Processed-transaction history store (see CPTXNHST) and the
      * reject reason the current record will carry if diverted -
      * behaves exactly as before.
       01 RUN-CYCLE          PIC 9(02) VALUE 1.

      * Run-state ledger (TRUNLG01, CPRUNLK). This step may only
      * route once the conversion of its cycle - or, for a parallel
      * leg, the split - completed, and only once per cycle unless
      * an operator override card says otherwise. CONV-DATE-SAVE is
      * the business date the conversion step staged, kept from the
      * early control-totals read.
       01 PGMRUNLG           PIC X(8) VALUE "TRUNLG01".
       01 RUNLK-PARMS.
           COPY CPRUNLK.
       01 CONV-DATE-SAVE     PIC X(08) VALUE SPACES.
       01 LEDGER-REFUSED-SW  PIC X(01) VALUE "N".
           88 LEDGER-REFUSED VALUE "Y".
       01 LEG-LETTER         PIC X(01) VALUE SPACE.
           88 VALID-LEG-LETTER VALUE "A" THRU "F".
       01 PARM-IDX           PIC 9(02) VALUE 0.

      * Supervised replay of an archived day, armed (one-shot, see
      * 1200) by the run-control record. The prior-day duplicate
      * diversion is bypassed - every record of a replayed feed was
       01 PGMSUB02        PIC X(8) VALUE "TSUB02".
       01 PGMSUB03        PIC X(8) VALUE "TSUB03".
       01 PGMSUB06        PIC X(8) VALUE "TSUB06".
      * This run's start, passed with LEG-LETTER for TSUB06 to stamp
      * on the settlement summary - a rerun of the cycle supersedes
      * the figures of the run before it.
       01 SETTLE-RUN-TS   PIC X(20) VALUE SPACES.
       01 PGMSUB02B       PIC X(8) VALUE "TSUB02B".
       01 PGMSUB03B       PIC X(8) VALUE "TSUB03B".

      * corrected by adding a day.
      * Partner interface extracts for the route D and route E
      * integrations. The settlement date on route D's record is
      * the next business day after the run date in the record's
      * currency, per that partner's agreement - TBDAY01 works it
      * out against the business calendar the first time each
      * currency is seen, and the answer is kept here for the rest
      * of the run.
       01 PARTD-STATUS      PIC X(02) VALUE "00".
       01 PARTE-STATUS      PIC X(02) VALUE "00".
       01 SETTLE-DATE       PIC X(08) VALUE SPACES.
       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
       01 BDAY-PARMS.
           COPY CPBDAY.
       01 SETTLE-DATE-TABLE.
           05 SETTLE-TBL-CNT   PIC 9(02) COMP VALUE 0.
           05 SETTLE-TBL-ENTRY OCCURS 10 TIMES.
               10 SD-CURRENCY     PIC X(03).
               10 SD-SETTLE-DATE  PIC X(08).
       01 SETTLE-TBL-IDX    PIC 9(02) COMP VALUE 0.

       01 RUNSTAT-STATUS    PIC X(02) VALUE "00".
       01 START-TIME        PIC X(08) VALUE SPACES.

           PERFORM 1000-INITIALIZATION.

           IF LEDGER-REFUSED
               PERFORM 8950-END-REFUSED-RUN
           ELSE
               PERFORM UNTIL EOF
                   PERFORM 2000-READ-TRANS-FILE
                   IF NOT EOF
                       ADD 1 TO RECS-READ
                       IF RESTART-RUN
                               AND RECS-READ <= RESTART-COUNT
      * Skipped records never reach TSUB06, so their dollars are
      * kept here for the end-of-run dollar balance.
                           ADD ITEM01-AMT TO SKIPPED-AMT-TOTAL
                       ELSE
                           IF BULK-MODE
                               PERFORM 4000-STAGE-BULK-RECORD
                           ELSE
                               PERFORM 3000-PROCESS-RECORD
                           END-IF
                           PERFORM 7000-CHECKPOINT-IF-DUE
                       END-IF
                   END-IF
               END-PERFORM

               IF BULK-MODE AND BULK-COUNT > 0
                   PERFORM 4500-PROCESS-BULK-BLOCK
               END-IF

      * Resolves a CHECKPOINT-PENDING left over from a MOD boundary
      * that fell inside the final, partial bulk block above - now
      * that the block has been flushed and BULK-COUNT is back to
      * zero, 7000-CHECKPOINT-IF-DUE's own bulk-in-flight guard no
      * longer holds it back.
               PERFORM 7000-CHECKPOINT-IF-DUE

               PERFORM 8000-TERMINATION
           END-IF.

           GOBACK.

           ACCEPT START-TIME FROM TIME.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO PROCESS-DATE.
           STRING RUN-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  START-TIME DELIMITED BY SIZE
               INTO SETTLE-RUN-TS
           END-STRING.

           PERFORM 1250-READ-CONV-CONTEXT.

           ACCEPT RUN-PARM FROM COMMAND-LINE.

      * The run ledger is consulted before the run-control record:
      * a run refused for running out of order must not use up the
      * one-shot restart and replay switches 1200 resets.
           PERFORM 1050-CHECK-RUN-LEDGER.

           IF NOT LEDGER-REFUSED
               PERFORM 1500-START-RUN
           END-IF.

       1500-START-RUN.

           PERFORM 1200-READ-RUN-CONTROL.

      * Each keyword is looked for anywhere in the 20-byte run
      * parameter independently of the other, so "RESTART BULK" and
      * "BULK RESTART" (and either keyword alone) are all recognized
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Without the usage store every run would start the daily
      * limits from zero and the day's second cycle could send the
      * whole limit again, so this OPEN failing is fatal as well.
           OPEN I-O ROUTE-USAGE-FILE.
           IF RTUSE-STATUS NOT = "00"
               DISPLAY 'TMAIN01 - OPEN FAILED ON RTUSEVS STATUS='
                   RTUSE-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Always EXTEND: holds from the day's earlier cycle (or from
      * the aborted run a restart resumes) stay on the file until
      * TRELS01 has queued them and its job empties it.
           OPEN EXTEND HELD-FILE.
           IF HELD-STATUS NOT = "00"
               DISPLAY 'TMAIN01 - OPEN FAILED ON HELDOUT STATUS='
                   HELD-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 1400-LOAD-RELEASED-ITEMS.

           IF RESTART-RUN
               OPEN EXTEND GDG-OUT-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Always EXTEND: TCONV01 started this file fresh in STEP005
      * with its own conversion-reject acknowledgments, and this
      * step appends one disposition per staged transaction - a
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT KEY-XREF-FILE.
           IF KEYXR-STATUS = "00"
               SET KEYXR-OPEN TO TRUE
           ELSE
               DISPLAY 'TMAIN01 - OPEN FAILED ON KEYXRVS STATUS='
                   KEYXR-STATUS ' - ACKNOWLEDGMENTS WILL CARRY '
                   'TRUNCATED KEYS'
           END-IF.

      * A parallel leg is named by LEG=x in the run parameter (A-F,
      * the leg's job suffix) and is entered on the ledger as its
      * own step; it belongs to the cycle the chain has open, since
      * its CTLTOTS is the splitter's leg record. The single-stream
      * run names the date the conversion step staged. A CALL
      * replaces RETURN-CODE, so nothing raised before it is lost:
      * STEP-RC carries it across.
       1050-CHECK-RUN-LEDGER.

           MOVE "TMAIN01" TO RUNLK-STEP.
           MOVE CONV-DATE-SAVE TO RUNLK-DATE.
           MOVE RUN-CYCLE TO RUNLK-CYCLE.
           MOVE SPACE TO LEG-LETTER.
           PERFORM VARYING PARM-IDX FROM 1 BY 1
                   UNTIL PARM-IDX > 16
               IF RUN-PARM(PARM-IDX:4) = "LEG="
                   MOVE RUN-PARM(PARM-IDX + 4:1) TO LEG-LETTER
                   MOVE 16 TO PARM-IDX
               END-IF
           END-PERFORM.
           IF LEG-LETTER NOT = SPACE
               MOVE LEG-LETTER TO RUNLK-STEP(8:1)
               MOVE SPACES TO RUNLK-DATE
               MOVE 0 TO RUNLK-CYCLE
           END-IF.

           IF LEG-LETTER NOT = SPACE
                   AND NOT VALID-LEG-LETTER
               MOVE "12" TO RUNLK-RESULT
               MOVE SPACES TO RUNLK-MESSAGE
               STRING "RUN PARAMETER LEG=" DELIMITED BY SIZE
                      LEG-LETTER DELIMITED BY SIZE
                      " IS NOT A LEG A-F" DELIMITED BY SIZE
                   INTO RUNLK-MESSAGE
               END-STRING
           ELSE
               MOVE RETURN-CODE TO STEP-RC
               MOVE "B" TO RUNLK-FUNCTION
               MOVE 0 TO RUNLK-STEP-RC
               CALL PGMRUNLG USING RUNLK-PARMS
               MOVE STEP-RC TO RETURN-CODE
           END-IF.

           IF RUNLK-OVERRIDDEN
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNOVRD" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 9000-WRITE-ALERT
           ELSE
           IF NOT RUNLK-CLEARED
               DISPLAY 'TMAIN01 - RUN REFUSED BY THE RUN LEDGER: '
                   RUNLK-MESSAGE
               SET LEDGER-REFUSED TO TRUE
               SET EOF TO TRUE
               MOVE 12 TO STEP-RC
               MOVE 12 TO RETURN-CODE
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNORDER" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 9000-WRITE-ALERT
           END-IF
           END-IF.

       1100-LOAD-LAST-CHECKPOINT.

           OPEN INPUT CHECKPOINT-FILE.
                       MOVE CONV-CYCLE-NO TO RUN-CYCLE
                   END-IF
                   MOVE CONV-SYSTEM-ID TO RUN-SYSTEM
                   MOVE CONV-RUN-DATE TO CONV-DATE-SAVE
               END-IF
               CLOSE CONV-CTL-FILE
               MOVE "00" TO CONVCT-STATUS
                   'STATUS=' PARM5-STATUS ' USING DEFAULT'
           END-IF.

      * No released generation, a DUMMY DD or an empty file all
      * mean nothing was released into this run. A generation an
      * earlier cycle already routed is still loaded, so that its
      * records can be passed over on TRANSIN - except on a leg,
      * whose TRANSIN the split already cleared of them.
       1400-LOAD-RELEASED-ITEMS.

           PERFORM 1410-PLACE-RELEASE-GEN.

           IF RLS-GEN-SPENT
                   AND LEG-LETTER NOT = SPACE
               CONTINUE
           ELSE
               OPEN INPUT RELEASED-IN-FILE
               IF RLSIN-STATUS = "00"
                   PERFORM UNTIL RLS-EOF
                       READ RELEASED-IN-FILE INTO RELEASE-WORK
                           AT END
                               SET RLS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1450-STORE-RELEASED-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE RELEASED-IN-FILE
               END-IF
           END-IF.

           IF RLS-CNT > 0
               IF RLS-GEN-SPENT
                   DISPLAY 'TMAIN01 - ' RLS-CNT ' RELEASED HELD '
                       'ITEM(S) ALREADY ROUTED - PASSED OVER ON '
                       'TRANSIN'
               ELSE
                   DISPLAY 'TMAIN01 - ' RLS-CNT ' RELEASED HELD '
                       'ITEM(S) EXPECTED ON TRANSIN'
               END-IF
           END-IF.

      * The control record names the generation (TRELS01's run date
      * and time). The single-stream run takes a generation no cycle
      * has taken yet; a leg only asks, since the split of its
      * cycle took it. A released generation without a control
      * record cannot be placed and is taken as it stands.
       1410-PLACE-RELEASE-GEN.

           MOVE SPACE TO RLS-GEN-SW.
           OPEN INPUT RELEASE-CTL-FILE.
           IF RLSCTL-STATUS = "00"
               READ RELEASE-CTL-FILE
                   AT END
                       MOVE "10" TO RLSCTL-STATUS
               END-READ
               IF RLSCTL-STATUS = "00"
                   PERFORM 1420-ASK-RUN-LEDGER
               END-IF
               CLOSE RELEASE-CTL-FILE
           END-IF.

      * A ledger that cannot answer leaves the released items in
      * doubt either way - routed twice or not at all - so the run
      * stops as it would for an unreadable input.
       1420-ASK-RUN-LEDGER.

           MOVE "R" TO RUNLK-FUNCTION.
           MOVE RLSCT-RUN-DATE TO RUNLK-RLS-DATE.
           MOVE RLSCT-RUN-TIME TO RUNLK-RLS-TIME.
           IF LEG-LETTER = SPACE
               MOVE "Y" TO RUNLK-RLS-CLAIM
           ELSE
               MOVE "N" TO RUNLK-RLS-CLAIM
           END-IF.
           MOVE RETURN-CODE TO STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.
           MOVE STEP-RC TO RETURN-CODE.

           EVALUATE TRUE
               WHEN RUNLK-CLEARED
                   SET RLS-GEN-OURS TO TRUE
               WHEN RUNLK-REFUSED
                   SET RLS-GEN-SPENT TO TRUE
                   DISPLAY 'TMAIN01 - RELEASE RUN OF ' RLSCT-RUN-DATE
                       ' NOT THIS CYCLE''S: ' RUNLK-MESSAGE
               WHEN OTHER
                   DISPLAY 'TMAIN01 - RELEASE RUN OF ' RLSCT-RUN-DATE
                       ' CANNOT BE PLACED: ' RUNLK-MESSAGE
                   SET EOF TO TRUE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       1450-STORE-RELEASED-ITEM.

           IF RLS-CNT < 500
               ADD 1 TO RLS-CNT
               MOVE RLSW-ITEM01-01 TO RT-ITEM01-01(RLS-CNT)
               MOVE RLSW-ITEM01-02 TO RT-ITEM01-02(RLS-CNT)
               MOVE RLSW-ITEM01-AMT TO RT-ITEM01-AMT(RLS-CNT)
               MOVE RLSW-ITEM01-CUR TO RT-ITEM01-CUR(RLS-CNT)
               MOVE "N" TO RT-USED-SW(RLS-CNT)
           ELSE
               DISPLAY 'TMAIN01 - RELEASED ITEM TABLE FULL, '
                   RLSW-ITEM01-01 '/' RLSW-ITEM01-02
                   ' WILL BE LIMIT-TESTED AGAIN'
           END-IF.

       2000-READ-TRANS-FILE.

           PERFORM 2010-READ-NEXT-RECORD.
           PERFORM 2010-READ-NEXT-RECORD
               UNTIL EOF OR NOT SPENT-RELEASE.

      * A record of a released generation another cycle already
      * routed is passed over here, before it is counted as read,
      * so neither the routing nor the balancing ever sees it.
       2010-READ-NEXT-RECORD.

           MOVE "N" TO SPENT-RELEASE-SW.
           READ TRANS-FILE INTO PARM01
               AT END
                   SET EOF TO TRUE
           END-READ.
           IF NOT EOF
                   AND RLS-GEN-SPENT
               PERFORM 2920-FIND-RELEASED-ITEM
               IF RELEASED-ITEM
                   SET SPENT-RELEASE TO TRUE
                   ADD 1 TO SPENT-RLS-CNT
               END-IF
           END-IF.

       4000-STAGE-BULK-RECORD.

           IF INVALID-CODE OR DUP-TXN OR REV-ORPHAN
               PERFORM 2600-WRITE-REJECT-RECORD
           ELSE
      * The limit test happens at staging too, so a held record
      * never enters a block.
               PERFORM 2900-CHECK-ROUTE-LIMITS
               IF LIMIT-HOLD
                   PERFORM 2950-WRITE-HELD-RECORD
               ELSE
      * A reversal is negated at staging time, so the block flush
      * processes it exactly as the single-record path would.
                   IF ITEM01-REVERSAL
                       PERFORM 2770-NEGATE-REVERSAL
                   END-IF
                   ADD 1 TO BULK-COUNT
                   MOVE ITEM01-01 TO TBL-ITEM01-01(BULK-COUNT)
                   MOVE ITEM01-02 TO TBL-ITEM01-02(BULK-COUNT)
                   MOVE ITEM01-AMT TO TBL-ITEM01-AMT(BULK-COUNT)
                   MOVE ITEM01-REV-FLAG
                       TO TBL-ITEM01-REV(BULK-COUNT)
                   MOVE ITEM01-CUR TO TBL-ITEM01-CUR(BULK-COUNT)
                   IF BULK-COUNT >= BULK-BLOCK-SIZE
                       PERFORM 4500-PROCESS-BULK-BLOCK
                   END-IF
               END-IF
           END-IF.

           IF INVALID-CODE OR DUP-TXN OR REV-ORPHAN
               PERFORM 2600-WRITE-REJECT-RECORD
           ELSE
               PERFORM 2900-CHECK-ROUTE-LIMITS
               IF LIMIT-HOLD
                   PERFORM 2950-WRITE-HELD-RECORD
               ELSE
                   IF ITEM01-REVERSAL
                       PERFORM 2770-NEGATE-REVERSAL
                   END-IF
                   PERFORM 3100-ROUTE-AND-CALL-SUBS
               END-IF
           END-IF.

      * Also refreshes ROUTE-WEIGHT-HELD and ROUTE-SUBPGM-HELD for
           SET INVALID-CODE TO TRUE.
           MOVE "N" TO DUP-TXN-SW.
           MOVE "N" TO REV-ORPHAN-SW.
           MOVE "N" TO LIMIT-HOLD-SW.
           MOVE 1 TO ROUTE-WEIGHT-HELD.
           MOVE SPACES TO ROUTE-SUBPGM-HELD.
           MOVE 0 TO ROUTE-TXN-LIMIT-HELD.
           MOVE 0 TO ROUTE-DAILY-LIMIT-HELD.

           MOVE ITEM01-01 TO ROUTE-KEY.
           READ ROUTE-MASTER-FILE
                       SET VALID-CODE TO TRUE
                       MOVE ROUTE-PARM2-WEIGHT TO ROUTE-WEIGHT-HELD
                       MOVE ROUTE-SUBPGM TO ROUTE-SUBPGM-HELD
                       MOVE ROUTE-TXN-LIMIT TO ROUTE-TXN-LIMIT-HELD
                       MOVE ROUTE-DAILY-LIMIT
                           TO ROUTE-DAILY-LIMIT-HELD
                   END-IF
           END-READ.

               REVERSED-AMT-ADJ + (ITEM01-AMT * 2).
           COMPUTE ITEM01-AMT = 0 - ITEM01-AMT.

      * Reversals are never held - they give money back, and their
      * original already passed the limits (or was released) - and
      * a route with neither limit set is not tested at all. A
      * released item is excused the test but its dollars still
      * count toward the route's day. A replay regenerates a day
      * whose holds were decided at the time: it applies the
      * single-transaction limit only and leaves that day's usage
      * alone.
       2900-CHECK-ROUTE-LIMITS.

           MOVE "N" TO LIMIT-HOLD-SW.
           MOVE SPACES TO HOLD-REASON.
           MOVE 0 TO HOLD-LIMIT-AMT.
           MOVE 0 TO TXN-USD-AMT.

           IF NOT ITEM01-REVERSAL
                   AND (ROUTE-TXN-LIMIT-HELD > 0
                       OR ROUTE-DAILY-LIMIT-HELD > 0)
               PERFORM 2910-STATE-AMOUNT-IN-USD
      * A generation already routed excuses nothing.
               IF RLS-GEN-SPENT
                   MOVE "N" TO RELEASED-ITEM-SW
               ELSE
                   PERFORM 2920-FIND-RELEASED-ITEM
               END-IF
               IF NOT RELEASED-ITEM
                   PERFORM 2930-TEST-LIMITS
               END-IF
               IF NOT LIMIT-HOLD
                       AND ROUTE-DAILY-LIMIT-HELD > 0
                       AND FXLK-FOUND
                       AND NOT REPLAY-RUN
                   PERFORM 2940-ADD-TO-ROUTE-USAGE
               END-IF
           END-IF.

      * Limits are stated in USD, so the amount is converted at the
      * rate in force on the process date - the same rate the
      * settlement summary will state the day in.
       2910-STATE-AMOUNT-IN-USD.

           MOVE ITEM01-CUR TO FXLK-CURRENCY.
           MOVE PROCESS-DATE TO FXLK-AS-OF-DATE.
           CALL PGMFXRT USING FXLK-PARMS.
           IF FXLK-FOUND
               COMPUTE TXN-USD-AMT ROUNDED =
                   ITEM01-AMT * FXLK-RATE
           END-IF.

       2920-FIND-RELEASED-ITEM.

           MOVE "N" TO RELEASED-ITEM-SW.
           PERFORM VARYING RLS-IDX FROM 1 BY 1
                   UNTIL RLS-IDX > RLS-CNT OR RELEASED-ITEM
               IF NOT RT-USED(RLS-IDX)
                       AND RT-ITEM01-01(RLS-IDX) = ITEM01-01
                       AND RT-ITEM01-02(RLS-IDX) = ITEM01-02
                       AND RT-ITEM01-AMT(RLS-IDX) = ITEM01-AMT
                       AND RT-ITEM01-CUR(RLS-IDX) = ITEM01-CUR
                   MOVE "Y" TO RT-USED-SW(RLS-IDX)
                   SET RELEASED-ITEM TO TRUE
               END-IF
           END-PERFORM.

      * An amount that cannot be stated in USD cannot be tested
      * against either limit, so it is held rather than waved
      * through - a person can see the amount and decide.
       2930-TEST-LIMITS.

           IF NOT FXLK-FOUND
               SET LIMIT-HOLD TO TRUE
               MOVE "HL03" TO HOLD-REASON
           ELSE
           IF ROUTE-TXN-LIMIT-HELD > 0
                   AND TXN-USD-AMT > ROUTE-TXN-LIMIT-HELD
               SET LIMIT-HOLD TO TRUE
               MOVE "HL01" TO HOLD-REASON
               MOVE ROUTE-TXN-LIMIT-HELD TO HOLD-LIMIT-AMT
           ELSE
           IF ROUTE-DAILY-LIMIT-HELD > 0 AND NOT REPLAY-RUN
               PERFORM 2935-READ-ROUTE-USAGE
               IF RTUSE-USD-TOTAL + TXN-USD-AMT
                       > ROUTE-DAILY-LIMIT-HELD
                   SET LIMIT-HOLD TO TRUE
                   MOVE "HL02" TO HOLD-REASON
                   MOVE ROUTE-DAILY-LIMIT-HELD TO HOLD-LIMIT-AMT
               END-IF
           END-IF
           END-IF
           END-IF.

       2935-READ-ROUTE-USAGE.

           MOVE ITEM01-01 TO RTUSE-ROUTE.
           MOVE PROCESS-DATE TO RTUSE-DATE.
           READ ROUTE-USAGE-FILE
               INVALID KEY
                   MOVE "N" TO USAGE-FOUND-SW
                   MOVE 0 TO RTUSE-USD-TOTAL
                   MOVE 0 TO RTUSE-TXN-CNT
               NOT INVALID KEY
                   SET USAGE-FOUND TO TRUE
           END-READ.

      * Written through per transaction rather than at end of run,
      * so an abend never loses what was already sent. A restart
      * re-adds the records it reprocesses after the checkpoint;
      * the route's day is overstated by at most one checkpoint
      * interval, which errs on the side of holding.
       2940-ADD-TO-ROUTE-USAGE.

           PERFORM 2935-READ-ROUTE-USAGE.
           MOVE ITEM01-01 TO RTUSE-ROUTE.
           MOVE PROCESS-DATE TO RTUSE-DATE.
           ADD TXN-USD-AMT TO RTUSE-USD-TOTAL.
           ADD 1 TO RTUSE-TXN-CNT.
           IF USAGE-FOUND
               REWRITE ROUTE-USAGE-REC
                   INVALID KEY
                       DISPLAY 'TMAIN01 - RTUSEVS REWRITE FAILED '
                           'FOR ' RTUSE-KEY ' STATUS=' RTUSE-STATUS
               END-REWRITE
           ELSE
               WRITE ROUTE-USAGE-REC
                   INVALID KEY
                       DISPLAY 'TMAIN01 - RTUSEVS WRITE FAILED '
                           'FOR ' RTUSE-KEY ' STATUS=' RTUSE-STATUS
               END-WRITE
           END-IF.

      * The held record keeps the transaction exactly as staged
      * (reversals never get here, so nothing has been negated)
      * along with why it was held and against what limit.
       2950-WRITE-HELD-RECORD.

           MOVE PARM01 TO HELD-PARM01.
           MOVE HOLD-REASON TO HELD-REASON-CODE.
           MOVE TXN-USD-AMT TO HELD-USD-AMOUNT.
           MOVE HOLD-LIMIT-AMT TO HELD-LIMIT-AMT.
           MOVE RUN-DATE TO HELD-RUN-DATE.
           MOVE RUN-CYCLE TO HELD-CYCLE-NO.
           MOVE RUN-SYSTEM TO HELD-SYSTEM.
           MOVE REPLAY-TAG TO HELD-REPLAY-FLAG.
           MOVE SPACES TO HELD-DECISION.
           MOVE SPACES TO HELD-DECIDED-BY.
           MOVE SPACES TO HELD-DECIDED-DATE.

           WRITE HELD-REC.

           ADD 1 TO HOLD-CNT.
           ADD ITEM01-AMT TO HOLD-AMT-TOTAL.

           DISPLAY 'TMAIN01 - HELD OVER ROUTE LIMIT (' HOLD-REASON
               '): ' ITEM01-01 '/' ITEM01-02 ' ' ITEM01-CUR
               ' ' ITEM01-AMT.

           PERFORM 2800-WRITE-ACK-RECORD.

       2600-WRITE-REJECT-RECORD.

           EVALUATE TRUE

      * One disposition per record back to the feed provider, in
      * the feed's own key terms - this step sits downstream of the
      * 10->6 byte key truncation TCONV01 applies, so the full key
      * is taken back from the key cross-reference; failing that,
      * the truncated keys go in the first six bytes of each key
      * field (see CPACK01). PROCESSED records carry the route
      * classified to; rejects carry the CPREJ01 reason code; a
      * HELD record carries the route it would have gone to and
      * the CPHELD reason code.
       2800-WRITE-ACK-RECORD.

           MOVE SPACES TO ACK-TXN-TYPE.
           MOVE SPACES TO ACK-TXN-SUBTYPE.
           MOVE ITEM01-01 TO ACK-TXN-TYPE(1:6).
           MOVE ITEM01-02 TO ACK-TXN-SUBTYPE(1:6).
           IF KEYXR-OPEN
               MOVE ITEM01-01 TO KXR-TRUNC-TYPE
               MOVE ITEM01-02 TO KXR-TRUNC-SUBTYPE
               READ KEY-XREF-FILE
                   NOT INVALID KEY
                       MOVE KXR-FULL-TYPE TO ACK-TXN-TYPE
                       MOVE KXR-FULL-SUBTYPE TO ACK-TXN-SUBTYPE
               END-READ
           END-IF.
           MOVE RUN-SYSTEM TO ACK-SYSTEM.
           MOVE REPLAY-TAG TO ACK-REPLAY-FLAG.
           IF INVALID-CODE OR DUP-TXN OR REV-ORPHAN
               MOVE "REJECTED" TO ACK-DISPOSITION
               MOVE REJECT-REASON TO ACK-REASON-CODE
               MOVE SPACES TO ACK-ROUTE
           ELSE
           IF LIMIT-HOLD
               MOVE "HELD" TO ACK-DISPOSITION
               MOVE HOLD-REASON TO ACK-REASON-CODE
               MOVE ITEM01-01 TO ACK-ROUTE
           ELSE
               MOVE "PROCESSED" TO ACK-DISPOSITION
               MOVE SPACES TO ACK-REASON-CODE
               MOVE ITEM01-01 TO ACK-ROUTE
           END-IF
           END-IF.

           WRITE ACK-REC.
                   MOVE ITEM04-01 TO PARTD-ITEM04-01
                   MOVE ITEM04-02 TO PARTD-ITEM04-02
                   MOVE ITEM04-AMT TO PARTD-AFTER-AMT
                   PERFORM 3080-RESOLVE-SETTLE-DATE
                   MOVE SETTLE-DATE TO PARTD-SETTLE-DATE
                   MOVE ITEM01-CUR TO PARTD-CURRENCY
                   MOVE PROCESS-DATE TO PARTD-RUN-DATE
                   WRITE PARTE-REC
           END-EVALUATE.

      * Next business day after the process date in the record's
      * currency - a replay of an old day settles as that day
      * would have. A calendar TBDAY01 could not load still skips
      * weekends (it has already said so on SYSOUT); a process date
      * it cannot read leaves the settlement date blank rather than
      * inventing one.
       3080-RESOLVE-SETTLE-DATE.

           MOVE SPACES TO SETTLE-DATE.
           PERFORM VARYING SETTLE-TBL-IDX FROM 1 BY 1
                   UNTIL SETTLE-TBL-IDX > SETTLE-TBL-CNT
               IF SD-CURRENCY(SETTLE-TBL-IDX) = ITEM01-CUR
                   MOVE SD-SETTLE-DATE(SETTLE-TBL-IDX)
                       TO SETTLE-DATE
               END-IF
           END-PERFORM.

           IF SETTLE-DATE = SPACES
               MOVE "N" TO BDAY-FUNCTION
               MOVE ITEM01-CUR TO BDAY-CURRENCY
               MOVE PROCESS-DATE TO BDAY-FROM-DATE
               MOVE 1 TO BDAY-DAYS
               CALL PGMBDAY USING BDAY-PARMS
               IF BDAY-BAD-DATE
                   DISPLAY 'TMAIN01 - CANNOT DATE SETTLEMENT FROM '
                       'PROCESS DATE ' PROCESS-DATE
               ELSE
                   MOVE BDAY-TO-DATE TO SETTLE-DATE
                   IF SETTLE-TBL-CNT < 10
                       ADD 1 TO SETTLE-TBL-CNT
                       MOVE ITEM01-CUR TO SD-CURRENCY(SETTLE-TBL-CNT)
                       MOVE SETTLE-DATE
                           TO SD-SETTLE-DATE(SETTLE-TBL-CNT)
                       DISPLAY 'TMAIN01 - ' ITEM01-CUR
                           ' SETTLEMENT DATE ' SETTLE-DATE
                   END-IF
               END-IF
           END-IF.

       3500-POST-PROCESS-ONE-TXN.

           PERFORM 3150-WRITE-EXTRACT-RECORD.
           MOVE "A" TO PARM2-FUNC.
           CALL PGMSUB06 USING PARM2-FUNC PARM01 PARM2
               RESTART-SW ROUTE-WEIGHT-HELD RUN-CYCLE
               PROCESS-DATE REPLAY-TAG LEG-LETTER SETTLE-RUN-TS.

       3200-WRITE-JOURNAL-RECORD.

           IF PARTE-STATUS = "00"
               CLOSE PARTE-FILE
           END-IF.
           IF HELD-STATUS = "00"
               CLOSE HELD-FILE
           END-IF.
           IF RTUSE-STATUS = "00"
               CLOSE ROUTE-USAGE-FILE
           END-IF.
           IF KEYXR-OPEN
               CLOSE KEY-XREF-FILE
           END-IF.

           PERFORM 8100-PRINT-CONTROL-REPORT.

           MOVE "R" TO PARM2-FUNC.
           CALL PGMSUB06 USING PARM2-FUNC PARM01 PARM2
               RESTART-SW ROUTE-WEIGHT-HELD RUN-CYCLE
               PROCESS-DATE REPLAY-TAG LEG-LETTER SETTLE-RUN-TS.

           PERFORM 8200-BALANCE-CONTROL-TOTALS.

               MOVE RETURN-CODE TO STEP-RC
           END-IF.

      * Held items wait on a person, not on the batch - one warning
      * per run says how many so the desk knows decisions are due.
           IF HOLD-CNT > 0
               MOVE HOLD-CNT TO HOLD-CNT-EDIT
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "TXNHELD" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING HOLD-CNT-EDIT DELIMITED BY SIZE
                      " TRANSACTION(S) HELD OVER ROUTE LIMITS - RELEA
      -               "SE DECISIONS DUE" DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 9000-WRITE-ALERT
           END-IF.

           PERFORM 8300-WRITE-RUN-STATS.

           PERFORM 8900-RECORD-RUN-END.

           MOVE STEP-RC TO RETURN-CODE.

           IF ALERT-FILE-OPEN
               MOVE ELAPSED-SECS TO RUNST-ELAPSED-SEC
               MOVE SNUM10-02 OF PARM2 TO RUNST-AMOUNT-TOTAL
               MOVE REPLAY-SW TO RUNST-REPLAY-SW
               MOVE HOLD-CNT TO RUNST-HELD-CNT
               WRITE RUN-STATS-REC
               CLOSE RUN-STATS-FILE
           END-IF.

      * The step's final condition code goes on its ledger entry -
      * below 8 lets the next step of the chain start. An end that
      * cannot be recorded leaves the entry "started", which holds
      * the chain until someone looks; the routing itself is done,
      * so that is a warning.
       8900-RECORD-RUN-END.

           MOVE "E" TO RUNLK-FUNCTION.
           MOVE STEP-RC TO RUNLK-STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.

           IF NOT RUNLK-CLEARED
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNLEDGR" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 9000-WRITE-ALERT
           END-IF.

      * Refused by the run ledger: nothing was opened but, perhaps,
      * the alert file. The run-control switches, checkpoint and
      * every output are left exactly as they were.
       8950-END-REFUSED-RUN.

           MOVE STEP-RC TO RETURN-CODE.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TMAIN01 - NOTHING ROUTED, RETURN CODE 12'.
           DISPLAY '** END TMAIN01'.

       8350-COMPUTE-ELAPSED.

           ACCEPT END-TIME FROM TIME.
           DISPLAY '  OF WHICH DUPLICATES=' DUP-CNT.
           DISPLAY '  OF WHICH ORPHAN REVERSALS=' REV-ORPHAN-CNT.
           DISPLAY 'REVERSALS PROCESSED=' REV-CNT.
           DISPLAY 'HELD OVER LIMIT COUNT=' HOLD-CNT.
           DISPLAY 'RELEASED HOLDS IN   =' RELEASED-SAVE.
           DISPLAY '---------------------------------------------'.

      * Balances this step's counts against the control-totals
      * record TCONV01 wrote: the records read here (net of any
      * restart skip) must be the records conversion staged, and
      * everything read must be accounted for as routed, rejected
      * or held. Any break ends the step with condition code 12
      * so the scheduler holds the downstream extract distribution.
       8200-BALANCE-CONTROL-TOTALS.

           END-IF.

           PERFORM 8270-READ-REPAIR-TOTALS.
           PERFORM 8280-READ-RELEASE-TOTALS.

           OPEN INPUT CONV-CTL-FILE.
           IF CONVCT-STATUS = "00"
               ' READ=' CONV-READ-CNT
               ' WRITTEN=' CONV-WRITTEN-CNT
               ' REJECTED=' CONV-REJECTED-CNT.
           DISPLAY 'TMAIN01 - VALUE-DATE WAREHOUSE: WAREHOUSED='
               CONV-WAREHOUSED-CNT ' CANCELLED=' CONV-CANCELLED-CNT
               ' RELEASED INTO THIS RUN=' CONV-WHSE-RELEASED-CNT.

           MOVE CONV-READ-CNT TO CONV-READ-SAVE.
           MOVE CONV-WRITTEN-CNT TO CONV-WRITTEN-SAVE.
           END-IF.

           IF RECS-READ NOT = CONV-WRITTEN-CNT + REPAIRED-SAVE
                   + RELEASED-SAVE
               DISPLAY 'TMAIN01 - RECORDS READ ' RECS-READ
                   ' DO NOT MATCH RECORDS CONVERSION WROTE '
                   CONV-WRITTEN-CNT ' PLUS RECYCLED REPAIRS '
                   REPAIRED-SAVE ' PLUS RELEASED HOLDS '
                   RELEASED-SAVE
               SET OUT-OF-BALANCE TO TRUE
           END-IF.

           IF ROUTE-TOTAL-CNT + REJECT-CNT + HOLD-CNT + SKIPPED-CNT
                   NOT = RECS-READ
               DISPLAY 'TMAIN01 - ROUTED ' ROUTE-TOTAL-CNT
                   ' PLUS REJECTED ' REJECT-CNT
                   ' PLUS HELD ' HOLD-CNT
                   ' PLUS RESTART-SKIPPED ' SKIPPED-CNT
                   ' DO NOT ACCOUNT FOR RECORDS READ ' RECS-READ
               SET OUT-OF-BALANCE TO TRUE
           END-IF.

      * The dollar leg: what TSUB06 accumulated plus the dollars
      * diverted to rejects and holds plus the dollars a restart
      * skipped must equal what conversion staged plus what the
      * repair recycle and the hold releases fed back in. The
      * conversion figure was already proven against the feed
      * trailer's hash total, so a break here is
      * this step's own accounting, not the transmission.
           IF SNUM10-02 OF PARM2 + REJECT-AMT-TOTAL + HOLD-AMT-TOTAL
                       + SKIPPED-AMT-TOTAL + REVERSED-AMT-ADJ
                   NOT = CONV-AMOUNT-TOTAL + REPAIRED-AMT-SAVE
                       + RELEASED-AMT-SAVE
               DISPLAY 'TMAIN01 - ROUTED DOLLARS '
                   SNUM10-02 OF PARM2
                   ' PLUS REJECTED ' REJECT-AMT-TOTAL
                   ' PLUS HELD ' HOLD-AMT-TOTAL
                   ' PLUS RESTART-SKIPPED ' SKIPPED-AMT-TOTAL
                   ' PLUS REVERSAL ADJUSTMENT ' REVERSED-AMT-ADJ
                   ' DO NOT MATCH CONVERSION STAGED '
                   CONV-AMOUNT-TOTAL
                   ' PLUS RECYCLED REPAIRS ' REPAIRED-AMT-SAVE
                   ' PLUS RELEASED HOLDS ' RELEASED-AMT-SAVE
               SET OUT-OF-BALANCE TO TRUE
           END-IF.

               CLOSE REPAIR-CTL-FILE
           END-IF.

      * The release run's control record, read the same way and for
      * the same reason as the repair cycle's above: whatever
      * released generation rides TRANSIN today, this describes it.
      * It counts for nothing when an earlier cycle already routed
      * the generation, nor on a leg - the split dealt the released
      * records into the leg's own control totals.
       8280-READ-RELEASE-TOTALS.

           MOVE 0 TO RELEASED-SAVE.
           MOVE 0 TO RELEASED-AMT-SAVE.
           OPEN INPUT RELEASE-CTL-FILE.
           IF RLSCTL-STATUS = "00"
               READ RELEASE-CTL-FILE
                   AT END
                       MOVE "10" TO RLSCTL-STATUS
               END-READ
               IF RLSCTL-STATUS = "00"
                   IF RLS-GEN-SPENT
                       DISPLAY 'TMAIN01 - RELEASE RUN OF '
                           RLSCT-RUN-DATE ' ALREADY ROUTED - '
                           SPENT-RLS-CNT ' RELEASED ITEM(S) PASSED '
                           'OVER, NOT COUNTED'
                   ELSE
                   IF LEG-LETTER = SPACE
                       MOVE RLSCT-RELEASED-CNT TO RELEASED-SAVE
                       MOVE RLSCT-RELEASED-AMT TO RELEASED-AMT-SAVE
                       DISPLAY 'TMAIN01 - RELEASE RUN OF '
                           RLSCT-RUN-DATE ' RELEASED '
                           RLSCT-RELEASED-CNT ' HELD ITEM(S) '
                           'INTO THIS RUN'
                   END-IF
                   END-IF
               END-IF
               CLOSE RELEASE-CTL-FILE
           END-IF.


      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
