      * work files and control records are always written - legs
      * beyond the selected count come out empty with zero-count
      * control records and balance trivially - so the leg jobs'
      * JCL never changes with the leg count. The split is the
      * cycle's claim on TRELS01's released generation (RLSCTL names
      * it, the run ledger records the taker): a generation an
      * earlier cycle already routed is passed over - its records,
      * matched against RLSIN, are dropped before they are counted
      * or dealt - so no leg routes a released item twice.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONV-CTL-IN-FILE ASSIGN TO CONVCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONVCTL-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.
           SELECT RELEASED-IN-FILE ASSIGN TO RLSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RLSIN-STATUS.
           SELECT RELEASE-CTL-FILE ASSIGN TO RLSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RLSCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  WORK-1-FILE
           RECORDING MODE IS F.
       01 WORK-1-REC           PIC X(33).

       FD  WORK-2-FILE
           RECORDING MODE IS F.
       01 WORK-2-REC           PIC X(33).

       FD  WORK-3-FILE
           RECORDING MODE IS F.
       01 WORK-3-REC           PIC X(33).

       FD  WORK-4-FILE
           RECORDING MODE IS F.
       01 WORK-4-REC           PIC X(33).

       FD  WORK-5-FILE
           RECORDING MODE IS F.
       01 WORK-5-REC           PIC X(33).

       FD  WORK-6-FILE
           RECORDING MODE IS F.
       01 WORK-6-REC           PIC X(33).

       FD  CTL-1-FILE
           RECORDING MODE IS F.
       01 CTL-1-REC            PIC X(105).

       FD  CTL-2-FILE
           RECORDING MODE IS F.
       01 CTL-2-REC            PIC X(105).

       FD  CTL-3-FILE
           RECORDING MODE IS F.
       01 CTL-3-REC            PIC X(105).

       FD  CTL-4-FILE
           RECORDING MODE IS F.
       01 CTL-4-REC            PIC X(105).

       FD  CTL-5-FILE
           RECORDING MODE IS F.
       01 CTL-5-REC            PIC X(105).

       FD  CTL-6-FILE
           RECORDING MODE IS F.
       01 CTL-6-REC            PIC X(105).

       FD  SPLIT-CTL-FILE
           RECORDING MODE IS F.
       01 CONV-CTL-IN-REC.
           COPY CPCONVCT.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       FD  RELEASED-IN-FILE
           RECORDING MODE IS F.
       01 RELEASED-IN-REC      PIC X(33).

       FD  RELEASE-CTL-FILE
           RECORDING MODE IS F.
       01 RELEASE-CTL-REC.
           COPY CPRLSCT.

       WORKING-STORAGE SECTION.
       01 TRANSIN-STATUS    PIC X(02) VALUE "00".
       01 CARD-STATUS       PIC X(02) VALUE "00".

      * Work record built once per transaction, then written to
      * whichever work file the deal selects.
       01 SPLIT-WORK-REC    PIC X(33) VALUE SPACES.

      * Control-totals image assembled here in working storage -
      * an FD record area is not reliably addressable before its
       01 SPLIT-TOTALS.
           COPY CPCONVCT.

      * Run-state ledger (TRUNLG01, CPRUNLK). The split may only
      * run once the conversion of its cycle completed, and only
      * once per cycle; CONV-DATE-SAVE is the business date the
      * conversion staged, from the same control-totals read as the
      * cycle. A refused split writes no work file or leg record.
       01 PGMRUNLG          PIC X(8) VALUE "TRUNLG01".
       01 RUNLK-PARMS.
           COPY CPRUNLK.
       01 LEDGER-REFUSED-SW PIC X(01) VALUE "N".
           88 LEDGER-REFUSED VALUE "Y".
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.
       01 CONV-DATE-SAVE    PIC X(08) VALUE SPACES.

      * TRELS01's released generation, when an earlier cycle has
      * already routed it: the items are loaded so their records can
      * be dropped from TRANSIN, each entry excusing one matching
      * record (the same test TMAIN01 uses to let a released item
      * past its limits). Past five hundred a released item is
      * dealt again, with a warning.
       01 RLSIN-STATUS      PIC X(02) VALUE "00".
       01 RLSCTL-STATUS     PIC X(02) VALUE "00".
       01 RLS-EOF-SW        PIC X(01) VALUE "N".
           88 RLS-EOF       VALUE "Y".
       01 RLS-GEN-SW        PIC X(01) VALUE SPACE.
           88 RLS-GEN-OURS  VALUE "Y".
           88 RLS-GEN-SPENT VALUE "S".
       01 SPENT-RELEASE-SW  PIC X(01) VALUE "N".
           88 SPENT-RELEASE VALUE "Y".
       01 SPENT-RLS-CNT     PIC 9(09) VALUE 0.
       01 RELEASE-WORK.
           05 RLSW-ITEM01-01    PIC X(06).
           05 RLSW-ITEM01-02    PIC X(06).
           05 RLSW-ITEM01-AMT   PIC S9(07)V9(02).
           05 RLSW-ITEM01-REV   PIC X(01).
           05 RLSW-ITEM01-CUR   PIC X(03).
           05 FILLER            PIC X(08).
       01 RELEASE-TABLE.
           05 RLS-CNT          PIC 9(04) COMP VALUE 0.
           05 RLS-ENTRY OCCURS 500 TIMES.
               10 RT-ITEM01-01    PIC X(06).
               10 RT-ITEM01-02    PIC X(06).
               10 RT-ITEM01-AMT   PIC S9(07)V9(02).
               10 RT-ITEM01-CUR   PIC X(03).
               10 RT-USED-SW      PIC X(01).
                   88 RT-USED     VALUE "Y".
       01 RLS-IDX           PIC 9(04) COMP VALUE 0.

      * Shared operations alert file (see CPALRT01) - opened EXTEND
      * on the first alert only, so a clean run never touches it.
      * The record is staged in ALERT-WORK because an FD area is
      * not reliably addressable before its file is open.
       01 ALERT-STATUS      PIC X(02) VALUE "00".
       01 ALERT-FILE-OPEN-SW PIC X(01) VALUE "N".
           88 ALERT-FILE-OPEN VALUE "Y".
       01 ALERT-DATE-WK     PIC X(08) VALUE SPACES.
       01 ALERT-TIME-WK     PIC X(08) VALUE SPACES.
       01 ALERT-WORK.
           COPY CPALRT01.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZATION.

           IF LEDGER-REFUSED
               PERFORM 8800-END-REFUSED-RUN
           ELSE
               PERFORM UNTIL EOF
                   PERFORM 2000-READ-TRANSACTION
                   IF NOT EOF
                       PERFORM 3000-DEAL-RECORD
                   END-IF
               END-PERFORM
               IF NOT OPEN-FAILED
                   PERFORM 7000-WRITE-CONTROL-TOTALS
               END-IF
               PERFORM 8000-TERMINATION
           END-IF.

           GOBACK.

       1000-INITIALIZATION.

           PERFORM 1200-READ-SPLIT-CARD.
           PERFORM 1500-READ-CONV-CONTEXT.
           PERFORM 1600-CHECK-RUN-LEDGER.

           IF NOT LEDGER-REFUSED
               PERFORM 1650-PLACE-RELEASE-GEN
               PERFORM 1700-OPEN-FILES
           END-IF.

      * A garbled or out-of-range leg count falls back to all six
                   END-IF
                   MOVE CONV-SYSTEM-ID OF CONV-CTL-IN-REC
                       TO SYSTEM-SAVE
                   MOVE CONV-RUN-DATE OF CONV-CTL-IN-REC
                       TO CONV-DATE-SAVE
               END-IF
               CLOSE CONV-CTL-IN-FILE
           ELSE

           DISPLAY 'TSPLIT01 - SPLITTING FEED CYCLE ' CYCLE-SAVE.

      * A missing control file leaves the date blank - the split
      * then belongs to the cycle the chain has open.
       1600-CHECK-RUN-LEDGER.

           MOVE RETURN-CODE TO STEP-RC.
           MOVE "B" TO RUNLK-FUNCTION.
           MOVE "TSPLIT01" TO RUNLK-STEP.
           MOVE CONV-DATE-SAVE TO RUNLK-DATE.
           MOVE CYCLE-SAVE TO RUNLK-CYCLE.
           MOVE 0 TO RUNLK-STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.
           MOVE STEP-RC TO RETURN-CODE.

           IF RUNLK-OVERRIDDEN
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNOVRD" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 9000-WRITE-ALERT
           ELSE
           IF NOT RUNLK-CLEARED
               DISPLAY 'TSPLIT01 - RUN REFUSED BY THE RUN LEDGER: '
                   RUNLK-MESSAGE
               SET LEDGER-REFUSED TO TRUE
               SET EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNORDER" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 9000-WRITE-ALERT
           END-IF
           END-IF.

      * The control record names the released generation (TRELS01's
      * run date and time); the split takes it for this cycle unless
      * an earlier cycle already has. No control record (DUMMY or
      * empty) leaves nothing to place, and TRANSIN is dealt as it
      * stands. A ledger that cannot answer fails the split as an
      * unopenable input would - nothing is dealt and no leg record
      * is written, since the legs would otherwise route the
      * released items twice or not at all.
       1650-PLACE-RELEASE-GEN.

           OPEN INPUT RELEASE-CTL-FILE.
           IF RLSCTL-STATUS = "00"
               READ RELEASE-CTL-FILE
                   AT END
                       MOVE "10" TO RLSCTL-STATUS
               END-READ
               IF RLSCTL-STATUS = "00"
                   PERFORM 1660-ASK-RUN-LEDGER
               END-IF
               CLOSE RELEASE-CTL-FILE
           END-IF.

           IF RLS-GEN-SPENT
               PERFORM 1670-LOAD-RELEASED-ITEMS
           END-IF.

       1660-ASK-RUN-LEDGER.

           MOVE "R" TO RUNLK-FUNCTION.
           MOVE RLSCT-RUN-DATE TO RUNLK-RLS-DATE.
           MOVE RLSCT-RUN-TIME TO RUNLK-RLS-TIME.
           MOVE "Y" TO RUNLK-RLS-CLAIM.
           MOVE RETURN-CODE TO STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.
           MOVE STEP-RC TO RETURN-CODE.

           EVALUATE TRUE
               WHEN RUNLK-CLEARED
                   SET RLS-GEN-OURS TO TRUE
                   DISPLAY 'TSPLIT01 - RELEASE RUN OF ' RLSCT-RUN-DATE
                       ' TAKEN BY THIS CYCLE'
               WHEN RUNLK-REFUSED
                   SET RLS-GEN-SPENT TO TRUE
                   DISPLAY 'TSPLIT01 - RELEASE RUN OF ' RLSCT-RUN-DATE
                       ' NOT THIS CYCLE''S: ' RUNLK-MESSAGE
               WHEN OTHER
                   DISPLAY 'TSPLIT01 - RELEASE RUN OF ' RLSCT-RUN-DATE
                       ' CANNOT BE PLACED: ' RUNLK-MESSAGE
                   SET OPEN-FAILED TO TRUE
                   SET EOF TO TRUE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       1670-LOAD-RELEASED-ITEMS.

           OPEN INPUT RELEASED-IN-FILE.
           IF RLSIN-STATUS = "00"
               PERFORM UNTIL RLS-EOF
                   READ RELEASED-IN-FILE INTO RELEASE-WORK
                       AT END
                           SET RLS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1680-STORE-RELEASED-ITEM
                   END-READ
               END-PERFORM
               CLOSE RELEASED-IN-FILE
           END-IF.

           IF RLS-CNT > 0
               DISPLAY 'TSPLIT01 - ' RLS-CNT ' RELEASED HELD '
                   'ITEM(S) ALREADY ROUTED - PASSED OVER ON TRANSIN'
           END-IF.

       1680-STORE-RELEASED-ITEM.

           IF RLS-CNT < 500
               ADD 1 TO RLS-CNT
               MOVE RLSW-ITEM01-01 TO RT-ITEM01-01(RLS-CNT)
               MOVE RLSW-ITEM01-02 TO RT-ITEM01-02(RLS-CNT)
               MOVE RLSW-ITEM01-AMT TO RT-ITEM01-AMT(RLS-CNT)
               MOVE RLSW-ITEM01-CUR TO RT-ITEM01-CUR(RLS-CNT)
               MOVE "N" TO RT-USED-SW(RLS-CNT)
           ELSE
               DISPLAY 'TSPLIT01 - RELEASED ITEM TABLE FULL, '
                   RLSW-ITEM01-01 '/' RLSW-ITEM01-02
                   ' WILL BE DEALT AGAIN'
           END-IF.

      * The work files and leg records - opened only once the run
      * ledger has cleared the split.
       1700-OPEN-FILES.

           OPEN INPUT TRANS-IN-FILE.
           IF TRANSIN-STATUS NOT = "00"
               DISPLAY 'TSPLIT01 - OPEN FAILED ON TRANSIN STATUS='
                   TRANSIN-STATUS
               SET OPEN-FAILED TO TRUE
           END-IF.

           OPEN OUTPUT WORK-1-FILE WORK-2-FILE WORK-3-FILE
               WORK-4-FILE WORK-5-FILE WORK-6-FILE.
           IF WORK1-STATUS NOT = "00" OR WORK2-STATUS NOT = "00"
                   OR WORK3-STATUS NOT = "00"
                   OR WORK4-STATUS NOT = "00"
                   OR WORK5-STATUS NOT = "00"
                   OR WORK6-STATUS NOT = "00"
               DISPLAY 'TSPLIT01 - OPEN FAILED ON A WORK FILE: '
                   '1=' WORK1-STATUS ' 2=' WORK2-STATUS
                   ' 3=' WORK3-STATUS ' 4=' WORK4-STATUS
                   ' 5=' WORK5-STATUS ' 6=' WORK6-STATUS
               SET OPEN-FAILED TO TRUE
           END-IF.

           IF OPEN-FAILED
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-READ-TRANSACTION.

           PERFORM 2010-READ-NEXT-RECORD.
           PERFORM 2010-READ-NEXT-RECORD
               UNTIL EOF OR NOT SPENT-RELEASE.

           IF NOT EOF
               ADD 1 TO READ-CNT
               ADD ITEM01-AMT TO READ-AMT
           END-IF.

      * A record of a released generation an earlier cycle already
      * routed is dropped here, before it is counted or dealt.
       2010-READ-NEXT-RECORD.

           MOVE "N" TO SPENT-RELEASE-SW.
           READ TRANS-IN-FILE INTO TRANS-IN-REC
               AT END
                   SET EOF TO TRUE
           END-READ.
           IF NOT EOF
                   AND RLS-GEN-SPENT
               PERFORM 2020-FIND-RELEASED-ITEM
           END-IF.

       2020-FIND-RELEASED-ITEM.

           PERFORM VARYING RLS-IDX FROM 1 BY 1
                   UNTIL RLS-IDX > RLS-CNT OR SPENT-RELEASE
               IF NOT RT-USED(RLS-IDX)
                       AND RT-ITEM01-01(RLS-IDX) = ITEM01-01
                       AND RT-ITEM01-02(RLS-IDX) = ITEM01-02
                       AND RT-ITEM01-AMT(RLS-IDX) = ITEM01-AMT
                       AND RT-ITEM01-CUR(RLS-IDX) = ITEM01-CUR
                   MOVE "Y" TO RT-USED-SW(RLS-IDX)
                   SET SPENT-RELEASE TO TRUE
                   ADD 1 TO SPENT-RLS-CNT
               END-IF
           END-PERFORM.

      * The deal: record N goes to leg (N mod LEG-COUNT) + 1, so
      * the legs come out within one record of each other whatever
      * the route mix looks like.
           MOVE CYCLE-SAVE TO CONV-CYCLE-NO OF SPLIT-TOTALS.
           MOVE SYSTEM-SAVE TO CONV-SYSTEM-ID OF SPLIT-TOTALS.
           MOVE 0 TO CONV-REJECTED-CNT OF SPLIT-TOTALS.
           MOVE 0 TO CONV-WAREHOUSED-CNT OF SPLIT-TOTALS.
           MOVE 0 TO CONV-WAREHOUSED-AMT OF SPLIT-TOTALS.
           MOVE 0 TO CONV-CANCELLED-CNT OF SPLIT-TOTALS.
           MOVE 0 TO CONV-WHSE-RELEASED-CNT OF SPLIT-TOTALS.
           MOVE 0 TO CONV-WHSE-RELEASED-AMT OF SPLIT-TOTALS.

           OPEN OUTPUT CTL-1-FILE.
           IF CTL1-STATUS NOT = "00"
               ' LEG1=' LEG-CNT(1) ' LEG2=' LEG-CNT(2)
               ' LEG3=' LEG-CNT(3) ' LEG4=' LEG-CNT(4)
               ' LEG5=' LEG-CNT(5) ' LEG6=' LEG-CNT(6).
           IF SPENT-RLS-CNT > 0
               DISPLAY 'TSPLIT01 - ' SPENT-RLS-CNT ' ALREADY-ROUTED '
                   'RELEASED ITEM(S) DROPPED'
           END-IF.

           PERFORM 8600-RECORD-RUN-END.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY '** END TSPLIT01'.

      * The step's condition code goes on its ledger entry - below
      * 8 lets the next step of the chain start. An end that cannot
      * be recorded leaves the entry "started", which holds the
      * chain until someone looks; the split itself is done, so
      * that is a warning.
       8600-RECORD-RUN-END.

           MOVE RETURN-CODE TO STEP-RC.
           MOVE "E" TO RUNLK-FUNCTION.
           MOVE STEP-RC TO RUNLK-STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.
           MOVE STEP-RC TO RETURN-CODE.

           IF NOT RUNLK-CLEARED
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNLEDGR" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 9000-WRITE-ALERT
           END-IF.

      * Refused by the run ledger: nothing was opened but, perhaps,
      * the alert file.
       8800-END-REFUSED-RUN.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TSPLIT01 - NOTHING SPLIT, RETURN CODE 12'.
           DISPLAY '** END TSPLIT01'.

      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
      * beforehand. An unwritable alert file must never take the
      * run down - the condition code and SYSOUT still tell the
      * story.
       9000-WRITE-ALERT.

           IF NOT ALERT-FILE-OPEN
               OPEN EXTEND ALERT-FILE
               IF ALERT-STATUS = "00"
                   SET ALERT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'TSPLIT01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TSPLIT01" TO ALRT-PROGRAM OF ALERT-WORK
               ACCEPT ALERT-DATE-WK FROM DATE YYYYMMDD
               ACCEPT ALERT-TIME-WK FROM TIME
               MOVE SPACES TO ALRT-TIMESTAMP OF ALERT-WORK
               STRING ALERT-DATE-WK DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      ALERT-TIME-WK DELIMITED BY SIZE
                   INTO ALRT-TIMESTAMP OF ALERT-WORK
               END-STRING
               MOVE ALERT-WORK TO ALERT-REC
               WRITE ALERT-REC
           END-IF.

      *****************************************************
