       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNLG01.
      ******************************************************************
      * Run-state ledger routine. Every step of the nightly chain -
      * TCONV01, TMAIN01 or the TSPLIT01 / TMAIN01 leg / TMERGE01
      * stream, TCLOSE01, TPURG01 and TARCH01 (through TLEDG01) -
      * CALLs it with a CPRUNLK block at initialization ("B") and
      * at termination ("E"), so the order the chain must run in is
      * enforced in one place instead of in the scheduler alone.
      * A "B" call checks the step's prerequisites completed for the
      * business date and feed cycle on the ledger (CPRUNLG):
      *   TCONV01            the cycle the chain has open archived
      *                      (TARCH01) - or, rerunning the open
      *                      cycle, no routing run entered for it
      *   TMAIN01, TSPLIT01  TCONV01
      *   TMAIN01A-TMAIN01F  TSPLIT01
      *   TMERGE01           TSPLIT01, and every leg that ran
      *   TCLOSE01           TMAIN01 or TMERGE01
      *   TPURG01            TCLOSE01
      *   TARCH01            TCLOSE01, ended condition code 0
      * and that the step itself has not already completed for the
      * cycle (TCONV01 excepted - its rerun rule is above). A step
      * that fails its check is refused unless an operator override
      * card (RUNOVRD) names it: the supervised exception is let
      * through, recorded on the ledger entry and reported back so
      * the caller can raise it. A cleared step is entered as
      * started; its "E" call marks it completed or failed.
      * The ledger is opened on the first call and left open until
      * the "E" call, which closes it.
      * An "R" call settles whether TRELS01's released generation
      * belongs to the caller's cycle, from the chain record: the
      * first routing run to present a newer generation takes it
      * for its date and cycle, and from then on only that cycle's
      * routing, legs and close count it - a later cycle, or the
      * next day when TRELS01 has not run again, passes it by.
      * Each run of a step let through is also logged with its start
      * and end times on the step timing log (CPTIMLG) for the SLA
      * monitor. The log is a by-product: a log that cannot be
      * written is reported on SYSOUT and never holds up the step.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLG-FILE ASSIGN TO RUNLGVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLG-KEY
               FILE STATUS IS RUNLG-STATUS.

           SELECT TIMLG-FILE ASSIGN TO TIMLGVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIM-KEY
               FILE STATUS IS TIMLG-STATUS.

           SELECT OVRD-FILE ASSIGN TO RUNOVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLG-FILE.
       01 RUNLG-REC.
           COPY CPRUNLG.

       FD  TIMLG-FILE.
       01 TIMLG-REC.
           COPY CPTIMLG.

      * Override card: the step to let through, the date and cycle
      * it is let through for (blank - whatever the chain has
      * open), who authorized it and why. "*" in column 1 is a
      * comment card.
       FD  OVRD-FILE.
       01 OVRD-REC.
           05 OVRD-STEP          PIC X(08).
           05 OVRD-DATE          PIC X(08).
           05 OVRD-CYCLE         PIC X(02).
           05 OVRD-OPERATOR      PIC X(08).
           05 OVRD-REASON        PIC X(40).
           05 FILLER             PIC X(14).

       WORKING-STORAGE SECTION.
       01 RUNLG-STATUS      PIC X(02) VALUE "00".
       01 OVRD-STATUS       PIC X(02) VALUE "00".
       01 RUNLG-OPEN-SW     PIC X(01) VALUE "N".
           88 RUNLG-OPEN    VALUE "Y".
       01 NEW-ENTRY-SW      PIC X(01) VALUE "N".
           88 NEW-ENTRY     VALUE "Y".
       01 TIMLG-STATUS      PIC X(02) VALUE "00".
       01 TIMLG-OPEN-SW     PIC X(01) VALUE "N".
           88 TIMLG-OPEN    VALUE "Y".

       01 CHAIN-KEY-DATE    PIC X(08) VALUE "00000000".
       01 CHAIN-KEY-CYCLE   PIC 9(02) VALUE 0.
       01 CHAIN-KEY-STEP    PIC X(08) VALUE "*CHAIN*".

      * The entry the "B" call made, for this run unit's "E" call.
       01 SAVED-SW          PIC X(01) VALUE "N".
           88 ENTRY-SAVED   VALUE "Y".
       01 SAVED-KEY         PIC X(18) VALUE SPACES.

       01 PREREQ-FAILED-SW  PIC X(01) VALUE "N".
           88 PREREQ-FAILED VALUE "Y".
       01 OVRD-FOUND-SW     PIC X(01) VALUE "N".
           88 OVRD-FOUND    VALUE "Y".
       01 OVRD-EOF-SW       PIC X(01) VALUE "N".
           88 OVRD-EOF      VALUE "Y".
       01 FOUND-OPERATOR    PIC X(08) VALUE SPACES.
       01 FOUND-REASON      PIC X(40) VALUE SPACES.

      * One step's entry as looked up for a prerequisite check.
       01 CHECK-STEP        PIC X(08) VALUE SPACES.
       01 CHECK-FOUND-SW    PIC X(01) VALUE "N".
           88 CHECK-FOUND   VALUE "Y".
       01 CHECK-STATE       PIC X(01) VALUE SPACE.
           88 CHECK-COMPLETED VALUE "C".
           88 CHECK-FAILED    VALUE "F".
       01 CHECK-RC          PIC 9(04) VALUE 0.
       01 CHECK-RC-ED       PIC Z(03)9.

       01 LEG-LETTERS       PIC X(06) VALUE "ABCDEF".
       01 LEG-LETTER-TBL REDEFINES LEG-LETTERS.
           05 LEG-LETTER    PIC X(01) OCCURS 6 TIMES.
       01 LEG-IDX           PIC 9(01) VALUE 0.
       01 LEG-STEP.
           05 FILLER        PIC X(07) VALUE "TMAIN01".
           05 LEG-STEP-LTR  PIC X(01) VALUE SPACE.

       01 OPEN-DATE-SAVE    PIC X(08) VALUE SPACES.
       01 OPEN-CYCLE-SAVE   PIC 9(02) VALUE 0.
       01 OPEN-CYCLE-SW     PIC X(01) VALUE "N".
           88 CYCLE-IS-OPEN VALUE "Y".

       01 NOW-DATE          PIC X(08) VALUE SPACES.
       01 NOW-TIME          PIC X(08) VALUE SPACES.
       01 NOW-TS            PIC X(20) VALUE SPACES.

      * Elapsed time of a run from its two timestamps, which may
      * fall either side of midnight.
       01 TS-WORK           PIC X(20) VALUE SPACES.
       01 TS-PARTS REDEFINES TS-WORK.
           05 TSW-DATE      PIC 9(08).
           05 FILLER        PIC X(01).
           05 TSW-HH        PIC 9(02).
           05 TSW-MM        PIC 9(02).
           05 TSW-SS        PIC 9(02).
           05 FILLER        PIC X(05).
       01 TS-SECS           PIC 9(11) VALUE 0.
       01 START-SECS        PIC 9(11) VALUE 0.
       01 END-SECS          PIC 9(11) VALUE 0.
       01 ELAPSED-SECS      PIC 9(07) VALUE 0.

       LINKAGE SECTION.
       01 RUNLK-PARMS.
           COPY CPRUNLK.

       PROCEDURE DIVISION USING RUNLK-PARMS.

       0000-MAIN.

           MOVE "00" TO RUNLK-RESULT.
           MOVE SPACES TO RUNLK-MESSAGE.

           EVALUATE TRUE
               WHEN RUNLK-BEGIN
                   PERFORM 1000-BEGIN-STEP
               WHEN RUNLK-END
                   PERFORM 5000-END-STEP
               WHEN RUNLK-RELEASE-GEN
                   PERFORM 6000-CHECK-RELEASE-GEN
               WHEN OTHER
                   MOVE "12" TO RUNLK-RESULT
                   MOVE "INVALID RUN LEDGER FUNCTION" TO RUNLK-MESSAGE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      * Start-up check. A ledger that cannot be opened proves nothing
      * either way, so the step is refused ("12") unless overridden.
      ******************************************************************
       1000-BEGIN-STEP.

           MOVE "N" TO PREREQ-FAILED-SW.
           PERFORM 1100-OPEN-LEDGER.

           IF RUNLG-OPEN
               PERFORM 1200-RESOLVE-CYCLE
           END-IF.

           IF RUNLG-OPEN
                   AND NOT PREREQ-FAILED
               PERFORM 2000-CHECK-PREREQUISITES
           END-IF.

           IF NOT RUNLG-OPEN
               MOVE "12" TO RUNLK-RESULT
               MOVE SPACES TO RUNLK-MESSAGE
               STRING "RUN LEDGER NOT AVAILABLE STATUS="
                          DELIMITED BY SIZE
                      RUNLG-STATUS DELIMITED BY SIZE
                      " - ORDER NOT PROVEN" DELIMITED BY SIZE
                   INTO RUNLK-MESSAGE
               END-STRING
               SET PREREQ-FAILED TO TRUE
           ELSE
           IF PREREQ-FAILED
               MOVE "08" TO RUNLK-RESULT
           END-IF
           END-IF.

           IF PREREQ-FAILED
               DISPLAY 'TRUNLG01 - ' RUNLK-STEP ' REFUSED: '
                   RUNLK-MESSAGE
               PERFORM 3000-FIND-OVERRIDE
               IF OVRD-FOUND
                   MOVE "04" TO RUNLK-RESULT
                   MOVE SPACES TO RUNLK-MESSAGE
                   STRING "OVERRIDE BY " DELIMITED BY SIZE
                          FOUND-OPERATOR DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          FOUND-REASON DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
                   DISPLAY 'TRUNLG01 - ' RUNLK-STEP ' LET THROUGH: '
                       RUNLK-MESSAGE
               END-IF
           END-IF.

           IF RUNLK-CLEARED
                   OR RUNLK-OVERRIDDEN
               IF RUNLG-OPEN
                   PERFORM 4000-ENTER-STEP
               END-IF
           END-IF.

       1100-OPEN-LEDGER.

           IF NOT RUNLG-OPEN
               OPEN I-O RUNLG-FILE
               IF RUNLG-STATUS = "00"
                   SET RUNLG-OPEN TO TRUE
               ELSE
                   DISPLAY 'TRUNLG01 - OPEN FAILED ON RUNLGVS STATUS='
                       RUNLG-STATUS
               END-IF
           END-IF.

       1150-OPEN-TIMING-LOG.

           IF NOT TIMLG-OPEN
               OPEN I-O TIMLG-FILE
               IF TIMLG-STATUS = "00"
                   SET TIMLG-OPEN TO TRUE
               ELSE
                   DISPLAY 'TRUNLG01 - OPEN FAILED ON TIMLGVS STATUS='
                       TIMLG-STATUS ' - STEP TIMES NOT LOGGED'
               END-IF
           END-IF.

      * A step that does not know its date and cycle belongs to the
      * cycle the chain has open. The chain record is read for
      * every call anyway - TCONV01's check needs it.
       1200-RESOLVE-CYCLE.

           MOVE "N" TO OPEN-CYCLE-SW.
           MOVE CHAIN-KEY-DATE TO RUNLG-DATE.
           MOVE CHAIN-KEY-CYCLE TO RUNLG-CYCLE.
           MOVE CHAIN-KEY-STEP TO RUNLG-STEP.
           READ RUNLG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNLG-OPEN-DATE NOT = SPACES
                       MOVE RUNLG-OPEN-DATE TO OPEN-DATE-SAVE
                       MOVE RUNLG-OPEN-CYCLE TO OPEN-CYCLE-SAVE
                       SET CYCLE-IS-OPEN TO TRUE
                   END-IF
           END-READ.

           IF RUNLK-DATE = SPACES
               IF CYCLE-IS-OPEN
                   MOVE OPEN-DATE-SAVE TO RUNLK-DATE
                   MOVE OPEN-CYCLE-SAVE TO RUNLK-CYCLE
               ELSE
                   SET PREREQ-FAILED TO TRUE
                   MOVE "NO FEED CYCLE IS OPEN ON THE RUN LEDGER"
                       TO RUNLK-MESSAGE
               END-IF
           END-IF.

       2000-CHECK-PREREQUISITES.

           EVALUATE RUNLK-STEP
               WHEN "TCONV01"
                   PERFORM 2100-CHECK-CONVERSION
               WHEN "TMAIN01"
               WHEN "TSPLIT01"
                   MOVE "TCONV01" TO CHECK-STEP
                   PERFORM 2900-REQUIRE-COMPLETED
               WHEN "TMAIN01A"
               WHEN "TMAIN01B"
               WHEN "TMAIN01C"
               WHEN "TMAIN01D"
               WHEN "TMAIN01E"
               WHEN "TMAIN01F"
                   MOVE "TSPLIT01" TO CHECK-STEP
                   PERFORM 2900-REQUIRE-COMPLETED
               WHEN "TMERGE01"
                   PERFORM 2200-CHECK-MERGE
               WHEN "TCLOSE01"
                   PERFORM 2300-CHECK-CLOSE
               WHEN "TPURG01"
                   MOVE "TCLOSE01" TO CHECK-STEP
                   PERFORM 2900-REQUIRE-COMPLETED
               WHEN "TARCH01"
                   MOVE "TCLOSE01" TO CHECK-STEP
                   PERFORM 2900-REQUIRE-COMPLETED
                   IF NOT PREREQ-FAILED
                           AND CHECK-RC NOT = 0
                       SET PREREQ-FAILED TO TRUE
                       PERFORM 2950-DESCRIBE-CHECK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A step already completed for the cycle is not run twice
      * without someone saying so.
           IF NOT PREREQ-FAILED
                   AND RUNLK-STEP NOT = "TCONV01"
               MOVE RUNLK-STEP TO CHECK-STEP
               PERFORM 2800-LOOK-UP-STEP
               IF CHECK-COMPLETED
                   SET PREREQ-FAILED TO TRUE
                   MOVE SPACES TO RUNLK-MESSAGE
                   STRING RUNLK-STEP DELIMITED BY SPACE
                          " ALREADY COMPLETED FOR " DELIMITED BY SIZE
                          RUNLK-DATE DELIMITED BY SIZE
                          " CYCLE " DELIMITED BY SIZE
                          RUNLK-CYCLE DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
               END-IF
           END-IF.

      * Rerunning the open cycle's conversion is allowed only until
      * routing has started on it; opening a new cycle only once the
      * open one has been archived.
       2100-CHECK-CONVERSION.

           IF CYCLE-IS-OPEN
               IF OPEN-DATE-SAVE = RUNLK-DATE
                       AND OPEN-CYCLE-SAVE = RUNLK-CYCLE
                   MOVE "TMAIN01" TO CHECK-STEP
                   PERFORM 2800-LOOK-UP-STEP
                   IF NOT CHECK-FOUND
                       MOVE "TSPLIT01" TO CHECK-STEP
                       PERFORM 2800-LOOK-UP-STEP
                   END-IF
                   IF CHECK-FOUND
                       SET PREREQ-FAILED TO TRUE
                       MOVE SPACES TO RUNLK-MESSAGE
                       STRING CHECK-STEP DELIMITED BY SPACE
                              " HAS ALREADY RUN FOR " DELIMITED BY SIZE
                              RUNLK-DATE DELIMITED BY SIZE
                              " CYCLE " DELIMITED BY SIZE
                              RUNLK-CYCLE DELIMITED BY SIZE
                           INTO RUNLK-MESSAGE
                       END-STRING
                   END-IF
               ELSE
                   MOVE OPEN-DATE-SAVE TO RUNLG-DATE
                   MOVE OPEN-CYCLE-SAVE TO RUNLG-CYCLE
                   MOVE "TARCH01" TO CHECK-STEP
                   PERFORM 2810-READ-CHECK-ENTRY
                   IF NOT CHECK-COMPLETED
                       SET PREREQ-FAILED TO TRUE
                       MOVE SPACES TO RUNLK-MESSAGE
                       STRING "TARCH01 NOT COMPLETED FOR OPEN CYCLE "
                                  DELIMITED BY SIZE
                              OPEN-DATE-SAVE DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              OPEN-CYCLE-SAVE DELIMITED BY SIZE
                           INTO RUNLK-MESSAGE
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       2200-CHECK-MERGE.

           MOVE "TSPLIT01" TO CHECK-STEP.
           PERFORM 2900-REQUIRE-COMPLETED.

           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > 6
                      OR PREREQ-FAILED
               MOVE LEG-LETTER(LEG-IDX) TO LEG-STEP-LTR
               MOVE LEG-STEP TO CHECK-STEP
               PERFORM 2800-LOOK-UP-STEP
               IF CHECK-FOUND
                       AND NOT CHECK-COMPLETED
                   SET PREREQ-FAILED TO TRUE
                   PERFORM 2950-DESCRIBE-CHECK
               END-IF
           END-PERFORM.

       2300-CHECK-CLOSE.

           MOVE "TMERGE01" TO CHECK-STEP.
           PERFORM 2800-LOOK-UP-STEP.
           IF NOT CHECK-COMPLETED
               MOVE "TMAIN01" TO CHECK-STEP
               PERFORM 2900-REQUIRE-COMPLETED
           END-IF.

       2800-LOOK-UP-STEP.

           MOVE RUNLK-DATE TO RUNLG-DATE.
           MOVE RUNLK-CYCLE TO RUNLG-CYCLE.
           PERFORM 2810-READ-CHECK-ENTRY.

      * RUNLG-DATE and RUNLG-CYCLE are set by the caller.
       2810-READ-CHECK-ENTRY.

           MOVE "N" TO CHECK-FOUND-SW.
           MOVE SPACE TO CHECK-STATE.
           MOVE 0 TO CHECK-RC.
           MOVE CHECK-STEP TO RUNLG-STEP.
           READ RUNLG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHECK-FOUND TO TRUE
                   MOVE RUNLG-STATE TO CHECK-STATE
                   MOVE RUNLG-FINAL-RC TO CHECK-RC
           END-READ.

       2900-REQUIRE-COMPLETED.

           PERFORM 2800-LOOK-UP-STEP.
           IF NOT CHECK-COMPLETED
               SET PREREQ-FAILED TO TRUE
               PERFORM 2950-DESCRIBE-CHECK
           END-IF.

       2950-DESCRIBE-CHECK.

           MOVE CHECK-RC TO CHECK-RC-ED.
           MOVE SPACES TO RUNLK-MESSAGE.
           EVALUATE TRUE
               WHEN NOT CHECK-FOUND
                   STRING CHECK-STEP DELIMITED BY SPACE
                          " HAS NOT RUN FOR " DELIMITED BY SIZE
                          RUNLK-DATE DELIMITED BY SIZE
                          " CYCLE " DELIMITED BY SIZE
                          RUNLK-CYCLE DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
               WHEN CHECK-FAILED
                   STRING CHECK-STEP DELIMITED BY SPACE
                          " FAILED RC " DELIMITED BY SIZE
                          CHECK-RC-ED DELIMITED BY SIZE
                          " FOR " DELIMITED BY SIZE
                          RUNLK-DATE DELIMITED BY SIZE
                          " CYCLE " DELIMITED BY SIZE
                          RUNLK-CYCLE DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
               WHEN CHECK-COMPLETED
                   STRING CHECK-STEP DELIMITED BY SPACE
                          " ENDED RC " DELIMITED BY SIZE
                          CHECK-RC-ED DELIMITED BY SIZE
                          " FOR " DELIMITED BY SIZE
                          RUNLK-DATE DELIMITED BY SIZE
                          " CYCLE " DELIMITED BY SIZE
                          RUNLK-CYCLE DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING CHECK-STEP DELIMITED BY SPACE
                          " STILL RUNNING OR ABENDED FOR "
                              DELIMITED BY SIZE
                          RUNLK-DATE DELIMITED BY SIZE
                          " CYCLE " DELIMITED BY SIZE
                          RUNLK-CYCLE DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
           END-EVALUATE.

      ******************************************************************
      * The first override card naming the step, for this date and
      * cycle or with them left blank. A missing or DUMMY RUNOVRD
      * is simply no override.
      ******************************************************************
       3000-FIND-OVERRIDE.

           MOVE "N" TO OVRD-FOUND-SW.
           MOVE "N" TO OVRD-EOF-SW.

           OPEN INPUT OVRD-FILE.
           IF OVRD-STATUS NOT = "00"
               SET OVRD-EOF TO TRUE
           END-IF.

           PERFORM UNTIL OVRD-EOF
                      OR OVRD-FOUND
               READ OVRD-FILE
                   AT END
                       SET OVRD-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-MATCH-OVERRIDE
               END-READ
           END-PERFORM.

           IF OVRD-STATUS NOT = "35"
               CLOSE OVRD-FILE
           END-IF.

       3100-MATCH-OVERRIDE.

           IF OVRD-STEP(1:1) NOT = "*"
                   AND OVRD-STEP = RUNLK-STEP
               IF (OVRD-DATE = SPACES
                       OR OVRD-DATE = RUNLK-DATE)
                   AND (OVRD-CYCLE = SPACES
                       OR OVRD-CYCLE = RUNLK-CYCLE)
                   SET OVRD-FOUND TO TRUE
                   MOVE OVRD-OPERATOR TO FOUND-OPERATOR
                   MOVE OVRD-REASON TO FOUND-REASON
               END-IF
           END-IF.

      ******************************************************************
      * Enter the step as started - a new entry, or the rerun of one
      * already on the ledger. A ledger that takes the read but not
      * the write cannot be relied on, so that too refuses the step.
      ******************************************************************
       4000-ENTER-STEP.

           PERFORM 9000-STAMP-NOW.

           MOVE RUNLK-DATE TO RUNLG-DATE.
           MOVE RUNLK-CYCLE TO RUNLG-CYCLE.
           MOVE RUNLK-STEP TO RUNLG-STEP.
           MOVE "N" TO NEW-ENTRY-SW.
           READ RUNLG-FILE
               INVALID KEY
                   SET NEW-ENTRY TO TRUE
                   MOVE SPACES TO RUNLG-ENTRY
                   MOVE 0 TO RUNLG-RUN-CNT
           END-READ.

           IF RUNLG-STATUS = "00"
                   OR NEW-ENTRY
               SET RUNLG-STARTED TO TRUE
               MOVE NOW-TS TO RUNLG-START-TS
               MOVE SPACES TO RUNLG-END-TS
               MOVE 0 TO RUNLG-FINAL-RC
               IF RUNLG-RUN-CNT < 999
                   ADD 1 TO RUNLG-RUN-CNT
               END-IF
               IF RUNLK-OVERRIDDEN
                   SET RUNLG-OVERRIDDEN TO TRUE
                   MOVE FOUND-OPERATOR TO RUNLG-OVERRIDE-BY
                   MOVE FOUND-REASON TO RUNLG-OVERRIDE-WHY
               ELSE
                   MOVE "N" TO RUNLG-OVERRIDE-SW
                   MOVE SPACES TO RUNLG-OVERRIDE-BY
                   MOVE SPACES TO RUNLG-OVERRIDE-WHY
               END-IF
               IF NEW-ENTRY
                   WRITE RUNLG-REC
               ELSE
                   REWRITE RUNLG-REC
               END-IF
           END-IF.

           IF RUNLG-STATUS = "00"
               MOVE RUNLG-KEY TO SAVED-KEY
               SET ENTRY-SAVED TO TRUE
               PERFORM 4200-LOG-START
           END-IF.

           IF RUNLG-STATUS NOT = "00"
               MOVE "12" TO RUNLK-RESULT
               MOVE SPACES TO RUNLK-MESSAGE
               STRING "RUN LEDGER ENTRY NOT WRITTEN STATUS="
                          DELIMITED BY SIZE
                      RUNLG-STATUS DELIMITED BY SIZE
                   INTO RUNLK-MESSAGE
               END-STRING
               DISPLAY 'TRUNLG01 - ' RUNLK-STEP ' REFUSED: '
                   RUNLK-MESSAGE
           END-IF.

      * Only a conversion that completed opens its cycle on the
      * chain record: a refused or failed feed leaves the chain on
      * the cycle it had, so the resend is still a rerun of it.
       4100-OPEN-CHAIN-CYCLE.

           MOVE CHAIN-KEY-DATE TO RUNLG-DATE.
           MOVE CHAIN-KEY-CYCLE TO RUNLG-CYCLE.
           MOVE CHAIN-KEY-STEP TO RUNLG-STEP.
           MOVE "N" TO NEW-ENTRY-SW.
           READ RUNLG-FILE
               INVALID KEY
                   SET NEW-ENTRY TO TRUE
           END-READ.

      * The released generation last taken stays recorded across
      * the cycles.
           IF NEW-ENTRY
               MOVE SPACES TO RUNLG-CHAIN-ENTRY
           END-IF.
           MOVE RUNLK-DATE TO RUNLG-OPEN-DATE.
           MOVE RUNLK-CYCLE TO RUNLG-OPEN-CYCLE.
           MOVE NOW-TS TO RUNLG-OPENED-TS.
           IF NEW-ENTRY
               WRITE RUNLG-REC
           ELSE
               REWRITE RUNLG-REC
           END-IF.

       4200-LOG-START.

           PERFORM 1150-OPEN-TIMING-LOG.

           IF TIMLG-OPEN
               MOVE RUNLG-DATE TO TIM-DATE
               MOVE RUNLG-CYCLE TO TIM-CYCLE
               MOVE RUNLG-STEP TO TIM-STEP
               MOVE RUNLG-RUN-CNT TO TIM-RUN-NO
               SET TIM-STARTED TO TRUE
               MOVE RUNLG-START-TS TO TIM-START-TS
               MOVE SPACES TO TIM-END-TS
               MOVE 0 TO TIM-FINAL-RC
               MOVE 0 TO TIM-ELAPSED-SEC
               WRITE TIMLG-REC
                   INVALID KEY
                       REWRITE TIMLG-REC
                       END-REWRITE
               END-WRITE
               IF TIMLG-STATUS NOT = "00"
                   DISPLAY 'TRUNLG01 - START TIME NOT LOGGED FOR '
                       RUNLG-STEP ' STATUS=' TIMLG-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * Termination. The caller's condition code decides completed
      * (below 8) or failed. A run unit that made no "B" call of its
      * own (TLEDG01 ending TARCH01) finds the entry the same way
      * the "B" call did.
      ******************************************************************
       5000-END-STEP.

           MOVE "N" TO PREREQ-FAILED-SW.
           PERFORM 1100-OPEN-LEDGER.

           IF NOT RUNLG-OPEN
               MOVE "12" TO RUNLK-RESULT
               MOVE SPACES TO RUNLK-MESSAGE
               STRING "RUN LEDGER NOT AVAILABLE STATUS="
                          DELIMITED BY SIZE
                      RUNLG-STATUS DELIMITED BY SIZE
                      " - END NOT RECORDED" DELIMITED BY SIZE
                   INTO RUNLK-MESSAGE
               END-STRING
           ELSE
           IF ENTRY-SAVED
               MOVE SAVED-KEY TO RUNLG-KEY
               MOVE RUNLG-DATE TO RUNLK-DATE
               MOVE RUNLG-CYCLE TO RUNLK-CYCLE
           ELSE
               PERFORM 1200-RESOLVE-CYCLE
               MOVE RUNLK-DATE TO RUNLG-DATE
               MOVE RUNLK-CYCLE TO RUNLG-CYCLE
               MOVE RUNLK-STEP TO RUNLG-STEP
           END-IF
           END-IF.

           IF RUNLG-OPEN
                   AND NOT PREREQ-FAILED
               PERFORM 5100-RECORD-END
           ELSE
           IF RUNLG-OPEN
               MOVE "12" TO RUNLK-RESULT
           END-IF
           END-IF.

           IF RUNLK-RESULT NOT = "00"
               DISPLAY 'TRUNLG01 - ' RUNLK-STEP ' END NOT RECORDED: '
                   RUNLK-MESSAGE
           END-IF.

           IF RUNLG-OPEN
               CLOSE RUNLG-FILE
               MOVE "N" TO RUNLG-OPEN-SW
           END-IF.
           IF TIMLG-OPEN
               CLOSE TIMLG-FILE
               MOVE "N" TO TIMLG-OPEN-SW
           END-IF.
           MOVE "N" TO SAVED-SW.

       5100-RECORD-END.

           READ RUNLG-FILE
               INVALID KEY
                   MOVE "12" TO RUNLK-RESULT
                   MOVE SPACES TO RUNLK-MESSAGE
                   STRING "NO STARTED ENTRY FOR " DELIMITED BY SIZE
                          RUNLK-STEP DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          RUNLK-DATE DELIMITED BY SIZE
                          " CYCLE " DELIMITED BY SIZE
                          RUNLK-CYCLE DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
           END-READ.

           IF RUNLK-CLEARED
               PERFORM 9000-STAMP-NOW
               IF RUNLK-STEP-RC < 8
                   SET RUNLG-COMPLETED TO TRUE
               ELSE
                   SET RUNLG-FAILED TO TRUE
               END-IF
               MOVE NOW-TS TO RUNLG-END-TS
               MOVE RUNLK-STEP-RC TO RUNLG-FINAL-RC
               REWRITE RUNLG-REC
               IF RUNLG-STATUS = "00"
                   PERFORM 5200-LOG-END
               END-IF
               IF RUNLG-STATUS = "00"
                       AND RUNLK-STEP = "TCONV01"
                       AND RUNLK-STEP-RC < 8
                   PERFORM 4100-OPEN-CHAIN-CYCLE
               END-IF
               IF RUNLG-STATUS NOT = "00"
                   MOVE "12" TO RUNLK-RESULT
                   MOVE SPACES TO RUNLK-MESSAGE
                   STRING "RUN LEDGER ENTRY NOT UPDATED STATUS="
                              DELIMITED BY SIZE
                          RUNLG-STATUS DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
               END-IF
           END-IF.

      * The run's timing record, made by the "B" call - or made
      * here from the ledger entry when the start went unlogged.
       5200-LOG-END.

           PERFORM 1150-OPEN-TIMING-LOG.

           IF TIMLG-OPEN
               MOVE RUNLG-DATE TO TIM-DATE
               MOVE RUNLG-CYCLE TO TIM-CYCLE
               MOVE RUNLG-STEP TO TIM-STEP
               MOVE RUNLG-RUN-CNT TO TIM-RUN-NO
               MOVE "N" TO NEW-ENTRY-SW
               READ TIMLG-FILE
                   INVALID KEY
                       SET NEW-ENTRY TO TRUE
               END-READ
               MOVE RUNLG-STATE TO TIM-STATE
               MOVE RUNLG-START-TS TO TIM-START-TS
               MOVE RUNLG-END-TS TO TIM-END-TS
               MOVE RUNLG-FINAL-RC TO TIM-FINAL-RC
               PERFORM 9100-COMPUTE-ELAPSED
               MOVE ELAPSED-SECS TO TIM-ELAPSED-SEC
               IF NEW-ENTRY
                   WRITE TIMLG-REC
               ELSE
                   REWRITE TIMLG-REC
               END-IF
               IF TIMLG-STATUS NOT = "00"
                   DISPLAY 'TRUNLG01 - END TIME NOT LOGGED FOR '
                       RUNLG-STEP ' STATUS=' TIMLG-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * Released-generation check. A generation newer than the one
      * recorded is taken by a caller that may claim it; the one
      * recorded belongs to the cycle that took it; an older one has
      * been superseded and belongs to nobody.
      ******************************************************************
       6000-CHECK-RELEASE-GEN.

           PERFORM 1100-OPEN-LEDGER.

           IF NOT RUNLG-OPEN
               MOVE "12" TO RUNLK-RESULT
               MOVE SPACES TO RUNLK-MESSAGE
               STRING "RUN LEDGER NOT AVAILABLE STATUS="
                          DELIMITED BY SIZE
                      RUNLG-STATUS DELIMITED BY SIZE
                      " - RELEASE NOT PROVEN" DELIMITED BY SIZE
                   INTO RUNLK-MESSAGE
               END-STRING
           ELSE
               MOVE CHAIN-KEY-DATE TO RUNLG-DATE
               MOVE CHAIN-KEY-CYCLE TO RUNLG-CYCLE
               MOVE CHAIN-KEY-STEP TO RUNLG-STEP
               MOVE "N" TO NEW-ENTRY-SW
               READ RUNLG-FILE
                   INVALID KEY
                       SET NEW-ENTRY TO TRUE
                       MOVE SPACES TO RUNLG-CHAIN-ENTRY
               END-READ
               IF RUNLG-STATUS = "00"
                       OR NEW-ENTRY
                   PERFORM 6100-SETTLE-RELEASE-GEN
               ELSE
                   MOVE "12" TO RUNLK-RESULT
                   MOVE SPACES TO RUNLK-MESSAGE
                   STRING "CHAIN RECORD NOT READ STATUS="
                              DELIMITED BY SIZE
                          RUNLG-STATUS DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
               END-IF
           END-IF.

           IF RUNLK-RESULT NOT = "00"
               DISPLAY 'TRUNLG01 - ' RUNLK-STEP ' RELEASE '
                   RUNLK-RLS-DATE ': ' RUNLK-MESSAGE
           END-IF.

       6100-SETTLE-RELEASE-GEN.

           IF RUNLK-RLS-GEN = RUNLG-RLS-GEN
               IF RUNLG-RLS-USED-DATE = RUNLK-DATE
                       AND RUNLG-RLS-USED-CYCLE = RUNLK-CYCLE
                   MOVE "00" TO RUNLK-RESULT
               ELSE
                   MOVE "08" TO RUNLK-RESULT
                   MOVE SPACES TO RUNLK-MESSAGE
                   STRING "ALREADY ROUTED BY " DELIMITED BY SIZE
                          RUNLG-RLS-USED-DATE DELIMITED BY SIZE
                          " CYCLE " DELIMITED BY SIZE
                          RUNLG-RLS-USED-CYCLE DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
               END-IF
           ELSE
           IF RUNLK-RLS-GEN < RUNLG-RLS-GEN
               MOVE "08" TO RUNLK-RESULT
               MOVE SPACES TO RUNLK-MESSAGE
               STRING "OLDER THAN THE RELEASE OF " DELIMITED BY SIZE
                      RUNLG-RLS-GEN-DATE DELIMITED BY SIZE
                      " ALREADY ROUTED" DELIMITED BY SIZE
                   INTO RUNLK-MESSAGE
               END-STRING
           ELSE
           IF NOT RUNLK-RLS-MAY-CLAIM
               MOVE "08" TO RUNLK-RESULT
               MOVE "NOT ROUTED BY THIS CYCLE" TO RUNLK-MESSAGE
           ELSE
               MOVE RUNLK-RLS-DATE TO RUNLG-RLS-GEN-DATE
               MOVE RUNLK-RLS-TIME TO RUNLG-RLS-GEN-TIME
               MOVE RUNLK-DATE TO RUNLG-RLS-USED-DATE
               MOVE RUNLK-CYCLE TO RUNLG-RLS-USED-CYCLE
               IF NEW-ENTRY
                   WRITE RUNLG-REC
               ELSE
                   REWRITE RUNLG-REC
               END-IF
               IF RUNLG-STATUS = "00"
                   MOVE "00" TO RUNLK-RESULT
               ELSE
                   MOVE "12" TO RUNLK-RESULT
                   MOVE SPACES TO RUNLK-MESSAGE
                   STRING "CHAIN RECORD NOT UPDATED STATUS="
                              DELIMITED BY SIZE
                          RUNLG-STATUS DELIMITED BY SIZE
                       INTO RUNLK-MESSAGE
                   END-STRING
               END-IF
           END-IF
           END-IF
           END-IF.

       9000-STAMP-NOW.

           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO NOW-TS.
           STRING NOW-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NOW-TIME DELIMITED BY SIZE
               INTO NOW-TS
           END-STRING.

       9100-COMPUTE-ELAPSED.

           MOVE 0 TO ELAPSED-SECS.
           MOVE RUNLG-START-TS TO TS-WORK.
           PERFORM 9150-TS-TO-SECONDS.
           MOVE TS-SECS TO START-SECS.
           MOVE RUNLG-END-TS TO TS-WORK.
           PERFORM 9150-TS-TO-SECONDS.
           MOVE TS-SECS TO END-SECS.
           IF START-SECS > 0
                   AND END-SECS > START-SECS
               COMPUTE ELAPSED-SECS = END-SECS - START-SECS
           END-IF.

       9150-TS-TO-SECONDS.

           MOVE 0 TO TS-SECS.
           IF TSW-DATE IS NUMERIC
                   AND TSW-DATE > 0
                   AND TS-WORK(10:6) IS NUMERIC
               COMPUTE TS-SECS =
                   FUNCTION INTEGER-OF-DATE(TSW-DATE) * 86400
                   + TSW-HH * 3600 + TSW-MM * 60 + TSW-SS
           END-IF.

      *****************************************************
