       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLEDG01.
      ******************************************************************
      * Run-state ledger utility. One LEDGCARD card per run:
      *   col 1      function - B, E or R
      *   cols 2-9   step (B and E)
      *   cols 10-17 first business date to report (R; blank = the
      *              whole ledger)
      *   cols 18-21 condition code to record (E; blank = 0)
      * B and E make the ledger's start-up check and end entry for a
      * step that is all utility steps and so cannot CALL TRUNLG01
      * itself - TARCH01's first and last steps. The step belongs to
      * the cycle the chain has open. B ends condition code 0 when
      * the step is cleared, 4 when it was let through on an
      * operator override card (RUNOVRD, warning alert), 12 when it
      * is refused (critical alert) - the job's later steps test it.
      * E ends 4 with a warning alert if the end was not recorded.
      * R prints where every business date and cycle on the ledger
      * stands: one line per cycle with the state of each step of
      * the chain, where the cycle stands as a whole, and beneath
      * it any step that ran on an override, who let it through and
      * why.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-CARD-FILE ASSIGN TO LEDGCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT RUNLG-FILE ASSIGN TO RUNLGVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNLG-KEY
               FILE STATUS IS RUNLG-STATUS.
           SELECT REPORT-FILE ASSIGN TO LEDGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-CARD-FILE
           RECORDING MODE IS F.
       01 LEDGER-CARD-REC.
           05 LEDG-FUNCTION     PIC X(01).
               88 LEDG-BEGIN       VALUE "B".
               88 LEDG-END         VALUE "E".
               88 LEDG-REPORT      VALUE "R".
           05 LEDG-STEP         PIC X(08).
           05 LEDG-FROM-DATE    PIC X(08).
           05 LEDG-STEP-RC      PIC X(04).
           05 FILLER            PIC X(59).

       FD  RUNLG-FILE.
       01 RUNLG-REC.
           COPY CPRUNLG.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 RUNLG-STATUS      PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 CARD-OK-SW        PIC X(01) VALUE "N".
           88 CARD-OK       VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 FUNCTION-RC       PIC S9(04) BINARY VALUE 0.

       01 PGMRUNLG          PIC X(8) VALUE "TRUNLG01".
       01 RUNLK-PARMS.
           COPY CPRUNLK.

      * The chain record's open cycle, for the report heading.
       01 OPEN-DATE-SAVE    PIC X(08) VALUE SPACES.
       01 OPEN-CYCLE-SAVE   PIC 9(02) VALUE 0.

      * One business date and cycle's entries as they are read - the
      * ledger is keyed date, cycle, step, so a cycle's entries come
      * together. SLOT 1-7 are the chain's fixed steps in running
      * order; the parallel legs are counted.
       01 CYC-KEY.
           05 CYC-DATE         PIC X(08).
           05 CYC-CYCLE        PIC 9(02).
       01 CYC-SLOTS.
           05 CYC-SLOT OCCURS 7 TIMES.
               10 SLOT-STATE      PIC X(01).
                   88 SLOT-ABSENT    VALUE SPACE.
                   88 SLOT-STARTED   VALUE "S".
                   88 SLOT-COMPLETED VALUE "C".
                   88 SLOT-FAILED    VALUE "F".
               10 SLOT-RC         PIC 9(04).
               10 SLOT-OVERRIDE   PIC X(01).
       01 SLOT-NAMES-LIST.
           05 FILLER           PIC X(08) VALUE "TCONV01".
           05 FILLER           PIC X(08) VALUE "TMAIN01".
           05 FILLER           PIC X(08) VALUE "TSPLIT01".
           05 FILLER           PIC X(08) VALUE "TMERGE01".
           05 FILLER           PIC X(08) VALUE "TCLOSE01".
           05 FILLER           PIC X(08) VALUE "TPURG01".
           05 FILLER           PIC X(08) VALUE "TARCH01".
       01 SLOT-NAMES REDEFINES SLOT-NAMES-LIST.
           05 SLOT-NAME        PIC X(08) OCCURS 7 TIMES.
       01 SLOT-IDX          PIC 9(02) COMP VALUE 0.
       01 SLOT-FOUND-IDX    PIC 9(02) COMP VALUE 0.
       01 LEG-STARTED-CNT   PIC 9(01) VALUE 0.
       01 LEG-DONE-CNT      PIC 9(01) VALUE 0.
       01 LEG-FAILED-CNT    PIC 9(01) VALUE 0.
       01 LEG-RUNNING-CNT   PIC 9(01) VALUE 0.
       01 LEG-OVERRIDE-SW   PIC X(01) VALUE SPACE.

      * Steps of the cycle that ran on an override card, printed
      * beneath the cycle's line.
       01 OVRD-TABLE.
           05 OVRD-CNT         PIC 9(02) COMP VALUE 0.
           05 OVRD-ENTRY OCCURS 13 TIMES.
               10 OV-STEP         PIC X(08).
               10 OV-BY           PIC X(08).
               10 OV-WHY          PIC X(40).
       01 OVRD-IDX          PIC 9(02) COMP VALUE 0.

       01 CYCLE-CNT         PIC 9(05) VALUE 0.
       01 ARCHIVED-CNT      PIC 9(05) VALUE 0.
       01 FAILED-CYC-CNT    PIC 9(05) VALUE 0.
       01 OVERRIDE-TOT      PIC 9(05) VALUE 0.

       01 CELL-WORK         PIC X(09) VALUE SPACES.
       01 CELL-RC           PIC 9(02) VALUE 0.
       01 STANDING-WORK     PIC X(34) VALUE SPACES.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TLEDG01   BATCH CHAIN RUN LEDGER - OPEN ".
           05 FILLER           PIC X(07) VALUE "CYCLE  ".
           05 HDG1-OPEN-DATE   PIC X(08).
           05 FILLER           PIC X(01) VALUE "/".
           05 HDG1-OPEN-CYCLE  PIC X(02).
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(45) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 HEADING-2.
           05 FILLER           PIC X(16)
               VALUE "  DATE      CYC ".
           05 FILLER           PIC X(40)
               VALUE "CONVERT   ROUTE     SPLIT     LEGS      ".
           05 FILLER           PIC X(40)
               VALUE "MERGE     CLOSE     PURGE     ARCHIVE   ".
           05 FILLER           PIC X(36)
               VALUE "WHERE THE CYCLE STANDS".

       01 CYCLE-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CYL-DATE         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CYL-CYCLE        PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CYL-CELL OCCURS 8 TIMES.
               10 CYL-CELL-TEXT   PIC X(09).
               10 FILLER          PIC X(01).
           05 CYL-STANDING     PIC X(34).
           05 FILLER           PIC X(02) VALUE SPACES.

       01 OVERRIDE-LINE.
           05 FILLER           PIC X(16) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "OVERRIDDEN ".
           05 OVL-STEP         PIC X(08).
           05 FILLER           PIC X(04) VALUE " BY ".
           05 OVL-BY           PIC X(08).
           05 FILLER           PIC X(03) VALUE " - ".
           05 OVL-WHY          PIC X(40).
           05 FILLER           PIC X(42) VALUE SPACES.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(110).
           05 FILLER           PIC X(20) VALUE SPACES.

       01 COUNT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CNT-TEXT         PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(79) VALUE SPACES.


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

           IF CARD-OK
               EVALUATE TRUE
                   WHEN LEDG-BEGIN
                       PERFORM 2000-BEGIN-STEP
                   WHEN LEDG-END
                       PERFORM 3000-END-STEP
                   WHEN OTHER
                       PERFORM 4000-REPORT-LEDGER
               END-EVALUATE
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TLEDG01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO LEDGER-CARD-REC.
           OPEN INPUT LEDGER-CARD-FILE.
           IF CARD-STATUS = "00"
               READ LEDGER-CARD-FILE
                   AT END
                       MOVE "10" TO CARD-STATUS
               END-READ
               IF CARD-STATUS = "00"
                   SET CARD-OK TO TRUE
               END-IF
               CLOSE LEDGER-CARD-FILE
           END-IF.

           IF CARD-OK
               IF LEDG-REPORT
                   CONTINUE
               ELSE
               IF (LEDG-BEGIN OR LEDG-END)
                       AND LEDG-STEP NOT = SPACES
                   CONTINUE
               ELSE
                   MOVE "N" TO CARD-OK-SW
               END-IF
               END-IF
           END-IF.

           IF CARD-OK
                   AND LEDG-END
               IF LEDG-STEP-RC = SPACES
                   MOVE "0000" TO LEDG-STEP-RC
               END-IF
               IF LEDG-STEP-RC IS NOT NUMERIC
                   MOVE "N" TO CARD-OK-SW
               END-IF
           END-IF.

           IF NOT CARD-OK
               DISPLAY 'TLEDG01 - LEDGCARD MISSING OR INVALID: "'
                   LEDGER-CARD-REC(1:21) '"'
               MOVE 12 TO FUNCTION-RC
           END-IF.

      ******************************************************************
      * Start-up check on behalf of a utility-only step. The alert
      * is raised in the step's own name - it is that step being let
      * through or held.
      ******************************************************************
       2000-BEGIN-STEP.

           MOVE "B" TO RUNLK-FUNCTION.
           MOVE LEDG-STEP TO RUNLK-STEP.
           MOVE SPACES TO RUNLK-DATE.
           MOVE 0 TO RUNLK-CYCLE.
           MOVE 0 TO RUNLK-STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.

           EVALUATE TRUE
               WHEN RUNLK-CLEARED
                   DISPLAY 'TLEDG01 - ' LEDG-STEP ' CLEARED FOR '
                       RUNLK-DATE ' CYCLE ' RUNLK-CYCLE
               WHEN RUNLK-OVERRIDDEN
                   DISPLAY 'TLEDG01 - ' LEDG-STEP ' LET THROUGH FOR '
                       RUNLK-DATE ' CYCLE ' RUNLK-CYCLE
                   MOVE 4 TO FUNCTION-RC
                   MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
                   MOVE "RUNOVRD" TO ALRT-CODE OF ALERT-WORK
                   MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
                   PERFORM 9000-WRITE-ALERT
               WHEN OTHER
                   DISPLAY 'TLEDG01 - ' LEDG-STEP
                       ' REFUSED BY THE RUN LEDGER: ' RUNLK-MESSAGE
                   MOVE 12 TO FUNCTION-RC
                   MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
                   MOVE "RUNORDER" TO ALRT-CODE OF ALERT-WORK
                   MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
                   PERFORM 9000-WRITE-ALERT
           END-EVALUATE.

       3000-END-STEP.

           MOVE "E" TO RUNLK-FUNCTION.
           MOVE LEDG-STEP TO RUNLK-STEP.
           MOVE SPACES TO RUNLK-DATE.
           MOVE 0 TO RUNLK-CYCLE.
           MOVE LEDG-STEP-RC TO RUNLK-STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.

           IF RUNLK-CLEARED
               DISPLAY 'TLEDG01 - ' LEDG-STEP ' ENDED RC '
                   RUNLK-STEP-RC ' FOR ' RUNLK-DATE
                   ' CYCLE ' RUNLK-CYCLE
           ELSE
               MOVE 4 TO FUNCTION-RC
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNLEDGR" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 9000-WRITE-ALERT
           END-IF.

      ******************************************************************
      * Status report. The chain record is read first for the
      * heading; the cycles follow in key order from the requested
      * date.
      ******************************************************************
       4000-REPORT-LEDGER.

           OPEN INPUT RUNLG-FILE.
           IF RUNLG-STATUS NOT = "00"
               DISPLAY 'TLEDG01 - OPEN FAILED ON RUNLGVS STATUS='
                   RUNLG-STATUS
               MOVE 12 TO FUNCTION-RC
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF REPORT-STATUS NOT = "00"
                   DISPLAY 'TLEDG01 - OPEN FAILED ON LEDGRPT STATUS='
                       REPORT-STATUS
                   MOVE 8 TO FUNCTION-RC
               ELSE
                   PERFORM 4100-READ-CHAIN-RECORD
                   PERFORM 4200-POSITION-LEDGER
                   MOVE SPACES TO CYC-KEY
                   PERFORM 4300-CLEAR-CYCLE
                   PERFORM UNTIL EOF
                       PERFORM 4400-READ-NEXT-ENTRY
                       IF NOT EOF
                           PERFORM 4500-TAKE-ENTRY
                       END-IF
                   END-PERFORM
                   IF CYC-KEY NOT = SPACES
                       PERFORM 5000-PRINT-CYCLE
                   END-IF
                   PERFORM 7000-PRINT-TOTALS
                   CLOSE REPORT-FILE
               END-IF
               CLOSE RUNLG-FILE
           END-IF.

       4100-READ-CHAIN-RECORD.

           MOVE "00000000" TO RUNLG-DATE.
           MOVE 0 TO RUNLG-CYCLE.
           MOVE "*CHAIN*" TO RUNLG-STEP.
           READ RUNLG-FILE
               INVALID KEY
                   MOVE SPACES TO OPEN-DATE-SAVE
               NOT INVALID KEY
                   MOVE RUNLG-OPEN-DATE TO OPEN-DATE-SAVE
                   IF RUNLG-OPEN-DATE NOT = SPACES
                       MOVE RUNLG-OPEN-CYCLE TO OPEN-CYCLE-SAVE
                   END-IF
           END-READ.

       4200-POSITION-LEDGER.

           MOVE LOW-VALUES TO RUNLG-KEY.
           IF LEDG-FROM-DATE NOT = SPACES
               MOVE LEDG-FROM-DATE TO RUNLG-DATE
           END-IF.
           START RUNLG-FILE KEY IS NOT LESS THAN RUNLG-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.

       4300-CLEAR-CYCLE.

           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 7
               MOVE SPACE TO SLOT-STATE(SLOT-IDX)
               MOVE 0 TO SLOT-RC(SLOT-IDX)
               MOVE SPACE TO SLOT-OVERRIDE(SLOT-IDX)
           END-PERFORM.
           MOVE 0 TO LEG-STARTED-CNT.
           MOVE 0 TO LEG-DONE-CNT.
           MOVE 0 TO LEG-FAILED-CNT.
           MOVE 0 TO LEG-RUNNING-CNT.
           MOVE SPACE TO LEG-OVERRIDE-SW.
           MOVE 0 TO OVRD-CNT.

       4400-READ-NEXT-ENTRY.

           READ RUNLG-FILE NEXT RECORD
               AT END
                   SET EOF TO TRUE
           END-READ.

      * The chain record carries no step of its own.
       4500-TAKE-ENTRY.

           IF RUNLG-STEP = "*CHAIN*"
               CONTINUE
           ELSE
               IF RUNLG-DATE NOT = CYC-DATE
                       OR RUNLG-CYCLE NOT = CYC-CYCLE
                   IF CYC-KEY NOT = SPACES
                       PERFORM 5000-PRINT-CYCLE
                   END-IF
                   PERFORM 4300-CLEAR-CYCLE
                   MOVE RUNLG-DATE TO CYC-DATE
                   MOVE RUNLG-CYCLE TO CYC-CYCLE
               END-IF
               PERFORM 4600-FILE-ENTRY
           END-IF.

       4600-FILE-ENTRY.

           MOVE 0 TO SLOT-FOUND-IDX.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 7
               IF SLOT-NAME(SLOT-IDX) = RUNLG-STEP
                   MOVE SLOT-IDX TO SLOT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF SLOT-FOUND-IDX > 0
               MOVE RUNLG-STATE TO SLOT-STATE(SLOT-FOUND-IDX)
               MOVE RUNLG-FINAL-RC TO SLOT-RC(SLOT-FOUND-IDX)
               IF RUNLG-OVERRIDDEN
                   MOVE "*" TO SLOT-OVERRIDE(SLOT-FOUND-IDX)
               END-IF
           ELSE
           IF RUNLG-STEP(1:7) = "TMAIN01"
               ADD 1 TO LEG-STARTED-CNT
               EVALUATE TRUE
                   WHEN RUNLG-COMPLETED
                       ADD 1 TO LEG-DONE-CNT
                   WHEN RUNLG-FAILED
                       ADD 1 TO LEG-FAILED-CNT
                   WHEN OTHER
                       ADD 1 TO LEG-RUNNING-CNT
               END-EVALUATE
               IF RUNLG-OVERRIDDEN
                   MOVE "*" TO LEG-OVERRIDE-SW
               END-IF
           END-IF
           END-IF.

           IF RUNLG-OVERRIDDEN
                   AND OVRD-CNT < 13
               ADD 1 TO OVRD-CNT
               MOVE RUNLG-STEP TO OV-STEP(OVRD-CNT)
               MOVE RUNLG-OVERRIDE-BY TO OV-BY(OVRD-CNT)
               MOVE RUNLG-OVERRIDE-WHY TO OV-WHY(OVRD-CNT)
           END-IF.

      ******************************************************************
      * One line per cycle. Report columns are the chain's steps in
      * running order - convert, single-stream route, split, legs,
      * merge, close, purge, archive; an override is marked "*".
      ******************************************************************
       5000-PRINT-CYCLE.

           ADD 1 TO CYCLE-CNT.
           MOVE SPACES TO CYCLE-LINE.
           MOVE CYC-DATE TO CYL-DATE.
           MOVE CYC-CYCLE TO CYL-CYCLE.

           MOVE 1 TO SLOT-IDX.
           PERFORM 5100-FORMAT-SLOT-CELL.
           MOVE CELL-WORK TO CYL-CELL-TEXT(1).
           MOVE 2 TO SLOT-IDX.
           PERFORM 5100-FORMAT-SLOT-CELL.
           MOVE CELL-WORK TO CYL-CELL-TEXT(2).
           MOVE 3 TO SLOT-IDX.
           PERFORM 5100-FORMAT-SLOT-CELL.
           MOVE CELL-WORK TO CYL-CELL-TEXT(3).
           PERFORM 5200-FORMAT-LEG-CELL.
           MOVE CELL-WORK TO CYL-CELL-TEXT(4).
           MOVE 4 TO SLOT-IDX.
           PERFORM 5100-FORMAT-SLOT-CELL.
           MOVE CELL-WORK TO CYL-CELL-TEXT(5).
           MOVE 5 TO SLOT-IDX.
           PERFORM 5100-FORMAT-SLOT-CELL.
           MOVE CELL-WORK TO CYL-CELL-TEXT(6).
           MOVE 6 TO SLOT-IDX.
           PERFORM 5100-FORMAT-SLOT-CELL.
           MOVE CELL-WORK TO CYL-CELL-TEXT(7).
           MOVE 7 TO SLOT-IDX.
           PERFORM 5100-FORMAT-SLOT-CELL.
           MOVE CELL-WORK TO CYL-CELL-TEXT(8).

           PERFORM 5300-DECIDE-STANDING.
           MOVE STANDING-WORK TO CYL-STANDING.

           MOVE CYCLE-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           PERFORM VARYING OVRD-IDX FROM 1 BY 1
                   UNTIL OVRD-IDX > OVRD-CNT
               MOVE OV-STEP(OVRD-IDX) TO OVL-STEP
               MOVE OV-BY(OVRD-IDX) TO OVL-BY
               MOVE OV-WHY(OVRD-IDX) TO OVL-WHY
               MOVE OVERRIDE-LINE TO REPORT-REC
               PERFORM 6000-PRINT-LINE
               ADD 1 TO OVERRIDE-TOT
           END-PERFORM.

       5100-FORMAT-SLOT-CELL.

           MOVE SPACES TO CELL-WORK.
           MOVE SLOT-RC(SLOT-IDX) TO CELL-RC.
           EVALUATE TRUE
               WHEN SLOT-ABSENT(SLOT-IDX)
                   MOVE "-" TO CELL-WORK
               WHEN SLOT-STARTED(SLOT-IDX)
                   MOVE "RUNNING" TO CELL-WORK
               WHEN SLOT-FAILED(SLOT-IDX)
                   STRING "FAIL " DELIMITED BY SIZE
                          CELL-RC DELIMITED BY SIZE
                       INTO CELL-WORK
                   END-STRING
               WHEN SLOT-RC(SLOT-IDX) = 0
                   MOVE "DONE" TO CELL-WORK
               WHEN OTHER
                   STRING "DONE " DELIMITED BY SIZE
                          CELL-RC DELIMITED BY SIZE
                       INTO CELL-WORK
                   END-STRING
           END-EVALUATE.
           IF SLOT-OVERRIDE(SLOT-IDX) = "*"
               MOVE "*" TO CELL-WORK(9:1)
           END-IF.

      * Legs completed of legs started, with the failed count.
       5200-FORMAT-LEG-CELL.

           MOVE SPACES TO CELL-WORK.
           IF LEG-STARTED-CNT = 0
               MOVE "-" TO CELL-WORK
           ELSE
               STRING LEG-DONE-CNT DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      LEG-STARTED-CNT DELIMITED BY SIZE
                   INTO CELL-WORK
               END-STRING
               IF LEG-FAILED-CNT > 0
                   STRING "F" DELIMITED BY SIZE
                          LEG-FAILED-CNT DELIMITED BY SIZE
                       INTO CELL-WORK(5:2)
                   END-STRING
               END-IF
           END-IF.
           IF LEG-OVERRIDE-SW = "*"
               MOVE "*" TO CELL-WORK(9:1)
           END-IF.

      * Archived is the end of the line; otherwise the first failure
      * or unfinished step in running order, or else how far the
      * cycle has got.
       5300-DECIDE-STANDING.

           MOVE SPACES TO STANDING-WORK.
           MOVE 0 TO SLOT-FOUND-IDX.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 7
                      OR SLOT-FOUND-IDX > 0
               IF SLOT-FAILED(SLOT-IDX)
                   MOVE SLOT-IDX TO SLOT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF SLOT-COMPLETED(7)
               MOVE "ARCHIVED - CYCLE COMPLETE" TO STANDING-WORK
               ADD 1 TO ARCHIVED-CNT
           ELSE
           IF SLOT-FOUND-IDX > 0
               STRING "FAILED AT " DELIMITED BY SIZE
                      SLOT-NAME(SLOT-FOUND-IDX) DELIMITED BY SPACE
                      " - RERUN DUE" DELIMITED BY SIZE
                   INTO STANDING-WORK
               END-STRING
               ADD 1 TO FAILED-CYC-CNT
           ELSE
           IF LEG-FAILED-CNT > 0
               MOVE "FAILED IN A ROUTING LEG - RERUN DUE"
                   TO STANDING-WORK
               ADD 1 TO FAILED-CYC-CNT
           ELSE
               PERFORM 5400-FIND-UNFINISHED
           END-IF
           END-IF
           END-IF.

       5400-FIND-UNFINISHED.

           MOVE 0 TO SLOT-FOUND-IDX.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 7
                      OR SLOT-FOUND-IDX > 0
               IF SLOT-STARTED(SLOT-IDX)
                   MOVE SLOT-IDX TO SLOT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF SLOT-FOUND-IDX > 0
               STRING SLOT-NAME(SLOT-FOUND-IDX) DELIMITED BY SPACE
                      " RUNNING OR ABENDED" DELIMITED BY SIZE
                   INTO STANDING-WORK
               END-STRING
           ELSE
           IF LEG-RUNNING-CNT > 0
               MOVE "ROUTING LEGS RUNNING OR ABENDED"
                   TO STANDING-WORK
           ELSE
           IF SLOT-COMPLETED(5)
               MOVE "CLOSED - AWAITING ARCHIVE" TO STANDING-WORK
           ELSE
           IF SLOT-COMPLETED(2)
                   OR SLOT-COMPLETED(4)
               MOVE "ROUTED - AWAITING CLOSE" TO STANDING-WORK
           ELSE
           IF SLOT-COMPLETED(3)
               MOVE "SPLIT - AWAITING LEGS AND MERGE"
                   TO STANDING-WORK
           ELSE
           IF SLOT-COMPLETED(1)
               MOVE "CONVERTED - AWAITING ROUTING" TO STANDING-WORK
           ELSE
               MOVE "NOT STARTED" TO STANDING-WORK
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       6000-PRINT-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6200-PRINT-TEXT-LINE.

           MOVE TEXT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SPACES TO TXT-TEXT.

       6400-PRINT-COUNT-LINE.

           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

       6500-PRINT-HEADINGS.

           ADD 1 TO PAGE-CNT.
           MOVE OPEN-DATE-SAVE TO HDG1-OPEN-DATE.
           IF OPEN-DATE-SAVE = SPACES
               MOVE SPACES TO HDG1-OPEN-CYCLE
           ELSE
               MOVE OPEN-CYCLE-SAVE TO HDG1-OPEN-CYCLE
           END-IF.
           MOVE RUN-DATE TO HDG1-RUN-DATE.
           MOVE PAGE-CNT TO HDG1-PAGE.
           IF PAGE-CNT = 1
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM HEADING-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-CNT.

       7000-PRINT-TOTALS.

           IF CYCLE-CNT = 0
               MOVE "NO CYCLES ON THE RUN LEDGER FROM THE DATE GIVEN"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "CYCLES REPORTED" TO CNT-TEXT.
           MOVE CYCLE-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "CYCLES ARCHIVED" TO CNT-TEXT.
           MOVE ARCHIVED-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "CYCLES STOPPED ON A FAILED STEP" TO CNT-TEXT.
           MOVE FAILED-CYC-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "STEPS RUN ON AN OPERATOR OVERRIDE" TO CNT-TEXT.
           MOVE OVERRIDE-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.

       8000-TERMINATION.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           MOVE FUNCTION-RC TO RETURN-CODE.

           DISPLAY '** END TLEDG01'.

      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
      * beforehand. The program is the step the card names - the
      * alert is about that step. An unwritable alert file must
      * never take the run down - the condition code and SYSOUT
      * still tell the story.
       9000-WRITE-ALERT.

           IF NOT ALERT-FILE-OPEN
               OPEN EXTEND ALERT-FILE
               IF ALERT-STATUS = "00"
                   SET ALERT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'TLEDG01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE LEDG-STEP TO ALRT-PROGRAM OF ALERT-WORK
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
