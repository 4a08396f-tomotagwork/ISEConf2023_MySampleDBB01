       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSLAM01.
      ******************************************************************
      * Batch SLA monitor. Measures the nightly chain against the
      * milestone targets on the SLA table (CPSLA) - feed converted,
      * routing complete, partner files released, day closed - from
      * the step timing log TRUNLG01 keeps (CPTIMLG). Scheduled at
      * intervals through the batch window and again after the
      * close, it looks at:
      *   - the cycle the run-state ledger has open (or the date and
      *     cycle on MONCARD, cols 1-8 and 9-10),
      *   - the run date's first cycle, once the open cycle belongs
      *     to an earlier day, so a feed that has not even been
      *     converted yet is still measured,
      *   - any cycle of the last week whose milestones are not yet
      *     settled.
      * A milestone is reached when its step completes. Until then
      * it is projected forward from where the chain stands, each
      * step still to finish taking its average over its last ten
      * completed runs. A projection within the entry's warning
      * margin of the target raises a SLARISK warning alert; a
      * target that has passed, reached or not, raises a SLABRCH
      * critical alert. Each is raised once per milestone - the
      * status file (CPSLAST) remembers what was raised and settles
      * the milestone as met or breached for TSLAR01's monthly
      * attainment report.
      * Condition code 4 when this run raised an alert, 12 when the
      * timing log or status file could not be used.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MON-CARD-FILE ASSIGN TO MONCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT SLA-FILE ASSIGN TO SLAVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLA-KEY
               FILE STATUS IS SLA-STATUS.
           SELECT TIMLG-FILE ASSIGN TO TIMLGVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIM-KEY
               FILE STATUS IS TIMLG-STATUS.
           SELECT SLAST-FILE ASSIGN TO SLASTVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLST-KEY
               FILE STATUS IS SLAST-STATUS.
           SELECT RUNLG-FILE ASSIGN TO RUNLGVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNLG-KEY
               FILE STATUS IS RUNLG-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MON-CARD-FILE
           RECORDING MODE IS F.
       01 MON-CARD-REC.
           05 MON-DATE          PIC X(08).
           05 MON-CYCLE         PIC X(02).
           05 FILLER            PIC X(70).

       FD  SLA-FILE.
       01 SLA-REC.
           COPY CPSLA.

       FD  TIMLG-FILE.
       01 TIMLG-REC.
           COPY CPTIMLG.

       FD  SLAST-FILE.
       01 SLAST-REC.
           COPY CPSLAST.

       FD  RUNLG-FILE.
       01 RUNLG-REC.
           COPY CPRUNLG.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 SLA-STATUS        PIC X(02) VALUE "00".
       01 TIMLG-STATUS      PIC X(02) VALUE "00".
       01 SLAST-STATUS      PIC X(02) VALUE "00".
       01 RUNLG-STATUS      PIC X(02) VALUE "00".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 FILES-OK-SW       PIC X(01) VALUE "Y".
           88 FILES-OK      VALUE "Y".
       01 ALERT-RAISED-SW   PIC X(01) VALUE "N".
           88 ALERT-RAISED  VALUE "Y".

       01 NOW-DATE          PIC X(08) VALUE SPACES.
       01 NOW-TIME          PIC X(08) VALUE SPACES.
       01 NOW-MIN           PIC 9(10) VALUE 0.
       01 NOW-STAMP         PIC X(13) VALUE SPACES.
       01 TODAY-INT         PIC 9(07) VALUE 0.

      * Milestone targets, loaded whole - an inactive entry for a
      * particular cycle switches that cycle's milestone off.
       01 SLA-TABLE.
           05 SLA-CNT          PIC 9(03) COMP VALUE 0.
           05 SLA-ENTRY OCCURS 50 TIMES.
               10 ST-MILESTONE    PIC X(08).
               10 ST-CYCLE        PIC 9(02).
               10 ST-TARGET-DAYS  PIC 9(01).
               10 ST-TARGET-HH    PIC 9(02).
               10 ST-TARGET-MM    PIC 9(02).
               10 ST-WARN         PIC 9(03).
               10 ST-STEP-SINGLE  PIC X(08).
               10 ST-STEP-PARALLEL PIC X(08).
               10 ST-ACTIVE       PIC X(01).
       01 SLA-IDX           PIC 9(03) COMP VALUE 0.
       01 SLA-SRCH          PIC 9(03) COMP VALUE 0.
       01 SPECIFIC-SW       PIC X(01) VALUE "N".
           88 SPECIFIC-FOUND VALUE "Y".

      * The chain's steps as the monitor sees them. TMAIN01* stands
      * for the parallel routing legs together.
       01 BUCKET-NAMES-LIST.
           05 FILLER           PIC X(08) VALUE "TCONV01".
           05 FILLER           PIC X(08) VALUE "TSPLIT01".
           05 FILLER           PIC X(08) VALUE "TMAIN01".
           05 FILLER           PIC X(08) VALUE "TMAIN01*".
           05 FILLER           PIC X(08) VALUE "TMERGE01".
           05 FILLER           PIC X(08) VALUE "TCLOSE01".
           05 FILLER           PIC X(08) VALUE "TPURG01".
           05 FILLER           PIC X(08) VALUE "TARCH01".
       01 BUCKET-NAMES REDEFINES BUCKET-NAMES-LIST.
           05 BKT-NAME         PIC X(08) OCCURS 8 TIMES.
       01 BUCKET-DATA.
           05 BKT OCCURS 8 TIMES.
               10 BKT-HIST-CNT    PIC 9(02) COMP.
               10 BKT-HIST-NEXT   PIC 9(02) COMP.
               10 BKT-HIST-SEC    PIC 9(07) OCCURS 10 TIMES.
               10 BKT-AVG-MIN     PIC 9(05).
               10 BKT-STATE       PIC X(01).
                   88 BKT-ABSENT     VALUE SPACE.
                   88 BKT-STARTED    VALUE "S".
                   88 BKT-COMPLETED  VALUE "C".
                   88 BKT-FAILED     VALUE "F".
               10 BKT-START-MIN   PIC 9(10).
               10 BKT-END-MIN     PIC 9(10).
       01 BKT-IDX           PIC 9(02) COMP VALUE 0.
       01 BKT-FOUND-IDX     PIC 9(02) COMP VALUE 0.
       01 HIST-IDX          PIC 9(02) COMP VALUE 0.
       01 HIST-TOTAL        PIC 9(09) VALUE 0.

      * The steps leading to each milestone, in running order, by
      * bucket number: single stream, and the parallel stream.
       01 PATH-SINGLE-LIST  PIC X(14) VALUE "01030607080000".
       01 PATH-PARALLEL-LIST PIC X(14) VALUE "01020405060708".
       01 PATH-WORK         PIC X(14) VALUE SPACES.
       01 PATH-TABLE REDEFINES PATH-WORK.
           05 PATH-BKT         PIC 9(02) OCCURS 7 TIMES.
       01 PATH-LEN          PIC 9(02) COMP VALUE 0.
       01 PATH-IDX          PIC 9(02) COMP VALUE 0.
       01 PATH-POS          PIC 9(02) COMP VALUE 0.
       01 PARALLEL-SW       PIC X(01) VALUE "N".
           88 PARALLEL-DAY  VALUE "Y".

      * Each routing leg's latest run, combined into TMAIN01*.
       01 LEG-LETTERS       PIC X(06) VALUE "ABCDEF".
       01 LEG-LETTER-TBL REDEFINES LEG-LETTERS.
           05 LEG-LETTER       PIC X(01) OCCURS 6 TIMES.
       01 LEG-DATA.
           05 LEGD OCCURS 6 TIMES.
               10 LEGD-STATE      PIC X(01).
               10 LEGD-START-MIN  PIC 9(10).
               10 LEGD-END-MIN    PIC 9(10).
       01 LEG-IDX           PIC 9(02) COMP VALUE 0.
       01 LEG-FOUND-IDX     PIC 9(02) COMP VALUE 0.

      * Cycles to look at this run.
       01 EVAL-LIST.
           05 EVAL-CNT         PIC 9(03) COMP VALUE 0.
           05 EVAL-ENTRY OCCURS 60 TIMES.
               10 EV-DATE         PIC X(08).
               10 EV-CYCLE        PIC 9(02).
       01 EVAL-IDX          PIC 9(03) COMP VALUE 0.
       01 EVAL-SRCH         PIC 9(03) COMP VALUE 0.
       01 ADD-DATE          PIC X(08) VALUE SPACES.
       01 ADD-CYCLE         PIC 9(02) VALUE 0.
       01 ADD-DUP-SW        PIC X(01) VALUE "N".
           88 ADD-DUP       VALUE "Y".
       01 CUR-DATE          PIC X(08) VALUE SPACES.
       01 CUR-CYCLE         PIC 9(02) VALUE 0.
       01 OPEN-DATE-SAVE    PIC X(08) VALUE SPACES.
       01 OPEN-CYCLE-SAVE   PIC 9(02) VALUE 0.
       01 DATE-NUM          PIC 9(08) VALUE 0.
       01 DATE-INT          PIC 9(07) VALUE 0.

      * One milestone's evaluation.
       01 MS-STEP           PIC X(08) VALUE SPACES.
       01 TARGET-MIN        PIC 9(10) VALUE 0.
       01 PROJ-MIN          PIC 9(10) VALUE 0.
       01 ACTUAL-MIN        PIC 9(10) VALUE 0.
       01 CURSOR-MIN        PIC 9(10) VALUE 0.
       01 WARN-FROM-MIN     PIC 9(10) VALUE 0.
       01 LATE-MIN          PIC 9(10) VALUE 0.
       01 NEW-STATE         PIC X(01) VALUE SPACE.
       01 NEW-STATUS-SW     PIC X(01) VALUE "N".
           88 NEW-STATUS    VALUE "Y".

      * Timestamp and minute conversions. Minutes are counted from
      * the calendar's day one so they compare across midnight.
       01 TS-WORK           PIC X(20) VALUE SPACES.
       01 TS-PARTS REDEFINES TS-WORK.
           05 TSW-DATE      PIC 9(08).
           05 FILLER        PIC X(01).
           05 TSW-HH        PIC 9(02).
           05 TSW-MM        PIC 9(02).
           05 FILLER        PIC X(07).
       01 TS-MIN            PIC 9(10) VALUE 0.
       01 MIN-WORK          PIC 9(10) VALUE 0.
       01 MIN-DAYS          PIC 9(07) VALUE 0.
       01 MIN-REM           PIC 9(04) VALUE 0.
       01 MIN-STAMP         PIC X(13) VALUE SPACES.
       01 MIN-STAMP-PARTS REDEFINES MIN-STAMP.
           05 MS-DATE       PIC 9(08).
           05 FILLER        PIC X(01).
           05 MS-HH         PIC 9(02).
           05 MS-MM         PIC 9(02).
       01 MIN-CLOCK.
           05 MC-HH         PIC 9(02).
           05 FILLER        PIC X(01) VALUE ":".
           05 MC-MM         PIC 9(02).
       01 TARGET-CLOCK      PIC X(05) VALUE SPACES.
       01 LATE-ED           PIC ZZZZ9.

       01 MILESTONE-CNT     PIC 9(05) VALUE 0.
       01 RISK-CNT          PIC 9(05) VALUE 0.
       01 BREACH-CNT        PIC 9(05) VALUE 0.


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

           IF FILES-OK
               PERFORM 1200-LOAD-SLA-TABLE
               PERFORM 1300-LOAD-STEP-AVERAGES
               PERFORM 2000-SELECT-CYCLES
               PERFORM VARYING EVAL-IDX FROM 1 BY 1
                       UNTIL EVAL-IDX > EVAL-CNT
                   MOVE EV-DATE(EVAL-IDX) TO CUR-DATE
                   MOVE EV-CYCLE(EVAL-IDX) TO CUR-CYCLE
                   PERFORM 3000-EVALUATE-CYCLE
               END-PERFORM
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TSLAM01'.

           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO TS-WORK.
           MOVE NOW-DATE TO TS-WORK(1:8).
           MOVE NOW-TIME(1:4) TO TS-WORK(10:4).
           PERFORM 8500-TS-TO-MIN.
           MOVE TS-MIN TO NOW-MIN.
           MOVE NOW-MIN TO MIN-WORK.
           PERFORM 8600-MIN-TO-STAMP.
           MOVE MIN-STAMP TO NOW-STAMP.
           MOVE NOW-DATE TO DATE-NUM.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).

           PERFORM 1100-READ-CARD.

           OPEN INPUT SLA-FILE.
           IF SLA-STATUS NOT = "00"
               DISPLAY 'TSLAM01 - OPEN FAILED ON SLAVS STATUS='
                   SLA-STATUS
               MOVE "N" TO FILES-OK-SW
           END-IF.

           OPEN INPUT TIMLG-FILE.
           IF TIMLG-STATUS NOT = "00"
               DISPLAY 'TSLAM01 - OPEN FAILED ON TIMLGVS STATUS='
                   TIMLG-STATUS
               MOVE "N" TO FILES-OK-SW
           END-IF.

           OPEN I-O SLAST-FILE.
           IF SLAST-STATUS NOT = "00"
               DISPLAY 'TSLAM01 - OPEN FAILED ON SLASTVS STATUS='
                   SLAST-STATUS
               MOVE "N" TO FILES-OK-SW
           END-IF.

      * Without the ledger only a carded or unsettled cycle can be
      * looked at - that is not reason enough to stop.
           OPEN INPUT RUNLG-FILE.
           IF RUNLG-STATUS NOT = "00"
               DISPLAY 'TSLAM01 - OPEN FAILED ON RUNLGVS STATUS='
                   RUNLG-STATUS ' - OPEN CYCLE NOT KNOWN'
           END-IF.

           IF NOT FILES-OK
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "SLAMON" TO ALRT-CODE OF ALERT-WORK
               MOVE "SLA MONITOR CANNOT READ ITS FILES - SLAS UNWATCHED"
                   TO ALRT-TEXT OF ALERT-WORK
               PERFORM 9000-WRITE-ALERT
           END-IF.

       1100-READ-CARD.

           MOVE SPACES TO MON-CARD-REC.
           OPEN INPUT MON-CARD-FILE.
           IF CARD-STATUS = "00"
               READ MON-CARD-FILE
                   AT END
                       MOVE SPACES TO MON-CARD-REC
               END-READ
               CLOSE MON-CARD-FILE
           END-IF.

           IF MON-DATE NOT = SPACES
               IF MON-DATE IS NOT NUMERIC
                       OR MON-CYCLE IS NOT NUMERIC
                   DISPLAY 'TSLAM01 - MONCARD IGNORED, INVALID DATE '
                       'OR CYCLE: "' MON-CARD-REC(1:10) '"'
                   MOVE SPACES TO MON-DATE
               END-IF
           END-IF.

       1200-LOAD-SLA-TABLE.

           MOVE "N" TO EOF-SW.
           PERFORM UNTIL EOF
               READ SLA-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SLA-CNT < 50
                           ADD 1 TO SLA-CNT
                           MOVE SLA-MILESTONE TO ST-MILESTONE(SLA-CNT)
                           MOVE SLA-CYCLE TO ST-CYCLE(SLA-CNT)
                           MOVE SLA-TARGET-DAYS
                               TO ST-TARGET-DAYS(SLA-CNT)
                           MOVE SLA-TARGET-HH TO ST-TARGET-HH(SLA-CNT)
                           MOVE SLA-TARGET-MM TO ST-TARGET-MM(SLA-CNT)
                           MOVE SLA-WARN-MINUTES TO ST-WARN(SLA-CNT)
                           MOVE SLA-STEP-SINGLE
                               TO ST-STEP-SINGLE(SLA-CNT)
                           MOVE SLA-STEP-PARALLEL
                               TO ST-STEP-PARALLEL(SLA-CNT)
                           MOVE SLA-ACTIVE-FLAG TO ST-ACTIVE(SLA-CNT)
                       ELSE
                           DISPLAY 'TSLAM01 - SLA TABLE OVER 50 '
                               'ENTRIES, IGNORED: ' SLA-MILESTONE
                               ' CYCLE ' SLA-CYCLE
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY 'TSLAM01 - SLA ENTRIES LOADED: ' SLA-CNT.

      ******************************************************************
      * Recent durations. The log is keyed date first, so the runs
      * read last for a step are its most recent; each step keeps
      * its last ten completed runs and averages them, in minutes
      * rounded up.
      ******************************************************************
       1300-LOAD-STEP-AVERAGES.

           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > 8
               MOVE 0 TO BKT-HIST-CNT(BKT-IDX)
               MOVE 1 TO BKT-HIST-NEXT(BKT-IDX)
               MOVE 0 TO BKT-AVG-MIN(BKT-IDX)
           END-PERFORM.

           MOVE LOW-VALUES TO TIM-KEY.
           MOVE "N" TO EOF-SW.
           START TIMLG-FILE KEY IS NOT LESS THAN TIM-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
               READ TIMLG-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF TIM-COMPLETED
                               AND TIM-ELAPSED-SEC > 0
                           PERFORM 1310-TAKE-DURATION
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > 8
               IF BKT-HIST-CNT(BKT-IDX) > 0
                   MOVE 0 TO HIST-TOTAL
                   PERFORM VARYING HIST-IDX FROM 1 BY 1
                           UNTIL HIST-IDX > BKT-HIST-CNT(BKT-IDX)
                       ADD BKT-HIST-SEC(BKT-IDX, HIST-IDX)
                           TO HIST-TOTAL
                   END-PERFORM
                   COMPUTE BKT-AVG-MIN(BKT-IDX) =
                       (HIST-TOTAL / BKT-HIST-CNT(BKT-IDX) + 59) / 60
               END-IF
               DISPLAY 'TSLAM01 - ' BKT-NAME(BKT-IDX)
                   ' RECENT AVERAGE ' BKT-AVG-MIN(BKT-IDX)
                   ' MIN OVER ' BKT-HIST-CNT(BKT-IDX) ' RUNS'
           END-PERFORM.

       1310-TAKE-DURATION.

           PERFORM 1320-FIND-BUCKET.
           IF BKT-FOUND-IDX > 0
               MOVE BKT-HIST-NEXT(BKT-FOUND-IDX) TO HIST-IDX
               MOVE TIM-ELAPSED-SEC
                   TO BKT-HIST-SEC(BKT-FOUND-IDX, HIST-IDX)
               IF BKT-HIST-CNT(BKT-FOUND-IDX) < 10
                   ADD 1 TO BKT-HIST-CNT(BKT-FOUND-IDX)
               END-IF
               IF HIST-IDX = 10
                   MOVE 1 TO BKT-HIST-NEXT(BKT-FOUND-IDX)
               ELSE
                   ADD 1 TO BKT-HIST-NEXT(BKT-FOUND-IDX)
               END-IF
           END-IF.

      * A leg entry (TMAIN01 plus its letter) belongs to TMAIN01*.
       1320-FIND-BUCKET.

           MOVE 0 TO BKT-FOUND-IDX.
           IF TIM-STEP(1:7) = "TMAIN01"
                   AND TIM-STEP(8:1) NOT = SPACE
               MOVE 4 TO BKT-FOUND-IDX
           ELSE
               PERFORM VARYING BKT-IDX FROM 1 BY 1
                       UNTIL BKT-IDX > 8
                   IF BKT-NAME(BKT-IDX) = TIM-STEP
                       MOVE BKT-IDX TO BKT-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * The cycles to look at: the card's, or the ledger's open one
      * and the run date's first; then every cycle of the last week
      * with a milestone still to settle or a breach not yet reached.
      ******************************************************************
       2000-SELECT-CYCLES.

           IF MON-DATE NOT = SPACES
               MOVE MON-DATE TO ADD-DATE
               MOVE MON-CYCLE TO ADD-CYCLE
               PERFORM 2150-ADD-EVAL-CYCLE
           ELSE
               PERFORM 2050-FIND-OPEN-CYCLE
               IF OPEN-DATE-SAVE NOT = SPACES
                   MOVE OPEN-DATE-SAVE TO ADD-DATE
                   MOVE OPEN-CYCLE-SAVE TO ADD-CYCLE
                   PERFORM 2150-ADD-EVAL-CYCLE
               END-IF
               IF OPEN-DATE-SAVE < NOW-DATE
                       OR OPEN-DATE-SAVE = SPACES
                   MOVE NOW-DATE TO ADD-DATE
                   MOVE 1 TO ADD-CYCLE
                   PERFORM 2150-ADD-EVAL-CYCLE
               END-IF
           END-IF.

           PERFORM 2100-FIND-UNSETTLED.

       2050-FIND-OPEN-CYCLE.

           MOVE SPACES TO OPEN-DATE-SAVE.
           IF RUNLG-STATUS = "00"
               MOVE "00000000" TO RUNLG-DATE
               MOVE 0 TO RUNLG-CYCLE
               MOVE "*CHAIN*" TO RUNLG-STEP
               READ RUNLG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUNLG-OPEN-DATE NOT = SPACES
                           MOVE RUNLG-OPEN-DATE TO OPEN-DATE-SAVE
                           MOVE RUNLG-OPEN-CYCLE TO OPEN-CYCLE-SAVE
                       END-IF
               END-READ
           END-IF.

       2100-FIND-UNSETTLED.

           MOVE LOW-VALUES TO SLST-KEY.
           MOVE "N" TO EOF-SW.
           START SLAST-FILE KEY IS NOT LESS THAN SLST-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
               READ SLAST-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF NOT SLST-MET
                               AND (NOT SLST-BREACHED
                                   OR SLST-ACTUAL-TS = SPACES)
                           PERFORM 2110-CHECK-RECENT
                       END-IF
               END-READ
           END-PERFORM.

       2110-CHECK-RECENT.

           IF SLST-DATE IS NUMERIC
               MOVE SLST-DATE TO DATE-NUM
               COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
               IF DATE-INT + 7 NOT < TODAY-INT
                   MOVE SLST-DATE TO ADD-DATE
                   MOVE SLST-CYCLE TO ADD-CYCLE
                   PERFORM 2150-ADD-EVAL-CYCLE
               END-IF
           END-IF.

       2150-ADD-EVAL-CYCLE.

           MOVE "N" TO ADD-DUP-SW.
           PERFORM VARYING EVAL-SRCH FROM 1 BY 1
                   UNTIL EVAL-SRCH > EVAL-CNT
               IF EV-DATE(EVAL-SRCH) = ADD-DATE
                       AND EV-CYCLE(EVAL-SRCH) = ADD-CYCLE
                   SET ADD-DUP TO TRUE
               END-IF
           END-PERFORM.

           IF NOT ADD-DUP
               IF EVAL-CNT < 60
                   ADD 1 TO EVAL-CNT
                   MOVE ADD-DATE TO EV-DATE(EVAL-CNT)
                   MOVE ADD-CYCLE TO EV-CYCLE(EVAL-CNT)
               ELSE
                   DISPLAY 'TSLAM01 - OVER 60 CYCLES TO LOOK AT, '
                       'SKIPPED ' ADD-DATE '/' ADD-CYCLE
               END-IF
           END-IF.

      ******************************************************************
      * One business date and cycle: where each step stands, then
      * every milestone the SLA table sets for the cycle - the
      * cycle's own entry if it has one, else the every-cycle (00)
      * entry.
      ******************************************************************
       3000-EVALUATE-CYCLE.

           PERFORM 3100-GATHER-STEPS.

           IF BKT-ABSENT(2)
               MOVE "N" TO PARALLEL-SW
               MOVE PATH-SINGLE-LIST TO PATH-WORK
               MOVE 5 TO PATH-LEN
           ELSE
               SET PARALLEL-DAY TO TRUE
               MOVE PATH-PARALLEL-LIST TO PATH-WORK
               MOVE 7 TO PATH-LEN
           END-IF.

           PERFORM VARYING SLA-IDX FROM 1 BY 1
                   UNTIL SLA-IDX > SLA-CNT
               IF ST-CYCLE(SLA-IDX) = CUR-CYCLE
                   IF ST-ACTIVE(SLA-IDX) = "Y"
                       PERFORM 3300-EVALUATE-MILESTONE
                   END-IF
               ELSE
               IF ST-CYCLE(SLA-IDX) = 0
                   PERFORM 3250-FIND-SPECIFIC
                   IF NOT SPECIFIC-FOUND
                           AND ST-ACTIVE(SLA-IDX) = "Y"
                       PERFORM 3300-EVALUATE-MILESTONE
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       3100-GATHER-STEPS.

           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > 8
               MOVE SPACE TO BKT-STATE(BKT-IDX)
               MOVE 0 TO BKT-START-MIN(BKT-IDX)
               MOVE 0 TO BKT-END-MIN(BKT-IDX)
           END-PERFORM.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > 6
               MOVE SPACE TO LEGD-STATE(LEG-IDX)
               MOVE 0 TO LEGD-START-MIN(LEG-IDX)
               MOVE 0 TO LEGD-END-MIN(LEG-IDX)
           END-PERFORM.

           MOVE LOW-VALUES TO TIM-KEY.
           MOVE CUR-DATE TO TIM-DATE.
           MOVE CUR-CYCLE TO TIM-CYCLE.
           MOVE "N" TO EOF-SW.
           START TIMLG-FILE KEY IS NOT LESS THAN TIM-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START.

           PERFORM UNTIL EOF
               READ TIMLG-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF TIM-DATE NOT = CUR-DATE
                               OR TIM-CYCLE NOT = CUR-CYCLE
                           SET EOF TO TRUE
                       ELSE
                           PERFORM 3110-TAKE-STEP-RUN
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 3150-COMBINE-LEGS.

      * Runs of a step come in run order, so the last one read is
      * where the step stands.
       3110-TAKE-STEP-RUN.

           MOVE TIM-START-TS TO TS-WORK.
           PERFORM 8500-TS-TO-MIN.
           MOVE TS-MIN TO MIN-WORK.
           MOVE TIM-END-TS TO TS-WORK.
           PERFORM 8500-TS-TO-MIN.

           IF TIM-STEP(1:7) = "TMAIN01"
                   AND TIM-STEP(8:1) NOT = SPACE
               MOVE 0 TO LEG-FOUND-IDX
               PERFORM VARYING LEG-IDX FROM 1 BY 1
                       UNTIL LEG-IDX > 6
                   IF LEG-LETTER(LEG-IDX) = TIM-STEP(8:1)
                       MOVE LEG-IDX TO LEG-FOUND-IDX
                   END-IF
               END-PERFORM
               IF LEG-FOUND-IDX > 0
                   MOVE TIM-STATE TO LEGD-STATE(LEG-FOUND-IDX)
                   MOVE MIN-WORK TO LEGD-START-MIN(LEG-FOUND-IDX)
                   MOVE TS-MIN TO LEGD-END-MIN(LEG-FOUND-IDX)
               END-IF
           ELSE
               PERFORM 1320-FIND-BUCKET
               IF BKT-FOUND-IDX > 0
                   MOVE TIM-STATE TO BKT-STATE(BKT-FOUND-IDX)
                   MOVE MIN-WORK TO BKT-START-MIN(BKT-FOUND-IDX)
                   MOVE TS-MIN TO BKT-END-MIN(BKT-FOUND-IDX)
               END-IF
           END-IF.

      * The legs together: started at the first leg's start; running
      * while any leg runs, failed if any leg failed, otherwise done
      * when the last leg ended.
       3150-COMBINE-LEGS.

           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > 6
               IF LEGD-STATE(LEG-IDX) NOT = SPACE
                   IF BKT-ABSENT(4)
                       MOVE "C" TO BKT-STATE(4)
                       MOVE LEGD-START-MIN(LEG-IDX) TO BKT-START-MIN(4)
                   END-IF
                   IF LEGD-START-MIN(LEG-IDX) < BKT-START-MIN(4)
                       MOVE LEGD-START-MIN(LEG-IDX) TO BKT-START-MIN(4)
                   END-IF
                   IF LEGD-END-MIN(LEG-IDX) > BKT-END-MIN(4)
                       MOVE LEGD-END-MIN(LEG-IDX) TO BKT-END-MIN(4)
                   END-IF
                   IF LEGD-STATE(LEG-IDX) = "S"
                       MOVE "S" TO BKT-STATE(4)
                   ELSE
                   IF LEGD-STATE(LEG-IDX) = "F"
                           AND NOT BKT-STARTED(4)
                       MOVE "F" TO BKT-STATE(4)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3250-FIND-SPECIFIC.

           MOVE "N" TO SPECIFIC-SW.
           PERFORM VARYING SLA-SRCH FROM 1 BY 1
                   UNTIL SLA-SRCH > SLA-CNT
               IF ST-MILESTONE(SLA-SRCH) = ST-MILESTONE(SLA-IDX)
                       AND ST-CYCLE(SLA-SRCH) = CUR-CYCLE
                   SET SPECIFIC-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3300-EVALUATE-MILESTONE.

           IF PARALLEL-DAY
               MOVE ST-STEP-PARALLEL(SLA-IDX) TO MS-STEP
           ELSE
               MOVE ST-STEP-SINGLE(SLA-IDX) TO MS-STEP
           END-IF.

           MOVE 0 TO BKT-FOUND-IDX.
           PERFORM VARYING BKT-IDX FROM 1 BY 1
                   UNTIL BKT-IDX > 8
               IF BKT-NAME(BKT-IDX) = MS-STEP
                   MOVE BKT-IDX TO BKT-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO PATH-POS.
           PERFORM VARYING PATH-IDX FROM 1 BY 1
                   UNTIL PATH-IDX > PATH-LEN
               IF PATH-BKT(PATH-IDX) = BKT-FOUND-IDX
                   MOVE PATH-IDX TO PATH-POS
               END-IF
           END-PERFORM.

           IF PATH-POS = 0
               DISPLAY 'TSLAM01 - ' ST-MILESTONE(SLA-IDX) ' STEP '
                   MS-STEP ' IS NOT ON THE '
                   CUR-DATE '/' CUR-CYCLE ' STREAM - NOT MEASURED'
           ELSE
               ADD 1 TO MILESTONE-CNT
               MOVE CUR-DATE TO DATE-NUM
               COMPUTE TARGET-MIN =
                   (FUNCTION INTEGER-OF-DATE(DATE-NUM)
                    + ST-TARGET-DAYS(SLA-IDX)) * 1440
                   + ST-TARGET-HH(SLA-IDX) * 60
                   + ST-TARGET-MM(SLA-IDX)
               PERFORM 3400-PROJECT-MILESTONE
               PERFORM 3450-DECIDE-STATE
               PERFORM 3500-SETTLE-STATUS
           END-IF.

      * Walk the stream up to the milestone's step: a completed step
      * ends when it ended, a running one at its start plus its
      * average (or now, if it is already over), one still to run
      * - or to rerun after failing - its average after the step
      * before it, and never earlier than now.
       3400-PROJECT-MILESTONE.

           MOVE 0 TO CURSOR-MIN.
           PERFORM VARYING PATH-IDX FROM 1 BY 1
                   UNTIL PATH-IDX > PATH-POS
               MOVE PATH-BKT(PATH-IDX) TO BKT-IDX
               EVALUATE TRUE
                   WHEN BKT-COMPLETED(BKT-IDX)
                       IF BKT-END-MIN(BKT-IDX) > 0
                           MOVE BKT-END-MIN(BKT-IDX) TO CURSOR-MIN
                       ELSE
                           MOVE NOW-MIN TO CURSOR-MIN
                       END-IF
                   WHEN BKT-STARTED(BKT-IDX)
                       COMPUTE CURSOR-MIN = BKT-START-MIN(BKT-IDX)
                           + BKT-AVG-MIN(BKT-IDX)
                       IF CURSOR-MIN < NOW-MIN
                           MOVE NOW-MIN TO CURSOR-MIN
                       END-IF
                   WHEN OTHER
                       IF CURSOR-MIN < NOW-MIN
                           MOVE NOW-MIN TO CURSOR-MIN
                       END-IF
                       ADD BKT-AVG-MIN(BKT-IDX) TO CURSOR-MIN
               END-EVALUATE
           END-PERFORM.
           MOVE CURSOR-MIN TO PROJ-MIN.

       3450-DECIDE-STATE.

           MOVE 0 TO ACTUAL-MIN.
           MOVE 0 TO LATE-MIN.
           IF ST-WARN(SLA-IDX) < TARGET-MIN
               COMPUTE WARN-FROM-MIN = TARGET-MIN - ST-WARN(SLA-IDX)
           ELSE
               MOVE 0 TO WARN-FROM-MIN
           END-IF.

           IF BKT-COMPLETED(BKT-FOUND-IDX)
               MOVE PROJ-MIN TO ACTUAL-MIN
               IF ACTUAL-MIN > TARGET-MIN
                   MOVE "B" TO NEW-STATE
                   COMPUTE LATE-MIN = ACTUAL-MIN - TARGET-MIN
               ELSE
                   MOVE "M" TO NEW-STATE
               END-IF
           ELSE
           IF NOW-MIN > TARGET-MIN
               MOVE "B" TO NEW-STATE
               COMPUTE LATE-MIN = NOW-MIN - TARGET-MIN
           ELSE
           IF PROJ-MIN > WARN-FROM-MIN
               MOVE "R" TO NEW-STATE
           ELSE
               MOVE "P" TO NEW-STATE
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      * Record where the milestone stands and raise what has not yet
      * been raised for it: a warning the first time it is at risk,
      * a critical alert the first time it is breached. A milestone
      * already settled keeps its verdict; a breach not reached at
      * the time is completed with when it was reached.
      ******************************************************************
       3500-SETTLE-STATUS.

           MOVE CUR-DATE TO SLST-DATE.
           MOVE CUR-CYCLE TO SLST-CYCLE.
           MOVE ST-MILESTONE(SLA-IDX) TO SLST-MILESTONE.
           MOVE "N" TO NEW-STATUS-SW.
           READ SLAST-FILE
               INVALID KEY
                   SET NEW-STATUS TO TRUE
                   MOVE SPACES TO SLAST-REC
                   MOVE CUR-DATE TO SLST-DATE
                   MOVE CUR-CYCLE TO SLST-CYCLE
                   MOVE ST-MILESTONE(SLA-IDX) TO SLST-MILESTONE
                   MOVE 0 TO SLST-LATE-MINUTES
           END-READ.

           IF SLST-MET
               CONTINUE
           ELSE
               IF SLST-BREACHED
                   MOVE "B" TO NEW-STATE
               ELSE
                   MOVE TARGET-MIN TO MIN-WORK
                   PERFORM 8600-MIN-TO-STAMP
                   MOVE MIN-STAMP TO SLST-TARGET-TS
               END-IF
               MOVE NEW-STATE TO SLST-STATE
               IF ACTUAL-MIN > 0
                   MOVE ACTUAL-MIN TO MIN-WORK
                   PERFORM 8600-MIN-TO-STAMP
                   MOVE MIN-STAMP TO SLST-ACTUAL-TS
               END-IF
               MOVE PROJ-MIN TO MIN-WORK
               PERFORM 8600-MIN-TO-STAMP
               MOVE MIN-STAMP TO SLST-PROJECTED-TS
               IF LATE-MIN > 99999
                   MOVE 99999 TO SLST-LATE-MINUTES
               ELSE
               IF LATE-MIN > 0
                   MOVE LATE-MIN TO SLST-LATE-MINUTES
               END-IF
               END-IF
               MOVE NOW-STAMP TO SLST-UPDATED-TS
               PERFORM 3600-RAISE-ALERT
               IF NEW-STATUS
                   WRITE SLAST-REC
               ELSE
                   REWRITE SLAST-REC
               END-IF
               IF SLAST-STATUS NOT = "00"
                   DISPLAY 'TSLAM01 - STATUS NOT RECORDED FOR '
                       SLST-KEY ' STATUS=' SLAST-STATUS
               END-IF
           END-IF.

           DISPLAY 'TSLAM01 - ' CUR-DATE '/' CUR-CYCLE ' '
               SLST-MILESTONE ' STATE ' SLST-STATE
               ' TARGET ' SLST-TARGET-TS
               ' ACTUAL ' SLST-ACTUAL-TS
               ' PROJECTED ' SLST-PROJECTED-TS.

       3600-RAISE-ALERT.

           MOVE SLST-TARGET-TS(10:2) TO MC-HH.
           MOVE SLST-TARGET-TS(12:2) TO MC-MM.
           MOVE MIN-CLOCK TO TARGET-CLOCK.

           IF SLST-BREACHED
                   AND NOT SLST-CRIT-RAISED
               ADD 1 TO BREACH-CNT
               MOVE "C" TO SLST-ALERT-LEVEL
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "SLABRCH" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               IF ACTUAL-MIN > 0
                   MOVE SLST-LATE-MINUTES TO LATE-ED
                   STRING SLST-MILESTONE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          CUR-DATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          CUR-CYCLE DELIMITED BY SIZE
                          " MISSED TARGET " DELIMITED BY SIZE
                          TARGET-CLOCK DELIMITED BY SIZE
                          " BY " DELIMITED BY SIZE
                          LATE-ED DELIMITED BY SIZE
                          " MIN" DELIMITED BY SIZE
                       INTO ALRT-TEXT OF ALERT-WORK
                   END-STRING
               ELSE
                   STRING SLST-MILESTONE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          CUR-DATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          CUR-CYCLE DELIMITED BY SIZE
                          " NOT REACHED - TARGET " DELIMITED BY SIZE
                          TARGET-CLOCK DELIMITED BY SIZE
                          " PASSED" DELIMITED BY SIZE
                       INTO ALRT-TEXT OF ALERT-WORK
                   END-STRING
               END-IF
               PERFORM 9000-WRITE-ALERT
           ELSE
           IF SLST-AT-RISK
                   AND SLST-NOT-ALERTED
               ADD 1 TO RISK-CNT
               MOVE "W" TO SLST-ALERT-LEVEL
               MOVE SLST-PROJECTED-TS(10:2) TO MC-HH
               MOVE SLST-PROJECTED-TS(12:2) TO MC-MM
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "SLARISK" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING SLST-MILESTONE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CUR-DATE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      CUR-CYCLE DELIMITED BY SIZE
                      " AT RISK - PROJECTED " DELIMITED BY SIZE
                      MIN-CLOCK DELIMITED BY SIZE
                      " TARGET " DELIMITED BY SIZE
                      TARGET-CLOCK DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 9000-WRITE-ALERT
           END-IF
           END-IF.

       8000-TERMINATION.

           IF SLA-STATUS NOT = "35"
               CLOSE SLA-FILE
           END-IF.
           IF TIMLG-STATUS NOT = "35"
               CLOSE TIMLG-FILE
           END-IF.
           IF SLAST-STATUS NOT = "35"
               CLOSE SLAST-FILE
           END-IF.
           IF RUNLG-STATUS NOT = "35"
               CLOSE RUNLG-FILE
           END-IF.
           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TSLAM01 - CYCLES=' EVAL-CNT
               ' MILESTONES=' MILESTONE-CNT
               ' NEW AT RISK=' RISK-CNT
               ' NEW BREACHES=' BREACH-CNT.

           IF NOT FILES-OK
               MOVE 12 TO RETURN-CODE
           ELSE
           IF ALERT-RAISED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.

           DISPLAY '** END TSLAM01'.

      * YYYYMMDD-HHMM... to minutes; zero when there is no time.
       8500-TS-TO-MIN.

           MOVE 0 TO TS-MIN.
           IF TS-WORK(1:8) IS NUMERIC
                   AND TSW-DATE > 0
                   AND TS-WORK(10:4) IS NUMERIC
               COMPUTE TS-MIN =
                   FUNCTION INTEGER-OF-DATE(TSW-DATE) * 1440
                   + TSW-HH * 60 + TSW-MM
           END-IF.

       8600-MIN-TO-STAMP.

           MOVE SPACES TO MIN-STAMP.
           IF MIN-WORK > 0
               DIVIDE MIN-WORK BY 1440 GIVING MIN-DAYS
                   REMAINDER MIN-REM
               COMPUTE MS-DATE = FUNCTION DATE-OF-INTEGER(MIN-DAYS)
               MOVE "-" TO MIN-STAMP(9:1)
               DIVIDE MIN-REM BY 60 GIVING MS-HH
                   REMAINDER MS-MM
           END-IF.

      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
      * beforehand. An unwritable alert file must never take the
      * run down - the condition code and SYSOUT still tell the
      * story.
       9000-WRITE-ALERT.

           SET ALERT-RAISED TO TRUE.

           IF NOT ALERT-FILE-OPEN
               OPEN EXTEND ALERT-FILE
               IF ALERT-STATUS = "00"
                   SET ALERT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'TSLAM01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TSLAM01" TO ALRT-PROGRAM OF ALERT-WORK
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

           DISPLAY 'TSLAM01 - ALERT ' ALRT-CODE OF ALERT-WORK ': '
               ALRT-TEXT OF ALERT-WORK.

      *****************************************************
