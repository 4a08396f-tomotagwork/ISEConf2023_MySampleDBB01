      * and TARCH01, this program cross-foots the day's artifacts:
      *   - acknowledgment records against the feed detail count
      *     (conversion written + conversion rejected + recycled
      *     repairs + released holds: every detail answered exactly
      *     once; the released holds count only when the run ledger
      *     shows this cycle's routing took TRELS01's generation)
      *   - journal and results-GDG record counts against the
      *     day's RUNST-ROUTE-TOT-CNT
      *   - extract count against the same routed count
      *   - reject records for the date against RUNST-REJECT-CNT
      *   - held records for the date and cycle against
      *     RUNST-HELD-CNT
      *   - the feeds taken (FEEDHIST) against each active sender's
      *     expected-feed schedule (CPSNDR): a scheduled cycle not
      *     taken once its cutoff has passed is outstanding, unless
      *     a WAIVCARD card (cols 1-8 date, 9-16 sender, 17-18
      *     cycle, 19-26 operator, 27-66 reason) waives it - a
      *     waived cycle is reported and raises a FEEDWAIV warning
      *     but does not hold the close. The first cycle's close
      *     also re-checks the previous business day with every
      *     cutoff taken as passed: a day whose last cycle never
      *     came gets no later close of its own, so it is the next
      *     day's close that breaks for it (the waiver card then
      *     carries the previous day's date)
      * Any leg that disagrees goes on the discrepancy report and
      * the step ends with condition code 12, so the scheduler
      * holds TARCH01 and a broken day is never archived as clean.
           SELECT REPAIR-CTL-FILE ASSIGN TO REPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPCTL-STATUS.
           SELECT RELEASE-CTL-FILE ASSIGN TO RLSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RLSCTL-STATUS.
           SELECT ACK-IN-FILE ASSIGN TO ACKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACKIN-STATUS.
           SELECT REJECT-IN-FILE ASSIGN TO REJIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REJIN-STATUS.
           SELECT HELD-IN-FILE ASSIGN TO HELDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELDIN-STATUS.
           SELECT SENDER-FILE ASSIGN TO SNDRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNDR-SYSTEM-ID
               FILE STATUS IS SNDR-STATUS.
           SELECT FEED-HIST-FILE ASSIGN TO FEEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT WAIVER-CARD-FILE ASSIGN TO WAIVCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WAIVER-STATUS.
           SELECT REPORT-FILE ASSIGN TO CLOSERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       01 REPAIR-CTL-REC.
           COPY CPREPCT.

       FD  RELEASE-CTL-FILE
           RECORDING MODE IS F.
       01 RELEASE-CTL-REC.
           COPY CPRLSCT.

       FD  ACK-IN-FILE
           RECORDING MODE IS F.
       01 ACK-IN-REC.
       01 REJECT-IN-REC.
           COPY CPREJ01.

       FD  HELD-IN-FILE
           RECORDING MODE IS F.
       01 HELD-IN-REC.
           COPY CPHELD.

       FD  SENDER-FILE.
       01 SENDER-REC.
           COPY CPSNDR.

       FD  FEED-HIST-FILE
           RECORDING MODE IS F.
       01 FEED-HIST-REC.
           COPY CPFDHST.

       FD  WAIVER-CARD-FILE
           RECORDING MODE IS F.
       01 WAIVER-CARD-REC.
           05 WAIVE-DATE       PIC X(08).
           05 WAIVE-SYSTEM     PIC X(08).
           05 WAIVE-CYCLE      PIC X(02).
           05 WAIVE-OPERATOR   PIC X(08).
           05 WAIVE-REASON     PIC X(40).
           05 FILLER           PIC X(14).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).
       01 GDGIN-STATUS      PIC X(02) VALUE "00".
       01 EXTRIN-STATUS     PIC X(02) VALUE "00".
       01 REJIN-STATUS      PIC X(02) VALUE "00".
       01 RLSCTL-STATUS     PIC X(02) VALUE "00".
       01 HELDIN-STATUS     PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".
       01 SNDR-STATUS       PIC X(02) VALUE "00".
       01 HIST-STATUS       PIC X(02) VALUE "00".
       01 WAIVER-STATUS     PIC X(02) VALUE "00".

       01 FILE-EOF-SW       PIC X(01) VALUE "N".
           88 FILE-EOF      VALUE "Y".
       01 DAY-STATS.
           COPY CPRUNST.

      * Run-state ledger (TRUNLG01, CPRUNLK). The close may only run
      * once the routing of its cycle - single-stream TMAIN01 or the
      * parallel stream's TMERGE01 - completed. The cycle is the one
      * on the run-statistics record the close found; with none
      * found the close belongs to the cycle the chain has open.
       01 PGMRUNLG          PIC X(8) VALUE "TRUNLG01".
       01 RUNLK-PARMS.
           COPY CPRUNLK.
       01 LEDGER-REFUSED-SW PIC X(01) VALUE "N".
           88 LEDGER-REFUSED VALUE "Y".
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.

       01 CONV-WRITTEN-SAVE PIC 9(09) VALUE 0.
       01 CONV-REJ-SAVE     PIC 9(09) VALUE 0.
       01 REPAIRED-SAVE     PIC 9(09) VALUE 0.
       01 GDG-CNT           PIC 9(09) VALUE 0.
       01 EXTR-CNT          PIC 9(09) VALUE 0.
       01 REJ-CNT           PIC 9(09) VALUE 0.
       01 RELEASED-SAVE     PIC 9(09) VALUE 0.
       01 WAREHOUSED-SAVE   PIC 9(09) VALUE 0.
       01 CANCELLED-SAVE    PIC 9(09) VALUE 0.
       01 HELD-CNT          PIC 9(09) VALUE 0.
       01 EXPECTED-CNT      PIC 9(09) VALUE 0.

      * Expected-feed check. A cycle whose cutoff is still to come
      * belongs to a later cycle's close and is not yet owed.
       01 RUN-TIME          PIC X(08) VALUE SPACES.
       01 NOW-MIN           PIC 9(10) VALUE 0.
       01 CUTOFF-MIN        PIC 9(10) VALUE 0.
       01 CYCLE-IDX         PIC 9(02) VALUE 0.
       01 CLOCK-WORK.
           05 CLK-HH        PIC X(02).
           05 FILLER        PIC X(01) VALUE ":".
           05 CLK-MM        PIC X(02).
       01 TS-WORK           PIC X(20) VALUE SPACES.
       01 TS-PARTS REDEFINES TS-WORK.
           05 TSW-DATE      PIC 9(08).
           05 FILLER        PIC X(01).
           05 TSW-HH        PIC 9(02).
           05 TSW-MM        PIC 9(02).
           05 FILLER        PIC X(07).
       01 TS-MIN            PIC 9(10) VALUE 0.
       01 FEEDS-DUE-CNT     PIC 9(05) VALUE 0.
       01 FEEDS-OUT-CNT     PIC 9(05) VALUE 0.
       01 FEEDS-WAIVED-CNT  PIC 9(05) VALUE 0.
       01 CHECK-DATE        PIC X(08) VALUE SPACES.
       01 PRIOR-DAY-SW      PIC X(01) VALUE "N".
           88 PRIOR-DAY-CHECK VALUE "Y".
       01 PRIOR-DATE        PIC X(08) VALUE SPACES.
       01 PRIOR-NUM         PIC 9(08) VALUE 0.
       01 PRIOR-INT         PIC 9(07) VALUE 0.
       01 PRIOR-TRIES       PIC 9(02) VALUE 0.

       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
       01 BDAY-PARMS.
           COPY CPBDAY.

       01 TAKEN-TABLE.
           05 TAKEN-CNT        PIC 9(04) COMP VALUE 0.
           05 TAKEN-ENTRY OCCURS 500 TIMES.
               10 TK-SYSTEM       PIC X(08).
               10 TK-CYCLE        PIC 9(02).
       01 TAKEN-IDX         PIC 9(04) COMP VALUE 0.
       01 TAKEN-FOUND-SW    PIC X(01) VALUE "N".
           88 TAKEN-FOUND   VALUE "Y".
       01 TAKEN-FULL-SW     PIC X(01) VALUE "N".
           88 TAKEN-FULL    VALUE "Y".

       01 WAIVER-TABLE.
           05 WAIVER-CNT       PIC 9(03) COMP VALUE 0.
           05 WAIVER-ENTRY OCCURS 50 TIMES.
               10 WV-SYSTEM       PIC X(08).
               10 WV-CYCLE        PIC 9(02).
               10 WV-OPERATOR     PIC X(08).
               10 WV-REASON       PIC X(40).
               10 WV-USED         PIC X(01).
       01 WAIVER-IDX        PIC 9(03) COMP VALUE 0.
       01 WAIVER-FOUND-IDX  PIC 9(03) COMP VALUE 0.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.
           PERFORM 1000-INITIALIZATION.

           PERFORM 2000-FIND-DAY-STATS.
           PERFORM 2200-CHECK-RUN-LEDGER.

           IF NOT LEDGER-REFUSED
               PERFORM 2500-READ-CONTROL-TOTALS
               IF STATS-FOUND AND NOT UNPROVABLE
                   PERFORM 3000-COUNT-THE-ARTIFACTS
                   PERFORM 4000-CROSS-FOOT-THE-DAY
               END-IF
               PERFORM 4500-CHECK-EXPECTED-FEEDS
               PERFORM 7000-CLOSE-VERDICT
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.
           DISPLAY '*** BEGIN TCLOSE01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE TO CLOSE-DATE.

           OPEN INPUT CLOSE-CARD-FILE.
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

       2200-CHECK-RUN-LEDGER.

           MOVE RETURN-CODE TO STEP-RC.
           MOVE "B" TO RUNLK-FUNCTION.
           MOVE "TCLOSE01" TO RUNLK-STEP.
           IF STATS-FOUND
               MOVE CLOSE-DATE TO RUNLK-DATE
               MOVE RUNST-CYCLE-NO OF DAY-STATS TO RUNLK-CYCLE
           ELSE
               MOVE SPACES TO RUNLK-DATE
               MOVE 0 TO RUNLK-CYCLE
           END-IF.
           MOVE 0 TO RUNLK-STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.
           MOVE STEP-RC TO RETURN-CODE.

           IF RUNLK-OVERRIDDEN
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNOVRD" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 7700-WRITE-ALERT
           ELSE
           IF NOT RUNLK-CLEARED
               DISPLAY 'TCLOSE01 - RUN REFUSED BY THE RUN LEDGER: '
                   RUNLK-MESSAGE
               SET LEDGER-REFUSED TO TRUE
               MOVE "*** CLOSE REFUSED BY THE RUN LEDGER - "
                   TO TXT-TEXT
               MOVE RUNLK-MESSAGE TO TXT-TEXT(40:60)
               PERFORM 6200-PRINT-TEXT-LINE
               MOVE 12 TO RETURN-CODE
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNORDER" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 7700-WRITE-ALERT
           END-IF
           END-IF.

       2500-READ-CONTROL-TOTALS.

           OPEN INPUT CONV-CTL-FILE.
               IF CONVCT-STATUS = "00"
                   MOVE CONV-WRITTEN-CNT TO CONV-WRITTEN-SAVE
                   MOVE CONV-REJECTED-CNT TO CONV-REJ-SAVE
                   MOVE CONV-WAREHOUSED-CNT TO WAREHOUSED-SAVE
                   MOVE CONV-CANCELLED-CNT TO CANCELLED-SAVE
                   IF CONV-RUN-DATE NOT = CLOSE-DATE
                       SET DISCREPANT TO TRUE
                       MOVE "CONVERSION CONTROL TOTALS ARE NOT THE "
               CLOSE REPAIR-CTL-FILE
           END-IF.

      * Likewise the release run's control record: held items it
      * released ride TRANSIN and are answered again when routed -
      * but only by the cycle the run ledger says took the
      * generation. Any other cycle's routing passed them over.
           MOVE 0 TO RELEASED-SAVE.
           OPEN INPUT RELEASE-CTL-FILE.
           IF RLSCTL-STATUS = "00"
               READ RELEASE-CTL-FILE
                   AT END
                       MOVE "10" TO RLSCTL-STATUS
               END-READ
               IF RLSCTL-STATUS = "00"
                   PERFORM 2550-PLACE-RELEASE-GEN
               END-IF
               CLOSE RELEASE-CTL-FILE
           END-IF.

      * Asks, never claims: the close only learns whether the
      * routing of its cycle took the generation. A ledger that
      * cannot answer leaves the acknowledgment count unprovable.
       2550-PLACE-RELEASE-GEN.

           MOVE "R" TO RUNLK-FUNCTION.
           MOVE RLSCT-RUN-DATE TO RUNLK-RLS-DATE.
           MOVE RLSCT-RUN-TIME TO RUNLK-RLS-TIME.
           MOVE "N" TO RUNLK-RLS-CLAIM.
           MOVE RETURN-CODE TO STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.
           MOVE STEP-RC TO RETURN-CODE.

           EVALUATE TRUE
               WHEN RUNLK-CLEARED
                   MOVE RLSCT-RELEASED-CNT TO RELEASED-SAVE
               WHEN RUNLK-REFUSED
                   MOVE "RELEASE RUN NOT ROUTED BY THIS CYCLE, NOT "
                       TO TXT-TEXT
                   MOVE "COUNTED - " TO TXT-TEXT(43:10)
                   MOVE RUNLK-MESSAGE TO TXT-TEXT(53:58)
                   PERFORM 6200-PRINT-TEXT-LINE
               WHEN OTHER
                   SET UNPROVABLE TO TRUE
                   MOVE "RELEASE RUN CANNOT BE PLACED ON THE RUN "
                       TO TXT-TEXT
                   MOVE "LEDGER - " TO TXT-TEXT(41:9)
                   MOVE RUNLK-MESSAGE TO TXT-TEXT(50:60)
                   PERFORM 6200-PRINT-TEXT-LINE
           END-EVALUATE.

       3000-COUNT-THE-ARTIFACTS.

           MOVE "N" TO FILE-EOF-SW.
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

      * The held file accumulates until the release run takes it,
      * and a replay's holds are never queued, so only the close
      * date's own cycle is counted.
           MOVE "N" TO FILE-EOF-SW.
           OPEN INPUT HELD-IN-FILE.
           IF HELDIN-STATUS = "00"
               PERFORM UNTIL FILE-EOF
                   READ HELD-IN-FILE INTO HELD-IN-REC
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF HELD-RUN-DATE = CLOSE-DATE
                                   AND HELD-CYCLE-NO
                                       = RUNST-CYCLE-NO OF DAY-STATS
                                   AND HELD-REPLAY-FLAG NOT = "R"
                               ADD 1 TO HELD-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-IN-FILE
           ELSE
               SET DISCREPANT TO TRUE
               MOVE "HELD-TRANSACTION FILE UNAVAILABLE" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

       4000-CROSS-FOOT-THE-DAY.

           COMPUTE EXPECTED-CNT = CONV-WRITTEN-SAVE
               + CONV-REJ-SAVE + REPAIRED-SAVE + RELEASED-SAVE
               + WAREHOUSED-SAVE + CANCELLED-SAVE.
           MOVE "ACKNOWLEDGMENTS VS FEED DETAILS ANSWERED"
               TO CHK-TEXT.
           MOVE ACK-CNT TO CHK-FOUND.
           MOVE REJ-CNT TO CHK-FOUND.
           PERFORM 5000-CHECK-ONE-LEG.

           MOVE RUNST-HELD-CNT OF DAY-STATS TO EXPECTED-CNT.
           MOVE "HELD RECORDS VS HELD COUNT" TO CHK-TEXT.
           MOVE HELD-CNT TO CHK-FOUND.
           PERFORM 5000-CHECK-ONE-LEG.

      ******************************************************************
      * Every cycle the active senders' schedules expect on the
      * close date, once its cutoff has passed, must be on FEEDHIST.
      * The close runs after each cycle, so a cycle not yet due is
      * left to a later cycle's close (and to TFEEDM01). An
      * outstanding cycle breaks the close unless it is waived.
      * Only a close that ran after some cycle arrived can catch the
      * day's last cycle not arriving, so the first cycle's close
      * of a date holds the previous business day to its whole
      * schedule as well.
      ******************************************************************
       4500-CHECK-EXPECTED-FEEDS.

           MOVE CLOSE-DATE TO CHECK-DATE.
           MOVE "N" TO PRIOR-DAY-SW.
           PERFORM 4505-CHECK-ONE-DATE.

           IF NOT STATS-FOUND
                   OR RUNST-CYCLE-NO OF DAY-STATS < 2
               PERFORM 4502-FIND-PRIOR-BUSINESS-DAY
               IF PRIOR-DATE NOT = SPACES
                   MOVE PRIOR-DATE TO CHECK-DATE
                   SET PRIOR-DAY-CHECK TO TRUE
                   PERFORM 4505-CHECK-ONE-DATE
               END-IF
           END-IF.

      * Walks back a day at a time; a fortnight of closures is not
      * looked past.
       4502-FIND-PRIOR-BUSINESS-DAY.

           MOVE SPACES TO PRIOR-DATE.
           IF CLOSE-DATE IS NUMERIC
               MOVE CLOSE-DATE TO PRIOR-NUM
               COMPUTE PRIOR-INT = FUNCTION INTEGER-OF-DATE(PRIOR-NUM)
               PERFORM VARYING PRIOR-TRIES FROM 1 BY 1
                       UNTIL PRIOR-TRIES > 14
                           OR PRIOR-DATE NOT = SPACES
                           OR PRIOR-INT < 2
                   SUBTRACT 1 FROM PRIOR-INT
                   COMPUTE PRIOR-NUM =
                       FUNCTION DATE-OF-INTEGER(PRIOR-INT)
                   MOVE "N" TO BDAY-FUNCTION
                   MOVE "ALL" TO BDAY-CURRENCY
                   MOVE PRIOR-NUM TO BDAY-FROM-DATE
                   MOVE 0 TO BDAY-DAYS
                   MOVE RETURN-CODE TO STEP-RC
                   CALL PGMBDAY USING BDAY-PARMS
                   MOVE STEP-RC TO RETURN-CODE
                   IF NOT BDAY-BAD-DATE
                           AND BDAY-TO-DATE = BDAY-FROM-DATE
                       MOVE BDAY-TO-DATE TO PRIOR-DATE
                   END-IF
               END-PERFORM
           END-IF.

       4505-CHECK-ONE-DATE.

           MOVE 0 TO FEEDS-DUE-CNT.
           MOVE 0 TO FEEDS-OUT-CNT.
           MOVE 0 TO FEEDS-WAIVED-CNT.
           MOVE 0 TO WAIVER-CNT.
           MOVE 0 TO TAKEN-CNT.
           MOVE "N" TO TAKEN-FULL-SW.

           MOVE SPACES TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           IF PRIOR-DAY-CHECK
               STRING "EXPECTED FEEDS FOR " DELIMITED BY SIZE
                      CHECK-DATE DELIMITED BY SIZE
                      ", THE PREVIOUS BUSINESS DAY - EVERY CUTOFF "
                          DELIMITED BY SIZE
                      "HAS PASSED" DELIMITED BY SIZE
                   INTO TXT-TEXT
               END-STRING
           ELSE
               STRING "EXPECTED FEEDS FOR " DELIMITED BY SIZE
                      CHECK-DATE DELIMITED BY SIZE
                   INTO TXT-TEXT
               END-STRING
           END-IF.
           PERFORM 6200-PRINT-TEXT-LINE.

           MOVE "N" TO BDAY-FUNCTION.
           MOVE "ALL" TO BDAY-CURRENCY.
           MOVE CHECK-DATE TO BDAY-FROM-DATE.
           MOVE 0 TO BDAY-DAYS.
           MOVE RETURN-CODE TO STEP-RC.
           CALL PGMBDAY USING BDAY-PARMS.
           MOVE STEP-RC TO RETURN-CODE.

           IF NOT BDAY-BAD-DATE
                   AND BDAY-TO-DATE NOT = CHECK-DATE
               MOVE "EXPECTED FEEDS - NOT A BUSINESS DAY, NONE DUE"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE SPACES TO TS-WORK
               MOVE RUN-DATE TO TS-WORK(1:8)
               MOVE RUN-TIME(1:4) TO TS-WORK(10:4)
               PERFORM 4590-TS-TO-MIN
               MOVE TS-MIN TO NOW-MIN
               PERFORM 4510-LOAD-WAIVERS
               PERFORM 4520-LOAD-TAKEN-FEEDS
               IF HIST-STATUS = "00"
                   PERFORM 4530-CHECK-SENDERS
               END-IF
               PERFORM 4560-LIST-UNUSED-WAIVERS
               MOVE SPACES TO TXT-TEXT
               STRING "EXPECTED FEEDS DUE " DELIMITED BY SIZE
                      FEEDS-DUE-CNT DELIMITED BY SIZE
                      "  OUTSTANDING " DELIMITED BY SIZE
                      FEEDS-OUT-CNT DELIMITED BY SIZE
                      "  WAIVED " DELIMITED BY SIZE
                      FEEDS-WAIVED-CNT DELIMITED BY SIZE
                   INTO TXT-TEXT
               END-STRING
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

      * Waivers for the date being checked only. One without an
      * operator and a reason is not taken.
       4510-LOAD-WAIVERS.

           OPEN INPUT WAIVER-CARD-FILE.
           IF WAIVER-STATUS = "00"
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ WAIVER-CARD-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF WAIVE-DATE = CHECK-DATE
                               PERFORM 4515-TAKE-WAIVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-CARD-FILE
           END-IF.

       4515-TAKE-WAIVER.

           IF WAIVE-SYSTEM = SPACES
                   OR WAIVE-CYCLE IS NOT NUMERIC
                   OR WAIVE-OPERATOR = SPACES
                   OR WAIVE-REASON = SPACES
               MOVE "WAIVER CARD IGNORED - SENDER, CYCLE, OPERATOR "
                   TO TXT-TEXT
               MOVE "AND REASON ARE ALL REQUIRED: " TO TXT-TEXT(48:29)
               MOVE WAIVER-CARD-REC(1:30) TO TXT-TEXT(77:30)
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
           IF WAIVER-CNT < 50
               ADD 1 TO WAIVER-CNT
               MOVE WAIVE-SYSTEM TO WV-SYSTEM(WAIVER-CNT)
               MOVE WAIVE-CYCLE TO WV-CYCLE(WAIVER-CNT)
               MOVE WAIVE-OPERATOR TO WV-OPERATOR(WAIVER-CNT)
               MOVE WAIVE-REASON TO WV-REASON(WAIVER-CNT)
               MOVE "N" TO WV-USED(WAIVER-CNT)
           ELSE
               MOVE "WAIVER CARD IGNORED - OVER 50 FOR THE DATE: "
                   TO TXT-TEXT
               MOVE WAIVER-CARD-REC(1:30) TO TXT-TEXT(46:30)
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF
           END-IF.

       4520-LOAD-TAKEN-FEEDS.

           OPEN INPUT FEED-HIST-FILE.
           IF HIST-STATUS = "00"
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ FEED-HIST-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF FEED-HIST-DATE = CHECK-DATE
                               PERFORM 4525-TAKE-FEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-HIST-FILE
           ELSE
               SET DISCREPANT TO TRUE
               MOVE "FEED HISTORY UNAVAILABLE - EXPECTED FEEDS "
                   TO TXT-TEXT
               MOVE "CANNOT BE PROVEN" TO TXT-TEXT(43:16)
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

      * A feed dropped from a full table would be reported as
      * outstanding when it was taken, so the close cannot be
      * proven.
       4525-TAKE-FEED.

           IF TAKEN-CNT < 500
               ADD 1 TO TAKEN-CNT
               MOVE FEED-HIST-SYSTEM TO TK-SYSTEM(TAKEN-CNT)
               MOVE FEED-HIST-CYCLE TO TK-CYCLE(TAKEN-CNT)
           ELSE
               IF NOT TAKEN-FULL
                   SET TAKEN-FULL TO TRUE
                   SET DISCREPANT TO TRUE
                   MOVE "FEED HISTORY TABLE FULL - OVER 500 FEEDS "
                       TO TXT-TEXT
                   MOVE "ON THE DATE, EXPECTED FEEDS CANNOT BE PROVEN"
                       TO TXT-TEXT(42:44)
                   PERFORM 6200-PRINT-TEXT-LINE
                   DISPLAY 'TCLOSE01 - OVER 500 FEEDS ON ' CHECK-DATE
                       ', TAKEN-FEED TABLE FULL'
               END-IF
           END-IF.

       4530-CHECK-SENDERS.

           OPEN INPUT SENDER-FILE.
           IF SNDR-STATUS = "00"
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ SENDER-FILE NEXT RECORD
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF SNDR-ACTIVE
                                   AND SNDR-SCHEDULE NOT = SPACES
                               PERFORM VARYING CYCLE-IDX FROM 1 BY 1
                                       UNTIL CYCLE-IDX > 4
                                   IF SNDR-CYCLE-CUTOFF(CYCLE-IDX)
                                           NOT = SPACES
                                       PERFORM 4540-CHECK-ONE-CYCLE
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENDER-FILE
           ELSE
               SET DISCREPANT TO TRUE
               MOVE "SENDER TABLE UNAVAILABLE - EXPECTED FEEDS "
                   TO TXT-TEXT
               MOVE "CANNOT BE PROVEN" TO TXT-TEXT(43:16)
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

       4540-CHECK-ONE-CYCLE.

           MOVE SPACES TO TS-WORK.
           MOVE CHECK-DATE TO TS-WORK(1:8).
           MOVE SNDR-CYCLE-CUTOFF(CYCLE-IDX) TO TS-WORK(10:4).
           PERFORM 4590-TS-TO-MIN.
           MOVE TS-MIN TO CUTOFF-MIN.

           IF NOW-MIN > CUTOFF-MIN
                   OR PRIOR-DAY-CHECK
               ADD 1 TO FEEDS-DUE-CNT
               MOVE "N" TO TAKEN-FOUND-SW
               PERFORM VARYING TAKEN-IDX FROM 1 BY 1
                       UNTIL TAKEN-IDX > TAKEN-CNT OR TAKEN-FOUND
                   IF TK-SYSTEM(TAKEN-IDX) = SNDR-SYSTEM-ID
                           AND TK-CYCLE(TAKEN-IDX) = CYCLE-IDX
                       SET TAKEN-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT TAKEN-FOUND
                   PERFORM 4550-OUTSTANDING-CYCLE
               END-IF
           END-IF.

       4550-OUTSTANDING-CYCLE.

           MOVE SNDR-CYCLE-CUTOFF(CYCLE-IDX)(1:2) TO CLK-HH.
           MOVE SNDR-CYCLE-CUTOFF(CYCLE-IDX)(3:2) TO CLK-MM.
           MOVE 0 TO WAIVER-FOUND-IDX.
           PERFORM VARYING WAIVER-IDX FROM 1 BY 1
                   UNTIL WAIVER-IDX > WAIVER-CNT
                       OR WAIVER-FOUND-IDX > 0
               IF WV-SYSTEM(WAIVER-IDX) = SNDR-SYSTEM-ID
                       AND WV-CYCLE(WAIVER-IDX) = CYCLE-IDX
                   MOVE WAIVER-IDX TO WAIVER-FOUND-IDX
               END-IF
           END-PERFORM.

           MOVE SPACES TO TXT-TEXT.
           IF WAIVER-FOUND-IDX > 0
               ADD 1 TO FEEDS-WAIVED-CNT
               MOVE "Y" TO WV-USED(WAIVER-FOUND-IDX)
               STRING "WAIVED     FEED " DELIMITED BY SIZE
                      SNDR-SYSTEM-ID DELIMITED BY SIZE
                      " CYCLE " DELIMITED BY SIZE
                      CYCLE-IDX DELIMITED BY SIZE
                      " DUE " DELIMITED BY SIZE
                      CLOCK-WORK DELIMITED BY SIZE
                      " WAIVED BY " DELIMITED BY SIZE
                      WV-OPERATOR(WAIVER-FOUND-IDX) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WV-REASON(WAIVER-FOUND-IDX) DELIMITED BY SIZE
                   INTO TXT-TEXT
               END-STRING
               PERFORM 6200-PRINT-TEXT-LINE
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "FEEDWAIV" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING SNDR-SYSTEM-ID DELIMITED BY SIZE
                      " CYCLE " DELIMITED BY SIZE
                      CYCLE-IDX DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CHECK-DATE DELIMITED BY SIZE
                      " NOT TAKEN, WAIVED BY " DELIMITED BY SIZE
                      WV-OPERATOR(WAIVER-FOUND-IDX) DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 7700-WRITE-ALERT
           ELSE
               ADD 1 TO FEEDS-OUT-CNT
               SET DISCREPANT TO TRUE
               STRING "*** BREAK  FEED " DELIMITED BY SIZE
                      SNDR-SYSTEM-ID DELIMITED BY SIZE
                      " CYCLE " DELIMITED BY SIZE
                      CYCLE-IDX DELIMITED BY SIZE
                      " DUE " DELIMITED BY SIZE
                      CLOCK-WORK DELIMITED BY SIZE
                      " NOT TAKEN - OUTSTANDING, NO WAIVER"
                          DELIMITED BY SIZE
                   INTO TXT-TEXT
               END-STRING
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

      * A waiver for a cycle that was not outstanding is listed so
      * a mistyped sender or cycle does not go unnoticed.
       4560-LIST-UNUSED-WAIVERS.

           PERFORM VARYING WAIVER-IDX FROM 1 BY 1
                   UNTIL WAIVER-IDX > WAIVER-CNT
               IF WV-USED(WAIVER-IDX) = "N"
                   MOVE SPACES TO TXT-TEXT
                   STRING "WAIVER FOR " DELIMITED BY SIZE
                          WV-SYSTEM(WAIVER-IDX) DELIMITED BY SIZE
                          " CYCLE " DELIMITED BY SIZE
                          WV-CYCLE(WAIVER-IDX) DELIMITED BY SIZE
                          " NOT USED - NO SUCH CYCLE OUTSTANDING"
                              DELIMITED BY SIZE
                       INTO TXT-TEXT
                   END-STRING
                   PERFORM 6200-PRINT-TEXT-LINE
               END-IF
           END-PERFORM.

      * YYYYMMDD-HHMM... to minutes from the calendar's day one.
       4590-TS-TO-MIN.

           MOVE 0 TO TS-MIN.
           IF TS-WORK(1:8) IS NUMERIC
                   AND TSW-DATE > 0
                   AND TS-WORK(10:4) IS NUMERIC
               COMPUTE TS-MIN =
                   FUNCTION INTEGER-OF-DATE(TSW-DATE) * 1440
                   + TSW-HH * 60 + TSW-MM
           END-IF.

       5000-CHECK-ONE-LEG.

           MOVE EXPECTED-CNT TO CHK-EXPECTED.
           IF REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

      * A refused close made no ledger entry to end.
           IF NOT LEDGER-REFUSED
               PERFORM 8600-RECORD-RUN-END
           END-IF.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.
               ' JOURNAL=' JRNL-CNT
               ' GDG=' GDG-CNT
               ' EXTRACT=' EXTR-CNT
               ' REJECTS=' REJ-CNT
               ' HELD=' HELD-CNT.
           DISPLAY '** END TCLOSE01'.

      * The step's condition code goes on its ledger entry - below
      * 8 lets the next step of the chain start. An end that cannot
      * be recorded leaves the entry "started", which holds the
      * chain until someone looks; the close itself is done, so
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
               PERFORM 7700-WRITE-ALERT
           END-IF.


      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
