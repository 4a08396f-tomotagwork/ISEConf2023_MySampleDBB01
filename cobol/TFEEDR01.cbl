       IDENTIFICATION DIVISION.
       PROGRAM-ID. TFEEDR01.
      ******************************************************************
      * Monthly feed punctuality report, per sender, for the
      * provider reviews. Holds the feeds TCONV01 took in one
      * calendar month (FEEDHIST, CPFDHST) - YYYYMM in cols 1-6 of
      * FDRCARD, blank for the month before the run date - against
      * each active sender's expected-feed schedule (CPSNDR) on
      * every business day of the shop-wide calendar, and prints:
      *   - every late or missing feed, with its cutoff, when it
      *     was taken and how many minutes late,
      *   - per sender: feeds expected, on time, late, missing,
      *     taken unscheduled, the on-time share and the average
      *     and worst lateness.
      * The schedule is the one on the table when the report runs;
      * a month run before it has ended stops at the day before
      * the run date. A feed taken with no time on FEEDHIST counts
      * as on time. Condition code 12 when the sender table or
      * FEEDHIST cannot be read.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDR-CARD-FILE ASSIGN TO FDRCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT SENDER-FILE ASSIGN TO SNDRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNDR-SYSTEM-ID
               FILE STATUS IS SNDR-STATUS.
           SELECT FEED-HIST-FILE ASSIGN TO FEEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO FEEDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FDR-CARD-FILE
           RECORDING MODE IS F.
       01 FDR-CARD-REC.
           05 FDR-MONTH         PIC X(06).
           05 FILLER            PIC X(74).

       FD  SENDER-FILE.
       01 SENDER-REC.
           COPY CPSNDR.

       FD  FEED-HIST-FILE
           RECORDING MODE IS F.
       01 FEED-HIST-REC.
           COPY CPFDHST.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 SNDR-STATUS       PIC X(02) VALUE "00".
       01 HIST-STATUS       PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 FUNCTION-RC       PIC S9(04) BINARY VALUE 0.

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           05 RUN-YYYY      PIC 9(04).
           05 RUN-MM        PIC 9(02).
           05 RUN-DD        PIC 9(02).
       01 REPORT-MONTH      PIC X(06) VALUE SPACES.
       01 REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
           05 RPT-YYYY      PIC 9(04).
           05 RPT-MM        PIC 9(02).

      * The month's days, walked as integer dates up to (not
      * including) the first of the next month or the run date.
       01 DATE-NUM          PIC 9(08) VALUE 0.
       01 DAY-INT           PIC 9(07) VALUE 0.
       01 END-INT           PIC 9(07) VALUE 0.
       01 RUN-INT           PIC 9(07) VALUE 0.
       01 NEXT-YYYY         PIC 9(04) VALUE 0.
       01 NEXT-MM           PIC 9(02) VALUE 0.
       01 DAY-DATE          PIC X(08) VALUE SPACES.
       01 BUSINESS-DAY-CNT  PIC 9(03) VALUE 0.

       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
       01 BDAY-PARMS.
           COPY CPBDAY.

      * Every sender on the table; only the active ones with a
      * schedule are expected to send.
       01 SENDER-TABLE.
           05 SN-CNT           PIC 9(03) COMP VALUE 0.
           05 SN-ENTRY OCCURS 100 TIMES.
               10 SN-SYSTEM       PIC X(08).
               10 SN-DESC         PIC X(20).
               10 SN-SCHEDULED    PIC X(01).
               10 SN-CUTOFF       PIC X(04) OCCURS 4 TIMES.
               10 SN-EXPECTED     PIC 9(05).
               10 SN-ON-TIME      PIC 9(05).
               10 SN-LATE         PIC 9(05).
               10 SN-MISSING      PIC 9(05).
               10 SN-EXTRA        PIC 9(05).
               10 SN-LATE-TOTAL   PIC 9(07).
               10 SN-LATE-WORST   PIC 9(05).
       01 SN-IDX            PIC 9(03) COMP VALUE 0.
       01 SN-FOUND-IDX      PIC 9(03) COMP VALUE 0.

      * The month's feeds - the first taking of each date, sender
      * and cycle.
       01 TAKEN-TABLE.
           05 TAKEN-CNT        PIC 9(05) COMP VALUE 0.
           05 TAKEN-ENTRY OCCURS 5000 TIMES.
               10 TK-DATE         PIC X(08).
               10 TK-SYSTEM       PIC X(08).
               10 TK-CYCLE        PIC 9(02).
               10 TK-TS           PIC X(20).
               10 TK-MATCHED      PIC X(01).
       01 TAKEN-IDX         PIC 9(05) COMP VALUE 0.
       01 TAKEN-FOUND-IDX   PIC 9(05) COMP VALUE 0.
       01 FIND-DATE         PIC X(08) VALUE SPACES.
       01 FIND-SYSTEM       PIC X(08) VALUE SPACES.
       01 FIND-CYCLE        PIC 9(02) VALUE 0.

       01 CYCLE-IDX         PIC 9(02) VALUE 0.
       01 CUTOFF-MIN        PIC 9(10) VALUE 0.
       01 TAKEN-MIN         PIC 9(10) VALUE 0.
       01 LATE-MIN          PIC 9(10) VALUE 0.

       01 TS-WORK           PIC X(20) VALUE SPACES.
       01 TS-PARTS REDEFINES TS-WORK.
           05 TSW-DATE      PIC 9(08).
           05 FILLER        PIC X(01).
           05 TSW-HH        PIC 9(02).
           05 TSW-MM        PIC 9(02).
           05 FILLER        PIC X(07).
       01 TS-MIN            PIC 9(10) VALUE 0.

       01 EXCEPTION-TOT     PIC 9(05) VALUE 0.
       01 EXPECTED-TOT      PIC 9(07) VALUE 0.
       01 ON-TIME-TOT       PIC 9(07) VALUE 0.
       01 LATE-TOT          PIC 9(07) VALUE 0.
       01 MISSING-TOT       PIC 9(07) VALUE 0.
       01 EXTRA-TOT         PIC 9(07) VALUE 0.
       01 UNKNOWN-TOT       PIC 9(07) VALUE 0.
       01 PCT-WORK          PIC 9(03)V9 VALUE 0.
       01 AVG-WORK          PIC 9(05) VALUE 0.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.
       01 HOLD-LINE         PIC X(132) VALUE SPACES.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TFEEDR01  FEED PUNCTUALITY - MONTH      ".
           05 HDG1-MONTH       PIC X(06).
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(57) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 EXCEPTION-HEADING.
           05 FILLER           PIC X(40)
               VALUE "  DATE      SENDER   CYC  DUE    STATUS ".
           05 FILLER           PIC X(40)
               VALUE "  TAKEN             MINUTES LATE        ".
           05 FILLER           PIC X(52) VALUE SPACES.

       01 EXCEPTION-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-DATE         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-SYSTEM       PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-CYCLE        PIC 9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-DUE-HH       PIC X(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 EXL-DUE-MM       PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-STATUS       PIC X(07).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXL-TAKEN        PIC X(20).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 EXL-LATE         PIC ZZ,ZZ9.
           05 FILLER           PIC X(60) VALUE SPACES.

       01 SUMMARY-HEADING.
           05 FILLER           PIC X(40)
               VALUE "  SENDER    DESCRIPTION         EXPECTED".
           05 FILLER           PIC X(40)
               VALUE "  ON TIME     LATE  MISSING  UNSCHED    ".
           05 FILLER           PIC X(52)
               VALUE " PCT  AVG LATE      WORST".

       01 SUMMARY-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SML-SYSTEM       PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SML-DESC         PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SML-EXPECTED     PIC ZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-ON-TIME      PIC ZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-LATE         PIC ZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-MISSING      PIC ZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-EXTRA        PIC ZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SML-PCT          PIC X(06).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 SML-AVG-LATE     PIC ZZ,ZZ9.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 SML-WORST-LATE   PIC ZZ,ZZ9.
           05 FILLER           PIC X(27) VALUE SPACES.
       01 PCT-ED            PIC ZZ9.9.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(110).
           05 FILLER           PIC X(20) VALUE SPACES.

       01 COUNT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CNT-TEXT         PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZATION.

           IF FUNCTION-RC = 0
               PERFORM 1200-LOAD-SENDERS
               PERFORM 1300-LOAD-TAKEN-FEEDS
               PERFORM 2000-WALK-THE-MONTH
               PERFORM 2500-COUNT-UNSCHEDULED
               PERFORM 3000-PRINT-SUMMARY
               PERFORM 7000-PRINT-TOTALS
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TFEEDR01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO FDR-CARD-REC.
           OPEN INPUT FDR-CARD-FILE.
           IF CARD-STATUS = "00"
               READ FDR-CARD-FILE
                   AT END
                       MOVE SPACES TO FDR-CARD-REC
               END-READ
               CLOSE FDR-CARD-FILE
           END-IF.

           IF FDR-MONTH = SPACES
               IF RUN-MM = 1
                   COMPUTE RPT-YYYY = RUN-YYYY - 1
                   MOVE 12 TO RPT-MM
               ELSE
                   MOVE RUN-YYYY TO RPT-YYYY
                   COMPUTE RPT-MM = RUN-MM - 1
               END-IF
           ELSE
           IF FDR-MONTH IS NUMERIC
                   AND FDR-MONTH(5:2) > "00"
                   AND FDR-MONTH(5:2) < "13"
               MOVE FDR-MONTH TO REPORT-MONTH
           ELSE
               DISPLAY 'TFEEDR01 - INVALID MONTH ON FDRCARD: "'
                   FDR-MONTH '"'
               MOVE 12 TO FUNCTION-RC
           END-IF
           END-IF.

           IF FUNCTION-RC = 0
               OPEN INPUT SENDER-FILE
               IF SNDR-STATUS NOT = "00"
                   DISPLAY 'TFEEDR01 - OPEN FAILED ON SNDRVS STATUS='
                       SNDR-STATUS
                   MOVE 12 TO FUNCTION-RC
               END-IF
           END-IF.

           IF FUNCTION-RC = 0
               OPEN INPUT FEED-HIST-FILE
               IF HIST-STATUS NOT = "00"
                   DISPLAY 'TFEEDR01 - OPEN FAILED ON FEEDHIST '
                       'STATUS=' HIST-STATUS
                   MOVE 12 TO FUNCTION-RC
               END-IF
           END-IF.

           IF FUNCTION-RC = 0
               OPEN OUTPUT REPORT-FILE
               IF REPORT-STATUS NOT = "00"
                   DISPLAY 'TFEEDR01 - OPEN FAILED ON FEEDRPT STATUS='
                       REPORT-STATUS
                   MOVE 8 TO FUNCTION-RC
               END-IF
           END-IF.

           DISPLAY 'TFEEDR01 - REPORTING MONTH ' REPORT-MONTH.

       1200-LOAD-SENDERS.

           MOVE "N" TO EOF-SW.
           PERFORM UNTIL EOF
               READ SENDER-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SN-CNT < 100
                           ADD 1 TO SN-CNT
                           PERFORM 1210-TAKE-SENDER
                       ELSE
                           DISPLAY 'TFEEDR01 - OVER 100 SENDERS, NOT '
                               'REPORTED: ' SNDR-SYSTEM-ID
                       END-IF
               END-READ
           END-PERFORM.

       1210-TAKE-SENDER.

           MOVE SNDR-SYSTEM-ID TO SN-SYSTEM(SN-CNT).
           MOVE SNDR-DESC TO SN-DESC(SN-CNT).
           IF SNDR-ACTIVE AND SNDR-SCHEDULE NOT = SPACES
               MOVE "Y" TO SN-SCHEDULED(SN-CNT)
           ELSE
               MOVE "N" TO SN-SCHEDULED(SN-CNT)
           END-IF.
           PERFORM VARYING CYCLE-IDX FROM 1 BY 1
                   UNTIL CYCLE-IDX > 4
               MOVE SNDR-CYCLE-CUTOFF(CYCLE-IDX)
                   TO SN-CUTOFF(SN-CNT, CYCLE-IDX)
           END-PERFORM.
           MOVE 0 TO SN-EXPECTED(SN-CNT).
           MOVE 0 TO SN-ON-TIME(SN-CNT).
           MOVE 0 TO SN-LATE(SN-CNT).
           MOVE 0 TO SN-MISSING(SN-CNT).
           MOVE 0 TO SN-EXTRA(SN-CNT).
           MOVE 0 TO SN-LATE-TOTAL(SN-CNT).
           MOVE 0 TO SN-LATE-WORST(SN-CNT).

       1300-LOAD-TAKEN-FEEDS.

           MOVE "N" TO EOF-SW.
           PERFORM UNTIL EOF
               READ FEED-HIST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF FEED-HIST-DATE(1:6) = REPORT-MONTH
                           PERFORM 1310-TAKE-FEED
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY 'TFEEDR01 - FEEDS TAKEN IN THE MONTH: ' TAKEN-CNT.

       1310-TAKE-FEED.

           MOVE FEED-HIST-DATE TO FIND-DATE.
           MOVE FEED-HIST-SYSTEM TO FIND-SYSTEM.
           MOVE FEED-HIST-CYCLE TO FIND-CYCLE.
           PERFORM 2300-FIND-TAKEN.

           IF TAKEN-FOUND-IDX = 0
               IF TAKEN-CNT < 5000
                   ADD 1 TO TAKEN-CNT
                   MOVE FEED-HIST-DATE TO TK-DATE(TAKEN-CNT)
                   MOVE FEED-HIST-SYSTEM TO TK-SYSTEM(TAKEN-CNT)
                   MOVE FEED-HIST-CYCLE TO TK-CYCLE(TAKEN-CNT)
                   MOVE FEED-HIST-TAKEN-TS TO TK-TS(TAKEN-CNT)
                   MOVE "N" TO TK-MATCHED(TAKEN-CNT)
               ELSE
                   DISPLAY 'TFEEDR01 - OVER 5000 FEEDS IN THE MONTH, '
                       'IGNORED: ' FEED-HIST-DATE ' '
                       FEED-HIST-SYSTEM ' CYCLE ' FEED-HIST-CYCLE
               END-IF
           END-IF.

      ******************************************************************
      * Day by day through the month, every scheduled cycle of every
      * scheduled sender on each business day. Late and missing
      * feeds are listed as they are found.
      ******************************************************************
       2000-WALK-THE-MONTH.

           MOVE "LATE AND MISSING FEEDS" TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE EXCEPTION-HEADING TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           MOVE REPORT-MONTH TO DATE-NUM(1:6).
           MOVE "01" TO DATE-NUM(7:2).
           COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).
           IF RPT-MM = 12
               COMPUTE NEXT-YYYY = RPT-YYYY + 1
               MOVE 1 TO NEXT-MM
           ELSE
               MOVE RPT-YYYY TO NEXT-YYYY
               COMPUTE NEXT-MM = RPT-MM + 1
           END-IF.
           COMPUTE DATE-NUM = NEXT-YYYY * 10000 + NEXT-MM * 100 + 1.
           COMPUTE END-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).
           MOVE RUN-DATE TO DATE-NUM.
           COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).
           IF RUN-INT < END-INT
               MOVE RUN-INT TO END-INT
               DISPLAY 'TFEEDR01 - MONTH NOT YET ENDED, REPORTED '
                   'TO THE DAY BEFORE ' RUN-DATE
           END-IF.

           PERFORM UNTIL DAY-INT NOT < END-INT
               COMPUTE DATE-NUM = FUNCTION DATE-OF-INTEGER(DAY-INT)
               MOVE DATE-NUM TO DAY-DATE
               MOVE "N" TO BDAY-FUNCTION
               MOVE "ALL" TO BDAY-CURRENCY
               MOVE DAY-DATE TO BDAY-FROM-DATE
               MOVE 0 TO BDAY-DAYS
               CALL PGMBDAY USING BDAY-PARMS
               IF BDAY-TO-DATE = DAY-DATE
                   ADD 1 TO BUSINESS-DAY-CNT
                   PERFORM VARYING SN-IDX FROM 1 BY 1
                           UNTIL SN-IDX > SN-CNT
                       IF SN-SCHEDULED(SN-IDX) = "Y"
                           PERFORM 2100-CHECK-SENDER-DAY
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO DAY-INT
           END-PERFORM.

           IF EXCEPTION-TOT = 0
               MOVE "NONE - EVERY EXPECTED FEED WAS TAKEN ON TIME"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

       2100-CHECK-SENDER-DAY.

           PERFORM VARYING CYCLE-IDX FROM 1 BY 1
                   UNTIL CYCLE-IDX > 4
               IF SN-CUTOFF(SN-IDX, CYCLE-IDX) NOT = SPACES
                   PERFORM 2200-CHECK-ONE-FEED
               END-IF
           END-PERFORM.

       2200-CHECK-ONE-FEED.

           ADD 1 TO SN-EXPECTED(SN-IDX).
           MOVE SPACES TO TS-WORK.
           MOVE DAY-DATE TO TS-WORK(1:8).
           MOVE SN-CUTOFF(SN-IDX, CYCLE-IDX) TO TS-WORK(10:4).
           PERFORM 8500-TS-TO-MIN.
           MOVE TS-MIN TO CUTOFF-MIN.

           MOVE DAY-DATE TO FIND-DATE.
           MOVE SN-SYSTEM(SN-IDX) TO FIND-SYSTEM.
           MOVE CYCLE-IDX TO FIND-CYCLE.
           PERFORM 2300-FIND-TAKEN.

           MOVE DAY-DATE TO EXL-DATE.
           MOVE SN-SYSTEM(SN-IDX) TO EXL-SYSTEM.
           MOVE CYCLE-IDX TO EXL-CYCLE.
           MOVE SN-CUTOFF(SN-IDX, CYCLE-IDX)(1:2) TO EXL-DUE-HH.
           MOVE SN-CUTOFF(SN-IDX, CYCLE-IDX)(3:2) TO EXL-DUE-MM.

           IF TAKEN-FOUND-IDX = 0
               ADD 1 TO SN-MISSING(SN-IDX)
               ADD 1 TO EXCEPTION-TOT
               MOVE "MISSING" TO EXL-STATUS
               MOVE SPACES TO EXL-TAKEN
               MOVE 0 TO EXL-LATE
               MOVE EXCEPTION-LINE TO REPORT-REC
               PERFORM 6000-PRINT-LINE
           ELSE
               MOVE "Y" TO TK-MATCHED(TAKEN-FOUND-IDX)
               MOVE TK-TS(TAKEN-FOUND-IDX) TO TS-WORK
               PERFORM 8500-TS-TO-MIN
               MOVE TS-MIN TO TAKEN-MIN
               IF TAKEN-MIN > CUTOFF-MIN
                   COMPUTE LATE-MIN = TAKEN-MIN - CUTOFF-MIN
                   IF LATE-MIN > 99999
                       MOVE 99999 TO LATE-MIN
                   END-IF
                   ADD 1 TO SN-LATE(SN-IDX)
                   ADD LATE-MIN TO SN-LATE-TOTAL(SN-IDX)
                   IF LATE-MIN > SN-LATE-WORST(SN-IDX)
                       MOVE LATE-MIN TO SN-LATE-WORST(SN-IDX)
                   END-IF
                   ADD 1 TO EXCEPTION-TOT
                   MOVE "LATE" TO EXL-STATUS
                   MOVE TK-TS(TAKEN-FOUND-IDX) TO EXL-TAKEN
                   MOVE LATE-MIN TO EXL-LATE
                   MOVE EXCEPTION-LINE TO REPORT-REC
                   PERFORM 6000-PRINT-LINE
               ELSE
                   ADD 1 TO SN-ON-TIME(SN-IDX)
               END-IF
           END-IF.

       2300-FIND-TAKEN.

           MOVE 0 TO TAKEN-FOUND-IDX.
           PERFORM VARYING TAKEN-IDX FROM 1 BY 1
                   UNTIL TAKEN-IDX > TAKEN-CNT
                       OR TAKEN-FOUND-IDX > 0
               IF TK-DATE(TAKEN-IDX) = FIND-DATE
                       AND TK-SYSTEM(TAKEN-IDX) = FIND-SYSTEM
                       AND TK-CYCLE(TAKEN-IDX) = FIND-CYCLE
                   MOVE TAKEN-IDX TO TAKEN-FOUND-IDX
               END-IF
           END-PERFORM.

      * Feeds no schedule expected - a cycle the sender is not
      * scheduled for, a non-business day, or a sender with no
      * schedule - are counted against the sender that sent them.
      * A month still running leaves today's feeds out.
       2500-COUNT-UNSCHEDULED.

           PERFORM VARYING TAKEN-IDX FROM 1 BY 1
                   UNTIL TAKEN-IDX > TAKEN-CNT
               IF TK-MATCHED(TAKEN-IDX) = "N"
                       AND TK-DATE(TAKEN-IDX) < RUN-DATE
                   MOVE 0 TO SN-FOUND-IDX
                   PERFORM VARYING SN-IDX FROM 1 BY 1
                           UNTIL SN-IDX > SN-CNT
                               OR SN-FOUND-IDX > 0
                       IF SN-SYSTEM(SN-IDX) = TK-SYSTEM(TAKEN-IDX)
                           MOVE SN-IDX TO SN-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF SN-FOUND-IDX > 0
                       ADD 1 TO SN-EXTRA(SN-FOUND-IDX)
                   ELSE
                       ADD 1 TO UNKNOWN-TOT
                   END-IF
               END-IF
           END-PERFORM.

       3000-PRINT-SUMMARY.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "PUNCTUALITY BY SENDER" TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SUMMARY-HEADING TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > SN-CNT
               IF SN-EXPECTED(SN-IDX) > 0
                       OR SN-EXTRA(SN-IDX) > 0
                   PERFORM 3100-PRINT-SENDER
               END-IF
           END-PERFORM.

       3100-PRINT-SENDER.

           MOVE SN-SYSTEM(SN-IDX) TO SML-SYSTEM.
           MOVE SN-DESC(SN-IDX) TO SML-DESC.
           MOVE SN-EXPECTED(SN-IDX) TO SML-EXPECTED.
           MOVE SN-ON-TIME(SN-IDX) TO SML-ON-TIME.
           MOVE SN-LATE(SN-IDX) TO SML-LATE.
           MOVE SN-MISSING(SN-IDX) TO SML-MISSING.
           MOVE SN-EXTRA(SN-IDX) TO SML-EXTRA.
           IF SN-EXPECTED(SN-IDX) = 0
               MOVE "   N/A" TO SML-PCT
           ELSE
               COMPUTE PCT-WORK ROUNDED =
                   SN-ON-TIME(SN-IDX) * 100 / SN-EXPECTED(SN-IDX)
               MOVE PCT-WORK TO PCT-ED
               MOVE SPACES TO SML-PCT
               STRING PCT-ED DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO SML-PCT
               END-STRING
           END-IF.
           IF SN-LATE(SN-IDX) = 0
               MOVE 0 TO AVG-WORK
           ELSE
               COMPUTE AVG-WORK ROUNDED =
                   SN-LATE-TOTAL(SN-IDX) / SN-LATE(SN-IDX)
           END-IF.
           MOVE AVG-WORK TO SML-AVG-LATE.
           MOVE SN-LATE-WORST(SN-IDX) TO SML-WORST-LATE.
           MOVE SUMMARY-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           ADD SN-EXPECTED(SN-IDX) TO EXPECTED-TOT.
           ADD SN-ON-TIME(SN-IDX) TO ON-TIME-TOT.
           ADD SN-LATE(SN-IDX) TO LATE-TOT.
           ADD SN-MISSING(SN-IDX) TO MISSING-TOT.
           ADD SN-EXTRA(SN-IDX) TO EXTRA-TOT.

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

      * The line waiting in REPORT-REC is kept across the heading.
       6500-PRINT-HEADINGS.

           MOVE REPORT-REC TO HOLD-LINE.
           ADD 1 TO PAGE-CNT.
           MOVE REPORT-MONTH TO HDG1-MONTH.
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
           MOVE 3 TO LINE-CNT.
           MOVE HOLD-LINE TO REPORT-REC.

       7000-PRINT-TOTALS.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "BUSINESS DAYS REPORTED" TO CNT-TEXT.
           MOVE BUSINESS-DAY-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "FEEDS EXPECTED" TO CNT-TEXT.
           MOVE EXPECTED-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "FEEDS ON TIME" TO CNT-TEXT.
           MOVE ON-TIME-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "FEEDS LATE" TO CNT-TEXT.
           MOVE LATE-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "FEEDS MISSING" TO CNT-TEXT.
           MOVE MISSING-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "FEEDS TAKEN UNSCHEDULED" TO CNT-TEXT.
           MOVE EXTRA-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           IF UNKNOWN-TOT > 0
               MOVE "FEEDS FROM SENDERS NO LONGER ON THE TABLE"
                   TO CNT-TEXT
               MOVE UNKNOWN-TOT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
           END-IF.

       8000-TERMINATION.

           IF SNDR-STATUS = "00" OR SNDR-STATUS = "10"
               CLOSE SENDER-FILE
           END-IF.
           IF HIST-STATUS = "00" OR HIST-STATUS = "10"
               CLOSE FEED-HIST-FILE
           END-IF.
           IF REPORT-STATUS = "00"
                   AND FUNCTION-RC = 0
               CLOSE REPORT-FILE
           END-IF.

           MOVE FUNCTION-RC TO RETURN-CODE.

           DISPLAY '** END TFEEDR01'.

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

      *****************************************************
