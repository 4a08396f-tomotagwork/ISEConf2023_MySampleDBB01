       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSLAR01.
      ******************************************************************
      * Monthly batch SLA attainment report. Reads the milestone
      * status file TSLAM01 keeps (CPSLAST) for one calendar month -
      * YYYYMM in cols 1-6 of SLARCARD, blank for the month before
      * the run date - and prints:
      *   - every breached milestone, with its target, when it was
      *     reached (blank if it never was while watched) and how
      *     many minutes late,
      *   - per milestone: cycles measured, met, breached, still
      *     open, attainment (met as a share of those settled) and
      *     the total and worst lateness.
      * Condition code 12 when the status file cannot be read.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLAR-CARD-FILE ASSIGN TO SLARCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT SLAST-FILE ASSIGN TO SLASTVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLST-KEY
               FILE STATUS IS SLAST-STATUS.
           SELECT REPORT-FILE ASSIGN TO SLARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLAR-CARD-FILE
           RECORDING MODE IS F.
       01 SLAR-CARD-REC.
           05 SLAR-MONTH        PIC X(06).
           05 FILLER            PIC X(74).

       FD  SLAST-FILE.
       01 SLAST-REC.
           COPY CPSLAST.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 SLAST-STATUS      PIC X(02) VALUE "00".
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

      * Per milestone tallies, in the order milestones are first met.
       01 MS-TABLE.
           05 MS-CNT           PIC 9(02) COMP VALUE 0.
           05 MS-ENTRY OCCURS 20 TIMES.
               10 MS-NAME         PIC X(08).
               10 MS-CYCLES       PIC 9(05).
               10 MS-MET          PIC 9(05).
               10 MS-BREACHED     PIC 9(05).
               10 MS-OPEN         PIC 9(05).
               10 MS-LATE-TOTAL   PIC 9(07).
               10 MS-LATE-WORST   PIC 9(05).
       01 MS-IDX            PIC 9(02) COMP VALUE 0.
       01 MS-FOUND-IDX      PIC 9(02) COMP VALUE 0.

       01 STATUS-CNT        PIC 9(05) VALUE 0.
       01 BREACH-TOT        PIC 9(05) VALUE 0.
       01 SETTLED-WORK      PIC 9(05) VALUE 0.
       01 ATTAIN-PCT        PIC 9(03)V9 VALUE 0.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.
       01 HOLD-LINE         PIC X(132) VALUE SPACES.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TSLAR01   BATCH SLA ATTAINMENT - MONTH ".
           05 HDG1-MONTH       PIC X(06).
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(57) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 BREACH-HEADING.
           05 FILLER           PIC X(16)
               VALUE "  DATE      CYC ".
           05 FILLER           PIC X(40)
               VALUE "MILESTONE TARGET         REACHED       ".
           05 FILLER           PIC X(76)
               VALUE "  MINUTES LATE".

       01 BREACH-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 BRL-DATE         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 BRL-CYCLE        PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 BRL-MILESTONE    PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 BRL-TARGET       PIC X(13).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 BRL-ACTUAL       PIC X(13).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 BRL-LATE         PIC ZZ,ZZ9.
           05 FILLER           PIC X(68) VALUE SPACES.

       01 SUMMARY-HEADING.
           05 FILLER           PIC X(40)
               VALUE "  MILESTONE   CYCLES      MET BREACHED ".
           05 FILLER           PIC X(40)
               VALUE "    OPEN  ATTAINED  LATE MIN     WORST  ".
           05 FILLER           PIC X(52) VALUE SPACES.

       01 SUMMARY-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SML-MILESTONE    PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SML-CYCLES       PIC ZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-MET          PIC ZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-BREACHED     PIC ZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-OPEN         PIC ZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-ATTAINED     PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 SML-LATE-TOTAL   PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 SML-LATE-WORST   PIC ZZ,ZZ9.
           05 FILLER           PIC X(58) VALUE SPACES.
       01 ATTAIN-ED         PIC ZZ9.9.

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
               PERFORM 2000-READ-MONTH
               PERFORM 3000-PRINT-SUMMARY
               PERFORM 7000-PRINT-TOTALS
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TSLAR01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO SLAR-CARD-REC.
           OPEN INPUT SLAR-CARD-FILE.
           IF CARD-STATUS = "00"
               READ SLAR-CARD-FILE
                   AT END
                       MOVE SPACES TO SLAR-CARD-REC
               END-READ
               CLOSE SLAR-CARD-FILE
           END-IF.

           IF SLAR-MONTH = SPACES
               IF RUN-MM = 1
                   COMPUTE RPT-YYYY = RUN-YYYY - 1
                   MOVE 12 TO RPT-MM
               ELSE
                   MOVE RUN-YYYY TO RPT-YYYY
                   COMPUTE RPT-MM = RUN-MM - 1
               END-IF
           ELSE
           IF SLAR-MONTH IS NUMERIC
                   AND SLAR-MONTH(5:2) > "00"
                   AND SLAR-MONTH(5:2) < "13"
               MOVE SLAR-MONTH TO REPORT-MONTH
           ELSE
               DISPLAY 'TSLAR01 - INVALID MONTH ON SLARCARD: "'
                   SLAR-MONTH '"'
               MOVE 12 TO FUNCTION-RC
           END-IF
           END-IF.

           IF FUNCTION-RC = 0
               OPEN INPUT SLAST-FILE
               IF SLAST-STATUS NOT = "00"
                   DISPLAY 'TSLAR01 - OPEN FAILED ON SLASTVS STATUS='
                       SLAST-STATUS
                   MOVE 12 TO FUNCTION-RC
               END-IF
           END-IF.

           IF FUNCTION-RC = 0
               OPEN OUTPUT REPORT-FILE
               IF REPORT-STATUS NOT = "00"
                   DISPLAY 'TSLAR01 - OPEN FAILED ON SLARPT STATUS='
                       REPORT-STATUS
                   MOVE 8 TO FUNCTION-RC
               END-IF
           END-IF.

           DISPLAY 'TSLAR01 - REPORTING MONTH ' REPORT-MONTH.

      ******************************************************************
      * The status file is keyed date first, so the month is one run
      * of records from its first day. Breaches are listed as read.
      ******************************************************************
       2000-READ-MONTH.

           MOVE "BREACHED MILESTONES" TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE BREACH-HEADING TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           MOVE LOW-VALUES TO SLST-KEY.
           MOVE REPORT-MONTH TO SLST-DATE(1:6).
           MOVE "01" TO SLST-DATE(7:2).
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
                       IF SLST-DATE(1:6) NOT = REPORT-MONTH
                           SET EOF TO TRUE
                       ELSE
                           PERFORM 2100-TAKE-STATUS
                       END-IF
               END-READ
           END-PERFORM.

           IF BREACH-TOT = 0
               MOVE "NONE - EVERY SETTLED MILESTONE MET ITS TARGET"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

       2100-TAKE-STATUS.

           ADD 1 TO STATUS-CNT.

           MOVE 0 TO MS-FOUND-IDX.
           PERFORM VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > MS-CNT
               IF MS-NAME(MS-IDX) = SLST-MILESTONE
                   MOVE MS-IDX TO MS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF MS-FOUND-IDX = 0
               IF MS-CNT < 20
                   ADD 1 TO MS-CNT
                   MOVE MS-CNT TO MS-FOUND-IDX
                   MOVE SLST-MILESTONE TO MS-NAME(MS-CNT)
                   MOVE 0 TO MS-CYCLES(MS-CNT)
                   MOVE 0 TO MS-MET(MS-CNT)
                   MOVE 0 TO MS-BREACHED(MS-CNT)
                   MOVE 0 TO MS-OPEN(MS-CNT)
                   MOVE 0 TO MS-LATE-TOTAL(MS-CNT)
                   MOVE 0 TO MS-LATE-WORST(MS-CNT)
               ELSE
                   DISPLAY 'TSLAR01 - OVER 20 MILESTONES, NOT '
                       'SUMMARISED: ' SLST-MILESTONE
               END-IF
           END-IF.

           IF MS-FOUND-IDX > 0
               ADD 1 TO MS-CYCLES(MS-FOUND-IDX)
               IF SLST-MET
                   ADD 1 TO MS-MET(MS-FOUND-IDX)
               ELSE
               IF SLST-BREACHED
                   ADD 1 TO MS-BREACHED(MS-FOUND-IDX)
                   ADD SLST-LATE-MINUTES TO MS-LATE-TOTAL(MS-FOUND-IDX)
                   IF SLST-LATE-MINUTES > MS-LATE-WORST(MS-FOUND-IDX)
                       MOVE SLST-LATE-MINUTES
                           TO MS-LATE-WORST(MS-FOUND-IDX)
                   END-IF
               ELSE
                   ADD 1 TO MS-OPEN(MS-FOUND-IDX)
               END-IF
               END-IF
           END-IF.

           IF SLST-BREACHED
               ADD 1 TO BREACH-TOT
               MOVE SLST-DATE TO BRL-DATE
               MOVE SLST-CYCLE TO BRL-CYCLE
               MOVE SLST-MILESTONE TO BRL-MILESTONE
               MOVE SLST-TARGET-TS TO BRL-TARGET
               MOVE SLST-ACTUAL-TS TO BRL-ACTUAL
               MOVE SLST-LATE-MINUTES TO BRL-LATE
               MOVE BREACH-LINE TO REPORT-REC
               PERFORM 6000-PRINT-LINE
           END-IF.

       3000-PRINT-SUMMARY.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "ATTAINMENT BY MILESTONE" TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SUMMARY-HEADING TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           PERFORM VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > MS-CNT
               MOVE MS-NAME(MS-IDX) TO SML-MILESTONE
               MOVE MS-CYCLES(MS-IDX) TO SML-CYCLES
               MOVE MS-MET(MS-IDX) TO SML-MET
               MOVE MS-BREACHED(MS-IDX) TO SML-BREACHED
               MOVE MS-OPEN(MS-IDX) TO SML-OPEN
               COMPUTE SETTLED-WORK = MS-MET(MS-IDX)
                   + MS-BREACHED(MS-IDX)
               IF SETTLED-WORK = 0
                   MOVE "   N/A" TO SML-ATTAINED
               ELSE
                   COMPUTE ATTAIN-PCT ROUNDED =
                       MS-MET(MS-IDX) * 100 / SETTLED-WORK
                   MOVE ATTAIN-PCT TO ATTAIN-ED
                   MOVE SPACES TO SML-ATTAINED
                   STRING ATTAIN-ED DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                       INTO SML-ATTAINED
                   END-STRING
               END-IF
               MOVE MS-LATE-TOTAL(MS-IDX) TO SML-LATE-TOTAL
               MOVE MS-LATE-WORST(MS-IDX) TO SML-LATE-WORST
               MOVE SUMMARY-LINE TO REPORT-REC
               PERFORM 6000-PRINT-LINE
           END-PERFORM.

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

           IF STATUS-CNT = 0
               MOVE "NO MILESTONES WERE MEASURED IN THE MONTH"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "MILESTONES MEASURED" TO CNT-TEXT.
           MOVE STATUS-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "MILESTONES BREACHED" TO CNT-TEXT.
           MOVE BREACH-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.

       8000-TERMINATION.

           IF SLAST-STATUS NOT = "35"
                   AND FUNCTION-RC NOT = 12
               CLOSE SLAST-FILE
           END-IF.
           IF REPORT-STATUS = "00"
                   AND FUNCTION-RC = 0
               CLOSE REPORT-FILE
           END-IF.

           MOVE FUNCTION-RC TO RETURN-CODE.

           DISPLAY '** END TSLAR01'.

      *****************************************************
