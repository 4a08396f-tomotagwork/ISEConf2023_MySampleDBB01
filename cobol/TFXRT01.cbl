       IDENTIFICATION DIVISION.
       PROGRAM-ID. TFXRT01.
      ******************************************************************
      * FX rate lookup against the effective-dated rate table
      * (CPFXRT). Everything that states a USD equivalent beside a
      * non-USD total - TSUB06's settlement summary, TSTMT01's
      * statements - CALLs this routine with a CPFXLK block, so
      * which rate applies to a date is decided in one place.
      * The rate in force on a date is the latest entry for the
      * currency effective on or before it. The table holds one
      * entry per currency per provider business day, so the
      * search reads back one calendar day at a time from the
      * requested date, at most MAX-RATE-AGE days - far enough to
      * bridge a weekend or a long holiday, not so far that a rate
      * file that stopped arriving goes unnoticed for a week.
      * A run asks for the same handful of currencies and dates
      * over and over, so every answer is kept in storage and the
      * table is only read for a currency/date pair not asked for
      * before.
      * A rate table that cannot be opened is not fatal here: the
      * routine warns once and answers "04" for every currency but
      * USD - the caller decides what a missing rate costs.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRT-FILE ASSIGN TO FXRTVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXRT-KEY
               FILE STATUS IS FXRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXRT-FILE.
       01 FXRT-REC.
           COPY CPFXRT.

       WORKING-STORAGE SECTION.
       01 FXRT-STATUS       PIC X(02) VALUE "00".
       01 FXRT-OPENED-SW    PIC X(01) VALUE "N".
           88 FXRT-OPENED   VALUE "Y".
       01 FXRT-AVAILABLE-SW PIC X(01) VALUE "N".
           88 FXRT-AVAILABLE VALUE "Y".

       01 MAX-RATE-AGE      PIC 9(02) VALUE 7.

      * Answers already given this run, by currency and requested
      * date. Forty slots is four times the currency table's
      * capacity in TSUB06; once full, further answers are still
      * correct, just read from the table each time.
       01 RATE-CACHE.
           05 CACHE-CNT        PIC 9(02) COMP VALUE 0.
           05 CACHE-ENTRY OCCURS 40 TIMES.
               10 CC-CURRENCY     PIC X(03).
               10 CC-AS-OF-DATE   PIC X(08).
               10 CC-RATE         PIC 9(05)V9(06).
               10 CC-EFF-DATE     PIC X(08).
               10 CC-RESULT       PIC X(02).
       01 CACHE-IDX         PIC 9(02) COMP VALUE 0.
       01 CACHE-FOUND-SW    PIC X(01) VALUE "N".
           88 CACHE-FOUND   VALUE "Y".

       01 AS-OF-NUM         PIC 9(08) VALUE 0.
       01 AS-OF-INT         PIC 9(07) VALUE 0.
       01 LOOK-INT          PIC 9(07) VALUE 0.
       01 LOOK-DATE-NUM     PIC 9(08) VALUE 0.
       01 DAYS-BACK         PIC 9(02) VALUE 0.
       01 RATE-FOUND-SW     PIC X(01) VALUE "N".
           88 RATE-FOUND    VALUE "Y".

       LINKAGE SECTION.
       01 FXLK-PARMS.
           COPY CPFXLK.

       PROCEDURE DIVISION USING FXLK-PARMS.

       0000-MAIN.

           MOVE 0 TO FXLK-RATE.
           MOVE SPACES TO FXLK-EFF-DATE.

           IF FXLK-CURRENCY = "USD"
               MOVE 1 TO FXLK-RATE
               MOVE FXLK-AS-OF-DATE TO FXLK-EFF-DATE
               MOVE "00" TO FXLK-RESULT
           ELSE
               PERFORM 1000-SEARCH-CACHE
               IF NOT CACHE-FOUND
                   IF NOT FXRT-OPENED
                       PERFORM 2000-OPEN-RATE-TABLE
                   END-IF
                   IF FXRT-AVAILABLE
                       PERFORM 3000-FIND-RATE-IN-FORCE
                   ELSE
                       MOVE "04" TO FXLK-RESULT
                   END-IF
                   PERFORM 4000-ADD-TO-CACHE
               END-IF
           END-IF.

           GOBACK.

       1000-SEARCH-CACHE.

           MOVE "N" TO CACHE-FOUND-SW.
           PERFORM VARYING CACHE-IDX FROM 1 BY 1
                   UNTIL CACHE-IDX > CACHE-CNT
               IF CC-CURRENCY(CACHE-IDX) = FXLK-CURRENCY
                       AND CC-AS-OF-DATE(CACHE-IDX) = FXLK-AS-OF-DATE
                   MOVE CC-RATE(CACHE-IDX) TO FXLK-RATE
                   MOVE CC-EFF-DATE(CACHE-IDX) TO FXLK-EFF-DATE
                   MOVE CC-RESULT(CACHE-IDX) TO FXLK-RESULT
                   SET CACHE-FOUND TO TRUE
                   MOVE CACHE-CNT TO CACHE-IDX
               END-IF
           END-PERFORM.

      * Opened on the first non-USD request and left open for the
      * life of the run unit; the run unit's end closes it.
       2000-OPEN-RATE-TABLE.

           SET FXRT-OPENED TO TRUE.

           OPEN INPUT FXRT-FILE.
           IF FXRT-STATUS = "00"
               SET FXRT-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'TFXRT01 - OPEN FAILED ON FXRTVS STATUS='
                   FXRT-STATUS ' - NO USD EQUIVALENTS THIS RUN'
           END-IF.

       3000-FIND-RATE-IN-FORCE.

           MOVE "08" TO FXLK-RESULT.
           MOVE "N" TO RATE-FOUND-SW.

           MOVE 0 TO AS-OF-INT.
           IF FXLK-AS-OF-DATE IS NUMERIC
               MOVE FXLK-AS-OF-DATE TO AS-OF-NUM
               COMPUTE AS-OF-INT =
                   FUNCTION INTEGER-OF-DATE(AS-OF-NUM)
           END-IF.

           IF AS-OF-INT = 0
               DISPLAY 'TFXRT01 - INVALID AS-OF DATE "'
                   FXLK-AS-OF-DATE '" FOR ' FXLK-CURRENCY
           ELSE
               MOVE FXLK-CURRENCY TO FXRT-CURRENCY
               PERFORM VARYING DAYS-BACK FROM 0 BY 1
                       UNTIL DAYS-BACK > MAX-RATE-AGE
                          OR RATE-FOUND
                   COMPUTE LOOK-INT = AS-OF-INT - DAYS-BACK
                   COMPUTE LOOK-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(LOOK-INT)
                   MOVE LOOK-DATE-NUM TO FXRT-EFF-DATE
                   READ FXRT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET RATE-FOUND TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

           IF RATE-FOUND
               MOVE FXRT-RATE TO FXLK-RATE
               MOVE FXRT-EFF-DATE TO FXLK-EFF-DATE
               MOVE "00" TO FXLK-RESULT
           END-IF.

       4000-ADD-TO-CACHE.

           IF CACHE-CNT < 40
               ADD 1 TO CACHE-CNT
               MOVE FXLK-CURRENCY TO CC-CURRENCY(CACHE-CNT)
               MOVE FXLK-AS-OF-DATE TO CC-AS-OF-DATE(CACHE-CNT)
               MOVE FXLK-RATE TO CC-RATE(CACHE-CNT)
               MOVE FXLK-EFF-DATE TO CC-EFF-DATE(CACHE-CNT)
               MOVE FXLK-RESULT TO CC-RESULT(CACHE-CNT)
           END-IF.

      *****************************************************
