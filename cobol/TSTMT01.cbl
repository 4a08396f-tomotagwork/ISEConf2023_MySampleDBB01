      * files every month end.
      * Daily lines total across currencies (a gross activity
      * figure); the monthly per-currency lines are the ones that
      * are money. Each non-USD monthly total is followed by its
      * USD equivalent at the rate TFXRT01 finds in force on the
      * statement month's last day (or today, for a month still
      * running), with the rate printed, and the month is stated
      * in USD when every currency had a rate.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 RECORD-CURRENCY   PIC X(03) VALUE SPACES.
       01 DAY-OF-MONTH      PIC 9(02) VALUE 0.

      * Rate date for the USD equivalents - the statement month's
      * last calendar day, or the run date if that is earlier.
       01 PGMFXRT           PIC X(8) VALUE "TFXRT01".
      * A CALL replaces RETURN-CODE; STEP-RC carries the step's
      * own condition code across it.
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.
       01 FXLK-PARMS.
           COPY CPFXLK.
       01 RATE-DATE         PIC X(08) VALUE SPACES.
       01 NEXT-MONTH-NUM    PIC 9(08) VALUE 0.
       01 NEXT-MONTH-YYYY   PIC 9(04) VALUE 0.
       01 NEXT-MONTH-MM     PIC 9(02) VALUE 0.
       01 MONTH-END-INT     PIC 9(07) VALUE 0.
       01 MONTH-END-NUM     PIC 9(08) VALUE 0.
       01 USD-AMOUNT        PIC S9(11)V9(02) VALUE 0.
       01 MONTH-USD-TOTAL   PIC S9(11)V9(02) VALUE 0.
       01 FX-MISSING-SW     PIC X(01) VALUE "N".
           88 FX-MISSING    VALUE "Y".
       01 FX-RATE-EDIT      PIC ZZZZ9.999999.

       01 D-READ-CNT        PIC 9(09) VALUE 0.
       01 D-SEL-CNT         PIC 9(09) VALUE 0.
       01 E-READ-CNT        PIC 9(09) VALUE 0.
       01 CURR-FOUND-SW     PIC X(01) VALUE "N".
           88 CURR-FOUND    VALUE "Y".

      * Route D settlement-date breakdown. Next-business-day
      * settlement can spill the month's last days into the next
      * month, so the table is keyed by the full settle date rather
      * than a day slot.
       01 SETTLE-TABLE.
           05 SETTLE-CNT       PIC 9(02) COMP VALUE 0.
           05 SETTLE-ENTRY OCCURS 40 TIMES.
           05 CLN-COUNT        PIC ZZZZZZZZ9.
           05 FILLER           PIC X(09) VALUE "  AMOUNT=".
           05 CLN-AMOUNT       PIC X(14).
           05 CLN-USD-LABEL    PIC X(13).
           05 CLN-USD-AMOUNT   PIC X(14).
           05 CLN-RATE-LABEL   PIC X(07).
           05 CLN-RATE         PIC X(12).
           05 FILLER           PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.

           ELSE
               DISPLAY 'TSTMT01 - STATEMENTS FOR MONTH '
                   REQUEST-MONTH
               PERFORM 1100-SET-RATE-DATE
               OPEN OUTPUT REPORT-FILE
               IF REPORT-STATUS NOT = "00"
                   DISPLAY 'TSTMT01 - OPEN FAILED ON STMTRPT '
               END-IF
           END-IF.

      * The month's last day is the day before the first of the
      * next month. A card month that is not a real YYYYMM leaves
      * the rate date at the run date.
       1100-SET-RATE-DATE.

           MOVE RUN-DATE TO RATE-DATE.
           IF REQUEST-MONTH IS NUMERIC
                   AND REQUEST-MONTH(5:2) >= "01"
                   AND REQUEST-MONTH(5:2) <= "12"
               MOVE REQUEST-MONTH(1:4) TO NEXT-MONTH-YYYY
               MOVE REQUEST-MONTH(5:2) TO NEXT-MONTH-MM
               IF NEXT-MONTH-MM = 12
                   ADD 1 TO NEXT-MONTH-YYYY
                   MOVE 1 TO NEXT-MONTH-MM
               ELSE
                   ADD 1 TO NEXT-MONTH-MM
               END-IF
               COMPUTE NEXT-MONTH-NUM = NEXT-MONTH-YYYY * 10000
                   + NEXT-MONTH-MM * 100 + 1
               COMPUTE MONTH-END-INT =
                   FUNCTION INTEGER-OF-DATE(NEXT-MONTH-NUM) - 1
               COMPUTE MONTH-END-NUM =
                   FUNCTION DATE-OF-INTEGER(MONTH-END-INT)
               IF MONTH-END-NUM < RUN-DATE
                   MOVE MONTH-END-NUM TO RATE-DATE
               END-IF
           END-IF.
           DISPLAY 'TSTMT01 - USD EQUIVALENTS AT RATES IN FORCE ON '
               RATE-DATE.

       2000-STATEMENT-PARTNER-D.

           PERFORM 6000-CLEAR-ACCUMULATORS.
           MOVE "MONTHLY TOTALS BY CURRENCY" TO SEC-TEXT.
           PERFORM 7600-PRINT-SECTION-HEADER.

           MOVE 0 TO MONTH-USD-TOTAL.
           MOVE "N" TO FX-MISSING-SW.
           PERFORM VARYING CURR-TOT-IDX FROM 1 BY 1
                   UNTIL CURR-TOT-IDX > CURR-TOT-CNT
               MOVE CT-CUR-CODE(CURR-TOT-IDX) TO CLN-CURRENCY
               MOVE CT-TXN-COUNT(CURR-TOT-IDX) TO CLN-COUNT
               MOVE CT-AMOUNT(CURR-TOT-IDX) TO AMT-EDIT
               MOVE AMT-EDIT TO CLN-AMOUNT
               PERFORM 7050-USD-EQUIVALENT
               PERFORM 7800-PRINT-CURRENCY-LINE
           END-PERFORM.

           MOVE AMT-EDIT TO DLN-AMOUNT.
           PERFORM 7700-PRINT-DAILY-LINE.

           IF MONTH-TXN-CNT > 0
               MOVE SPACES TO SEC-TEXT
               IF FX-MISSING
                   MOVE "MONTH TOTAL IN USD NOT STATED - NO FX RATE"
                       TO SEC-TEXT
               ELSE
                   MOVE MONTH-USD-TOTAL TO AMT-EDIT
                   STRING "MONTH TOTAL IN USD = " DELIMITED BY SIZE
                       AMT-EDIT DELIMITED BY SIZE
                       INTO SEC-TEXT
                   END-STRING
               END-IF
               PERFORM 7600-PRINT-SECTION-HEADER
           END-IF.

      * USD needs no rate; any other currency is looked up as of
      * RATE-DATE. A statement is not stopped for a missing rate -
      * the line says so and the step ends with a warning.
       7050-USD-EQUIVALENT.

           MOVE SPACES TO CLN-USD-LABEL.
           MOVE SPACES TO CLN-USD-AMOUNT.
           MOVE SPACES TO CLN-RATE-LABEL.
           MOVE SPACES TO CLN-RATE.

           IF CT-CUR-CODE(CURR-TOT-IDX) = "USD"
               ADD CT-AMOUNT(CURR-TOT-IDX) TO MONTH-USD-TOTAL
           ELSE
               MOVE "  USD EQUIV= " TO CLN-USD-LABEL
               MOVE "  RATE=" TO CLN-RATE-LABEL
               MOVE CT-CUR-CODE(CURR-TOT-IDX) TO FXLK-CURRENCY
               MOVE RATE-DATE TO FXLK-AS-OF-DATE
               MOVE RETURN-CODE TO STEP-RC
               CALL PGMFXRT USING FXLK-PARMS
               MOVE STEP-RC TO RETURN-CODE
               IF FXLK-FOUND
                   COMPUTE USD-AMOUNT ROUNDED =
                       CT-AMOUNT(CURR-TOT-IDX) * FXLK-RATE
                   ADD USD-AMOUNT TO MONTH-USD-TOTAL
                   MOVE USD-AMOUNT TO AMT-EDIT
                   MOVE AMT-EDIT TO CLN-USD-AMOUNT
                   MOVE FXLK-RATE TO FX-RATE-EDIT
                   MOVE FX-RATE-EDIT TO CLN-RATE
               ELSE
                   SET FX-MISSING TO TRUE
                   MOVE "   NOT STATED" TO CLN-USD-AMOUNT
                   MOVE "NO RATE" TO CLN-RATE
                   DISPLAY 'TSTMT01 - NO FX RATE IN FORCE FOR '
                       FXLK-CURRENCY ' ON ' RATE-DATE
                       ' - ' PARTNER-NAME ' USD EQUIVALENT NOT STATED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       7500-PRINT-HEADINGS.

           ADD 1 TO PAGE-CNT.
