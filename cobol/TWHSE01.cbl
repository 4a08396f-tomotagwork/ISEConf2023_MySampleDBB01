       IDENTIFICATION DIVISION.
       PROGRAM-ID. TWHSE01.
      ******************************************************************
      * Value-dated warehouse inventory. Lists everything TCONV01 has
      * parked on the warehouse and not yet staged - the provider's
      * forward-dated items still waiting on their value date - with
      * one line per value date, route and currency (item count,
      * reversals among them, amount in the item currency), a
      * subtotal per value date and a grand total. The route is
      * ITEM01-01 as the item will be staged: the first six bytes of
      * the feed transaction type.
      * WHSEIN is the current warehouse generation sorted by value
      * date, route and currency (see TWHSE01.jcl). An item whose
      * value date is today or earlier should already have been
      * released by the day's first conversion run; any found is
      * flagged OVERDUE on its line, raised as a warning alert and
      * ends the step with condition code 4 so someone looks at why
      * the release did not happen. An unreadable warehouse ends
      * with condition code 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHSE-IN-FILE ASSIGN TO WHSEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WHSEIN-STATUS.
           SELECT REPORT-FILE ASSIGN TO WHSERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHSE-IN-FILE
           RECORDING MODE IS F.
       01 WHSE-IN-REC.
           COPY CPWHSE.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 WHSEIN-STATUS     PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".

       01 FILE-EOF-SW       PIC X(01) VALUE "N".
           88 FILE-EOF      VALUE "Y".
       01 FIRST-ITEM-SW     PIC X(01) VALUE "Y".
           88 FIRST-ITEM    VALUE "Y".
       01 OVERDUE-SW        PIC X(01) VALUE "N".
           88 OVERDUE-FOUND VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.

       01 ITEM-ROUTE        PIC X(06) VALUE SPACES.
       01 ITEM-CURRENCY     PIC X(03) VALUE SPACES.

       01 PREV-VALUE-DATE   PIC X(08) VALUE SPACES.
       01 PREV-ROUTE        PIC X(06) VALUE SPACES.
       01 PREV-CURRENCY     PIC X(03) VALUE SPACES.

       01 READ-CNT          PIC 9(09) VALUE 0.
       01 OVERDUE-CNT       PIC 9(09) VALUE 0.
       01 LINE-ITEM-CNT     PIC 9(09) VALUE 0.
       01 LINE-REV-CNT      PIC 9(09) VALUE 0.
       01 LINE-AMT          PIC S9(11)V99 VALUE 0.
       01 DATE-ITEM-CNT     PIC 9(09) VALUE 0.
       01 DATE-REV-CNT      PIC 9(09) VALUE 0.
       01 GRAND-ITEM-CNT    PIC 9(09) VALUE 0.
       01 GRAND-REV-CNT     PIC 9(09) VALUE 0.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.

       01 HEADING-1.
           05 FILLER           PIC X(41)
               VALUE "TWHSE01   VALUE-DATED WAREHOUSE INVENTORY".
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(62) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 HEADING-2.
           05 FILLER           PIC X(44)
               VALUE "VALUE DATE  ROUTE   CURRENCY        ITEMS   ".
           05 FILLER           PIC X(44)
               VALUE "  REVERSALS              AMOUNT             ".
           05 FILLER           PIC X(44) VALUE SPACES.

       01 DETAIL-LINE.
           05 DTL-VALUE-DATE   PIC X(08).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 DTL-ROUTE        PIC X(06).
           05 FILLER           PIC X(05) VALUE SPACES.
           05 DTL-CURRENCY     PIC X(03).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 DTL-ITEMS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 DTL-REVERSALS    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 DTL-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DTL-FLAG         PIC X(09).
           05 FILLER           PIC X(45) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 TOT-TEXT         PIC X(26).
           05 TOT-ITEMS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 TOT-REVERSALS    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(77) VALUE SPACES.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(110).
           05 FILLER           PIC X(20) VALUE SPACES.


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

           IF WHSEIN-STATUS = "00"
               PERFORM 2000-READ-WAREHOUSE
               PERFORM 6500-PRINT-HEADINGS
               PERFORM UNTIL FILE-EOF
                   PERFORM 3000-PROCESS-ITEM
                   PERFORM 2000-READ-WAREHOUSE
               END-PERFORM
               PERFORM 7000-PRINT-TOTALS
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TWHSE01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY 'TWHSE01 - OPEN FAILED ON WHSERPT STATUS='
                   REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT WHSE-IN-FILE.
           IF WHSEIN-STATUS NOT = "00"
               DISPLAY 'TWHSE01 - OPEN FAILED ON WHSEIN STATUS='
                   WHSEIN-STATUS
               MOVE "CANNOT READ THE VALUE-DATED WAREHOUSE"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-READ-WAREHOUSE.

           READ WHSE-IN-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO READ-CNT
           END-READ.

      * Value date, route and currency are the sort keys, so a
      * change in any of them closes the line being accumulated and
      * a change of value date also closes that date's subtotal.
       3000-PROCESS-ITEM.

           MOVE WHSE-TXN-TYPE(1:6) TO ITEM-ROUTE.
           MOVE WHSE-CURRENCY TO ITEM-CURRENCY.

           IF FIRST-ITEM
               MOVE "N" TO FIRST-ITEM-SW
           ELSE
           IF WHSE-VALUE-DATE NOT = PREV-VALUE-DATE
               PERFORM 4000-ROUTE-BREAK
               PERFORM 4500-DATE-BREAK
           ELSE
           IF ITEM-ROUTE NOT = PREV-ROUTE
                   OR ITEM-CURRENCY NOT = PREV-CURRENCY
               PERFORM 4000-ROUTE-BREAK
           END-IF
           END-IF
           END-IF.

           MOVE WHSE-VALUE-DATE TO PREV-VALUE-DATE.
           MOVE ITEM-ROUTE TO PREV-ROUTE.
           MOVE ITEM-CURRENCY TO PREV-CURRENCY.

           ADD 1 TO LINE-ITEM-CNT.
           IF WHSE-REV-FLAG = "R"
               ADD 1 TO LINE-REV-CNT
           END-IF.
           IF WHSE-AMOUNT IS NUMERIC
               ADD WHSE-AMOUNT TO LINE-AMT
           END-IF.

       4000-ROUTE-BREAK.

           MOVE PREV-VALUE-DATE TO DTL-VALUE-DATE.
           MOVE PREV-ROUTE TO DTL-ROUTE.
           MOVE PREV-CURRENCY TO DTL-CURRENCY.
           MOVE LINE-ITEM-CNT TO DTL-ITEMS.
           MOVE LINE-REV-CNT TO DTL-REVERSALS.
           MOVE LINE-AMT TO DTL-AMOUNT.
           IF PREV-VALUE-DATE NOT > RUN-DATE
               MOVE "OVERDUE" TO DTL-FLAG
               SET OVERDUE-FOUND TO TRUE
               ADD LINE-ITEM-CNT TO OVERDUE-CNT
           ELSE
               MOVE SPACES TO DTL-FLAG
           END-IF.
           PERFORM 6100-PRINT-DETAIL-LINE.

           ADD LINE-ITEM-CNT TO DATE-ITEM-CNT.
           ADD LINE-REV-CNT TO DATE-REV-CNT.
           MOVE 0 TO LINE-ITEM-CNT.
           MOVE 0 TO LINE-REV-CNT.
           MOVE 0 TO LINE-AMT.

      * Amounts are in each item's own currency, so only the counts
      * are subtotalled across the currencies of a value date.
       4500-DATE-BREAK.

           MOVE SPACES TO TOT-TEXT.
           STRING "VALUE DATE " DELIMITED BY SIZE
                  PREV-VALUE-DATE DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
               INTO TOT-TEXT
           END-STRING.
           MOVE DATE-ITEM-CNT TO TOT-ITEMS.
           MOVE DATE-REV-CNT TO TOT-REVERSALS.
           PERFORM 6300-PRINT-TOTAL-LINE.
           PERFORM 6400-PRINT-BLANK-LINE.

           ADD DATE-ITEM-CNT TO GRAND-ITEM-CNT.
           ADD DATE-REV-CNT TO GRAND-REV-CNT.
           MOVE 0 TO DATE-ITEM-CNT.
           MOVE 0 TO DATE-REV-CNT.

       6100-PRINT-DETAIL-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6200-PRINT-TEXT-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM TEXT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.
           MOVE SPACES TO TXT-TEXT.

       6300-PRINT-TOTAL-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6400-PRINT-BLANK-LINE.

           IF REPORT-STATUS = "00"
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6500-PRINT-HEADINGS.

           IF REPORT-STATUS = "00"
               ADD 1 TO PAGE-CNT
               MOVE RUN-DATE TO HDG1-RUN-DATE
               MOVE PAGE-CNT TO HDG1-PAGE
               IF PAGE-CNT = 1
                   WRITE REPORT-REC FROM HEADING-1
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE REPORT-REC FROM HEADING-1
                       AFTER ADVANCING PAGE
               END-IF
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               WRITE REPORT-REC FROM HEADING-2
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 5 TO LINE-CNT
           END-IF.

       7000-PRINT-TOTALS.

           IF READ-CNT = 0
               MOVE "WAREHOUSE IS EMPTY - NOTHING WAITING ON A VALUE "
                   TO TXT-TEXT
               MOVE "DATE" TO TXT-TEXT(49:4)
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               PERFORM 4000-ROUTE-BREAK
               PERFORM 4500-DATE-BREAK
               MOVE "WAREHOUSE TOTAL" TO TOT-TEXT
               MOVE GRAND-ITEM-CNT TO TOT-ITEMS
               MOVE GRAND-REV-CNT TO TOT-REVERSALS
               PERFORM 6300-PRINT-TOTAL-LINE
           END-IF.

           IF OVERDUE-FOUND
               PERFORM 6400-PRINT-BLANK-LINE
               MOVE "*** ITEMS PAST THEIR VALUE DATE STILL ON THE "
                   TO TXT-TEXT
               MOVE "WAREHOUSE - CHECK THE DAY'S CONVERSION RUN ***"
                   TO TXT-TEXT(46:46)
               PERFORM 6200-PRINT-TEXT-LINE
               DISPLAY 'TWHSE01 - ' OVERDUE-CNT ' ITEMS PAST THEIR '
                   'VALUE DATE STILL WAREHOUSED'
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "WHSEOVD" TO ALRT-CODE OF ALERT-WORK
               MOVE "WAREHOUSED ITEMS PAST VALUE DATE NOT RELEASED -
      -            " SEE WHSERPT" TO ALRT-TEXT OF ALERT-WORK
               PERFORM 7700-WRITE-ALERT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8000-TERMINATION.

           IF WHSEIN-STATUS = "00" OR WHSEIN-STATUS = "10"
               CLOSE WHSE-IN-FILE
           END-IF.
           IF REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.
           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TWHSE01 - WAREHOUSED ITEMS=' READ-CNT
               ' OVERDUE=' OVERDUE-CNT.
           DISPLAY '** END TWHSE01'.


      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
      * beforehand. An unwritable alert file must never take the
      * run down - the condition codes and SYSOUT messages still
      * carry the exception - so failures here only DISPLAY.
       7700-WRITE-ALERT.

           IF NOT ALERT-FILE-OPEN
               OPEN EXTEND ALERT-FILE
               IF ALERT-STATUS = "00"
                   SET ALERT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'TWHSE01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TWHSE01" TO ALRT-PROGRAM OF ALERT-WORK
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
