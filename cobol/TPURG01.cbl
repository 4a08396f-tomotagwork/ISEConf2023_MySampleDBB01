      * older than the retention window is dead weight: this
      * program archives each expired record to a flat generation
      * and then deletes it, reporting purged/kept counts by age
      * band. PURGCARD cols 1-4 give the retention in business
      * days on the shop-wide calendar (blank or missing card = 90);
      * ages and bands are business days too, counted by TBDAY01.
      * A record whose run date is blank or garbled is kept - never
      * purge on bad data.
      * Mind the reversal check: TMAIN01 verifies a reversal's
      * original against this file, so the retention must cover the
      * provider's agreed correction window or old-but-legitimate
           SELECT ARCHIVE-OUT-FILE ASSIGN TO ARCHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHOUT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 ARCHIVE-OUT-REC      PIC X(22).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 TXNHST-STATUS     PIC X(02) VALUE "00".
       01 CARD-STATUS       PIC X(02) VALUE "00".
           88 EOF           VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RECORD-AGE-DAYS   PIC 9(05) VALUE 0.
       01 RETENTION-DAYS    PIC 9(04) VALUE 90.
       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
       01 BDAY-PARMS.
           COPY CPBDAY.

       01 READ-CNT          PIC 9(09) VALUE 0.
       01 PURGED-CNT        PIC 9(09) VALUE 0.
           88 BAND-FOUND    VALUE "Y".
       01 BAND-LOW          PIC 9(05) VALUE 0.

      * A failed DELETE must fail the step, but every record's
      * TBDAY01 CALL replaces RETURN-CODE with the routine's own, so
      * the failure is remembered here and re-asserted at the end.
       01 DELETE-FAILED-SW  PIC X(01) VALUE "N".
           88 DELETE-FAILED VALUE "Y".

      * Run-state ledger (TRUNLG01, CPRUNLK). The purge belongs to
      * the cycle the chain has open and may only run once that
      * cycle's close completed - purging ahead of the close could
      * take history the close and a restart still rely on.
       01 PGMRUNLG          PIC X(8) VALUE "TRUNLG01".
       01 RUNLK-PARMS.
           COPY CPRUNLK.
       01 LEDGER-REFUSED-SW PIC X(01) VALUE "N".
           88 LEDGER-REFUSED VALUE "Y".
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.

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
                   PERFORM 2000-READ-HISTORY
                   IF NOT EOF
                       PERFORM 3000-AGE-AND-PURGE
                   END-IF
               END-PERFORM
               PERFORM 7000-PRINT-PURGE-REPORT
               PERFORM 8000-TERMINATION
           END-IF.

           GOBACK.

           DISPLAY '*** BEGIN TPURG01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PURGE-CARD-FILE.
           IF CARD-STATUS = "00"
               CLOSE PURGE-CARD-FILE
           END-IF.

           DISPLAY 'TPURG01 - RETENTION ' RETENTION-DAYS
               ' BUSINESS DAYS, '
               'PURGING HISTORY LAST PROCESSED BEFORE THAT'.

           PERFORM 1100-CHECK-RUN-LEDGER.

           IF NOT LEDGER-REFUSED
               PERFORM 1200-OPEN-FILES
           END-IF.

       1100-CHECK-RUN-LEDGER.

           MOVE RETURN-CODE TO STEP-RC.
           MOVE "B" TO RUNLK-FUNCTION.
           MOVE "TPURG01" TO RUNLK-STEP.
           MOVE SPACES TO RUNLK-DATE.
           MOVE 0 TO RUNLK-CYCLE.
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
               DISPLAY 'TPURG01 - RUN REFUSED BY THE RUN LEDGER: '
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

      * The history and archive - opened only once the run ledger
      * has cleared the purge.
       1200-OPEN-FILES.

      * I-O, not INPUT: the purge DELETEs as it reads. The JCL
      * allocates the cluster DISP=OLD so nothing else has it while
      * records are going away.
      * clock trouble, not age.
       3100-COMPUTE-RECORD-AGE.

      * A numeric date TBDAY01 still cannot read is garbled too.
           MOVE 0 TO RECORD-AGE-DAYS.
           IF TXNH-RUN-DATE IS NOT NUMERIC
               ADD 1 TO BAD-DATE-CNT
           ELSE
               MOVE "C" TO BDAY-FUNCTION
               MOVE "ALL" TO BDAY-CURRENCY
               MOVE TXNH-RUN-DATE TO BDAY-FROM-DATE
               MOVE RUN-DATE TO BDAY-TO-DATE
               CALL PGMBDAY USING BDAY-PARMS
               IF BDAY-BAD-DATE
                   ADD 1 TO BAD-DATE-CNT
               ELSE
                   MOVE BDAY-DAYS TO RECORD-AGE-DAYS
               END-IF
           END-IF.

               DISPLAY 'TPURG01 - DELETE FAILED FOR '
                   TXNH-ITEM01-01 '/' TXNH-ITEM01-02
                   ' STATUS=' TXNHST-STATUS
               SET DELETE-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY '---------------------------------------------'.
           DISPLAY 'TPURG01 TRANSACTION HISTORY PURGE REPORT'.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RETENTION (BUS DAYS)  =' RETENTION-DAYS.
           DISPLAY 'RECORDS READ          =' READ-CNT.
           DISPLAY 'PURGED (ARCHIVED)     =' PURGED-CNT.
           DISPLAY 'KEPT                  =' KEPT-CNT.
           DISPLAY 'KEPT ON GARBLED DATE  =' BAD-DATE-CNT.
           DISPLAY 'BY AGE BAND (BUS DAYS):    PURGED      KEPT'.

           MOVE 0 TO BAND-LOW.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
               CLOSE ARCHIVE-OUT-FILE
           END-IF.

           IF DELETE-FAILED
                   AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 8600-RECORD-RUN-END.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY '** END TPURG01'.

      * The step's condition code goes on its ledger entry - below
      * 8 lets the next step of the chain start. An end that cannot
      * be recorded leaves the entry "started", which holds the
      * chain until someone looks; the purge itself is done, so
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

      * Refused by the run ledger: the history was never opened.
       8800-END-REFUSED-RUN.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TPURG01 - NOTHING PURGED, RETURN CODE 12'.
           DISPLAY '** END TPURG01'.

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
                   DISPLAY 'TPURG01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TPURG01" TO ALRT-PROGRAM OF ALERT-WORK
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
