
       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
       01 RUN-STATS-REC        PIC X(169).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 MERGED-STATS.
           COPY CPRUNST.

      * Run-state ledger (TRUNLG01, CPRUNLK). The merge belongs to
      * the cycle the chain has open and may only run once the split
      * and every leg that started on that cycle have completed -
      * merging while a leg is still running, or after one failed,
      * would report and record a stream that is not all there.
       01 PGMRUNLG          PIC X(8) VALUE "TRUNLG01".
       01 RUNLK-PARMS.
           COPY CPRUNLK.
       01 LEDGER-REFUSED-SW PIC X(01) VALUE "N".
           88 LEDGER-REFUSED VALUE "Y".
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.


      * Shared operations alert file (see CPALRT01) - opened EXTEND
      * on the first alert only, so a clean run never touches it.

           PERFORM 1000-INITIALIZATION.

           IF LEDGER-REFUSED
               PERFORM 8800-END-REFUSED-RUN
           ELSE
               PERFORM UNTIL EOF
                   PERFORM 2000-READ-INSTANCE-STATS
                   IF NOT EOF
                       PERFORM 3000-MERGE-INSTANCE
                   END-IF
               END-PERFORM
               PERFORM 5000-BALANCE-AGAINST-SPLIT
               PERFORM 6000-PRINT-COMBINED-REPORT
               PERFORM 7000-WRITE-MERGED-STATS
               PERFORM 8000-TERMINATION
           END-IF.

           GOBACK.


           INITIALIZE MERGED-STATS.

           PERFORM 1100-CHECK-RUN-LEDGER.

           IF NOT LEDGER-REFUSED
               OPEN INPUT RUNST-IN-FILE
               IF RUNSTIN-STATUS NOT = "00"
                   DISPLAY 'TMERGE01 - OPEN FAILED ON RUNSTIN STATUS='
                       RUNSTIN-STATUS
                   SET EOF TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1100-CHECK-RUN-LEDGER.

           MOVE RETURN-CODE TO STEP-RC.
           MOVE "B" TO RUNLK-FUNCTION.
           MOVE "TMERGE01" TO RUNLK-STEP.
           MOVE SPACES TO RUNLK-DATE.
           MOVE 0 TO RUNLK-CYCLE.
           MOVE 0 TO RUNLK-STEP-RC.
           CALL PGMRUNLG USING RUNLK-PARMS.
           MOVE STEP-RC TO RETURN-CODE.

           IF RUNLK-OVERRIDDEN
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNOVRD" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 7500-WRITE-ALERT
           ELSE
           IF NOT RUNLK-CLEARED
               DISPLAY 'TMERGE01 - RUN REFUSED BY THE RUN LEDGER: '
                   RUNLK-MESSAGE
               SET LEDGER-REFUSED TO TRUE
               SET EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "RUNORDER" TO ALRT-CODE OF ALERT-WORK
               MOVE RUNLK-MESSAGE TO ALRT-TEXT OF ALERT-WORK
               PERFORM 7500-WRITE-ALERT
           END-IF
           END-IF.

       2000-READ-INSTANCE-STATS.
               TO RUNST-CONV-REJECTED OF MERGED-STATS.
           ADD RUNST-AMOUNT-TOTAL OF RUNST-IN-REC
               TO RUNST-AMOUNT-TOTAL OF MERGED-STATS.
           ADD RUNST-HELD-CNT OF RUNST-IN-REC
               TO RUNST-HELD-CNT OF MERGED-STATS.

           IF RUNST-RESTART-SW OF RUNST-IN-REC = "Y"
               MOVE "Y" TO RUNST-RESTART-SW OF MERGED-STATS
               RUNST-REJECT-CNT OF MERGED-STATS.
           DISPLAY '  OF WHICH DUPLICATES='
               RUNST-DUP-CNT OF MERGED-STATS.
           DISPLAY 'HELD OVER LIMIT COUNT='
               RUNST-HELD-CNT OF MERGED-STATS.
           DISPLAY 'ELAPSED (SLOWEST LEG)='
               RUNST-ELAPSED-SEC OF MERGED-STATS.
           DISPLAY '---------------------------------------------'.
           IF RUNSTIN-STATUS = "00" OR RUNSTIN-STATUS = "10"
               CLOSE RUNST-IN-FILE
           END-IF.

           PERFORM 8600-RECORD-RUN-END.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.
           DISPLAY 'TMERGE01 - INSTANCES MERGED=' INSTANCE-CNT.
           DISPLAY '** END TMERGE01'.

      * The step's condition code goes on its ledger entry - below
      * 8 lets the next step of the chain start. An end that cannot
      * be recorded leaves the entry "started", which holds the
      * chain until someone looks; the merge itself is done, so
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
               PERFORM 7500-WRITE-ALERT
           END-IF.

      * Refused by the run ledger: nothing was read or written but
      * the alert.
       8800-END-REFUSED-RUN.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TMERGE01 - NOTHING MERGED, RETURN CODE 12'.
           DISPLAY '** END TMERGE01'.


      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
