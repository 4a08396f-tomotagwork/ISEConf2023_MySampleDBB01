       IDENTIFICATION DIVISION.
       PROGRAM-ID. TMAINTSL.
      ******************************************************************
      * Batch SLA table maintenance. Applies CPMNTSL add/update/
      * delete transactions to the CPSLA VSAM table the same way
      * TMAINTCU maintains the currency table. TSLAM01 measures the
      * nightly chain against these targets, so a renegotiated
      * partner deadline is a transaction through this program, not
      * a code change. An entry must name a step the run-state
      * ledger knows, or the monitor could never see it reached.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TXN-FILE ASSIGN TO MAINTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.
           SELECT SLA-FILE ASSIGN TO SLAVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLA-KEY
               FILE STATUS IS SLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TXN-FILE
           RECORDING MODE IS F.
       01 MAINT-TXN-REC.
           COPY CPMNTSL.

       FD  SLA-FILE.
       01 SLA-REC.
           COPY CPSLA.

       WORKING-STORAGE SECTION.
       01 MAINT-STATUS      PIC X(02) VALUE "00".
       01 SLA-STATUS        PIC X(02) VALUE "00".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 APPLIED-CNT       PIC 9(09) VALUE 0.
       01 REJECTED-CNT      PIC 9(09) VALUE 0.

       01 TXN-VALID-SW      PIC X(01) VALUE "Y".
           88 TXN-VALID     VALUE "Y".
       01 REJECT-REASON     PIC X(40) VALUE SPACES.

      * Steps whose completion the run-state ledger records.
       01 CHECK-STEP        PIC X(08) VALUE SPACES.
           88 KNOWN-STEP    VALUES "TCONV01" "TMAIN01" "TSPLIT01"
                                   "TMAIN01*" "TMERGE01" "TCLOSE01"
                                   "TPURG01" "TARCH01".

       01 HHMM-WORK         PIC 9(04) VALUE 0.
       01 HHMM-PARTS REDEFINES HHMM-WORK.
           05 HHMM-HH       PIC 9(02).
           05 HHMM-MM       PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZATION.

           PERFORM UNTIL EOF
               PERFORM 2000-READ-MAINT-TXN
               IF NOT EOF
                   PERFORM 3000-APPLY-MAINT-TXN
               END-IF
           END-PERFORM.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TMAINTSL'.

           OPEN INPUT MAINT-TXN-FILE.
           IF MAINT-STATUS NOT = "00"
               DISPLAY 'TMAINTSL - OPEN FAILED ON MAINTIN STATUS='
                   MAINT-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O SLA-FILE.
           IF SLA-STATUS NOT = "00"
               DISPLAY 'TMAINTSL - OPEN FAILED ON SLAVS STATUS='
                   SLA-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-READ-MAINT-TXN.

           READ MAINT-TXN-FILE INTO MAINT-TXN-REC
               AT END
                   SET EOF TO TRUE
           END-READ.

       3000-APPLY-MAINT-TXN.

           PERFORM 3050-VALIDATE-TXN.

           IF NOT TXN-VALID
               DISPLAY 'TMAINTSL - ' REJECT-REASON ' FOR MILESTONE: '
                   MNTSL-MILESTONE ' CYCLE ' MNTSL-CYCLE
               ADD 1 TO REJECTED-CNT
           ELSE
               MOVE MNTSL-MILESTONE TO SLA-MILESTONE
               MOVE MNTSL-CYCLE TO SLA-CYCLE
               EVALUATE TRUE
                   WHEN MNTSL-ADD
                       PERFORM 3100-ADD-SLA
                   WHEN MNTSL-UPDATE
                       PERFORM 3200-UPDATE-SLA
                   WHEN MNTSL-DELETE
                       PERFORM 3300-DELETE-SLA
                   WHEN OTHER
                       DISPLAY 'TMAINTSL - UNKNOWN FUNCTION CODE: '
                           MNTSL-FUNCTION
                       ADD 1 TO REJECTED-CNT
               END-EVALUATE
           END-IF.

      * An add or update image the monitor could not use is rejected
      * here rather than being let into the table to miss or
      * mis-time a milestone.
       3050-VALIDATE-TXN.

           MOVE "Y" TO TXN-VALID-SW.
           MOVE SPACES TO REJECT-REASON.

           IF MNTSL-MILESTONE = SPACES
               MOVE "N" TO TXN-VALID-SW
               MOVE "MILESTONE MISSING" TO REJECT-REASON
           ELSE
           IF MNTSL-CYCLE IS NOT NUMERIC
               MOVE "N" TO TXN-VALID-SW
               MOVE "INVALID CYCLE" TO REJECT-REASON
           END-IF
           END-IF.

           IF TXN-VALID
                   AND (MNTSL-ADD OR MNTSL-UPDATE)
               PERFORM 3060-VALIDATE-IMAGE
           END-IF.

       3060-VALIDATE-IMAGE.

           IF MNTSL-STEP-PARALLEL = SPACES
               MOVE MNTSL-STEP-SINGLE TO MNTSL-STEP-PARALLEL
           END-IF.

           IF MNTSL-TARGET-HHMM IS NUMERIC
               MOVE MNTSL-TARGET-HHMM TO HHMM-WORK
           ELSE
               MOVE 9999 TO HHMM-WORK
           END-IF.

           IF MNTSL-TARGET-DAYS IS NOT NUMERIC
                   OR MNTSL-TARGET-DAYS > "3"
               MOVE "N" TO TXN-VALID-SW
               MOVE "INVALID TARGET DAY OFFSET (0-3)" TO REJECT-REASON
           ELSE
           IF HHMM-HH > 23
                   OR HHMM-MM > 59
               MOVE "N" TO TXN-VALID-SW
               MOVE "INVALID TARGET TIME" TO REJECT-REASON
           ELSE
           IF MNTSL-WARN-MINUTES IS NOT NUMERIC
               MOVE "N" TO TXN-VALID-SW
               MOVE "INVALID WARNING MARGIN" TO REJECT-REASON
           ELSE
           IF MNTSL-ACTIVE-FLAG NOT = "Y"
                   AND MNTSL-ACTIVE-FLAG NOT = "N"
               MOVE "N" TO TXN-VALID-SW
               MOVE "INVALID ACTIVE FLAG" TO REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF.

           IF TXN-VALID
               MOVE MNTSL-STEP-SINGLE TO CHECK-STEP
               IF NOT KNOWN-STEP
                       OR CHECK-STEP = "TMAIN01*"
                   MOVE "N" TO TXN-VALID-SW
                   MOVE "UNKNOWN SINGLE-STREAM STEP" TO REJECT-REASON
               END-IF
           END-IF.

           IF TXN-VALID
               MOVE MNTSL-STEP-PARALLEL TO CHECK-STEP
               IF NOT KNOWN-STEP
                   MOVE "N" TO TXN-VALID-SW
                   MOVE "UNKNOWN PARALLEL-STREAM STEP" TO REJECT-REASON
               END-IF
           END-IF.

       3100-ADD-SLA.

           PERFORM 3400-MOVE-IMAGE.

           WRITE SLA-REC
               INVALID KEY
                   DISPLAY 'TMAINTSL - ADD FAILED, KEY EXISTS: '
                       MNTSL-MILESTONE ' CYCLE ' MNTSL-CYCLE
                   ADD 1 TO REJECTED-CNT
               NOT INVALID KEY
                   ADD 1 TO APPLIED-CNT
                   DISPLAY 'TMAINTSL - ADDED SLA ' MNTSL-MILESTONE
                       ' CYCLE ' MNTSL-CYCLE
                       ' TARGET +' MNTSL-TARGET-DAYS ' '
                       MNTSL-TARGET-HHMM
                       ' STEPS ' MNTSL-STEP-SINGLE '/'
                       MNTSL-STEP-PARALLEL
                       ' ACTIVE=' MNTSL-ACTIVE-FLAG
           END-WRITE.

       3200-UPDATE-SLA.

           READ SLA-FILE
               INVALID KEY
                   DISPLAY 'TMAINTSL - UPDATE FAILED, KEY NOT FOUND: '
                       MNTSL-MILESTONE ' CYCLE ' MNTSL-CYCLE
                   ADD 1 TO REJECTED-CNT
           END-READ.

           IF SLA-STATUS = "00"
               PERFORM 3400-MOVE-IMAGE
               REWRITE SLA-REC
                   INVALID KEY
                       DISPLAY 'TMAINTSL - REWRITE FAILED: '
                           MNTSL-MILESTONE ' CYCLE ' MNTSL-CYCLE
                       ADD 1 TO REJECTED-CNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-CNT
                       DISPLAY 'TMAINTSL - UPDATED SLA '
                           MNTSL-MILESTONE
                           ' CYCLE ' MNTSL-CYCLE
                           ' TARGET +' MNTSL-TARGET-DAYS ' '
                           MNTSL-TARGET-HHMM
                           ' STEPS ' MNTSL-STEP-SINGLE '/'
                           MNTSL-STEP-PARALLEL
                           ' ACTIVE=' MNTSL-ACTIVE-FLAG
               END-REWRITE
           END-IF.

       3300-DELETE-SLA.

           DELETE SLA-FILE RECORD
               INVALID KEY
                   DISPLAY 'TMAINTSL - DELETE FAILED, KEY NOT FOUND: '
                       MNTSL-MILESTONE ' CYCLE ' MNTSL-CYCLE
                   ADD 1 TO REJECTED-CNT
               NOT INVALID KEY
                   ADD 1 TO APPLIED-CNT
                   DISPLAY 'TMAINTSL - DELETED SLA '
                       MNTSL-MILESTONE ' CYCLE ' MNTSL-CYCLE
           END-DELETE.

       3400-MOVE-IMAGE.

           MOVE SPACES TO SLA-REC.
           MOVE MNTSL-MILESTONE TO SLA-MILESTONE.
           MOVE MNTSL-CYCLE TO SLA-CYCLE.
           MOVE MNTSL-TARGET-DAYS TO SLA-TARGET-DAYS.
           MOVE MNTSL-TARGET-HHMM TO SLA-TARGET-HHMM.
           MOVE MNTSL-WARN-MINUTES TO SLA-WARN-MINUTES.
           MOVE MNTSL-STEP-SINGLE TO SLA-STEP-SINGLE.
           MOVE MNTSL-STEP-PARALLEL TO SLA-STEP-PARALLEL.
           MOVE MNTSL-ACTIVE-FLAG TO SLA-ACTIVE-FLAG.
           MOVE MNTSL-DESC TO SLA-DESC.

       8000-TERMINATION.

      * CLOSE on a file that was never opened is a logic error under
      * IBM file status rules (file status 42), so each CLOSE is
      * guarded by its own OPEN having actually succeeded - the same
      * pattern TMAIN01's 8000-TERMINATION uses.
           IF MAINT-STATUS = "00" OR MAINT-STATUS = "10"
               CLOSE MAINT-TXN-FILE
           END-IF.
           IF SLA-STATUS = "00" OR SLA-STATUS = "23"
                   OR SLA-STATUS = "22"
               CLOSE SLA-FILE
           END-IF.

           DISPLAY 'TMAINTSL - APPLIED=' APPLIED-CNT
               ' REJECTED=' REJECTED-CNT.
           DISPLAY '** END TMAINTSL'.

      *****************************************************
