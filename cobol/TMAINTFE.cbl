       IDENTIFICATION DIVISION.
       PROGRAM-ID. TMAINTFE.
      ******************************************************************
      * Partner fee schedule maintenance. Applies the billing
      * desk's add/update/delete transactions (CPMNTFE) to the
      * CPFEESC VSAM schedule the same way TMAINTFX maintains the
      * FX rates, and writes a CPFEESA audit record for every one:
      * a fee entry decides what TFEEC01 charges a partner on every
      * transaction of the days it covers, so where each entry came
      * from and what it replaced has to be answerable when an
      * invoice is disputed. Run whenever the desk has changes,
      * ahead of that day's TFEEC01.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TXN-FILE ASSIGN TO MAINTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.
           SELECT FEESC-FILE ASSIGN TO FEESCVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEES-KEY
               FILE STATUS IS FEESC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO FEESCAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TXN-FILE
           RECORDING MODE IS F.
       01 MAINT-TXN-REC.
           COPY CPMNTFE.

       FD  FEESC-FILE.
       01 FEESC-REC.
           COPY CPFEESC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-REC.
           COPY CPFEESA.

       WORKING-STORAGE SECTION.
       01 MAINT-STATUS      PIC X(02) VALUE "00".
       01 FEESC-STATUS      PIC X(02) VALUE "00".
       01 AUDIT-STATUS      PIC X(02) VALUE "00".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 APPLIED-CNT       PIC 9(09) VALUE 0.
       01 REJECTED-CNT      PIC 9(09) VALUE 0.

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 AUDIT-DATE        PIC X(08) VALUE SPACES.
       01 AUDIT-TIME        PIC X(08) VALUE SPACES.
       01 AUDIT-DISP        PIC X(08) VALUE SPACES.

      * Entry already on the schedule for the key, captured ahead of
      * an update or delete so the audit record shows what it
      * replaced as well as what it became.
       01 BEFORE-ENTRY.
           05 BEFORE-FLAT       PIC 9(05)V9(02) VALUE 0.
           05 BEFORE-PCT        PIC 9(03)V9(04) VALUE 0.
           05 BEFORE-MIN        PIC 9(05)V9(02) VALUE 0.
           05 BEFORE-MAX        PIC 9(05)V9(02) VALUE 0.

       01 CHECK-DATE-NUM    PIC 9(08) VALUE 0.
       01 CHECK-DATE-INT    PIC 9(07) VALUE 0.
       01 FLAT-EDIT         PIC ZZZZ9.99.
       01 PCT-EDIT          PIC ZZ9.9999.

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

           DISPLAY '*** BEGIN TMAINTFE'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MAINT-TXN-FILE.
           IF MAINT-STATUS NOT = "00"
               DISPLAY 'TMAINTFE - OPEN FAILED ON MAINTIN STATUS='
                   MAINT-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O FEESC-FILE.
           IF FEESC-STATUS NOT = "00"
               DISPLAY 'TMAINTFE - OPEN FAILED ON FEESCVS STATUS='
                   FEESC-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A fee change without its audit trail could not be explained
      * to the partner it was charged to, so a missing audit file is
      * as fatal as a missing schedule - TMAINTFX's stance.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY 'TMAINTFE - OPEN FAILED ON FEESCAU STATUS='
                   AUDIT-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-READ-MAINT-TXN.

           READ MAINT-TXN-FILE INTO MAINT-TXN-REC
               AT END
                   SET EOF TO TRUE
           END-READ.

       3000-APPLY-MAINT-TXN.

           MOVE 0 TO BEFORE-FLAT.
           MOVE 0 TO BEFORE-PCT.
           MOVE 0 TO BEFORE-MIN.
           MOVE 0 TO BEFORE-MAX.

      * A blank route or currency or an impossible date would sit
      * on the schedule never found by TFEEC01 while the desk
      * believed the fee was in. Non-numeric amounts, a percentage
      * over 100 or a cap below the minimum would price every
      * transaction wrongly - all rejected here instead. A zero
      * entry is allowed: it is how a charge is stopped from a date.
           MOVE 0 TO CHECK-DATE-INT.
           IF MNTFE-EFF-DATE IS NUMERIC
               MOVE MNTFE-EFF-DATE TO CHECK-DATE-NUM
               COMPUTE CHECK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(CHECK-DATE-NUM)
           END-IF.

           IF MNTFE-ROUTE-CODE = SPACES OR MNTFE-CURRENCY = SPACES
                   OR CHECK-DATE-INT = 0
               DISPLAY 'TMAINTFE - INVALID FEE KEY "'
                   MNTFE-ROUTE-CODE '" "' MNTFE-CURRENCY '" "'
                   MNTFE-EFF-DATE '"'
               ADD 1 TO REJECTED-CNT
               MOVE "REJECTED" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE
           IF (MNTFE-ADD OR MNTFE-UPDATE)
                   AND (MNTFE-FLAT-FEE NOT NUMERIC
                        OR MNTFE-PCT-RATE NOT NUMERIC
                        OR MNTFE-MIN-FEE NOT NUMERIC
                        OR MNTFE-MAX-FEE NOT NUMERIC)
               DISPLAY 'TMAINTFE - NON-NUMERIC FEE FOR '
                   MNTFE-ROUTE-CODE ' ' MNTFE-CURRENCY ' '
                   MNTFE-EFF-DATE
               ADD 1 TO REJECTED-CNT
               MOVE "REJECTED" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE
           IF (MNTFE-ADD OR MNTFE-UPDATE)
                   AND (MNTFE-PCT-RATE > 100
                        OR (MNTFE-MAX-FEE > 0
                            AND MNTFE-MAX-FEE < MNTFE-MIN-FEE))
               DISPLAY 'TMAINTFE - INVALID PERCENTAGE OR CAP FOR '
                   MNTFE-ROUTE-CODE ' ' MNTFE-CURRENCY ' '
                   MNTFE-EFF-DATE
               ADD 1 TO REJECTED-CNT
               MOVE "REJECTED" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE
               MOVE MNTFE-ROUTE-CODE TO FEES-ROUTE-CODE
               MOVE MNTFE-CURRENCY TO FEES-CURRENCY
               MOVE MNTFE-EFF-DATE TO FEES-EFF-DATE
               EVALUATE TRUE
                   WHEN MNTFE-ADD
                       PERFORM 3100-ADD-FEE
                   WHEN MNTFE-UPDATE
                       PERFORM 3200-UPDATE-FEE
                   WHEN MNTFE-DELETE
                       PERFORM 3300-DELETE-FEE
                   WHEN OTHER
                       DISPLAY 'TMAINTFE - UNKNOWN FUNCTION CODE: '
                           MNTFE-FUNCTION
                       ADD 1 TO REJECTED-CNT
                       MOVE "REJECTED" TO AUDIT-DISP
                       PERFORM 5000-WRITE-AUDIT-RECORD
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

       3100-ADD-FEE.

           MOVE SPACES TO FEESC-REC.
           MOVE MNTFE-ROUTE-CODE TO FEES-ROUTE-CODE.
           MOVE MNTFE-CURRENCY TO FEES-CURRENCY.
           MOVE MNTFE-EFF-DATE TO FEES-EFF-DATE.
           PERFORM 3150-MOVE-FEE-VALUES.

           WRITE FEESC-REC
               INVALID KEY
                   DISPLAY 'TMAINTFE - ADD FAILED, KEY EXISTS: '
                       MNTFE-ROUTE-CODE ' ' MNTFE-CURRENCY ' '
                       MNTFE-EFF-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
               NOT INVALID KEY
                   ADD 1 TO APPLIED-CNT
                   MOVE "APPLIED" TO AUDIT-DISP
                   MOVE MNTFE-FLAT-FEE TO FLAT-EDIT
                   MOVE MNTFE-PCT-RATE TO PCT-EDIT
                   DISPLAY 'TMAINTFE - ADDED ' MNTFE-ROUTE-CODE
                       ' ' MNTFE-CURRENCY ' ' MNTFE-EFF-DATE
                       ' FLAT=' FLAT-EDIT ' PCT=' PCT-EDIT
           END-WRITE.

           PERFORM 5000-WRITE-AUDIT-RECORD.

       3150-MOVE-FEE-VALUES.

           MOVE MNTFE-FLAT-FEE TO FEES-FLAT-FEE.
           MOVE MNTFE-PCT-RATE TO FEES-PCT-RATE.
           MOVE MNTFE-MIN-FEE TO FEES-MIN-FEE.
           MOVE MNTFE-MAX-FEE TO FEES-MAX-FEE.
           MOVE RUN-DATE TO FEES-LOAD-DATE.

       3200-UPDATE-FEE.

           READ FEESC-FILE
               INVALID KEY
                   DISPLAY 'TMAINTFE - UPDATE FAILED, KEY NOT FOUND: '
                       MNTFE-ROUTE-CODE ' ' MNTFE-CURRENCY ' '
                       MNTFE-EFF-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-READ.

           IF FEESC-STATUS = "00"
               PERFORM 3250-CAPTURE-BEFORE
               PERFORM 3150-MOVE-FEE-VALUES
               REWRITE FEESC-REC
                   INVALID KEY
                       DISPLAY 'TMAINTFE - REWRITE FAILED: '
                           MNTFE-ROUTE-CODE ' ' MNTFE-CURRENCY ' '
                           MNTFE-EFF-DATE
                       ADD 1 TO REJECTED-CNT
                       MOVE "REJECTED" TO AUDIT-DISP
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-CNT
                       MOVE "APPLIED" TO AUDIT-DISP
                       MOVE MNTFE-FLAT-FEE TO FLAT-EDIT
                       MOVE MNTFE-PCT-RATE TO PCT-EDIT
                       DISPLAY 'TMAINTFE - UPDATED ' MNTFE-ROUTE-CODE
                           ' ' MNTFE-CURRENCY ' ' MNTFE-EFF-DATE
                           ' FLAT=' FLAT-EDIT ' PCT=' PCT-EDIT
               END-REWRITE
               PERFORM 5000-WRITE-AUDIT-RECORD
           END-IF.

       3250-CAPTURE-BEFORE.

           MOVE FEES-FLAT-FEE TO BEFORE-FLAT.
           MOVE FEES-PCT-RATE TO BEFORE-PCT.
           MOVE FEES-MIN-FEE TO BEFORE-MIN.
           MOVE FEES-MAX-FEE TO BEFORE-MAX.

      * Read before the DELETE so the entry's last values make it
      * onto the audit trail, as TMAINTFX does.
       3300-DELETE-FEE.

           READ FEESC-FILE
               INVALID KEY
                   DISPLAY 'TMAINTFE - DELETE FAILED, KEY NOT FOUND: '
                       MNTFE-ROUTE-CODE ' ' MNTFE-CURRENCY ' '
                       MNTFE-EFF-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-READ.

           IF FEESC-STATUS = "00"
               PERFORM 3250-CAPTURE-BEFORE
               DELETE FEESC-FILE RECORD
                   INVALID KEY
                       DISPLAY 'TMAINTFE - DELETE FAILED: '
                           MNTFE-ROUTE-CODE ' ' MNTFE-CURRENCY ' '
                           MNTFE-EFF-DATE
                       ADD 1 TO REJECTED-CNT
                       MOVE "REJECTED" TO AUDIT-DISP
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-CNT
                       MOVE "DELETED" TO AUDIT-DISP
                       DISPLAY 'TMAINTFE - DELETED ' MNTFE-ROUTE-CODE
                           ' ' MNTFE-CURRENCY ' ' MNTFE-EFF-DATE
               END-DELETE
               PERFORM 5000-WRITE-AUDIT-RECORD
           END-IF.

       5000-WRITE-AUDIT-RECORD.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACES TO FEESA-TIMESTAMP.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
               INTO FEESA-TIMESTAMP
           END-STRING.

           MOVE MNTFE-FUNCTION TO FEESA-FUNCTION.
           MOVE MNTFE-ROUTE-CODE TO FEESA-ROUTE-CODE.
           MOVE MNTFE-CURRENCY TO FEESA-CURRENCY.
           MOVE MNTFE-EFF-DATE TO FEESA-EFF-DATE.
           MOVE AUDIT-DISP TO FEESA-STATUS.
           MOVE BEFORE-FLAT TO FEESA-BEF-FLAT.
           MOVE BEFORE-PCT TO FEESA-BEF-PCT.
           MOVE BEFORE-MIN TO FEESA-BEF-MIN.
           MOVE BEFORE-MAX TO FEESA-BEF-MAX.

      * The after image is what the schedule now carries: zeros for
      * a delete (the earlier entry is in force again) and for a
      * rejected transaction (the schedule did not change).
           IF AUDIT-DISP = "APPLIED"
               MOVE MNTFE-FLAT-FEE TO FEESA-AFT-FLAT
               MOVE MNTFE-PCT-RATE TO FEESA-AFT-PCT
               MOVE MNTFE-MIN-FEE TO FEESA-AFT-MIN
               MOVE MNTFE-MAX-FEE TO FEESA-AFT-MAX
           ELSE
               MOVE 0 TO FEESA-AFT-FLAT
               MOVE 0 TO FEESA-AFT-PCT
               MOVE 0 TO FEESA-AFT-MIN
               MOVE 0 TO FEESA-AFT-MAX
           END-IF.

           WRITE AUDIT-REC.

       8000-TERMINATION.

      * CLOSE on a file that was never opened is a logic error under
      * IBM file status rules (file status 42), so each CLOSE is
      * guarded by its own OPEN having actually succeeded.
           IF MAINT-STATUS = "00" OR MAINT-STATUS = "10"
               CLOSE MAINT-TXN-FILE
           END-IF.
      * A rejected add or a key not found leaves "22" or "23" from
      * the last request on a file that is still open.
           IF FEESC-STATUS = "00" OR FEESC-STATUS = "22"
                   OR FEESC-STATUS = "23"
               CLOSE FEESC-FILE
           END-IF.
           IF AUDIT-STATUS = "00"
               CLOSE AUDIT-FILE
           END-IF.

           DISPLAY 'TMAINTFE - APPLIED=' APPLIED-CNT
               ' REJECTED=' REJECTED-CNT.
           DISPLAY '** END TMAINTFE'.

      *****************************************************
