       IDENTIFICATION DIVISION.
       PROGRAM-ID. TMAINTFX.
      ******************************************************************
      * FX rate table maintenance. Loads the rate provider's daily
      * file (function "L" on every record) into the CPFXRT VSAM
      * table, and applies operations' add/update/delete
      * corrections the same way TMAINTCU maintains the
      * currencies. Every transaction - the daily load included -
      * writes a CPFXRTA audit record in the style of TMAINT05's
      * trail: a rate moves every USD equivalent TSUB06 and
      * TSTMT01 state for the days it covers, so where each rate
      * came from and what it replaced has to be answerable.
      * Runs each morning ahead of TMAIN01 so the day's rates are
      * in before the settlement summary asks for them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TXN-FILE ASSIGN TO MAINTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.
           SELECT FXRT-FILE ASSIGN TO FXRTVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXRT-KEY
               FILE STATUS IS FXRT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO FXRTAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TXN-FILE
           RECORDING MODE IS F.
       01 MAINT-TXN-REC.
           COPY CPMNTFX.

       FD  FXRT-FILE.
       01 FXRT-REC.
           COPY CPFXRT.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-REC.
           COPY CPFXRTA.

       WORKING-STORAGE SECTION.
       01 MAINT-STATUS      PIC X(02) VALUE "00".
       01 FXRT-STATUS       PIC X(02) VALUE "00".
       01 AUDIT-STATUS      PIC X(02) VALUE "00".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 APPLIED-CNT       PIC 9(09) VALUE 0.
       01 REJECTED-CNT      PIC 9(09) VALUE 0.

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 AUDIT-DATE        PIC X(08) VALUE SPACES.
       01 AUDIT-TIME        PIC X(08) VALUE SPACES.
       01 AUDIT-DISP        PIC X(08) VALUE SPACES.

      * Rate already on the table for the key, captured ahead of a
      * load, update or delete so the audit record shows what it
      * replaced as well as what it became.
       01 BEFORE-RATE       PIC 9(05)V9(06) VALUE 0.

       01 CHECK-DATE-NUM    PIC 9(08) VALUE 0.
       01 CHECK-DATE-INT    PIC 9(07) VALUE 0.
       01 RATE-EDIT         PIC ZZZZ9.999999.

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

           DISPLAY '*** BEGIN TMAINTFX'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MAINT-TXN-FILE.
           IF MAINT-STATUS NOT = "00"
               DISPLAY 'TMAINTFX - OPEN FAILED ON MAINTIN STATUS='
                   MAINT-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O FXRT-FILE.
           IF FXRT-STATUS NOT = "00"
               DISPLAY 'TMAINTFX - OPEN FAILED ON FXRTVS STATUS='
                   FXRT-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A rate change restates USD equivalents; loading without the
      * audit trail would leave it untraceable, so a missing audit
      * file is as fatal as a missing table - the same stance
      * TMAINT05 takes.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY 'TMAINTFX - OPEN FAILED ON FXRTAU STATUS='
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

           MOVE 0 TO BEFORE-RATE.

      * A blank currency or an impossible date would sit in the
      * table never found by TFXRT01, while the desk believed the
      * rate was in; a zero (or non-numeric) rate would state every
      * USD equivalent as nothing. All rejected here instead. USD
      * is 1 by definition and is never entered.
           MOVE 0 TO CHECK-DATE-INT.
           IF MNTFX-EFF-DATE IS NUMERIC
               MOVE MNTFX-EFF-DATE TO CHECK-DATE-NUM
               COMPUTE CHECK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(CHECK-DATE-NUM)
           END-IF.

           IF MNTFX-CURRENCY = SPACES OR MNTFX-CURRENCY = "USD"
                   OR CHECK-DATE-INT = 0
               DISPLAY 'TMAINTFX - INVALID RATE KEY "'
                   MNTFX-CURRENCY '" "' MNTFX-EFF-DATE '"'
               ADD 1 TO REJECTED-CNT
               MOVE "REJECTED" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE
           IF (MNTFX-LOAD OR MNTFX-ADD OR MNTFX-UPDATE)
                   AND (MNTFX-RATE NOT NUMERIC OR MNTFX-RATE = 0)
               DISPLAY 'TMAINTFX - INVALID RATE FOR '
                   MNTFX-CURRENCY ' ' MNTFX-EFF-DATE
               ADD 1 TO REJECTED-CNT
               MOVE "REJECTED" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE
               MOVE MNTFX-CURRENCY TO FXRT-CURRENCY
               MOVE MNTFX-EFF-DATE TO FXRT-EFF-DATE
               EVALUATE TRUE
                   WHEN MNTFX-LOAD
                       PERFORM 3050-LOAD-RATE
                   WHEN MNTFX-ADD
                       PERFORM 3100-ADD-RATE
                   WHEN MNTFX-UPDATE
                       PERFORM 3200-UPDATE-RATE
                   WHEN MNTFX-DELETE
                       PERFORM 3300-DELETE-RATE
                   WHEN OTHER
                       DISPLAY 'TMAINTFX - UNKNOWN FUNCTION CODE: '
                           MNTFX-FUNCTION
                       ADD 1 TO REJECTED-CNT
                       MOVE "REJECTED" TO AUDIT-DISP
                       PERFORM 5000-WRITE-AUDIT-RECORD
               END-EVALUATE
           END-IF
           END-IF.

      * The provider's file: a rate for a day not yet on the table
      * is added, one already there (a resent, corrected file) is
      * replaced.
       3050-LOAD-RATE.

           READ FXRT-FILE
               INVALID KEY
                   PERFORM 3100-ADD-RATE
               NOT INVALID KEY
                   PERFORM 3250-REPLACE-RATE
           END-READ.

       3100-ADD-RATE.

           MOVE MNTFX-CURRENCY TO FXRT-CURRENCY.
           MOVE MNTFX-EFF-DATE TO FXRT-EFF-DATE.
           MOVE MNTFX-RATE TO FXRT-RATE.
           MOVE RUN-DATE TO FXRT-LOAD-DATE.

           WRITE FXRT-REC
               INVALID KEY
                   DISPLAY 'TMAINTFX - ADD FAILED, KEY EXISTS: '
                       MNTFX-CURRENCY ' ' MNTFX-EFF-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
               NOT INVALID KEY
                   ADD 1 TO APPLIED-CNT
                   MOVE "APPLIED" TO AUDIT-DISP
                   MOVE MNTFX-RATE TO RATE-EDIT
                   DISPLAY 'TMAINTFX - ADDED ' MNTFX-CURRENCY
                       ' ' MNTFX-EFF-DATE ' RATE=' RATE-EDIT
           END-WRITE.

           PERFORM 5000-WRITE-AUDIT-RECORD.

       3200-UPDATE-RATE.

           READ FXRT-FILE
               INVALID KEY
                   DISPLAY 'TMAINTFX - UPDATE FAILED, KEY NOT FOUND: '
                       MNTFX-CURRENCY ' ' MNTFX-EFF-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-READ.

           IF FXRT-STATUS = "00"
               PERFORM 3250-REPLACE-RATE
           END-IF.

      * Common to an update and a load over an existing day; the
      * record has just been read.
       3250-REPLACE-RATE.

           MOVE FXRT-RATE TO BEFORE-RATE.
           MOVE MNTFX-RATE TO FXRT-RATE.
           MOVE RUN-DATE TO FXRT-LOAD-DATE.
           REWRITE FXRT-REC
               INVALID KEY
                   DISPLAY 'TMAINTFX - REWRITE FAILED: '
                       MNTFX-CURRENCY ' ' MNTFX-EFF-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
               NOT INVALID KEY
                   ADD 1 TO APPLIED-CNT
                   MOVE "APPLIED" TO AUDIT-DISP
                   MOVE MNTFX-RATE TO RATE-EDIT
                   DISPLAY 'TMAINTFX - REPLACED ' MNTFX-CURRENCY
                       ' ' MNTFX-EFF-DATE ' RATE=' RATE-EDIT
           END-REWRITE.
           PERFORM 5000-WRITE-AUDIT-RECORD.

      * Read before the DELETE so the rate's last value makes it
      * onto the audit trail, as TMAINT05 does.
       3300-DELETE-RATE.

           READ FXRT-FILE
               INVALID KEY
                   DISPLAY 'TMAINTFX - DELETE FAILED, KEY NOT FOUND: '
                       MNTFX-CURRENCY ' ' MNTFX-EFF-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-READ.

           IF FXRT-STATUS = "00"
               MOVE FXRT-RATE TO BEFORE-RATE
               DELETE FXRT-FILE RECORD
                   INVALID KEY
                       DISPLAY 'TMAINTFX - DELETE FAILED: '
                           MNTFX-CURRENCY ' ' MNTFX-EFF-DATE
                       ADD 1 TO REJECTED-CNT
                       MOVE "REJECTED" TO AUDIT-DISP
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-CNT
                       MOVE "DELETED" TO AUDIT-DISP
                       DISPLAY 'TMAINTFX - DELETED ' MNTFX-CURRENCY
                           ' ' MNTFX-EFF-DATE
               END-DELETE
               PERFORM 5000-WRITE-AUDIT-RECORD
           END-IF.

       5000-WRITE-AUDIT-RECORD.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACES TO FXRTA-TIMESTAMP.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
               INTO FXRTA-TIMESTAMP
           END-STRING.

           MOVE MNTFX-FUNCTION TO FXRTA-FUNCTION.
           MOVE MNTFX-CURRENCY TO FXRTA-CURRENCY.
           MOVE MNTFX-EFF-DATE TO FXRTA-EFF-DATE.
           MOVE AUDIT-DISP TO FXRTA-STATUS.
           MOVE BEFORE-RATE TO FXRTA-BEF-RATE.

      * The after image is what the table now carries: zero for a
      * delete (the earlier rate is in force again) and for a
      * rejected transaction (the table did not change).
           IF AUDIT-DISP = "APPLIED"
               MOVE MNTFX-RATE TO FXRTA-AFT-RATE
           ELSE
               MOVE 0 TO FXRTA-AFT-RATE
           END-IF.

           WRITE AUDIT-REC.

       8000-TERMINATION.

      * CLOSE on a file that was never opened is a logic error under
      * IBM file status rules (file status 42), so each CLOSE is
      * guarded by its own OPEN having actually succeeded - the same
      * pattern TMAIN01's 8000-TERMINATION uses.
           IF MAINT-STATUS = "00" OR MAINT-STATUS = "10"
               CLOSE MAINT-TXN-FILE
           END-IF.
      * A rejected add or a key not found leaves "22" or "23" from
      * the last request on a file that is still open.
           IF FXRT-STATUS = "00" OR FXRT-STATUS = "22"
                   OR FXRT-STATUS = "23"
               CLOSE FXRT-FILE
           END-IF.
           IF AUDIT-STATUS = "00"
               CLOSE AUDIT-FILE
           END-IF.

           DISPLAY 'TMAINTFX - APPLIED=' APPLIED-CNT
               ' REJECTED=' REJECTED-CNT.
           DISPLAY '** END TMAINTFX'.

      *****************************************************
