       IDENTIFICATION DIVISION.
       PROGRAM-ID. TMAINTBC.
      ******************************************************************
      * Business calendar maintenance. Applies CPMNTBC add/update/
      * delete transactions to the CPBCAL VSAM table the same way
      * TMAINTCU maintains the currencies, and writes a CPBCALA
      * audit record for every transaction in the style of
      * TMAINT05's trail - a holiday entered or removed moves
      * settlement dates and the aging in five programs, so who
      * changed the calendar and when has to be answerable.
      * Announcing a market holiday is a transaction through this
      * program, not a hand correction of settlement dates after the
      * fact.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TXN-FILE ASSIGN TO MAINTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.
           SELECT BCAL-FILE ASSIGN TO BCALVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCAL-KEY
               FILE STATUS IS BCAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO BCALAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TXN-FILE
           RECORDING MODE IS F.
       01 MAINT-TXN-REC.
           COPY CPMNTBC.

       FD  BCAL-FILE.
       01 BCAL-REC.
           COPY CPBCAL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-REC.
           COPY CPBCALA.

       WORKING-STORAGE SECTION.
       01 MAINT-STATUS      PIC X(02) VALUE "00".
       01 BCAL-STATUS       PIC X(02) VALUE "00".
       01 AUDIT-STATUS      PIC X(02) VALUE "00".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 APPLIED-CNT       PIC 9(09) VALUE 0.
       01 REJECTED-CNT      PIC 9(09) VALUE 0.

       01 AUDIT-DATE        PIC X(08) VALUE SPACES.
       01 AUDIT-TIME        PIC X(08) VALUE SPACES.
       01 AUDIT-DISP        PIC X(08) VALUE SPACES.

      * Before image of the calendar entry captured ahead of an
      * update or delete, so the audit record shows what the day
      * was as well as what it became.
       01 BEFORE-TYPE       PIC X(01) VALUE SPACES.
       01 BEFORE-DESC       PIC X(20) VALUE SPACES.

       01 CHECK-DATE-NUM    PIC 9(08) VALUE 0.
       01 CHECK-DATE-INT    PIC 9(07) VALUE 0.

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

           DISPLAY '*** BEGIN TMAINTBC'.

           OPEN INPUT MAINT-TXN-FILE.
           IF MAINT-STATUS NOT = "00"
               DISPLAY 'TMAINTBC - OPEN FAILED ON MAINTIN STATUS='
                   MAINT-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN I-O BCAL-FILE.
           IF BCAL-STATUS NOT = "00"
               DISPLAY 'TMAINTBC - OPEN FAILED ON BCALVS STATUS='
                   BCAL-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A calendar change moves settlement dates; running without
      * the audit trail would leave it untraceable, so a missing
      * audit file is as fatal as a missing table - the same stance
      * TMAINT05 takes.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY 'TMAINTBC - OPEN FAILED ON BCALAU STATUS='
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

           MOVE SPACES TO BEFORE-TYPE.
           MOVE SPACES TO BEFORE-DESC.

      * A date TBDAY01 could not place on the calendar, or a blank
      * currency, would sit in the table doing nothing while the
      * desk believed the holiday was in - rejected here instead.
           MOVE 0 TO CHECK-DATE-INT.
           IF MNTBC-DATE IS NUMERIC
               MOVE MNTBC-DATE TO CHECK-DATE-NUM
               COMPUTE CHECK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(CHECK-DATE-NUM)
           END-IF.

           IF MNTBC-CURRENCY = SPACES OR CHECK-DATE-INT = 0
               DISPLAY 'TMAINTBC - INVALID CALENDAR KEY "'
                   MNTBC-CURRENCY '" "' MNTBC-DATE '"'
               ADD 1 TO REJECTED-CNT
               MOVE "REJECTED" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE
           IF (MNTBC-ADD OR MNTBC-UPDATE)
                   AND (MNTBC-DAY-TYPE NOT = "H"
                       AND MNTBC-DAY-TYPE NOT = "N")
               DISPLAY 'TMAINTBC - INVALID DAY TYPE "'
                   MNTBC-DAY-TYPE '" FOR ' MNTBC-CURRENCY
                   ' ' MNTBC-DATE
               ADD 1 TO REJECTED-CNT
               MOVE "REJECTED" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE
               MOVE MNTBC-CURRENCY TO BCAL-CURRENCY
               MOVE MNTBC-DATE TO BCAL-DATE
               EVALUATE TRUE
                   WHEN MNTBC-ADD
                       PERFORM 3100-ADD-CALENDAR-DAY
                   WHEN MNTBC-UPDATE
                       PERFORM 3200-UPDATE-CALENDAR-DAY
                   WHEN MNTBC-DELETE
                       PERFORM 3300-DELETE-CALENDAR-DAY
                   WHEN OTHER
                       DISPLAY 'TMAINTBC - UNKNOWN FUNCTION CODE: '
                           MNTBC-FUNCTION
                       ADD 1 TO REJECTED-CNT
                       MOVE "REJECTED" TO AUDIT-DISP
                       PERFORM 5000-WRITE-AUDIT-RECORD
               END-EVALUATE
           END-IF
           END-IF.

       3100-ADD-CALENDAR-DAY.

           MOVE MNTBC-DAY-TYPE TO BCAL-DAY-TYPE.
           MOVE MNTBC-DESC TO BCAL-DESC.

           WRITE BCAL-REC
               INVALID KEY
                   DISPLAY 'TMAINTBC - ADD FAILED, KEY EXISTS: '
                       MNTBC-CURRENCY ' ' MNTBC-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
               NOT INVALID KEY
                   ADD 1 TO APPLIED-CNT
                   MOVE "APPLIED" TO AUDIT-DISP
                   DISPLAY 'TMAINTBC - ADDED ' MNTBC-CURRENCY
                       ' ' MNTBC-DATE ' TYPE=' MNTBC-DAY-TYPE
                       ' ' MNTBC-DESC
           END-WRITE.

           PERFORM 5000-WRITE-AUDIT-RECORD.

       3200-UPDATE-CALENDAR-DAY.

           READ BCAL-FILE
               INVALID KEY
                   DISPLAY 'TMAINTBC - UPDATE FAILED, KEY NOT FOUND: '
                       MNTBC-CURRENCY ' ' MNTBC-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-READ.

           IF BCAL-STATUS = "00"
               MOVE BCAL-DAY-TYPE TO BEFORE-TYPE
               MOVE BCAL-DESC TO BEFORE-DESC
               MOVE MNTBC-DAY-TYPE TO BCAL-DAY-TYPE
               MOVE MNTBC-DESC TO BCAL-DESC
               REWRITE BCAL-REC
                   INVALID KEY
                       DISPLAY 'TMAINTBC - REWRITE FAILED: '
                           MNTBC-CURRENCY ' ' MNTBC-DATE
                       ADD 1 TO REJECTED-CNT
                       MOVE "REJECTED" TO AUDIT-DISP
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-CNT
                       MOVE "APPLIED" TO AUDIT-DISP
                       DISPLAY 'TMAINTBC - UPDATED ' MNTBC-CURRENCY
                           ' ' MNTBC-DATE ' TYPE=' MNTBC-DAY-TYPE
                           ' ' MNTBC-DESC
               END-REWRITE
               PERFORM 5000-WRITE-AUDIT-RECORD
           END-IF.

      * Read before the DELETE so the day's last values make it
      * onto the audit trail, as TMAINT05 does.
       3300-DELETE-CALENDAR-DAY.

           READ BCAL-FILE
               INVALID KEY
                   DISPLAY 'TMAINTBC - DELETE FAILED, KEY NOT FOUND: '
                       MNTBC-CURRENCY ' ' MNTBC-DATE
                   ADD 1 TO REJECTED-CNT
                   MOVE "REJECTED" TO AUDIT-DISP
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-READ.

           IF BCAL-STATUS = "00"
               MOVE BCAL-DAY-TYPE TO BEFORE-TYPE
               MOVE BCAL-DESC TO BEFORE-DESC
               DELETE BCAL-FILE RECORD
                   INVALID KEY
                       DISPLAY 'TMAINTBC - DELETE FAILED: '
                           MNTBC-CURRENCY ' ' MNTBC-DATE
                       ADD 1 TO REJECTED-CNT
                       MOVE "REJECTED" TO AUDIT-DISP
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-CNT
                       MOVE "DELETED" TO AUDIT-DISP
                       DISPLAY 'TMAINTBC - DELETED ' MNTBC-CURRENCY
                           ' ' MNTBC-DATE
               END-DELETE
               PERFORM 5000-WRITE-AUDIT-RECORD
           END-IF.

       5000-WRITE-AUDIT-RECORD.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACES TO BCALA-TIMESTAMP.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
               INTO BCALA-TIMESTAMP
           END-STRING.

           MOVE MNTBC-FUNCTION TO BCALA-FUNCTION.
           MOVE MNTBC-CURRENCY TO BCALA-CURRENCY.
           MOVE MNTBC-DATE TO BCALA-DATE.
           MOVE AUDIT-DISP TO BCALA-STATUS.
           MOVE BEFORE-TYPE TO BCALA-BEF-TYPE.
           MOVE BEFORE-DESC TO BCALA-BEF-DESC.

      * The after image is what the table now carries: blank for a
      * delete (the day is a business day again) and for a
      * rejected transaction (the table did not change).
           IF AUDIT-DISP = "APPLIED"
               MOVE MNTBC-DAY-TYPE TO BCALA-AFT-TYPE
               MOVE MNTBC-DESC TO BCALA-AFT-DESC
           ELSE
               MOVE SPACES TO BCALA-AFT-TYPE
               MOVE SPACES TO BCALA-AFT-DESC
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
           IF BCAL-STATUS = "00" OR BCAL-STATUS = "22"
                   OR BCAL-STATUS = "23"
               CLOSE BCAL-FILE
           END-IF.
           IF AUDIT-STATUS = "00"
               CLOSE AUDIT-FILE
           END-IF.

           DISPLAY 'TMAINTBC - APPLIED=' APPLIED-CNT
               ' REJECTED=' REJECTED-CNT.
           DISPLAY '** END TMAINTBC'.

      *****************************************************
