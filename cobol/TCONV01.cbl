               ACCESS MODE IS RANDOM
               RECORD KEY IS CURR-CODE
               FILE STATUS IS CURR-STATUS.
      * The feed key cross-reference is read and added to per
      * detail record (see CPKEYXR).
           SELECT KEY-XREF-FILE ASSIGN TO KEYXRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KXR-KEY
               FILE STATUS IS KEYXR-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT WHSE-IN-FILE ASSIGN TO WHSEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WHSEIN-STATUS.
           SELECT WHSE-OUT-FILE ASSIGN TO WHSEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WHSEOUT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-HIST-FILE
           RECORDING MODE IS F.
       01 FEED-HIST-REC.
           COPY CPFDHST.

       FD  CONV-CTL-FILE
           RECORDING MODE IS F.
       01 CURRENCY-REC.
           COPY CPCURR.

       FD  KEY-XREF-FILE.
       01 KEY-XREF-REC.
           COPY CPKEYXR.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01 CONTROL-REC.
           COPY CPCTL01.

       FD  WHSE-IN-FILE
           RECORDING MODE IS F.
       01 WHSE-IN-REC          PIC X(60).

       FD  WHSE-OUT-FILE
           RECORDING MODE IS F.
       01 WHSE-OUT-REC         PIC X(60).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 FEED-STATUS       PIC X(02) VALUE "00".
       01 TRANS-STATUS      PIC X(02) VALUE "00".
       01 WRITTEN-CNT       PIC 9(09) VALUE 0.
       01 REJECTED-CNT      PIC 9(09) VALUE 0.
       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RUN-TIME          PIC X(08) VALUE SPACES.

      * Feed-framing state. A header or trailer problem condemns
      * the whole feed, not just one record - FEED-REFUSED drives
           88 CURRENCY-OK   VALUE "Y".
       01 TRL-COUNT-SAVE    PIC 9(09) VALUE 0.

      * Truncation clash. The stage keeps only the first six bytes
      * of each feed key field, so two different full keys sharing
      * those prefixes would be one transaction to routing - the
      * second a duplicate (RC02), or a reversal matched against
      * the other's original. The first full key seen for a
      * truncated pair owns it on the cross-reference; any other
      * is rejected here (RC97) with its own full key on the
      * acknowledgment, so the sender can renumber it. A replay
      * checks the same way but adds and counts nothing - the
      * original processing already did. Like the senders table
      * the cross-reference is a control and fails closed.
       01 KEYXR-STATUS      PIC X(02) VALUE "00".
       01 KEYXR-OPEN-SW     PIC X(01) VALUE "N".
           88 KEYXR-OPEN    VALUE "Y".
       01 KEY-CLASH-SW      PIC X(01) VALUE "N".
           88 KEY-CLASH     VALUE "Y".
       01 CLASH-CNT         PIC 9(09) VALUE 0.
       01 CLASH-ALERTED-SW  PIC X(01) VALUE "N".
           88 CLASH-ALERTED VALUE "Y".

      * Dollar framing alongside the count framing. STAGED-AMT-
      * TOTAL sums the ITEM01-AMT values actually written to the
      * stage; REJ-AMT-TOTAL sums the amounts of detail records
       01 TRL-AMT-SEEN-SW   PIC X(01) VALUE "N".
           88 TRL-AMT-SEEN  VALUE "Y".

      * Value-dated work. A detail whose FEED-VALUE-DATE is after
      * the process date (today, or the replayed date) is parked in
      * the warehouse rather than staged, and answered WAREHOUSE
      * here; a warehoused item is staged by the first conversion
      * whose process date has reached its value date. The whole
      * warehouse is held in WHSE-TABLE for the run so a cancel
      * record anywhere in the feed can find its item, and so a
      * refused feed can hand the warehouse forward exactly as it
      * came in. WT-ORIGIN says whether the entry came in on WHSEIN
      * ("C") or from this feed ("N"); WT-STATE is blank while the
      * item waits, "X" once cancelled, "R" once staged.
      * Warehoused and cancelled amounts ride the trailer hash, so
      * 7100 accounts for them beside the staged and rejected.
      * A replay neither releases, parks nor cancels anything - the
      * original processing of the day already did - but answers
      * the same way, so its acknowledgments match the original's.
       01 WHSEIN-STATUS     PIC X(02) VALUE "00".
       01 WHSEOUT-STATUS    PIC X(02) VALUE "00".
       01 WHSE-FAILED-SW    PIC X(01) VALUE "N".
           88 WHSE-FAILED   VALUE "Y".
       01 WHSE-ROLL-SW      PIC X(01) VALUE "N".
           88 WHSE-ROLL-OK  VALUE "Y".
       01 WHSE-LOADED-SW    PIC X(01) VALUE "N".
           88 WHSE-LOADED   VALUE "Y".
       01 PROCESS-DATE      PIC X(08) VALUE SPACES.
       01 VALUE-DATE-OK-SW  PIC X(01) VALUE "Y".
           88 VALUE-DATE-OK VALUE "Y".
       01 FUTURE-DATED-SW   PIC X(01) VALUE "N".
           88 FUTURE-DATED  VALUE "Y".
       01 VALUE-DATE-NUM    PIC 9(08) VALUE 0.
       01 VALUE-DATE-INT    PIC 9(09) VALUE 0.
       01 ACK-DISP-WK       PIC X(09) VALUE SPACES.
       01 WAREHOUSED-CNT    PIC 9(09) VALUE 0.
       01 WAREHOUSED-AMT    PIC S9(09)V9(02) VALUE 0.
       01 CANCELLED-CNT     PIC 9(09) VALUE 0.
       01 CANCEL-AMT-TOTAL  PIC S9(09)V9(02) VALUE 0.
       01 WHSE-RELEASED-CNT PIC 9(09) VALUE 0.
       01 WHSE-RELEASED-AMT PIC S9(09)V9(02) VALUE 0.
       01 WHSE-CARRIED-CNT  PIC 9(09) VALUE 0.
       01 WHSE-WORK.
           COPY CPWHSE.
       01 WHSE-TABLE.
           05 WHSE-CNT         PIC 9(04) COMP VALUE 0.
           05 WHSE-ENTRY OCCURS 5000 TIMES.
               10 WT-ORIGIN       PIC X(01).
               10 WT-STATE        PIC X(01).
               10 WT-RECORD       PIC X(60).
       01 WHSE-MAX          PIC 9(04) COMP VALUE 5000.
       01 WHSE-IDX          PIC 9(04) COMP VALUE 0.
       01 WHSE-FOUND-IDX    PIC 9(04) COMP VALUE 0.

      * Run-state ledger (TRUNLG01, CPRUNLK). The conversion opens
      * a business date and feed cycle for the rest of the chain,
      * so it may only run once the cycle the chain has open was
      * archived, or - rerunning that cycle - before routing has
      * started on it. The cycle is the feed header's, so the first
      * feed record is read ahead of the check and held for 2000
      * (FIRST-REC-HELD). A refused run opens no output at all:
      * yesterday's stage, acknowledgments, warehouse and control
      * totals are left exactly as they were.
       01 PGMRUNLG          PIC X(8) VALUE "TRUNLG01".
       01 RUNLK-PARMS.
           COPY CPRUNLK.
       01 LEDGER-REFUSED-SW PIC X(01) VALUE "N".
           88 LEDGER-REFUSED VALUE "Y".
       01 FIRST-REC-HELD-SW PIC X(01) VALUE "N".
           88 FIRST-REC-HELD VALUE "Y".
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
                   PERFORM 2000-READ-FEED-RECORD
                   IF NOT EOF
                       PERFORM 3000-CONVERT-RECORD
                   END-IF
               END-PERFORM
               PERFORM 7000-VALIDATE-FEED-FRAME
               PERFORM 8000-TERMINATION
           END-IF.

           GOBACK.

           DISPLAY '*** BEGIN TCONV01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM 1100-READ-RUN-CONTROL.

           IF REPLAY-RUN
               MOVE REPLAY-DATE TO PROCESS-DATE
           ELSE
               MOVE RUN-DATE TO PROCESS-DATE
           END-IF.

           OPEN INPUT FEED-FILE.
           IF FEED-STATUS NOT = "00"
               DISPLAY 'TCONV01 - OPEN FAILED ON FEEDIN STATUS='
                   FEED-STATUS
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1050-READ-AHEAD-HEADER
           END-IF.

           PERFORM 1300-CHECK-RUN-LEDGER.

           IF NOT LEDGER-REFUSED
               PERFORM 1400-OPEN-FILES
           END-IF.

      * The first record is held in FEED-REC for 2000 to hand to
      * the main loop. A sender not stamping the cycle field is
      * cycle 01, as in 3100; a feed with no header at all is
      * refused by 7000 - it is entered under cycle 01 meanwhile.
       1050-READ-AHEAD-HEADER.

           MOVE 1 TO RUNLK-CYCLE.
           READ FEED-FILE INTO FEED-REC
               AT END
                   SET EOF TO TRUE
               NOT AT END
                   SET FIRST-REC-HELD TO TRUE
                   IF FEED-HEADER-REC
                       IF FEED-HDR-CYCLE IS NUMERIC
                               AND FEED-HDR-CYCLE > 0
                           MOVE FEED-HDR-CYCLE TO RUNLK-CYCLE
                       END-IF
                   END-IF
           END-READ.

       1100-READ-RUN-CONTROL.

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       MOVE "10" TO CONTROL-STATUS
               END-READ
               IF CONTROL-STATUS = "00"
                       AND CTL-REPLAY-SWITCH = "Y"
                   IF CTL-REPLAY-DATE IS NUMERIC
                       SET REPLAY-RUN TO TRUE
                       MOVE CTL-REPLAY-DATE TO REPLAY-DATE
                       MOVE "R" TO REPLAY-TAG
                       DISPLAY 'TCONV01 - *** SUPERVISED REPLAY '
                           'OF ' REPLAY-DATE ' ***'
                   ELSE
                       DISPLAY 'TCONV01 - REPLAY SWITCH SET BUT '
                           'REPLAY DATE "' CTL-REPLAY-DATE
                           '" IS UNUSABLE - FEED REFUSED'
                       SET FEED-REFUSED TO TRUE
                       MOVE 12 TO REFUSE-RC
                   END-IF
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

      * The warehouse is as much a control as the feed itself: a
      * generation that cannot be read, or one too big to hold,
      * could lose waiting items on the way to the next generation,
      * so either stops the conversion the way an unopenable feed
      * does.
       1200-LOAD-WAREHOUSE.

           OPEN INPUT WHSE-IN-FILE.
           IF WHSEIN-STATUS NOT = "00"
               DISPLAY 'TCONV01 - OPEN FAILED ON WHSEIN STATUS='
                   WHSEIN-STATUS
               SET WHSE-FAILED TO TRUE
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WHSEIN-STATUS NOT = "00"
                   READ WHSE-IN-FILE
                       AT END
                           MOVE "10" TO WHSEIN-STATUS
                       NOT AT END
                           IF WHSE-CNT < WHSE-MAX
                               ADD 1 TO WHSE-CNT
                               MOVE "C" TO WT-ORIGIN(WHSE-CNT)
                               MOVE SPACE TO WT-STATE(WHSE-CNT)
                               MOVE WHSE-IN-REC TO WT-RECORD(WHSE-CNT)
                           ELSE
                               DISPLAY 'TCONV01 - WAREHOUSE HOLDS MORE '
                                   'THAN ' WHSE-MAX ' ITEMS - '
                                   'CONVERSION STOPPED'
                               SET WHSE-FAILED TO TRUE
                               SET EOF TO TRUE
                               MOVE 8 TO RETURN-CODE
                               MOVE "99" TO WHSEIN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WHSE-IN-FILE
               MOVE WHSE-CNT TO WHSE-CARRIED-CNT
               IF NOT WHSE-FAILED
                   SET WHSE-LOADED TO TRUE
               END-IF
           END-IF.

           OPEN OUTPUT WHSE-OUT-FILE.
           IF WHSEOUT-STATUS NOT = "00"
               DISPLAY 'TCONV01 - OPEN FAILED ON WHSEOUT STATUS='
                   WHSEOUT-STATUS
               SET WHSE-FAILED TO TRUE
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The business date is the one the control totals will carry
      * (the replayed date on a replay). An override lets the run
      * through with a warning; a refusal is critical - the chain
      * is being run out of order. A CALL replaces RETURN-CODE, so
      * an open failure's 8 is kept across it in STEP-RC.
       1300-CHECK-RUN-LEDGER.

           MOVE RETURN-CODE TO STEP-RC.
           MOVE "B" TO RUNLK-FUNCTION.
           MOVE "TCONV01" TO RUNLK-STEP.
           MOVE PROCESS-DATE TO RUNLK-DATE.
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
               DISPLAY 'TCONV01 - RUN REFUSED BY THE RUN LEDGER: '
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

      * The day's outputs - opened only once the run ledger has
      * cleared the step.
       1400-OPEN-FILES.

           PERFORM 1200-LOAD-WAREHOUSE.

           OPEN OUTPUT TRANS-FILE.
           IF TRANS-STATUS NOT = "00"
               DISPLAY 'TCONV01 - OPEN FAILED ON TRANSOUT STATUS='
               MOVE 12 TO REFUSE-RC
           END-IF.

      * Without the key cross-reference no detail can be proven
      * clear of a truncation clash, so the feed is refused the
      * same way. A replay only reads it.
           IF REPLAY-RUN
               OPEN INPUT KEY-XREF-FILE
           ELSE
               OPEN I-O KEY-XREF-FILE
           END-IF.
           IF KEYXR-STATUS = "00"
               SET KEYXR-OPEN TO TRUE
           ELSE
               DISPLAY 'TCONV01 - OPEN FAILED ON KEYXRVS STATUS='
                   KEYXR-STATUS ' - CANNOT CHECK KEY PREFIXES, '
                   'FEED REFUSED'
               SET FEED-REFUSED TO TRUE
               MOVE 12 TO REFUSE-RC
           END-IF.

      * This step starts the day's acknowledgment file fresh;
      * TMAIN01 appends its own dispositions to the same dataset
      * in STEP020, so between the two of them every feed detail
               MOVE 8 TO RETURN-CODE
           END-IF.

       2000-READ-FEED-RECORD.

           IF FIRST-REC-HELD
               MOVE "N" TO FIRST-REC-HELD-SW
           ELSE
               READ FEED-FILE INTO FEED-REC
                   AT END
                       SET EOF TO TRUE
               END-READ
           END-IF.

           IF NOT EOF
               ADD 1 TO READ-CNT
           END-IF.
               WHEN FEED-REVERSAL-REC
                   ADD 1 TO DETAIL-CNT
                   PERFORM 3500-CONVERT-DETAIL
               WHEN FEED-CANCEL-REC
                   ADD 1 TO DETAIL-CNT
                   PERFORM 3700-CANCEL-WAREHOUSED
               WHEN OTHER
                   DISPLAY 'TCONV01 - REJECTED FEED RECORD '
                       READ-CNT ' - UNKNOWN RECORD TYPE "'
               END-IF
               MOVE "RC93" TO ACK-REASON
               PERFORM 3900-WRITE-CONV-REJECT-ACK
           ELSE
               PERFORM 3650-VALIDATE-VALUE-DATE
           IF NOT VALUE-DATE-OK
               DISPLAY 'TCONV01 - REJECTED FEED RECORD '
                   READ-CNT ' - INVALID VALUE DATE "'
                   FEED-VALUE-DATE '"'
               ADD 1 TO REJECTED-CNT
               ADD FEED-AMOUNT TO REJ-AMT-TOTAL
               MOVE "RC96" TO ACK-REASON
               PERFORM 3900-WRITE-CONV-REJECT-ACK
           ELSE
               PERFORM 3670-CHECK-KEY-XREF
           IF KEY-CLASH
               DISPLAY 'TCONV01 - REJECTED FEED RECORD '
                   READ-CNT ' - KEY ' FEED-TXN-TYPE '/'
                   FEED-TXN-SUBTYPE ' TRUNCATES TO THE SAME '
                   'KEY AS ' KXR-FULL-TYPE '/' KXR-FULL-SUBTYPE
                   ' FROM ' KXR-SYSTEM
               ADD 1 TO REJECTED-CNT
               ADD FEED-AMOUNT TO REJ-AMT-TOTAL
               MOVE "RC97" TO ACK-REASON
               PERFORM 3900-WRITE-CONV-REJECT-ACK
           ELSE
           IF FUTURE-DATED
               PERFORM 3800-WAREHOUSE-DETAIL
           ELSE
               MOVE FEED-TXN-TYPE(1:6) TO ITEM01-01
               MOVE FEED-TXN-SUBTYPE(1:6) TO ITEM01-02
               ELSE
                   MOVE SPACE TO ITEM01-REV-FLAG
               END-IF
               MOVE FEED-VALUE-DATE TO ITEM01-VALUE-DATE
               WRITE TRANS-REC
               ADD 1 TO WRITTEN-CNT
               ADD ITEM01-AMT TO STAGED-AMT-TOTAL
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       3600-VALIDATE-CURRENCY.
               END-IF
           END-IF.

      * A blank value date is the feed date - today's work. A date
      * that is not a real calendar date is rejected (RC96) rather
      * than guessed at; one on or before the process date is due
      * now and stages normally.
       3650-VALIDATE-VALUE-DATE.

           MOVE "Y" TO VALUE-DATE-OK-SW.
           MOVE "N" TO FUTURE-DATED-SW.

           IF FEED-VALUE-DATE NOT = SPACES
               MOVE 0 TO VALUE-DATE-INT
               IF FEED-VALUE-DATE IS NUMERIC
                   MOVE FEED-VALUE-DATE TO VALUE-DATE-NUM
                   IF VALUE-DATE-NUM > 16010101
                       COMPUTE VALUE-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(VALUE-DATE-NUM)
                   END-IF
               END-IF
               IF VALUE-DATE-INT = 0
                   MOVE "N" TO VALUE-DATE-OK-SW
               ELSE
                   IF FEED-VALUE-DATE > PROCESS-DATE
                       MOVE "Y" TO FUTURE-DATED-SW
                   END-IF
               END-IF
           END-IF.

      * A pair not yet on the cross-reference is entered for this
      * full key now, so a clash later in the same feed is caught
      * too. A detail of a feed already refused at its header
      * (unauthorized sender, stale date) enters nothing - it is
      * not going to be processed. Warehoused details are checked
      * and entered on receipt like staged ones: the day they are
      * staged they are already proven.
       3670-CHECK-KEY-XREF.

           MOVE "N" TO KEY-CLASH-SW.

           MOVE FEED-TXN-TYPE(1:6) TO KXR-TRUNC-TYPE.
           MOVE FEED-TXN-SUBTYPE(1:6) TO KXR-TRUNC-SUBTYPE.
           IF KEYXR-OPEN
               READ KEY-XREF-FILE
                   INVALID KEY
                       IF NOT REPLAY-RUN AND NOT FEED-REFUSED
                           PERFORM 3680-ADD-KEY-XREF
                       END-IF
                   NOT INVALID KEY
                       IF KXR-FULL-TYPE NOT = FEED-TXN-TYPE
                               OR KXR-FULL-SUBTYPE
                                   NOT = FEED-TXN-SUBTYPE
                           SET KEY-CLASH TO TRUE
                           ADD 1 TO CLASH-CNT
                           IF NOT REPLAY-RUN AND NOT FEED-REFUSED
                               PERFORM 3690-COUNT-KEY-CLASH
                           END-IF
                       END-IF
               END-READ
           END-IF.

       3680-ADD-KEY-XREF.

           MOVE FEED-TXN-TYPE TO KXR-FULL-TYPE.
           MOVE FEED-TXN-SUBTYPE TO KXR-FULL-SUBTYPE.
           MOVE HDR-SYSTEM-SAVE TO KXR-SYSTEM.
           MOVE PROCESS-DATE TO KXR-FIRST-DATE.
           MOVE 0 TO KXR-CLASH-CNT.
           MOVE SPACES TO KXR-LAST-CLASH-DATE.
           MOVE SPACES TO KXR-LAST-CLASH-SYSTEM.
           MOVE SPACES TO KXR-LAST-CLASH-TYPE.
           MOVE SPACES TO KXR-LAST-CLASH-SUBTYPE.
           WRITE KEY-XREF-REC
               INVALID KEY
                   DISPLAY 'TCONV01 - COULD NOT ADD KEY '
                       FEED-TXN-TYPE '/' FEED-TXN-SUBTYPE
                       ' TO KEYXRVS STATUS=' KEYXR-STATUS
           END-WRITE.

      * The clash is counted against the entry it would have taken
      * over, and the first one of the run is raised for the day
      * shift to take up with the sender before it recurs.
       3690-COUNT-KEY-CLASH.

           ADD 1 TO KXR-CLASH-CNT.
           MOVE PROCESS-DATE TO KXR-LAST-CLASH-DATE.
           MOVE HDR-SYSTEM-SAVE TO KXR-LAST-CLASH-SYSTEM.
           MOVE FEED-TXN-TYPE TO KXR-LAST-CLASH-TYPE.
           MOVE FEED-TXN-SUBTYPE TO KXR-LAST-CLASH-SUBTYPE.
           REWRITE KEY-XREF-REC
               INVALID KEY
                   DISPLAY 'TCONV01 - COULD NOT COUNT CLASH ON '
                       'KEYXRVS STATUS=' KEYXR-STATUS
           END-REWRITE.

           IF NOT CLASH-ALERTED
               SET CLASH-ALERTED TO TRUE
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "KEYCLASH" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING "FEED KEYS FROM " DELIMITED BY SIZE
                      HDR-SYSTEM-SAVE DELIMITED BY SPACE
                      " CLASH ON 6-BYTE PREFIX - RC97"
                          DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 9000-WRITE-ALERT
           END-IF.

      * The provider's cancel names a waiting item by its own keys
      * (and value date, when more than one item shares the keys).
      * Only the sender that sent the item can cancel it; an item
      * already staged, already cancelled, or never warehoused is
      * answered CONV-REJ RC95 - there is nothing left to cancel.
       3700-CANCEL-WAREHOUSED.

           IF FEED-TXN-TYPE = SPACES OR FEED-TXN-SUBTYPE = SPACES
               DISPLAY 'TCONV01 - REJECTED CANCEL RECORD '
                   READ-CNT ' - MISSING REQUIRED FIELD'
               ADD 1 TO REJECTED-CNT
               IF FEED-AMOUNT IS NUMERIC
                   ADD FEED-AMOUNT TO REJ-AMT-TOTAL
               END-IF
               MOVE "RC90" TO ACK-REASON
               PERFORM 3900-WRITE-CONV-REJECT-ACK
           ELSE
           IF FEED-AMOUNT IS NOT NUMERIC
               DISPLAY 'TCONV01 - REJECTED CANCEL RECORD '
                   READ-CNT ' - NON-NUMERIC AMOUNT'
               ADD 1 TO REJECTED-CNT
               MOVE "RC91" TO ACK-REASON
               PERFORM 3900-WRITE-CONV-REJECT-ACK
           ELSE
               MOVE 0 TO WHSE-FOUND-IDX
               IF NOT REPLAY-RUN
                   PERFORM 3750-FIND-WAREHOUSED-ITEM
               END-IF
           IF WHSE-FOUND-IDX = 0 AND NOT REPLAY-RUN
               DISPLAY 'TCONV01 - REJECTED CANCEL RECORD '
                   READ-CNT ' - NO WAITING ITEM ' FEED-TXN-TYPE
                   '/' FEED-TXN-SUBTYPE
               ADD 1 TO REJECTED-CNT
               ADD FEED-AMOUNT TO REJ-AMT-TOTAL
               MOVE "RC95" TO ACK-REASON
               PERFORM 3900-WRITE-CONV-REJECT-ACK
           ELSE
               IF WHSE-FOUND-IDX > 0
                   MOVE "X" TO WT-STATE(WHSE-FOUND-IDX)
               END-IF
               ADD 1 TO CANCELLED-CNT
               ADD FEED-AMOUNT TO CANCEL-AMT-TOTAL
               MOVE "CANCELLED" TO ACK-DISP-WK
               MOVE SPACES TO ACK-REASON
               PERFORM 3950-WRITE-VALUE-DATE-ACK
           END-IF
           END-IF
           END-IF.

       3750-FIND-WAREHOUSED-ITEM.

           PERFORM VARYING WHSE-IDX FROM 1 BY 1
                   UNTIL WHSE-IDX > WHSE-CNT
               IF WT-STATE(WHSE-IDX) = SPACE
                   MOVE WT-RECORD(WHSE-IDX) TO WHSE-WORK
                   IF WHSE-SYSTEM = HDR-SYSTEM-SAVE
                           AND WHSE-TXN-TYPE = FEED-TXN-TYPE
                           AND WHSE-TXN-SUBTYPE = FEED-TXN-SUBTYPE
                           AND (FEED-VALUE-DATE = SPACES
                             OR FEED-VALUE-DATE = WHSE-VALUE-DATE)
                       MOVE WHSE-IDX TO WHSE-FOUND-IDX
                       MOVE WHSE-CNT TO WHSE-IDX
                   END-IF
               END-IF
           END-PERFORM.

      * Parked exactly as received - the reversal flag as sent, the
      * currency already validated - so the day it is staged it is
      * the same record it would have been on the feed date.
       3800-WAREHOUSE-DETAIL.

           IF NOT REPLAY-RUN
               IF WHSE-CNT < WHSE-MAX
                   MOVE SPACES TO WHSE-WORK
                   MOVE FEED-VALUE-DATE TO WHSE-VALUE-DATE
                   MOVE FEED-TXN-TYPE TO WHSE-TXN-TYPE
                   MOVE FEED-TXN-SUBTYPE TO WHSE-TXN-SUBTYPE
                   MOVE FEED-AMOUNT TO WHSE-AMOUNT
                   IF FEED-REVERSAL-REC
                       MOVE "R" TO WHSE-REV-FLAG
                   ELSE
                       MOVE SPACE TO WHSE-REV-FLAG
                   END-IF
                   MOVE DETAIL-CURRENCY TO WHSE-CURRENCY
                   MOVE HDR-SYSTEM-SAVE TO WHSE-SYSTEM
                   MOVE PROCESS-DATE TO WHSE-RECEIVED-DATE
                   MOVE HDR-CYCLE-SAVE TO WHSE-CYCLE-NO
                   ADD 1 TO WHSE-CNT
                   MOVE "N" TO WT-ORIGIN(WHSE-CNT)
                   MOVE SPACE TO WT-STATE(WHSE-CNT)
                   MOVE WHSE-WORK TO WT-RECORD(WHSE-CNT)
               ELSE
                   IF NOT WHSE-FAILED
                       DISPLAY 'TCONV01 - WAREHOUSE FULL AT '
                           WHSE-MAX ' ITEMS - CONVERSION STOPPED'
                       SET WHSE-FAILED TO TRUE
                       SET EOF TO TRUE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WAREHOUSED-CNT.
           ADD FEED-AMOUNT TO WAREHOUSED-AMT.
           MOVE "WAREHOUSE" TO ACK-DISP-WK.
           MOVE "VD01" TO ACK-REASON.
           PERFORM 3950-WRITE-VALUE-DATE-ACK.

       3900-WRITE-CONV-REJECT-ACK.

           MOVE FEED-TXN-TYPE TO ACK-TXN-TYPE.

           WRITE ACK-REC.

       3950-WRITE-VALUE-DATE-ACK.

           MOVE FEED-TXN-TYPE TO ACK-TXN-TYPE.
           MOVE FEED-TXN-SUBTYPE TO ACK-TXN-SUBTYPE.
           MOVE ACK-DISP-WK TO ACK-DISPOSITION.
           MOVE ACK-REASON TO ACK-REASON-CODE.
           MOVE SPACES TO ACK-ROUTE.
           MOVE HDR-SYSTEM-SAVE TO ACK-SYSTEM.
           MOVE REPLAY-TAG TO ACK-REPLAY-FLAG.

           WRITE ACK-REC.

       7000-VALIDATE-FEED-FRAME.

      * End-of-feed framing checks. A feed that was read to its end
           END-IF.

      * Dollars prove the same way the count does: everything the
      * trailer hash claims must be accounted for as staged,
      * rejected-but-numeric, warehoused or cancelling. Run only
      * after the count has proven, so a break here is a corrupted
      * amount, not a short file.
       7100-VALIDATE-TRAILER-AMOUNT.

           IF NOT TRL-AMT-SEEN
                   'AMOUNT - DOLLAR VALIDATION SKIPPED'
           ELSE
           IF TRL-AMT-SAVE NOT = STAGED-AMT-TOTAL + REJ-AMT-TOTAL
                   + WAREHOUSED-AMT + CANCEL-AMT-TOTAL
               DISPLAY 'TCONV01 - TRAILER AMOUNT ' TRL-AMT-SAVE
                   ' DOES NOT MATCH STAGED ' STAGED-AMT-TOTAL
                   ' PLUS REJECTED ' REJ-AMT-TOTAL
                   ' PLUS WAREHOUSED ' WAREHOUSED-AMT
                   ' PLUS CANCELS ' CANCEL-AMT-TOTAL
                   ' - FEED REFUSED'
               SET FEED-REFUSED TO TRUE
               MOVE 16 TO REFUSE-RC
               MOVE HDR-SYSTEM-SAVE TO FEED-HIST-SYSTEM
               MOVE HDR-DATE-SAVE TO FEED-HIST-DATE
               MOVE HDR-CYCLE-SAVE TO FEED-HIST-CYCLE
               MOVE SPACES TO FEED-HIST-TAKEN-TS
               STRING RUN-DATE DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      RUN-TIME DELIMITED BY SIZE
                   INTO FEED-HIST-TAKEN-TS
               END-STRING
               WRITE FEED-HIST-REC
               CLOSE FEED-HIST-FILE
           ELSE
                   'HISTORY FILE, STATUS=' HIST-STATUS
           END-IF.

      * Items whose value date has arrived are staged with the
      * feed's own records - only once the feed has proven, since a
      * refused feed's staged output is never used and the items
      * must still be waiting when it is re-sent.
       7550-RELEASE-DUE-ITEMS.

           PERFORM VARYING WHSE-IDX FROM 1 BY 1
                   UNTIL WHSE-IDX > WHSE-CNT
               IF WT-ORIGIN(WHSE-IDX) = "C"
                       AND WT-STATE(WHSE-IDX) = SPACE
                   MOVE WT-RECORD(WHSE-IDX) TO WHSE-WORK
                   IF WHSE-VALUE-DATE NOT > PROCESS-DATE
                       MOVE WHSE-TXN-TYPE(1:6) TO ITEM01-01
                       MOVE WHSE-TXN-SUBTYPE(1:6) TO ITEM01-02
                       MOVE WHSE-AMOUNT TO ITEM01-AMT
                       MOVE WHSE-REV-FLAG TO ITEM01-REV-FLAG
                       MOVE WHSE-CURRENCY TO ITEM01-CUR
                       MOVE WHSE-VALUE-DATE TO ITEM01-VALUE-DATE
                       WRITE TRANS-REC
                       ADD 1 TO WRITTEN-CNT
                       ADD 1 TO WHSE-RELEASED-CNT
                       ADD ITEM01-AMT TO WHSE-RELEASED-AMT
                       MOVE "R" TO WT-STATE(WHSE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * The next warehouse generation. Normally: everything still
      * waiting, old and new. When this run's work is not to be
      * used - a refused feed, a feed that never opened, a replay -
      * the items that came in go back out untouched, cancels and
      * all, and the feed is answered again when it is re-sent.
       7600-WRITE-WAREHOUSE.

           PERFORM VARYING WHSE-IDX FROM 1 BY 1
                   UNTIL WHSE-IDX > WHSE-CNT
               IF WHSE-ROLL-OK
                   IF WT-STATE(WHSE-IDX) = SPACE
                       WRITE WHSE-OUT-REC FROM WT-RECORD(WHSE-IDX)
                   END-IF
               ELSE
                   IF WT-ORIGIN(WHSE-IDX) = "C"
                       WRITE WHSE-OUT-REC FROM WT-RECORD(WHSE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       8000-TERMINATION.

      * CLOSE on a file that was never opened is a logic error under
           IF FEED-STATUS = "00" OR FEED-STATUS = "10"
               CLOSE FEED-FILE
           END-IF.
           IF FEED-STATUS = "10" AND NOT FEED-REFUSED
                   AND NOT WHSE-FAILED AND NOT REPLAY-RUN
                   AND TRANS-STATUS = "00"
               SET WHSE-ROLL-OK TO TRUE
               PERFORM 7550-RELEASE-DUE-ITEMS
           END-IF.
      * Only a warehouse read in full can be handed forward - a
      * partial one would drop the items it never reached.
           IF WHSEOUT-STATUS = "00"
               IF WHSE-LOADED
                   PERFORM 7600-WRITE-WAREHOUSE
               END-IF
               CLOSE WHSE-OUT-FILE
           END-IF.

           IF TRANS-STATUS = "00"
               CLOSE TRANS-FILE
           END-IF.
           IF CURR-STATUS = "00"
               CLOSE CURRENCY-FILE
           END-IF.
           IF KEYXR-OPEN
               CLOSE KEY-XREF-FILE
           END-IF.
           IF ACK-STATUS = "00"
               CLOSE ACK-FILE
           END-IF.

           PERFORM 8500-WRITE-CONTROL-TOTALS.

           PERFORM 8600-RECORD-RUN-END.

           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TCONV01 - READ=' READ-CNT
               ' DETAIL=' DETAIL-CNT
               ' WRITTEN=' WRITTEN-CNT
               ' REJECTED=' REJECTED-CNT
               ' STAGED AMOUNT=' STAGED-AMT-TOTAL.
           DISPLAY 'TCONV01 - KEY PREFIX CLASHES REJECTED='
               CLASH-CNT.
           DISPLAY 'TCONV01 - WAREHOUSE: CARRIED IN=' WHSE-CARRIED-CNT
               ' WAREHOUSED=' WAREHOUSED-CNT
               ' CANCELLED=' CANCELLED-CNT
               ' RELEASED=' WHSE-RELEASED-CNT
               ' RELEASED AMOUNT=' WHSE-RELEASED-AMT.
           DISPLAY '** END TCONV01'.

      * The counts are written even for a refused feed - they are
               MOVE READ-CNT TO CONV-READ-CNT
               MOVE WRITTEN-CNT TO CONV-WRITTEN-CNT
               MOVE REJECTED-CNT TO CONV-REJECTED-CNT
               COMPUTE CONV-AMOUNT-TOTAL =
                   STAGED-AMT-TOTAL + WHSE-RELEASED-AMT
               MOVE HDR-SYSTEM-SAVE TO CONV-SYSTEM-ID
               MOVE WAREHOUSED-CNT TO CONV-WAREHOUSED-CNT
               MOVE WAREHOUSED-AMT TO CONV-WAREHOUSED-AMT
               MOVE CANCELLED-CNT TO CONV-CANCELLED-CNT
               MOVE WHSE-RELEASED-CNT TO CONV-WHSE-RELEASED-CNT
               MOVE WHSE-RELEASED-AMT TO CONV-WHSE-RELEASED-AMT
               WRITE CONV-CTL-REC
               CLOSE CONV-CTL-FILE
           ELSE
               END-IF
           END-IF.

      * The step's condition code goes on its ledger entry; only a
      * conversion ending below 8 lets routing start on the cycle.
      * An end that cannot be recorded leaves the entry "started",
      * which holds the chain until someone looks - a warning, as
      * the conversion itself is done.
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

      * Refused by the run ledger: only the feed was opened, and
      * nothing is written but the alert.
       8800-END-REFUSED-RUN.

           IF FEED-STATUS = "00" OR FEED-STATUS = "10"
               CLOSE FEED-FILE
           END-IF.
           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TCONV01 - NOTHING CONVERTED, RETURN CODE 12'.
           DISPLAY '** END TCONV01'.

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
                   DISPLAY 'TCONV01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TCONV01" TO ALRT-PROGRAM OF ALERT-WORK
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
