       IDENTIFICATION DIVISION.
       PROGRAM-ID. TFEEDM01.
      ******************************************************************
      * Expected-feed checker. Holds the feeds TCONV01 has taken
      * (FEEDHIST, CPFDHST) against each active sender's expected-
      * feed schedule on the authorized-senders table (CPSNDR): one
      * latest arrival time per cycle the sender sends, on business
      * days of the shop-wide calendar. Scheduled after each cutoff
      * through the day, it looks at today (or the date on
      * FEEDCARD, cols 1-8, as at the HHMM in cols 9-12 - blank is
      * the end of that day) and finds every scheduled cycle:
      *   ON TIME - taken by its cutoff,
      *   LATE    - taken, but after its cutoff,
      *   MISSING - not taken and its cutoff has passed,
      *   PENDING - not taken and not yet due.
      * A missing cycle raises a FEEDMISS critical alert, a late one
      * a FEEDLATE warning - each once per date, sender and cycle,
      * remembered on the status file (CPFDST), so a feed that was
      * missing and then turns up late raises both. TCLOSE01 will
      * not close a day with a cycle still missing unless it is
      * waived. A feed taken with no time on FEEDHIST counts as on
      * time; feeds no schedule expects are listed but not alerted.
      * Condition code 4 when this run raised an alert, 12 when the
      * sender table, FEEDHIST or the status file could not be used.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CARD-FILE ASSIGN TO FEEDCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT SENDER-FILE ASSIGN TO SNDRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNDR-SYSTEM-ID
               FILE STATUS IS SNDR-STATUS.
           SELECT FEED-HIST-FILE ASSIGN TO FEEDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT FDST-FILE ASSIGN TO FDSTVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDST-KEY
               FILE STATUS IS FDST-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CARD-FILE
           RECORDING MODE IS F.
       01 FEED-CARD-REC.
           05 CARD-DATE         PIC X(08).
           05 CARD-ASOF-HHMM    PIC X(04).
           05 FILLER            PIC X(68).

       FD  SENDER-FILE.
       01 SENDER-REC.
           COPY CPSNDR.

       FD  FEED-HIST-FILE
           RECORDING MODE IS F.
       01 FEED-HIST-REC.
           COPY CPFDHST.

       FD  FDST-FILE.
       01 FDST-REC.
           COPY CPFDST.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 SNDR-STATUS       PIC X(02) VALUE "00".
       01 HIST-STATUS       PIC X(02) VALUE "00".
       01 FDST-STATUS       PIC X(02) VALUE "00".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 FILES-OK-SW       PIC X(01) VALUE "Y".
           88 FILES-OK      VALUE "Y".
       01 ALERT-RAISED-SW   PIC X(01) VALUE "N".
           88 ALERT-RAISED  VALUE "Y".
       01 BUSINESS-DAY-SW   PIC X(01) VALUE "Y".
           88 BUSINESS-DAY  VALUE "Y".

       01 NOW-DATE          PIC X(08) VALUE SPACES.
       01 NOW-TIME          PIC X(08) VALUE SPACES.
       01 NOW-TS            PIC X(20) VALUE SPACES.
       01 CHECK-DATE        PIC X(08) VALUE SPACES.
       01 ASOF-HHMM         PIC X(04) VALUE SPACES.
       01 ASOF-MIN          PIC 9(10) VALUE 0.

       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
       01 BDAY-PARMS.
           COPY CPBDAY.

      * The date's feeds off FEEDHIST - the first taking of each
      * sender and cycle, which is the one its cutoff is held to.
       01 TAKEN-TABLE.
           05 TAKEN-CNT        PIC 9(04) COMP VALUE 0.
           05 TAKEN-ENTRY OCCURS 500 TIMES.
               10 TK-SYSTEM       PIC X(08).
               10 TK-CYCLE        PIC 9(02).
               10 TK-TS           PIC X(20).
               10 TK-MATCHED      PIC X(01).
       01 TAKEN-IDX         PIC 9(04) COMP VALUE 0.
       01 TAKEN-FOUND-IDX   PIC 9(04) COMP VALUE 0.
       01 FIND-SYSTEM       PIC X(08) VALUE SPACES.
       01 FIND-CYCLE        PIC 9(02) VALUE 0.

      * One scheduled cycle's evaluation.
       01 CYCLE-IDX         PIC 9(02) VALUE 0.
       01 CUTOFF-WORK       PIC X(04) VALUE SPACES.
       01 CUTOFF-MIN        PIC 9(10) VALUE 0.
       01 TAKEN-MIN         PIC 9(10) VALUE 0.
       01 LATE-MIN          PIC 9(10) VALUE 0.
       01 NEW-STATE         PIC X(01) VALUE SPACE.
       01 NEW-STATUS-SW     PIC X(01) VALUE "N".
           88 NEW-STATUS    VALUE "Y".
       01 STATE-TEXT        PIC X(07) VALUE SPACES.

      * Timestamps to minutes. Minutes are counted from the
      * calendar's day one so they compare across midnight.
       01 TS-WORK           PIC X(20) VALUE SPACES.
       01 TS-PARTS REDEFINES TS-WORK.
           05 TSW-DATE      PIC 9(08).
           05 FILLER        PIC X(01).
           05 TSW-HH        PIC 9(02).
           05 TSW-MM        PIC 9(02).
           05 FILLER        PIC X(07).
       01 TS-MIN            PIC 9(10) VALUE 0.
       01 CLOCK-WORK.
           05 CLK-HH        PIC X(02).
           05 FILLER        PIC X(01) VALUE ":".
           05 CLK-MM        PIC X(02).
       01 LATE-ED           PIC ZZZZ9.

       01 SENDER-CNT        PIC 9(05) VALUE 0.
       01 EXPECTED-CNT      PIC 9(05) VALUE 0.
       01 ON-TIME-CNT       PIC 9(05) VALUE 0.
       01 LATE-CNT          PIC 9(05) VALUE 0.
       01 MISSING-CNT       PIC 9(05) VALUE 0.
       01 PENDING-CNT       PIC 9(05) VALUE 0.
       01 EXTRA-CNT         PIC 9(05) VALUE 0.

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

           IF FILES-OK AND BUSINESS-DAY
               PERFORM 1200-LOAD-TAKEN-FEEDS
           END-IF.

           IF FILES-OK AND BUSINESS-DAY
               MOVE "N" TO EOF-SW
               PERFORM UNTIL EOF
                   READ SENDER-FILE NEXT RECORD
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF SNDR-ACTIVE
                                   AND SNDR-SCHEDULE NOT = SPACES
                               PERFORM 2000-CHECK-SENDER
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 4000-LIST-UNSCHEDULED
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TFEEDM01'.

           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO NOW-TS.
           STRING NOW-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NOW-TIME DELIMITED BY SIZE
               INTO NOW-TS
           END-STRING.

           PERFORM 1100-READ-CARD.

           MOVE SPACES TO TS-WORK.
           MOVE CHECK-DATE TO TS-WORK(1:8).
           MOVE ASOF-HHMM TO TS-WORK(10:4).
           PERFORM 8500-TS-TO-MIN.
           MOVE TS-MIN TO ASOF-MIN.

      * Feeds are expected on the shop's business days only: the
      * date rolled forward by no business days is itself only when
      * it is one.
           MOVE "N" TO BDAY-FUNCTION.
           MOVE "ALL" TO BDAY-CURRENCY.
           MOVE CHECK-DATE TO BDAY-FROM-DATE.
           MOVE 0 TO BDAY-DAYS.
           CALL PGMBDAY USING BDAY-PARMS.
           IF BDAY-NO-CALENDAR
               DISPLAY 'TFEEDM01 - BUSINESS CALENDAR NOT LOADED, '
                   'ONLY WEEKENDS TREATED AS CLOSED'
           END-IF.
           IF NOT BDAY-BAD-DATE
                   AND BDAY-TO-DATE NOT = CHECK-DATE
               MOVE "N" TO BUSINESS-DAY-SW
               DISPLAY 'TFEEDM01 - ' CHECK-DATE
                   ' IS NOT A BUSINESS DAY - NO FEEDS EXPECTED'
           END-IF.

           DISPLAY 'TFEEDM01 - FEEDS FOR ' CHECK-DATE ' AS AT '
               ASOF-HHMM.

           OPEN INPUT SENDER-FILE.
           IF SNDR-STATUS NOT = "00"
               DISPLAY 'TFEEDM01 - OPEN FAILED ON SNDRVS STATUS='
                   SNDR-STATUS
               MOVE "N" TO FILES-OK-SW
           END-IF.

           OPEN INPUT FEED-HIST-FILE.
           IF HIST-STATUS NOT = "00"
               DISPLAY 'TFEEDM01 - OPEN FAILED ON FEEDHIST STATUS='
                   HIST-STATUS
               MOVE "N" TO FILES-OK-SW
           END-IF.

           OPEN I-O FDST-FILE.
           IF FDST-STATUS NOT = "00"
               DISPLAY 'TFEEDM01 - OPEN FAILED ON FDSTVS STATUS='
                   FDST-STATUS
               MOVE "N" TO FILES-OK-SW
           END-IF.

           IF NOT FILES-OK
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "FEEDMON" TO ALRT-CODE OF ALERT-WORK
               MOVE "FEED CHECKER CANNOT READ ITS FILES"
                   TO ALRT-TEXT OF ALERT-WORK
               PERFORM 9000-WRITE-ALERT
           END-IF.

      * No card, or a blank date: today as it stands now. A carded
      * date with no time is looked at as at the end of that day.
       1100-READ-CARD.

           MOVE SPACES TO FEED-CARD-REC.
           OPEN INPUT FEED-CARD-FILE.
           IF CARD-STATUS = "00"
               READ FEED-CARD-FILE
                   AT END
                       MOVE SPACES TO FEED-CARD-REC
               END-READ
               CLOSE FEED-CARD-FILE
           END-IF.

           MOVE NOW-DATE TO CHECK-DATE.
           MOVE NOW-TIME(1:4) TO ASOF-HHMM.

           IF CARD-DATE NOT = SPACES
               IF CARD-DATE IS NOT NUMERIC
                   DISPLAY 'TFEEDM01 - FEEDCARD IGNORED, INVALID '
                       'DATE: "' CARD-DATE '"'
               ELSE
                   MOVE CARD-DATE TO CHECK-DATE
                   MOVE "2359" TO ASOF-HHMM
                   IF CARD-ASOF-HHMM IS NUMERIC
                       MOVE CARD-ASOF-HHMM TO ASOF-HHMM
                   ELSE
                   IF CARD-ASOF-HHMM NOT = SPACES
                       DISPLAY 'TFEEDM01 - FEEDCARD TIME "'
                           CARD-ASOF-HHMM '" IGNORED, END OF DAY '
                           'USED'
                   END-IF
                   END-IF
               END-IF
           END-IF.

       1200-LOAD-TAKEN-FEEDS.

           MOVE "N" TO EOF-SW.
           PERFORM UNTIL EOF
               READ FEED-HIST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF FEED-HIST-DATE = CHECK-DATE
                           PERFORM 1210-TAKE-FEED
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY 'TFEEDM01 - FEEDS TAKEN ON THE DATE: ' TAKEN-CNT.

       1210-TAKE-FEED.

           MOVE FEED-HIST-SYSTEM TO FIND-SYSTEM.
           MOVE FEED-HIST-CYCLE TO FIND-CYCLE.
           PERFORM 3100-FIND-TAKEN.

           IF TAKEN-FOUND-IDX = 0
               IF TAKEN-CNT < 500
                   ADD 1 TO TAKEN-CNT
                   MOVE FEED-HIST-SYSTEM TO TK-SYSTEM(TAKEN-CNT)
                   MOVE FEED-HIST-CYCLE TO TK-CYCLE(TAKEN-CNT)
                   MOVE FEED-HIST-TAKEN-TS TO TK-TS(TAKEN-CNT)
                   MOVE "N" TO TK-MATCHED(TAKEN-CNT)
               ELSE
                   DISPLAY 'TFEEDM01 - OVER 500 FEEDS ON THE DATE, '
                       'IGNORED: ' FEED-HIST-SYSTEM ' CYCLE '
                       FEED-HIST-CYCLE
               END-IF
           END-IF.

       2000-CHECK-SENDER.

           ADD 1 TO SENDER-CNT.
           PERFORM VARYING CYCLE-IDX FROM 1 BY 1
                   UNTIL CYCLE-IDX > 4
               IF SNDR-CYCLE-CUTOFF(CYCLE-IDX) NOT = SPACES
                   PERFORM 3000-CHECK-CYCLE
               END-IF
           END-PERFORM.

      ******************************************************************
      * One scheduled cycle: taken on time, taken late, missing or
      * not yet due.
      ******************************************************************
       3000-CHECK-CYCLE.

           ADD 1 TO EXPECTED-CNT.
           MOVE SNDR-CYCLE-CUTOFF(CYCLE-IDX) TO CUTOFF-WORK.
           MOVE SPACES TO TS-WORK.
           MOVE CHECK-DATE TO TS-WORK(1:8).
           MOVE CUTOFF-WORK TO TS-WORK(10:4).
           PERFORM 8500-TS-TO-MIN.
           MOVE TS-MIN TO CUTOFF-MIN.
           MOVE 0 TO LATE-MIN.

           MOVE SNDR-SYSTEM-ID TO FIND-SYSTEM.
           MOVE CYCLE-IDX TO FIND-CYCLE.
           PERFORM 3100-FIND-TAKEN.

           IF TAKEN-FOUND-IDX > 0
               MOVE "Y" TO TK-MATCHED(TAKEN-FOUND-IDX)
               MOVE TK-TS(TAKEN-FOUND-IDX) TO TS-WORK
               PERFORM 8500-TS-TO-MIN
               MOVE TS-MIN TO TAKEN-MIN
               IF TAKEN-MIN > CUTOFF-MIN
                   COMPUTE LATE-MIN = TAKEN-MIN - CUTOFF-MIN
                   MOVE "L" TO NEW-STATE
                   MOVE "LATE" TO STATE-TEXT
                   ADD 1 TO LATE-CNT
               ELSE
                   MOVE "O" TO NEW-STATE
                   MOVE "ON TIME" TO STATE-TEXT
                   ADD 1 TO ON-TIME-CNT
               END-IF
           ELSE
           IF ASOF-MIN > CUTOFF-MIN
               COMPUTE LATE-MIN = ASOF-MIN - CUTOFF-MIN
               MOVE "M" TO NEW-STATE
               MOVE "MISSING" TO STATE-TEXT
               ADD 1 TO MISSING-CNT
           ELSE
               MOVE "P" TO NEW-STATE
               MOVE "PENDING" TO STATE-TEXT
               ADD 1 TO PENDING-CNT
           END-IF
           END-IF.

           MOVE CUTOFF-WORK(1:2) TO CLK-HH.
           MOVE CUTOFF-WORK(3:2) TO CLK-MM.
           MOVE LATE-MIN TO LATE-ED.
           IF TAKEN-FOUND-IDX > 0
               DISPLAY 'TFEEDM01 - ' SNDR-SYSTEM-ID ' CYCLE '
                   CYCLE-IDX ' DUE ' CLOCK-WORK ' ' STATE-TEXT
                   ' TAKEN ' TK-TS(TAKEN-FOUND-IDX)
                   ' MINUTES LATE ' LATE-ED
           ELSE
               DISPLAY 'TFEEDM01 - ' SNDR-SYSTEM-ID ' CYCLE '
                   CYCLE-IDX ' DUE ' CLOCK-WORK ' ' STATE-TEXT
           END-IF.

           PERFORM 3500-SETTLE-STATUS.

       3100-FIND-TAKEN.

           MOVE 0 TO TAKEN-FOUND-IDX.
           PERFORM VARYING TAKEN-IDX FROM 1 BY 1
                   UNTIL TAKEN-IDX > TAKEN-CNT
                       OR TAKEN-FOUND-IDX > 0
               IF TK-SYSTEM(TAKEN-IDX) = FIND-SYSTEM
                       AND TK-CYCLE(TAKEN-IDX) = FIND-CYCLE
                   MOVE TAKEN-IDX TO TAKEN-FOUND-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      * Keep the cycle's status record current and raise whichever
      * alert it has not already had.
      ******************************************************************
       3500-SETTLE-STATUS.

           MOVE CHECK-DATE TO FDST-DATE.
           MOVE SNDR-SYSTEM-ID TO FDST-SYSTEM.
           MOVE CYCLE-IDX TO FDST-CYCLE.
           MOVE "N" TO NEW-STATUS-SW.
           READ FDST-FILE
               INVALID KEY
                   SET NEW-STATUS TO TRUE
           END-READ.
           IF FDST-STATUS NOT = "00" AND NOT NEW-STATUS
               DISPLAY 'TFEEDM01 - READ FAILED ON FDSTVS STATUS='
                   FDST-STATUS ' FOR ' SNDR-SYSTEM-ID ' CYCLE '
                   CYCLE-IDX
               MOVE "N" TO FILES-OK-SW
           ELSE
               IF NEW-STATUS
                   MOVE SPACES TO FDST-REC
                   MOVE CHECK-DATE TO FDST-DATE
                   MOVE SNDR-SYSTEM-ID TO FDST-SYSTEM
                   MOVE CYCLE-IDX TO FDST-CYCLE
                   MOVE "N" TO FDST-MISS-ALERTED
                   MOVE "N" TO FDST-LATE-ALERTED
               END-IF
               MOVE NEW-STATE TO FDST-STATE
               MOVE CUTOFF-WORK TO FDST-CUTOFF
               MOVE LATE-MIN TO FDST-LATE-MINUTES
               IF TAKEN-FOUND-IDX > 0
                   MOVE TK-TS(TAKEN-FOUND-IDX) TO FDST-TAKEN-TS
               ELSE
                   MOVE SPACES TO FDST-TAKEN-TS
               END-IF
               MOVE NOW-TS TO FDST-UPDATED-TS
               IF FDST-MISSING AND NOT FDST-MISS-RAISED
                   MOVE "Y" TO FDST-MISS-ALERTED
                   MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
                   MOVE "FEEDMISS" TO ALRT-CODE OF ALERT-WORK
                   PERFORM 3600-BUILD-ALERT-TEXT
                   PERFORM 9000-WRITE-ALERT
               END-IF
               IF FDST-LATE AND NOT FDST-LATE-RAISED
                   MOVE "Y" TO FDST-LATE-ALERTED
                   MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
                   MOVE "FEEDLATE" TO ALRT-CODE OF ALERT-WORK
                   PERFORM 3600-BUILD-ALERT-TEXT
                   PERFORM 9000-WRITE-ALERT
               END-IF
               IF NEW-STATUS
                   WRITE FDST-REC
                       INVALID KEY
                           DISPLAY 'TFEEDM01 - WRITE FAILED ON FDSTVS '
                               'STATUS=' FDST-STATUS
                           MOVE "N" TO FILES-OK-SW
                   END-WRITE
               ELSE
                   REWRITE FDST-REC
                       INVALID KEY
                           DISPLAY 'TFEEDM01 - REWRITE FAILED ON '
                               'FDSTVS STATUS=' FDST-STATUS
                           MOVE "N" TO FILES-OK-SW
                   END-REWRITE
               END-IF
           END-IF.

       3600-BUILD-ALERT-TEXT.

           MOVE SPACES TO ALRT-TEXT OF ALERT-WORK.
           IF FDST-MISSING
               STRING SNDR-SYSTEM-ID DELIMITED BY SIZE
                      " CYCLE " DELIMITED BY SIZE
                      CYCLE-IDX DELIMITED BY SIZE
                      " FEED NOT TAKEN BY " DELIMITED BY SIZE
                      CLOCK-WORK DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      CHECK-DATE DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
           ELSE
               STRING SNDR-SYSTEM-ID DELIMITED BY SIZE
                      " CYCLE " DELIMITED BY SIZE
                      CYCLE-IDX DELIMITED BY SIZE
                      " FEED " DELIMITED BY SIZE
                      CHECK-DATE DELIMITED BY SIZE
                      " TAKEN " DELIMITED BY SIZE
                      LATE-ED DELIMITED BY SIZE
                      " MIN AFTER " DELIMITED BY SIZE
                      CLOCK-WORK DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
           END-IF.

      * Feeds taken that no active schedule expected - a sender
      * sending a cycle it is not scheduled for, or one with no
      * schedule yet. Listed for the schedule to be put right; not
      * alerted, since TCONV01 has already accepted them.
       4000-LIST-UNSCHEDULED.

           PERFORM VARYING TAKEN-IDX FROM 1 BY 1
                   UNTIL TAKEN-IDX > TAKEN-CNT
               IF TK-MATCHED(TAKEN-IDX) = "N"
                   ADD 1 TO EXTRA-CNT
                   DISPLAY 'TFEEDM01 - ' TK-SYSTEM(TAKEN-IDX)
                       ' CYCLE ' TK-CYCLE(TAKEN-IDX)
                       ' TAKEN ' TK-TS(TAKEN-IDX)
                       ' - NOT ON ANY ACTIVE SCHEDULE'
               END-IF
           END-PERFORM.

       8000-TERMINATION.

           IF SNDR-STATUS NOT = "35"
               CLOSE SENDER-FILE
           END-IF.
           IF HIST-STATUS NOT = "35"
               CLOSE FEED-HIST-FILE
           END-IF.
           IF FDST-STATUS NOT = "35"
               CLOSE FDST-FILE
           END-IF.
           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TFEEDM01 - SENDERS=' SENDER-CNT
               ' EXPECTED=' EXPECTED-CNT
               ' ON TIME=' ON-TIME-CNT
               ' LATE=' LATE-CNT
               ' MISSING=' MISSING-CNT
               ' PENDING=' PENDING-CNT
               ' UNSCHEDULED=' EXTRA-CNT.

           IF NOT FILES-OK
               MOVE 12 TO RETURN-CODE
           ELSE
           IF ALERT-RAISED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.

           DISPLAY '** END TFEEDM01'.

      * YYYYMMDD-HHMM... to minutes; zero when there is no time.
       8500-TS-TO-MIN.

           MOVE 0 TO TS-MIN.
           IF TS-WORK(1:8) IS NUMERIC
                   AND TSW-DATE > 0
                   AND TS-WORK(10:4) IS NUMERIC
               COMPUTE TS-MIN =
                   FUNCTION INTEGER-OF-DATE(TSW-DATE) * 1440
                   + TSW-HH * 60 + TSW-MM
           END-IF.

      * Appends one alert record for night operations; the caller
      * fills ALRT-SEVERITY, ALRT-CODE and ALRT-TEXT in ALERT-WORK
      * beforehand. An unwritable alert file must never take the
      * run down - the condition code and SYSOUT still tell the
      * story.
       9000-WRITE-ALERT.

           SET ALERT-RAISED TO TRUE.

           IF NOT ALERT-FILE-OPEN
               OPEN EXTEND ALERT-FILE
               IF ALERT-STATUS = "00"
                   SET ALERT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'TFEEDM01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TFEEDM01" TO ALRT-PROGRAM OF ALERT-WORK
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

           DISPLAY 'TFEEDM01 - ALERT ' ALRT-CODE OF ALERT-WORK ': '
               ALRT-TEXT OF ALERT-WORK.

      *****************************************************
