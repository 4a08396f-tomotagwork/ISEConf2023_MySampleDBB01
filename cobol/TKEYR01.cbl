       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKEYR01.
      ******************************************************************
      * Monthly feed key prefix density report, per sender. Reads
      * the feed key cross-reference TCONV01 keeps (KEYXRVS,
      * CPKEYXR) - one entry per truncated key, naming the full
      * 10-byte feed key that owns it - and shows how close each
      * sender's numbering is running to a truncation clash:
      *   - every entry a clash has been rejected against (RC97),
      *     the owning and the clashing full key, who sent the
      *     clash and when, flagged when it fell in the month,
      *   - per sender: keys held, keys first seen in the month,
      *     keys TRUNCATED (the full key carries something past
      *     byte six of the type or subtype, so truncation throws
      *     information away), keys CROWDED (another key shares
      *     all but the last byte of the truncated key - one
      *     character from a clash), the crowded share, and the
      *     clashes rejected against the sender's keys.
      * A sender whose truncated and crowded counts climb month on
      * month is the one to talk to about its numbering before the
      * clashes start. The month - YYYYMM in cols 1-6 of KEYCARD,
      * blank for the month before the run date - only decides
      * which keys and clashes are new; keys held are as the file
      * stands when the report runs. Condition code 12 when the
      * cross-reference cannot be read, 4 when a clash was
      * rejected in the month.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-CARD-FILE ASSIGN TO KEYCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT KEY-XREF-FILE ASSIGN TO KEYXRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KXR-KEY
               FILE STATUS IS KEYXR-STATUS.
           SELECT REPORT-FILE ASSIGN TO KEYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-CARD-FILE
           RECORDING MODE IS F.
       01 KEY-CARD-REC.
           05 KEY-CARD-MONTH    PIC X(06).
           05 FILLER            PIC X(74).

       FD  KEY-XREF-FILE.
       01 KEY-XREF-REC.
           COPY CPKEYXR.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 KEYXR-STATUS      PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 FUNCTION-RC       PIC S9(04) BINARY VALUE 0.

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           05 RUN-YYYY      PIC 9(04).
           05 RUN-MM        PIC 9(02).
           05 RUN-DD        PIC 9(02).
       01 REPORT-MONTH      PIC X(06) VALUE SPACES.
       01 REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
           05 RPT-YYYY      PIC 9(04).
           05 RPT-MM        PIC 9(02).

      * One line per sender owning keys, in the order first met.
       01 SENDER-TABLE.
           05 SN-CNT           PIC 9(03) COMP VALUE 0.
           05 SN-ENTRY OCCURS 100 TIMES.
               10 SN-SYSTEM       PIC X(08).
               10 SN-KEYS         PIC 9(07).
               10 SN-NEW          PIC 9(07).
               10 SN-TRUNCATED    PIC 9(07).
               10 SN-CROWDED      PIC 9(07).
               10 SN-CLASHED      PIC 9(05).
               10 SN-CLASHES      PIC 9(07).
               10 SN-LAST-CLASH   PIC X(08).
       01 SN-IDX            PIC 9(03) COMP VALUE 0.
       01 SN-FOUND-IDX      PIC 9(03) COMP VALUE 0.
       01 FIND-SYSTEM       PIC X(08) VALUE SPACES.
       01 UNLISTED-CNT      PIC 9(07) VALUE 0.

      * Crowding: entries come back in truncated-key order, so keys
      * differing only in the last truncated byte are neighbours.
      * The stem is the truncated key less that byte; the previous
      * entry is remembered until the next one shows whether it
      * had company.
       01 THIS-STEM         PIC X(11) VALUE SPACES.
       01 PREV-STEM         PIC X(11) VALUE LOW-VALUES.
       01 PREV-SN-IDX       PIC 9(03) COMP VALUE 0.
       01 PREV-COUNTED-SW   PIC X(01) VALUE "N".
           88 PREV-COUNTED  VALUE "Y".

       01 KEYS-TOT          PIC 9(07) VALUE 0.
       01 NEW-TOT           PIC 9(07) VALUE 0.
       01 TRUNCATED-TOT     PIC 9(07) VALUE 0.
       01 CROWDED-TOT       PIC 9(07) VALUE 0.
       01 CLASHED-TOT       PIC 9(07) VALUE 0.
       01 CLASHES-TOT       PIC 9(07) VALUE 0.
       01 MONTH-CLASH-TOT   PIC 9(07) VALUE 0.
       01 PCT-WORK          PIC 9(03)V9 VALUE 0.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.
       01 HOLD-LINE         PIC X(132) VALUE SPACES.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TKEYR01   KEY PREFIX DENSITY - MONTH    ".
           05 HDG1-MONTH       PIC X(06).
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(57) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 CLASH-HEADING.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "OWNER".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE "TRUNCATED KEY".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "OWNING FULL KEY".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "FIRST".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "LAST CLASHING KEY".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "FROM".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "ON".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE " TIMES".
           05 FILLER           PIC X(23) VALUE SPACES.

       01 CLASH-LINE.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 CLL-FLAG         PIC X(01).
           05 CLL-SYSTEM       PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CLL-TRUNC.
               10 CLL-TRUNC-TYPE    PIC X(06).
               10 FILLER            PIC X(01) VALUE "/".
               10 CLL-TRUNC-SUBTYPE PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CLL-FULL.
               10 CLL-FULL-TYPE     PIC X(10).
               10 FILLER            PIC X(01) VALUE "/".
               10 CLL-FULL-SUBTYPE  PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CLL-FIRST-DATE   PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CLL-CLASH.
               10 CLL-CLASH-TYPE    PIC X(10).
               10 FILLER            PIC X(01) VALUE "/".
               10 CLL-CLASH-SUBTYPE PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CLL-CLASH-SYSTEM PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CLL-CLASH-DATE   PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CLL-TIMES        PIC ZZ,ZZ9.
           05 FILLER           PIC X(23) VALUE SPACES.

       01 SUMMARY-HEADING-1.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE "     KEYS".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE " NEW KEYS".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE "     KEYS".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE "     KEYS".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE "CROWD-".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE "  KEYS".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE "  CLASH".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "    LAST".
           05 FILLER           PIC X(36) VALUE SPACES.

       01 SUMMARY-HEADING-2.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "SENDER".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE "     HELD".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE " IN MONTH".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE "TRUNCATED".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE "  CROWDED".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE "ED PCT".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE "   HIT".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE "  TIMES".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "   CLASH".
           05 FILLER           PIC X(36) VALUE SPACES.

       01 SUMMARY-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SML-SYSTEM       PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SML-KEYS         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-NEW          PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-TRUNCATED    PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-CROWDED      PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-PCT          PIC X(06).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-CLASHED      PIC ZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-CLASHES      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 SML-LAST-CLASH   PIC X(08).
           05 FILLER           PIC X(36) VALUE SPACES.
       01 PCT-ED            PIC ZZ9.9.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(110).
           05 FILLER           PIC X(20) VALUE SPACES.

       01 COUNT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CNT-TEXT         PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZATION.

           IF FUNCTION-RC = 0
               PERFORM 2000-READ-CROSS-REFERENCE
               PERFORM 3000-PRINT-SUMMARY
               PERFORM 7000-PRINT-TOTALS
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TKEYR01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO KEY-CARD-REC.
           OPEN INPUT KEY-CARD-FILE.
           IF CARD-STATUS = "00"
               READ KEY-CARD-FILE
                   AT END
                       MOVE SPACES TO KEY-CARD-REC
               END-READ
               CLOSE KEY-CARD-FILE
           END-IF.

           IF KEY-CARD-MONTH = SPACES
               IF RUN-MM = 1
                   COMPUTE RPT-YYYY = RUN-YYYY - 1
                   MOVE 12 TO RPT-MM
               ELSE
                   MOVE RUN-YYYY TO RPT-YYYY
                   COMPUTE RPT-MM = RUN-MM - 1
               END-IF
           ELSE
           IF KEY-CARD-MONTH IS NUMERIC
                   AND KEY-CARD-MONTH(5:2) > "00"
                   AND KEY-CARD-MONTH(5:2) < "13"
               MOVE KEY-CARD-MONTH TO REPORT-MONTH
           ELSE
               DISPLAY 'TKEYR01 - INVALID MONTH ON KEYCARD: "'
                   KEY-CARD-MONTH '"'
               MOVE 12 TO FUNCTION-RC
           END-IF
           END-IF.

           IF FUNCTION-RC = 0
               OPEN INPUT KEY-XREF-FILE
               IF KEYXR-STATUS NOT = "00"
                   DISPLAY 'TKEYR01 - OPEN FAILED ON KEYXRVS STATUS='
                       KEYXR-STATUS
                   MOVE 12 TO FUNCTION-RC
               END-IF
           END-IF.

           IF FUNCTION-RC = 0
               OPEN OUTPUT REPORT-FILE
               IF REPORT-STATUS NOT = "00"
                   DISPLAY 'TKEYR01 - OPEN FAILED ON KEYRPT STATUS='
                       REPORT-STATUS
                   MOVE 8 TO FUNCTION-RC
               END-IF
           END-IF.

           DISPLAY 'TKEYR01 - REPORTING MONTH ' REPORT-MONTH.

      ******************************************************************
      * One pass of the cross-reference in truncated-key order,
      * counting each entry against its owning sender and listing
      * every entry a clash has been rejected against.
      ******************************************************************
       2000-READ-CROSS-REFERENCE.

           MOVE "KEYS CLASHED AGAINST (* = CLASH IN THE MONTH)"
               TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE CLASH-HEADING TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           MOVE "N" TO EOF-SW.
           PERFORM UNTIL EOF
               READ KEY-XREF-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF KXR-KEY NOT = LOW-VALUES
                           PERFORM 2100-COUNT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           IF CLASHED-TOT = 0
               MOVE "NONE - NO CLASH HAS BEEN REJECTED" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

       2100-COUNT-ENTRY.

           MOVE KXR-SYSTEM TO FIND-SYSTEM.
           PERFORM 2400-FIND-SENDER.

           ADD 1 TO KEYS-TOT.
           IF SN-FOUND-IDX > 0
               ADD 1 TO SN-KEYS(SN-FOUND-IDX)
           END-IF.

           IF KXR-FIRST-DATE(1:6) = REPORT-MONTH
               ADD 1 TO NEW-TOT
               IF SN-FOUND-IDX > 0
                   ADD 1 TO SN-NEW(SN-FOUND-IDX)
               END-IF
           END-IF.

           IF KXR-FULL-TYPE(7:4) NOT = SPACES
                   OR KXR-FULL-SUBTYPE(7:4) NOT = SPACES
               ADD 1 TO TRUNCATED-TOT
               IF SN-FOUND-IDX > 0
                   ADD 1 TO SN-TRUNCATED(SN-FOUND-IDX)
               END-IF
           END-IF.

           PERFORM 2200-CHECK-CROWDING.

           IF KXR-CLASH-CNT IS NUMERIC AND KXR-CLASH-CNT > 0
               PERFORM 2300-LIST-CLASH
           END-IF.

      * The first neighbour of a stem is only known to be crowded
      * once the second arrives, so it is counted then.
       2200-CHECK-CROWDING.

           MOVE KXR-KEY(1:11) TO THIS-STEM.
           IF THIS-STEM = PREV-STEM
               IF NOT PREV-COUNTED
                   ADD 1 TO CROWDED-TOT
                   IF PREV-SN-IDX > 0
                       ADD 1 TO SN-CROWDED(PREV-SN-IDX)
                   END-IF
               END-IF
               ADD 1 TO CROWDED-TOT
               IF SN-FOUND-IDX > 0
                   ADD 1 TO SN-CROWDED(SN-FOUND-IDX)
               END-IF
               SET PREV-COUNTED TO TRUE
           ELSE
               MOVE THIS-STEM TO PREV-STEM
               MOVE "N" TO PREV-COUNTED-SW
           END-IF.
           MOVE SN-FOUND-IDX TO PREV-SN-IDX.

       2300-LIST-CLASH.

           ADD 1 TO CLASHED-TOT.
           ADD KXR-CLASH-CNT TO CLASHES-TOT.
           IF SN-FOUND-IDX > 0
               ADD 1 TO SN-CLASHED(SN-FOUND-IDX)
               ADD KXR-CLASH-CNT TO SN-CLASHES(SN-FOUND-IDX)
               IF KXR-LAST-CLASH-DATE > SN-LAST-CLASH(SN-FOUND-IDX)
                   MOVE KXR-LAST-CLASH-DATE
                       TO SN-LAST-CLASH(SN-FOUND-IDX)
               END-IF
           END-IF.

           IF KXR-LAST-CLASH-DATE(1:6) = REPORT-MONTH
               ADD 1 TO MONTH-CLASH-TOT
               MOVE "*" TO CLL-FLAG
           ELSE
               MOVE SPACE TO CLL-FLAG
           END-IF.
           MOVE KXR-SYSTEM TO CLL-SYSTEM.
           MOVE KXR-TRUNC-TYPE TO CLL-TRUNC-TYPE.
           MOVE KXR-TRUNC-SUBTYPE TO CLL-TRUNC-SUBTYPE.
           MOVE KXR-FULL-TYPE TO CLL-FULL-TYPE.
           MOVE KXR-FULL-SUBTYPE TO CLL-FULL-SUBTYPE.
           MOVE KXR-FIRST-DATE TO CLL-FIRST-DATE.
           MOVE KXR-LAST-CLASH-TYPE TO CLL-CLASH-TYPE.
           MOVE KXR-LAST-CLASH-SUBTYPE TO CLL-CLASH-SUBTYPE.
           MOVE KXR-LAST-CLASH-SYSTEM TO CLL-CLASH-SYSTEM.
           MOVE KXR-LAST-CLASH-DATE TO CLL-CLASH-DATE.
           MOVE KXR-CLASH-CNT TO CLL-TIMES.
           MOVE CLASH-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

      * A sender met for the first time is added to the table; one
      * past the table's size is counted in the totals only.
       2400-FIND-SENDER.

           MOVE 0 TO SN-FOUND-IDX.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > SN-CNT
                       OR SN-FOUND-IDX > 0
               IF SN-SYSTEM(SN-IDX) = FIND-SYSTEM
                   MOVE SN-IDX TO SN-FOUND-IDX
               END-IF
           END-PERFORM.

           IF SN-FOUND-IDX = 0
               IF SN-CNT < 100
                   ADD 1 TO SN-CNT
                   MOVE SN-CNT TO SN-FOUND-IDX
                   MOVE FIND-SYSTEM TO SN-SYSTEM(SN-CNT)
                   MOVE 0 TO SN-KEYS(SN-CNT)
                   MOVE 0 TO SN-NEW(SN-CNT)
                   MOVE 0 TO SN-TRUNCATED(SN-CNT)
                   MOVE 0 TO SN-CROWDED(SN-CNT)
                   MOVE 0 TO SN-CLASHED(SN-CNT)
                   MOVE 0 TO SN-CLASHES(SN-CNT)
                   MOVE SPACES TO SN-LAST-CLASH(SN-CNT)
               ELSE
                   ADD 1 TO UNLISTED-CNT
               END-IF
           END-IF.

       3000-PRINT-SUMMARY.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "PREFIX DENSITY BY SENDER" TO TXT-TEXT.
           PERFORM 6200-PRINT-TEXT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SUMMARY-HEADING-1 TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SUMMARY-HEADING-2 TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           PERFORM VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > SN-CNT
               PERFORM 3100-PRINT-SENDER
           END-PERFORM.

       3100-PRINT-SENDER.

           MOVE SN-SYSTEM(SN-IDX) TO SML-SYSTEM.
           MOVE SN-KEYS(SN-IDX) TO SML-KEYS.
           MOVE SN-NEW(SN-IDX) TO SML-NEW.
           MOVE SN-TRUNCATED(SN-IDX) TO SML-TRUNCATED.
           MOVE SN-CROWDED(SN-IDX) TO SML-CROWDED.
           IF SN-KEYS(SN-IDX) = 0
               MOVE "   N/A" TO SML-PCT
           ELSE
               COMPUTE PCT-WORK ROUNDED =
                   SN-CROWDED(SN-IDX) * 100 / SN-KEYS(SN-IDX)
               MOVE PCT-WORK TO PCT-ED
               MOVE SPACES TO SML-PCT
               STRING PCT-ED DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO SML-PCT
               END-STRING
           END-IF.
           MOVE SN-CLASHED(SN-IDX) TO SML-CLASHED.
           MOVE SN-CLASHES(SN-IDX) TO SML-CLASHES.
           MOVE SN-LAST-CLASH(SN-IDX) TO SML-LAST-CLASH.
           MOVE SUMMARY-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

       6000-PRINT-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6200-PRINT-TEXT-LINE.

           MOVE TEXT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SPACES TO TXT-TEXT.

       6400-PRINT-COUNT-LINE.

           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

      * The line waiting in REPORT-REC is kept across the heading.
       6500-PRINT-HEADINGS.

           MOVE REPORT-REC TO HOLD-LINE.
           ADD 1 TO PAGE-CNT.
           MOVE REPORT-MONTH TO HDG1-MONTH.
           MOVE RUN-DATE TO HDG1-RUN-DATE.
           MOVE PAGE-CNT TO HDG1-PAGE.
           IF PAGE-CNT = 1
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-REC FROM HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           MOVE 3 TO LINE-CNT.
           MOVE HOLD-LINE TO REPORT-REC.

       7000-PRINT-TOTALS.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "KEYS HELD" TO CNT-TEXT.
           MOVE KEYS-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "KEYS FIRST SEEN IN THE MONTH" TO CNT-TEXT.
           MOVE NEW-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "KEYS TRUNCATED" TO CNT-TEXT.
           MOVE TRUNCATED-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "KEYS CROWDED" TO CNT-TEXT.
           MOVE CROWDED-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "KEYS CLASHED AGAINST" TO CNT-TEXT.
           MOVE CLASHED-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "CLASHES REJECTED" TO CNT-TEXT.
           MOVE CLASHES-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "KEYS CLASHED AGAINST IN THE MONTH" TO CNT-TEXT.
           MOVE MONTH-CLASH-TOT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           IF UNLISTED-CNT > 0
               MOVE "KEYS OF SENDERS PAST THE FIRST 100" TO CNT-TEXT
               MOVE UNLISTED-CNT TO CNT-VALUE
               PERFORM 6400-PRINT-COUNT-LINE
           END-IF.

           IF MONTH-CLASH-TOT > 0
               MOVE 4 TO FUNCTION-RC
           END-IF.

       8000-TERMINATION.

           IF KEYXR-STATUS = "00" OR KEYXR-STATUS = "10"
               CLOSE KEY-XREF-FILE
           END-IF.
           IF REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

           MOVE FUNCTION-RC TO RETURN-CODE.

           DISPLAY '** END TKEYR01'.
