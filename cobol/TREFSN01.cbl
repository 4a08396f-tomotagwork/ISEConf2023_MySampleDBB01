       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREFSN01.
      ******************************************************************
      * Nightly reference-table snapshot and change report. The
      * route master, PARM5, currency and authorized-sender tables
      * are all updated in place, so "what reference data was in
      * effect for that run" used to mean piecing the tables back
      * together from the maintenance audit files. Run just before
      * each TMAIN01 run, this program copies all four VSAM tables
      * to a new dated snapshot generation (CPREFSN) and compares it
      * record for record with the previous generation, printing
      * every entry added, deleted or changed since, field by field.
      * Each route master and PARM5 change is cross-checked against
      * its maintenance audit trail (CPRTAUD, CPMNT5A): there must
      * be an APPLIED audit record for the key, stamped after the
      * previous snapshot, whose function and after image account
      * for what the table now holds. A change with no such record
      * - an IDCAMS REPRO over the cluster, a restore, a program
      * writing the table it should only read - is reported
      * UNAUDITED, raised as a critical alert and ends the step
      * with condition code 8. The currency and sender tables keep
      * no maintenance audit trail, so their changes are printed
      * for someone to match against the TMAINTCU/TMAINTSN output
      * and raise a warning alert (condition code 4).
      * A table or audit file that cannot be read is condition code
      * 12 with a critical alert: the snapshot is incomplete and
      * must not stand as the record of the run's reference data.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-MASTER-FILE ASSIGN TO RTMSTVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROUTE-KEY
               FILE STATUS IS RTMST-STATUS.
           SELECT PARM5-FILE ASSIGN TO PARM5VS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PARM5F-KEY
               FILE STATUS IS PARM5-STATUS.
           SELECT CURRENCY-FILE ASSIGN TO CURRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CURR-CODE
               FILE STATUS IS CURR-STATUS.
           SELECT SENDER-FILE ASSIGN TO SNDRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNDR-SYSTEM-ID
               FILE STATUS IS SNDR-STATUS.
           SELECT PREV-SNAP-FILE ASSIGN TO PREVSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREVSN-STATUS.
           SELECT SNAP-OUT-FILE ASSIGN TO SNAPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SNAPOUT-STATUS.
           SELECT ROUTE-AUDIT-FILE ASSIGN TO RTMNTAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RTAUD-STATUS.
           SELECT PARM5-AUDIT-FILE ASSIGN TO MAINT5AU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P5AUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO SNAPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-MASTER-FILE.
       01 ROUTE-MASTER-REC.
           COPY CPRTMST.

       FD  PARM5-FILE.
       01 PARM5-REC.
           COPY CPPARM5F.

       FD  CURRENCY-FILE.
       01 CURRENCY-REC.
           COPY CPCURR.

       FD  SENDER-FILE.
       01 SENDER-REC.
           COPY CPSNDR.

       FD  PREV-SNAP-FILE
           RECORDING MODE IS F.
       01 PREV-SNAP-REC        PIC X(60).

       FD  SNAP-OUT-FILE
           RECORDING MODE IS F.
       01 SNAP-OUT-REC         PIC X(60).

       FD  ROUTE-AUDIT-FILE
           RECORDING MODE IS F.
       01 ROUTE-AUDIT-REC.
           COPY CPRTAUD.

       FD  PARM5-AUDIT-FILE
           RECORDING MODE IS F.
       01 PARM5-AUDIT-REC.
           COPY CPMNT5A.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01 ALERT-REC.
           COPY CPALRT01.

       WORKING-STORAGE SECTION.
       01 RTMST-STATUS      PIC X(02) VALUE "00".
       01 PARM5-STATUS      PIC X(02) VALUE "00".
       01 CURR-STATUS       PIC X(02) VALUE "00".
       01 SNDR-STATUS       PIC X(02) VALUE "00".
       01 PREVSN-STATUS     PIC X(02) VALUE "00".
       01 SNAPOUT-STATUS    PIC X(02) VALUE "00".
       01 RTAUD-STATUS      PIC X(02) VALUE "00".
       01 P5AUD-STATUS      PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".

       01 FILE-EOF-SW       PIC X(01) VALUE "N".
           88 FILE-EOF      VALUE "Y".
       01 PREV-EOF-SW       PIC X(01) VALUE "N".
           88 PREV-EOF      VALUE "Y".
       01 COMPARING-SW      PIC X(01) VALUE "N".
           88 COMPARING     VALUE "Y".
       01 INCOMPLETE-SW     PIC X(01) VALUE "N".
           88 SNAP-INCOMPLETE VALUE "Y".
       01 AUDIT-MATCH-SW    PIC X(01) VALUE "N".
           88 AUDIT-MATCHED VALUE "Y".

      * A table that could not be read is not compared - its
      * previous entries would otherwise all report as deleted.
       01 TABLE-FAILED-FLAGS.
           05 TABLE-FAILED-SW  PIC X(01) OCCURS 4 TIMES.
      * Route master (1) and PARM5 (2) audit trails that could not
      * be loaded in full - their changes cannot be verified.
       01 AUDIT-FAILED-FLAGS.
           05 AUDIT-FAILED-SW  PIC X(01) OCCURS 2 TIMES.
       01 NO-PREV-SW        PIC X(01) VALUE "N".
           88 NO-PREV-SNAP  VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RUN-TIME          PIC X(08) VALUE SPACES.
       01 SNAP-TAKEN        PIC X(20) VALUE SPACES.
       01 PREV-TAKEN        PIC X(20) VALUE SPACES.

       01 CURR-CMP-KEY.
           05 CURR-CMP-SEQ     PIC 9(01).
           05 CURR-CMP-ID      PIC X(08).
       01 PREV-CMP-KEY.
           05 PREV-CMP-SEQ     PIC 9(01).
           05 PREV-CMP-ID      PIC X(08).

       01 CHANGE-TYPE       PIC X(07) VALUE SPACES.
       01 AUDIT-RESULT      PIC X(40) VALUE SPACES.

       01 SNAP-CNT          PIC 9(09) VALUE 0.
       01 ADDED-CNT         PIC 9(09) VALUE 0.
       01 DELETED-CNT       PIC 9(09) VALUE 0.
       01 CHANGED-CNT       PIC 9(09) VALUE 0.
       01 UNAUDITED-CNT     PIC 9(09) VALUE 0.
       01 NO-TRAIL-CNT      PIC 9(09) VALUE 0.
       01 TABLE-CNT-LIST.
           05 TABLE-CNT        PIC 9(09) OCCURS 4 TIMES.
       01 TABLE-IDX         PIC 9(04) COMP VALUE 0.
       01 CUTOFF-IDX        PIC 9(02) VALUE 0.

      * The snapshot record being built, the previous generation's
      * current record, and the old/new pair a change is reported
      * from (spaces on the side that does not exist).
       01 SNAP-WORK.
           COPY CPREFSN.
       01 PREV-SNAP.
           COPY CPREFSN.
       01 OLD-SNAP.
           COPY CPREFSN.
       01 NEW-SNAP.
           COPY CPREFSN.

      * APPLIED maintenance stamped after the previous snapshot, in
      * file (time) order - the last entry for a key is the one the
      * table should now reflect.
       01 ROUTE-AUDIT-TABLE.
           05 RTA-CNT          PIC 9(04) COMP VALUE 0.
           05 RTA-ENTRY OCCURS 1000 TIMES.
               10 RTA-ROUTE       PIC X(06).
               10 RTA-FUNCTION    PIC X(01).
               10 RTA-AFTER-IMAGE PIC X(30).
       01 RTA-MAX           PIC 9(04) COMP VALUE 1000.
       01 PARM5-AUDIT-TABLE.
           05 P5A-CNT          PIC 9(04) COMP VALUE 0.
           05 P5A-ENTRY OCCURS 500 TIMES.
               10 P5A-KEY         PIC X(06).
               10 P5A-FUNCTION    PIC X(01).
               10 P5A-AFTER-IMAGE PIC X(04).
       01 P5A-MAX           PIC 9(04) COMP VALUE 500.
       01 AUD-IDX           PIC 9(04) COMP VALUE 0.
       01 AUD-FOUND-IDX     PIC 9(04) COMP VALUE 0.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TREFSN01  REFERENCE TABLE CHANGES - SNAP".
           05 FILLER           PIC X(05) VALUE "SHOT ".
           05 HDG1-TAKEN       PIC X(20).
           05 FILLER           PIC X(10) VALUE "  PREVIOUS".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HDG1-PREV-TAKEN  PIC X(20).
           05 FILLER           PIC X(26) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 ENTRY-LINE.
           05 ENT-TABLE        PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ENT-KEY          PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ENT-CHANGE       PIC X(07).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ENT-AUDIT        PIC X(40).
           05 FILLER           PIC X(59) VALUE SPACES.

       01 FIELD-LINE.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 FLD-NAME         PIC X(16).
           05 FILLER           PIC X(05) VALUE " WAS ".
           05 FLD-OLD          PIC X(20).
           05 FILLER           PIC X(05) VALUE " NOW ".
           05 FLD-NEW          PIC X(20).
           05 FILLER           PIC X(60) VALUE SPACES.

       01 LIMIT-EDIT        PIC ZZZ,ZZZ,ZZ9.99.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(110).
           05 FILLER           PIC X(20) VALUE SPACES.

       01 COUNT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CNT-TEXT         PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(79) VALUE SPACES.


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

           IF SNAPOUT-STATUS = "00"
               PERFORM 2000-SNAP-ROUTE-MASTER
               PERFORM 2200-SNAP-PARM5
               PERFORM 2400-SNAP-CURRENCIES
               PERFORM 2600-SNAP-SENDERS
               PERFORM 2900-FLUSH-PREVIOUS
           END-IF.

           PERFORM 7000-VERDICT.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TREFSN01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           STRING RUN-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RUN-TIME DELIMITED BY SIZE
               INTO SNAP-TAKEN
           END-STRING.
           MOVE SPACES TO TABLE-FAILED-FLAGS.
           MOVE SPACES TO AUDIT-FAILED-FLAGS.
           MOVE ZERO TO TABLE-CNT(1) TABLE-CNT(2)
               TABLE-CNT(3) TABLE-CNT(4).

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY 'TREFSN01 - OPEN FAILED ON SNAPRPT STATUS='
                   REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT SNAP-OUT-FILE.
           IF SNAPOUT-STATUS NOT = "00"
               DISPLAY 'TREFSN01 - OPEN FAILED ON SNAPOUT STATUS='
                   SNAPOUT-STATUS
               SET SNAP-INCOMPLETE TO TRUE
               MOVE "CANNOT WRITE THE SNAPSHOT GENERATION" TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE SPACES TO SNAP-WORK
               MOVE 0 TO SNAP-TABLE-SEQ OF SNAP-WORK
               MOVE SNAP-TAKEN TO SNHD-TAKEN OF SNAP-WORK
               MOVE RUN-DATE TO SNHD-RUN-DATE OF SNAP-WORK
               WRITE SNAP-OUT-REC FROM SNAP-WORK
               PERFORM 1100-OPEN-PREVIOUS
           END-IF.

      * The previous generation's header says when it was taken;
      * only maintenance after that can explain a difference. An
      * empty generation (the first night, or the seed) leaves
      * nothing to compare against.
       1100-OPEN-PREVIOUS.

           OPEN INPUT PREV-SNAP-FILE.
           IF PREVSN-STATUS NOT = "00"
               DISPLAY 'TREFSN01 - NO PREVIOUS SNAPSHOT, STATUS='
                   PREVSN-STATUS ' - BASELINE ONLY'
               SET NO-PREV-SNAP TO TRUE
               SET PREV-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-PREVIOUS
               IF NOT PREV-EOF AND SNAP-HEADER OF PREV-SNAP
                   MOVE SNHD-TAKEN OF PREV-SNAP TO PREV-TAKEN
                   SET COMPARING TO TRUE
                   PERFORM 3100-READ-PREVIOUS
               ELSE
                   SET PREV-EOF TO TRUE
               END-IF
           END-IF.

           IF COMPARING
               PERFORM 1300-LOAD-ROUTE-AUDIT
               PERFORM 1400-LOAD-PARM5-AUDIT
           ELSE
               MOVE "NO PREVIOUS SNAPSHOT - THIS ONE IS THE BASELINE"
                   TO TXT-TEXT
               PERFORM 6200-PRINT-TEXT-LINE
           END-IF.

       1300-LOAD-ROUTE-AUDIT.

           OPEN INPUT ROUTE-AUDIT-FILE.
           IF RTAUD-STATUS NOT = "00"
               DISPLAY 'TREFSN01 - OPEN FAILED ON RTMNTAU STATUS='
                   RTAUD-STATUS
               SET SNAP-INCOMPLETE TO TRUE
               MOVE "Y" TO AUDIT-FAILED-SW(1)
               MOVE "ROUTE MASTER AUDIT TRAIL UNREADABLE - ROUTE "
                   TO TXT-TEXT
               MOVE "CHANGES NOT VERIFIED" TO TXT-TEXT(45:20)
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ROUTE-AUDIT-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF RTAU-STATUS = "APPLIED"
                                   AND RTAU-TIMESTAMP > PREV-TAKEN
                               PERFORM 1350-STORE-ROUTE-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROUTE-AUDIT-FILE
           END-IF.

       1350-STORE-ROUTE-AUDIT.

           IF RTA-CNT < RTA-MAX
               ADD 1 TO RTA-CNT
               MOVE RTAU-ROUTE-CODE TO RTA-ROUTE(RTA-CNT)
               MOVE RTAU-FUNCTION TO RTA-FUNCTION(RTA-CNT)
               MOVE RTAU-AFTER-IMAGE TO RTA-AFTER-IMAGE(RTA-CNT)
           ELSE
               IF AUDIT-FAILED-SW(1) NOT = "Y"
                   DISPLAY 'TREFSN01 - MORE THAN ' RTA-MAX
                       ' ROUTE AUDIT RECORDS SINCE THE LAST SNAPSHOT'
                   SET SNAP-INCOMPLETE TO TRUE
                   MOVE "Y" TO AUDIT-FAILED-SW(1)
                   MOVE "ROUTE MASTER AUDIT TABLE FULL - ROUTE "
                       TO TXT-TEXT
                   MOVE "CHANGES NOT VERIFIED" TO TXT-TEXT(39:20)
                   PERFORM 6200-PRINT-TEXT-LINE
               END-IF
           END-IF.

       1400-LOAD-PARM5-AUDIT.

           OPEN INPUT PARM5-AUDIT-FILE.
           IF P5AUD-STATUS NOT = "00"
               DISPLAY 'TREFSN01 - OPEN FAILED ON MAINT5AU STATUS='
                   P5AUD-STATUS
               SET SNAP-INCOMPLETE TO TRUE
               MOVE "Y" TO AUDIT-FAILED-SW(2)
               MOVE "PARM5 AUDIT TRAIL UNREADABLE - PARM5 CHANGES "
                   TO TXT-TEXT
               MOVE "NOT VERIFIED" TO TXT-TEXT(46:12)
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PARM5-AUDIT-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF MNT5A-STATUS = "APPLIED"
                                   AND MNT5A-TIMESTAMP > PREV-TAKEN
                               PERFORM 1450-STORE-PARM5-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM5-AUDIT-FILE
           END-IF.

       1450-STORE-PARM5-AUDIT.

           IF P5A-CNT < P5A-MAX
               ADD 1 TO P5A-CNT
               MOVE MNT5A-KEY TO P5A-KEY(P5A-CNT)
               MOVE MNT5A-FUNCTION TO P5A-FUNCTION(P5A-CNT)
               MOVE MNT5A-AFTER-PARM51 TO P5A-AFTER-IMAGE(P5A-CNT)(1:2)
               MOVE MNT5A-AFTER-PARM52 TO P5A-AFTER-IMAGE(P5A-CNT)(3:2)
           ELSE
               IF AUDIT-FAILED-SW(2) NOT = "Y"
                   DISPLAY 'TREFSN01 - MORE THAN ' P5A-MAX
                       ' PARM5 AUDIT RECORDS SINCE THE LAST SNAPSHOT'
                   SET SNAP-INCOMPLETE TO TRUE
                   MOVE "Y" TO AUDIT-FAILED-SW(2)
                   MOVE "PARM5 AUDIT TABLE FULL - PARM5 CHANGES NOT "
                       TO TXT-TEXT
                   MOVE "VERIFIED" TO TXT-TEXT(44:8)
                   PERFORM 6200-PRINT-TEXT-LINE
               END-IF
           END-IF.

       2000-SNAP-ROUTE-MASTER.

           MOVE 1 TO TABLE-IDX.
           OPEN INPUT ROUTE-MASTER-FILE.
           IF RTMST-STATUS NOT = "00"
               DISPLAY 'TREFSN01 - OPEN FAILED ON RTMSTVS STATUS='
                   RTMST-STATUS
               PERFORM 2800-NOTE-TABLE-FAILED
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ROUTE-MASTER-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO SNAP-WORK
                           MOVE 1 TO SNAP-TABLE-SEQ OF SNAP-WORK
                           MOVE ROUTE-KEY TO SNAP-KEY OF SNAP-WORK
                           MOVE ROUTE-MASTER-REC
                               TO SNAP-IMAGE OF SNAP-WORK
                           PERFORM 3000-WRITE-AND-COMPARE
                   END-READ
               END-PERFORM
               CLOSE ROUTE-MASTER-FILE
           END-IF.

       2200-SNAP-PARM5.

           MOVE 2 TO TABLE-IDX.
           OPEN INPUT PARM5-FILE.
           IF PARM5-STATUS NOT = "00"
               DISPLAY 'TREFSN01 - OPEN FAILED ON PARM5VS STATUS='
                   PARM5-STATUS
               PERFORM 2800-NOTE-TABLE-FAILED
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PARM5-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO SNAP-WORK
                           MOVE 2 TO SNAP-TABLE-SEQ OF SNAP-WORK
                           MOVE PARM5F-KEY TO SNAP-KEY OF SNAP-WORK
                           MOVE PARM5-REC TO SNAP-IMAGE OF SNAP-WORK
                           PERFORM 3000-WRITE-AND-COMPARE
                   END-READ
               END-PERFORM
               CLOSE PARM5-FILE
           END-IF.

       2400-SNAP-CURRENCIES.

           MOVE 3 TO TABLE-IDX.
           OPEN INPUT CURRENCY-FILE.
           IF CURR-STATUS NOT = "00"
               DISPLAY 'TREFSN01 - OPEN FAILED ON CURRVS STATUS='
                   CURR-STATUS
               PERFORM 2800-NOTE-TABLE-FAILED
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CURRENCY-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO SNAP-WORK
                           MOVE 3 TO SNAP-TABLE-SEQ OF SNAP-WORK
                           MOVE CURR-CODE TO SNAP-KEY OF SNAP-WORK
                           MOVE CURRENCY-REC
                               TO SNAP-IMAGE OF SNAP-WORK
                           PERFORM 3000-WRITE-AND-COMPARE
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-FILE
           END-IF.

       2600-SNAP-SENDERS.

           MOVE 4 TO TABLE-IDX.
           OPEN INPUT SENDER-FILE.
           IF SNDR-STATUS NOT = "00"
               DISPLAY 'TREFSN01 - OPEN FAILED ON SNDRVS STATUS='
                   SNDR-STATUS
               PERFORM 2800-NOTE-TABLE-FAILED
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ SENDER-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO SNAP-WORK
                           MOVE 4 TO SNAP-TABLE-SEQ OF SNAP-WORK
                           MOVE SNDR-SYSTEM-ID TO SNAP-KEY OF SNAP-WORK
                           MOVE SENDER-REC TO SNAP-IMAGE OF SNAP-WORK
                           PERFORM 3000-WRITE-AND-COMPARE
                   END-READ
               END-PERFORM
               CLOSE SENDER-FILE
           END-IF.

       2800-NOTE-TABLE-FAILED.

           SET SNAP-INCOMPLETE TO TRUE.
           MOVE "Y" TO TABLE-FAILED-SW(TABLE-IDX).
           PERFORM 6100-SET-TABLE-NAME.
           MOVE SPACES TO TXT-TEXT.
           STRING ENT-TABLE DELIMITED BY "  "
                  " TABLE COULD NOT BE READ - NOT IN THE SNAPSHOT"
                      DELIMITED BY SIZE
               INTO TXT-TEXT
           END-STRING.
           PERFORM 6200-PRINT-TEXT-LINE.

      * Whatever is left of the previous generation after the last
      * table was read was deleted from its table since.
       2900-FLUSH-PREVIOUS.

           PERFORM UNTIL PREV-EOF
               PERFORM 3300-REPORT-DELETED
               PERFORM 3100-READ-PREVIOUS
           END-PERFORM.

      * Balance-line match of the two generations: both are in
      * table order and, within a table, key order.
       3000-WRITE-AND-COMPARE.

           WRITE SNAP-OUT-REC FROM SNAP-WORK.
           ADD 1 TO SNAP-CNT.
           ADD 1 TO TABLE-CNT(TABLE-IDX).

           IF COMPARING
               MOVE SNAP-TABLE-SEQ OF SNAP-WORK TO CURR-CMP-SEQ
               MOVE SNAP-KEY OF SNAP-WORK TO CURR-CMP-ID
               PERFORM UNTIL PREV-CMP-KEY NOT < CURR-CMP-KEY
                   PERFORM 3300-REPORT-DELETED
                   PERFORM 3100-READ-PREVIOUS
               END-PERFORM
               IF PREV-CMP-KEY = CURR-CMP-KEY
                   IF SNAP-IMAGE OF PREV-SNAP
                           NOT = SNAP-IMAGE OF SNAP-WORK
                       PERFORM 3400-REPORT-CHANGED
                   END-IF
                   PERFORM 3100-READ-PREVIOUS
               ELSE
                   PERFORM 3200-REPORT-ADDED
               END-IF
           END-IF.

       3100-READ-PREVIOUS.

           IF NOT PREV-EOF
               READ PREV-SNAP-FILE INTO PREV-SNAP
                   AT END
                       SET PREV-EOF TO TRUE
               END-READ
           END-IF.
           IF PREV-EOF
               MOVE HIGH-VALUES TO PREV-CMP-KEY
           ELSE
               MOVE SNAP-TABLE-SEQ OF PREV-SNAP TO PREV-CMP-SEQ
               MOVE SNAP-KEY OF PREV-SNAP TO PREV-CMP-ID
           END-IF.

       3200-REPORT-ADDED.

           MOVE SPACES TO OLD-SNAP.
           MOVE SNAP-WORK TO NEW-SNAP.
           MOVE "ADDED" TO CHANGE-TYPE.
           ADD 1 TO ADDED-CNT.
           PERFORM 5000-REPORT-CHANGE.

       3300-REPORT-DELETED.

           IF SNAP-TABLE-SEQ OF PREV-SNAP > 0
                   AND SNAP-TABLE-SEQ OF PREV-SNAP < 5
                   AND TABLE-FAILED-SW(SNAP-TABLE-SEQ OF PREV-SNAP)
                       NOT = "Y"
               MOVE PREV-SNAP TO OLD-SNAP
               MOVE SPACES TO NEW-SNAP
               MOVE SNAP-TABLE-SEQ OF PREV-SNAP
                   TO SNAP-TABLE-SEQ OF NEW-SNAP
               MOVE SNAP-KEY OF PREV-SNAP TO SNAP-KEY OF NEW-SNAP
               MOVE "DELETED" TO CHANGE-TYPE
               ADD 1 TO DELETED-CNT
               PERFORM 5000-REPORT-CHANGE
           END-IF.

       3400-REPORT-CHANGED.

           MOVE PREV-SNAP TO OLD-SNAP.
           MOVE SNAP-WORK TO NEW-SNAP.
           MOVE "CHANGED" TO CHANGE-TYPE.
           ADD 1 TO CHANGED-CNT.
           PERFORM 5000-REPORT-CHANGE.

       5000-REPORT-CHANGE.

           MOVE SNAP-TABLE-SEQ OF NEW-SNAP TO TABLE-IDX.
           PERFORM 5100-CHECK-AUDIT.

           PERFORM 6100-SET-TABLE-NAME.
           MOVE SNAP-KEY OF NEW-SNAP TO ENT-KEY.
           MOVE CHANGE-TYPE TO ENT-CHANGE.
           MOVE AUDIT-RESULT TO ENT-AUDIT.
           MOVE ENTRY-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

           EVALUATE TABLE-IDX
               WHEN 1
                   PERFORM 5210-ROUTE-FIELDS
               WHEN 2
                   PERFORM 5220-PARM5-FIELDS
               WHEN 3
                   PERFORM 5230-CURRENCY-FIELDS
               WHEN 4
                   PERFORM 5240-SENDER-FIELDS
           END-EVALUATE.

      * The last APPLIED audit record for the key since the previous
      * snapshot must explain the table as it now stands: a delete
      * for an entry that is gone, an add or update whose after
      * image is the entry now on the table for one that is there.
       5100-CHECK-AUDIT.

           MOVE "N" TO AUDIT-MATCH-SW.
           MOVE 0 TO AUD-FOUND-IDX.

           EVALUATE TABLE-IDX
               WHEN 1
                   PERFORM VARYING AUD-IDX FROM RTA-CNT BY -1
                           UNTIL AUD-IDX < 1 OR AUD-FOUND-IDX > 0
                       IF RTA-ROUTE(AUD-IDX) = SNAP-KEY OF NEW-SNAP
                           MOVE AUD-IDX TO AUD-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF AUD-FOUND-IDX > 0
                       IF CHANGE-TYPE = "DELETED"
                           IF RTA-FUNCTION(AUD-FOUND-IDX) = "D"
                               SET AUDIT-MATCHED TO TRUE
                           END-IF
                       ELSE
                           IF RTA-FUNCTION(AUD-FOUND-IDX) NOT = "D"
                                   AND RTA-AFTER-IMAGE(AUD-FOUND-IDX)
                                   = SNAP-IMAGE OF NEW-SNAP(7:30)
                               SET AUDIT-MATCHED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN 2
                   PERFORM VARYING AUD-IDX FROM P5A-CNT BY -1
                           UNTIL AUD-IDX < 1 OR AUD-FOUND-IDX > 0
                       IF P5A-KEY(AUD-IDX) = SNAP-KEY OF NEW-SNAP
                           MOVE AUD-IDX TO AUD-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF AUD-FOUND-IDX > 0
                       IF CHANGE-TYPE = "DELETED"
                           IF P5A-FUNCTION(AUD-FOUND-IDX) = "D"
                               SET AUDIT-MATCHED TO TRUE
                           END-IF
                       ELSE
                           IF P5A-FUNCTION(AUD-FOUND-IDX) NOT = "D"
                                   AND P5A-AFTER-IMAGE(AUD-FOUND-IDX)
                                   = SNAP-IMAGE OF NEW-SNAP(7:4)
                               SET AUDIT-MATCHED TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           EVALUATE TRUE
               WHEN TABLE-IDX > 2
                   MOVE "NO AUDIT TRAIL KEPT - CONFIRM BY HAND"
                       TO AUDIT-RESULT
                   ADD 1 TO NO-TRAIL-CNT
               WHEN AUDIT-FAILED-SW(TABLE-IDX) = "Y"
                   MOVE "*** UNVERIFIED - AUDIT TRAIL UNREADABLE"
                       TO AUDIT-RESULT
                   ADD 1 TO UNAUDITED-CNT
               WHEN AUDIT-MATCHED
                   MOVE "AUDITED" TO AUDIT-RESULT
               WHEN AUD-FOUND-IDX = 0
                   MOVE "*** UNAUDITED - NO APPLIED AUDIT RECORD"
                       TO AUDIT-RESULT
                   ADD 1 TO UNAUDITED-CNT
               WHEN OTHER
                   MOVE "*** UNAUDITED - AUDIT IMAGE DOES NOT MATCH"
                       TO AUDIT-RESULT
                   ADD 1 TO UNAUDITED-CNT
           END-EVALUATE.

       5210-ROUTE-FIELDS.

           IF SNRT-ACTIVE OF OLD-SNAP NOT = SNRT-ACTIVE OF NEW-SNAP
               MOVE "ACTIVE FLAG" TO FLD-NAME
               MOVE SNRT-ACTIVE OF OLD-SNAP TO FLD-OLD
               MOVE SNRT-ACTIVE OF NEW-SNAP TO FLD-NEW
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.
           IF SNRT-WEIGHT OF OLD-SNAP NOT = SNRT-WEIGHT OF NEW-SNAP
               MOVE "PARM2 WEIGHT" TO FLD-NAME
               MOVE SNRT-WEIGHT OF OLD-SNAP TO FLD-OLD
               MOVE SNRT-WEIGHT OF NEW-SNAP TO FLD-NEW
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.
           IF SNRT-SUBPGM OF OLD-SNAP NOT = SNRT-SUBPGM OF NEW-SNAP
               MOVE "SUBPROGRAM" TO FLD-NAME
               MOVE SNRT-SUBPGM OF OLD-SNAP TO FLD-OLD
               MOVE SNRT-SUBPGM OF NEW-SNAP TO FLD-NEW
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.
           IF SNAP-IMAGE OF OLD-SNAP(17:9)
                   NOT = SNAP-IMAGE OF NEW-SNAP(17:9)
               MOVE "TXN LIMIT USD" TO FLD-NAME
               MOVE SPACES TO FLD-OLD
               MOVE SPACES TO FLD-NEW
               IF SNRT-TXN-LIMIT OF OLD-SNAP IS NUMERIC
                   MOVE SNRT-TXN-LIMIT OF OLD-SNAP TO LIMIT-EDIT
                   MOVE LIMIT-EDIT TO FLD-OLD
               END-IF
               IF SNRT-TXN-LIMIT OF NEW-SNAP IS NUMERIC
                   MOVE SNRT-TXN-LIMIT OF NEW-SNAP TO LIMIT-EDIT
                   MOVE LIMIT-EDIT TO FLD-NEW
               END-IF
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.
           IF SNAP-IMAGE OF OLD-SNAP(26:11)
                   NOT = SNAP-IMAGE OF NEW-SNAP(26:11)
               MOVE "DAILY LIMIT USD" TO FLD-NAME
               MOVE SPACES TO FLD-OLD
               MOVE SPACES TO FLD-NEW
               IF SNRT-DAILY-LIMIT OF OLD-SNAP IS NUMERIC
                   MOVE SNRT-DAILY-LIMIT OF OLD-SNAP TO LIMIT-EDIT
                   MOVE LIMIT-EDIT TO FLD-OLD
               END-IF
               IF SNRT-DAILY-LIMIT OF NEW-SNAP IS NUMERIC
                   MOVE SNRT-DAILY-LIMIT OF NEW-SNAP TO LIMIT-EDIT
                   MOVE LIMIT-EDIT TO FLD-NEW
               END-IF
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.

       5220-PARM5-FIELDS.

           IF SNP5-PARM51 OF OLD-SNAP NOT = SNP5-PARM51 OF NEW-SNAP
               MOVE "PARM51" TO FLD-NAME
               MOVE SNP5-PARM51 OF OLD-SNAP TO FLD-OLD
               MOVE SNP5-PARM51 OF NEW-SNAP TO FLD-NEW
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.
           IF SNP5-PARM52 OF OLD-SNAP NOT = SNP5-PARM52 OF NEW-SNAP
               MOVE "PARM52" TO FLD-NAME
               MOVE SNP5-PARM52 OF OLD-SNAP TO FLD-OLD
               MOVE SNP5-PARM52 OF NEW-SNAP TO FLD-NEW
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.

       5230-CURRENCY-FIELDS.

           IF SNCU-ACTIVE OF OLD-SNAP NOT = SNCU-ACTIVE OF NEW-SNAP
               MOVE "ACTIVE FLAG" TO FLD-NAME
               MOVE SNCU-ACTIVE OF OLD-SNAP TO FLD-OLD
               MOVE SNCU-ACTIVE OF NEW-SNAP TO FLD-NEW
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.
           IF SNCU-NAME OF OLD-SNAP NOT = SNCU-NAME OF NEW-SNAP
               MOVE "CURRENCY NAME" TO FLD-NAME
               MOVE SNCU-NAME OF OLD-SNAP TO FLD-OLD
               MOVE SNCU-NAME OF NEW-SNAP TO FLD-NEW
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.

       5240-SENDER-FIELDS.

           IF SNSN-ACTIVE OF OLD-SNAP NOT = SNSN-ACTIVE OF NEW-SNAP
               MOVE "ACTIVE FLAG" TO FLD-NAME
               MOVE SNSN-ACTIVE OF OLD-SNAP TO FLD-OLD
               MOVE SNSN-ACTIVE OF NEW-SNAP TO FLD-NEW
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.
           IF SNSN-DESC OF OLD-SNAP NOT = SNSN-DESC OF NEW-SNAP
               MOVE "DESCRIPTION" TO FLD-NAME
               MOVE SNSN-DESC OF OLD-SNAP TO FLD-OLD
               MOVE SNSN-DESC OF NEW-SNAP TO FLD-NEW
               PERFORM 6300-PRINT-FIELD-LINE
           END-IF.
           PERFORM VARYING CUTOFF-IDX FROM 1 BY 1
                   UNTIL CUTOFF-IDX > 4
               IF SNSN-CUTOFF OF OLD-SNAP(CUTOFF-IDX)
                       NOT = SNSN-CUTOFF OF NEW-SNAP(CUTOFF-IDX)
                   MOVE SPACES TO FLD-NAME
                   STRING "CYCLE " CUTOFF-IDX " CUTOFF"
                       DELIMITED BY SIZE INTO FLD-NAME
                   MOVE SNSN-CUTOFF OF OLD-SNAP(CUTOFF-IDX) TO FLD-OLD
                   IF FLD-OLD = SPACES
                       MOVE "NOT EXPECTED" TO FLD-OLD
                   END-IF
                   MOVE SNSN-CUTOFF OF NEW-SNAP(CUTOFF-IDX) TO FLD-NEW
                   IF FLD-NEW = SPACES
                       MOVE "NOT EXPECTED" TO FLD-NEW
                   END-IF
                   PERFORM 6300-PRINT-FIELD-LINE
               END-IF
           END-PERFORM.

       6000-PRINT-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6100-SET-TABLE-NAME.

           EVALUATE TABLE-IDX
               WHEN 1
                   MOVE "ROUTE MASTER" TO ENT-TABLE
               WHEN 2
                   MOVE "PARM5" TO ENT-TABLE
               WHEN 3
                   MOVE "CURRENCY" TO ENT-TABLE
               WHEN OTHER
                   MOVE "SENDER" TO ENT-TABLE
           END-EVALUATE.

       6200-PRINT-TEXT-LINE.

           MOVE TEXT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE SPACES TO TXT-TEXT.

       6300-PRINT-FIELD-LINE.

           MOVE FIELD-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

       6400-PRINT-COUNT-LINE.

           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.

       6500-PRINT-HEADINGS.

           ADD 1 TO PAGE-CNT.
           MOVE SNAP-TAKEN TO HDG1-TAKEN.
           MOVE PREV-TAKEN TO HDG1-PREV-TAKEN.
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

       7000-VERDICT.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6000-PRINT-LINE.
           MOVE "ROUTE MASTER ENTRIES SNAPPED" TO CNT-TEXT.
           MOVE TABLE-CNT(1) TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "PARM5 ENTRIES SNAPPED" TO CNT-TEXT.
           MOVE TABLE-CNT(2) TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "CURRENCY ENTRIES SNAPPED" TO CNT-TEXT.
           MOVE TABLE-CNT(3) TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "SENDER ENTRIES SNAPPED" TO CNT-TEXT.
           MOVE TABLE-CNT(4) TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "ENTRIES ADDED" TO CNT-TEXT.
           MOVE ADDED-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "ENTRIES DELETED" TO CNT-TEXT.
           MOVE DELETED-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "ENTRIES CHANGED" TO CNT-TEXT.
           MOVE CHANGED-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.
           MOVE "CHANGES WITH NO MATCHING AUDIT RECORD" TO CNT-TEXT.
           MOVE UNAUDITED-CNT TO CNT-VALUE.
           PERFORM 6400-PRINT-COUNT-LINE.

           IF SNAP-INCOMPLETE
               MOVE "*** SNAPSHOT INCOMPLETE - DELETE THIS GENERATION "
                   TO TXT-TEXT
               MOVE "AND RERUN ***" TO TXT-TEXT(50:13)
               PERFORM 6200-PRINT-TEXT-LINE
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "REFSNAP" TO ALRT-CODE OF ALERT-WORK
               MOVE "REFERENCE-TABLE SNAPSHOT INCOMPLETE - SEE SNAPRPT"
                   TO ALRT-TEXT OF ALERT-WORK
               PERFORM 7700-WRITE-ALERT
               MOVE 12 TO RETURN-CODE
           END-IF.

           IF NO-PREV-SNAP
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "REFNOPRV" TO ALRT-CODE OF ALERT-WORK
               MOVE
                   "PREVIOUS REFERENCE SNAPSHOT UNREADABLE - NO COMPARE"
                   TO ALRT-TEXT OF ALERT-WORK
               PERFORM 7700-WRITE-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF UNAUDITED-CNT > 0
               DISPLAY 'TREFSN01 - *** ' UNAUDITED-CNT
                   ' REFERENCE CHANGE(S) WITH NO AUDIT RECORD ***'
               MOVE "C" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "REFUNAUD" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING "REFERENCE TABLE CHANGED WITH NO AUDIT RECORD"
                          DELIMITED BY SIZE
                      " - SEE SNAPRPT" DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 7700-WRITE-ALERT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF NO-TRAIL-CNT > 0
               MOVE "W" TO ALRT-SEVERITY OF ALERT-WORK
               MOVE "REFNOTRL" TO ALRT-CODE OF ALERT-WORK
               MOVE SPACES TO ALRT-TEXT OF ALERT-WORK
               STRING "CURRENCY/SENDER TABLE CHANGED - CONFIRM AGAINST"
                          DELIMITED BY SIZE
                      " MAINT OUTPUT" DELIMITED BY SIZE
                   INTO ALRT-TEXT OF ALERT-WORK
               END-STRING
               PERFORM 7700-WRITE-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8000-TERMINATION.

           IF SNAPOUT-STATUS = "00"
               CLOSE SNAP-OUT-FILE
           END-IF.
           IF PREVSN-STATUS = "00" OR PREVSN-STATUS = "10"
               CLOSE PREV-SNAP-FILE
           END-IF.
           IF REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.
           IF ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           END-IF.

           DISPLAY 'TREFSN01 - SNAPPED=' SNAP-CNT
               ' ADDED=' ADDED-CNT
               ' DELETED=' DELETED-CNT
               ' CHANGED=' CHANGED-CNT
               ' UNAUDITED=' UNAUDITED-CNT.
           DISPLAY '** END TREFSN01'.


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
                   DISPLAY 'TREFSN01 - OPEN FAILED ON ALERTOUT '
                       'STATUS=' ALERT-STATUS
                       ' - ALERT NOT RECORDED'
               END-IF
           END-IF.

           IF ALERT-FILE-OPEN
               MOVE "TREFSN01" TO ALRT-PROGRAM OF ALERT-WORK
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
