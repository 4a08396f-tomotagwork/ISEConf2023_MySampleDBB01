       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRTSIM01.
      ******************************************************************
      * Route master change impact simulation. TMAINTRT's checker
      * approves a pending change from its before/after images
      * alone; this program shows what the change would do to real
      * traffic first. It loads the still-pending changes (CPRTPND,
      * the generation TMAINTRT last wrote) and builds a working
      * copy of each affected route: the FROM image is the live
      * RTMSTVS record - or, where an earlier pending change for
      * the same route is ahead of it in the queue, that change's
      * result, since approvals apply oldest first - and the TO
      * image is the FROM image with the change applied. The day's
      * traffic is then replayed through both images with the same
      * decisions TMAIN01 makes:
      *   - 2500-VALIDATE-ROUTE-CODE: a route not on the master or
      *     not active rejects RC01
      *   - 2900-CHECK-ROUTE-LIMITS: an original over the route's
      *     USD single-transaction limit, or one that takes the
      *     route's running total for the replayed traffic past its
      *     daily limit, or one with no rate in force, is held
      *   - 3060-CALL-DE-SUBS: a routed transaction is dispatched to
      *     the route's subprogram, and weighted by its PARM2 weight
      * Per pending change the report counts the transactions (and
      * dollars, as TMAIN01 would route them - reversals negated)
      * that would start routing, start rejecting RC01, start or
      * stop being held, switch subprogram or change weight.
      * Duplicate and reversal-original checks do not depend on the
      * route master and are not simulated. Nothing is written but
      * the report: RTMSTVS is opened for input only, and no
      * journal, history, usage, acknowledgment or alert record is
      * produced.
      * SIMCARD: col  1    traffic source - "S" staged CPPARM01
      *                    transactions (the default), "F" an
      *                    archived CPFEED01 feed generation
      *          cols 2- 9 rate date for the USD limit tests (blank =
      *                    the feed header date for "F", today for
      *                    "S")
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIM-CARD-FILE ASSIGN TO SIMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT PENDING-IN-FILE ASSIGN TO PENDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDIN-STATUS.
           SELECT ROUTE-MASTER-FILE ASSIGN TO RTMSTVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROUTE-KEY
               FILE STATUS IS RTMST-STATUS.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT FEED-FILE ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
           SELECT REPORT-FILE ASSIGN TO SIMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIM-CARD-FILE
           RECORDING MODE IS F.
       01 SIM-CARD-REC.
           05 SIM-REQ-SOURCE   PIC X(01).
           05 SIM-REQ-RATE-DATE PIC X(08).
           05 FILLER           PIC X(71).

       FD  PENDING-IN-FILE
           RECORDING MODE IS F.
       01 PENDING-IN-REC.
           COPY CPRTPND.

       FD  ROUTE-MASTER-FILE.
       01 ROUTE-MASTER-REC.
           COPY CPRTMST.

       FD  TRANS-FILE
           RECORDING MODE IS F.
       01 TRANS-REC            PIC X(33).

       FD  FEED-FILE
           RECORDING MODE IS F.
       01 FEED-REC.
           COPY CPFEED01.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01 CARD-STATUS       PIC X(02) VALUE "00".
       01 PENDIN-STATUS     PIC X(02) VALUE "00".
       01 RTMST-STATUS      PIC X(02) VALUE "00".
       01 TRANS-STATUS      PIC X(02) VALUE "00".
       01 FEED-STATUS       PIC X(02) VALUE "00".
       01 REPORT-STATUS     PIC X(02) VALUE "00".

       01 FILE-EOF-SW       PIC X(01) VALUE "N".
           88 FILE-EOF      VALUE "Y".
       01 SOURCE-SW         PIC X(01) VALUE "S".
           88 SOURCE-STAGED VALUE "S".
           88 SOURCE-FEED   VALUE "F".
       01 SIM-FAILED-SW     PIC X(01) VALUE "N".
           88 SIM-FAILED    VALUE "Y".
       01 TXN-READY-SW      PIC X(01) VALUE "N".
           88 TXN-READY     VALUE "Y".
       01 USD-DONE-SW       PIC X(01) VALUE "N".
           88 USD-DONE      VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RATE-DATE         PIC X(08) VALUE SPACES.
       01 TRAFFIC-DATE      PIC X(08) VALUE SPACES.
       01 DEFAULT-CURRENCY  PIC X(03) VALUE "USD".

       01 READ-CNT          PIC 9(09) VALUE 0.
       01 TXN-CNT           PIC 9(09) VALUE 0.
       01 SKIPPED-CNT       PIC 9(09) VALUE 0.
       01 AFFECTED-CNT      PIC 9(09) VALUE 0.
       01 TXN-AFFECTED-SW   PIC X(01) VALUE "N".
           88 TXN-AFFECTED  VALUE "Y".

       01 PGMFXRT           PIC X(8) VALUE "TFXRT01".
      * A CALL replaces RETURN-CODE; STEP-RC carries the step's
      * own condition code across it.
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.
       01 FXLK-PARMS.
           COPY CPFXLK.

      * The transaction being replayed, in the shape TMAIN01 reads
      * it whichever source it came from.
       01 PARM01.
           COPY CPPARM01.
       01 ROUTED-AMT        PIC S9(07)V99 VALUE 0.
       01 TXN-USD-AMT       PIC S9(11)V99 VALUE 0.

      * The pending changes with the working copy of their route
      * before (FROM) and after (TO) each one, and what the replay
      * found. TMAINTRT caps its queue at fifty, so fifty here.
       01 CHANGE-TABLE.
           05 CHG-CNT          PIC 9(04) COMP VALUE 0.
           05 CHG-ENTRY OCCURS 50 TIMES.
               10 CT-ROUTE          PIC X(06).
               10 CT-FUNCTION       PIC X(01).
               10 CT-SUBMITTER      PIC X(08).
               10 CT-ENTRY-DATE     PIC X(08).
               10 CT-FROM-EXISTS    PIC X(01).
               10 CT-FROM-ACTIVE    PIC X(01).
               10 CT-FROM-WEIGHT    PIC 9(01).
               10 CT-FROM-SUBPGM    PIC X(08).
               10 CT-FROM-TXN-LIMIT PIC 9(07)V99.
               10 CT-FROM-DAY-LIMIT PIC 9(09)V99.
               10 CT-FROM-USAGE     PIC S9(11)V99.
               10 CT-TO-EXISTS      PIC X(01).
               10 CT-TO-ACTIVE      PIC X(01).
               10 CT-TO-WEIGHT      PIC 9(01).
               10 CT-TO-SUBPGM      PIC X(08).
               10 CT-TO-TXN-LIMIT   PIC 9(07)V99.
               10 CT-TO-DAY-LIMIT   PIC 9(09)V99.
               10 CT-TO-USAGE       PIC S9(11)V99.
               10 CT-SEEN-CNT       PIC 9(09).
               10 CT-SEEN-AMT       PIC S9(11)V99.
               10 CT-ROUTED-CNT     PIC 9(09).
               10 CT-ROUTED-AMT     PIC S9(11)V99.
               10 CT-REJECT-CNT     PIC 9(09).
               10 CT-REJECT-AMT     PIC S9(11)V99.
               10 CT-HELD-CNT       PIC 9(09).
               10 CT-HELD-AMT       PIC S9(11)V99.
               10 CT-UNHELD-CNT     PIC 9(09).
               10 CT-UNHELD-AMT     PIC S9(11)V99.
               10 CT-SWITCH-CNT     PIC 9(09).
               10 CT-SWITCH-AMT     PIC S9(11)V99.
               10 CT-WEIGHT-CNT     PIC 9(09).
               10 CT-WEIGHT-AMT     PIC S9(11)V99.
               10 CT-SAME-CNT       PIC 9(09).
               10 CT-SAME-AMT       PIC S9(11)V99.
       01 CHG-MAX           PIC 9(04) COMP VALUE 50.
       01 CHG-IDX           PIC 9(04) COMP VALUE 0.
       01 PRIOR-IDX         PIC 9(04) COMP VALUE 0.
       01 SCAN-IDX          PIC 9(04) COMP VALUE 0.

      * One route image under test - 2600-DECIDE-OUTCOME is run
      * once with the FROM image here and once with the TO image.
       01 SIM-STATE.
           05 SIM-EXISTS        PIC X(01).
           05 SIM-ACTIVE        PIC X(01).
           05 SIM-WEIGHT        PIC 9(01).
           05 SIM-SUBPGM        PIC X(08).
           05 SIM-TXN-LIMIT     PIC 9(07)V99.
           05 SIM-DAY-LIMIT     PIC 9(09)V99.
           05 SIM-USAGE         PIC S9(11)V99.
       01 SIM-OUTCOME       PIC X(01) VALUE SPACE.
           88 OUTCOME-ROUTED   VALUE "P".
           88 OUTCOME-REJECTED VALUE "R".
           88 OUTCOME-HELD     VALUE "H".
       01 FROM-OUTCOME      PIC X(01) VALUE SPACE.
       01 TO-OUTCOME        PIC X(01) VALUE SPACE.

       01 LINE-CNT          PIC 9(03) VALUE 99.
       01 PAGE-CNT          PIC 9(05) VALUE 0.
       01 PAGE-LIMIT        PIC 9(03) VALUE 55.

       01 HEADING-1.
           05 FILLER           PIC X(40)
               VALUE "TRTSIM01  ROUTE CHANGE IMPACT - TRAFFIC ".
           05 HDG1-TRAFFIC-DATE PIC X(08).
           05 FILLER           PIC X(11) VALUE "  PRINTED  ".
           05 HDG1-RUN-DATE    PIC X(08).
           05 FILLER           PIC X(55) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "PAGE ".
           05 HDG1-PAGE        PIC ZZZZ9.

       01 CHANGE-LINE.
           05 FILLER           PIC X(08) VALUE "CHANGE  ".
           05 CHL-SEQ          PIC Z9.
           05 FILLER           PIC X(09) VALUE "  ROUTE  ".
           05 CHL-ROUTE        PIC X(06).
           05 FILLER           PIC X(12) VALUE "  FUNCTION  ".
           05 CHL-FUNCTION     PIC X(06).
           05 FILLER           PIC X(11) VALUE "  STAGED BY".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CHL-SUBMITTER    PIC X(08).
           05 FILLER           PIC X(04) VALUE " ON ".
           05 CHL-ENTRY-DATE   PIC X(08).
           05 FILLER           PIC X(57) VALUE SPACES.

       01 IMAGE-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 IML-LABEL        PIC X(05).
           05 FILLER           PIC X(08) VALUE " ACTIVE ".
           05 IML-ACTIVE       PIC X(03).
           05 FILLER           PIC X(08) VALUE " WEIGHT ".
           05 IML-WEIGHT       PIC X(01).
           05 FILLER           PIC X(08) VALUE " SUBPGM ".
           05 IML-SUBPGM       PIC X(08).
           05 FILLER           PIC X(11) VALUE " TXN LIMIT ".
           05 IML-TXN-LIMIT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(11) VALUE " DAY LIMIT ".
           05 IML-DAY-LIMIT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(39) VALUE SPACES.

       01 IMPACT-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 IMP-TEXT         PIC X(48).
           05 IMP-CNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 IMP-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(48) VALUE SPACES.

       01 TEXT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TXT-TEXT         PIC X(110).
           05 FILLER           PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZATION.

           IF NOT SIM-FAILED AND CHG-CNT > 0
               PERFORM 2000-READ-TRAFFIC
               PERFORM UNTIL FILE-EOF
                   PERFORM 2500-REPLAY-TRANSACTION
                   PERFORM 2000-READ-TRAFFIC
               END-PERFORM
           END-IF.

           PERFORM 7000-PRINT-IMPACT.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TRTSIM01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT SIM-CARD-FILE.
           IF CARD-STATUS = "00"
               READ SIM-CARD-FILE
                   AT END
                       MOVE "10" TO CARD-STATUS
               END-READ
               IF CARD-STATUS = "00"
                   IF SIM-REQ-SOURCE = "F"
                       SET SOURCE-FEED TO TRUE
                   END-IF
                   IF SIM-REQ-RATE-DATE NOT = SPACES
                       MOVE SIM-REQ-RATE-DATE TO RATE-DATE
                   END-IF
               END-IF
               CLOSE SIM-CARD-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY 'TRTSIM01 - OPEN FAILED ON SIMRPT STATUS='
                   REPORT-STATUS
               SET SIM-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT ROUTE-MASTER-FILE.
           IF RTMST-STATUS NOT = "00"
               DISPLAY 'TRTSIM01 - OPEN FAILED ON RTMSTVS STATUS='
                   RTMST-STATUS
               SET SIM-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF SOURCE-FEED
               OPEN INPUT FEED-FILE
               IF FEED-STATUS NOT = "00"
                   DISPLAY 'TRTSIM01 - OPEN FAILED ON FEEDIN STATUS='
                       FEED-STATUS
                   SET SIM-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               OPEN INPUT TRANS-FILE
               IF TRANS-STATUS NOT = "00"
                   DISPLAY 'TRTSIM01 - OPEN FAILED ON TRANSIN STATUS='
                       TRANS-STATUS
                   SET SIM-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF RATE-DATE = SPACES AND SOURCE-STAGED
               MOVE RUN-DATE TO RATE-DATE
           END-IF.
           MOVE RATE-DATE TO TRAFFIC-DATE.

           IF NOT SIM-FAILED
               PERFORM 1500-LOAD-PENDING-CHANGES
           END-IF.

       1500-LOAD-PENDING-CHANGES.

           OPEN INPUT PENDING-IN-FILE.
           IF PENDIN-STATUS NOT = "00"
               DISPLAY 'TRTSIM01 - OPEN FAILED ON PENDIN STATUS='
                   PENDIN-STATUS
               SET SIM-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PENDING-IN-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1550-STORE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN-FILE
               MOVE "N" TO FILE-EOF-SW
               DISPLAY 'TRTSIM01 - LOADED ' CHG-CNT
                   ' PENDING CHANGE(S)'
           END-IF.

      * The FROM image is what the route will look like when this
      * change's turn for approval comes: the live record, unless
      * an older pending change for the same route is queued ahead
      * of it, in which case that change's TO image.
       1550-STORE-CHANGE.

           IF CHG-CNT NOT < CHG-MAX
               DISPLAY 'TRTSIM01 - MORE THAN ' CHG-MAX
                   ' PENDING CHANGES - ' PND-ROUTE-CODE
                   ' NOT SIMULATED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO CHG-CNT
               MOVE CHG-CNT TO CHG-IDX
               INITIALIZE CHG-ENTRY(CHG-IDX)
               MOVE PND-ROUTE-CODE TO CT-ROUTE(CHG-IDX)
               MOVE PND-FUNCTION TO CT-FUNCTION(CHG-IDX)
               MOVE PND-SUBMITTER TO CT-SUBMITTER(CHG-IDX)
               MOVE PND-ENTRY-DATE TO CT-ENTRY-DATE(CHG-IDX)

               MOVE 0 TO PRIOR-IDX
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX NOT < CHG-IDX
                   IF CT-ROUTE(SCAN-IDX) = PND-ROUTE-CODE
                       MOVE SCAN-IDX TO PRIOR-IDX
                   END-IF
               END-PERFORM

               IF PRIOR-IDX > 0
                   MOVE CT-TO-EXISTS(PRIOR-IDX)
                       TO CT-FROM-EXISTS(CHG-IDX)
                   MOVE CT-TO-ACTIVE(PRIOR-IDX)
                       TO CT-FROM-ACTIVE(CHG-IDX)
                   MOVE CT-TO-WEIGHT(PRIOR-IDX)
                       TO CT-FROM-WEIGHT(CHG-IDX)
                   MOVE CT-TO-SUBPGM(PRIOR-IDX)
                       TO CT-FROM-SUBPGM(CHG-IDX)
                   MOVE CT-TO-TXN-LIMIT(PRIOR-IDX)
                       TO CT-FROM-TXN-LIMIT(CHG-IDX)
                   MOVE CT-TO-DAY-LIMIT(PRIOR-IDX)
                       TO CT-FROM-DAY-LIMIT(CHG-IDX)
               ELSE
                   PERFORM 1600-READ-LIVE-ROUTE
               END-IF

               EVALUATE PND-FUNCTION
                   WHEN "A"
                   WHEN "U"
                       MOVE "Y" TO CT-TO-EXISTS(CHG-IDX)
                       MOVE PND-ACTIVE-FLAG TO CT-TO-ACTIVE(CHG-IDX)
                       MOVE PND-PARM2-WEIGHT
                           TO CT-TO-WEIGHT(CHG-IDX)
                       MOVE PND-SUBPGM TO CT-TO-SUBPGM(CHG-IDX)
                       MOVE PND-TXN-LIMIT
                           TO CT-TO-TXN-LIMIT(CHG-IDX)
                       MOVE PND-DAILY-LIMIT
                           TO CT-TO-DAY-LIMIT(CHG-IDX)
                   WHEN OTHER
                       MOVE "N" TO CT-TO-EXISTS(CHG-IDX)
                       MOVE SPACE TO CT-TO-ACTIVE(CHG-IDX)
                       MOVE 1 TO CT-TO-WEIGHT(CHG-IDX)
                       MOVE SPACES TO CT-TO-SUBPGM(CHG-IDX)
                       MOVE 0 TO CT-TO-TXN-LIMIT(CHG-IDX)
                       MOVE 0 TO CT-TO-DAY-LIMIT(CHG-IDX)
               END-EVALUATE
           END-IF.

       1600-READ-LIVE-ROUTE.

           MOVE PND-ROUTE-CODE TO ROUTE-KEY.
           READ ROUTE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO CT-FROM-EXISTS(CHG-IDX)
                   MOVE SPACE TO CT-FROM-ACTIVE(CHG-IDX)
                   MOVE 1 TO CT-FROM-WEIGHT(CHG-IDX)
                   MOVE SPACES TO CT-FROM-SUBPGM(CHG-IDX)
                   MOVE 0 TO CT-FROM-TXN-LIMIT(CHG-IDX)
                   MOVE 0 TO CT-FROM-DAY-LIMIT(CHG-IDX)
               NOT INVALID KEY
                   MOVE "Y" TO CT-FROM-EXISTS(CHG-IDX)
                   MOVE ROUTE-ACTIVE-FLAG TO CT-FROM-ACTIVE(CHG-IDX)
                   MOVE ROUTE-PARM2-WEIGHT
                       TO CT-FROM-WEIGHT(CHG-IDX)
                   MOVE ROUTE-SUBPGM TO CT-FROM-SUBPGM(CHG-IDX)
                   MOVE ROUTE-TXN-LIMIT
                       TO CT-FROM-TXN-LIMIT(CHG-IDX)
                   MOVE ROUTE-DAILY-LIMIT
                       TO CT-FROM-DAY-LIMIT(CHG-IDX)
           END-READ.

      * Either source is brought to the CPPARM01 shape. From an
      * archived feed only what TMAIN01 would have routed that day
      * is taken: details and reversals, keys truncated to six
      * bytes and a blank currency read as USD as TCONV01 does, and
      * nothing value-dated past the feed date - that went to the
      * warehouse, not to routing.
       2000-READ-TRAFFIC.

           MOVE "N" TO TXN-READY-SW.
           PERFORM UNTIL TXN-READY OR FILE-EOF
               IF SOURCE-FEED
                   READ FEED-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO READ-CNT
                           PERFORM 2100-TAKE-FEED-RECORD
                   END-READ
               ELSE
                   READ TRANS-FILE INTO PARM01
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO READ-CNT
                           SET TXN-READY TO TRUE
                   END-READ
               END-IF
           END-PERFORM.

       2100-TAKE-FEED-RECORD.

           EVALUATE TRUE
               WHEN FEED-HEADER-REC
                   IF RATE-DATE = SPACES
                       MOVE FEED-HDR-DATE TO RATE-DATE
                   END-IF
                   IF TRAFFIC-DATE = SPACES
                       MOVE FEED-HDR-DATE TO TRAFFIC-DATE
                   END-IF
               WHEN FEED-DETAIL-REC
               WHEN FEED-REVERSAL-REC
                   IF FEED-AMOUNT IS NOT NUMERIC
                           OR FEED-TXN-TYPE = SPACES
                           OR FEED-TXN-SUBTYPE = SPACES
                       ADD 1 TO SKIPPED-CNT
                   ELSE
                   IF FEED-VALUE-DATE NOT = SPACES
                           AND TRAFFIC-DATE NOT = SPACES
                           AND FEED-VALUE-DATE > TRAFFIC-DATE
                       ADD 1 TO SKIPPED-CNT
                   ELSE
                       MOVE FEED-TXN-TYPE(1:6) TO ITEM01-01
                       MOVE FEED-TXN-SUBTYPE(1:6) TO ITEM01-02
                       MOVE FEED-AMOUNT TO ITEM01-AMT
                       IF FEED-REVERSAL-REC
                           MOVE "R" TO ITEM01-REV-FLAG
                       ELSE
                           MOVE SPACE TO ITEM01-REV-FLAG
                       END-IF
                       IF FEED-CURRENCY = SPACES
                           MOVE DEFAULT-CURRENCY TO ITEM01-CUR
                       ELSE
                           MOVE FEED-CURRENCY TO ITEM01-CUR
                       END-IF
                       MOVE FEED-VALUE-DATE TO ITEM01-VALUE-DATE
                       SET TXN-READY TO TRUE
                   END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Every pending change for the transaction's route is tried -
      * a route with two changes queued has both simulated, each
      * from where the one before it leaves the route.
       2500-REPLAY-TRANSACTION.

           ADD 1 TO TXN-CNT.
           MOVE "N" TO USD-DONE-SW.
           MOVE "N" TO TXN-AFFECTED-SW.
           IF ITEM01-REVERSAL
               COMPUTE ROUTED-AMT = ITEM01-AMT * -1
           ELSE
               MOVE ITEM01-AMT TO ROUTED-AMT
           END-IF.

           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-CNT
               IF CT-ROUTE(CHG-IDX) = ITEM01-01
                   PERFORM 2550-SIMULATE-ONE-CHANGE
               END-IF
           END-PERFORM.

           IF TXN-AFFECTED
               ADD 1 TO AFFECTED-CNT
           END-IF.

       2550-SIMULATE-ONE-CHANGE.

           MOVE CT-FROM-EXISTS(CHG-IDX) TO SIM-EXISTS.
           MOVE CT-FROM-ACTIVE(CHG-IDX) TO SIM-ACTIVE.
           MOVE CT-FROM-WEIGHT(CHG-IDX) TO SIM-WEIGHT.
           MOVE CT-FROM-SUBPGM(CHG-IDX) TO SIM-SUBPGM.
           MOVE CT-FROM-TXN-LIMIT(CHG-IDX) TO SIM-TXN-LIMIT.
           MOVE CT-FROM-DAY-LIMIT(CHG-IDX) TO SIM-DAY-LIMIT.
           MOVE CT-FROM-USAGE(CHG-IDX) TO SIM-USAGE.
           PERFORM 2600-DECIDE-OUTCOME.
           MOVE SIM-OUTCOME TO FROM-OUTCOME.
           MOVE SIM-USAGE TO CT-FROM-USAGE(CHG-IDX).

           MOVE CT-TO-EXISTS(CHG-IDX) TO SIM-EXISTS.
           MOVE CT-TO-ACTIVE(CHG-IDX) TO SIM-ACTIVE.
           MOVE CT-TO-WEIGHT(CHG-IDX) TO SIM-WEIGHT.
           MOVE CT-TO-SUBPGM(CHG-IDX) TO SIM-SUBPGM.
           MOVE CT-TO-TXN-LIMIT(CHG-IDX) TO SIM-TXN-LIMIT.
           MOVE CT-TO-DAY-LIMIT(CHG-IDX) TO SIM-DAY-LIMIT.
           MOVE CT-TO-USAGE(CHG-IDX) TO SIM-USAGE.
           PERFORM 2600-DECIDE-OUTCOME.
           MOVE SIM-OUTCOME TO TO-OUTCOME.
           MOVE SIM-USAGE TO CT-TO-USAGE(CHG-IDX).

           ADD 1 TO CT-SEEN-CNT(CHG-IDX).
           ADD ROUTED-AMT TO CT-SEEN-AMT(CHG-IDX).

           IF FROM-OUTCOME NOT = "R" AND TO-OUTCOME = "R"
               ADD 1 TO CT-REJECT-CNT(CHG-IDX)
               ADD ROUTED-AMT TO CT-REJECT-AMT(CHG-IDX)
               SET TXN-AFFECTED TO TRUE
           ELSE
           IF FROM-OUTCOME = "R" AND TO-OUTCOME NOT = "R"
               ADD 1 TO CT-ROUTED-CNT(CHG-IDX)
               ADD ROUTED-AMT TO CT-ROUTED-AMT(CHG-IDX)
               SET TXN-AFFECTED TO TRUE
           ELSE
           IF FROM-OUTCOME = "P" AND TO-OUTCOME = "H"
               ADD 1 TO CT-HELD-CNT(CHG-IDX)
               ADD ROUTED-AMT TO CT-HELD-AMT(CHG-IDX)
               SET TXN-AFFECTED TO TRUE
           ELSE
           IF FROM-OUTCOME = "H" AND TO-OUTCOME = "P"
               ADD 1 TO CT-UNHELD-CNT(CHG-IDX)
               ADD ROUTED-AMT TO CT-UNHELD-AMT(CHG-IDX)
               SET TXN-AFFECTED TO TRUE
           ELSE
               PERFORM 2700-COMPARE-DISPATCH
           END-IF
           END-IF
           END-IF
           END-IF.

      * Routed both ways: what can still differ is where 3060 sends
      * it and how TSUB06 weights it.
       2700-COMPARE-DISPATCH.

           IF FROM-OUTCOME = "P"
                   AND CT-FROM-SUBPGM(CHG-IDX)
                       NOT = CT-TO-SUBPGM(CHG-IDX)
               ADD 1 TO CT-SWITCH-CNT(CHG-IDX)
               ADD ROUTED-AMT TO CT-SWITCH-AMT(CHG-IDX)
               SET TXN-AFFECTED TO TRUE
           END-IF.
           IF FROM-OUTCOME = "P"
                   AND CT-FROM-WEIGHT(CHG-IDX)
                       NOT = CT-TO-WEIGHT(CHG-IDX)
               ADD 1 TO CT-WEIGHT-CNT(CHG-IDX)
               ADD ROUTED-AMT TO CT-WEIGHT-AMT(CHG-IDX)
               SET TXN-AFFECTED TO TRUE
           END-IF.
           IF FROM-OUTCOME NOT = "P"
                   OR (CT-FROM-SUBPGM(CHG-IDX)
                           = CT-TO-SUBPGM(CHG-IDX)
                       AND CT-FROM-WEIGHT(CHG-IDX)
                           = CT-TO-WEIGHT(CHG-IDX))
               ADD 1 TO CT-SAME-CNT(CHG-IDX)
               ADD ROUTED-AMT TO CT-SAME-AMT(CHG-IDX)
           END-IF.

      * TMAIN01's decision for one route image: 2500-VALIDATE-
      * ROUTE-CODE's active test, then 2930-TEST-LIMITS for an
      * original on a route with a limit. SIM-USAGE stands in for
      * the route's CPRTUSE total, counted from zero over the
      * replayed traffic.
       2600-DECIDE-OUTCOME.

           IF SIM-EXISTS NOT = "Y" OR SIM-ACTIVE NOT = "Y"
               SET OUTCOME-REJECTED TO TRUE
           ELSE
               SET OUTCOME-ROUTED TO TRUE
               IF NOT ITEM01-REVERSAL
                       AND (SIM-TXN-LIMIT > 0 OR SIM-DAY-LIMIT > 0)
                   PERFORM 2650-STATE-AMOUNT-IN-USD
                   IF NOT FXLK-FOUND
                       SET OUTCOME-HELD TO TRUE
                   ELSE
                   IF SIM-TXN-LIMIT > 0
                           AND TXN-USD-AMT > SIM-TXN-LIMIT
                       SET OUTCOME-HELD TO TRUE
                   ELSE
                   IF SIM-DAY-LIMIT > 0
                       IF SIM-USAGE + TXN-USD-AMT > SIM-DAY-LIMIT
                           SET OUTCOME-HELD TO TRUE
                       ELSE
                           ADD TXN-USD-AMT TO SIM-USAGE
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * One rate lookup per transaction, however many images test
      * it.
       2650-STATE-AMOUNT-IN-USD.

           IF NOT USD-DONE
               MOVE 0 TO TXN-USD-AMT
               MOVE ITEM01-CUR TO FXLK-CURRENCY
               MOVE RATE-DATE TO FXLK-AS-OF-DATE
               MOVE RETURN-CODE TO STEP-RC
               CALL PGMFXRT USING FXLK-PARMS
               MOVE STEP-RC TO RETURN-CODE
               IF FXLK-FOUND
                   COMPUTE TXN-USD-AMT ROUNDED =
                       ITEM01-AMT * FXLK-RATE
               END-IF
               SET USD-DONE TO TRUE
           END-IF.

       6100-PRINT-LINE.

           IF REPORT-STATUS = "00"
               IF LINE-CNT > PAGE-LIMIT
                   PERFORM 6500-PRINT-HEADINGS
               END-IF
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-CNT
           END-IF.

       6200-PRINT-TEXT-LINE.

           MOVE TEXT-LINE TO REPORT-REC.
           PERFORM 6100-PRINT-LINE.
           MOVE SPACES TO TXT-TEXT.

       6300-PRINT-IMPACT-LINE.

           MOVE IMPACT-LINE TO REPORT-REC.
           PERFORM 6100-PRINT-LINE.

       6500-PRINT-HEADINGS.

           ADD 1 TO PAGE-CNT.
           MOVE TRAFFIC-DATE TO HDG1-TRAFFIC-DATE.
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

       7000-PRINT-IMPACT.

           IF SIM-FAILED
               MOVE "SIMULATION NOT RUN - SEE SYSOUT FOR THE FILE "
                   TO TXT-TEXT
               MOVE "THAT COULD NOT BE OPENED" TO TXT-TEXT(46:24)
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
           IF CHG-CNT = 0
               MOVE "NO ROUTE MASTER CHANGES PENDING - NOTHING TO "
                   TO TXT-TEXT
               MOVE "SIMULATE" TO TXT-TEXT(46:8)
               PERFORM 6200-PRINT-TEXT-LINE
           ELSE
               PERFORM VARYING CHG-IDX FROM 1 BY 1
                       UNTIL CHG-IDX > CHG-CNT
                   PERFORM 7100-PRINT-ONE-CHANGE
               END-PERFORM
               MOVE "TRANSACTIONS REPLAYED" TO IMP-TEXT
               MOVE TXN-CNT TO IMP-CNT
               MOVE 0 TO IMP-AMT
               PERFORM 6300-PRINT-IMPACT-LINE
               MOVE "TRANSACTIONS AFFECTED BY ANY PENDING CHANGE"
                   TO IMP-TEXT
               MOVE AFFECTED-CNT TO IMP-CNT
               PERFORM 6300-PRINT-IMPACT-LINE
               IF SKIPPED-CNT > 0
                   MOVE "FEED RECORDS NOT ROUTABLE THAT DAY (SKIPPED)"
                       TO IMP-TEXT
                   MOVE SKIPPED-CNT TO IMP-CNT
                   PERFORM 6300-PRINT-IMPACT-LINE
               END-IF
           END-IF
           END-IF.

       7100-PRINT-ONE-CHANGE.

           MOVE CHG-IDX TO CHL-SEQ.
           MOVE CT-ROUTE(CHG-IDX) TO CHL-ROUTE.
           EVALUATE CT-FUNCTION(CHG-IDX)
               WHEN "A"
                   MOVE "ADD" TO CHL-FUNCTION
               WHEN "U"
                   MOVE "UPDATE" TO CHL-FUNCTION
               WHEN "D"
                   MOVE "DELETE" TO CHL-FUNCTION
               WHEN OTHER
                   MOVE CT-FUNCTION(CHG-IDX) TO CHL-FUNCTION
           END-EVALUATE.
           MOVE CT-SUBMITTER(CHG-IDX) TO CHL-SUBMITTER.
           MOVE CT-ENTRY-DATE(CHG-IDX) TO CHL-ENTRY-DATE.
           MOVE CHANGE-LINE TO REPORT-REC.
           PERFORM 6100-PRINT-LINE.

           MOVE "FROM" TO IML-LABEL.
           IF CT-FROM-EXISTS(CHG-IDX) = "Y"
               MOVE CT-FROM-ACTIVE(CHG-IDX) TO IML-ACTIVE
               MOVE CT-FROM-WEIGHT(CHG-IDX) TO IML-WEIGHT
           ELSE
               MOVE "---" TO IML-ACTIVE
               MOVE "-" TO IML-WEIGHT
           END-IF.
           MOVE CT-FROM-SUBPGM(CHG-IDX) TO IML-SUBPGM.
           MOVE CT-FROM-TXN-LIMIT(CHG-IDX) TO IML-TXN-LIMIT.
           MOVE CT-FROM-DAY-LIMIT(CHG-IDX) TO IML-DAY-LIMIT.
           MOVE IMAGE-LINE TO REPORT-REC.
           PERFORM 6100-PRINT-LINE.

           MOVE "TO" TO IML-LABEL.
           IF CT-TO-EXISTS(CHG-IDX) = "Y"
               MOVE CT-TO-ACTIVE(CHG-IDX) TO IML-ACTIVE
               MOVE CT-TO-WEIGHT(CHG-IDX) TO IML-WEIGHT
           ELSE
               MOVE "---" TO IML-ACTIVE
               MOVE "-" TO IML-WEIGHT
           END-IF.
           MOVE CT-TO-SUBPGM(CHG-IDX) TO IML-SUBPGM.
           MOVE CT-TO-TXN-LIMIT(CHG-IDX) TO IML-TXN-LIMIT.
           MOVE CT-TO-DAY-LIMIT(CHG-IDX) TO IML-DAY-LIMIT.
           MOVE IMAGE-LINE TO REPORT-REC.
           PERFORM 6100-PRINT-LINE.

           MOVE "TRANSACTIONS ON THE ROUTE" TO IMP-TEXT.
           MOVE CT-SEEN-CNT(CHG-IDX) TO IMP-CNT.
           MOVE CT-SEEN-AMT(CHG-IDX) TO IMP-AMT.
           PERFORM 6300-PRINT-IMPACT-LINE.

           MOVE "  WOULD START ROUTING (NO LONGER RC01)" TO IMP-TEXT.
           MOVE CT-ROUTED-CNT(CHG-IDX) TO IMP-CNT.
           MOVE CT-ROUTED-AMT(CHG-IDX) TO IMP-AMT.
           PERFORM 6300-PRINT-IMPACT-LINE.

           MOVE "  WOULD START REJECTING RC01" TO IMP-TEXT.
           MOVE CT-REJECT-CNT(CHG-IDX) TO IMP-CNT.
           MOVE CT-REJECT-AMT(CHG-IDX) TO IMP-AMT.
           PERFORM 6300-PRINT-IMPACT-LINE.

           MOVE "  WOULD START BEING HELD OVER A LIMIT" TO IMP-TEXT.
           MOVE CT-HELD-CNT(CHG-IDX) TO IMP-CNT.
           MOVE CT-HELD-AMT(CHG-IDX) TO IMP-AMT.
           PERFORM 6300-PRINT-IMPACT-LINE.

           MOVE "  WOULD NO LONGER BE HELD" TO IMP-TEXT.
           MOVE CT-UNHELD-CNT(CHG-IDX) TO IMP-CNT.
           MOVE CT-UNHELD-AMT(CHG-IDX) TO IMP-AMT.
           PERFORM 6300-PRINT-IMPACT-LINE.

           MOVE SPACES TO IMP-TEXT.
           STRING "  WOULD SWITCH SUBPROGRAM " DELIMITED BY SIZE
                  CT-FROM-SUBPGM(CHG-IDX) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  CT-TO-SUBPGM(CHG-IDX) DELIMITED BY SIZE
               INTO IMP-TEXT
           END-STRING.
           MOVE CT-SWITCH-CNT(CHG-IDX) TO IMP-CNT.
           MOVE CT-SWITCH-AMT(CHG-IDX) TO IMP-AMT.
           PERFORM 6300-PRINT-IMPACT-LINE.

           MOVE "  WOULD CHANGE PARM2 WEIGHT" TO IMP-TEXT.
           MOVE CT-WEIGHT-CNT(CHG-IDX) TO IMP-CNT.
           MOVE CT-WEIGHT-AMT(CHG-IDX) TO IMP-AMT.
           PERFORM 6300-PRINT-IMPACT-LINE.

           MOVE "  UNCHANGED" TO IMP-TEXT.
           MOVE CT-SAME-CNT(CHG-IDX) TO IMP-CNT.
           MOVE CT-SAME-AMT(CHG-IDX) TO IMP-AMT.
           PERFORM 6300-PRINT-IMPACT-LINE.

           MOVE SPACES TO REPORT-REC.
           PERFORM 6100-PRINT-LINE.

       8000-TERMINATION.

           IF REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.
           IF RTMST-STATUS = "00" OR RTMST-STATUS = "23"
               CLOSE ROUTE-MASTER-FILE
           END-IF.
           IF SOURCE-FEED
               IF FEED-STATUS = "00" OR FEED-STATUS = "10"
                   CLOSE FEED-FILE
               END-IF
           ELSE
               IF TRANS-STATUS = "00" OR TRANS-STATUS = "10"
                   CLOSE TRANS-FILE
               END-IF
           END-IF.

           DISPLAY 'TRTSIM01 - CHANGES=' CHG-CNT
               ' READ=' READ-CNT
               ' REPLAYED=' TXN-CNT
               ' AFFECTED=' AFFECTED-CNT.
           DISPLAY '** END TRTSIM01'.
