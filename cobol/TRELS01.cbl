       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRELS01.
      ******************************************************************
      * Supervised release of transactions TMAIN01 held over a
      * route's amount limit (CPHELD). A held item is neither routed
      * nor rejected; it waits here until a person decides it, and
      * the decision is four-eyes exactly as TMAINTRT's route
      * maintenance is: a maker's release ("A") or decline ("D") on
      * the CPHLDTX transaction file only STAGES the decision on the
      * item, and nothing happens to the money until a "P"
      * confirmation for the same item arrives from a DIFFERENT
      * submitter. Every stage lands on the CPHLDAU audit file.
      *   - A confirmed release is written to the released
      *     generation in CPPARM01 shape, to ride into the next
      *     TMAIN01 run on TRANSIN the way repaired rejects do;
      *     TMAIN01 lets it through the limit test once.
      *   - A confirmed decline is answered to the provider with a
      *     final REJECTED acknowledgment, reason RC04.
      *   - An item nobody has confirmed inside the age limit is
      *     declined the same way, with an AGED audit record.
      *   - Everything else is carried on the queue generation to
      *     the next release run.
      * HELDIN is the held file TMAIN01 has appended to since the
      * last release run, concatenated with the previous queue
      * generation. A supervised replay's holds never enter the
      * queue - the items were decided the first time round - so
      * they are reported and dropped. The run's control record
      * (CPRLSCT) rides the same cycle as the released generation so
      * TMAIN01 and TCLOSE01 can account for the released items;
      * its run date and time tell the routing runs whether a
      * cycle has already taken the generation.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-IN-FILE ASSIGN TO HELDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELDIN-STATUS.
           SELECT DECISION-TXN-FILE ASSIGN TO HLDTXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HLDTX-STATUS.
           SELECT QUEUE-OUT-FILE ASSIGN TO QUEUEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.
           SELECT RELEASED-OUT-FILE ASSIGN TO RELSOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELS-STATUS.
           SELECT RELEASE-CTL-FILE ASSIGN TO RLSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RLSCTL-STATUS.
           SELECT DECLINE-ACK-FILE ASSIGN TO HLDACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HLDACK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO HLDAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT KEY-XREF-FILE ASSIGN TO KEYXRVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KXR-KEY
               FILE STATUS IS KEYXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-IN-FILE
           RECORDING MODE IS F.
       01 HELD-IN-REC.
           COPY CPHELD.

       FD  DECISION-TXN-FILE
           RECORDING MODE IS F.
       01 DECISION-TXN-REC.
           COPY CPHLDTX.

       FD  QUEUE-OUT-FILE
           RECORDING MODE IS F.
       01 QUEUE-OUT-REC        PIC X(87).

       FD  RELEASED-OUT-FILE
           RECORDING MODE IS F.
       01 RELEASED-OUT-REC.
           COPY CPPARM01.

       FD  RELEASE-CTL-FILE
           RECORDING MODE IS F.
       01 RELEASE-CTL-REC.
           COPY CPRLSCT.

       FD  DECLINE-ACK-FILE
           RECORDING MODE IS F.
       01 DECLINE-ACK-REC.
           COPY CPACK01.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AUDIT-REC.
           COPY CPHLDAU.

       FD  KEY-XREF-FILE.
       01 KEY-XREF-REC.
           COPY CPKEYXR.

       WORKING-STORAGE SECTION.
       01 HELDIN-STATUS     PIC X(02) VALUE "00".
       01 HLDTX-STATUS      PIC X(02) VALUE "00".
       01 QUEUE-STATUS      PIC X(02) VALUE "00".
       01 RELS-STATUS       PIC X(02) VALUE "00".
       01 RLSCTL-STATUS     PIC X(02) VALUE "00".
       01 HLDACK-STATUS     PIC X(02) VALUE "00".
       01 AUDIT-STATUS      PIC X(02) VALUE "00".
       01 KEYXR-STATUS      PIC X(02) VALUE "00".
       01 KEYXR-OPEN-SW     PIC X(01) VALUE "N".
           88 KEYXR-OPEN    VALUE "Y".
       01 EOF-SW            PIC X(01) VALUE "N".
           88 EOF           VALUE "Y".
       01 HELD-EOF-SW       PIC X(01) VALUE "N".
           88 HELD-EOF      VALUE "Y".
       01 FATAL-SW          PIC X(01) VALUE "N".
           88 FATAL-ERROR   VALUE "Y".

       01 QUEUED-CNT        PIC 9(09) VALUE 0.
       01 REPLAY-DROP-CNT   PIC 9(09) VALUE 0.
       01 STAGED-CNT        PIC 9(09) VALUE 0.
       01 RELEASED-CNT      PIC 9(09) VALUE 0.
       01 RELEASED-AMT      PIC S9(09)V9(02) VALUE 0.
       01 DECLINED-CNT      PIC 9(09) VALUE 0.
       01 REJECTED-CNT      PIC 9(09) VALUE 0.
       01 AGED-CNT          PIC 9(09) VALUE 0.
       01 CARRIED-CNT       PIC 9(09) VALUE 0.
       01 OVERFLOW-CNT      PIC 9(09) VALUE 0.

      * Age and the limit are in business days on the shop-wide
      * calendar (TBDAY01, "ALL"), the same window TMAINTRT gives a
      * staged route change.
       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 RUN-TIME          PIC X(08) VALUE SPACES.
       01 HELD-AGE-DAYS     PIC 9(04) VALUE 0.
       01 AGE-LIMIT-DAYS    PIC 9(04) VALUE 10.
       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
      * A CALL replaces RETURN-CODE; STEP-RC carries the step's
      * own condition code across it.
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.
       01 BDAY-PARMS.
           COPY CPBDAY.

       01 AUDIT-DATE        PIC X(08) VALUE SPACES.
       01 AUDIT-TIME        PIC X(08) VALUE SPACES.
       01 AUDIT-DISP        PIC X(08) VALUE SPACES.
       01 AUDIT-APPROVER    PIC X(08) VALUE SPACES.

      * The queue in flight: every undecided or unconfirmed held
      * item, keyed the way a decision transaction names it, with
      * the whole record kept beside the key so the staged decision
      * travels with it to the next generation. Five hundred items
      * waiting on a decision would already mean the limits are
      * set wrong; past that the item is carried straight to the
      * queue generation untouched, with a warning, so nothing is
      * lost - it is simply decided on a later run.
       01 HELD-TABLE.
           05 HELD-CNT         PIC 9(04) COMP VALUE 0.
           05 HELD-ENTRY OCCURS 500 TIMES.
               10 HT-ITEM01-01    PIC X(06).
               10 HT-ITEM01-02    PIC X(06).
               10 HT-HELD-DATE    PIC X(08).
               10 HT-CYCLE-NO     PIC X(02).
               10 HT-RECORD       PIC X(87).
               10 HT-DONE-SW      PIC X(01).
                   88 HT-DONE     VALUE "Y".
       01 HELD-IDX          PIC 9(04) COMP VALUE 0.
       01 HELD-FOUND-IDX    PIC 9(04) COMP VALUE 0.

      * The item under decision, unpacked from its table entry -
      * HELDIN is closed by the time decisions are applied.
       01 HELD-WORK.
           COPY CPHELD.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZATION.

           IF NOT FATAL-ERROR
               PERFORM UNTIL EOF
                   PERFORM 2000-READ-DECISION-TXN
                   IF NOT EOF
                       PERFORM 3000-APPLY-DECISION-TXN
                   END-IF
               END-PERFORM

               PERFORM 7000-SWEEP-QUEUE
               PERFORM 7500-WRITE-RELEASE-TOTALS
           END-IF.

           PERFORM 8000-TERMINATION.

           GOBACK.

       1000-INITIALIZATION.

           DISPLAY '*** BEGIN TRELS01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

      * No decisions is an ordinary day - the queue still has to be
      * aged and carried - so only a file that is there and cannot
      * be read is worth a message.
           OPEN INPUT DECISION-TXN-FILE.
           IF HLDTX-STATUS NOT = "00"
               DISPLAY 'TRELS01 - NO DECISION FILE, STATUS='
                   HLDTX-STATUS ' - QUEUE AGED AND CARRIED ONLY'
               SET EOF TO TRUE
           END-IF.

      * Releasing money without the trail is not an option, so a
      * missing audit file is fatal - TMAINTRT's stance.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY 'TRELS01 - OPEN FAILED ON HLDAUDIT STATUS='
                   AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
           END-IF.

           OPEN OUTPUT QUEUE-OUT-FILE.
           IF QUEUE-STATUS NOT = "00"
               DISPLAY 'TRELS01 - OPEN FAILED ON QUEUEOUT STATUS='
                   QUEUE-STATUS
               SET FATAL-ERROR TO TRUE
           END-IF.

           OPEN OUTPUT RELEASED-OUT-FILE.
           IF RELS-STATUS NOT = "00"
               DISPLAY 'TRELS01 - OPEN FAILED ON RELSOUT STATUS='
                   RELS-STATUS
               SET FATAL-ERROR TO TRUE
           END-IF.

           OPEN OUTPUT DECLINE-ACK-FILE.
           IF HLDACK-STATUS NOT = "00"
               DISPLAY 'TRELS01 - OPEN FAILED ON HLDACK STATUS='
                   HLDACK-STATUS
               SET FATAL-ERROR TO TRUE
           END-IF.

           OPEN OUTPUT RELEASE-CTL-FILE.
           IF RLSCTL-STATUS NOT = "00"
               DISPLAY 'TRELS01 - OPEN FAILED ON RLSCTL STATUS='
                   RLSCTL-STATUS
               SET FATAL-ERROR TO TRUE
           END-IF.

      * The key cross-reference only gives a decline its full feed
      * key back; without it the truncated keys are answered.
           OPEN INPUT KEY-XREF-FILE.
           IF KEYXR-STATUS = "00"
               SET KEYXR-OPEN TO TRUE
           ELSE
               DISPLAY 'TRELS01 - OPEN FAILED ON KEYXRVS STATUS='
                   KEYXR-STATUS ' - DECLINES WILL CARRY '
                   'TRUNCATED KEYS'
           END-IF.

           IF NOT FATAL-ERROR
               PERFORM 1500-LOAD-HELD-QUEUE
           END-IF.

           IF FATAL-ERROR
               SET EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The held file and the queue are carried as one concatenation;
      * an unreadable one would drop every item waiting on a person,
      * so it stops the run before anything is written.
       1500-LOAD-HELD-QUEUE.

           OPEN INPUT HELD-IN-FILE.
           IF HELDIN-STATUS NOT = "00"
               DISPLAY 'TRELS01 - OPEN FAILED ON HELDIN STATUS='
                   HELDIN-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM UNTIL HELD-EOF
                   READ HELD-IN-FILE
                       AT END
                           SET HELD-EOF TO TRUE
                       NOT AT END
                           PERFORM 1550-STORE-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-IN-FILE
               DISPLAY 'TRELS01 - LOADED ' QUEUED-CNT
                   ' HELD ITEM(S) AWAITING DECISION'
           END-IF.

       1550-STORE-HELD-ITEM.

           IF HELD-REPLAY-FLAG OF HELD-IN-REC = "R"
               ADD 1 TO REPLAY-DROP-CNT
               DISPLAY 'TRELS01 - REPLAY HOLD NOT QUEUED: '
                   HELD-ITEM01-01 OF HELD-IN-REC '/'
                   HELD-ITEM01-02 OF HELD-IN-REC
                   ' HELD ' HELD-RUN-DATE OF HELD-IN-REC
                   ' (' HELD-REASON-CODE OF HELD-IN-REC ')'
           ELSE
               ADD 1 TO QUEUED-CNT
               IF HELD-CNT < 500
                   ADD 1 TO HELD-CNT
                   MOVE HELD-ITEM01-01 OF HELD-IN-REC
                       TO HT-ITEM01-01(HELD-CNT)
                   MOVE HELD-ITEM01-02 OF HELD-IN-REC
                       TO HT-ITEM01-02(HELD-CNT)
                   MOVE HELD-RUN-DATE OF HELD-IN-REC
                       TO HT-HELD-DATE(HELD-CNT)
                   MOVE HELD-CYCLE-NO OF HELD-IN-REC
                       TO HT-CYCLE-NO(HELD-CNT)
                   MOVE HELD-IN-REC TO HT-RECORD(HELD-CNT)
                   MOVE "N" TO HT-DONE-SW(HELD-CNT)
               ELSE
                   MOVE HELD-IN-REC TO QUEUE-OUT-REC
                   WRITE QUEUE-OUT-REC
                   ADD 1 TO CARRIED-CNT
                   ADD 1 TO OVERFLOW-CNT
                   DISPLAY 'TRELS01 - HELD TABLE FULL, CARRIED '
                       'UNDECIDED: ' HELD-ITEM01-01 OF HELD-IN-REC
                       '/' HELD-ITEM01-02 OF HELD-IN-REC
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2000-READ-DECISION-TXN.

           READ DECISION-TXN-FILE
               AT END
                   SET EOF TO TRUE
           END-READ.

       3000-APPLY-DECISION-TXN.

           PERFORM 3100-FIND-HELD-ITEM.

      * The submitter identity is what makes the four-eyes check
      * real - an anonymous transaction can neither stage nor
      * confirm.
           IF HLDTX-SUBMITTER = SPACES
               DISPLAY 'TRELS01 - NO SUBMITTER ID ON DECISION FOR '
                   HLDTX-ITEM01-01 '/' HLDTX-ITEM01-02
               PERFORM 3900-REJECT-DECISION-TXN
           ELSE
           IF NOT HLDTX-RELEASE AND NOT HLDTX-DECLINE
                   AND NOT HLDTX-CONFIRM
               DISPLAY 'TRELS01 - UNKNOWN FUNCTION CODE: '
                   HLDTX-FUNCTION
               PERFORM 3900-REJECT-DECISION-TXN
           ELSE
           IF HELD-FOUND-IDX = 0
               DISPLAY 'TRELS01 - NO HELD ITEM ' HLDTX-ITEM01-01 '/'
                   HLDTX-ITEM01-02 ' FROM ' HLDTX-HELD-DATE
                   ' CYCLE ' HLDTX-CYCLE-NO ' - DECISION REJECTED'
               PERFORM 3900-REJECT-DECISION-TXN
           ELSE
               IF HLDTX-CONFIRM
                   PERFORM 4000-CONFIRM-DECISION
               ELSE
                   PERFORM 3500-STAGE-DECISION
               END-IF
           END-IF
           END-IF
           END-IF.

      * A decision names one held item by keys, date and cycle;
      * items already confirmed this run are no longer eligible.
       3100-FIND-HELD-ITEM.

           MOVE 0 TO HELD-FOUND-IDX.
           MOVE SPACES TO HELD-WORK.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-CNT
               IF NOT HT-DONE(HELD-IDX)
                       AND HT-ITEM01-01(HELD-IDX) = HLDTX-ITEM01-01
                       AND HT-ITEM01-02(HELD-IDX) = HLDTX-ITEM01-02
                       AND HT-HELD-DATE(HELD-IDX) = HLDTX-HELD-DATE
                       AND HT-CYCLE-NO(HELD-IDX) = HLDTX-CYCLE-NO
                       AND HELD-FOUND-IDX = 0
                   MOVE HELD-IDX TO HELD-FOUND-IDX
               END-IF
           END-PERFORM.

           IF HELD-FOUND-IDX > 0
               MOVE HT-RECORD(HELD-FOUND-IDX) TO HELD-WORK
           END-IF.

      * One decision per item: a second maker changing an already
      * staged decision would let two people each half-decide it.
      * The staged decision is undone only by aging off.
       3500-STAGE-DECISION.

           IF NOT HELD-UNDECIDED OF HELD-WORK
               DISPLAY 'TRELS01 - ' HLDTX-ITEM01-01 '/'
                   HLDTX-ITEM01-02 ' ALREADY HAS DECISION '
                   HELD-DECISION OF HELD-WORK ' STAGED BY '
                   HELD-DECIDED-BY OF HELD-WORK ' - REJECTED'
               PERFORM 3900-REJECT-DECISION-TXN
           ELSE
               MOVE HLDTX-FUNCTION TO HELD-DECISION OF HELD-WORK
               MOVE HLDTX-SUBMITTER TO HELD-DECIDED-BY OF HELD-WORK
               MOVE RUN-DATE TO HELD-DECIDED-DATE OF HELD-WORK
               MOVE HELD-WORK TO HT-RECORD(HELD-FOUND-IDX)
               ADD 1 TO STAGED-CNT
               MOVE "PENDING" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
               DISPLAY 'TRELS01 - STAGED ' HLDTX-FUNCTION
                   ' FOR ' HLDTX-ITEM01-01 '/' HLDTX-ITEM01-02
                   ' BY ' HLDTX-SUBMITTER
                   ' - AWAITING CONFIRMATION'
           END-IF.

       3900-REJECT-DECISION-TXN.

           ADD 1 TO REJECTED-CNT.
           MOVE "REJECTED" TO AUDIT-DISP.
           PERFORM 5000-WRITE-AUDIT-RECORD.

      * A confirmation carries out the staged decision. The
      * confirmer must differ from the maker - the whole point of
      * the workflow - and a confirmation with nothing staged is
      * itself audited as rejected.
       4000-CONFIRM-DECISION.

           IF HELD-UNDECIDED OF HELD-WORK
               DISPLAY 'TRELS01 - NOTHING STAGED FOR '
                   HLDTX-ITEM01-01 '/' HLDTX-ITEM01-02
                   ' - CONFIRMATION REJECTED'
               PERFORM 3900-REJECT-DECISION-TXN
           ELSE
           IF HELD-DECIDED-BY OF HELD-WORK = HLDTX-SUBMITTER
               DISPLAY 'TRELS01 - CONFIRMER ' HLDTX-SUBMITTER
                   ' IS THE MAKER OF THE DECISION FOR '
                   HLDTX-ITEM01-01 '/' HLDTX-ITEM01-02
                   ' - CONFIRMATION REJECTED'
               PERFORM 3900-REJECT-DECISION-TXN
           ELSE
               MOVE HLDTX-SUBMITTER TO AUDIT-APPROVER
               IF HELD-TO-RELEASE OF HELD-WORK
                   PERFORM 4500-RELEASE-HELD-ITEM
               ELSE
                   PERFORM 4600-DECLINE-HELD-ITEM
                   ADD 1 TO DECLINED-CNT
               END-IF
               MOVE "Y" TO HT-DONE-SW(HELD-FOUND-IDX)
               MOVE "APPLIED" TO AUDIT-DISP
               PERFORM 5100-WRITE-ITEM-AUDIT
               DISPLAY 'TRELS01 - APPLIED '
                   HELD-DECISION OF HELD-WORK ' FOR '
                   HLDTX-ITEM01-01 '/' HLDTX-ITEM01-02
                   ' MADE BY ' HELD-DECIDED-BY OF HELD-WORK
                   ' CONFIRMED BY ' HLDTX-SUBMITTER
           END-IF
           END-IF.

      * The transaction goes back exactly as TMAIN01 staged it.
       4500-RELEASE-HELD-ITEM.

           MOVE HELD-PARM01 OF HELD-WORK TO RELEASED-OUT-REC.
           WRITE RELEASED-OUT-REC.
           ADD 1 TO RELEASED-CNT.
           ADD HELD-ITEM01-AMT OF HELD-WORK TO RELEASED-AMT.

      * The provider was told HELD; the decline is the item's final
      * answer, in the same key terms as TMAIN01's acknowledgments.
       4600-DECLINE-HELD-ITEM.

           MOVE SPACES TO DECLINE-ACK-REC.
           MOVE HELD-ITEM01-01 OF HELD-WORK TO ACK-TXN-TYPE(1:6).
           MOVE HELD-ITEM01-02 OF HELD-WORK TO ACK-TXN-SUBTYPE(1:6).
           IF KEYXR-OPEN
               MOVE HELD-ITEM01-01 OF HELD-WORK TO KXR-TRUNC-TYPE
               MOVE HELD-ITEM01-02 OF HELD-WORK TO KXR-TRUNC-SUBTYPE
               READ KEY-XREF-FILE
                   NOT INVALID KEY
                       MOVE KXR-FULL-TYPE TO ACK-TXN-TYPE
                       MOVE KXR-FULL-SUBTYPE TO ACK-TXN-SUBTYPE
               END-READ
           END-IF.
           MOVE "REJECTED" TO ACK-DISPOSITION.
           MOVE "RC04" TO ACK-REASON-CODE.
           MOVE SPACES TO ACK-ROUTE.
           MOVE HELD-SYSTEM OF HELD-WORK TO ACK-SYSTEM.
           MOVE SPACE TO ACK-REPLAY-FLAG.
           WRITE DECLINE-ACK-REC.

      * Audit record in the transaction's own terms - used for
      * rejects and PENDING stages. The amount is the held item's
      * when the transaction named one.
       5000-WRITE-AUDIT-RECORD.

           PERFORM 5500-STAMP-AUDIT-TIME.
           MOVE HLDTX-FUNCTION TO HLAU-FUNCTION.
           MOVE HLDTX-ITEM01-01 TO HLAU-ITEM01-01.
           MOVE HLDTX-ITEM01-02 TO HLAU-ITEM01-02.
           MOVE HLDTX-HELD-DATE TO HLAU-HELD-DATE.
           MOVE HLDTX-CYCLE-NO TO HLAU-CYCLE-NO.
           MOVE HLDTX-SUBMITTER TO HLAU-SUBMITTER.
           MOVE SPACES TO HLAU-APPROVER.
           MOVE AUDIT-DISP TO HLAU-STATUS.
           IF HELD-FOUND-IDX > 0
               MOVE HELD-ITEM01-AMT OF HELD-WORK TO HLAU-AMOUNT
               MOVE HELD-ITEM01-CUR OF HELD-WORK TO HLAU-CURRENCY
           ELSE
               MOVE 0 TO HLAU-AMOUNT
               MOVE SPACES TO HLAU-CURRENCY
           END-IF.
           IF AUDIT-DISP = "PENDING"
               MOVE HLDTX-FUNCTION TO HLAU-DECISION
           ELSE
               MOVE SPACES TO HLAU-DECISION
           END-IF.

           WRITE AUDIT-REC.

      * Audit record in the held item's terms - used when a decision
      * is carried out or aged off, so the record names maker AND
      * confirmer with the decision that was applied.
       5100-WRITE-ITEM-AUDIT.

           PERFORM 5500-STAMP-AUDIT-TIME.
           IF AUDIT-DISP = "AGED"
               MOVE "D" TO HLAU-FUNCTION
               MOVE "D" TO HLAU-DECISION
           ELSE
               MOVE "P" TO HLAU-FUNCTION
               MOVE HELD-DECISION OF HELD-WORK TO HLAU-DECISION
           END-IF.
           MOVE HELD-ITEM01-01 OF HELD-WORK TO HLAU-ITEM01-01.
           MOVE HELD-ITEM01-02 OF HELD-WORK TO HLAU-ITEM01-02.
           MOVE HELD-RUN-DATE OF HELD-WORK TO HLAU-HELD-DATE.
           MOVE HELD-CYCLE-NO OF HELD-WORK TO HLAU-CYCLE-NO.
           MOVE HELD-ITEM01-AMT OF HELD-WORK TO HLAU-AMOUNT.
           MOVE HELD-ITEM01-CUR OF HELD-WORK TO HLAU-CURRENCY.
           MOVE HELD-DECIDED-BY OF HELD-WORK TO HLAU-SUBMITTER.
           MOVE AUDIT-APPROVER TO HLAU-APPROVER.
           MOVE AUDIT-DISP TO HLAU-STATUS.

           WRITE AUDIT-REC.

       5500-STAMP-AUDIT-TIME.

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACES TO HLAU-TIMESTAMP.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
               INTO HLAU-TIMESTAMP
           END-STRING.

      * End-of-run sweep of what is still waiting: decline what
      * nobody carried through inside the limit - money is not left
      * in limbo indefinitely - and carry the rest, staged decisions
      * and all, to the next queue generation.
       7000-SWEEP-QUEUE.

           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-CNT
               IF NOT HT-DONE(HELD-IDX)
                   PERFORM 7100-AGE-OR-CARRY-ITEM
               END-IF
           END-PERFORM.

       7100-AGE-OR-CARRY-ITEM.

           MOVE HT-RECORD(HELD-IDX) TO HELD-WORK.

           MOVE 0 TO HELD-AGE-DAYS.
           IF HT-HELD-DATE(HELD-IDX) IS NUMERIC
               MOVE "C" TO BDAY-FUNCTION
               MOVE "ALL" TO BDAY-CURRENCY
               MOVE HT-HELD-DATE(HELD-IDX) TO BDAY-FROM-DATE
               MOVE RUN-DATE TO BDAY-TO-DATE
               MOVE RETURN-CODE TO STEP-RC
               CALL PGMBDAY USING BDAY-PARMS
               MOVE STEP-RC TO RETURN-CODE
               IF NOT BDAY-BAD-DATE
                   MOVE BDAY-DAYS TO HELD-AGE-DAYS
               END-IF
           END-IF.

           IF HELD-AGE-DAYS > AGE-LIMIT-DAYS
               PERFORM 4600-DECLINE-HELD-ITEM
               ADD 1 TO AGED-CNT
               MOVE "AGED" TO AUDIT-DISP
               MOVE SPACES TO AUDIT-APPROVER
               PERFORM 5100-WRITE-ITEM-AUDIT
               DISPLAY 'TRELS01 - AGED OFF AND DECLINED '
                   HT-ITEM01-01(HELD-IDX) '/' HT-ITEM01-02(HELD-IDX)
                   ' HELD ' HT-HELD-DATE(HELD-IDX)
                   ' (' HELD-AGE-DAYS ' BUSINESS DAYS OLD)'
           ELSE
               MOVE HT-RECORD(HELD-IDX) TO QUEUE-OUT-REC
               WRITE QUEUE-OUT-REC
               ADD 1 TO CARRIED-CNT
           END-IF.

       7500-WRITE-RELEASE-TOTALS.

           MOVE RUN-DATE TO RLSCT-RUN-DATE.
           MOVE QUEUED-CNT TO RLSCT-QUEUED-CNT.
           MOVE RELEASED-CNT TO RLSCT-RELEASED-CNT.
           MOVE RELEASED-AMT TO RLSCT-RELEASED-AMT.
           MOVE DECLINED-CNT TO RLSCT-DECLINED-CNT.
           MOVE AGED-CNT TO RLSCT-AGED-CNT.
           MOVE CARRIED-CNT TO RLSCT-CARRIED-CNT.
           MOVE RUN-TIME TO RLSCT-RUN-TIME.
           WRITE RELEASE-CTL-REC.

       8000-TERMINATION.

      * Each CLOSE is guarded by its own OPEN having succeeded, the
      * same pattern TMAINTRT's 8000-TERMINATION uses.
           IF HLDTX-STATUS = "00" OR HLDTX-STATUS = "10"
               CLOSE DECISION-TXN-FILE
           END-IF.
           IF AUDIT-STATUS = "00"
               CLOSE AUDIT-FILE
           END-IF.
           IF QUEUE-STATUS = "00"
               CLOSE QUEUE-OUT-FILE
           END-IF.
           IF RELS-STATUS = "00"
               CLOSE RELEASED-OUT-FILE
           END-IF.
           IF HLDACK-STATUS = "00"
               CLOSE DECLINE-ACK-FILE
           END-IF.
           IF RLSCTL-STATUS = "00"
               CLOSE RELEASE-CTL-FILE
           END-IF.
           IF KEYXR-OPEN
               CLOSE KEY-XREF-FILE
           END-IF.

           DISPLAY '---------------------------------------------'.
           DISPLAY 'TRELS01 HELD TRANSACTION RELEASE REPORT'.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'HELD ITEMS QUEUED     =' QUEUED-CNT.
           DISPLAY 'REPLAY HOLDS DROPPED  =' REPLAY-DROP-CNT.
           DISPLAY 'DECISIONS STAGED      =' STAGED-CNT.
           DISPLAY 'RELEASED              =' RELEASED-CNT.
           DISPLAY 'RELEASED AMOUNT       =' RELEASED-AMT.
           DISPLAY 'DECLINED              =' DECLINED-CNT.
           DISPLAY 'DECISIONS REJECTED    =' REJECTED-CNT.
           DISPLAY 'AGED OFF AND DECLINED =' AGED-CNT.
           DISPLAY 'CARRIED FORWARD       =' CARRIED-CNT.
           DISPLAY '---------------------------------------------'.

           IF QUEUED-CNT NOT = RELEASED-CNT + DECLINED-CNT
                   + AGED-CNT + CARRIED-CNT
                   AND NOT FATAL-ERROR
               DISPLAY 'TRELS01 - *** QUEUE DOES NOT BALANCE: '
                   'QUEUED ' QUEUED-CNT ' NOT ACCOUNTED FOR ***'
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF OVERFLOW-CNT > 0
               DISPLAY 'TRELS01 - ' OVERFLOW-CNT ' ITEM(S) CARRIED '
                   'UNDECIDED PAST THE TABLE LIMIT - DECIDE THEM ON '
                   'THE NEXT RUN'
           END-IF.
           IF AGED-CNT > 0
               DISPLAY 'TRELS01 - ' AGED-CNT ' HELD ITEM(S) AGED '
                   'OFF AND DECLINED - SEE THE AGED LINES ABOVE AND '
                   'THE AUDIT FILE'
           END-IF.
           DISPLAY '** END TRELS01'.

      *****************************************************
