      * generation, PENDOUT the next; a change still unapproved
      * after the age limit is dropped with an AGED audit record
      * and a report line rather than applying silently.
      * The route's USD amount limits (single transaction and daily
      * cumulative, see CPRTMST) ride the same workflow - raising a
      * limit is as much a risk decision as re-pointing a route.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
       01 PENDING-OUT-REC      PIC X(83).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01 AGED-CNT          PIC 9(09) VALUE 0.
       01 CARRIED-CNT       PIC 9(09) VALUE 0.

      * Pending age and the limit are in business days on the
      * shop-wide calendar (TBDAY01, "ALL"): a change staged before
      * a holiday weekend still gets its full approval window.
       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 PENDING-AGE-DAYS  PIC 9(04) VALUE 0.
       01 AGE-LIMIT-DAYS    PIC 9(04) VALUE 10.
       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
      * A CALL replaces RETURN-CODE; STEP-RC carries the step's
      * own condition code across it.
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.
       01 BDAY-PARMS.
           COPY CPBDAY.

       01 AUDIT-DATE        PIC X(08) VALUE SPACES.
       01 AUDIT-TIME        PIC X(08) VALUE SPACES.
               10 PT-ACTIVE-FLAG  PIC X(01).
               10 PT-PARM2-WEIGHT PIC 9(01).
               10 PT-SUBPGM       PIC X(08).
               10 PT-TXN-LIMIT    PIC 9(07)V9(02).
               10 PT-DAILY-LIMIT  PIC 9(09)V9(02).
               10 PT-BEF-ACTIVE   PIC X(01).
               10 PT-BEF-WEIGHT   PIC X(01).
               10 PT-BEF-SUBPGM   PIC X(08).
               10 PT-BEF-TXN-LIMIT   PIC 9(07)V9(02).
               10 PT-BEF-DAILY-LIMIT PIC 9(09)V9(02).
               10 PT-DROPPED-SW   PIC X(01).
                   88 PT-DROPPED  VALUE "Y".
       01 PEND-IDX          PIC 9(04) COMP VALUE 0.
       01 BEFORE-ACTIVE     PIC X(01) VALUE SPACES.
       01 BEFORE-WEIGHT     PIC X(01) VALUE SPACES.
       01 BEFORE-SUBPGM     PIC X(08) VALUE SPACES.
       01 BEFORE-TXN-LIMIT  PIC 9(07)V9(02) VALUE 0.
       01 BEFORE-DAILY-LIMIT PIC 9(09)V9(02) VALUE 0.

      * Carried-forward record assembled here - PENDIN is closed by
      * sweep time and an FD area is not reliably addressable once
           DISPLAY '*** BEGIN TMAINTRT'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MAINT-TXN-FILE.
           IF MAINT-STATUS NOT = "00"
                   TO PT-PARM2-WEIGHT(PEND-CNT)
               MOVE PND-SUBPGM OF PENDING-IN-REC
                   TO PT-SUBPGM(PEND-CNT)
               MOVE PND-TXN-LIMIT OF PENDING-IN-REC
                   TO PT-TXN-LIMIT(PEND-CNT)
               MOVE PND-DAILY-LIMIT OF PENDING-IN-REC
                   TO PT-DAILY-LIMIT(PEND-CNT)
               MOVE PND-BEF-ACTIVE OF PENDING-IN-REC
                   TO PT-BEF-ACTIVE(PEND-CNT)
               MOVE PND-BEF-WEIGHT OF PENDING-IN-REC
                   TO PT-BEF-WEIGHT(PEND-CNT)
               MOVE PND-BEF-SUBPGM OF PENDING-IN-REC
                   TO PT-BEF-SUBPGM(PEND-CNT)
               MOVE PND-BEF-TXN-LIMIT OF PENDING-IN-REC
                   TO PT-BEF-TXN-LIMIT(PEND-CNT)
               MOVE PND-BEF-DAILY-LIMIT OF PENDING-IN-REC
                   TO PT-BEF-DAILY-LIMIT(PEND-CNT)
               MOVE "N" TO PT-DROPPED-SW(PEND-CNT)
           ELSE
      * A pending change dropped on table overflow still gets a
               TO RTAU-BEF-WEIGHT.
           MOVE PND-BEF-SUBPGM OF PENDING-IN-REC
               TO RTAU-BEF-SUBPGM.
           MOVE PND-BEF-TXN-LIMIT OF PENDING-IN-REC
               TO RTAU-BEF-TXN-LIMIT.
           MOVE PND-BEF-DAILY-LIMIT OF PENDING-IN-REC
               TO RTAU-BEF-DAILY-LIMIT.
           MOVE SPACES TO RTAU-AFTER-IMAGE.

           WRITE AUDIT-REC.
           MOVE SPACES TO BEFORE-ACTIVE.
           MOVE SPACES TO BEFORE-WEIGHT.
           MOVE SPACES TO BEFORE-SUBPGM.
           MOVE 0 TO BEFORE-TXN-LIMIT.
           MOVE 0 TO BEFORE-DAILY-LIMIT.

      * The submitter identity is what makes the four-eyes check
      * real - an anonymous transaction can neither stage nor
      * for an approver to rubber-stamp into the table. The before
      * image of the live record is captured here, at staging time:
      * it is what the approver is approving a change FROM.
      * Blank limits are no limit; anything else that is not a
      * number would be staged as garbage, so it is refused here.
       3500-STAGE-CHANGE.

           IF MNTRT-TXN-LIMIT-X = SPACES
               MOVE 0 TO MNTRT-TXN-LIMIT
           END-IF.
           IF MNTRT-DAILY-LIMIT-X = SPACES
               MOVE 0 TO MNTRT-DAILY-LIMIT
           END-IF.

           IF (MNTRT-ADD OR MNTRT-UPDATE)
                   AND (MNTRT-ACTIVE-FLAG NOT = "Y"
                       AND MNTRT-ACTIVE-FLAG NOT = "N")
               ADD 1 TO REJECTED-CNT
               MOVE "REJECTED" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE
           IF (MNTRT-ADD OR MNTRT-UPDATE)
                   AND (MNTRT-TXN-LIMIT IS NOT NUMERIC
                       OR MNTRT-DAILY-LIMIT IS NOT NUMERIC)
               DISPLAY 'TMAINTRT - INVALID AMOUNT LIMIT FOR ROUTE: '
                   MNTRT-ROUTE-CODE
               ADD 1 TO REJECTED-CNT
               MOVE "REJECTED" TO AUDIT-DISP
               PERFORM 5000-WRITE-AUDIT-RECORD
           ELSE
               PERFORM 3600-CAPTURE-BEFORE-IMAGE
               IF MNTRT-ADD AND BEFORE-ACTIVE NOT = SPACES
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       3600-CAPTURE-BEFORE-IMAGE.
           MOVE SPACES TO BEFORE-ACTIVE.
           MOVE SPACES TO BEFORE-WEIGHT.
           MOVE SPACES TO BEFORE-SUBPGM.
           MOVE 0 TO BEFORE-TXN-LIMIT.
           MOVE 0 TO BEFORE-DAILY-LIMIT.

           MOVE MNTRT-ROUTE-CODE TO ROUTE-KEY.
           READ ROUTE-MASTER-FILE
                   MOVE ROUTE-ACTIVE-FLAG TO BEFORE-ACTIVE
                   MOVE ROUTE-PARM2-WEIGHT TO BEFORE-WEIGHT
                   MOVE ROUTE-SUBPGM TO BEFORE-SUBPGM
                   MOVE ROUTE-TXN-LIMIT TO BEFORE-TXN-LIMIT
                   MOVE ROUTE-DAILY-LIMIT TO BEFORE-DAILY-LIMIT
           END-READ.

       3700-ADD-TO-PENDING.
               MOVE MNTRT-PARM2-WEIGHT
                   TO PT-PARM2-WEIGHT(PEND-CNT)
               MOVE MNTRT-SUBPGM TO PT-SUBPGM(PEND-CNT)
               MOVE MNTRT-TXN-LIMIT TO PT-TXN-LIMIT(PEND-CNT)
               MOVE MNTRT-DAILY-LIMIT TO PT-DAILY-LIMIT(PEND-CNT)
               MOVE BEFORE-ACTIVE TO PT-BEF-ACTIVE(PEND-CNT)
               MOVE BEFORE-WEIGHT TO PT-BEF-WEIGHT(PEND-CNT)
               MOVE BEFORE-SUBPGM TO PT-BEF-SUBPGM(PEND-CNT)
               MOVE BEFORE-TXN-LIMIT TO PT-BEF-TXN-LIMIT(PEND-CNT)
               MOVE BEFORE-DAILY-LIMIT
                   TO PT-BEF-DAILY-LIMIT(PEND-CNT)
               MOVE "N" TO PT-DROPPED-SW(PEND-CNT)
               ADD 1 TO STAGED-CNT
               MOVE "PENDING" TO AUDIT-DISP
                   MOVE PT-PARM2-WEIGHT(PEND-IDX)
                       TO ROUTE-PARM2-WEIGHT
                   MOVE PT-SUBPGM(PEND-IDX) TO ROUTE-SUBPGM
                   MOVE PT-TXN-LIMIT(PEND-IDX) TO ROUTE-TXN-LIMIT
                   MOVE PT-DAILY-LIMIT(PEND-IDX)
                       TO ROUTE-DAILY-LIMIT
                   WRITE ROUTE-MASTER-REC
                       INVALID KEY
                           PERFORM 4800-NOTE-RELEASE-FAILURE
                               TO ROUTE-PARM2-WEIGHT
                           MOVE PT-SUBPGM(PEND-IDX)
                               TO ROUTE-SUBPGM
                           MOVE PT-TXN-LIMIT(PEND-IDX)
                               TO ROUTE-TXN-LIMIT
                           MOVE PT-DAILY-LIMIT(PEND-IDX)
                               TO ROUTE-DAILY-LIMIT
                           REWRITE ROUTE-MASTER-REC
                               INVALID KEY
                                   PERFORM 4800-NOTE-RELEASE-FAILURE
           MOVE BEFORE-ACTIVE TO RTAU-BEF-ACTIVE.
           MOVE BEFORE-WEIGHT TO RTAU-BEF-WEIGHT.
           MOVE BEFORE-SUBPGM TO RTAU-BEF-SUBPGM.
           MOVE BEFORE-TXN-LIMIT TO RTAU-BEF-TXN-LIMIT.
           MOVE BEFORE-DAILY-LIMIT TO RTAU-BEF-DAILY-LIMIT.
           IF AUDIT-DISP = "PENDING"
               MOVE MNTRT-ACTIVE-FLAG TO RTAU-AFT-ACTIVE
               MOVE MNTRT-PARM2-WEIGHT TO RTAU-AFT-WEIGHT
               MOVE MNTRT-SUBPGM TO RTAU-AFT-SUBPGM
               MOVE MNTRT-TXN-LIMIT TO RTAU-AFT-TXN-LIMIT
               MOVE MNTRT-DAILY-LIMIT TO RTAU-AFT-DAILY-LIMIT
           ELSE
               MOVE SPACES TO RTAU-AFTER-IMAGE
           END-IF.
           MOVE PT-BEF-ACTIVE(PEND-IDX) TO RTAU-BEF-ACTIVE.
           MOVE PT-BEF-WEIGHT(PEND-IDX) TO RTAU-BEF-WEIGHT.
           MOVE PT-BEF-SUBPGM(PEND-IDX) TO RTAU-BEF-SUBPGM.
           MOVE PT-BEF-TXN-LIMIT(PEND-IDX) TO RTAU-BEF-TXN-LIMIT.
           MOVE PT-BEF-DAILY-LIMIT(PEND-IDX)
               TO RTAU-BEF-DAILY-LIMIT.
           IF AUDIT-DISP = "APPLIED"
                   AND PT-FUNCTION(PEND-IDX) NOT = "D"
               MOVE PT-ACTIVE-FLAG(PEND-IDX) TO RTAU-AFT-ACTIVE
               MOVE PT-PARM2-WEIGHT(PEND-IDX) TO RTAU-AFT-WEIGHT
               MOVE PT-SUBPGM(PEND-IDX) TO RTAU-AFT-SUBPGM
               MOVE PT-TXN-LIMIT(PEND-IDX) TO RTAU-AFT-TXN-LIMIT
               MOVE PT-DAILY-LIMIT(PEND-IDX)
                   TO RTAU-AFT-DAILY-LIMIT
           ELSE
               MOVE SPACES TO RTAU-AFTER-IMAGE
           END-IF.

       7100-AGE-OR-CARRY-ENTRY.

           MOVE 0 TO PENDING-AGE-DAYS.
           IF PT-ENTRY-DATE(PEND-IDX) IS NUMERIC
               MOVE "C" TO BDAY-FUNCTION
               MOVE "ALL" TO BDAY-CURRENCY
               MOVE PT-ENTRY-DATE(PEND-IDX) TO BDAY-FROM-DATE
               MOVE RUN-DATE TO BDAY-TO-DATE
               MOVE RETURN-CODE TO STEP-RC
               CALL PGMBDAY USING BDAY-PARMS
               MOVE STEP-RC TO RETURN-CODE
               IF NOT BDAY-BAD-DATE
                   MOVE BDAY-DAYS TO PENDING-AGE-DAYS
               END-IF
           END-IF.

                   PT-ROUTE-CODE(PEND-IDX)
                   ' STAGED ' PT-ENTRY-DATE(PEND-IDX)
                   ' BY ' PT-SUBMITTER(PEND-IDX)
                   ' (' PENDING-AGE-DAYS ' BUSINESS DAYS OLD)'
           ELSE
               MOVE PT-ENTRY-DATE(PEND-IDX)
                   TO PND-ENTRY-DATE OF PEND-WORK
                   TO PND-PARM2-WEIGHT OF PEND-WORK
               MOVE PT-SUBPGM(PEND-IDX)
                   TO PND-SUBPGM OF PEND-WORK
               MOVE PT-TXN-LIMIT(PEND-IDX)
                   TO PND-TXN-LIMIT OF PEND-WORK
               MOVE PT-DAILY-LIMIT(PEND-IDX)
                   TO PND-DAILY-LIMIT OF PEND-WORK
               MOVE PT-BEF-ACTIVE(PEND-IDX)
                   TO PND-BEF-ACTIVE OF PEND-WORK
               MOVE PT-BEF-WEIGHT(PEND-IDX)
                   TO PND-BEF-WEIGHT OF PEND-WORK
               MOVE PT-BEF-SUBPGM(PEND-IDX)
                   TO PND-BEF-SUBPGM OF PEND-WORK
               MOVE PT-BEF-TXN-LIMIT(PEND-IDX)
                   TO PND-BEF-TXN-LIMIT OF PEND-WORK
               MOVE PT-BEF-DAILY-LIMIT(PEND-IDX)
                   TO PND-BEF-DAILY-LIMIT OF PEND-WORK
               MOVE PEND-WORK TO PENDING-OUT-REC
               WRITE PENDING-OUT-REC
               ADD 1 TO CARRIED-CNT
