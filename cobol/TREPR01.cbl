       01 CARRIED-CNT       PIC 9(09) VALUE 0.
       01 AGED-CNT          PIC 9(09) VALUE 0.

      * Ages and the limit are in business days on the shop-wide
      * calendar (TBDAY01, "ALL"), so a long weekend does not eat
      * into the time operations has to repair a reject.
       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 REJECT-AGE-DAYS   PIC 9(04) VALUE 0.
       01 AGE-LIMIT-DAYS    PIC 9(04) VALUE 30.
       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
       01 BDAY-PARMS.
           COPY CPBDAY.

      * The mapping table is operations-maintained and small; fifty
      * entries is far beyond anything the team has ever loaded.
           DISPLAY '*** BEGIN TREPR01'.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT REJECT-IN-FILE.
           IF REJIN-STATUS NOT = "00"
      * A blank or garbled reject date cannot be aged sensibly -
      * treat it as rejected today so the record carries rather
      * than being quietly aged off on bad data.
      * A reject date in the future is clock trouble, not age -
      * TBDAY01 counts it as zero business days old.
           MOVE 0 TO REJECT-AGE-DAYS.
           IF REJ-RUN-DATE IS NUMERIC
               MOVE "C" TO BDAY-FUNCTION
               MOVE "ALL" TO BDAY-CURRENCY
               MOVE REJ-RUN-DATE TO BDAY-FROM-DATE
               MOVE RUN-DATE TO BDAY-TO-DATE
               CALL PGMBDAY USING BDAY-PARMS
               IF NOT BDAY-BAD-DATE
                   MOVE BDAY-DAYS TO REJECT-AGE-DAYS
               END-IF
           END-IF.

           DISPLAY 'TREPR01 - AGED OFF: ' REJ-ITEM01-01 '/'
               REJ-ITEM01-02 ' REASON=' REJ-REASON-CODE
               ' REJECTED ' REJ-RUN-DATE
               ' (' REJECT-AGE-DAYS ' BUSINESS DAYS OLD)'.

       3400-WRITE-REPAIRED.

           MOVE REJ-ITEM01-AMT TO ITEM01-AMT.
           MOVE REJ-ITEM01-REV TO ITEM01-REV-FLAG.
           MOVE REJ-ITEM01-CUR TO ITEM01-CUR.
           MOVE SPACES TO ITEM01-VALUE-DATE.

           WRITE REPAIRED-REC.

           DISPLAY 'REPAIRED AND RECYCLED =' REPAIRED-CNT.
           DISPLAY 'REPAIRED DOLLARS      =' REPAIRED-AMT.
           DISPLAY 'STILL UNREPAIRABLE    =' CARRIED-CNT.
           DISPLAY 'AGED OFF (>' AGE-LIMIT-DAYS ' BUS DAYS)='
               AGED-CNT.
           DISPLAY '---------------------------------------------'.

