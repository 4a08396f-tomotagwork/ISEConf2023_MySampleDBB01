           88 PAST-DUE-FOUND VALUE "Y".

       01 RUN-DATE          PIC X(08) VALUE SPACES.
      * Business-day routine and its parameter block - a settlement
      * date that falls on a day the currency does not settle is
      * not due until the next day it does.
       01 PGMBDAY           PIC X(8) VALUE "TBDAY01".
      * A CALL replaces RETURN-CODE; STEP-RC carries the step's
      * own condition code across it.
       01 STEP-RC           PIC S9(04) BINARY VALUE 0.
       01 BDAY-PARMS.
           COPY CPBDAY.
       01 DUE-DATE          PIC X(08) VALUE SPACES.
       01 EXTR-READ-CNT     PIC 9(09) VALUE 0.
       01 CONF-READ-CNT     PIC 9(09) VALUE 0.
       01 MATCHED-CNT       PIC 9(09) VALUE 0.
               END-IF
           END-PERFORM.

      * EXC-SETTLE and EXC-CURRENCY are already loaded by the
      * caller; at or past the settlement date an open item means
      * the partner (or this shop) is late, which is what the
      * warning code is for. The due date is the settlement date
      * rolled forward to a business day in the item's currency,
      * so a confirmation keyed for a holiday is not chased until
      * the currency settles again; a settlement date TBDAY01
      * cannot read is compared as it stands.
       6000-FLAG-IF-PAST-DUE.

           IF EXC-SETTLE NOT = SPACES
               MOVE "N" TO BDAY-FUNCTION
               MOVE EXC-CURRENCY TO BDAY-CURRENCY
               MOVE EXC-SETTLE TO BDAY-FROM-DATE
               MOVE 0 TO BDAY-DAYS
               MOVE RETURN-CODE TO STEP-RC
               CALL PGMBDAY USING BDAY-PARMS
               MOVE STEP-RC TO RETURN-CODE
               IF BDAY-BAD-DATE
                   MOVE EXC-SETTLE TO DUE-DATE
               ELSE
                   MOVE BDAY-TO-DATE TO DUE-DATE
               END-IF
               IF DUE-DATE <= RUN-DATE
                   SET PAST-DUE-FOUND TO TRUE
                   MOVE " *PAST DUE*" TO EXC-NOTE
               END-IF
           END-IF.

       6500-PRINT-EXCEPTION.
