      * refuses any feed whose header system is not on this table
      * and active, so onboarding (or cutting off) an upstream
      * sender is a transaction through this program, not a code
      * change. The same image carries the sender's expected-feed
      * schedule - the latest arrival time for each cycle it sends -
      * which TFEEDM01 and TCLOSE01 hold the day's feeds to.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 EOF           VALUE "Y".
       01 APPLIED-CNT       PIC 9(09) VALUE 0.
       01 REJECTED-CNT      PIC 9(09) VALUE 0.
       01 SCHED-VALID-SW    PIC X(01) VALUE "Y".
           88 SCHED-VALID   VALUE "Y".
       01 CUTOFF-IDX        PIC 9(02) VALUE 0.
       01 HHMM-WORK         PIC 9(04) VALUE 0.
       01 HHMM-PARTS REDEFINES HHMM-WORK.
           05 HHMM-HH       PIC 9(02).
           05 HHMM-MM       PIC 9(02).

       PROCEDURE DIVISION.


           MOVE MNTSN-SYSTEM-ID TO SNDR-SYSTEM-ID.

           MOVE "Y" TO SCHED-VALID-SW.
           IF MNTSN-ADD OR MNTSN-UPDATE
               PERFORM 3050-VALIDATE-SCHEDULE
           END-IF.

      * An add or update image whose flag TCONV01's 88-levels would
      * not recognize is rejected here rather than being let into
      * the table to refuse (or wave through) feeds unexpectedly.
                   MNTSN-ACTIVE-FLAG '" FOR SENDER: '
                   MNTSN-SYSTEM-ID
               ADD 1 TO REJECTED-CNT
           ELSE
           IF NOT SCHED-VALID
               DISPLAY 'TMAINTSN - INVALID CYCLE ' CUTOFF-IDX
                   ' CUTOFF "' MNTSN-CUTOFF(CUTOFF-IDX)
                   '" FOR SENDER: ' MNTSN-SYSTEM-ID
               ADD 1 TO REJECTED-CNT
           ELSE
               EVALUATE TRUE
                   WHEN MNTSN-ADD
                           MNTSN-FUNCTION
                       ADD 1 TO REJECTED-CNT
               END-EVALUATE
           END-IF
           END-IF.

      * Each cutoff must be blank (no feed expected for that cycle)
      * or a real HHMM time of day; anything else would leave the
      * feed checks unable to tell on time from late. CUTOFF-IDX is
      * left on the first bad one for the rejection message.
       3050-VALIDATE-SCHEDULE.

           MOVE "Y" TO SCHED-VALID-SW.
           PERFORM VARYING CUTOFF-IDX FROM 1 BY 1
                   UNTIL CUTOFF-IDX > 4 OR NOT SCHED-VALID
               IF MNTSN-CUTOFF(CUTOFF-IDX) NOT = SPACES
                   IF MNTSN-CUTOFF(CUTOFF-IDX) IS NUMERIC
                       MOVE MNTSN-CUTOFF(CUTOFF-IDX) TO HHMM-WORK
                   ELSE
                       MOVE 9999 TO HHMM-WORK
                   END-IF
                   IF HHMM-HH > 23 OR HHMM-MM > 59
                       MOVE "N" TO SCHED-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT SCHED-VALID
               SUBTRACT 1 FROM CUTOFF-IDX
           END-IF.

       3100-ADD-SENDER.

           MOVE MNTSN-ACTIVE-FLAG TO SNDR-ACTIVE-FLAG.
           MOVE MNTSN-DESC TO SNDR-DESC.
           MOVE MNTSN-SCHEDULE TO SNDR-SCHEDULE.

           WRITE SENDER-REC
               INVALID KEY
                       MNTSN-SYSTEM-ID
                       ' ACTIVE=' MNTSN-ACTIVE-FLAG
                       ' DESC=' MNTSN-DESC
                       ' CUTOFFS=' MNTSN-CUTOFF(1) '/'
                       MNTSN-CUTOFF(2) '/' MNTSN-CUTOFF(3) '/'
                       MNTSN-CUTOFF(4)
           END-WRITE.

       3200-UPDATE-SENDER.
           IF SNDR-STATUS = "00"
               MOVE MNTSN-ACTIVE-FLAG TO SNDR-ACTIVE-FLAG
               MOVE MNTSN-DESC TO SNDR-DESC
               MOVE MNTSN-SCHEDULE TO SNDR-SCHEDULE
               REWRITE SENDER-REC
                   INVALID KEY
                       DISPLAY 'TMAINTSN - REWRITE FAILED: '
                           MNTSN-SYSTEM-ID
                           ' ACTIVE=' MNTSN-ACTIVE-FLAG
                           ' DESC=' MNTSN-DESC
                           ' CUTOFFS=' MNTSN-CUTOFF(1) '/'
                           MNTSN-CUTOFF(2) '/' MNTSN-CUTOFF(3) '/'
                           MNTSN-CUTOFF(4)
               END-REWRITE
           END-IF.

