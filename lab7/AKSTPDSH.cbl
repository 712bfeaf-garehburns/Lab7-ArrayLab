       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StepDash.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - OPERATIONS DASHBOARD
      *
      *   EVERY STEP IN THE CHAIN APPENDS ONE COMPLETION RECORD TO
      *   THE SHARED STEP LOG (STEPLOG.DAT) WHEN IT ENDS - PROGRAM,
      *   THE BATCH IT RAN UNDER, START AND END TIME, RECORDS IN,
      *   OUT, AND REJECTED, THE RETURN CODE IT SET, AND THE EOJ
      *   CONDITION IT SHOWED ON THE CONSOLE.  THIS PROGRAM TURNS
      *   THE LOG INTO THE MORNING OPERATOR'S DASHBOARD, STEPDASH.TXT,
      *   SO NOBODY HAS TO OPEN EVERY CONTROL REPORT AND LISTING TO
      *   LEARN HOW THE NIGHT WENT: ONE PAGE PER BATCH, ONE LINE PER
      *   STEP THAT RAN IN THE ORDER IT RAN, WITH ITS GRADE AND KEY
      *   COUNTS, THEN A BATCH SUMMARY.  THE PAGE FLAGS
      *     - A STEP THAT RAN AGAIN FOR A BATCH IT ALREADY RAN FOR
      *     - A STEP THAT RAN AHEAD OF A STEP IT SHOULD FOLLOW
      *     - A STEP THE CHAIN REQUIRES THAT NEVER RAN FOR THE BATCH
      *     - A PROGRAM THE CHAIN TABLE DOES NOT KNOW
      *   THE EXPECTED ORDER IS THE CHAIN TABLE BELOW.  STEPS MARKED
      *   REQUIRED RUN EVERY NIGHT; THE MAINTENANCE LOADS AND THE
      *   PERIODIC REPORTS RUN ONLY WHEN THERE IS WORK FOR THEM, SO
      *   THEY ARE NEVER MISSING, BUT WHEN THEY DO RUN THEY MUST
      *   STILL RUN IN THEIR PLACE.  STEPS LOGGED WITH NO BATCH (NO
      *   RUN CONTROL ON FILE) ARE LISTED ON A PAGE OF THEIR OWN AND
      *   NOT JUDGED.
      *
      *   THE UTILITIES THAT GUARD THE CHAIN - THE PRE-RUN SNAPSHOT
      *   AND THE BATCH BACKOUT - AND THE YEARLY RETENTION PURGE ARE
      *   LISTED WHEREVER THEY RAN BUT NEVER FLAGGED.  A BACKOUT THAT
      *   COMPLETED STARTS THE BATCH OVER: THE STEPS OF THE RERUN
      *   ARE JUDGED AS IF THE FIRST ATTEMPT HAD NEVER RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.
            SELECT SORT-WORK-FILE
                ASSIGN TO 'SDSRTWRK.TMP'.
            SELECT SORTED-STEP-FILE
                ASSIGN TO 'SDSTPSRT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT DASHBOARD-FILE
                ASSIGN TO 'STEPDASH.TXT'.

       DATA DIVISION.
       FILE SECTION.

      *  STEP-COMPLETION RECORD - LAYOUT MUST STAY IN STEP WITH THE
      *  695-WRITE-STEP-LOG PARAGRAPH IN EVERY PROGRAM OF THE CHAIN

       FD STEP-LOG-FILE.

       01 STEP-LOG-RECORD.
          05 SL-PROGRAM         PIC X(8).
          05 SL-BATCH-DATE      PIC 9(6).
          05 SL-BATCH-NUMBER    PIC 9(4).
          05 SL-RUN-DATE        PIC 9(6).
          05 SL-START-TIME      PIC 9(8).
          05 SL-END-TIME        PIC 9(8).
          05 SL-RECORDS-IN      PIC 9(7).
          05 SL-RECORDS-OUT     PIC 9(7).
          05 SL-RECORDS-REJ     PIC 9(7).
          05 SL-RETURN-CODE     PIC 9(2).
          05 SL-CONDITION       PIC X(24).

      *  THE LOG IS SORTED BY BATCH, AND WITHIN A BATCH BY THE ORDER
      *  THE RECORDS WERE APPENDED, WHICH IS THE ORDER THE STEPS
      *  ACTUALLY RAN IN

       SD SORT-WORK-FILE.

       01 SORT-WORK-RECORD.
          05 SW-BATCH-DATE      PIC 9(6).
          05 SW-BATCH-NUMBER    PIC 9(4).
          05 SW-LOG-SEQUENCE    PIC 9(7).
          05 SW-STEP-DATA       PIC X(87).

       FD SORTED-STEP-FILE.

       01 SORTED-STEP-RECORD.
          05 SS-BATCH-DATE      PIC 9(6).
          05 SS-BATCH-NUMBER    PIC 9(4).
          05 SS-LOG-SEQUENCE    PIC 9(7).
          05 SS-STEP-DATA.
             10 SS-PROGRAM      PIC X(8).
                88 SS-BACKOUT-STEP        VALUE 'BACKOUT'.
             10 FILLER          PIC X(10).
             10 SS-RUN-DATE     PIC 9(6).
             10 SS-START-TIME   PIC 9(8).
             10 SS-END-TIME     PIC 9(8).
             10 SS-RECORDS-IN   PIC 9(7).
             10 SS-RECORDS-OUT  PIC 9(7).
             10 SS-RECORDS-REJ  PIC 9(7).
             10 SS-RETURN-CODE  PIC 9(2).
             10 SS-CONDITION    PIC X(24).

       FD DASHBOARD-FILE.

       01 DASHBOARD-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 END-OF-FILE-FLAG  PIC X  VALUE SPACE.
          88 MORE-RECORDS            VALUE 'Y'.
          88 NO-MORE-RECORDS         VALUE 'N'.

       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-LOG-EOF-FLAG        PIC X VALUE 'Y'.
          88 MORE-LOG-RECORDS           VALUE 'Y'.
          88 NO-MORE-LOG-RECORDS        VALUE 'N'.
       01 WS-LOG-SEQUENCE        PIC 9(7) VALUE ZERO.

      *  THE CHAIN IN THE ORDER ITS STEPS MUST RUN.  R = REQUIRED
      *  EVERY BATCH, O = RUNS ONLY WHEN THERE IS WORK FOR IT, U = A
      *  UTILITY, LISTED BUT NEVER JUDGED.  A NEW
      *  STEP IN THE CHAIN IS ADDED HERE IN ITS PLACE AND
      *  CHAIN-STEP-COUNT IS RAISED TO MATCH.
       01 WS-CHAIN-TABLE.
          05 FILLER PIC X(8) VALUE 'STNLOAD'.
          05 FILLER PIC X    VALUE 'R'.
          05 FILLER PIC X(8) VALUE 'MSTRLOAD'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'ARRAYLAB'.
          05 FILLER PIC X    VALUE 'R'.
          05 FILLER PIC X(8) VALUE 'MGRXREF'.
          05 FILLER PIC X    VALUE 'R'.
          05 FILLER PIC X(8) VALUE 'PARTLOAD'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'WORKORD'.
          05 FILLER PIC X    VALUE 'R'.
          05 FILLER PIC X(8) VALUE 'PMLOAD'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'PMSCHED'.
          05 FILLER PIC X    VALUE 'R'.
          05 FILLER PIC X(8) VALUE 'DISPNOTE'.
          05 FILLER PIC X    VALUE 'R'.
          05 FILLER PIC X(8) VALUE 'TECHLOAD'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'WOCOMP'.
          05 FILLER PIC X    VALUE 'R'.
          05 FILLER PIC X(8) VALUE 'PARTRORD'.
          05 FILLER PIC X    VALUE 'R'.
          05 FILLER PIC X(8) VALUE 'GLEXTR'.
          05 FILLER PIC X    VALUE 'R'.
          05 FILLER PIC X(8) VALUE 'STNCOST'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'COSTRPT'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'AUDTREND'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'TECHPROD'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'BUDGVAR'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'RECON'.
          05 FILLER PIC X    VALUE 'O'.
          05 FILLER PIC X(8) VALUE 'SNAPSHOT'.
          05 FILLER PIC X    VALUE 'U'.
          05 FILLER PIC X(8) VALUE 'BACKOUT'.
          05 FILLER PIC X    VALUE 'U'.
          05 FILLER PIC X(8) VALUE 'RETAIN'.
          05 FILLER PIC X    VALUE 'U'.
       01 WS-CHAIN-TABLE-R REDEFINES WS-CHAIN-TABLE.
          05 WS-CHAIN-ENTRY OCCURS 22 TIMES
                 INDEXED BY WS-CHAIN-IDX.
             10 WS-CHAIN-PROGRAM   PIC X(8).
             10 WS-CHAIN-REQUIRED  PIC X.
                88 CHAIN-STEP-REQUIRED    VALUE 'R'.
                88 CHAIN-STEP-UTILITY     VALUE 'U'.
       01 CHAIN-STEP-COUNT       PIC 9(2) VALUE 22.

      *  HOW MANY TIMES EACH CHAIN STEP HAS RUN FOR THE BATCH ON THE
      *  PAGE - SAME SUBSCRIPT AS THE CHAIN TABLE
       01 WS-CHAIN-RUN-TABLE.
          05 WS-CHAIN-RUNS OCCURS 22 TIMES PIC 9(3).
       01 WS-CHAIN-SUB           PIC 9(2).
       01 WS-STEP-POSITION       PIC 9(2).
       01 WS-HIGH-POSITION       PIC 9(2).

      *  BATCH CONTROL BREAK AND BATCH ACCUMULATORS
       01 WS-FIRST-BATCH-SWITCH  PIC X VALUE 'Y'.
          88 FIRST-BATCH                VALUE 'Y'.
          88 NOT-FIRST-BATCH            VALUE 'N'.
       01 WS-PREV-BATCH-DATE     PIC 9(6) VALUE ZERO.
       01 WS-PREV-BATCH-NUMBER   PIC 9(4) VALUE ZERO.
       01 WS-BATCH-STEPS         PIC 9(3) VALUE ZERO.
       01 WS-BATCH-CLEAN         PIC 9(3) VALUE ZERO.
       01 WS-BATCH-WARNINGS      PIC 9(3) VALUE ZERO.
       01 WS-BATCH-FAILURES      PIC 9(3) VALUE ZERO.
       01 WS-BATCH-HIGH-RC       PIC 9(2) VALUE ZERO.
       01 WS-BATCH-MISSING       PIC 9(3) VALUE ZERO.
       01 WS-BATCH-AGAIN         PIC 9(3) VALUE ZERO.
       01 WS-BATCH-OUT-OF-ORDER  PIC 9(3) VALUE ZERO.
       01 WS-BATCH-UNKNOWN       PIC 9(3) VALUE ZERO.

      *  STEP TIMING - THE LOG CARRIES HHMMSSHH, SO ELAPSED IS A
      *  SIMPLE SUBTRACTION, WITH A DAY ADDED BACK FOR A STEP THAT
      *  RAN ACROSS MIDNIGHT
       01 WS-TIME-WORK           PIC 9(8) VALUE ZERO.
       01 WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
          05 WS-TIME-HH          PIC 99.
          05 WS-TIME-MM          PIC 99.
          05 WS-TIME-SS          PIC 99.
          05 WS-TIME-HS          PIC 99.
       01 WS-TIME-EDIT.
          05 WS-EDIT-HH          PIC 99.
          05                     PIC X VALUE ':'.
          05 WS-EDIT-MM          PIC 99.
          05                     PIC X VALUE ':'.
          05 WS-EDIT-SS          PIC 99.
       01 WS-START-SECONDS       PIC 9(5) VALUE ZERO.
       01 WS-END-SECONDS         PIC 9(5) VALUE ZERO.
       01 WS-ELAPSED-SECONDS     PIC S9(7) VALUE ZERO.

      *  RUN GRAND ACCUMULATORS AND EOJ GRADING FOR THE SCHEDULER -
      *  0 EVERY BATCH CLEAN, 4 A BATCH NEEDS ATTENTION, 8 EMPTY OR
      *  MISSING STEP LOG, 12 FILE I-O FAILURE
       01 WS-TOTAL-STEPS         PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-BATCHES       PIC 9(5) VALUE ZERO.
       01 WS-BATCHES-FLAGGED     PIC 9(5) VALUE ZERO.
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

       01 BATCH-HEADER-LINE.
          05        PIC X(38) VALUE
                        'Nightly Operations Dashboard - Batch'.
          05 BHL-BATCH-NUMBER PIC 9(4).
          05        PIC X(8)  VALUE '  Dated'.
          05 BHL-BATCH-DATE   PIC 9(6).

       01 NO-BATCH-HEADER-LINE.
          05        PIC X(60) VALUE
              'Nightly Operations Dashboard - Steps Run With No Batch'.

       01 STEP-HEADER-LINE.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(10) VALUE 'Step'.
          05        PIC X(8)  VALUE 'Run'.
          05        PIC X(10) VALUE 'Start'.
          05        PIC X(9)  VALUE 'End'.
          05        PIC X(6)  VALUE ' Secs'.
          05        PIC X(8)  VALUE '     In'.
          05        PIC X(8)  VALUE '    Out'.
          05        PIC X(9)  VALUE '    Rej'.
          05        PIC X(4)  VALUE 'RC'.
          05        PIC X(25) VALUE 'Condition'.
          05        PIC X(5)  VALUE 'Flags'.

       01 STEP-DETAIL-LINE.
          05                      PIC X(2) VALUE SPACES.
          05 SDL-PROGRAM          PIC X(8).
          05                      PIC X(2) VALUE SPACES.
          05 SDL-RUN-DATE         PIC 9(6).
          05                      PIC X(2) VALUE SPACES.
          05 SDL-START-TIME       PIC X(8).
          05                      PIC X(2) VALUE SPACES.
          05 SDL-END-TIME         PIC X(8).
          05                      PIC X(1) VALUE SPACES.
          05 SDL-ELAPSED          PIC ZZZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 SDL-RECORDS-IN       PIC ZZZZZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 SDL-RECORDS-OUT      PIC ZZZZZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 SDL-RECORDS-REJ      PIC ZZZZZZ9.
          05                      PIC X(2) VALUE SPACES.
          05 SDL-RETURN-CODE      PIC Z9.
          05                      PIC X(2) VALUE SPACES.
          05 SDL-CONDITION        PIC X(24).
          05                      PIC X(1) VALUE SPACES.
          05 SDL-AGAIN-FLAG       PIC X(9).
          05                      PIC X(1) VALUE SPACES.
          05 SDL-ORDER-FLAG       PIC X(12).

       01 MISSING-STEP-LINE.
          05                      PIC X(2) VALUE SPACES.
          05 MSL-PROGRAM          PIC X(8).
          05                      PIC X(2) VALUE SPACES.
          05                      PIC X(44) VALUE
                        '** MISSING - DID NOT RUN FOR THIS BATCH'.

       01 BATCH-TOTAL-LINE-1.
          05        PIC X(26) VALUE 'Steps logged .............'.
          05 BTL-STEPS      PIC ZZ9.

       01 BATCH-TOTAL-LINE-2.
          05        PIC X(26) VALUE 'Steps graded clean .......'.
          05 BTL-CLEAN      PIC ZZ9.

       01 BATCH-TOTAL-LINE-3.
          05        PIC X(26) VALUE 'Steps graded 4 ...........'.
          05 BTL-WARNINGS   PIC ZZ9.

       01 BATCH-TOTAL-LINE-4.
          05        PIC X(26) VALUE 'Steps graded 8 or over ...'.
          05 BTL-FAILURES   PIC ZZ9.

       01 BATCH-TOTAL-LINE-5.
          05        PIC X(26) VALUE 'Highest return code ......'.
          05 BTL-HIGH-RC    PIC ZZ9.

       01 BATCH-TOTAL-LINE-6.
          05        PIC X(26) VALUE 'Required steps missing ...'.
          05 BTL-MISSING    PIC ZZ9.

       01 BATCH-TOTAL-LINE-7.
          05        PIC X(26) VALUE 'Steps run again ..........'.
          05 BTL-AGAIN      PIC ZZ9.

       01 BATCH-TOTAL-LINE-8.
          05        PIC X(26) VALUE 'Steps run out of order ...'.
          05 BTL-OUT-OF-ORDER PIC ZZ9.

       01 BATCH-TOTAL-LINE-9.
          05        PIC X(26) VALUE 'Steps not in the chain ...'.
          05 BTL-UNKNOWN    PIC ZZ9.

       01 BATCH-VERDICT-LINE.
          05        PIC X(26) VALUE 'Batch verdict ............'.
          05        PIC X(2)  VALUE SPACES.
          05 BVL-VERDICT    PIC X(24).

       01 GRAND-HEADER-LINE.
          05        PIC X(40) VALUE
                        'Nightly Operations Dashboard - Summary'.

       01 GRAND-TOTAL-LINE-1.
          05        PIC X(26) VALUE 'Steps on the log .........'.
          05 GTL-STEPS      PIC ZZZZZZ9.

       01 GRAND-TOTAL-LINE-2.
          05        PIC X(26) VALUE 'Batches reported .........'.
          05 GTL-BATCHES    PIC ZZZZZZ9.

       01 GRAND-TOTAL-LINE-3.
          05        PIC X(26) VALUE 'Batches needing attention '.
          05 GTL-FLAGGED    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

           PERFORM 250-SORT-THE-LOG

           OPEN INPUT SORTED-STEP-FILE
           OPEN OUTPUT DASHBOARD-FILE

          .

       250-SORT-THE-LOG.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-BATCH-DATE
               ON ASCENDING KEY SW-BATCH-NUMBER
               ON ASCENDING KEY SW-LOG-SEQUENCE
               INPUT PROCEDURE IS 255-RELEASE-STEPS
               GIVING SORTED-STEP-FILE

          .

      *  A STEP LOG THAT IS NOT THERE YET MEANS NO STEP HAS EVER
      *  FINISHED - THAT IS AN EMPTY DASHBOARD, NOT A FAILURE.  EACH
      *  RECORD IS NUMBERED AS IT COMES OFF THE LOG SO THE SORT KEEPS
      *  A BATCH'S STEPS IN THE ORDER THEY RAN.

       255-RELEASE-STEPS.

           OPEN INPUT STEP-LOG-FILE
           EVALUATE WS-STEPLOG-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET NO-MORE-LOG-RECORDS TO TRUE
               WHEN OTHER
                   DISPLAY 'STEPDASH: STEPLOG.DAT OPEN FAILED, STATUS '
                       WS-STEPLOG-STATUS ' - FILE I-O FAILURE'
                   SET NO-MORE-LOG-RECORDS TO TRUE
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

           PERFORM UNTIL NO-MORE-LOG-RECORDS
               READ STEP-LOG-FILE
                   AT END
                       SET NO-MORE-LOG-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-SEQUENCE
                       MOVE SL-BATCH-DATE   TO SW-BATCH-DATE
                       MOVE SL-BATCH-NUMBER TO SW-BATCH-NUMBER
                       MOVE WS-LOG-SEQUENCE TO SW-LOG-SEQUENCE
                       MOVE STEP-LOG-RECORD TO SW-STEP-DATA
                       RELEASE SORT-WORK-RECORD
               END-READ
               IF WS-STEPLOG-STATUS NOT = '00'
                   SET NO-MORE-LOG-RECORDS TO TRUE
               END-IF
           END-PERFORM

           IF WS-STEPLOG-STATUS NOT = '35'
               CLOSE STEP-LOG-FILE
           END-IF

          .

       300-READ-ROUTINE.

           PERFORM UNTIL NO-MORE-RECORDS
           READ SORTED-STEP-FILE
               AT END
                   MOVE 'N' TO END-OF-FILE-FLAG
               NOT AT END
                   PERFORM 400-PROCESS-ONE-STEP
           END-READ
           END-PERFORM

          .

       400-PROCESS-ONE-STEP.

           IF FIRST-BATCH
              OR SS-BATCH-DATE   NOT = WS-PREV-BATCH-DATE
              OR SS-BATCH-NUMBER NOT = WS-PREV-BATCH-NUMBER
               PERFORM 440-BATCH-BREAK
           END-IF

           MOVE SPACES TO SDL-AGAIN-FLAG
           MOVE SPACES TO SDL-ORDER-FLAG

           PERFORM 410-FIND-CHAIN-STEP

      *  STEPS WITH NO BATCH ARE LISTED BUT NOT JUDGED - THEY CAME
      *  FROM DIFFERENT NIGHTS THAT HAD NO RUN CONTROL

           IF SS-BATCH-NUMBER > ZERO
               PERFORM 420-JUDGE-STEP
           END-IF

           PERFORM 450-WRITE-STEP-LINE

           ADD 1 TO WS-BATCH-STEPS
           ADD 1 TO WS-TOTAL-STEPS
           EVALUATE TRUE
               WHEN SS-RETURN-CODE = ZERO
                   ADD 1 TO WS-BATCH-CLEAN
               WHEN SS-RETURN-CODE < 8
                   ADD 1 TO WS-BATCH-WARNINGS
               WHEN OTHER
                   ADD 1 TO WS-BATCH-FAILURES
           END-EVALUATE
           IF SS-RETURN-CODE > WS-BATCH-HIGH-RC
               MOVE SS-RETURN-CODE TO WS-BATCH-HIGH-RC
           END-IF

          .

      *  PLACE THE STEP IN THE CHAIN - ZERO WHEN THE CHAIN TABLE DOES
      *  NOT KNOW THE PROGRAM

       410-FIND-CHAIN-STEP.

           MOVE ZERO TO WS-STEP-POSITION
           SET WS-CHAIN-IDX TO 1
           SEARCH WS-CHAIN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CHAIN-IDX > CHAIN-STEP-COUNT
                   CONTINUE
               WHEN WS-CHAIN-PROGRAM(WS-CHAIN-IDX) = SS-PROGRAM
                   SET WS-STEP-POSITION TO WS-CHAIN-IDX
           END-SEARCH

          .

      *  A STEP ALREADY COUNTED FOR THIS BATCH RAN AGAIN.  A STEP
      *  WHOSE PLACE IN THE CHAIN COMES BEFORE A STEP THAT HAS
      *  ALREADY RUN FOR THIS BATCH RAN OUT OF ORDER - A RERUN OF AN
      *  EARLY STEP AFTER LATER ONES IS BOTH.  A UTILITY IS NEVER
      *  FLAGGED, AND A BACKOUT THAT COMPLETED STARTS THE BATCH OVER.

       420-JUDGE-STEP.

           EVALUATE TRUE
               WHEN WS-STEP-POSITION = ZERO
                   MOVE 'NOT IN CHAIN' TO SDL-ORDER-FLAG
                   ADD 1 TO WS-BATCH-UNKNOWN
               WHEN CHAIN-STEP-UTILITY(WS-STEP-POSITION)
                   IF SS-BACKOUT-STEP AND SS-RETURN-CODE = ZERO
                       PERFORM 430-START-BATCH-OVER
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CHAIN-RUNS(WS-STEP-POSITION)
                   IF WS-CHAIN-RUNS(WS-STEP-POSITION) > 1
                       MOVE 'RUN AGAIN' TO SDL-AGAIN-FLAG
                       ADD 1 TO WS-BATCH-AGAIN
                   END-IF
                   IF WS-STEP-POSITION < WS-HIGH-POSITION
                       MOVE 'OUT OF ORDER' TO SDL-ORDER-FLAG
                       ADD 1 TO WS-BATCH-OUT-OF-ORDER
                   ELSE
                       MOVE WS-STEP-POSITION TO WS-HIGH-POSITION
                   END-IF
           END-EVALUATE

          .

      *  THE BATCH WAS BACKED OUT TO ITS SNAPSHOT - THE RERUN STARTS
      *  FROM THE TOP OF THE CHAIN, AND THE FIRST ATTEMPT'S GRADES NO
      *  LONGER DECIDE THE VERDICT.  THE FIRST ATTEMPT'S LINES STAY
      *  ON THE PAGE, BUT THE BATCH SUMMARY COUNTS ONLY THE BACKOUT
      *  AND THE STEPS AFTER IT.

       430-START-BATCH-OVER.

           MOVE ZERO TO WS-BATCH-STEPS
           MOVE ZERO TO WS-BATCH-CLEAN
           MOVE ZERO TO WS-BATCH-WARNINGS
           MOVE ZERO TO WS-BATCH-FAILURES
           MOVE ZERO TO WS-BATCH-HIGH-RC
           MOVE ZERO TO WS-BATCH-AGAIN
           MOVE ZERO TO WS-BATCH-OUT-OF-ORDER
           MOVE ZERO TO WS-BATCH-UNKNOWN
           MOVE ZERO TO WS-HIGH-POSITION
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                 UNTIL WS-CHAIN-SUB > CHAIN-STEP-COUNT
               MOVE ZERO TO WS-CHAIN-RUNS(WS-CHAIN-SUB)
           END-PERFORM

          .

      *  BATCH CONTROL BREAK - CLOSE OUT THE BATCH JUST FINISHED AND
      *  START THE NEW ONE ON A FRESH PAGE.  ON THE VERY FIRST STEP
      *  THERE IS NO PRIOR BATCH TO CLOSE.

       440-BATCH-BREAK.

           IF NOT-FIRST-BATCH
               PERFORM 460-WRITE-BATCH-SUMMARY
           END-IF

           SET NOT-FIRST-BATCH TO TRUE
           MOVE SS-BATCH-DATE   TO WS-PREV-BATCH-DATE
           MOVE SS-BATCH-NUMBER TO WS-PREV-BATCH-NUMBER
           MOVE ZERO TO WS-BATCH-STEPS
           MOVE ZERO TO WS-BATCH-CLEAN
           MOVE ZERO TO WS-BATCH-WARNINGS
           MOVE ZERO TO WS-BATCH-FAILURES
           MOVE ZERO TO WS-BATCH-HIGH-RC
           MOVE ZERO TO WS-BATCH-MISSING
           MOVE ZERO TO WS-BATCH-AGAIN
           MOVE ZERO TO WS-BATCH-OUT-OF-ORDER
           MOVE ZERO TO WS-BATCH-UNKNOWN
           MOVE ZERO TO WS-HIGH-POSITION
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                 UNTIL WS-CHAIN-SUB > CHAIN-STEP-COUNT
               MOVE ZERO TO WS-CHAIN-RUNS(WS-CHAIN-SUB)
           END-PERFORM

           ADD 1 TO WS-TOTAL-BATCHES

           IF SS-BATCH-NUMBER > ZERO
               MOVE SS-BATCH-NUMBER TO BHL-BATCH-NUMBER
               MOVE SS-BATCH-DATE   TO BHL-BATCH-DATE
               WRITE DASHBOARD-RECORD FROM BATCH-HEADER-LINE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE DASHBOARD-RECORD FROM NO-BATCH-HEADER-LINE
                   AFTER ADVANCING PAGE
           END-IF
           WRITE DASHBOARD-RECORD FROM STEP-HEADER-LINE
               AFTER ADVANCING 2 LINES

          .

       450-WRITE-STEP-LINE.

           MOVE SS-PROGRAM     TO SDL-PROGRAM
           MOVE SS-RUN-DATE    TO SDL-RUN-DATE

           MOVE SS-START-TIME  TO WS-TIME-WORK
           COMPUTE WS-START-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           PERFORM 455-EDIT-TIME
           MOVE WS-TIME-EDIT   TO SDL-START-TIME

           MOVE SS-END-TIME    TO WS-TIME-WORK
           COMPUTE WS-END-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           PERFORM 455-EDIT-TIME
           MOVE WS-TIME-EDIT   TO SDL-END-TIME

           COMPUTE WS-ELAPSED-SECONDS =
               WS-END-SECONDS - WS-START-SECONDS
           IF WS-ELAPSED-SECONDS < ZERO
               ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-ELAPSED-SECONDS TO SDL-ELAPSED

           MOVE SS-RECORDS-IN  TO SDL-RECORDS-IN
           MOVE SS-RECORDS-OUT TO SDL-RECORDS-OUT
           MOVE SS-RECORDS-REJ TO SDL-RECORDS-REJ
           MOVE SS-RETURN-CODE TO SDL-RETURN-CODE
           MOVE SS-CONDITION   TO SDL-CONDITION

           WRITE DASHBOARD-RECORD FROM STEP-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

       455-EDIT-TIME.

           MOVE WS-TIME-HH TO WS-EDIT-HH
           MOVE WS-TIME-MM TO WS-EDIT-MM
           MOVE WS-TIME-SS TO WS-EDIT-SS

          .

      *  CLOSE OUT THE BATCH ON THE PAGE - LIST EVERY REQUIRED STEP
      *  THAT NEVER RAN FOR IT, THEN THE BATCH COUNTS AND A ONE-LINE
      *  VERDICT.  A BATCH NEEDS ATTENTION WHEN A STEP IS MISSING,
      *  RAN AGAIN, RAN OUT OF ORDER, IS NOT IN THE CHAIN, OR GRADED
      *  8 OR WORSE.

       460-WRITE-BATCH-SUMMARY.

           IF WS-PREV-BATCH-NUMBER > ZERO
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                     UNTIL WS-CHAIN-SUB > CHAIN-STEP-COUNT
                   IF CHAIN-STEP-REQUIRED(WS-CHAIN-SUB)
                      AND WS-CHAIN-RUNS(WS-CHAIN-SUB) = ZERO
                       MOVE WS-CHAIN-PROGRAM(WS-CHAIN-SUB)
                           TO MSL-PROGRAM
                       WRITE DASHBOARD-RECORD FROM MISSING-STEP-LINE
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO WS-BATCH-MISSING
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-BATCH-STEPS        TO BTL-STEPS
           MOVE WS-BATCH-CLEAN        TO BTL-CLEAN
           MOVE WS-BATCH-WARNINGS     TO BTL-WARNINGS
           MOVE WS-BATCH-FAILURES     TO BTL-FAILURES
           MOVE WS-BATCH-HIGH-RC      TO BTL-HIGH-RC
           MOVE WS-BATCH-MISSING      TO BTL-MISSING
           MOVE WS-BATCH-AGAIN        TO BTL-AGAIN
           MOVE WS-BATCH-OUT-OF-ORDER TO BTL-OUT-OF-ORDER
           MOVE WS-BATCH-UNKNOWN      TO BTL-UNKNOWN

           EVALUATE TRUE
               WHEN WS-PREV-BATCH-NUMBER = ZERO
                   MOVE 'NOT JUDGED - NO BATCH'  TO BVL-VERDICT
               WHEN WS-BATCH-MISSING > ZERO
                 OR WS-BATCH-AGAIN > ZERO
                 OR WS-BATCH-OUT-OF-ORDER > ZERO
                 OR WS-BATCH-UNKNOWN > ZERO
                 OR WS-BATCH-HIGH-RC > 4
                   MOVE 'NEEDS ATTENTION'        TO BVL-VERDICT
                   ADD 1 TO WS-BATCHES-FLAGGED
               WHEN WS-BATCH-HIGH-RC > ZERO
                   MOVE 'COMPLETE WITH WARNINGS' TO BVL-VERDICT
               WHEN OTHER
                   MOVE 'COMPLETE'               TO BVL-VERDICT
           END-EVALUATE

           WRITE DASHBOARD-RECORD FROM BATCH-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE DASHBOARD-RECORD FROM BATCH-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE DASHBOARD-RECORD FROM BATCH-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE DASHBOARD-RECORD FROM BATCH-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE DASHBOARD-RECORD FROM BATCH-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE DASHBOARD-RECORD FROM BATCH-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE DASHBOARD-RECORD FROM BATCH-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE DASHBOARD-RECORD FROM BATCH-TOTAL-LINE-8
               AFTER ADVANCING 1 LINE
           WRITE DASHBOARD-RECORD FROM BATCH-TOTAL-LINE-9
               AFTER ADVANCING 1 LINE
           WRITE DASHBOARD-RECORD FROM BATCH-VERDICT-LINE
               AFTER ADVANCING 2 LINES

          .

       600-EOJ-ROUTINE.

      *  CLOSE OUT THE LAST BATCH ON THE LOG - THERE IS NO FURTHER
      *  BATCH CHANGE TO CUT ITS SUMMARY, SO IT IS CUT HERE

           IF NOT-FIRST-BATCH
               PERFORM 460-WRITE-BATCH-SUMMARY
           END-IF

           MOVE WS-TOTAL-STEPS     TO GTL-STEPS
           MOVE WS-TOTAL-BATCHES   TO GTL-BATCHES
           MOVE WS-BATCHES-FLAGGED TO GTL-FLAGGED

           WRITE DASHBOARD-RECORD FROM GRAND-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE DASHBOARD-RECORD FROM GRAND-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE DASHBOARD-RECORD FROM GRAND-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE DASHBOARD-RECORD FROM GRAND-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE

           CLOSE SORTED-STEP-FILE
                 DASHBOARD-FILE

           PERFORM 690-SET-RETURN-CODE

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE

       690-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'       TO WS-EOJ-CONDITION
               WHEN WS-TOTAL-STEPS = ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'EMPTY STEP LOG'         TO WS-EOJ-CONDITION
               WHEN WS-BATCHES-FLAGGED > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'BATCHES NEED ATTENTION' TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'STEPDASH: STEPS '  WS-TOTAL-STEPS
                   ' BATCHES '         WS-TOTAL-BATCHES
                   ' FLAGGED '         WS-BATCHES-FLAGGED
                   ' - '               WS-EOJ-CONDITION

          .
