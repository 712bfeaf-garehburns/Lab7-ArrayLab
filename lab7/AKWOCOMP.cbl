      *   INPUT RECORD LAYOUT:
      *   ORDER NUMBER     999999
      *   COMPLETION DATE  999999   (YYMMDD)
      *   TECHNICIAN       XXXXXXXXXXXXXXX  (TECHNICIAN ID IN THE
      *                                      FIRST 6, REST BLANK)
      *   ACTUAL HOURS     9999     (999V9)
      *   ACTUAL COST      9999999  (99999V99)
      *
      *   THE TECHNICIAN ON EVERY SLIP MUST BE ON THE TECHNICIAN
      *   MASTER (TECHMSTR.DAT, MAINTAINED BY TechLoad) AND ACTIVE -
      *   A SLIP SIGNED BY ANYONE ELSE IS REJECTED AND THE ORDER
      *   STAYS OPEN.
      *
      *   EVERY SLIP APPLIED ALSO PRINTS A TURNAROUND LINE ON
      *   WOTURNRD.TXT - DAYS FROM DATE ISSUED TO COMPLETION, AND
      *   ACTUAL COST AGAINST THE RPRCODES.TXT ESTIMATE - SO THE
      *   ESTIMATES CAN FINALLY BE CHECKED AGAINST REALITY.
      *
      *   EVERY ORDER CLOSED IS ALSO POSTED TO THE STANDING WORK-
      *   ORDER HISTORY (WOHIST.DAT, KEYED BY ORDER NUMBER) WITH ITS
      *   COMPLETION DATA, SO THE NEXT DISPATCH TO THE STATION CANNOT
      *   WIPE IT OUT WHEN WorkOrd REUSES THE REGISTER SLOT.
      *
      *   A SLIP CLOSING A PREVENTIVE-MAINTENANCE ORDER (TYPE 'P',
      *   ISSUED BY PmSched) ALSO ROLLS THE STATION'S TASK ON THE PM
      *   SCHEDULE (PMSCHED.DAT) FORWARD - LAST DONE BECOMES THE
      *   COMPLETION DATE AND THE NEXT DUE DATE IS SET ONE FREQUENCY
      *   ON FROM IT.
      *
      *   THE PARTS WorkOrd RESERVED FOR THE ORDER (PARTRSV.DAT) ARE
      *   TAKEN OFF THE PARTS MASTER (PARTMSTR.DAT) WHEN ITS SLIP IS
      *   APPLIED - THE RESERVATION IS RELIEVED AND THE QUANTITY THE
      *   REPAIR USED COMES OFF ON-HAND.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WR-STATION-CODE
                FILE STATUS IS WS-REGISTER-STATUS.
            SELECT WORK-ORDER-HISTORY
                ASSIGN TO 'WOHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WH-ORDER-NUMBER
                FILE STATUS IS WS-WOHIST-STATUS.
            SELECT TECHNICIAN-MASTER
                ASSIGN TO 'TECHMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TM-TECH-ID
                FILE STATUS IS WS-TECHMSTR-STATUS.
            SELECT PM-SCHEDULE
                ASSIGN TO 'PMSCHED.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PS-SCHED-KEY
                FILE STATUS IS WS-PMSCHED-STATUS.
            SELECT PARTS-MASTER
                ASSIGN TO 'PARTMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PA-PART-NUMBER
                FILE STATUS IS WS-PARTMSTR-STATUS.
            SELECT PART-RESERVATION
                ASSIGN TO 'PARTRSV.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RV-RESERVATION-KEY
                FILE STATUS IS WS-PARTRSV-STATUS.
            SELECT REPAIR-CODE-FILE
                ASSIGN TO 'RPRCODES.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
                ASSIGN TO 'WOTURNRD.TXT'.
            SELECT COMP-ERROR-FILE
                ASSIGN TO 'WOCOMPRJ.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 CT-ORDER-NUMBER    PIC 9(6).
          05 CT-DATE-COMPLETED  PIC 9(6).
          05 CT-TECHNICIAN      PIC X(15).
          05 CT-TECHNICIAN-PARTS REDEFINES CT-TECHNICIAN.
             10 CT-TECH-ID      PIC X(6).
             10 CT-TECH-FILLER  PIC X(9).
          05 CT-ACTUAL-HOURS    PIC 9(3)V9.
          05 CT-ACTUAL-COST     PIC 9(5)V99.

          05 WR-SEVERITY        PIC X.
          05 WR-EST-COST        PIC 9(5)V99.
          05 WR-DATE-DUE        PIC 9(6).
          05 WR-ORDER-TYPE      PIC X.
             88 WR-ORDER-REACTIVE     VALUE 'R'.
             88 WR-ORDER-PM           VALUE 'P'.

      *  ONE RECORD PER WORK ORDER EVER CLOSED, KEYED BY ORDER NUMBER
      *  - THE REGISTER ONLY HOLDS A STATION'S LATEST ORDER, SO THIS
      *  IS WHERE A CLOSED ORDER LIVES ONCE THE SLOT IS REUSED.  THE
      *  CLOSE TYPE SAYS HOW THE ORDER CAME OFF THE REGISTER.  LAYOUT
      *  MUST STAY IN STEP WITH WorkOrd, StnLoad AND StnCost.

       FD WORK-ORDER-HISTORY.

       01 WORK-ORDER-HISTORY-RECORD.
          05 WH-ORDER-NUMBER    PIC 9(6).
          05 WH-STATION-CODE    PIC X(6).
          05 WH-REPAIR-CODE     PIC X(6).
          05 WH-SEVERITY        PIC X.
          05 WH-EST-COST        PIC 9(5)V99.
          05 WH-DATE-ISSUED     PIC 9(6).
          05 WH-DATE-DUE        PIC 9(6).
          05 WH-DATE-COMPLETED  PIC 9(6).
          05 WH-TECHNICIAN      PIC X(15).
          05 WH-ACTUAL-HOURS    PIC 9(3)V9.
          05 WH-ACTUAL-COST     PIC 9(5)V99.
          05 WH-CLOSE-TYPE      PIC X.
             88 WH-CLOSED-BY-SLIP      VALUE 'S'.
             88 WH-CLOSED-BY-CLEARING  VALUE 'H'.
             88 WH-CLOSED-BY-DECOMM    VALUE 'D'.
             88 WH-CLOSED-BY-REISSUE   VALUE 'R'.
          05 WH-DATE-CLOSED     PIC 9(6).
          05 WH-ORDER-TYPE      PIC X.
             88 WH-ORDER-REACTIVE     VALUE 'R'.
             88 WH-ORDER-PM           VALUE 'P'.

      *  ONE RECORD PER TECHNICIAN, KEYED BY TECHNICIAN ID.  LAYOUT
      *  MUST STAY IN STEP WITH TechLoad AND TechProd.

       FD TECHNICIAN-MASTER.

       01 TECHNICIAN-MASTER-RECORD.
          05 TM-TECH-ID         PIC X(6).
          05 TM-TECH-NAME       PIC X(20).
          05 TM-HOME-REGION     PIC 9.
          05 TM-LABOR-RATE      PIC 9(3)V99.
          05 TM-STATUS          PIC X.
             88 TM-TECH-ACTIVE         VALUE 'A'.
             88 TM-TECH-INACTIVE       VALUE 'I'.
          05 TM-LAST-UPDATE     PIC 9(6).

      *  ONE RECORD PER PM TASK PER SCOPE - A PM ORDER'S REPAIR CODE
      *  ON THE REGISTER IS ITS TASK CODE, SO THE STATION ENTRY IS
      *  KEYED 'S' + STATION + TASK.  LAYOUT MUST STAY IN STEP WITH
      *  PmLoad, PmSched, SnapShot AND BackOut.

       FD PM-SCHEDULE.

       01 PM-SCHEDULE-RECORD.
          05 PS-SCHED-KEY.
             10 PS-SCOPE-TYPE   PIC X.
                88 PS-STATION-ENTRY    VALUE 'S'.
                88 PS-STATE-ENTRY      VALUE 'T'.
             10 PS-SCOPE-CODE   PIC X(6).
             10 PS-TASK-CODE    PIC X(6).
          05 PS-TASK-DESC       PIC X(20).
          05 PS-FREQUENCY-DAYS  PIC 9(3).
          05 PS-LAST-DONE       PIC 9(6).
          05 PS-NEXT-DUE        PIC 9(6).
          05 PS-EST-COST        PIC 9(5)V99.
          05 PS-OPEN-ORDER      PIC 9(6).
          05 PS-LAST-UPDATE     PIC 9(6).
          05 PS-ORIGIN-FLAG     PIC X.
             88 PS-COPIED-FROM-STATE   VALUE 'C'.
             88 PS-SCHEDULED-HERE      VALUE SPACE.

      *  ONE RECORD PER STOCKED PART, KEYED BY PART NUMBER - SEE
      *  PartLoad.  LAYOUT MUST STAY IN STEP WITH PartLoad, WorkOrd,
      *  AND PartRord.

       FD PARTS-MASTER.

       01 PARTS-MASTER-RECORD.
          05 PA-PART-NUMBER     PIC X(6).
          05 PA-DESCRIPTION     PIC X(20).
          05 PA-ON-HAND         PIC 9(5).
          05 PA-RESERVED        PIC 9(5).
          05 PA-REORDER-POINT   PIC 9(5).
          05 PA-REORDER-QTY     PIC 9(5).
          05 PA-UNIT-COST       PIC 9(5)V99.
          05 PA-LAST-RECEIPT    PIC 9(6).
          05 PA-LAST-UPDATE     PIC 9(6).

      *  ONE RECORD PER PART RESERVED FOR AN ORDER, KEYED BY ORDER
      *  NUMBER AND PART, SO AN ORDER'S PARTS READ TOGETHER.  LAYOUT
      *  MUST STAY IN STEP WITH WorkOrd AND PartRord.

       FD PART-RESERVATION.

       01 PART-RESERVATION-RECORD.
          05 RV-RESERVATION-KEY.
             10 RV-ORDER-NUMBER PIC 9(6).
             10 RV-PART-NUMBER  PIC X(6).
          05 RV-STATION-CODE    PIC X(6).
          05 RV-REPAIR-CODE     PIC X(6).
          05 RV-QTY-REQUIRED    PIC 9(3).
          05 RV-QTY-RESERVED    PIC 9(3).
          05 RV-DATE-RESERVED   PIC 9(6).

      *  REPAIR-CODE-FILE IS THE REFERENCE MASTER OF VALID REPAIR
      *  CODES - ITS ESTIMATED COST IS WHAT THE ACTUAL COST ON EACH

       01 COMP-ERROR-RECORD PIC X(80).

      *  RUN-CONTROL RECORD WRITTEN BY StnLoad - READ ONLY FOR THE
      *  BATCH THIS STEP'S COMPLETION RECORD IS FILED UNDER.  LAYOUT
      *  MUST STAY IN STEP WITH StnLoad.

       FD RUN-CONTROL-FILE.

       01 RUN-CONTROL-RECORD.
          05 RN-BATCH-DATE      PIC 9(6).
          05 RN-BATCH-NUMBER    PIC 9(4).
          05 RN-LOAD-DATE       PIC 9(6).
          05 RN-ARRAYLAB-DATE   PIC 9(6).
          05 RN-ARRAYLAB-BATCH  PIC 9(4).
          05 RN-MGRXREF-DATE    PIC 9(6).
          05 RN-MGRXREF-BATCH   PIC 9(4).
          05 RN-WORKORD-DATE    PIC 9(6).
          05 RN-WORKORD-BATCH   PIC 9(4).

      *  STEP-COMPLETION RECORD - ONE IS APPENDED TO THE SHARED STEP
      *  LOG EVERY TIME THIS STEP ENDS, HOWEVER IT ENDS, SO StepDash
      *  CAN PUT THE WHOLE NIGHT ON ONE PAGE PER BATCH.  LAYOUT MUST
      *  STAY IN STEP WITH StepDash.

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

       WORKING-STORAGE SECTION.

       01 END-OF-FILE-FLAG  PIC X  VALUE SPACE.

       01 WS-INPUT-STATUS        PIC X(2).
       01 WS-REGISTER-STATUS     PIC X(2).
       01 WS-WOHIST-STATUS       PIC X(2).
       01 WS-TECHMSTR-STATUS     PIC X(2).
       01 WS-PMSCHED-STATUS      PIC X(2).

      *  THE PM SCHEDULE IS ONLY THERE ONCE PmLoad HAS RUN - WITHOUT
      *  IT THERE ARE NO PM ORDERS TO ROLL FORWARD
       01 WS-PMSCHED-OPEN-SWITCH PIC X VALUE 'N'.
          88 PMSCHED-IS-OPEN           VALUE 'Y'.
          88 PMSCHED-NOT-OPEN          VALUE 'N'.
       01 WS-PM-DAY-NBR          PIC 9(7) VALUE ZERO.

      *  PARTS ARE ONLY CONSUMED ONCE PartLoad HAS BUILT THE PARTS
      *  MASTER AND WorkOrd HAS RESERVED AGAINST IT
       01 WS-PARTMSTR-STATUS     PIC X(2).
       01 WS-PARTRSV-STATUS      PIC X(2).
       01 WS-PARTS-SWITCH        PIC X VALUE 'N'.
          88 PARTS-TRACKED             VALUE 'Y'.
          88 PARTS-NOT-TRACKED         VALUE 'N'.
       01 WS-RSV-EOF-FLAG        PIC X VALUE 'Y'.
          88 MORE-RSV-RECORDS          VALUE 'Y'.
          88 NO-MORE-RSV-RECORDS       VALUE 'N'.
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.

       01 CONTROL-RECORD-KEY     PIC X(6) VALUE '000000'.

      *  EOJ GRADING FOR THE SCHEDULER - 0 CLEAN, 4 COMPLETED WITH
      *  REJECTS OR ORDERS ALREADY ON THE HISTORY, 8 EMPTY INPUT,
      *  12 FILE I-O FAILURE
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

      *  ORDER LOOKUP CONTROL - THE REGISTER IS KEYED BY STATION, SO
      *  FINDING A SLIP'S ORDER NUMBER MEANS SWEEPING THE REGISTER.
      *  THE FILE IS SMALL (ONE RECORD PER STATION EVER DISPATCHED),
          88 MORE-REGISTER-RECORDS     VALUE 'Y'.
          88 NO-MORE-REGISTER-RECORDS  VALUE 'N'.

      *  RESULT OF LOOKING UP THE SLIP'S TECHNICIAN ON THE MASTER
       01 WS-TECH-LOOKUP-SWITCH  PIC X VALUE SPACE.
          88 TECH-NOT-ON-MASTER        VALUE 'N'.
          88 TECH-INACTIVE             VALUE 'I'.
          88 TECH-ACCEPTED             VALUE 'A'.

      *  IN-CORE COPY OF THE REPAIR-CODE REFERENCE MASTER, LOADED AT
      *  HOUSEKEEPING AND SEARCHED SERIALLY FOR EACH SLIP APPLIED
       01 WS-REPAIR-CODE-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-TRANS-READ          PIC 9(5) VALUE ZERO.
       01 WS-SLIPS-APPLIED       PIC 9(5) VALUE ZERO.
       01 WS-SLIPS-REJECTED      PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-POSTED       PIC 9(5) VALUE ZERO.
       01 WS-PM-TASKS-ROLLED     PIC 9(5) VALUE ZERO.
       01 WS-PM-TASKS-MISSING    PIC 9(5) VALUE ZERO.
       01 WS-PM-TASKS-SUPERSEDED PIC 9(5) VALUE ZERO.
       01 WS-PARTS-CONSUMED      PIC 9(5) VALUE ZERO.
       01 WS-STOCK-SHORTFALLS    PIC 9(5) VALUE ZERO.
       01 WS-HISTORY-DUPLICATES  PIC 9(5) VALUE ZERO.

       01 WS-REJECT-REASON       PIC X(40).

          05        PIC X(26) VALUE 'Slips rejected ...........'.
          05 CSL-REJECTED PIC ZZZZ9.

       01 COMP-SUMMARY-LINE-4.
          05        PIC X(26) VALUE 'Orders posted to history .'.
          05 CSL-POSTED PIC ZZZZ9.

       01 COMP-SUMMARY-LINE-5.
          05        PIC X(26) VALUE 'PM tasks rolled forward ..'.
          05 CSL-PM-ROLLED PIC ZZZZ9.

       01 COMP-SUMMARY-LINE-6.
          05        PIC X(26) VALUE 'PM tasks not on schedule .'.
          05 CSL-PM-MISSING PIC ZZZZ9.

       01 COMP-SUMMARY-LINE-7.
          05        PIC X(26) VALUE 'Part lines consumed ......'.
          05 CSL-PARTS-CONSUMED PIC ZZZZ9.

       01 COMP-SUMMARY-LINE-8.
          05        PIC X(26) VALUE 'Parts used beyond stock ..'.
          05 CSL-SHORTFALLS PIC ZZZZ9.

       01 COMP-SUMMARY-LINE-9.
          05        PIC X(26) VALUE 'PM orders superseded .....'.
          05 CSL-PM-SUPERSEDED PIC ZZZZ9.

       01 COMP-SUMMARY-LINE-10.
          05        PIC X(26) VALUE 'Already on history .......'.
          05 CSL-DUPLICATES PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN.
           PERFORM 200-HOUSEKEEPING
           PERFORM 300-APPLY-ROUTINE
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .
       200-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-STEP-START-TIME FROM TIME

      *  NEITHER FILE BEING OPENABLE IS A DEAD STOP - A REGISTER THAT
      *  IS MISSING MEANS WorkOrd HAS NEVER RUN AND THERE IS NOTHING
               DISPLAY 'WOCOMP: WOCOMPIN.TXT OPEN FAILED, STATUS '
                   WS-INPUT-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

               DISPLAY 'WOCOMP: WRKORDRG.DAT OPEN FAILED, STATUS '
                   WS-REGISTER-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  THE ORDER HISTORY OUTLIVES ANY ONE RUN - UPDATE IT IN PLACE
      *  IF IT IS THERE, OR CREATE IT EMPTY ON THE VERY FIRST RUN

           OPEN I-O WORK-ORDER-HISTORY
           IF WS-WOHIST-STATUS = '35'
               OPEN OUTPUT WORK-ORDER-HISTORY
               CLOSE WORK-ORDER-HISTORY
               OPEN I-O WORK-ORDER-HISTORY
           END-IF
           IF WS-WOHIST-STATUS NOT = '00'
               DISPLAY 'WOCOMP: WOHIST.DAT OPEN FAILED, STATUS '
                   WS-WOHIST-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  WITHOUT THE TECHNICIAN MASTER NO SLIP CAN BE PROVED, SO A
      *  MISSING MASTER IS A DEAD STOP RATHER THAN A RUN OF REJECTS

           OPEN INPUT TECHNICIAN-MASTER
           IF WS-TECHMSTR-STATUS NOT = '00'
               DISPLAY 'WOCOMP: TECHMSTR.DAT OPEN FAILED, STATUS '
                   WS-TECHMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  THE PM SCHEDULE IS UPDATED IN PLACE WHEN IT IS THERE.  ONE
      *  THAT HAS NEVER BEEN BUILT IS NOT AN ERROR - NO PM ORDER CAN
      *  HAVE BEEN ISSUED - BUT ONE THAT IS THERE AND WILL NOT OPEN
      *  IS A DEAD STOP, OR THE TASKS WOULD NEVER COME DUE AGAIN.

           OPEN I-O PM-SCHEDULE
           EVALUATE WS-PMSCHED-STATUS
               WHEN '00'
                   SET PMSCHED-IS-OPEN TO TRUE
               WHEN '35'
                   SET PMSCHED-NOT-OPEN TO TRUE
               WHEN OTHER
                   DISPLAY 'WOCOMP: PMSCHED.DAT OPEN FAILED, STATUS '
                       WS-PMSCHED-STATUS ' - FILE I-O FAILURE'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 695-WRITE-STEP-LOG
                   STOP RUN
           END-EVALUATE

      *  THE SAME HOLDS FOR THE PARTS FILES - NEVER BUILT MEANS NO
      *  PARTS WERE RESERVED; THERE BUT UNOPENABLE IS A DEAD STOP

           OPEN I-O PARTS-MASTER
           IF WS-PARTMSTR-STATUS = '00'
               OPEN I-O PART-RESERVATION
               EVALUATE WS-PARTRSV-STATUS
                   WHEN '00'
                       SET PARTS-TRACKED TO TRUE
                   WHEN '35'
                       CLOSE PARTS-MASTER
                   WHEN OTHER
                       DISPLAY 'WOCOMP: PARTRSV.DAT OPEN FAILED, '
                           'STATUS ' WS-PARTRSV-STATUS
                           ' - FILE I-O FAILURE'
                       MOVE 12 TO RETURN-CODE
                       PERFORM 695-WRITE-STEP-LOG
                       STOP RUN
               END-EVALUATE
           ELSE
               IF WS-PARTMSTR-STATUS NOT = '35'
                   DISPLAY 'WOCOMP: PARTMSTR.DAT OPEN FAILED, STATUS '
                       WS-PARTMSTR-STATUS ' - FILE I-O FAILURE'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 695-WRITE-STEP-LOG
                   STOP RUN
               END-IF
           END-IF

           PERFORM 230-LOAD-REPAIR-CODES

           OPEN OUTPUT TURNAROUND-RPT-FILE

       400-APPLY-ONE-COMPLETION.

           PERFORM 405-LOOKUP-TECHNICIAN

           EVALUATE TRUE
               WHEN CT-ORDER-NUMBER NOT NUMERIC
                   MOVE 'ORDER NUMBER NOT NUMERIC'
                   MOVE 'HOURS OR COST NOT NUMERIC'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-COMP-REJECT
               WHEN TECH-NOT-ON-MASTER
                   MOVE 'TECHNICIAN NOT ON MASTER'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-COMP-REJECT
               WHEN TECH-INACTIVE
                   MOVE 'TECHNICIAN NOT ACTIVE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-COMP-REJECT
               WHEN OTHER
                   PERFORM 410-FIND-ORDER-ON-REGISTER
                   EVALUATE TRUE

          .

      *  LOOK THE SLIP'S TECHNICIAN UP ON THE MASTER - THE ID IS
      *  KEYED BY HAND, SO IT IS FOLDED TO UPPER CASE FIRST.  ANYTHING
      *  KEYED PAST THE SIXTH POSITION MEANS A NAME WAS WRITTEN IN
      *  PLACE OF THE ID, WHICH CANNOT BE ON THE MASTER.

       405-LOOKUP-TECHNICIAN.

           INSPECT CT-TECH-ID CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           SET TECH-NOT-ON-MASTER TO TRUE

           IF CT-TECH-ID NOT = SPACES AND CT-TECH-FILLER = SPACES
               MOVE CT-TECH-ID TO TM-TECH-ID
               READ TECHNICIAN-MASTER
                   INVALID KEY
                       SET TECH-NOT-ON-MASTER TO TRUE
                   NOT INVALID KEY
                       IF TM-TECH-ACTIVE
                           SET TECH-ACCEPTED TO TRUE
                       ELSE
                           SET TECH-INACTIVE TO TRUE
                       END-IF
               END-READ
           END-IF

          .

      *  SWEEP THE REGISTER FOR THE SLIP'S ORDER NUMBER - THE CONTROL
      *  RECORD CARRIES THE NEXT NUMBER TO ASSIGN, NOT AN ISSUED ONE,
      *  SO IT IS SKIPPED.  ON EXIT WITH ORDER-FOUND THE MATCHING
                   SET IO-ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   PERFORM 430-LOOKUP-EST-COST
                       THRU 430-LOOKUP-EST-COST-EXIT
                   PERFORM 440-WRITE-TURNAROUND-LINE
                   PERFORM 425-POST-ORDER-HISTORY
                   IF WR-ORDER-PM
                       PERFORM 460-ROLL-PM-TASK
                   END-IF
                   IF PARTS-TRACKED
                       PERFORM 470-CONSUME-ORDER-PARTS
                   END-IF
                   ADD 1 TO WS-SLIPS-APPLIED
           END-REWRITE

          .

      *  PUT THE CLOSED ORDER ON THE STANDING ORDER HISTORY WITH ITS
      *  COMPLETION DATA.  AN ORDER NUMBER ALREADY THERE (A SLIP RE-
      *  APPLIED AFTER A RESTORE) KEEPS ITS FIRST POSTING - GlExtr
      *  MAY ALREADY HAVE JOURNALED THAT COST AND NEVER SENDS AN ORDER
      *  TWICE - SO THE DUPLICATE IS LISTED FOR A MANUAL GL ADJUSTMENT
      *  INSTEAD OF QUIETLY CHANGING THE HISTORY.

       425-POST-ORDER-HISTORY.

           MOVE WR-ORDER-NUMBER   TO WH-ORDER-NUMBER
           MOVE WR-STATION-CODE   TO WH-STATION-CODE
           MOVE WR-REPAIR-CODE    TO WH-REPAIR-CODE
           MOVE WR-SEVERITY       TO WH-SEVERITY
           MOVE WR-EST-COST       TO WH-EST-COST
           MOVE WR-DATE-ISSUED    TO WH-DATE-ISSUED
           MOVE WR-DATE-DUE       TO WH-DATE-DUE
           MOVE WR-DATE-COMPLETED TO WH-DATE-COMPLETED
           MOVE WR-TECHNICIAN     TO WH-TECHNICIAN
           MOVE WR-ACTUAL-HOURS   TO WH-ACTUAL-HOURS
           MOVE WR-ACTUAL-COST    TO WH-ACTUAL-COST
           MOVE WR-ORDER-TYPE     TO WH-ORDER-TYPE
           SET WH-CLOSED-BY-SLIP TO TRUE
           MOVE WS-RUN-DATE       TO WH-DATE-CLOSED

           WRITE WORK-ORDER-HISTORY-RECORD
           EVALUATE WS-WOHIST-STATUS
               WHEN '00'
                   ADD 1 TO WS-ORDERS-POSTED
               WHEN '22'
                   MOVE WR-ORDER-NUMBER TO CEL-ORDER-NUMBER
                   MOVE 'ALREADY ON HISTORY - FIRST POSTING KEPT'
                       TO CEL-REASON
                   WRITE COMP-ERROR-RECORD FROM COMP-ERROR-DETAIL-LINE
                   ADD 1 TO WS-HISTORY-DUPLICATES
               WHEN OTHER
                   DISPLAY 'WOCOMP: WOHIST.DAT WRITE FAILED, STATUS '
                       WS-WOHIST-STATUS ' ORDER ' WR-ORDER-NUMBER
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

          .

      *  FIND THE ESTIMATE FOR THE ORDER'S REPAIR CODE - AN ORDER
      *  CARRYING A CODE NO LONGER ON THE REFERENCE MASTER IS REPORTED
      *  AGAINST A ZERO ESTIMATE RATHER THAN DROPPED

       430-LOOKUP-EST-COST.

      *  A PM ORDER CARRIES A TASK CODE, NOT A REPAIR CODE - ITS
      *  ESTIMATE IS THE ONE PmSched PUT ON THE REGISTER

           IF WR-ORDER-PM
               MOVE WR-EST-COST TO WS-FOUND-EST-COST
               GO TO 430-LOOKUP-EST-COST-EXIT
           END-IF

           MOVE ZERO TO WS-FOUND-EST-COST
           SET WS-REPAIR-IDX TO 1


          .

       430-LOOKUP-EST-COST-EXIT.
           EXIT.

      *  DAYS FROM ISSUE TO COMPLETION IS A DAY-NUMBER SUBTRACTION -
      *  A SLIP DATED BEFORE ITS ORDER WAS ISSUED IS A KEYING SLIP
      *  AND SHOWS AS ZERO DAYS RATHER THAN GOING NEGATIVE

          .

      *  THE CREW HAS DONE THE PLANNED VISIT - ROLL THE STATION'S
      *  TASK FORWARD FROM THE COMPLETION DATE AND CLEAR ITS OPEN
      *  ORDER SO PmSched ISSUES THE NEXT VISIT WHEN IT FALLS DUE.  A
      *  TASK DELETED FROM THE SCHEDULE WHILE ITS ORDER WAS OUT IS
      *  COUNTED, NOT REJECTED - THE WORK WAS STILL DONE.  A SLIP FOR
      *  A PM ORDER THE TASK NO LONGER CARRIES AS ITS OPEN ORDER (ONE
      *  SUPERSEDED AND REISSUED SINCE) DOES NOT ROLL THE TASK - THE
      *  NEWER ORDER IS STILL OUT.  IT IS COUNTED AND LISTED INSTEAD.

       460-ROLL-PM-TASK.

           IF PMSCHED-NOT-OPEN
               ADD 1 TO WS-PM-TASKS-MISSING
           ELSE
               SET PS-STATION-ENTRY TO TRUE
               MOVE WR-STATION-CODE TO PS-SCOPE-CODE
               MOVE WR-REPAIR-CODE  TO PS-TASK-CODE
               READ PM-SCHEDULE
                   INVALID KEY
                       ADD 1 TO WS-PM-TASKS-MISSING
                   NOT INVALID KEY
                       IF PS-OPEN-ORDER = WR-ORDER-NUMBER
                           PERFORM 465-SET-PM-DATES
                           REWRITE PM-SCHEDULE-RECORD
                               INVALID KEY
                                   SET IO-ERROR-OCCURRED TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-PM-TASKS-ROLLED
                           END-REWRITE
                       ELSE
                           PERFORM 467-LIST-SUPERSEDED-ORDER
                       END-IF
               END-READ
           END-IF

          .

       465-SET-PM-DATES.

           MOVE WR-DATE-COMPLETED TO PS-LAST-DONE
           COMPUTE WS-DATE-CCYYMMDD = 20000000 + PS-LAST-DONE
           COMPUTE WS-PM-DAY-NBR =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               + PS-FREQUENCY-DAYS
           COMPUTE WS-DATE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-PM-DAY-NBR)
           COMPUTE PS-NEXT-DUE = WS-DATE-CCYYMMDD - 20000000
           MOVE ZERO              TO PS-OPEN-ORDER
           MOVE WS-RUN-DATE       TO PS-LAST-UPDATE

          .

       467-LIST-SUPERSEDED-ORDER.

           MOVE WR-ORDER-NUMBER TO CEL-ORDER-NUMBER
           MOVE 'PM ORDER SUPERSEDED - TASK NOT ROLLED'
               TO CEL-REASON
           WRITE COMP-ERROR-RECORD FROM COMP-ERROR-DETAIL-LINE
           ADD 1 TO WS-PM-TASKS-SUPERSEDED

          .

      *  EVERY RESERVATION ON FILE FOR THE ORDER IS USED UP: THE
      *  RESERVED QUANTITY IS RELIEVED AND THE FULL QUANTITY THE
      *  REPAIR CALLED FOR COMES OFF ON-HAND.  A CREW THAT FOUND THE
      *  PART ELSEWHERE WHEN THE SHELF WAS SHORT CANNOT DRIVE ON-HAND
      *  BELOW ZERO - THE SHORTFALL IS COUNTED INSTEAD.

       470-CONSUME-ORDER-PARTS.

           MOVE WR-ORDER-NUMBER TO RV-ORDER-NUMBER
           MOVE LOW-VALUES      TO RV-PART-NUMBER
           SET MORE-RSV-RECORDS TO TRUE
           START PART-RESERVATION
               KEY IS GREATER THAN OR EQUAL TO RV-RESERVATION-KEY
               INVALID KEY
                   SET NO-MORE-RSV-RECORDS TO TRUE
           END-START

           PERFORM UNTIL NO-MORE-RSV-RECORDS
               READ PART-RESERVATION NEXT RECORD
                   AT END
                       SET NO-MORE-RSV-RECORDS TO TRUE
                   NOT AT END
                       IF RV-ORDER-NUMBER NOT = WR-ORDER-NUMBER
                           SET NO-MORE-RSV-RECORDS TO TRUE
                       ELSE
                           PERFORM 475-CONSUME-ONE-PART
                       END-IF
               END-READ
           END-PERFORM

          .

       475-CONSUME-ONE-PART.

           MOVE RV-PART-NUMBER TO PA-PART-NUMBER
           READ PARTS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-RESERVED > RV-QTY-RESERVED
                       SUBTRACT RV-QTY-RESERVED FROM PA-RESERVED
                   ELSE
                       MOVE ZERO TO PA-RESERVED
                   END-IF
                   IF PA-ON-HAND < RV-QTY-REQUIRED
                       MOVE ZERO TO PA-ON-HAND
                       ADD 1 TO WS-STOCK-SHORTFALLS
                   ELSE
                       SUBTRACT RV-QTY-REQUIRED FROM PA-ON-HAND
                   END-IF
                   MOVE WS-RUN-DATE TO PA-LAST-UPDATE
                   REWRITE PARTS-MASTER-RECORD
                       INVALID KEY
                           SET IO-ERROR-OCCURRED TO TRUE
                   END-REWRITE
           END-READ

           DELETE PART-RESERVATION
               INVALID KEY
                   SET IO-ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-PARTS-CONSUMED
           END-DELETE

          .

       600-EOJ-ROUTINE.

           MOVE WS-TRANS-READ     TO CSL-READ
           MOVE WS-SLIPS-APPLIED  TO CSL-APPLIED
           MOVE WS-SLIPS-REJECTED TO CSL-REJECTED
           MOVE WS-ORDERS-POSTED  TO CSL-POSTED
           MOVE WS-PM-TASKS-ROLLED  TO CSL-PM-ROLLED
           MOVE WS-PM-TASKS-MISSING TO CSL-PM-MISSING
           MOVE WS-PARTS-CONSUMED   TO CSL-PARTS-CONSUMED
           MOVE WS-STOCK-SHORTFALLS TO CSL-SHORTFALLS
           MOVE WS-PM-TASKS-SUPERSEDED TO CSL-PM-SUPERSEDED
           MOVE WS-HISTORY-DUPLICATES  TO CSL-DUPLICATES
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-1
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-2
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-3
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-4
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-5
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-6
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-7
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-8
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-9
           WRITE COMP-ERROR-RECORD FROM COMP-SUMMARY-LINE-10

           CLOSE COMPLETION-TRANS-FILE
                 WORK-REGISTER
                 WORK-ORDER-HISTORY
                 TECHNICIAN-MASTER
                 TURNAROUND-RPT-FILE
                 COMP-ERROR-FILE
           IF PMSCHED-IS-OPEN
               CLOSE PM-SCHEDULE
           END-IF
           IF PARTS-TRACKED
               CLOSE PARTS-MASTER
                     PART-RESERVATION
           END-IF

           PERFORM 690-SET-RETURN-CODE

               WHEN WS-SLIPS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'COMPLETED WITH REJECTS' TO WS-EOJ-CONDITION
               WHEN WS-HISTORY-DUPLICATES > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'ORDERS ALREADY POSTED'  TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
                   ' - '               WS-EOJ-CONDITION

          .

      *  APPEND THIS STEP'S COMPLETION RECORD TO THE SHARED STEP LOG
      *  FOR StepDash, FILED UNDER THE BATCH StnLoad LAST STAMPED ON
      *  THE RUN CONTROL (ZERO IF THERE IS NONE).  A STEP THAT STOPPED
      *  DEAD AT STARTUP IS LOGGED TOO, WITH THE GRADE IT STOPPED ON.
      *  STEPLOG.DAT OUTLIVES ANY ONE RUN - EXTEND IT IF IT IS THERE,
      *  CREATE IT IF IT IS NOT.

       695-WRITE-STEP-LOG.

           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEPLOG-STATUS = '35'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEPLOG-STATUS NOT = '00'
               DISPLAY 'WOCOMP: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'WOCOMP' TO SL-PROGRAM
               MOVE ZERO TO SL-BATCH-DATE
               MOVE ZERO TO SL-BATCH-NUMBER
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RUNCTRL-STATUS = '00'
                   READ RUN-CONTROL-FILE
                       NOT AT END
                           MOVE RN-BATCH-DATE   TO SL-BATCH-DATE
                           MOVE RN-BATCH-NUMBER TO SL-BATCH-NUMBER
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               END-IF
               ACCEPT SL-RUN-DATE FROM DATE
               MOVE WS-STEP-START-TIME TO SL-START-TIME
               ACCEPT SL-END-TIME FROM TIME
               MOVE WS-TRANS-READ TO SL-RECORDS-IN
               MOVE WS-SLIPS-APPLIED TO SL-RECORDS-OUT
               MOVE WS-SLIPS-REJECTED TO SL-RECORDS-REJ
               MOVE RETURN-CODE TO SL-RETURN-CODE
               IF WS-EOJ-CONDITION = SPACES
                   MOVE 'STOPPED AT STARTUP' TO SL-CONDITION
               ELSE
                   MOVE WS-EOJ-CONDITION TO SL-CONDITION
               END-IF
               WRITE STEP-LOG-RECORD
               CLOSE STEP-LOG-FILE
           END-IF

          .
