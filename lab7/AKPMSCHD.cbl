       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PmSched.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - PREVENTIVE MAINTENANCE STEP
      *
      *   THIS PROGRAM ISSUES THE PLANNED WORK: EVERY PREVENTIVE-
      *   MAINTENANCE TASK ON THE PM SCHEDULE (PMSCHED.DAT, MAINTAINED
      *   BY PmLoad) THAT FALLS DUE WITHIN THE LEAD WINDOW BECOMES A
      *   NUMBERED WORK ORDER ON THE WORK REGISTER, TYPED 'P' SO THE
      *   REST OF THE CHAIN CAN TELL IT FROM A REACTIVE REPAIR.  THE
      *   ORDER NUMBER COMES FROM THE SAME '000000' CONTROL RECORD
      *   WorkOrd NUMBERS FROM, SO THE TWO NEVER COLLIDE.
      *
      *   A TASK SCHEDULED FOR A WHOLE STATE IS FIRST COPIED TO A
      *   STATION ENTRY FOR EACH ACTIVE STATION IN THAT STATE THAT
      *   DOES NOT ALREADY HAVE ONE - FROM THEN ON EACH STATION'S
      *   TASK KEEPS ITS OWN LAST-DONE AND NEXT-DUE DATES, WHICH
      *   WoComp ROLLS FORWARD WHEN THE CREW SLIP CLOSES THE ORDER.
      *   A LATER CHANGE OR DELETE OF THE STATE TASK IS CARRIED
      *   DOWN TO THESE COPIES BY PmLoad, NOT HERE.
      *
      *   THE REGISTER HOLDS ONE ORDER PER STATION.  A TASK WHOSE OWN
      *   ORDER IS STILL OPEN IS NOT ISSUED AGAIN; A TASK FALLING DUE
      *   WHILE ANY OTHER ORDER IS OPEN AT THE STATION IS DEFERRED
      *   AND LISTED, AND ISSUES ON A LATER RUN ONCE THE SLOT FREES.
      *   NO ORDER GOES TO A DECOMMISSIONED STATION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PM-SCHEDULE
                ASSIGN TO 'PMSCHED.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PS-SCHED-KEY
                FILE STATUS IS WS-PMSCHED-STATUS.
            SELECT STATION-MASTER
                ASSIGN TO 'STNMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STNMSTR-STATUS.
            SELECT MANAGER-MASTER
                ASSIGN TO 'MGRMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MM-STATION-CODE
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT WORK-REGISTER
                ASSIGN TO 'WRKORDRG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WR-STATION-CODE
                FILE STATUS IS WS-REGISTER-STATUS.
            SELECT WORK-ORDER-HISTORY
                ASSIGN TO 'WOHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WH-ORDER-NUMBER
                FILE STATUS IS WS-WOHIST-STATUS.
            SELECT PM-ORDER-FILE
                ASSIGN TO 'PMORDERS.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  ONE RECORD PER PM TASK PER SCOPE - SEE PmLoad.  LAYOUT MUST
      *  STAY IN STEP WITH PmLoad, WoComp, SnapShot AND BackOut.

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

       FD STATION-MASTER.

       01 STATION-MASTER-RECORD.
          05 SM-STATION-CODE    PIC X(6).
          05 SM-TRAIN-STATE     PIC X(2).
          05 SM-STATION-CITY    PIC X(10).
          05 SM-STATION-MANAGER PIC X(15).
          05 SM-STATION-REPAIR  PIC X(6).
          05 SM-LAST-UPDATE     PIC 9(6).
          05 SM-STATUS          PIC X.
             88 SM-STATION-ACTIVE      VALUE 'A'.
             88 SM-STATION-INACTIVE    VALUE 'I'.
          05 SM-DECOMM-DATE     PIC 9(6).

       FD MANAGER-MASTER.

       01 MANAGER-MASTER-RECORD.
          05 MM-STATION-CODE    PIC X(6).
          05 MM-MANAGER-NAME    PIC X(15).
          05 MM-PHONE           PIC X(12).
          05 MM-EMAIL           PIC X(30).
          05 MM-OFFICE          PIC X(10).
          05 MM-LAST-UPDATE     PIC 9(6).

      *  ONE REGISTER RECORD PER STATION THAT HAS EVER BEEN
      *  DISPATCHED, PLUS THE CONTROL RECORD UNDER KEY '000000'
      *  HOLDING THE NEXT ORDER NUMBER.  LAYOUT MUST STAY IN STEP
      *  WITH WorkOrd.

       FD WORK-REGISTER.

       01 WORK-REGISTER-RECORD.
          05 WR-STATION-CODE    PIC X(6).
          05 WR-REPAIR-CODE     PIC X(6).
          05 WR-ORDER-NUMBER    PIC 9(6).
          05 WR-DATE-ISSUED     PIC 9(6).
          05 WR-ORDER-STATUS    PIC X.
             88 WR-ORDER-OPEN         VALUE 'O'.
             88 WR-ORDER-CLOSED       VALUE 'C'.
          05 WR-DATE-COMPLETED  PIC 9(6).
          05 WR-TECHNICIAN      PIC X(15).
          05 WR-ACTUAL-HOURS    PIC 9(3)V9.
          05 WR-ACTUAL-COST     PIC 9(5)V99.
          05 WR-SEVERITY        PIC X.
          05 WR-EST-COST        PIC 9(5)V99.
          05 WR-DATE-DUE        PIC 9(6).
          05 WR-ORDER-TYPE      PIC X.
             88 WR-ORDER-REACTIVE     VALUE 'R'.
             88 WR-ORDER-PM           VALUE 'P'.

      *  ONE RECORD PER WORK ORDER EVER CLOSED, KEYED BY ORDER NUMBER
      *  - LAYOUT MUST STAY IN STEP WITH WorkOrd.

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

       FD PM-ORDER-FILE.

       01 PM-ORDER-RECORD PIC X(132).

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

       01 WS-PMSCHED-STATUS      PIC X(2).
       01 WS-STNMSTR-STATUS      PIC X(2).
       01 WS-MASTER-STATUS       PIC X(2).
       01 WS-REGISTER-STATUS     PIC X(2).
       01 WS-WOHIST-STATUS       PIC X(2).

       01 WS-SCHED-EOF-FLAG      PIC X VALUE 'Y'.
          88 MORE-SCHED-RECORDS         VALUE 'Y'.
          88 NO-MORE-SCHED-RECORDS      VALUE 'N'.
       01 WS-STATION-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-STATION-RECORDS       VALUE 'Y'.
          88 NO-MORE-STATION-RECORDS    VALUE 'N'.

       01 CONTROL-RECORD-KEY     PIC X(6) VALUE '000000'.
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.
       01 WS-NEXT-ORDER-NUMBER   PIC 9(6) VALUE ZERO.

      *  LEAD WINDOW - A TASK IS ISSUED WHEN ITS NEXT DUE DATE FALLS
      *  WITHIN THIS MANY DAYS OF THE RUN DATE, SO THE CREW HAS THE
      *  ORDER IN HAND BEFORE THE VISIT IS DUE.  A TASK ALREADY PAST
      *  DUE, OR NEVER DONE, IS GIVEN THE SAME NUMBER OF DAYS FROM
      *  TODAY.
       01 PM-LEAD-DAYS           PIC 9(3) VALUE 7.
       01 WS-DATE-CCYYMMDD       PIC 9(8) VALUE ZERO.
       01 WS-TODAY-DAY-NBR       PIC 9(7) VALUE ZERO.
       01 WS-DUE-DAY-NBR         PIC 9(7) VALUE ZERO.
       01 WS-HORIZON-DATE        PIC 9(6) VALUE ZERO.
       01 WS-DATE-DUE            PIC 9(6) VALUE ZERO.

      *  HOW THE ORDER BEING POSTED TO THE ORDER HISTORY CAME OFF THE
      *  REGISTER - SEE WH-CLOSE-TYPE
       01 WS-HISTORY-CLOSE-TYPE  PIC X VALUE SPACE.

       01 WS-ON-REGISTER-SWITCH  PIC X VALUE 'N'.
          88 STATION-ON-REGISTER        VALUE 'Y'.
          88 STATION-NOT-ON-REGISTER    VALUE 'N'.

       01 WS-STATION-ACTIVE-SWITCH PIC X VALUE 'Y'.
          88 STATION-IS-ACTIVE          VALUE 'Y'.
          88 STATION-IS-INACTIVE        VALUE 'N'.

      *  IN-CORE COPY OF THE STATE-WIDE TASKS, LOADED AT HOUSEKEEPING
      *  AND MATCHED AGAINST EACH ACTIVE STATION'S STATE
       01 WS-TEMPLATE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-TEMPLATE-TABLE.
          05 WS-TEMPLATE-ENTRY OCCURS 100 TIMES.
             10 WS-TPL-STATE     PIC X(2).
             10 WS-TPL-TASK      PIC X(6).
             10 WS-TPL-DESC      PIC X(20).
             10 WS-TPL-FREQUENCY PIC 9(3).
             10 WS-TPL-LAST-DONE PIC 9(6).
             10 WS-TPL-NEXT-DUE  PIC 9(6).
             10 WS-TPL-EST-COST  PIC 9(5)V99.
       01 WS-TPL-SUB             PIC 9(3).

       01 WS-ENTRIES-READ        PIC 9(5) VALUE ZERO.
       01 WS-ENTRIES-CREATED     PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-ISSUED       PIC 9(5) VALUE ZERO.
       01 WS-NOT-YET-DUE         PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-OPEN        PIC 9(5) VALUE ZERO.
       01 WS-TASKS-DEFERRED      PIC 9(5) VALUE ZERO.
       01 WS-INACTIVE-SKIPPED    PIC 9(5) VALUE ZERO.
       01 WS-MANAGER-GAPS        PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-POSTED       PIC 9(5) VALUE ZERO.
       01 WS-TEMPLATES-DROPPED   PIC 9(5) VALUE ZERO.

      *  EOJ GRADING FOR THE SCHEDULER - 0 CLEAN, 4 COMPLETED WITH
      *  MANAGER GAPS OR STATE TASKS NOT COPIED, 8 EMPTY SCHEDULE,
      *  12 FILE I-O FAILURE
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

       01 PM-TITLE-LINE.
          05        PIC X(36) VALUE
                        'PREVENTIVE MAINTENANCE ORDERS - RUN'.
          05 PTL-RUN-DATE       PIC 9(6).
          05        PIC X(14) VALUE '   ISSUE UNTIL'.
          05 PTL-HORIZON-DATE   PIC 9(6).

       01 PM-ORDER-HEADER-LINE.
          05        PIC X(10) VALUE 'Order'.
          05        PIC X(8)  VALUE 'Station'.
          05        PIC X(4)  VALUE 'St'.
          05        PIC X(12) VALUE 'City'.
          05        PIC X(8)  VALUE 'Task'.
          05        PIC X(22) VALUE 'Description'.
          05        PIC X(12) VALUE 'Est Cost'.
          05        PIC X(8)  VALUE 'Due'.
          05        PIC X(17) VALUE 'Manager'.
          05        PIC X(14) VALUE 'Phone'.

       01 PM-ORDER-DETAIL-LINE.
          05                      PIC X(3)  VALUE 'WO '.
          05 POL-ORDER-NUMBER     PIC 9(6).
          05                      PIC X(3)  VALUE SPACES.
          05 POL-STATION-CODE     PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 POL-STATE            PIC X(2).
          05                      PIC X(2)  VALUE SPACES.
          05 POL-CITY             PIC X(10).
          05                      PIC X(2)  VALUE SPACES.
          05 POL-TASK-CODE        PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 POL-DESCRIPTION      PIC X(20).
          05                      PIC X(2)  VALUE SPACES.
          05 POL-EST-COST         PIC $$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 POL-DATE-DUE         PIC 9(6).
          05                      PIC X(2)  VALUE SPACES.
          05 POL-MANAGER          PIC X(15).
          05                      PIC X(2)  VALUE SPACES.
          05 POL-PHONE            PIC X(12).

      *  A TASK THAT FELL DUE WHILE ANOTHER ORDER HOLDS THE STATION'S
      *  REGISTER SLOT IS LISTED SO THE PLANNER KNOWS IT IS WAITING

       01 PM-DEFERRED-LINE.
          05                      PIC X(12) VALUE SPACES.
          05 PDL-STATION-CODE     PIC X(6).
          05                      PIC X(16) VALUE SPACES.
          05 PDL-TASK-CODE        PIC X(6).
          05                      PIC X(6)  VALUE '  DUE '.
          05 PDL-NEXT-DUE         PIC 9(6).
          05                      PIC X(2)  VALUE SPACES.
          05                      PIC X(26) VALUE
                                      '** DEFERRED - SLOT HELD BY'.
          05                      PIC X(4)  VALUE ' WO '.
          05 PDL-OPEN-ORDER       PIC 9(6).

       01 PM-SUMMARY-LINE-1.
          05        PIC X(26) VALUE 'Station tasks read .......'.
          05 PSL-READ PIC ZZZZ9.

       01 PM-SUMMARY-LINE-2.
          05        PIC X(26) VALUE 'Tasks copied from state ..'.
          05 PSL-CREATED PIC ZZZZ9.

       01 PM-SUMMARY-LINE-3.
          05        PIC X(26) VALUE 'PM orders issued .........'.
          05 PSL-ISSUED PIC ZZZZ9.

       01 PM-SUMMARY-LINE-4.
          05        PIC X(26) VALUE 'Tasks not yet due ........'.
          05 PSL-NOT-DUE PIC ZZZZ9.

       01 PM-SUMMARY-LINE-5.
          05        PIC X(26) VALUE 'Orders already open ......'.
          05 PSL-OPEN PIC ZZZZ9.

       01 PM-SUMMARY-LINE-6.
          05        PIC X(26) VALUE 'Tasks deferred ...........'.
          05 PSL-DEFERRED PIC ZZZZ9.

       01 PM-SUMMARY-LINE-7.
          05        PIC X(26) VALUE 'Inactive stations skipped.'.
          05 PSL-INACTIVE PIC ZZZZ9.

       01 PM-SUMMARY-LINE-8.
          05        PIC X(26) VALUE 'Managers not on file .....'.
          05 PSL-GAPS PIC ZZZZ9.

       01 PM-SUMMARY-LINE-9.
          05        PIC X(26) VALUE 'Orders posted to history .'.
          05 PSL-POSTED PIC ZZZZ9.

       01 PM-SUMMARY-LINE-10.
          05        PIC X(26) VALUE 'State tasks not copied ...'.
          05 PSL-DROPPED PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-SWEEP-STATION-TASKS
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-STEP-START-TIME FROM TIME
           COMPUTE WS-DATE-CCYYMMDD = 20000000 + WS-RUN-DATE
           COMPUTE WS-TODAY-DAY-NBR =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
           COMPUTE WS-DUE-DAY-NBR = WS-TODAY-DAY-NBR + PM-LEAD-DAYS
           COMPUTE WS-DATE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-NBR)
           COMPUTE WS-HORIZON-DATE = WS-DATE-CCYYMMDD - 20000000

      *  THE SCHEDULE IS UPDATED IN PLACE - IT MUST ALREADY EXIST,
      *  SINCE ONLY PmLoad PUTS TASKS ON IT

           OPEN I-O PM-SCHEDULE
           IF WS-PMSCHED-STATUS NOT = '00'
               DISPLAY 'PMSCHED: PMSCHED.DAT OPEN FAILED, STATUS '
                   WS-PMSCHED-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           OPEN INPUT STATION-MASTER
           IF WS-STNMSTR-STATUS NOT = '00'
               DISPLAY 'PMSCHED: STNMSTR.DAT OPEN FAILED, STATUS '
                   WS-STNMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           OPEN INPUT MANAGER-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'PMSCHED: MGRMSTR.DAT OPEN FAILED, STATUS '
                   WS-MASTER-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  THE REGISTER AND ORDER HISTORY ARE THE SAME STANDING FILES
      *  WorkOrd KEEPS - CREATE THEM ON THE VERY FIRST RUN IF PM
      *  HAPPENS TO RUN AHEAD OF ANY REPAIR DISPATCH

           OPEN I-O WORK-REGISTER
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT WORK-REGISTER
               CLOSE WORK-REGISTER
               OPEN I-O WORK-REGISTER
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY 'PMSCHED: WRKORDRG.DAT OPEN FAILED, STATUS '
                   WS-REGISTER-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           OPEN I-O WORK-ORDER-HISTORY
           IF WS-WOHIST-STATUS = '35'
               OPEN OUTPUT WORK-ORDER-HISTORY
               CLOSE WORK-ORDER-HISTORY
               OPEN I-O WORK-ORDER-HISTORY
           END-IF
           IF WS-WOHIST-STATUS NOT = '00'
               DISPLAY 'PMSCHED: WOHIST.DAT OPEN FAILED, STATUS '
                   WS-WOHIST-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           PERFORM 210-LOAD-ORDER-NUMBER
           PERFORM 220-LOAD-STATE-TASKS
           IF WS-TEMPLATE-COUNT > ZERO
               PERFORM 240-COPY-STATE-TASKS
           END-IF

           OPEN OUTPUT PM-ORDER-FILE
           MOVE WS-RUN-DATE     TO PTL-RUN-DATE
           MOVE WS-HORIZON-DATE TO PTL-HORIZON-DATE
           WRITE PM-ORDER-RECORD FROM PM-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE PM-ORDER-RECORD FROM PM-ORDER-HEADER-LINE
               AFTER ADVANCING 2 LINES

          .

      *  PICK UP THE NEXT ORDER NUMBER FROM THE CONTROL RECORD,
      *  SEEDING THE CONTROL RECORD AT ORDER 1 ON THE FIRST RUN - THE
      *  SAME RECORD WorkOrd NUMBERS ITS REPAIR ORDERS FROM

       210-LOAD-ORDER-NUMBER.

           MOVE CONTROL-RECORD-KEY TO WR-STATION-CODE
           READ WORK-REGISTER
               INVALID KEY
                   MOVE CONTROL-RECORD-KEY TO WR-STATION-CODE
                   MOVE SPACES    TO WR-REPAIR-CODE
                   MOVE 1         TO WR-ORDER-NUMBER
                   MOVE WS-RUN-DATE TO WR-DATE-ISSUED
                   MOVE 'C'       TO WR-ORDER-STATUS
                   MOVE ZERO      TO WR-DATE-COMPLETED
                   MOVE SPACES    TO WR-TECHNICIAN
                   MOVE ZERO      TO WR-ACTUAL-HOURS
                   MOVE ZERO      TO WR-ACTUAL-COST
                   MOVE SPACE     TO WR-SEVERITY
                   MOVE ZERO      TO WR-EST-COST
                   MOVE ZERO      TO WR-DATE-DUE
                   MOVE SPACE     TO WR-ORDER-TYPE
                   WRITE WORK-REGISTER-RECORD
                   MOVE 1 TO WS-NEXT-ORDER-NUMBER
               NOT INVALID KEY
                   MOVE WR-ORDER-NUMBER TO WS-NEXT-ORDER-NUMBER
           END-READ

          .

      *  THE STATE-WIDE TASKS SORT TOGETHER UNDER SCOPE 'T' - READ
      *  THEM INTO THE TABLE FROM THE FIRST 'T' KEY UNTIL THE SCOPE
      *  CHANGES

       220-LOAD-STATE-TASKS.

           MOVE LOW-VALUES TO PS-SCHED-KEY
           MOVE 'T'        TO PS-SCOPE-TYPE
           SET MORE-SCHED-RECORDS TO TRUE
           START PM-SCHEDULE
               KEY IS GREATER THAN OR EQUAL TO PS-SCHED-KEY
               INVALID KEY
                   SET NO-MORE-SCHED-RECORDS TO TRUE
           END-START

           PERFORM UNTIL NO-MORE-SCHED-RECORDS
               READ PM-SCHEDULE NEXT RECORD
                   AT END
                       SET NO-MORE-SCHED-RECORDS TO TRUE
                   NOT AT END
                       IF NOT PS-STATE-ENTRY
                           SET NO-MORE-SCHED-RECORDS TO TRUE
                       ELSE
                           IF WS-TEMPLATE-COUNT < 100
                               PERFORM 225-HOLD-STATE-TASK
                           ELSE
                               DISPLAY 'PMSCHED: STATE TASK TABLE '
                                   'FULL - ' PS-SCOPE-CODE(1:2) ' '
                                   PS-TASK-CODE ' NOT COPIED'
                               ADD 1 TO WS-TEMPLATES-DROPPED
                           END-IF
                       END-IF
               END-READ
               IF WS-PMSCHED-STATUS NOT = '00'
                   SET NO-MORE-SCHED-RECORDS TO TRUE
               END-IF
           END-PERFORM

          .

       225-HOLD-STATE-TASK.

           ADD 1 TO WS-TEMPLATE-COUNT
           MOVE PS-SCOPE-CODE(1:2)
               TO WS-TPL-STATE(WS-TEMPLATE-COUNT)
           MOVE PS-TASK-CODE      TO WS-TPL-TASK(WS-TEMPLATE-COUNT)
           MOVE PS-TASK-DESC      TO WS-TPL-DESC(WS-TEMPLATE-COUNT)
           MOVE PS-FREQUENCY-DAYS
               TO WS-TPL-FREQUENCY(WS-TEMPLATE-COUNT)
           MOVE PS-LAST-DONE
               TO WS-TPL-LAST-DONE(WS-TEMPLATE-COUNT)
           MOVE PS-NEXT-DUE
               TO WS-TPL-NEXT-DUE(WS-TEMPLATE-COUNT)
           MOVE PS-EST-COST
               TO WS-TPL-EST-COST(WS-TEMPLATE-COUNT)

          .

      *  WALK THE STATION MASTER IN KEY ORDER AND GIVE EVERY ACTIVE
      *  STATION ITS OWN COPY OF EACH TASK SCHEDULED FOR ITS STATE.
      *  A STATION THAT ALREADY HAS THE TASK KEEPS ITS OWN DATES -
      *  THE WRITE SIMPLY FINDS THE KEY TAKEN.  EACH COPY MADE HERE IS
      *  FLAGGED AS COPIED SO PmLoad CAN CARRY STATE-TASK CHANGES TO
      *  IT WITHOUT TOUCHING TASKS THE STATION SCHEDULED ITSELF.

       240-COPY-STATE-TASKS.

           MOVE LOW-VALUES TO SM-STATION-CODE
           START STATION-MASTER
               KEY IS GREATER THAN OR EQUAL TO SM-STATION-CODE
               INVALID KEY
                   SET NO-MORE-STATION-RECORDS TO TRUE
           END-START

           PERFORM UNTIL NO-MORE-STATION-RECORDS
               READ STATION-MASTER NEXT RECORD
                   AT END
                       SET NO-MORE-STATION-RECORDS TO TRUE
                   NOT AT END
                       IF SM-STATION-ACTIVE
                           PERFORM 245-COPY-TASK-TO-STATION
                               VARYING WS-TPL-SUB FROM 1 BY 1
                               UNTIL WS-TPL-SUB > WS-TEMPLATE-COUNT
                       END-IF
               END-READ
               IF WS-STNMSTR-STATUS NOT = '00'
                   SET NO-MORE-STATION-RECORDS TO TRUE
               END-IF
           END-PERFORM

          .

       245-COPY-TASK-TO-STATION.

           IF WS-TPL-STATE(WS-TPL-SUB) = SM-TRAIN-STATE
               SET PS-STATION-ENTRY TO TRUE
               MOVE SM-STATION-CODE           TO PS-SCOPE-CODE
               MOVE WS-TPL-TASK(WS-TPL-SUB)   TO PS-TASK-CODE
               MOVE WS-TPL-DESC(WS-TPL-SUB)   TO PS-TASK-DESC
               MOVE WS-TPL-FREQUENCY(WS-TPL-SUB)
                   TO PS-FREQUENCY-DAYS
               MOVE WS-TPL-LAST-DONE(WS-TPL-SUB) TO PS-LAST-DONE
               MOVE WS-TPL-NEXT-DUE(WS-TPL-SUB)  TO PS-NEXT-DUE
               MOVE WS-TPL-EST-COST(WS-TPL-SUB)  TO PS-EST-COST
               MOVE ZERO                      TO PS-OPEN-ORDER
               MOVE WS-RUN-DATE               TO PS-LAST-UPDATE
               SET PS-COPIED-FROM-STATE       TO TRUE
               WRITE PM-SCHEDULE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ENTRIES-CREATED
               END-WRITE
           END-IF

          .

      *  THE STATION TASKS SORT TOGETHER UNDER SCOPE 'S', GROUPED BY
      *  STATION - EACH ONE IS TESTED FOR ISSUE IN TURN UNTIL THE
      *  SCOPE CHANGES.  A READ FAILURE THAT IS NOT A NORMAL AT-END
      *  ENDS THE SWEEP AND FAILS THE RUN.

       300-SWEEP-STATION-TASKS.

           MOVE LOW-VALUES TO PS-SCHED-KEY
           MOVE 'S'        TO PS-SCOPE-TYPE
           SET MORE-SCHED-RECORDS TO TRUE
           START PM-SCHEDULE
               KEY IS GREATER THAN OR EQUAL TO PS-SCHED-KEY
               INVALID KEY
                   SET NO-MORE-SCHED-RECORDS TO TRUE
           END-START

           PERFORM UNTIL NO-MORE-SCHED-RECORDS
               READ PM-SCHEDULE NEXT RECORD
                   AT END
                       SET NO-MORE-SCHED-RECORDS TO TRUE
                   NOT AT END
                       IF NOT PS-STATION-ENTRY
                           SET NO-MORE-SCHED-RECORDS TO TRUE
                       ELSE
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM 400-PROCESS-STATION-TASK
                               THRU 400-PROCESS-STATION-TASK-EXIT
                       END-IF
               END-READ
               IF WS-PMSCHED-STATUS NOT = '00' AND
                  WS-PMSCHED-STATUS NOT = '10'
                   SET IO-ERROR-OCCURRED TO TRUE
                   SET NO-MORE-SCHED-RECORDS TO TRUE
               END-IF
           END-PERFORM

          .

      *  A TASK IS ISSUED WHEN IT FALLS DUE WITHIN THE LEAD WINDOW AT
      *  AN ACTIVE STATION WHOSE REGISTER SLOT IS FREE.  ITS OWN PM
      *  ORDER STILL OPEN IN THE SLOT MEANS IT IS ALREADY OUT; ANY
      *  OTHER OPEN ORDER DEFERS IT.  A PM ORDER THAT WAS SUPERSEDED
      *  BY A REPAIR NO LONGER MATCHES THE TASK'S OPEN-ORDER NUMBER,
      *  SO THE TASK IS ISSUED AFRESH ONCE THE REPAIR IS DONE.

       400-PROCESS-STATION-TASK.

           IF PS-NEXT-DUE > WS-HORIZON-DATE
               ADD 1 TO WS-NOT-YET-DUE
               GO TO 400-PROCESS-STATION-TASK-EXIT
           END-IF

           PERFORM 405-CHECK-STATION-ACTIVE
           IF STATION-IS-INACTIVE
               ADD 1 TO WS-INACTIVE-SKIPPED
               GO TO 400-PROCESS-STATION-TASK-EXIT
           END-IF

           MOVE PS-SCOPE-CODE TO WR-STATION-CODE
           READ WORK-REGISTER
               INVALID KEY
                   SET STATION-NOT-ON-REGISTER TO TRUE
               NOT INVALID KEY
                   SET STATION-ON-REGISTER TO TRUE
           END-READ

           IF STATION-ON-REGISTER AND WR-ORDER-OPEN
               IF WR-ORDER-PM
                  AND WR-ORDER-NUMBER = PS-OPEN-ORDER
                   ADD 1 TO WS-ALREADY-OPEN
               ELSE
                   PERFORM 415-LIST-DEFERRED-TASK
               END-IF
               GO TO 400-PROCESS-STATION-TASK-EXIT
           END-IF

           PERFORM 420-ISSUE-PM-ORDER

          .

       400-PROCESS-STATION-TASK-EXIT.
           EXIT.

      *  NO CREW GOES OUT TO A DECOMMISSIONED STATION.  A STATION
      *  ENTRY WHOSE STATION HAS SINCE LEFT THE MASTER ALTOGETHER IS
      *  SKIPPED THE SAME WAY - THERE IS NOWHERE TO SEND THE CREW.

       405-CHECK-STATION-ACTIVE.

           SET STATION-IS-ACTIVE TO TRUE
           MOVE PS-SCOPE-CODE TO SM-STATION-CODE
           READ STATION-MASTER
               INVALID KEY
                   SET STATION-IS-INACTIVE TO TRUE
               NOT INVALID KEY
                   IF SM-STATION-INACTIVE
                       SET STATION-IS-INACTIVE TO TRUE
                   END-IF
           END-READ

          .

       415-LIST-DEFERRED-TASK.

           MOVE PS-SCOPE-CODE    TO PDL-STATION-CODE
           MOVE PS-TASK-CODE     TO PDL-TASK-CODE
           MOVE PS-NEXT-DUE      TO PDL-NEXT-DUE
           MOVE WR-ORDER-NUMBER  TO PDL-OPEN-ORDER

           WRITE PM-ORDER-RECORD FROM PM-DEFERRED-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WS-TASKS-DEFERRED

          .

       420-ISSUE-PM-ORDER.

           PERFORM 427-COMPUTE-DUE-DATE

           MOVE WS-NEXT-ORDER-NUMBER TO POL-ORDER-NUMBER
           MOVE PS-SCOPE-CODE        TO POL-STATION-CODE
           MOVE SM-TRAIN-STATE       TO POL-STATE
           MOVE SM-STATION-CITY      TO POL-CITY
           MOVE PS-TASK-CODE         TO POL-TASK-CODE
           MOVE PS-TASK-DESC         TO POL-DESCRIPTION
           MOVE PS-EST-COST          TO POL-EST-COST
           MOVE WS-DATE-DUE          TO POL-DATE-DUE

           PERFORM 440-LOOKUP-MANAGER

           WRITE PM-ORDER-RECORD FROM PM-ORDER-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 450-RECORD-ON-REGISTER

           MOVE WS-NEXT-ORDER-NUMBER TO PS-OPEN-ORDER
           MOVE WS-RUN-DATE          TO PS-LAST-UPDATE
           REWRITE PM-SCHEDULE-RECORD
               INVALID KEY
                   SET IO-ERROR-OCCURRED TO TRUE
           END-REWRITE

           PERFORM 460-BUMP-ORDER-NUMBER

           ADD 1 TO WS-ORDERS-ISSUED

          .

      *  A TASK FALLING DUE INSIDE THE WINDOW IS DUE ON ITS OWN DATE;
      *  ONE ALREADY PAST DUE, OR NEVER DONE, GETS THE LEAD WINDOW
      *  FROM TODAY

       427-COMPUTE-DUE-DATE.

           IF PS-NEXT-DUE < WS-RUN-DATE
               MOVE WS-HORIZON-DATE TO WS-DATE-DUE
           ELSE
               MOVE PS-NEXT-DUE     TO WS-DATE-DUE
           END-IF

          .

       440-LOOKUP-MANAGER.

           MOVE PS-SCOPE-CODE TO MM-STATION-CODE
           READ MANAGER-MASTER
               INVALID KEY
                   MOVE 'NOT ON FILE' TO POL-MANAGER
                   MOVE SPACES        TO POL-PHONE
                   ADD 1 TO WS-MANAGER-GAPS
               NOT INVALID KEY
                   MOVE MM-MANAGER-NAME TO POL-MANAGER
                   MOVE MM-PHONE        TO POL-PHONE
           END-READ

          .

      *  PUT THE PM ORDER IN THE STATION'S REGISTER SLOT.  THE SLOT
      *  IS FREE OR HOLDS A CLOSED ORDER HERE - A CLOSED ORDER STILL
      *  IN THE BUFFER GOES TO THE ORDER HISTORY FIRST, THE SAME WAY
      *  WorkOrd POSTS A SLOT IT IS ABOUT TO REUSE.  A PM ORDER IS
      *  ROUTINE WORK AND CARRIES SEVERITY 3.

       450-RECORD-ON-REGISTER.

           IF STATION-ON-REGISTER
               IF WR-DATE-COMPLETED > ZERO
                   MOVE 'S' TO WS-HISTORY-CLOSE-TYPE
               ELSE
                   MOVE 'H' TO WS-HISTORY-CLOSE-TYPE
               END-IF
               PERFORM 470-POST-ORDER-HISTORY
           END-IF

           MOVE PS-SCOPE-CODE        TO WR-STATION-CODE
           MOVE PS-TASK-CODE         TO WR-REPAIR-CODE
           MOVE WS-NEXT-ORDER-NUMBER TO WR-ORDER-NUMBER
           MOVE WS-RUN-DATE          TO WR-DATE-ISSUED
           SET WR-ORDER-OPEN TO TRUE
           MOVE ZERO                 TO WR-DATE-COMPLETED
           MOVE SPACES               TO WR-TECHNICIAN
           MOVE ZERO                 TO WR-ACTUAL-HOURS
           MOVE ZERO                 TO WR-ACTUAL-COST
           MOVE '3'                  TO WR-SEVERITY
           MOVE PS-EST-COST          TO WR-EST-COST
           MOVE WS-DATE-DUE          TO WR-DATE-DUE
           SET WR-ORDER-PM TO TRUE

           IF STATION-ON-REGISTER
               REWRITE WORK-REGISTER-RECORD
                   INVALID KEY
                       PERFORM 455-REGISTER-WRITE-FAILED
               END-REWRITE
           ELSE
               WRITE WORK-REGISTER-RECORD
                   INVALID KEY
                       REWRITE WORK-REGISTER-RECORD
                           INVALID KEY
                               PERFORM 455-REGISTER-WRITE-FAILED
                       END-REWRITE
               END-WRITE
           END-IF

          .

      *  AN ORDER THAT DID NOT REACH THE REGISTER WAS STILL PRINTED
      *  AND HANDED TO THE CREW - THE RUN FAILS SO IT IS CHASED

       455-REGISTER-WRITE-FAILED.

           DISPLAY 'PMSCHED: WRKORDRG.DAT WRITE FAILED, STATUS '
               WS-REGISTER-STATUS ' ORDER ' WS-NEXT-ORDER-NUMBER
           SET IO-ERROR-OCCURRED TO TRUE

          .

      *  ADVANCE THE NEXT ORDER NUMBER AND PUT IT BACK ON THE
      *  CONTROL RECORD RIGHT AWAY, SO AN ABEND MID-RUN CANNOT HAND
      *  THE SAME NUMBER OUT TWICE

       460-BUMP-ORDER-NUMBER.

           ADD 1 TO WS-NEXT-ORDER-NUMBER

           MOVE CONTROL-RECORD-KEY TO WR-STATION-CODE
           READ WORK-REGISTER
               INVALID KEY
                   DISPLAY 'PMSCHED: ORDER-NUMBER CONTROL RECORD '
                       'READ FAILED, STATUS ' WS-REGISTER-STATUS
                   SET IO-ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   MOVE WS-NEXT-ORDER-NUMBER TO WR-ORDER-NUMBER
                   REWRITE WORK-REGISTER-RECORD
                       INVALID KEY
                           DISPLAY 'PMSCHED: ORDER-NUMBER CONTROL '
                               'RECORD REWRITE FAILED, STATUS '
                               WS-REGISTER-STATUS
                           SET IO-ERROR-OCCURRED TO TRUE
                   END-REWRITE
           END-READ

          .

      *  COPY THE REGISTER ENTRY IN THE BUFFER ONTO THE ORDER HISTORY
      *  - AN ORDER NUMBER ALREADY THERE KEEPS WHAT WAS POSTED FIRST.
      *  ANY OTHER WRITE FAILURE IS AN I-O FAILURE - THE ORDER WOULD
      *  OTHERWISE DROP OUT OF HISTORY UNSEEN

       470-POST-ORDER-HISTORY.

           MOVE WR-ORDER-NUMBER       TO WH-ORDER-NUMBER
           MOVE WR-STATION-CODE       TO WH-STATION-CODE
           MOVE WR-REPAIR-CODE        TO WH-REPAIR-CODE
           MOVE WR-SEVERITY           TO WH-SEVERITY
           MOVE WR-EST-COST           TO WH-EST-COST
           MOVE WR-DATE-ISSUED        TO WH-DATE-ISSUED
           MOVE WR-DATE-DUE           TO WH-DATE-DUE
           MOVE WR-DATE-COMPLETED     TO WH-DATE-COMPLETED
           MOVE WR-TECHNICIAN         TO WH-TECHNICIAN
           MOVE WR-ACTUAL-HOURS       TO WH-ACTUAL-HOURS
           MOVE WR-ACTUAL-COST        TO WH-ACTUAL-COST
           MOVE WR-ORDER-TYPE         TO WH-ORDER-TYPE
           MOVE WS-HISTORY-CLOSE-TYPE TO WH-CLOSE-TYPE
           MOVE WS-RUN-DATE           TO WH-DATE-CLOSED

           WRITE WORK-ORDER-HISTORY-RECORD
           EVALUATE WS-WOHIST-STATUS
               WHEN '00'
                   ADD 1 TO WS-ORDERS-POSTED
               WHEN '22'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PMSCHED: WOHIST.DAT WRITE FAILED, '
                       'STATUS ' WS-WOHIST-STATUS
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

          .

       600-EOJ-ROUTINE.

           MOVE WS-ENTRIES-READ      TO PSL-READ
           MOVE WS-ENTRIES-CREATED   TO PSL-CREATED
           MOVE WS-ORDERS-ISSUED     TO PSL-ISSUED
           MOVE WS-NOT-YET-DUE       TO PSL-NOT-DUE
           MOVE WS-ALREADY-OPEN      TO PSL-OPEN
           MOVE WS-TASKS-DEFERRED    TO PSL-DEFERRED
           MOVE WS-INACTIVE-SKIPPED  TO PSL-INACTIVE
           MOVE WS-MANAGER-GAPS      TO PSL-GAPS
           MOVE WS-ORDERS-POSTED     TO PSL-POSTED
           MOVE WS-TEMPLATES-DROPPED TO PSL-DROPPED

           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-8
               AFTER ADVANCING 1 LINE
           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-9
               AFTER ADVANCING 1 LINE
           WRITE PM-ORDER-RECORD FROM PM-SUMMARY-LINE-10
               AFTER ADVANCING 1 LINE

           CLOSE PM-SCHEDULE
                 STATION-MASTER
                 MANAGER-MASTER
                 WORK-REGISTER
                 WORK-ORDER-HISTORY
                 PM-ORDER-FILE

           PERFORM 690-SET-RETURN-CODE

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE

       690-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'       TO WS-EOJ-CONDITION
               WHEN WS-ENTRIES-READ = ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'EMPTY INPUT FILE'       TO WS-EOJ-CONDITION
               WHEN WS-MANAGER-GAPS > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'MANAGER CONTACT GAPS'   TO WS-EOJ-CONDITION
               WHEN WS-TEMPLATES-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'STATE TASKS NOT COPIED' TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'PMSCHED: TASKS '   WS-ENTRIES-READ
                   ' ISSUED '          WS-ORDERS-ISSUED
                   ' OPEN '            WS-ALREADY-OPEN
                   ' DEFERRED '        WS-TASKS-DEFERRED
                   ' GAPS '            WS-MANAGER-GAPS
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
               DISPLAY 'PMSCHED: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'PMSCHED' TO SL-PROGRAM
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
               MOVE WS-ENTRIES-READ TO SL-RECORDS-IN
               MOVE WS-ORDERS-ISSUED TO SL-RECORDS-OUT
               MOVE WS-MANAGER-GAPS TO SL-RECORDS-REJ
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
