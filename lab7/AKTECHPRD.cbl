       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TechProd.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - TECHNICIAN PRODUCTIVITY
      *
      *   THIS PROGRAM PRINTS THE MONTHLY TECHNICIAN PRODUCTIVITY
      *   REPORT ON TECHPROD.TXT FOR THE CREW SUPERVISORS.  IT COVERS
      *   THE CALENDAR MONTH BEFORE THE RUN DATE, SO IT IS RUN ONCE
      *   EARLY IN EACH MONTH FOR THE MONTH JUST ENDED.  FOR EVERY
      *   TECHNICIAN ON THE TECHNICIAN MASTER (TECHMSTR.DAT) IT SHOWS
      *   THE ORDERS CLOSED BY A CREW SLIP COMPLETED IN THAT MONTH,
      *   THE HOURS BOOKED, THE ACTUAL COST AGAINST THE RPRCODES.TXT
      *   ESTIMATE FOR THOSE ORDERS, AND THE SHARE OF THE ORDERS
      *   FINISHED ON OR BEFORE THEIR DUE DATE.  THE ORDERS COME OFF
      *   THE STANDING WORK-ORDER HISTORY (WOHIST.DAT).  A SLIP SIGNED
      *   BEFORE THE MASTER EXISTED, OR BY A TECHNICIAN SINCE DELETED,
      *   IS STILL COUNTED, UNDER A LINE MARKED NOT ON MASTER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TECHNICIAN-MASTER
                ASSIGN TO 'TECHMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS TM-TECH-ID
                FILE STATUS IS WS-TECHMSTR-STATUS.
            SELECT WORK-ORDER-HISTORY
                ASSIGN TO 'WOHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WH-ORDER-NUMBER
                FILE STATUS IS WS-WOHIST-STATUS.
            SELECT REPAIR-CODE-FILE
                ASSIGN TO 'RPRCODES.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PRODUCTIVITY-RPT-FILE
                ASSIGN TO 'TECHPROD.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  ONE RECORD PER TECHNICIAN, KEYED BY TECHNICIAN ID.  LAYOUT
      *  MUST STAY IN STEP WITH TechLoad AND WoComp.

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

      *  ONE RECORD PER WORK ORDER EVER CLOSED, KEYED BY ORDER NUMBER.
      *  LAYOUT MUST STAY IN STEP WITH WorkOrd, WoComp, StnLoad AND
      *  StnCost.

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
          05 WH-COMPLETED-R REDEFINES WH-DATE-COMPLETED.
             10 WH-COMPLETED-YYMM PIC 9(4).
             10 WH-COMPLETED-DD   PIC 9(2).
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

      *  REPAIR-CODE-FILE IS THE REFERENCE MASTER OF VALID REPAIR
      *  CODES - ITS ESTIMATED COST IS WHAT EACH ORDER'S ACTUAL COST
      *  IS MEASURED AGAINST, AS ON WoComp'S TURNAROUND REPORT

       FD REPAIR-CODE-FILE.

       01 REPAIR-CODE-RECORD.
          05 RC-REPAIR-CODE     PIC X(6).
          05 RC-DESCRIPTION     PIC X(20).
          05 RC-SEVERITY        PIC X.
          05 RC-EST-COST        PIC 9(5)V99.

       FD PRODUCTIVITY-RPT-FILE.

       01 PRODUCTIVITY-RPT-RECORD PIC X(132).

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

       01 WS-TECHMSTR-STATUS     PIC X(2).
       01 WS-WOHIST-STATUS       PIC X(2).
       01 WS-TECHMSTR-EOF-FLAG   PIC X VALUE 'Y'.
          88 MORE-TECH-RECORDS          VALUE 'Y'.
          88 NO-MORE-TECH-RECORDS       VALUE 'N'.
       01 WS-HISTORY-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-HISTORY-RECORDS       VALUE 'Y'.
          88 NO-MORE-HISTORY-RECORDS    VALUE 'N'.
       01 WS-RPRCODE-EOF-FLAG    PIC X VALUE SPACE.
          88 MORE-REPAIR-CODES          VALUE 'Y'.
          88 NO-MORE-REPAIR-CODES       VALUE 'N'.

      *  THE REPORT MONTH IS THE CALENDAR MONTH BEFORE THE RUN DATE -
      *  A JANUARY RUN REPORTS DECEMBER OF THE YEAR BEFORE
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YY           PIC 9(2).
          05 WS-RUN-MM           PIC 9(2).
          05 WS-RUN-DD           PIC 9(2).
       01 WS-REPORT-YYMM         PIC 9(4) VALUE ZERO.
       01 WS-REPORT-YYMM-R REDEFINES WS-REPORT-YYMM.
          05 WS-REPORT-YY        PIC 9(2).
          05 WS-REPORT-MM        PIC 9(2).

      *  IN-CORE COPY OF THE REPAIR-CODE REFERENCE MASTER
       01 WS-REPAIR-CODE-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-REPAIR-CODE-TABLE.
          05 WS-REPAIR-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-REPAIR-IDX.
             10 WS-RPR-CODE      PIC X(6).
             10 WS-RPR-DESC      PIC X(20).
             10 WS-RPR-SEVERITY  PIC X.
             10 WS-RPR-COST      PIC 9(5)V99.
       01 WS-FOUND-EST-COST      PIC 9(5)V99 VALUE ZERO.

      *  ONE ACCUMULATOR ENTRY PER TECHNICIAN.  THE MASTER IS LOADED
      *  IN ID ORDER, SO THE REPORT PRINTS IN ID ORDER; A SLIP SIGNER
      *  NOT ON THE MASTER IS ADDED TO THE END AS IT IS MET.  THE KEY
      *  IS THE WHOLE 15-BYTE SLIP FIELD SO A FREE-TEXT NAME FROM
      *  BEFORE THE MASTER EXISTED KEEPS ITS OWN LINE.
       01 WS-TECH-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-TECH-TABLE.
          05 WS-TECH-ENTRY OCCURS 300 TIMES
                INDEXED BY WS-TECH-IDX.
             10 WS-TP-TECH-KEY   PIC X(15).
             10 WS-TP-TECH-NAME  PIC X(20).
             10 WS-TP-REGION     PIC 9.
             10 WS-TP-STATUS     PIC X.
             10 WS-TP-ON-MASTER  PIC X.
             10 WS-TP-ORDERS     PIC 9(5).
             10 WS-TP-ON-TIME    PIC 9(5).
             10 WS-TP-HOURS      PIC 9(5)V9.
             10 WS-TP-EST-COST   PIC 9(7)V99.
             10 WS-TP-ACT-COST   PIC 9(7)V99.
       01 WS-TECH-FOUND-SWITCH   PIC X VALUE 'N'.
          88 TECH-FOUND                VALUE 'Y'.
          88 TECH-NOT-FOUND            VALUE 'N'.
       01 WS-TABLE-FULL-SWITCH   PIC X VALUE 'N'.
          88 TECH-TABLE-FULL           VALUE 'Y'.
       01 WS-PRINT-SUB           PIC 9(3) VALUE ZERO.

      *  LINE ARITHMETIC
       01 WS-COST-VARIANCE       PIC S9(7)V99 VALUE ZERO.
       01 WS-VARIANCE-PCT        PIC S9(5)V9 VALUE ZERO.
       01 WS-ON-TIME-PCT         PIC 9(3)V9 VALUE ZERO.

      *  RUN GRAND ACCUMULATORS AND EOJ GRADING FOR THE SCHEDULER -
      *  0 CLEAN, 4 SLIPS NOT ON THE MASTER OR TABLE OVERFLOW, 8 NO
      *  ORDERS CLOSED IN THE MONTH, 12 FILE I-O FAILURE
       01 WS-HISTORY-READ        PIC 9(7) VALUE ZERO.
       01 WS-TECHS-ON-MASTER     PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-ORDERS        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ON-TIME       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-HOURS         PIC 9(6)V9 VALUE ZERO.
       01 WS-TOTAL-EST-COST      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ACT-COST      PIC 9(9)V99 VALUE ZERO.
       01 WS-ORDERS-NOT-ON-MASTER PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-DROPPED      PIC 9(5) VALUE ZERO.
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

       01 PROD-TITLE-LINE.
          05        PIC X(40) VALUE
                        'Technician Productivity - Month (YYMM)'.
          05 TTL-REPORT-YYMM  PIC 9(4).
          05        PIC X(8)  VALUE '   Run'.
          05 TTL-RUN-DATE     PIC 9(6).

       01 PROD-HEADER-LINE.
          05        PIC X(8)  VALUE 'Tech'.
          05        PIC X(22) VALUE 'Name'.
          05        PIC X(4)  VALUE 'Rgn'.
          05        PIC X(4)  VALUE 'St'.
          05        PIC X(8)  VALUE 'Orders'.
          05        PIC X(9)  VALUE 'Hours'.
          05        PIC X(14) VALUE 'Est Cost'.
          05        PIC X(14) VALUE 'Act Cost'.
          05        PIC X(18) VALUE 'Variance'.
          05        PIC X(9)  VALUE 'Var %'.
          05        PIC X(8)  VALUE 'On Time'.
          05        PIC X(6)  VALUE '%'.

       01 PROD-DETAIL-LINE.
          05 PDL-TECH-ID          PIC X(6).
          05                      PIC X(2) VALUE SPACES.
          05 PDL-TECH-NAME        PIC X(20).
          05                      PIC X(2) VALUE SPACES.
          05 PDL-REGION           PIC X.
          05                      PIC X(3) VALUE SPACES.
          05 PDL-STATUS           PIC X.
          05                      PIC X(3) VALUE SPACES.
          05 PDL-ORDERS           PIC ZZZZ9.
          05                      PIC X(2) VALUE SPACES.
          05 PDL-HOURS            PIC ZZZZ9.9.
          05                      PIC X(2) VALUE SPACES.
          05 PDL-EST-COST         PIC $$,$$$,$$9.99.
          05                      PIC X    VALUE SPACE.
          05 PDL-ACT-COST         PIC $$,$$$,$$9.99.
          05                      PIC X    VALUE SPACE.
          05 PDL-VARIANCE         PIC +,+++,+++,++9.99.
          05                      PIC X(2) VALUE SPACES.
          05 PDL-VARIANCE-PCT     PIC +++++9.9.
          05                      PIC X(3) VALUE SPACES.
          05 PDL-ON-TIME          PIC ZZZZ9.
          05                      PIC X(2) VALUE SPACES.
          05 PDL-ON-TIME-PCT      PIC ZZ9.9.

       01 PROD-TOTAL-LINE-1.
          05        PIC X(26) VALUE 'Technicians on master ....'.
          05 PTL-TECHS PIC ZZZZ9.

       01 PROD-TOTAL-LINE-2.
          05        PIC X(26) VALUE 'Orders closed in month ...'.
          05 PTL-ORDERS PIC ZZZZ9.

       01 PROD-TOTAL-LINE-3.
          05        PIC X(26) VALUE 'Orders finished on time ..'.
          05 PTL-ON-TIME PIC ZZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05 PTL-ON-TIME-PCT PIC ZZ9.9.
          05        PIC X     VALUE '%'.

       01 PROD-TOTAL-LINE-4.
          05        PIC X(26) VALUE 'Total labor hours ........'.
          05 PTL-HOURS PIC ZZZZZ9.9.

       01 PROD-TOTAL-LINE-5.
          05        PIC X(26) VALUE 'Total estimated cost .....'.
          05 PTL-EST-COST PIC $$$$,$$$,$$9.99.

       01 PROD-TOTAL-LINE-6.
          05        PIC X(26) VALUE 'Total actual cost ........'.
          05 PTL-ACT-COST PIC $$$$,$$$,$$9.99.

       01 PROD-TOTAL-LINE-7.
          05        PIC X(26) VALUE 'Orders by techs not on mst'.
          05 PTL-NOT-ON-MASTER PIC ZZZZ9.

       01 PROD-TOTAL-LINE-8.
          05        PIC X(26) VALUE 'Orders dropped - tbl full '.
          05 PTL-DROPPED PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-STEP-START-TIME FROM TIME
           IF WS-RUN-MM = 1
               MOVE 12 TO WS-REPORT-MM
               IF WS-RUN-YY = ZERO
                   MOVE 99 TO WS-REPORT-YY
               ELSE
                   COMPUTE WS-REPORT-YY = WS-RUN-YY - 1
               END-IF
           ELSE
               MOVE WS-RUN-YY TO WS-REPORT-YY
               COMPUTE WS-REPORT-MM = WS-RUN-MM - 1
           END-IF

           PERFORM 220-LOAD-TECHNICIANS
           PERFORM 230-LOAD-REPAIR-CODES

      *  A HISTORY FILE THAT IS NOT THERE YET MEANS NO ORDER HAS EVER
      *  CLOSED - THAT IS AN EMPTY REPORT, NOT A FAILURE

           OPEN INPUT WORK-ORDER-HISTORY
           EVALUATE WS-WOHIST-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
               WHEN OTHER
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

           OPEN OUTPUT PRODUCTIVITY-RPT-FILE

           MOVE WS-REPORT-YYMM TO TTL-REPORT-YYMM
           MOVE WS-RUN-DATE    TO TTL-RUN-DATE
           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-HEADER-LINE
               AFTER ADVANCING 2 LINES

          .

      *  EVERY TECHNICIAN ON THE MASTER GETS A LINE, ACTIVE OR NOT,
      *  EVEN WITH NO ORDERS IN THE MONTH - A SUPERVISOR WANTS TO SEE
      *  THE IDLE ONES TOO.  WITHOUT THE MASTER THE REPORT HAS NOTHING
      *  TO REPORT AGAINST, SO A MISSING MASTER IS A DEAD STOP.

       220-LOAD-TECHNICIANS.

           OPEN INPUT TECHNICIAN-MASTER
           IF WS-TECHMSTR-STATUS NOT = '00'
               DISPLAY 'TECHPROD: TECHMSTR.DAT OPEN FAILED, STATUS '
                   WS-TECHMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           PERFORM UNTIL NO-MORE-TECH-RECORDS
               READ TECHNICIAN-MASTER
                   AT END
                       SET NO-MORE-TECH-RECORDS TO TRUE
                   NOT AT END
                       IF WS-TECH-COUNT < 300
                           ADD 1 TO WS-TECH-COUNT
                           SET WS-TECH-IDX TO WS-TECH-COUNT
                           INITIALIZE WS-TECH-ENTRY(WS-TECH-IDX)
                           MOVE TM-TECH-ID
                               TO WS-TP-TECH-KEY(WS-TECH-IDX)
                           MOVE TM-TECH-NAME
                               TO WS-TP-TECH-NAME(WS-TECH-IDX)
                           MOVE TM-HOME-REGION
                               TO WS-TP-REGION(WS-TECH-IDX)
                           MOVE TM-STATUS
                               TO WS-TP-STATUS(WS-TECH-IDX)
                           MOVE 'Y' TO WS-TP-ON-MASTER(WS-TECH-IDX)
                           ADD 1 TO WS-TECHS-ON-MASTER
                       END-IF
               END-READ
               IF WS-TECHMSTR-STATUS NOT = '00'
                  AND WS-TECHMSTR-STATUS NOT = '10'
                   SET IO-ERROR-OCCURRED TO TRUE
                   SET NO-MORE-TECH-RECORDS TO TRUE
               END-IF
           END-PERFORM

           CLOSE TECHNICIAN-MASTER

          .

       230-LOAD-REPAIR-CODES.

           OPEN INPUT REPAIR-CODE-FILE

           PERFORM UNTIL NO-MORE-REPAIR-CODES
               READ REPAIR-CODE-FILE
                   AT END
                       MOVE 'N' TO WS-RPRCODE-EOF-FLAG
                   NOT AT END
                       IF WS-REPAIR-CODE-COUNT < 50
                           ADD 1 TO WS-REPAIR-CODE-COUNT
                           MOVE RC-REPAIR-CODE TO
                               WS-RPR-CODE(WS-REPAIR-CODE-COUNT)
                           MOVE RC-DESCRIPTION TO
                               WS-RPR-DESC(WS-REPAIR-CODE-COUNT)
                           MOVE RC-SEVERITY TO
                               WS-RPR-SEVERITY(WS-REPAIR-CODE-COUNT)
                           MOVE RC-EST-COST TO
                               WS-RPR-COST(WS-REPAIR-CODE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REPAIR-CODE-FILE

          .

       300-READ-ROUTINE.

           PERFORM UNTIL NO-MORE-HISTORY-RECORDS
               READ WORK-ORDER-HISTORY
                   AT END
                       SET NO-MORE-HISTORY-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM 400-PROCESS-ONE-ORDER
               END-READ
               IF WS-WOHIST-STATUS NOT = '00'
                  AND WS-WOHIST-STATUS NOT = '10'
                   SET IO-ERROR-OCCURRED TO TRUE
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
               END-IF
           END-PERFORM

          .

      *  ONLY ORDERS A CREW ACTUALLY CLOSED WITH A SLIP COUNT - AN
      *  ORDER CLEARED, DECOMMISSIONED, OR REISSUED HAS NO TECHNICIAN
      *  WORK ON IT.  THE ORDER COUNTS IN THE MONTH IT WAS COMPLETED.

       400-PROCESS-ONE-ORDER.

           IF WH-CLOSED-BY-SLIP
              AND WH-COMPLETED-YYMM = WS-REPORT-YYMM
               PERFORM 410-FIND-TECHNICIAN
               IF TECH-FOUND
                   PERFORM 420-ACCUMULATE-ORDER
               ELSE
                   ADD 1 TO WS-ORDERS-DROPPED
               END-IF
           END-IF

          .

      *  FIND THE SLIP SIGNER IN THE TABLE, ADDING AN ENTRY MARKED NOT
      *  ON MASTER WHEN THERE IS NONE.  A FULL TABLE LEAVES THE ORDER
      *  UNCOUNTED AND IS SHOWN ON THE TOTALS.

       410-FIND-TECHNICIAN.

           SET TECH-NOT-FOUND TO TRUE
           SET WS-TECH-IDX TO 1

           SEARCH WS-TECH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TECH-IDX > WS-TECH-COUNT
                   CONTINUE
               WHEN WS-TP-TECH-KEY(WS-TECH-IDX) = WH-TECHNICIAN
                   SET TECH-FOUND TO TRUE
           END-SEARCH

           IF TECH-NOT-FOUND
               IF WS-TECH-COUNT < 300
                   ADD 1 TO WS-TECH-COUNT
                   SET WS-TECH-IDX TO WS-TECH-COUNT
                   INITIALIZE WS-TECH-ENTRY(WS-TECH-IDX)
                   MOVE WH-TECHNICIAN TO WS-TP-TECH-KEY(WS-TECH-IDX)
                   MOVE 'NOT ON MASTER' TO WS-TP-TECH-NAME(WS-TECH-IDX)
                   MOVE 'N' TO WS-TP-ON-MASTER(WS-TECH-IDX)
                   SET TECH-FOUND TO TRUE
               ELSE
                   SET TECH-TABLE-FULL TO TRUE
               END-IF
           END-IF

          .

      *  AN ORDER IS ON TIME WHEN IT WAS COMPLETED ON OR BEFORE ITS
      *  DUE DATE - AN ORDER WITH NO DUE DATE (ISSUED BEFORE DUE DATES
      *  WERE CARRIED) CANNOT BE LATE

       420-ACCUMULATE-ORDER.

           PERFORM 430-LOOKUP-EST-COST

           ADD 1                 TO WS-TP-ORDERS(WS-TECH-IDX)
           ADD WH-ACTUAL-HOURS   TO WS-TP-HOURS(WS-TECH-IDX)
           ADD WS-FOUND-EST-COST TO WS-TP-EST-COST(WS-TECH-IDX)
           ADD WH-ACTUAL-COST    TO WS-TP-ACT-COST(WS-TECH-IDX)
           IF WH-DATE-DUE = ZERO
              OR WH-DATE-COMPLETED NOT > WH-DATE-DUE
               ADD 1 TO WS-TP-ON-TIME(WS-TECH-IDX)
           END-IF

           IF WS-TP-ON-MASTER(WS-TECH-IDX) = 'N'
               ADD 1 TO WS-ORDERS-NOT-ON-MASTER
           END-IF

          .

      *  FIND THE ESTIMATE FOR THE ORDER'S REPAIR CODE - A CODE NO
      *  LONGER ON THE REFERENCE MASTER IS MEASURED AGAINST ZERO.  A
      *  PM ORDER CARRIES A TASK CODE, NOT A REPAIR CODE - ITS
      *  ESTIMATE IS THE ONE PmSched PUT ON THE ORDER.

       430-LOOKUP-EST-COST.

           IF WH-ORDER-PM
               MOVE WH-EST-COST TO WS-FOUND-EST-COST
           ELSE
               MOVE ZERO TO WS-FOUND-EST-COST
               SET WS-REPAIR-IDX TO 1

               SEARCH WS-REPAIR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REPAIR-IDX > WS-REPAIR-CODE-COUNT
                       CONTINUE
                   WHEN WS-RPR-CODE(WS-REPAIR-IDX) = WH-REPAIR-CODE
                       MOVE WS-RPR-COST(WS-REPAIR-IDX)
                           TO WS-FOUND-EST-COST
               END-SEARCH
           END-IF

          .

      *  ONE LINE PER TECHNICIAN IN TABLE ORDER, ROLLING EACH INTO
      *  THE RUN TOTALS.  THE VARIANCE PERCENT IS AGAINST THE ESTIMATE
      *  AND IS LEFT AT ZERO WHEN THERE IS NO ESTIMATE TO MEASURE BY.

       500-WRITE-TECHNICIAN-LINE.

           SET WS-TECH-IDX TO WS-PRINT-SUB

           COMPUTE WS-COST-VARIANCE =
               WS-TP-ACT-COST(WS-TECH-IDX) - WS-TP-EST-COST(WS-TECH-IDX)
           IF WS-TP-EST-COST(WS-TECH-IDX) > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-COST-VARIANCE * 100 / WS-TP-EST-COST(WS-TECH-IDX)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-VARIANCE-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-VARIANCE-PCT
           END-IF
           IF WS-TP-ORDERS(WS-TECH-IDX) > ZERO
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-TP-ON-TIME(WS-TECH-IDX) * 100
                       / WS-TP-ORDERS(WS-TECH-IDX)
           ELSE
               MOVE ZERO TO WS-ON-TIME-PCT
           END-IF

           MOVE WS-TP-TECH-KEY(WS-TECH-IDX)  TO PDL-TECH-ID
           MOVE WS-TP-TECH-NAME(WS-TECH-IDX) TO PDL-TECH-NAME
           IF WS-TP-ON-MASTER(WS-TECH-IDX) = 'Y'
               MOVE WS-TP-REGION(WS-TECH-IDX) TO PDL-REGION
               MOVE WS-TP-STATUS(WS-TECH-IDX) TO PDL-STATUS
           ELSE
               MOVE SPACE TO PDL-REGION
               MOVE SPACE TO PDL-STATUS
           END-IF
           MOVE WS-TP-ORDERS(WS-TECH-IDX)    TO PDL-ORDERS
           MOVE WS-TP-HOURS(WS-TECH-IDX)     TO PDL-HOURS
           MOVE WS-TP-EST-COST(WS-TECH-IDX)  TO PDL-EST-COST
           MOVE WS-TP-ACT-COST(WS-TECH-IDX)  TO PDL-ACT-COST
           MOVE WS-COST-VARIANCE             TO PDL-VARIANCE
           MOVE WS-VARIANCE-PCT              TO PDL-VARIANCE-PCT
           MOVE WS-TP-ON-TIME(WS-TECH-IDX)   TO PDL-ON-TIME
           MOVE WS-ON-TIME-PCT               TO PDL-ON-TIME-PCT

           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD WS-TP-ORDERS(WS-TECH-IDX)   TO WS-TOTAL-ORDERS
           ADD WS-TP-ON-TIME(WS-TECH-IDX)  TO WS-TOTAL-ON-TIME
           ADD WS-TP-HOURS(WS-TECH-IDX)    TO WS-TOTAL-HOURS
           ADD WS-TP-EST-COST(WS-TECH-IDX) TO WS-TOTAL-EST-COST
           ADD WS-TP-ACT-COST(WS-TECH-IDX) TO WS-TOTAL-ACT-COST

          .

       600-EOJ-ROUTINE.

           PERFORM 500-WRITE-TECHNICIAN-LINE
               VARYING WS-PRINT-SUB FROM 1 BY 1
               UNTIL WS-PRINT-SUB > WS-TECH-COUNT

           IF WS-TOTAL-ORDERS > ZERO
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-TOTAL-ON-TIME * 100 / WS-TOTAL-ORDERS
           ELSE
               MOVE ZERO TO WS-ON-TIME-PCT
           END-IF

           MOVE WS-TECHS-ON-MASTER      TO PTL-TECHS
           MOVE WS-TOTAL-ORDERS         TO PTL-ORDERS
           MOVE WS-TOTAL-ON-TIME        TO PTL-ON-TIME
           MOVE WS-ON-TIME-PCT          TO PTL-ON-TIME-PCT
           MOVE WS-TOTAL-HOURS          TO PTL-HOURS
           MOVE WS-TOTAL-EST-COST       TO PTL-EST-COST
           MOVE WS-TOTAL-ACT-COST       TO PTL-ACT-COST
           MOVE WS-ORDERS-NOT-ON-MASTER TO PTL-NOT-ON-MASTER
           MOVE WS-ORDERS-DROPPED       TO PTL-DROPPED

           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE PRODUCTIVITY-RPT-RECORD FROM PROD-TOTAL-LINE-8
               AFTER ADVANCING 1 LINE

           IF WS-WOHIST-STATUS NOT = '35'
               CLOSE WORK-ORDER-HISTORY
           END-IF
           CLOSE PRODUCTIVITY-RPT-FILE

           PERFORM 690-SET-RETURN-CODE

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE

       690-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'       TO WS-EOJ-CONDITION
               WHEN WS-TOTAL-ORDERS = ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'NO ORDERS IN MONTH'     TO WS-EOJ-CONDITION
               WHEN WS-ORDERS-NOT-ON-MASTER > ZERO
                 OR WS-ORDERS-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'TECHS NOT ON MASTER'    TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'TECHPROD: MONTH '  WS-REPORT-YYMM
                   ' ORDERS '          WS-TOTAL-ORDERS
                   ' TECHS '           WS-TECH-COUNT
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
               DISPLAY 'TECHPROD: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'TECHPROD' TO SL-PROGRAM
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
               MOVE WS-TOTAL-ORDERS TO SL-RECORDS-IN
               MOVE WS-TECH-COUNT TO SL-RECORDS-OUT
               COMPUTE SL-RECORDS-REJ =
                   WS-ORDERS-NOT-ON-MASTER
                 + WS-ORDERS-DROPPED
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
