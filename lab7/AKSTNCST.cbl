       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StnCost.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - STATION MAINTENANCE COST
      *
      *   THIS PROGRAM READS THE STANDING WORK-ORDER HISTORY
      *   (WOHIST.DAT - EVERY ORDER WorkOrd, WoComp, OR StnLoad HAS
      *   TAKEN OFF THE REGISTER) AND PRINTS EACH STATION'S
      *   MAINTENANCE COST TO DATE ON STNCOST.TXT: ONE LINE PER
      *   ORDER, OLDEST FIRST, SHOWING WHO WORKED IT, THE HOURS, AND
      *   THE ESTIMATE AGAINST THE ACTUAL COST, THEN A STATION TOTAL
      *   LINE WITH THE ACTUAL SPEND FOR THE CURRENT AND THE PRIOR
      *   YEAR BESIDE THE TOTAL TO DATE, AND A RUN GRAND SUMMARY.
      *   THE HISTORY IS KEYED BY ORDER NUMBER, SO IT IS SORTED BY
      *   STATION FIRST; THE STATION'S STATE AND CITY COME FROM THE
      *   STATION MASTER.  AN ORDER COUNTS IN THE YEAR IT WAS
      *   COMPLETED, OR FOR AN ORDER CLOSED WITHOUT A SLIP, THE YEAR
      *   IT CAME OFF THE REGISTER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT WORK-ORDER-HISTORY
                ASSIGN TO 'WOHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WH-ORDER-NUMBER
                FILE STATUS IS WS-WOHIST-STATUS.
            SELECT SORT-WORK-FILE
                ASSIGN TO 'SCSRTWRK.TMP'.
            SELECT SORTED-HISTORY-FILE
                ASSIGN TO 'SCHSTSRT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT STATION-MASTER
                ASSIGN TO 'STNMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STNMSTR-STATUS.
            SELECT COST-REPORT-FILE
                ASSIGN TO 'STNCOST.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  ONE RECORD PER WORK ORDER EVER CLOSED, KEYED BY ORDER NUMBER.
      *  LAYOUT MUST STAY IN STEP WITH WorkOrd, WoComp AND StnLoad.

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

      *  THE SORT RECORD IS THE HISTORY RECORD WITH THE STATION CODE
      *  AND THE YEAR THE ORDER COUNTS IN MOVED TO THE FRONT

       SD SORT-WORK-FILE.

       01 SORT-WORK-RECORD.
          05 SW-STATION-CODE    PIC X(6).
          05 SW-DATE-ISSUED     PIC 9(6).
          05 SW-ORDER-NUMBER    PIC 9(6).
          05 SW-COST-YEAR       PIC 9(2).
          05 SW-HISTORY-DATA    PIC X(78).

       FD SORTED-HISTORY-FILE.

       01 SORTED-HISTORY-RECORD.
          05 SH-STATION-CODE    PIC X(6).
          05 SH-DATE-ISSUED     PIC 9(6).
          05 SH-ORDER-NUMBER    PIC 9(6).
          05 SH-COST-YEAR       PIC 9(2).
          05 SH-HISTORY-DATA.
             10 SH-ORDER-NBR-2  PIC 9(6).
             10 SH-STATION-2    PIC X(6).
             10 SH-REPAIR-CODE  PIC X(6).
             10 SH-SEVERITY     PIC X.
             10 SH-EST-COST     PIC 9(5)V99.
             10 SH-ISSUED-2     PIC 9(6).
             10 SH-DATE-DUE     PIC 9(6).
             10 SH-DATE-COMPLETED PIC 9(6).
             10 SH-TECHNICIAN   PIC X(15).
             10 SH-ACTUAL-HOURS PIC 9(3)V9.
             10 SH-ACTUAL-COST  PIC 9(5)V99.
             10 SH-CLOSE-TYPE   PIC X.
             10 SH-DATE-CLOSED  PIC 9(6).
             10 SH-ORDER-TYPE   PIC X.

      *  LAYOUT MUST STAY IN STEP WITH StnLoad

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

       FD COST-REPORT-FILE.

       01 COST-REPORT-RECORD PIC X(132).

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
          88 MORE-RECORDS            VALUE 'Y'.
          88 NO-MORE-RECORDS         VALUE 'N'.

       01 WS-WOHIST-STATUS       PIC X(2).
       01 WS-STNMSTR-STATUS      PIC X(2).
       01 WS-HISTORY-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-HISTORY-RECORDS       VALUE 'Y'.
          88 NO-MORE-HISTORY-RECORDS    VALUE 'N'.
       01 WS-WOHIST-OPEN-SWITCH  PIC X VALUE 'N'.
          88 WOHIST-IS-OPEN             VALUE 'Y'.
          88 WOHIST-NOT-OPEN            VALUE 'N'.

      *  THE RUN DATE SETS WHICH YEAR IS CURRENT AND WHICH IS PRIOR
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YY           PIC 9(2).
          05 WS-RUN-MMDD         PIC 9(4).
       01 WS-PRIOR-YY            PIC 9(2) VALUE ZERO.
       01 WS-COUNT-DATE          PIC 9(6) VALUE ZERO.
       01 WS-COUNT-DATE-R REDEFINES WS-COUNT-DATE.
          05 WS-COUNT-YY         PIC 9(2).
          05 WS-COUNT-MMDD       PIC 9(4).

      *  STATION CONTROL BREAK AND STATION ACCUMULATORS
       01 WS-PREV-STATION        PIC X(6) VALUE SPACES.
       01 WS-STN-ORDERS          PIC 9(5) VALUE ZERO.
       01 WS-STN-HOURS           PIC 9(6)V9 VALUE ZERO.
       01 WS-STN-EST-COST        PIC 9(7)V99 VALUE ZERO.
       01 WS-STN-ACT-COST        PIC 9(7)V99 VALUE ZERO.
       01 WS-STN-CURR-YEAR       PIC 9(7)V99 VALUE ZERO.
       01 WS-STN-PRIOR-YEAR      PIC 9(7)V99 VALUE ZERO.

      *  RUN GRAND ACCUMULATORS AND EOJ GRADING FOR THE SCHEDULER -
      *  0 CLEAN, 8 EMPTY OR MISSING HISTORY, 12 FILE I-O FAILURE
       01 WS-TOTAL-ORDERS        PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-STATIONS      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-HOURS         PIC 9(7)V9 VALUE ZERO.
       01 WS-TOTAL-EST-COST      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ACT-COST      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-CURR-YEAR     PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-PRIOR-YEAR    PIC 9(9)V99 VALUE ZERO.
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

       01 COST-TITLE-LINE.
          05        PIC X(42) VALUE
                        'Station Maintenance Cost To Date - Run'.
          05 CTL-RUN-DATE PIC 9(6).

       01 STATION-BANNER-LINE.
          05        PIC X(9)  VALUE 'Station'.
          05 SBL-STATION-CODE PIC X(6).
          05        PIC X(2)  VALUE SPACES.
          05 SBL-STATE        PIC X(2).
          05        PIC X(2)  VALUE SPACES.
          05 SBL-CITY         PIC X(10).
          05        PIC X(2)  VALUE SPACES.
          05 SBL-STATUS       PIC X(16).

       01 COST-HEADER-LINE.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(8)  VALUE 'Order'.
          05        PIC X(8)  VALUE 'Repair'.
          05        PIC X(4)  VALUE 'Sev'.
          05        PIC X(8)  VALUE 'Issued'.
          05        PIC X(10) VALUE 'Completed'.
          05        PIC X(17) VALUE 'Technician'.
          05        PIC X(8)  VALUE 'Hours'.
          05        PIC X(12) VALUE 'Est Cost'.
          05        PIC X(12) VALUE 'Act Cost'.
          05        PIC X(16) VALUE 'Closed By'.
          05        PIC X(6)  VALUE 'Type'.

       01 COST-DETAIL-LINE.
          05                      PIC X(4) VALUE SPACES.
          05 CDL-ORDER-NUMBER     PIC 9(6).
          05                      PIC X(2) VALUE SPACES.
          05 CDL-REPAIR-CODE      PIC X(6).
          05                      PIC X(3) VALUE SPACES.
          05 CDL-SEVERITY         PIC X.
          05                      PIC X(2) VALUE SPACES.
          05 CDL-DATE-ISSUED      PIC 9(6).
          05                      PIC X(2) VALUE SPACES.
          05 CDL-DATE-COMPLETED   PIC 9(6).
          05                      PIC X(4) VALUE SPACES.
          05 CDL-TECHNICIAN       PIC X(15).
          05                      PIC X(2) VALUE SPACES.
          05 CDL-HOURS            PIC ZZ9.9.
          05                      PIC X(2) VALUE SPACES.
          05 CDL-EST-COST         PIC $$$,$$9.99.
          05                      PIC X(2) VALUE SPACES.
          05 CDL-ACT-COST         PIC $$$,$$9.99.
          05                      PIC X(2) VALUE SPACES.
          05 CDL-CLOSED-BY        PIC X(14).
          05                      PIC X(2) VALUE SPACES.
          05 CDL-ORDER-TYPE       PIC X(6).

       01 STATION-TOTAL-LINE.
          05                      PIC X(4)  VALUE SPACES.
          05                      PIC X(8)  VALUE 'Orders'.
          05 STL-ORDERS           PIC ZZZZ9.
          05                      PIC X(8)  VALUE '  Hours'.
          05 STL-HOURS            PIC ZZZZZ9.9.
          05                      PIC X(7)  VALUE '  Est'.
          05 STL-EST-COST         PIC $$,$$$,$$9.99.
          05                      PIC X(10) VALUE '  To Date'.
          05 STL-ACT-COST         PIC $$,$$$,$$9.99.
          05                      PIC X(8)  VALUE '  Year'.
          05 STL-CURR-YY          PIC 99.
          05                      PIC X     VALUE SPACE.
          05 STL-CURR-YEAR        PIC $$,$$$,$$9.99.
          05                      PIC X(8)  VALUE '  Year'.
          05 STL-PRIOR-YY         PIC 99.
          05                      PIC X     VALUE SPACE.
          05 STL-PRIOR-YEAR       PIC $$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE-1.
          05        PIC X(26) VALUE 'Stations reported ........'.
          05 GTL-STATIONS PIC ZZZZ9.

       01 GRAND-TOTAL-LINE-2.
          05        PIC X(26) VALUE 'Closed orders read .......'.
          05 GTL-ORDERS PIC ZZZZZZ9.

       01 GRAND-TOTAL-LINE-3.
          05        PIC X(26) VALUE 'Total labor hours ........'.
          05 GTL-HOURS PIC ZZZZZZ9.9.

       01 GRAND-TOTAL-LINE-4.
          05        PIC X(26) VALUE 'Total estimated cost .....'.
          05 GTL-EST-COST PIC $$$$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE-5.
          05        PIC X(26) VALUE 'Total actual cost to date '.
          05 GTL-ACT-COST PIC $$$$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE-6.
          05        PIC X(26) VALUE 'Actual cost current year .'.
          05 GTL-CURR-YEAR PIC $$$$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE-7.
          05        PIC X(26) VALUE 'Actual cost prior year ...'.
          05 GTL-PRIOR-YEAR PIC $$$$,$$$,$$9.99.

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
           IF WS-RUN-YY = ZERO
               MOVE 99 TO WS-PRIOR-YY
           ELSE
               COMPUTE WS-PRIOR-YY = WS-RUN-YY - 1
           END-IF

           PERFORM 250-SORT-THE-HISTORY

           OPEN INPUT SORTED-HISTORY-FILE

           OPEN INPUT STATION-MASTER
           IF WS-STNMSTR-STATUS NOT = '00'
               DISPLAY 'STNCOST: STNMSTR.DAT OPEN FAILED, STATUS '
                   WS-STNMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT COST-REPORT-FILE

           MOVE WS-RUN-DATE TO CTL-RUN-DATE
           WRITE COST-REPORT-RECORD FROM COST-TITLE-LINE
               AFTER ADVANCING PAGE

          .

      *  STATION MAJOR, DATE ISSUED AND ORDER NUMBER MINOR, SO EACH
      *  STATION'S ORDERS PRINT OLDEST FIRST UNDER ONE BANNER

       250-SORT-THE-HISTORY.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STATION-CODE
               ON ASCENDING KEY SW-DATE-ISSUED
               ON ASCENDING KEY SW-ORDER-NUMBER
               INPUT PROCEDURE IS 255-RELEASE-ORDERS
               GIVING SORTED-HISTORY-FILE

          .

      *  A HISTORY FILE THAT IS NOT THERE YET MEANS NO ORDER HAS EVER
      *  CLOSED - THAT IS AN EMPTY REPORT, NOT A FAILURE

       255-RELEASE-ORDERS.

           OPEN INPUT WORK-ORDER-HISTORY
           EVALUATE WS-WOHIST-STATUS
               WHEN '00'
                   SET WOHIST-IS-OPEN TO TRUE
               WHEN '35'
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
               WHEN OTHER
                   DISPLAY 'STNCOST: WOHIST.DAT OPEN FAILED, STATUS '
                       WS-WOHIST-STATUS ' - FILE I-O FAILURE'
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

           PERFORM UNTIL NO-MORE-HISTORY-RECORDS
               READ WORK-ORDER-HISTORY
                   AT END
                       SET NO-MORE-HISTORY-RECORDS TO TRUE
                   NOT AT END
                       MOVE WH-STATION-CODE TO SW-STATION-CODE
                       MOVE WH-DATE-ISSUED  TO SW-DATE-ISSUED
                       MOVE WH-ORDER-NUMBER TO SW-ORDER-NUMBER
                       IF WH-DATE-COMPLETED > ZERO
                           MOVE WH-DATE-COMPLETED TO WS-COUNT-DATE
                       ELSE
                           MOVE WH-DATE-CLOSED    TO WS-COUNT-DATE
                       END-IF
                       MOVE WS-COUNT-YY     TO SW-COST-YEAR
                       MOVE WORK-ORDER-HISTORY-RECORD
                           TO SW-HISTORY-DATA
                       RELEASE SORT-WORK-RECORD
               END-READ
               EVALUATE WS-WOHIST-STATUS
                   WHEN '00'
                       CONTINUE
                   WHEN '10'
                       SET NO-MORE-HISTORY-RECORDS TO TRUE
                   WHEN OTHER
                       DISPLAY 'STNCOST: WOHIST.DAT READ FAILED, '
                           'STATUS ' WS-WOHIST-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-HISTORY-RECORDS TO TRUE
               END-EVALUATE
           END-PERFORM

           IF WOHIST-IS-OPEN
               CLOSE WORK-ORDER-HISTORY
           END-IF

          .

       300-READ-ROUTINE.

           PERFORM UNTIL NO-MORE-RECORDS
           READ SORTED-HISTORY-FILE
               AT END
                   MOVE 'N' TO END-OF-FILE-FLAG
               NOT AT END
                   PERFORM 400-PROCESS-ONE-ORDER
           END-READ
           END-PERFORM

          .

       400-PROCESS-ONE-ORDER.

           IF SH-STATION-CODE NOT = WS-PREV-STATION
               PERFORM 440-STATION-BREAK
           END-IF

           PERFORM 450-WRITE-ORDER-LINE

           ADD 1               TO WS-STN-ORDERS
           ADD SH-ACTUAL-HOURS TO WS-STN-HOURS
           ADD SH-EST-COST     TO WS-STN-EST-COST
           ADD SH-ACTUAL-COST  TO WS-STN-ACT-COST
           EVALUATE SH-COST-YEAR
               WHEN WS-RUN-YY
                   ADD SH-ACTUAL-COST TO WS-STN-CURR-YEAR
               WHEN WS-PRIOR-YY
                   ADD SH-ACTUAL-COST TO WS-STN-PRIOR-YEAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

          .

      *  STATION CONTROL BREAK - CLOSE OUT THE STATION JUST FINISHED
      *  AND PRINT THE BANNER FOR THE NEW ONE.  ON THE VERY FIRST
      *  ORDER THERE IS NO PRIOR STATION TO CLOSE.

       440-STATION-BREAK.

           IF WS-PREV-STATION NOT = SPACES
               PERFORM 460-WRITE-STATION-TOTAL
           END-IF

           MOVE SH-STATION-CODE TO WS-PREV-STATION
           MOVE ZERO TO WS-STN-ORDERS
           MOVE ZERO TO WS-STN-HOURS
           MOVE ZERO TO WS-STN-EST-COST
           MOVE ZERO TO WS-STN-ACT-COST
           MOVE ZERO TO WS-STN-CURR-YEAR
           MOVE ZERO TO WS-STN-PRIOR-YEAR

           MOVE SH-STATION-CODE TO SBL-STATION-CODE
           MOVE SH-STATION-CODE TO SM-STATION-CODE
           READ STATION-MASTER
               INVALID KEY
                   MOVE SPACES TO SBL-STATE
                   MOVE SPACES TO SBL-CITY
                   MOVE 'NOT ON MASTER' TO SBL-STATUS
               NOT INVALID KEY
                   MOVE SM-TRAIN-STATE  TO SBL-STATE
                   MOVE SM-STATION-CITY TO SBL-CITY
                   IF SM-STATION-INACTIVE
                       MOVE 'DECOMMISSIONED' TO SBL-STATUS
                   ELSE
                       MOVE SPACES TO SBL-STATUS
                   END-IF
           END-READ

           WRITE COST-REPORT-RECORD FROM STATION-BANNER-LINE
               AFTER ADVANCING 2 LINES
           WRITE COST-REPORT-RECORD FROM COST-HEADER-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WS-TOTAL-STATIONS

          .

       450-WRITE-ORDER-LINE.

           MOVE SH-ORDER-NUMBER    TO CDL-ORDER-NUMBER
           MOVE SH-REPAIR-CODE     TO CDL-REPAIR-CODE
           MOVE SH-SEVERITY        TO CDL-SEVERITY
           MOVE SH-DATE-ISSUED     TO CDL-DATE-ISSUED
           MOVE SH-DATE-COMPLETED  TO CDL-DATE-COMPLETED
           MOVE SH-TECHNICIAN      TO CDL-TECHNICIAN
           MOVE SH-ACTUAL-HOURS    TO CDL-HOURS
           MOVE SH-EST-COST        TO CDL-EST-COST
           MOVE SH-ACTUAL-COST     TO CDL-ACT-COST

           EVALUATE SH-CLOSE-TYPE
               WHEN 'S'
                   MOVE 'CREW SLIP'      TO CDL-CLOSED-BY
               WHEN 'H'
                   MOVE 'REPAIR CLEARED' TO CDL-CLOSED-BY
               WHEN 'D'
                   MOVE 'DECOMMISSION'   TO CDL-CLOSED-BY
               WHEN 'R'
                   MOVE 'REISSUED'       TO CDL-CLOSED-BY
               WHEN OTHER
                   MOVE SPACES           TO CDL-CLOSED-BY
           END-EVALUATE

      *  PREVENTIVE-MAINTENANCE ORDERS ARE MARKED SO THE PLANNED
      *  SPEND CAN BE TOLD FROM THE BREAKDOWNS

           IF SH-ORDER-TYPE = 'P'
               MOVE 'PM'     TO CDL-ORDER-TYPE
           ELSE
               MOVE 'REPAIR' TO CDL-ORDER-TYPE
           END-IF

           WRITE COST-REPORT-RECORD FROM COST-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

      *  THE STATION'S TOTALS GO ON ITS OWN LINE AND ROLL INTO THE
      *  RUN GRAND TOTALS

       460-WRITE-STATION-TOTAL.

           MOVE WS-STN-ORDERS      TO STL-ORDERS
           MOVE WS-STN-HOURS       TO STL-HOURS
           MOVE WS-STN-EST-COST    TO STL-EST-COST
           MOVE WS-STN-ACT-COST    TO STL-ACT-COST
           MOVE WS-RUN-YY          TO STL-CURR-YY
           MOVE WS-STN-CURR-YEAR   TO STL-CURR-YEAR
           MOVE WS-PRIOR-YY        TO STL-PRIOR-YY
           MOVE WS-STN-PRIOR-YEAR  TO STL-PRIOR-YEAR

           WRITE COST-REPORT-RECORD FROM STATION-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           ADD WS-STN-ORDERS       TO WS-TOTAL-ORDERS
           ADD WS-STN-HOURS        TO WS-TOTAL-HOURS
           ADD WS-STN-EST-COST     TO WS-TOTAL-EST-COST
           ADD WS-STN-ACT-COST     TO WS-TOTAL-ACT-COST
           ADD WS-STN-CURR-YEAR    TO WS-TOTAL-CURR-YEAR
           ADD WS-STN-PRIOR-YEAR   TO WS-TOTAL-PRIOR-YEAR

          .

       600-EOJ-ROUTINE.

      *  CLOSE OUT THE LAST STATION - THERE IS NO FURTHER STATION
      *  CHANGE TO CUT ITS TOTAL, SO IT IS CUT HERE

           IF WS-PREV-STATION NOT = SPACES
               PERFORM 460-WRITE-STATION-TOTAL
           END-IF

           MOVE WS-TOTAL-STATIONS   TO GTL-STATIONS
           MOVE WS-TOTAL-ORDERS     TO GTL-ORDERS
           MOVE WS-TOTAL-HOURS      TO GTL-HOURS
           MOVE WS-TOTAL-EST-COST   TO GTL-EST-COST
           MOVE WS-TOTAL-ACT-COST   TO GTL-ACT-COST
           MOVE WS-TOTAL-CURR-YEAR  TO GTL-CURR-YEAR
           MOVE WS-TOTAL-PRIOR-YEAR TO GTL-PRIOR-YEAR

           WRITE COST-REPORT-RECORD FROM GRAND-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE COST-REPORT-RECORD FROM GRAND-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE COST-REPORT-RECORD FROM GRAND-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE COST-REPORT-RECORD FROM GRAND-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE COST-REPORT-RECORD FROM GRAND-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE COST-REPORT-RECORD FROM GRAND-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE COST-REPORT-RECORD FROM GRAND-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE

           CLOSE SORTED-HISTORY-FILE
                 STATION-MASTER
                 COST-REPORT-FILE

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
                   MOVE 'EMPTY INPUT FILE'       TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'STNCOST: ORDERS '  WS-TOTAL-ORDERS
                   ' STATIONS '        WS-TOTAL-STATIONS
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
               DISPLAY 'STNCOST: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'STNCOST' TO SL-PROGRAM
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
               MOVE WS-TOTAL-STATIONS TO SL-RECORDS-OUT
               MOVE ZERO TO SL-RECORDS-REJ
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
