       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BudgVar.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - REPAIR BUDGET VARIANCE
      *
      *   THIS PROGRAM MEASURES REPAIR SPEND AGAINST FINANCE'S
      *   BUDGET.  THE BUDGET FILE (RPRBUDG.TXT) CARRIES THE PLANNED
      *   SPEND FOR EACH REGION ON REGIONS.TXT FOR EACH MONTH OF THE
      *   FISCAL YEAR, LED BY A CONTROL RECORD GIVING THE YEAR AND
      *   MONTH THE FISCAL YEAR OPENS AND THE PERCENT OVER BUDGET
      *   THAT RAISES AN ALERT.
      *
      *   SPEND IS TAKEN TWO WAYS - THE ESTIMATED SPEND ArrayLab
      *   POSTS TO THE COST LEDGER (RPRCOST.DAT) WHEN A REPAIR
      *   CLEARS, AND THE ACTUAL SPEND ON EVERY ORDER IN THE WORK-
      *   ORDER HISTORY (WOHIST.DAT), PLACED IN ITS REGION THROUGH
      *   THE STATION MASTER AND REGIONS.TXT.  AN ORDER COUNTS IN THE
      *   MONTH IT WAS COMPLETED, OR FOR AN ORDER CLOSED WITHOUT A
      *   SLIP, THE MONTH IT CAME OFF THE REGISTER.
      *
      *   BUDGVAR.TXT SHOWS, FOR EACH FISCAL MONTH UP TO THE RUN
      *   DATE AND THEN FOR THE YEAR TO DATE, EACH REGION'S BUDGET,
      *   ESTIMATED AND ACTUAL SPEND WITH THE VARIANCE OF EACH FROM
      *   BUDGET IN DOLLARS AND PERCENT (OVER BUDGET IS POSITIVE),
      *   AND AN ALERT LINE FOR EVERY REGION WHOSE ACTUAL SPEND YEAR
      *   TO DATE IS OVER BUDGET BY MORE THAN THE ALERT PERCENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BUDGET-FILE
                ASSIGN TO 'RPRBUDG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUDGET-STATUS.
            SELECT REGION-ASSIGN-FILE
                ASSIGN TO 'REGIONS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT COST-LEDGER-FILE
                ASSIGN TO 'RPRCOST.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-STATUS.
            SELECT WORK-ORDER-HISTORY
                ASSIGN TO 'WOHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WH-ORDER-NUMBER
                FILE STATUS IS WS-WOHIST-STATUS.
            SELECT STATION-MASTER
                ASSIGN TO 'STNMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STNMSTR-STATUS.
            SELECT VARIANCE-RPT-FILE
                ASSIGN TO 'BUDGVAR.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  THE BUDGET FILE IS KEPT BY FINANCE AND REPLACED EACH FISCAL
      *  YEAR.  ONE CONTROL RECORD ('C') OPENS THE FILE:
      *
      *     TYPE             X        'C'
      *     FISCAL YEAR OPENS 9(4)    YYMM OF FISCAL MONTH 1
      *     ALERT PERCENT    9(3)V9   OVER-BUDGET PERCENT FOR ALERT
      *
      *  THEN ONE BUDGET RECORD ('B') PER REGION:
      *
      *     TYPE             X        'B'
      *     REGION           9        1-5, AS ON REGIONS.TXT
      *     MONTHLY BUDGET   9(7)V99  TWELVE TIMES, FISCAL MONTH 1-12

       FD BUDGET-FILE.

       01 BUDGET-RECORD.
          05 BG-RECORD-TYPE     PIC X.
             88 BG-CONTROL-RECORD     VALUE 'C'.
             88 BG-REGION-RECORD      VALUE 'B'.
          05 BG-REGION          PIC 9.
          05 BG-MONTH-BUDGET    PIC 9(7)V99 OCCURS 12 TIMES.

       01 BUDGET-CONTROL-RECORD.
          05 BC-RECORD-TYPE     PIC X.
          05 BC-FY-START-YY     PIC 9(2).
          05 BC-FY-START-MM     PIC 9(2).
          05 BC-ALERT-PCT       PIC 9(3)V9.

      *  LAYOUT MUST STAY IN STEP WITH REGION-ASSIGN-RECORD IN
      *  ArrayLab

       FD REGION-ASSIGN-FILE.

       01 REGION-ASSIGN-RECORD.
          05 RA-STATE           PIC X(2).
          05 RA-REGION          PIC 9.

      *  LAYOUT MUST STAY IN STEP WITH COST-LEDGER-RECORD IN
      *  ArrayLab

       FD COST-LEDGER-FILE.

       01 COST-LEDGER-RECORD.
          05 LG-STATION-CODE    PIC X(6).
          05 LG-TRAIN-STATE     PIC X(2).
          05 LG-REGION          PIC 9.
          05 LG-REPAIR-CODE     PIC X(6).
          05 LG-SEVERITY        PIC X.
          05 LG-EST-COST        PIC 9(5)V99.
          05 LG-DATE-OPENED     PIC 9(6).
          05 LG-DATE-CLEARED-X  PIC X(6).
          05 LG-DATE-CLEARED REDEFINES LG-DATE-CLEARED-X
                                PIC 9(6).

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

       FD VARIANCE-RPT-FILE.

       01 VARIANCE-RPT-RECORD PIC X(132).

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

       01 WS-BUDGET-STATUS       PIC X(2).
       01 WS-LEDGER-STATUS       PIC X(2).
       01 WS-WOHIST-STATUS       PIC X(2).
       01 WS-STNMSTR-STATUS      PIC X(2).

       01 WS-BUDGET-EOF-FLAG     PIC X VALUE 'Y'.
          88 MORE-BUDGET-RECORDS       VALUE 'Y'.
          88 NO-MORE-BUDGET-RECORDS    VALUE 'N'.
       01 WS-REGION-EOF-FLAG     PIC X VALUE SPACE.
          88 MORE-REGION-RECORDS       VALUE 'Y'.
          88 NO-MORE-REGION-RECORDS    VALUE 'N'.
       01 WS-LEDGER-EOF-FLAG     PIC X VALUE 'Y'.
          88 MORE-LEDGER-RECORDS       VALUE 'Y'.
          88 NO-MORE-LEDGER-RECORDS    VALUE 'N'.
       01 WS-HISTORY-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-HISTORY-RECORDS      VALUE 'Y'.
          88 NO-MORE-HISTORY-RECORDS   VALUE 'N'.

       01 WS-CONTROL-SWITCH      PIC X VALUE 'N'.
          88 BUDGET-CONTROL-SEEN       VALUE 'Y'.
          88 NO-BUDGET-CONTROL         VALUE 'N'.

      *  THE RUN DATE SETS HOW FAR INTO THE FISCAL YEAR TO REPORT
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.

      *  FISCAL CALENDAR - THE YEAR AND MONTH FISCAL MONTH 1 FALLS
      *  IN, THE ALERT THRESHOLD, AND THE LAST FISCAL MONTH THE RUN
      *  DATE HAS REACHED (ZERO BEFORE THE YEAR OPENS, 12 AFTER IT
      *  CLOSES)
       01 WS-FY-START-YY         PIC 9(2) VALUE ZERO.
       01 WS-FY-START-MM         PIC 9(2) VALUE ZERO.
       01 WS-ALERT-PCT           PIC 9(3)V9 VALUE ZERO.
       01 WS-THROUGH-MONTH       PIC 9(2) VALUE ZERO.

      *  A DATE TO BE PLACED IN A FISCAL MONTH, AND WHERE IT FELL -
      *  OUTSIDE 1-12 MEANS IT IS NOT IN THIS FISCAL YEAR
       01 WS-CALC-DATE           PIC 9(6) VALUE ZERO.
       01 WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
          05 WS-CALC-YY          PIC 9(2).
          05 WS-CALC-MM          PIC 9(2).
          05 WS-CALC-DD          PIC 9(2).
       01 WS-YEAR-DIFF           PIC S9(3) VALUE ZERO.
       01 WS-FISCAL-MONTH        PIC S9(4) VALUE ZERO.

      *  CALENDAR YEAR AND MONTH OF A FISCAL MONTH, FOR ITS BANNER
       01 WS-LABEL-YYMM.
          05 WS-LABEL-YY         PIC 9(2).
          05 WS-LABEL-MM         PIC 9(2).

      *  IN-CORE COPY OF THE STATE-TO-REGION ASSIGNMENT FILE
       01 WS-REGION-ASSIGN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-REGION-ASSIGN-TABLE.
          05 WS-REGION-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-REGION-IDX.
             10 WS-RGA-STATE    PIC X(2).
             10 WS-RGA-REGION   PIC 9.
       01 WS-FOUND-REGION        PIC 9 VALUE ZERO.

      *  REGION NAMES - MUST STAY IN STEP WITH THE TABLE IN ArrayLab
       01 WS-REGION-NAME-TABLE.
          05 FILLER PIC X(12) VALUE 'NORTHEAST'.
          05 FILLER PIC X(12) VALUE 'SOUTHEAST'.
          05 FILLER PIC X(12) VALUE 'MIDWEST'.
          05 FILLER PIC X(12) VALUE 'SOUTHWEST'.
          05 FILLER PIC X(12) VALUE 'WEST'.
       01 WS-REGION-NAME-TABLE-R REDEFINES WS-REGION-NAME-TABLE.
          05 WS-REGION-NAME OCCURS 5 TIMES PIC X(12).

      *  BUDGET, ESTIMATED AND ACTUAL SPEND BY REGION AND FISCAL
      *  MONTH
       01 WS-SPEND-TABLE.
          05 WS-SPR-ENTRY OCCURS 5 TIMES.
             10 WS-SPR-BUDGETED PIC X.
                88 REGION-BUDGETED      VALUE 'Y'.
                88 REGION-NOT-BUDGETED  VALUE 'N'.
             10 WS-SPM-ENTRY OCCURS 12 TIMES.
                15 WS-SPM-BUDGET    PIC 9(7)V99.
                15 WS-SPM-ESTIMATE  PIC 9(7)V99.
                15 WS-SPM-ACTUAL    PIC 9(7)V99.

       01 WS-REGION-SUB          PIC 9.
       01 WS-MONTH-SUB           PIC 9(2).

      *  THE FIGURES FOR THE LINE BEING PRINTED - ONE REGION'S MONTH,
      *  ONE REGION'S YEAR TO DATE, OR THE ALL-REGION TOTAL OF EITHER
       01 WS-LINE-BUDGET         PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-ESTIMATE       PIC 9(9)V99 VALUE ZERO.
       01 WS-LINE-ACTUAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-BUDGET        PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ESTIMATE      PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-ACTUAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-EST-VARIANCE        PIC S9(9)V99 VALUE ZERO.
       01 WS-ACT-VARIANCE        PIC S9(9)V99 VALUE ZERO.
       01 WS-EST-PERCENT         PIC S9(5)V9 VALUE ZERO.
       01 WS-ACT-PERCENT         PIC S9(5)V9 VALUE ZERO.

      *  RUN COUNTS AND EOJ GRADING FOR THE SCHEDULER - 0 CLEAN,
      *  4 REGIONS OVER BUDGET OR POSTINGS REJECTED, 8 NO BUDGET ON
      *  FILE, 12 FILE I-O FAILURE
       01 WS-BUDGET-RECORDS      PIC 9(3) VALUE ZERO.
       01 WS-BUDGET-REJECTS      PIC 9(3) VALUE ZERO.
       01 WS-LEDGER-READ         PIC 9(7) VALUE ZERO.
       01 WS-LEDGER-IN-YEAR      PIC 9(7) VALUE ZERO.
       01 WS-LEDGER-REJECTS      PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-READ         PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-IN-YEAR      PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-UNMAPPED     PIC 9(5) VALUE ZERO.
       01 WS-REGIONS-ALERTED     PIC 9 VALUE ZERO.
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

       01 VARIANCE-TITLE-LINE.
          05        PIC X(44) VALUE
                        'Repair Budget Versus Actual - Fiscal Year'.
          05 VTL-FY-START PIC 9(4).
          05        PIC X(12) VALUE '  Run Date'.
          05 VTL-RUN-DATE PIC 9(6).
          05        PIC X(18) VALUE '  Alert Over'.
          05 VTL-ALERT-PCT PIC ZZ9.9.
          05        PIC X     VALUE '%'.

       01 MONTH-BANNER-LINE.
          05        PIC X(13) VALUE 'Fiscal Month'.
          05 MBL-FISCAL-MONTH PIC Z9.
          05        PIC X(4)  VALUE '  ('.
          05 MBL-YYMM  PIC 9(4).
          05        PIC X     VALUE ')'.

       01 YTD-BANNER-LINE.
          05        PIC X(34) VALUE
                        'Year To Date Through Fiscal Month'.
          05 YBL-FISCAL-MONTH PIC Z9.

       01 VARIANCE-HEADER-LINE.
          05        PIC X(25) VALUE '  Region'.
          05        PIC X(16) VALUE '        Budget'.
          05        PIC X(16) VALUE '     Estimated'.
          05        PIC X(17) VALUE '   Est Variance'.
          05        PIC X(9)  VALUE '   Est %'.
          05        PIC X(16) VALUE '        Actual'.
          05        PIC X(17) VALUE '   Act Variance'.
          05        PIC X(9)  VALUE '   Act %'.

       01 VARIANCE-DETAIL-LINE.
          05                      PIC X(2)  VALUE SPACES.
          05 VDL-REGION-LABEL.
             10                   PIC X(7)  VALUE 'Region'.
             10 VDL-REGION        PIC 9.
             10                   PIC X(2)  VALUE SPACES.
             10 VDL-REGION-NAME   PIC X(12).
          05                      PIC X     VALUE SPACE.
          05 VDL-BUDGET           PIC $$$,$$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 VDL-ESTIMATE         PIC $$$,$$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 VDL-EST-VARIANCE     PIC $$$,$$$,$$9.99-.
          05                      PIC X(2)  VALUE SPACES.
          05 VDL-EST-PERCENT      PIC ZZZZ9.9-.
          05 VDL-EST-PERCENT-X REDEFINES VDL-EST-PERCENT
                                  PIC X(8).
          05                      PIC X(1)  VALUE SPACES.
          05 VDL-ACTUAL           PIC $$$,$$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 VDL-ACT-VARIANCE     PIC $$$,$$$,$$9.99-.
          05                      PIC X(2)  VALUE SPACES.
          05 VDL-ACT-PERCENT      PIC ZZZZ9.9-.
          05 VDL-ACT-PERCENT-X REDEFINES VDL-ACT-PERCENT
                                  PIC X(8).

       01 ALERT-LINE.
          05        PIC X(13) VALUE '*** ALERT ***'.
          05        PIC X(8)  VALUE '  Region'.
          05 ALL-REGION      PIC 9.
          05        PIC X(2)  VALUE SPACES.
          05 ALL-REGION-NAME PIC X(12).
          05        PIC X(25) VALUE 'actual spend year to date'.
          05 ALL-PERCENT-TEXT.
             10 ALL-PERCENT  PIC ZZZZ9.9.
             10              PIC X(19) VALUE '% over budget,'.
          05        PIC X(8)  VALUE ' limit '.
          05 ALL-LIMIT       PIC ZZ9.9.
          05        PIC X     VALUE '%'.

       01 NO-MONTHS-LINE.
          05        PIC X(50) VALUE
                  'The fiscal year has not opened as of the run date'.

       01 VARIANCE-SUMMARY-LINE-1.
          05        PIC X(26) VALUE 'Budget records read ......'.
          05 VSL-BUDGET-RECORDS PIC ZZZZZZ9.

       01 VARIANCE-SUMMARY-LINE-2.
          05        PIC X(26) VALUE 'Budget records rejected ..'.
          05 VSL-BUDGET-REJECTS PIC ZZZZZZ9.

       01 VARIANCE-SUMMARY-LINE-3.
          05        PIC X(26) VALUE 'Ledger postings read .....'.
          05 VSL-LEDGER-READ PIC ZZZZZZ9.

       01 VARIANCE-SUMMARY-LINE-4.
          05        PIC X(26) VALUE 'Postings in fiscal year ..'.
          05 VSL-LEDGER-IN-YEAR PIC ZZZZZZ9.

       01 VARIANCE-SUMMARY-LINE-5.
          05        PIC X(26) VALUE 'Postings rejected ........'.
          05 VSL-LEDGER-REJECTS PIC ZZZZZZ9.

       01 VARIANCE-SUMMARY-LINE-6.
          05        PIC X(26) VALUE 'Closed orders read .......'.
          05 VSL-ORDERS-READ PIC ZZZZZZ9.

       01 VARIANCE-SUMMARY-LINE-7.
          05        PIC X(26) VALUE 'Orders in fiscal year ....'.
          05 VSL-ORDERS-IN-YEAR PIC ZZZZZZ9.

       01 VARIANCE-SUMMARY-LINE-8.
          05        PIC X(26) VALUE 'Orders with no region ....'.
          05 VSL-ORDERS-UNMAPPED PIC ZZZZZZ9.

       01 VARIANCE-SUMMARY-LINE-9.
          05        PIC X(26) VALUE 'Regions over alert limit .'.
          05 VSL-REGIONS-ALERTED PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           IF BUDGET-CONTROL-SEEN
               PERFORM 300-ACCUMULATE-LEDGER
               PERFORM 350-ACCUMULATE-HISTORY
               PERFORM 500-WRITE-VARIANCE-REPORT
           END-IF
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-STEP-START-TIME FROM TIME

           PERFORM 210-CLEAR-SPEND-TABLE
           PERFORM 220-LOAD-REGION-TABLE
           PERFORM 230-LOAD-BUDGET

           OPEN INPUT STATION-MASTER
           IF WS-STNMSTR-STATUS NOT = '00'
               DISPLAY 'BUDGVAR: STNMSTR.DAT OPEN FAILED, STATUS '
                   WS-STNMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT VARIANCE-RPT-FILE

           MOVE WS-FY-START-YY TO WS-LABEL-YY
           MOVE WS-FY-START-MM TO WS-LABEL-MM
           MOVE WS-LABEL-YYMM  TO VTL-FY-START
           MOVE WS-RUN-DATE    TO VTL-RUN-DATE
           MOVE WS-ALERT-PCT   TO VTL-ALERT-PCT
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-TITLE-LINE
               AFTER ADVANCING PAGE

      *  HOW FAR INTO THE FISCAL YEAR THE RUN DATE HAS COME

           MOVE WS-RUN-DATE TO WS-CALC-DATE
           PERFORM 470-FIND-FISCAL-MONTH
           EVALUATE TRUE
               WHEN WS-FISCAL-MONTH < 1
                   MOVE ZERO TO WS-THROUGH-MONTH
               WHEN WS-FISCAL-MONTH > 12
                   MOVE 12 TO WS-THROUGH-MONTH
               WHEN OTHER
                   MOVE WS-FISCAL-MONTH TO WS-THROUGH-MONTH
           END-EVALUATE

          .

       210-CLEAR-SPEND-TABLE.

           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1 UNTIL
                 WS-REGION-SUB > 5
               SET REGION-NOT-BUDGETED(WS-REGION-SUB) TO TRUE
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL
                     WS-MONTH-SUB > 12
                   MOVE ZERO TO WS-SPM-BUDGET(WS-REGION-SUB,
                                              WS-MONTH-SUB)
                   MOVE ZERO TO WS-SPM-ESTIMATE(WS-REGION-SUB,
                                                WS-MONTH-SUB)
                   MOVE ZERO TO WS-SPM-ACTUAL(WS-REGION-SUB,
                                              WS-MONTH-SUB)
               END-PERFORM
           END-PERFORM

          .

       220-LOAD-REGION-TABLE.

           OPEN INPUT REGION-ASSIGN-FILE

           PERFORM UNTIL NO-MORE-REGION-RECORDS
               READ REGION-ASSIGN-FILE
                   AT END
                       MOVE 'N' TO WS-REGION-EOF-FLAG
                   NOT AT END
                       IF WS-REGION-ASSIGN-COUNT < 50
                          AND RA-REGION >= 1 AND RA-REGION <= 5
                           ADD 1 TO WS-REGION-ASSIGN-COUNT
                           MOVE RA-STATE TO
                               WS-RGA-STATE(WS-REGION-ASSIGN-COUNT)
                           MOVE RA-REGION TO
                               WS-RGA-REGION(WS-REGION-ASSIGN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REGION-ASSIGN-FILE

          .

      *  THE BUDGET FILE IS THE REPORT'S YARDSTICK - IF IT CANNOT BE
      *  OPENED THE RUN STOPS.  A FILE WITH NO CONTROL RECORD HAS NO
      *  FISCAL YEAR TO MEASURE AND IS GRADED AS NO BUDGET ON FILE.
      *  A REGION RECORD OFF THE 1-5 RANGE, A SECOND RECORD FOR THE
      *  SAME REGION, OR A SECOND CONTROL RECORD IS REJECTED.

       230-LOAD-BUDGET.

           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY 'BUDGVAR: RPRBUDG.TXT OPEN FAILED, STATUS '
                   WS-BUDGET-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           PERFORM UNTIL NO-MORE-BUDGET-RECORDS
               READ BUDGET-FILE
                   AT END
                       SET NO-MORE-BUDGET-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BUDGET-RECORDS
                       PERFORM 235-TAKE-BUDGET-RECORD
               END-READ
           END-PERFORM

           CLOSE BUDGET-FILE

          .

       235-TAKE-BUDGET-RECORD.

           EVALUATE TRUE
               WHEN BG-CONTROL-RECORD AND NO-BUDGET-CONTROL
                    AND BC-FY-START-YY NUMERIC
                    AND BC-FY-START-MM NUMERIC
                    AND BC-FY-START-MM >= 1 AND BC-FY-START-MM <= 12
                    AND BC-ALERT-PCT NUMERIC
                   SET BUDGET-CONTROL-SEEN TO TRUE
                   MOVE BC-FY-START-YY TO WS-FY-START-YY
                   MOVE BC-FY-START-MM TO WS-FY-START-MM
                   MOVE BC-ALERT-PCT   TO WS-ALERT-PCT
               WHEN BG-REGION-RECORD
                    AND BG-REGION >= 1 AND BG-REGION <= 5
                   IF REGION-BUDGETED(BG-REGION)
                       ADD 1 TO WS-BUDGET-REJECTS
                   ELSE
                       SET REGION-BUDGETED(BG-REGION) TO TRUE
                       PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL
                             WS-MONTH-SUB > 12
                           IF BG-MONTH-BUDGET(WS-MONTH-SUB) NUMERIC
                               MOVE BG-MONTH-BUDGET(WS-MONTH-SUB) TO
                                   WS-SPM-BUDGET(BG-REGION,
                                                 WS-MONTH-SUB)
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BUDGET-REJECTS
           END-EVALUATE

          .

      *  ESTIMATED SPEND - EVERY LEDGER POSTING THAT CLEARED IN THE
      *  FISCAL YEAR, UNDER THE REGION IT WAS POSTED WITH.  A POSTING
      *  WITH A BAD CLEARED DATE OR REGION IS REJECTED AS CostRpt
      *  REJECTS IT.  A MISSING LEDGER MEANS NOTHING HAS CLEARED.

       300-ACCUMULATE-LEDGER.

           OPEN INPUT COST-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               SET NO-MORE-LEDGER-RECORDS TO TRUE
           END-IF

           PERFORM UNTIL NO-MORE-LEDGER-RECORDS
               READ COST-LEDGER-FILE
                   AT END
                       SET NO-MORE-LEDGER-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READ
                       PERFORM 310-POST-LEDGER-RECORD
               END-READ
           END-PERFORM

           IF WS-LEDGER-STATUS NOT = '35'
               CLOSE COST-LEDGER-FILE
           END-IF

          .

       310-POST-LEDGER-RECORD.

           IF LG-DATE-CLEARED-X NOT NUMERIC
              OR LG-REGION < 1 OR LG-REGION > 5
               ADD 1 TO WS-LEDGER-REJECTS
           ELSE
               MOVE LG-DATE-CLEARED TO WS-CALC-DATE
               PERFORM 470-FIND-FISCAL-MONTH
               IF WS-FISCAL-MONTH >= 1 AND WS-FISCAL-MONTH <= 12
                   ADD LG-EST-COST TO
                       WS-SPM-ESTIMATE(LG-REGION, WS-FISCAL-MONTH)
                   ADD 1 TO WS-LEDGER-IN-YEAR
               END-IF
           END-IF

          .

      *  ACTUAL SPEND - EVERY ORDER IN THE HISTORY THAT CLOSED IN THE
      *  FISCAL YEAR, PLACED IN ITS STATION'S REGION.  AN ORDER WHOSE
      *  STATION OR STATE CANNOT BE PLACED IN A REGION IS COUNTED AS
      *  UNMAPPED.  A MISSING HISTORY MEANS NO ORDER HAS CLOSED.

       350-ACCUMULATE-HISTORY.

           OPEN INPUT WORK-ORDER-HISTORY
           EVALUATE WS-WOHIST-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
               WHEN OTHER
                   DISPLAY 'BUDGVAR: WOHIST.DAT OPEN FAILED, STATUS '
                       WS-WOHIST-STATUS ' - FILE I-O FAILURE'
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

           PERFORM UNTIL NO-MORE-HISTORY-RECORDS
               READ WORK-ORDER-HISTORY
                   AT END
                       SET NO-MORE-HISTORY-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       PERFORM 360-POST-HISTORY-RECORD
               END-READ
               EVALUATE WS-WOHIST-STATUS
                   WHEN '00'
                       CONTINUE
                   WHEN '10'
                       SET NO-MORE-HISTORY-RECORDS TO TRUE
                   WHEN OTHER
                       DISPLAY 'BUDGVAR: WOHIST.DAT READ FAILED, '
                           'STATUS ' WS-WOHIST-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-HISTORY-RECORDS TO TRUE
               END-EVALUATE
           END-PERFORM

           IF WS-WOHIST-STATUS NOT = '35'
               CLOSE WORK-ORDER-HISTORY
           END-IF

          .

       360-POST-HISTORY-RECORD.

           IF WH-DATE-COMPLETED > ZERO
               MOVE WH-DATE-COMPLETED TO WS-CALC-DATE
           ELSE
               MOVE WH-DATE-CLOSED    TO WS-CALC-DATE
           END-IF
           PERFORM 470-FIND-FISCAL-MONTH

           IF WS-FISCAL-MONTH >= 1 AND WS-FISCAL-MONTH <= 12
               ADD 1 TO WS-ORDERS-IN-YEAR
               PERFORM 370-FIND-ORDER-REGION
               IF WS-FOUND-REGION = ZERO
                   ADD 1 TO WS-ORDERS-UNMAPPED
               ELSE
                   ADD WH-ACTUAL-COST TO
                       WS-SPM-ACTUAL(WS-FOUND-REGION, WS-FISCAL-MONTH)
               END-IF
           END-IF

          .

      *  STATION TO STATE THROUGH THE STATION MASTER, STATE TO REGION
      *  THROUGH THE IN-CORE COPY OF REGIONS.TXT

       370-FIND-ORDER-REGION.

           MOVE ZERO TO WS-FOUND-REGION
           MOVE WH-STATION-CODE TO SM-STATION-CODE
           READ STATION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REGION-IDX TO 1
                   SEARCH WS-REGION-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-REGION-IDX > WS-REGION-ASSIGN-COUNT
                           CONTINUE
                       WHEN WS-RGA-STATE(WS-REGION-IDX) =
                             SM-TRAIN-STATE
                           MOVE WS-RGA-REGION(WS-REGION-IDX)
                               TO WS-FOUND-REGION
                   END-SEARCH
           END-READ

          .

      *  PLACE WS-CALC-DATE IN THE FISCAL YEAR - FISCAL MONTH 1 IS
      *  THE MONTH ON THE CONTROL RECORD.  A YEAR DIFFERENCE BELOW
      *  -50 HAS CROSSED A CENTURY AND IS CARRIED FORWARD.

       470-FIND-FISCAL-MONTH.

           COMPUTE WS-YEAR-DIFF = WS-CALC-YY - WS-FY-START-YY
           IF WS-YEAR-DIFF < -50
               ADD 100 TO WS-YEAR-DIFF
           END-IF
           COMPUTE WS-FISCAL-MONTH =
               WS-YEAR-DIFF * 12 + WS-CALC-MM - WS-FY-START-MM + 1

          .

      *  ONE BLOCK PER FISCAL MONTH THE RUN DATE HAS REACHED, THEN
      *  THE YEAR-TO-DATE BLOCK AND ITS ALERTS

       500-WRITE-VARIANCE-REPORT.

           IF WS-THROUGH-MONTH = ZERO
               WRITE VARIANCE-RPT-RECORD FROM NO-MONTHS-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL
                 WS-MONTH-SUB > WS-THROUGH-MONTH
               PERFORM 510-WRITE-MONTH-BLOCK
           END-PERFORM

           IF WS-THROUGH-MONTH > ZERO
               PERFORM 540-WRITE-YTD-BLOCK
           END-IF

          .

       510-WRITE-MONTH-BLOCK.

           MOVE WS-MONTH-SUB TO MBL-FISCAL-MONTH
           COMPUTE WS-LABEL-MM = WS-FY-START-MM + WS-MONTH-SUB - 1
           MOVE WS-FY-START-YY TO WS-LABEL-YY
           IF WS-LABEL-MM > 12
               SUBTRACT 12 FROM WS-LABEL-MM
               IF WS-LABEL-YY = 99
                   MOVE ZERO TO WS-LABEL-YY
               ELSE
                   ADD 1 TO WS-LABEL-YY
               END-IF
           END-IF
           MOVE WS-LABEL-YYMM TO MBL-YYMM
           WRITE VARIANCE-RPT-RECORD FROM MONTH-BANNER-LINE
               AFTER ADVANCING 2 LINES
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-HEADER-LINE
               AFTER ADVANCING 1 LINE

           MOVE ZERO TO WS-TOTAL-BUDGET
           MOVE ZERO TO WS-TOTAL-ESTIMATE
           MOVE ZERO TO WS-TOTAL-ACTUAL

           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1 UNTIL
                 WS-REGION-SUB > 5
               MOVE WS-SPM-BUDGET(WS-REGION-SUB, WS-MONTH-SUB)
                   TO WS-LINE-BUDGET
               MOVE WS-SPM-ESTIMATE(WS-REGION-SUB, WS-MONTH-SUB)
                   TO WS-LINE-ESTIMATE
               MOVE WS-SPM-ACTUAL(WS-REGION-SUB, WS-MONTH-SUB)
                   TO WS-LINE-ACTUAL
               PERFORM 560-WRITE-REGION-LINE
           END-PERFORM

           PERFORM 570-WRITE-TOTAL-LINE

          .

      *  YEAR TO DATE IS FISCAL MONTH 1 THROUGH THE RUN DATE'S MONTH.
      *  A REGION WHOSE ACTUAL SPEND IS OVER ITS BUDGET BY MORE THAN
      *  THE ALERT PERCENT - OR THAT HAS SPENT AGAINST NO BUDGET AT
      *  ALL - GETS AN ALERT LINE UNDER THE BLOCK.

       540-WRITE-YTD-BLOCK.

           MOVE WS-THROUGH-MONTH TO YBL-FISCAL-MONTH
           WRITE VARIANCE-RPT-RECORD FROM YTD-BANNER-LINE
               AFTER ADVANCING 3 LINES
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-HEADER-LINE
               AFTER ADVANCING 1 LINE

           MOVE ZERO TO WS-TOTAL-BUDGET
           MOVE ZERO TO WS-TOTAL-ESTIMATE
           MOVE ZERO TO WS-TOTAL-ACTUAL

           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1 UNTIL
                 WS-REGION-SUB > 5
               MOVE ZERO TO WS-LINE-BUDGET
               MOVE ZERO TO WS-LINE-ESTIMATE
               MOVE ZERO TO WS-LINE-ACTUAL
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL
                     WS-MONTH-SUB > WS-THROUGH-MONTH
                   ADD WS-SPM-BUDGET(WS-REGION-SUB, WS-MONTH-SUB)
                       TO WS-LINE-BUDGET
                   ADD WS-SPM-ESTIMATE(WS-REGION-SUB, WS-MONTH-SUB)
                       TO WS-LINE-ESTIMATE
                   ADD WS-SPM-ACTUAL(WS-REGION-SUB, WS-MONTH-SUB)
                       TO WS-LINE-ACTUAL
               END-PERFORM
               PERFORM 560-WRITE-REGION-LINE
           END-PERFORM

           PERFORM 570-WRITE-TOTAL-LINE

           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1 UNTIL
                 WS-REGION-SUB > 5
               MOVE ZERO TO WS-LINE-BUDGET
               MOVE ZERO TO WS-LINE-ACTUAL
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1 UNTIL
                     WS-MONTH-SUB > WS-THROUGH-MONTH
                   ADD WS-SPM-BUDGET(WS-REGION-SUB, WS-MONTH-SUB)
                       TO WS-LINE-BUDGET
                   ADD WS-SPM-ACTUAL(WS-REGION-SUB, WS-MONTH-SUB)
                       TO WS-LINE-ACTUAL
               END-PERFORM
               PERFORM 580-CHECK-REGION-ALERT
           END-PERFORM

          .

       560-WRITE-REGION-LINE.

           ADD WS-LINE-BUDGET   TO WS-TOTAL-BUDGET
           ADD WS-LINE-ESTIMATE TO WS-TOTAL-ESTIMATE
           ADD WS-LINE-ACTUAL   TO WS-TOTAL-ACTUAL

           MOVE WS-REGION-SUB TO VDL-REGION
           MOVE WS-REGION-NAME(WS-REGION-SUB) TO VDL-REGION-NAME
           PERFORM 565-FORMAT-VARIANCE-LINE
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

      *  VARIANCE IS SPEND LESS BUDGET, SO OVER BUDGET IS POSITIVE;
      *  THE PERCENT IS OF BUDGET AND IS LEFT AS N/A WHERE THERE IS
      *  NO BUDGET TO MEASURE AGAINST

       565-FORMAT-VARIANCE-LINE.

           COMPUTE WS-EST-VARIANCE = WS-LINE-ESTIMATE - WS-LINE-BUDGET
           COMPUTE WS-ACT-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET

           MOVE WS-LINE-BUDGET   TO VDL-BUDGET
           MOVE WS-LINE-ESTIMATE TO VDL-ESTIMATE
           MOVE WS-EST-VARIANCE  TO VDL-EST-VARIANCE
           MOVE WS-LINE-ACTUAL   TO VDL-ACTUAL
           MOVE WS-ACT-VARIANCE  TO VDL-ACT-VARIANCE

           IF WS-LINE-BUDGET = ZERO
               MOVE '     N/A' TO VDL-EST-PERCENT-X
               MOVE '     N/A' TO VDL-ACT-PERCENT-X
           ELSE
               COMPUTE WS-EST-PERCENT ROUNDED =
                   WS-EST-VARIANCE * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-EST-PERCENT
               END-COMPUTE
               COMPUTE WS-ACT-PERCENT ROUNDED =
                   WS-ACT-VARIANCE * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-ACT-PERCENT
               END-COMPUTE
               MOVE WS-EST-PERCENT TO VDL-EST-PERCENT
               MOVE WS-ACT-PERCENT TO VDL-ACT-PERCENT
           END-IF

          .

       570-WRITE-TOTAL-LINE.

           MOVE WS-TOTAL-BUDGET   TO WS-LINE-BUDGET
           MOVE WS-TOTAL-ESTIMATE TO WS-LINE-ESTIMATE
           MOVE WS-TOTAL-ACTUAL   TO WS-LINE-ACTUAL
           MOVE 'All regions'     TO VDL-REGION-LABEL
           PERFORM 565-FORMAT-VARIANCE-LINE
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE

      *  PUT BACK THE REGION LABEL THE TOTAL LINE OVERLAID

           MOVE SPACES   TO VDL-REGION-LABEL
           MOVE 'Region' TO VDL-REGION-LABEL(1:7)

          .

       580-CHECK-REGION-ALERT.

           IF WS-LINE-BUDGET = ZERO
               IF WS-LINE-ACTUAL > ZERO
                   MOVE SPACES TO ALL-PERCENT-TEXT
                   MOVE 'spent with no budget,' TO ALL-PERCENT-TEXT
                   PERFORM 585-WRITE-ALERT-LINE
               END-IF
           ELSE
               COMPUTE WS-ACT-PERCENT ROUNDED =
                   (WS-LINE-ACTUAL - WS-LINE-BUDGET) * 100
                       / WS-LINE-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-ACT-PERCENT
               END-COMPUTE
               IF WS-ACT-PERCENT > WS-ALERT-PCT
                   MOVE SPACES TO ALL-PERCENT-TEXT
                   MOVE WS-ACT-PERCENT TO ALL-PERCENT
                   MOVE '% over budget,' TO ALL-PERCENT-TEXT(8:19)
                   PERFORM 585-WRITE-ALERT-LINE
               END-IF
           END-IF

          .

       585-WRITE-ALERT-LINE.

           ADD 1 TO WS-REGIONS-ALERTED
           MOVE WS-REGION-SUB TO ALL-REGION
           MOVE WS-REGION-NAME(WS-REGION-SUB) TO ALL-REGION-NAME
           MOVE WS-ALERT-PCT TO ALL-LIMIT
           IF WS-REGIONS-ALERTED = 1
               WRITE VARIANCE-RPT-RECORD FROM ALERT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE VARIANCE-RPT-RECORD FROM ALERT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       600-EOJ-ROUTINE.

           MOVE WS-BUDGET-RECORDS  TO VSL-BUDGET-RECORDS
           MOVE WS-BUDGET-REJECTS  TO VSL-BUDGET-REJECTS
           MOVE WS-LEDGER-READ     TO VSL-LEDGER-READ
           MOVE WS-LEDGER-IN-YEAR  TO VSL-LEDGER-IN-YEAR
           MOVE WS-LEDGER-REJECTS  TO VSL-LEDGER-REJECTS
           MOVE WS-ORDERS-READ     TO VSL-ORDERS-READ
           MOVE WS-ORDERS-IN-YEAR  TO VSL-ORDERS-IN-YEAR
           MOVE WS-ORDERS-UNMAPPED TO VSL-ORDERS-UNMAPPED
           MOVE WS-REGIONS-ALERTED TO VSL-REGIONS-ALERTED

           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-SUMMARY-LINE-1
               AFTER ADVANCING 3 LINES
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-SUMMARY-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-SUMMARY-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-SUMMARY-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-SUMMARY-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-SUMMARY-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-SUMMARY-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-SUMMARY-LINE-8
               AFTER ADVANCING 1 LINE
           WRITE VARIANCE-RPT-RECORD FROM VARIANCE-SUMMARY-LINE-9
               AFTER ADVANCING 1 LINE

           CLOSE STATION-MASTER
                 VARIANCE-RPT-FILE

           PERFORM 690-SET-RETURN-CODE

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE

       690-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'       TO WS-EOJ-CONDITION
               WHEN NO-BUDGET-CONTROL
                   MOVE 8 TO RETURN-CODE
                   MOVE 'NO BUDGET ON FILE'      TO WS-EOJ-CONDITION
               WHEN WS-REGIONS-ALERTED > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'REGIONS OVER BUDGET'    TO WS-EOJ-CONDITION
               WHEN WS-BUDGET-REJECTS > ZERO
                    OR WS-LEDGER-REJECTS > ZERO
                    OR WS-ORDERS-UNMAPPED > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'COMPLETED WITH REJECTS' TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'BUDGVAR: LEDGER '  WS-LEDGER-IN-YEAR
                   ' ORDERS '          WS-ORDERS-IN-YEAR
                   ' ALERTS '          WS-REGIONS-ALERTED
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
               DISPLAY 'BUDGVAR: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'BUDGVAR' TO SL-PROGRAM
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
               COMPUTE SL-RECORDS-IN =
                   WS-LEDGER-READ
                 + WS-ORDERS-READ
               COMPUTE SL-RECORDS-OUT =
                   WS-LEDGER-IN-YEAR
                 + WS-ORDERS-IN-YEAR
               COMPUTE SL-RECORDS-REJ =
                   WS-BUDGET-REJECTS
                 + WS-LEDGER-REJECTS
                 + WS-ORDERS-UNMAPPED
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
