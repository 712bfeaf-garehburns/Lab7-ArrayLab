       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SnapShot.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - PRE-RUN MASTER SNAPSHOT
      *
      *   THIS STEP RUNS AHEAD OF StnLoad EVERY NIGHT.  IT COPIES THE
      *   MASTERS THE BATCH IS ABOUT TO CHANGE - THE STATION MASTER
      *   (STNMSTR.DAT), THE REPAIR HISTORY (RPRHIST.DAT), THE WORK-
      *   ORDER REGISTER (WRKORDRG.DAT), THE COST LEDGER
      *   (RPRCOST.DAT), THE WORK-ORDER HISTORY (WOHIST.DAT), THE
      *   PARTS MASTER (PARTMSTR.DAT), THE PART RESERVATIONS
      *   (PARTRSV.DAT), THE PM SCHEDULE (PMSCHED.DAT) AND THE GL
      *   SENT FILE (GLSENT.DAT) - TOGETHER WITH THE RUN CONTROL
      *   (RUNCTRL.DAT) INTO ONE GENERATION ON THE SNAPSHOT FILE
      *   (SNAPSHOT.DAT).
      *   THE GENERATION IS TAGGED WITH THE BATCH THE RUN CONTROL
      *   SAYS THE MASTERS NOW REFLECT, SO IT IS THE STATE OF THE
      *   MASTERS BEFORE THE NEXT BATCH.  Backout PUTS A GENERATION
      *   BACK WHEN A BATCH HAS TO BE BACKED OUT AND RERUN.
      *
      *   EACH FILE IN A GENERATION IS ONE BLOCK - A HEADER CARRYING
      *   THE DATE AND TIME THE SNAPSHOT WAS TAKEN, ONE DETAIL PER
      *   RECORD IN KEY ORDER, AND A TRAILER CARRYING THE RECORD
      *   COUNT.  THE SNAPSHOT CATALOG (SNAPCAT.DAT) HOLDS ONE ENTRY
      *   PER GENERATION ON FILE, WRITTEN ONLY AFTER EVERY BLOCK OF
      *   THE GENERATION IS SAFELY DOWN, WITH THE SAME TIMESTAMP AND
      *   EACH BLOCK'S COUNT, SO Backout CAN PROVE A GENERATION IS
      *   WHOLE BEFORE IT TOUCHES A MASTER.
      *
      *   ONLY THE NEWEST GENERATIONS-KEPT GENERATIONS ARE KEPT.  A
      *   GENERATION ALREADY ON FILE FOR THE SAME BATCH (THE NIGHT
      *   BEFORE A RERUN) IS REPLACED.  THE SURVIVING GENERATIONS ARE
      *   COPIED TO A WORK FILE, THE NEW ONE IS ADDED BEHIND THEM, AND
      *   ONLY THEN IS THE WORK FILE COPIED BACK OVER SNAPSHOT.DAT -
      *   A FAILURE PART WAY THROUGH LEAVES THE OLD GENERATIONS AS
      *   THEY WERE.  SNAPRPT.TXT LISTS THE GENERATION TAKEN AND THE
      *   GENERATIONS KEPT AND DROPPED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STATION-MASTER
                ASSIGN TO 'STNMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STNMSTR-STATUS.
            SELECT REPAIR-HISTORY-FILE
                ASSIGN TO 'RPRHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RH-HISTORY-KEY
                FILE STATUS IS WS-HISTORY-STATUS.
            SELECT WORK-REGISTER
                ASSIGN TO 'WRKORDRG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS WR-STATION-CODE
                FILE STATUS IS WS-REGISTER-STATUS.
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
            SELECT PARTS-MASTER
                ASSIGN TO 'PARTMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PA-PART-NUMBER
                FILE STATUS IS WS-PARTMSTR-STATUS.
            SELECT PART-RESERVATION
                ASSIGN TO 'PARTRSV.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RV-RESERVATION-KEY
                FILE STATUS IS WS-PARTRSV-STATUS.
            SELECT PM-SCHEDULE
                ASSIGN TO 'PMSCHED.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PS-SCHED-KEY
                FILE STATUS IS WS-PMSCHED-STATUS.
            SELECT GL-SENT-FILE
                ASSIGN TO 'GLSENT.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS GS-ORDER-NUMBER
                FILE STATUS IS WS-GLSENT-STATUS.
            SELECT SNAPSHOT-FILE
                ASSIGN TO 'SNAPSHOT.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNAPSHOT-STATUS.
            SELECT SNAPSHOT-WORK-FILE
                ASSIGN TO 'SNAPWORK.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNAPWORK-STATUS.
            SELECT SNAP-CATALOG-FILE
                ASSIGN TO 'SNAPCAT.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNAPCAT-STATUS.
            SELECT SNAP-REPORT-FILE
                ASSIGN TO 'SNAPRPT.TXT'.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  RUN-CONTROL RECORD WRITTEN BY StnLoad - COPIED WHOLE INTO THE
      *  GENERATION AND READ FOR THE BATCH THE GENERATION IS TAGGED
      *  WITH.  LAYOUT MUST STAY IN STEP WITH StnLoad.

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

       FD REPAIR-HISTORY-FILE.

       01 REPAIR-HISTORY-RECORD.
          05 RH-HISTORY-KEY.
             10 RH-STATION-CODE PIC X(6).
             10 RH-EPISODE-NBR  PIC 9(3).
          05 RH-REPAIR-CODE     PIC X(6).
          05 RH-DATE-OPENED     PIC 9(6).
          05 RH-DATE-CLEARED    PIC 9(6).
          05 RH-REPAIR-STATUS   PIC X.
             88 RH-REPAIR-OPEN        VALUE 'O'.
             88 RH-REPAIR-CLEARED     VALUE 'C'.

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

       FD COST-LEDGER-FILE.

       01 COST-LEDGER-RECORD.
          05 LG-STATION-CODE    PIC X(6).
          05 LG-TRAIN-STATE     PIC X(2).
          05 LG-REGION          PIC 9.
          05 LG-REPAIR-CODE     PIC X(6).
          05 LG-SEVERITY        PIC X.
          05 LG-EST-COST        PIC 9(5)V99.
          05 LG-DATE-OPENED     PIC 9(6).
          05 LG-DATE-CLEARED    PIC 9(6).

      *  ORDER HISTORY, PARTS AND PM SCHEDULE LAYOUTS MUST STAY IN
      *  STEP WITH WoComp, WorkOrd, PartLoad, PartRord AND PmLoad

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
          05 WH-DATE-CLOSED     PIC 9(6).
          05 WH-ORDER-TYPE      PIC X.

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

       FD PM-SCHEDULE.

       01 PM-SCHEDULE-RECORD.
          05 PS-SCHED-KEY.
             10 PS-SCOPE-TYPE   PIC X.
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

      *  ONE RECORD PER ORDER SENT TO THE LEDGER, PLUS THE '000000'
      *  EXTRACT-NUMBER CONTROL RECORD.  LAYOUT MUST STAY IN STEP
      *  WITH GlExtr.

       FD GL-SENT-FILE.

       01 GL-SENT-RECORD.
          05 GS-ORDER-NUMBER    PIC 9(6).
          05 GS-EXTRACT-NUMBER  PIC 9(4).
          05 GS-EXTRACT-DATE    PIC 9(6).
          05 GS-COST-CENTER     PIC X(6).
          05 GS-AMOUNT          PIC 9(5)V99.

      *  ONE SNAPSHOT RECORD - THE GENERATION'S BATCH TAG, THE FILE
      *  THE BLOCK BELONGS TO, AND A HEADER, DETAIL OR TRAILER.  A
      *  DETAIL CARRIES ONE MASTER RECORD IMAGE AS IT STOOD.  THE
      *  HEADER AND TRAILER CARRY THE SNAPSHOT TIMESTAMP, AND THE
      *  TRAILER THE BLOCK'S RECORD COUNT.  LAYOUT MUST STAY IN STEP
      *  WITH Backout.

       FD SNAPSHOT-FILE.

       01 SNAPSHOT-RECORD.
          05 SN-BATCH-DATE      PIC 9(6).
          05 SN-BATCH-NUMBER    PIC 9(4).
          05 SN-FILE-ID         PIC X(8).
          05 SN-RECORD-TYPE     PIC X.
             88 SN-BLOCK-HEADER       VALUE 'H'.
             88 SN-BLOCK-DETAIL       VALUE 'D'.
             88 SN-BLOCK-TRAILER      VALUE 'T'.
          05 SN-IMAGE           PIC X(80).
          05 SN-CONTROL-IMAGE REDEFINES SN-IMAGE.
             10 SN-SNAP-DATE    PIC 9(6).
             10 SN-SNAP-TIME    PIC 9(8).
             10 SN-FILE-PRESENT PIC X.
                88 SN-FILE-WAS-PRESENT    VALUE 'Y'.
                88 SN-FILE-WAS-ABSENT     VALUE 'N'.
             10 SN-RECORD-COUNT PIC 9(7).
             10 FILLER          PIC X(58).

       FD SNAPSHOT-WORK-FILE.

       01 SNAPSHOT-WORK-RECORD  PIC X(99).

      *  ONE CATALOG ENTRY PER GENERATION ON FILE - THE BATCH TAG,
      *  WHEN IT WAS TAKEN, AND EACH BLOCK'S RECORD COUNT IN FILE
      *  TABLE ORDER.  LAYOUT MUST STAY IN STEP WITH Backout.

       FD SNAP-CATALOG-FILE.

       01 SNAP-CATALOG-RECORD.
          05 SC-BATCH-DATE      PIC 9(6).
          05 SC-BATCH-NUMBER    PIC 9(4).
          05 SC-SNAP-DATE       PIC 9(6).
          05 SC-SNAP-TIME       PIC 9(8).
          05 SC-FILE-COUNT      PIC 9(7) OCCURS 10 TIMES.

       FD SNAP-REPORT-FILE.

       01 SNAP-REPORT-RECORD PIC X(80).

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

       01 WS-RUNCTRL-STATUS      PIC X(2).
       01 WS-STNMSTR-STATUS      PIC X(2).
       01 WS-HISTORY-STATUS      PIC X(2).
       01 WS-REGISTER-STATUS     PIC X(2).
       01 WS-LEDGER-STATUS       PIC X(2).
       01 WS-WOHIST-STATUS       PIC X(2).
       01 WS-PARTMSTR-STATUS     PIC X(2).
       01 WS-PARTRSV-STATUS      PIC X(2).
       01 WS-PMSCHED-STATUS      PIC X(2).
       01 WS-GLSENT-STATUS       PIC X(2).
       01 WS-SNAPSHOT-STATUS     PIC X(2).
       01 WS-SNAPWORK-STATUS     PIC X(2).
       01 WS-SNAPCAT-STATUS      PIC X(2).
       01 WS-OPEN-STATUS         PIC X(2).

      *  HOW MANY GENERATIONS STAY ON FILE, THE NEW ONE INCLUDED -
      *  NOT MORE THAN THE 20 THE CATALOG TABLE HOLDS
       01 GENERATIONS-KEPT       PIC 9(2) VALUE 7.

      *  THE FILES IN A GENERATION, IN THE ORDER THEIR BLOCKS ARE
      *  WRITTEN.  THE CATALOG COUNTS ARE IN THE SAME ORDER.  LAYOUT
      *  MUST STAY IN STEP WITH Backout.
       01 WS-FILE-TABLE.
          05 FILLER PIC X(8) VALUE 'RUNCTRL'.
          05 FILLER PIC X(8) VALUE 'STNMSTR'.
          05 FILLER PIC X(8) VALUE 'RPRHIST'.
          05 FILLER PIC X(8) VALUE 'WRKORDRG'.
          05 FILLER PIC X(8) VALUE 'RPRCOST'.
          05 FILLER PIC X(8) VALUE 'WOHIST'.
          05 FILLER PIC X(8) VALUE 'PARTMSTR'.
          05 FILLER PIC X(8) VALUE 'PARTRSV'.
          05 FILLER PIC X(8) VALUE 'PMSCHED'.
          05 FILLER PIC X(8) VALUE 'GLSENT'.
       01 WS-FILE-TABLE-R REDEFINES WS-FILE-TABLE.
          05 WS-FILE-ID          PIC X(8) OCCURS 10 TIMES.
       01 SNAP-FILE-COUNT        PIC 9(2) VALUE 10.
       01 WS-FILE-SUB            PIC 9(2).

      *  THIS RUN'S GENERATION - ITS TAG, TIMESTAMP AND PER-BLOCK
      *  COUNTS AND PRESENCE
       01 WS-SNAP-TAG.
          05 WS-SNAP-BATCH-DATE   PIC 9(6) VALUE ZERO.
          05 WS-SNAP-BATCH-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-SNAP-DATE           PIC 9(6) VALUE ZERO.
       01 WS-SNAP-TIME           PIC 9(8) VALUE ZERO.
       01 WS-BLOCK-TABLE.
          05 WS-BLOCK-ENTRY OCCURS 10 TIMES.
             10 WS-BLOCK-COUNT    PIC 9(7).
             10 WS-BLOCK-PRESENT  PIC X.
                88 BLOCK-FILE-PRESENT     VALUE 'Y'.
                88 BLOCK-FILE-ABSENT      VALUE 'N'.

      *  GENERATIONS ON THE CATALOG AT START, OLDEST FIRST.  WHEN THE
      *  TABLE IS FULL THE OLDEST IS SHIFTED OUT AND DROPPED, THE SAME
      *  WAY ArrayLab KEEPS ITS CHRONIC-REPAIR EPISODES.
       01 WS-CATALOG-TABLE.
          05 WS-CATALOG-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-CAT-IDX.
             10 WS-CAT-TAG.
                15 WS-CAT-BATCH-DATE   PIC 9(6).
                15 WS-CAT-BATCH-NUMBER PIC 9(4).
             10 WS-CAT-SNAP-DATE       PIC 9(6).
             10 WS-CAT-SNAP-TIME       PIC 9(8).
             10 WS-CAT-FILE-COUNT      PIC 9(7) OCCURS 10 TIMES.
       01 WS-CATALOG-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-CAT-SUB             PIC 9(2).
       01 WS-SHIFT-SUB           PIC 9(2).
       01 WS-CATALOG-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-CATALOG-RECORDS       VALUE 'Y'.
          88 NO-MORE-CATALOG-RECORDS    VALUE 'N'.

      *  THE CARRY-FORWARD COPY DECIDES ONCE PER BLOCK TAG WHETHER
      *  THE TAG IS STILL CATALOGED - RECORDS ARRIVE GROUPED BY TAG
       01 WS-PREV-COPY-TAG.
          05 WS-PREV-COPY-DATE    PIC 9(6) VALUE ZERO.
          05 WS-PREV-COPY-NUMBER  PIC 9(4) VALUE ZERO.
       01 WS-FIRST-COPY-SWITCH   PIC X VALUE 'Y'.
          88 FIRST-COPY-RECORD          VALUE 'Y'.
          88 NOT-FIRST-COPY-RECORD      VALUE 'N'.
       01 WS-KEEP-TAG-SWITCH     PIC X VALUE 'N'.
          88 KEEP-THIS-TAG              VALUE 'Y'.
          88 DROP-THIS-TAG              VALUE 'N'.
       01 WS-COPY-EOF-FLAG       PIC X VALUE 'Y'.
          88 MORE-COPY-RECORDS          VALUE 'Y'.
          88 NO-MORE-COPY-RECORDS       VALUE 'N'.
       01 WS-MASTER-EOF-FLAG     PIC X VALUE 'Y'.
          88 MORE-MASTER-RECORDS        VALUE 'Y'.
          88 NO-MORE-MASTER-RECORDS     VALUE 'N'.

       01 WS-RECORDS-SNAPPED     PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-CARRIED     PIC 9(7) VALUE ZERO.
       01 WS-GENERATIONS-DROPPED PIC 9(3) VALUE ZERO.
       01 WS-FILES-ABSENT        PIC 9(2) VALUE ZERO.

      *  EOJ GRADING FOR THE SCHEDULER - 0 CLEAN, 4 A MASTER WAS NOT
      *  ON FILE TO COPY, 8 NOTHING ON FILE AT ALL, 12 FILE I-O
      *  FAILURE (THE OLD GENERATIONS ARE LEFT AS THEY WERE)
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).

       01 SNAP-TITLE-LINE.
          05        PIC X(40) VALUE
                        'PRE-RUN MASTER SNAPSHOT'.

       01 SNAP-TAG-LINE.
          05        PIC X(26) VALUE 'Generation for batch .....'.
          05 STL-BATCH-NUMBER PIC 9(4).
          05        PIC X(8)  VALUE '  Dated'.
          05 STL-BATCH-DATE   PIC 9(6).

       01 SNAP-TAKEN-LINE.
          05        PIC X(26) VALUE 'Taken ....................'.
          05 STK-SNAP-DATE    PIC 9(6).
          05        PIC X(2)  VALUE SPACES.
          05 STK-SNAP-TIME    PIC 9(8).

       01 SNAP-BLOCK-HEADER-LINE.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(12) VALUE 'File'.
          05        PIC X(12) VALUE '     Records'.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(20) VALUE 'On file'.

       01 SNAP-BLOCK-LINE.
          05                      PIC X(2) VALUE SPACES.
          05 SBL-FILE-ID          PIC X(8).
          05                      PIC X(4) VALUE SPACES.
          05 SBL-RECORD-COUNT     PIC ZZZ,ZZZ,ZZ9.
          05                      PIC X(3) VALUE SPACES.
          05 SBL-PRESENT          PIC X(20).

       01 SNAP-GEN-HEADER-LINE.
          05        PIC X(40) VALUE
                        'Generations on file after this run'.

       01 SNAP-GEN-LINE.
          05                      PIC X(2) VALUE SPACES.
          05        PIC X(6)  VALUE 'Batch '.
          05 SGL-BATCH-NUMBER     PIC 9(4).
          05        PIC X(8)  VALUE '  Dated '.
          05 SGL-BATCH-DATE       PIC 9(6).
          05        PIC X(9)  VALUE '  Taken '.
          05 SGL-SNAP-DATE        PIC 9(6).
          05                      PIC X(2) VALUE SPACES.
          05 SGL-SNAP-TIME        PIC 9(8).
          05                      PIC X(2) VALUE SPACES.
          05 SGL-NOTE             PIC X(20).

       01 SNAP-TOTAL-LINE-1.
          05        PIC X(26) VALUE 'Records snapped ..........'.
          05 STT-SNAPPED    PIC ZZZ,ZZZ,ZZ9.

       01 SNAP-TOTAL-LINE-2.
          05        PIC X(26) VALUE 'Older records carried ....'.
          05 STT-CARRIED    PIC ZZZ,ZZZ,ZZ9.

       01 SNAP-TOTAL-LINE-3.
          05        PIC X(26) VALUE 'Generations dropped ......'.
          05 STT-DROPPED    PIC ZZZ,ZZZ,ZZ9.

       01 SNAP-TOTAL-LINE-4.
          05        PIC X(26) VALUE 'Condition ................'.
          05 STT-CONDITION  PIC X(24).

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-CARRY-KEPT-GENERATIONS
           PERFORM 400-TAKE-SNAPSHOT
           IF NO-IO-ERROR
               PERFORM 500-INSTALL-GENERATION
           END-IF
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-SNAP-DATE FROM DATE
           MOVE WS-STEP-START-TIME TO WS-SNAP-TIME

      *  THE GENERATION IS TAGGED WITH THE BATCH THE RUN CONTROL SAYS
      *  THE MASTERS REFLECT - ZERO BEFORE THE FIRST BATCH EVER LOADS

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-BATCH-DATE   TO WS-SNAP-BATCH-DATE
                       MOVE RN-BATCH-NUMBER TO WS-SNAP-BATCH-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF

           OPEN OUTPUT SNAP-REPORT-FILE
           WRITE SNAP-REPORT-RECORD FROM SNAP-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE WS-SNAP-BATCH-NUMBER TO STL-BATCH-NUMBER
           MOVE WS-SNAP-BATCH-DATE   TO STL-BATCH-DATE
           WRITE SNAP-REPORT-RECORD FROM SNAP-TAG-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-SNAP-DATE TO STK-SNAP-DATE
           MOVE WS-SNAP-TIME TO STK-SNAP-TIME
           WRITE SNAP-REPORT-RECORD FROM SNAP-TAKEN-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 250-LOAD-CATALOG

           OPEN OUTPUT SNAPSHOT-WORK-FILE
           IF WS-SNAPWORK-STATUS NOT = '00'
               DISPLAY 'SNAPSHOT: SNAPWORK.TMP OPEN FAILED, STATUS '
                   WS-SNAPWORK-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

          .

      *  LOAD THE CATALOG, OLDEST GENERATION FIRST.  AN ENTRY FOR THE
      *  BATCH BEING SNAPPED NOW IS REPLACED, SO IT IS NOT LOADED.
      *  ROOM IS LEFT FOR THE NEW GENERATION - WHEN THE TABLE ALREADY
      *  HOLDS ONE LESS THAN GENERATIONS-KEPT THE OLDEST IS SHIFTED
      *  OUT.  NO CATALOG YET JUST MEANS NO GENERATIONS YET.

       250-LOAD-CATALOG.

           OPEN INPUT SNAP-CATALOG-FILE
           IF WS-SNAPCAT-STATUS = '35'
               SET NO-MORE-CATALOG-RECORDS TO TRUE
           ELSE
               IF WS-SNAPCAT-STATUS NOT = '00'
                   DISPLAY 'SNAPSHOT: SNAPCAT.DAT OPEN FAILED, STATUS '
                       WS-SNAPCAT-STATUS ' - FILE I-O FAILURE'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 695-WRITE-STEP-LOG
                   STOP RUN
               END-IF
           END-IF

           PERFORM UNTIL NO-MORE-CATALOG-RECORDS
               READ SNAP-CATALOG-FILE
                   AT END
                       SET NO-MORE-CATALOG-RECORDS TO TRUE
                   NOT AT END
                       IF SC-BATCH-DATE   = WS-SNAP-BATCH-DATE
                          AND SC-BATCH-NUMBER = WS-SNAP-BATCH-NUMBER
                           ADD 1 TO WS-GENERATIONS-DROPPED
                       ELSE
                           PERFORM 255-ADD-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SNAPCAT-STATUS NOT = '35'
               CLOSE SNAP-CATALOG-FILE
           END-IF

          .

       255-ADD-CATALOG-ENTRY.

           IF WS-CATALOG-COUNT NOT < GENERATIONS-KEPT - 1
               PERFORM 258-SHIFT-CATALOG-TABLE
               ADD 1 TO WS-GENERATIONS-DROPPED
           ELSE
               ADD 1 TO WS-CATALOG-COUNT
           END-IF

           IF WS-CATALOG-COUNT > ZERO
               MOVE SC-BATCH-DATE   TO
                   WS-CAT-BATCH-DATE(WS-CATALOG-COUNT)
               MOVE SC-BATCH-NUMBER TO
                   WS-CAT-BATCH-NUMBER(WS-CATALOG-COUNT)
               MOVE SC-SNAP-DATE    TO
                   WS-CAT-SNAP-DATE(WS-CATALOG-COUNT)
               MOVE SC-SNAP-TIME    TO
                   WS-CAT-SNAP-TIME(WS-CATALOG-COUNT)
      *  AN ENTRY CATALOGED BEFORE A FILE JOINED THE TABLE HAS NO
      *  COUNT FOR IT - THAT GENERATION HAS NO BLOCK FOR IT EITHER
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                     UNTIL WS-FILE-SUB > SNAP-FILE-COUNT
                   MOVE ZERO TO
                       WS-CAT-FILE-COUNT(WS-CATALOG-COUNT, WS-FILE-SUB)
                   IF SC-FILE-COUNT(WS-FILE-SUB) NUMERIC
                       MOVE SC-FILE-COUNT(WS-FILE-SUB) TO
                        WS-CAT-FILE-COUNT(WS-CATALOG-COUNT, WS-FILE-SUB)
                   END-IF
               END-PERFORM
           END-IF

          .

      *  DROP THE OLDEST GENERATION - EVERY ENTRY MOVES UP ONE AND THE
      *  LAST SLOT IS LEFT FOR THE ENTRY BEING ADDED

       258-SHIFT-CATALOG-TABLE.

           PERFORM VARYING WS-SHIFT-SUB FROM 2 BY 1
                 UNTIL WS-SHIFT-SUB > WS-CATALOG-COUNT
               MOVE WS-CATALOG-ENTRY(WS-SHIFT-SUB)
                   TO WS-CATALOG-ENTRY(WS-SHIFT-SUB - 1)
           END-PERFORM

          .

      *  COPY THE BLOCKS OF EVERY GENERATION STILL IN THE CATALOG
      *  TABLE TO THE WORK FILE.  BLOCKS OF DROPPED OR REPLACED
      *  GENERATIONS - AND ANY LEFT BEHIND BY A SNAPSHOT THAT NEVER
      *  REACHED THE CATALOG - ARE LEFT OFF.  NO SNAPSHOT FILE YET
      *  JUST MEANS NOTHING TO CARRY.

       300-CARRY-KEPT-GENERATIONS.

           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = '35'
               SET NO-MORE-COPY-RECORDS TO TRUE
           ELSE
               IF WS-SNAPSHOT-STATUS NOT = '00'
                   DISPLAY 'SNAPSHOT: SNAPSHOT.DAT OPEN FAILED, STATUS '
                       WS-SNAPSHOT-STATUS ' - FILE I-O FAILURE'
                   SET IO-ERROR-OCCURRED TO TRUE
                   SET NO-MORE-COPY-RECORDS TO TRUE
               END-IF
           END-IF

           PERFORM UNTIL NO-MORE-COPY-RECORDS
               READ SNAPSHOT-FILE
                   AT END
                       SET NO-MORE-COPY-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 350-CARRY-ONE-RECORD
               END-READ
           END-PERFORM

           IF WS-SNAPSHOT-STATUS NOT = '35'
               CLOSE SNAPSHOT-FILE
           END-IF

          .

       350-CARRY-ONE-RECORD.

           IF FIRST-COPY-RECORD
              OR SN-BATCH-DATE   NOT = WS-PREV-COPY-DATE
              OR SN-BATCH-NUMBER NOT = WS-PREV-COPY-NUMBER
               SET NOT-FIRST-COPY-RECORD TO TRUE
               MOVE SN-BATCH-DATE   TO WS-PREV-COPY-DATE
               MOVE SN-BATCH-NUMBER TO WS-PREV-COPY-NUMBER
               SET DROP-THIS-TAG TO TRUE
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                   IF WS-CAT-TAG(WS-CAT-SUB) = WS-PREV-COPY-TAG
                       SET KEEP-THIS-TAG TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF KEEP-THIS-TAG
               WRITE SNAPSHOT-WORK-RECORD FROM SNAPSHOT-RECORD
               IF WS-SNAPWORK-STATUS NOT = '00'
                   DISPLAY 'SNAPSHOT: SNAPWORK.TMP WRITE FAILED, '
                       'STATUS ' WS-SNAPWORK-STATUS
                   SET IO-ERROR-OCCURRED TO TRUE
                   SET NO-MORE-COPY-RECORDS TO TRUE
               END-IF
               ADD 1 TO WS-RECORDS-CARRIED
           END-IF

          .

      *  WRITE THE NEW GENERATION BEHIND THE CARRIED ONES, ONE BLOCK
      *  PER FILE IN FILE TABLE ORDER.  A FILE THAT IS NOT ON FILE IS
      *  A BLOCK WITH NO DETAILS, MARKED ABSENT, SO Backout CAN PUT
      *  IT BACK EMPTY.  ANY OTHER OPEN FAILURE SPOILS THE GENERATION.

       400-TAKE-SNAPSHOT.

           IF NO-IO-ERROR
               PERFORM 410-SNAP-RUN-CONTROL
           END-IF
           IF NO-IO-ERROR
               PERFORM 420-SNAP-STATION-MASTER
           END-IF
           IF NO-IO-ERROR
               PERFORM 430-SNAP-REPAIR-HISTORY
           END-IF
           IF NO-IO-ERROR
               PERFORM 440-SNAP-WORK-REGISTER
           END-IF
           IF NO-IO-ERROR
               PERFORM 450-SNAP-COST-LEDGER
           END-IF
           IF NO-IO-ERROR
               PERFORM 452-SNAP-ORDER-HISTORY
           END-IF
           IF NO-IO-ERROR
               PERFORM 454-SNAP-PARTS-MASTER
           END-IF
           IF NO-IO-ERROR
               PERFORM 456-SNAP-PART-RESERVATIONS
           END-IF
           IF NO-IO-ERROR
               PERFORM 458-SNAP-PM-SCHEDULE
           END-IF
           IF NO-IO-ERROR
               PERFORM 459-SNAP-GL-SENT
           END-IF

           CLOSE SNAPSHOT-WORK-FILE

          .

       410-SNAP-RUN-CONTROL.

           MOVE 1 TO WS-FILE-SUB
           OPEN INPUT RUN-CONTROL-FILE
           MOVE WS-RUNCTRL-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ RUN-CONTROL-FILE
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE RUN-CONTROL-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

       420-SNAP-STATION-MASTER.

           MOVE 2 TO WS-FILE-SUB
           OPEN INPUT STATION-MASTER
           MOVE WS-STNMSTR-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ STATION-MASTER NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE STATION-MASTER-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
                   IF WS-STNMSTR-STATUS NOT = '00'
                      AND WS-STNMSTR-STATUS NOT = '10'
                       DISPLAY 'SNAPSHOT: STNMSTR.DAT READ FAILED, '
                           'STATUS ' WS-STNMSTR-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE STATION-MASTER
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

       430-SNAP-REPAIR-HISTORY.

           MOVE 3 TO WS-FILE-SUB
           OPEN INPUT REPAIR-HISTORY-FILE
           MOVE WS-HISTORY-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ REPAIR-HISTORY-FILE NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE REPAIR-HISTORY-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
                   IF WS-HISTORY-STATUS NOT = '00'
                      AND WS-HISTORY-STATUS NOT = '10'
                       DISPLAY 'SNAPSHOT: RPRHIST.DAT READ FAILED, '
                           'STATUS ' WS-HISTORY-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE REPAIR-HISTORY-FILE
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

      *  THE REGISTER IS COPIED WHOLE, CONTROL RECORD INCLUDED - THE
      *  NEXT ORDER NUMBER HAS TO GO BACK WITH THE ORDERS

       440-SNAP-WORK-REGISTER.

           MOVE 4 TO WS-FILE-SUB
           OPEN INPUT WORK-REGISTER
           MOVE WS-REGISTER-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ WORK-REGISTER NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE WORK-REGISTER-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
                   IF WS-REGISTER-STATUS NOT = '00'
                      AND WS-REGISTER-STATUS NOT = '10'
                       DISPLAY 'SNAPSHOT: WRKORDRG.DAT READ FAILED, '
                           'STATUS ' WS-REGISTER-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE WORK-REGISTER
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

       450-SNAP-COST-LEDGER.

           MOVE 5 TO WS-FILE-SUB
           OPEN INPUT COST-LEDGER-FILE
           MOVE WS-LEDGER-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ COST-LEDGER-FILE
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE COST-LEDGER-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
               END-PERFORM
               CLOSE COST-LEDGER-FILE
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

      *  THE ORDER HISTORY IS THE WIDEST RECORD SNAPPED - SN-IMAGE
      *  MUST HOLD IT WHOLE

       452-SNAP-ORDER-HISTORY.

           MOVE 6 TO WS-FILE-SUB
           OPEN INPUT WORK-ORDER-HISTORY
           MOVE WS-WOHIST-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ WORK-ORDER-HISTORY NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE WORK-ORDER-HISTORY-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
                   IF WS-WOHIST-STATUS NOT = '00'
                      AND WS-WOHIST-STATUS NOT = '10'
                       DISPLAY 'SNAPSHOT: WOHIST.DAT READ FAILED, '
                           'STATUS ' WS-WOHIST-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE WORK-ORDER-HISTORY
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

       454-SNAP-PARTS-MASTER.

           MOVE 7 TO WS-FILE-SUB
           OPEN INPUT PARTS-MASTER
           MOVE WS-PARTMSTR-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ PARTS-MASTER NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE PARTS-MASTER-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
                   IF WS-PARTMSTR-STATUS NOT = '00'
                      AND WS-PARTMSTR-STATUS NOT = '10'
                       DISPLAY 'SNAPSHOT: PARTMSTR.DAT READ FAILED, '
                           'STATUS ' WS-PARTMSTR-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PARTS-MASTER
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

       456-SNAP-PART-RESERVATIONS.

           MOVE 8 TO WS-FILE-SUB
           OPEN INPUT PART-RESERVATION
           MOVE WS-PARTRSV-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ PART-RESERVATION NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE PART-RESERVATION-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
                   IF WS-PARTRSV-STATUS NOT = '00'
                      AND WS-PARTRSV-STATUS NOT = '10'
                       DISPLAY 'SNAPSHOT: PARTRSV.DAT READ FAILED, '
                           'STATUS ' WS-PARTRSV-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PART-RESERVATION
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

       458-SNAP-PM-SCHEDULE.

           MOVE 9 TO WS-FILE-SUB
           OPEN INPUT PM-SCHEDULE
           MOVE WS-PMSCHED-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ PM-SCHEDULE NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE PM-SCHEDULE-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
                   IF WS-PMSCHED-STATUS NOT = '00'
                      AND WS-PMSCHED-STATUS NOT = '10'
                       DISPLAY 'SNAPSHOT: PMSCHED.DAT READ FAILED, '
                           'STATUS ' WS-PMSCHED-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PM-SCHEDULE
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

      *  THE SENT FILE GOES BACK WITH THE REGISTER - ITS '000000'
      *  RECORD AND THE ORDERS IT MARKS SENT MUST MATCH THE ORDER
      *  NUMBERS THE REGISTER WILL ISSUE NEXT

       459-SNAP-GL-SENT.

           MOVE 10 TO WS-FILE-SUB
           OPEN INPUT GL-SENT-FILE
           MOVE WS-GLSENT-STATUS TO WS-OPEN-STATUS
           PERFORM 460-CHECK-SNAP-OPEN
           PERFORM 470-WRITE-BLOCK-HEADER

           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ GL-SENT-FILE NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           MOVE GL-SENT-RECORD TO SN-IMAGE
                           PERFORM 475-WRITE-BLOCK-DETAIL
                   END-READ
                   IF WS-GLSENT-STATUS NOT = '00'
                      AND WS-GLSENT-STATUS NOT = '10'
                       DISPLAY 'SNAPSHOT: GLSENT.DAT READ FAILED, '
                           'STATUS ' WS-GLSENT-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE GL-SENT-FILE
           END-IF

           PERFORM 480-WRITE-BLOCK-TRAILER

          .

      *  JUDGE THE OPEN JUST ISSUED - EACH SNAP PARAGRAPH LEAVES ITS
      *  FILE'S STATUS IN WS-OPEN-STATUS FIRST.  '35' IS A FILE
      *  NOT ON FILE YET AND IS SNAPPED AS ABSENT.

       460-CHECK-SNAP-OPEN.

           MOVE ZERO TO WS-BLOCK-COUNT(WS-FILE-SUB)
           EVALUATE WS-OPEN-STATUS
               WHEN '00'
                   SET BLOCK-FILE-PRESENT(WS-FILE-SUB) TO TRUE
               WHEN '35'
                   SET BLOCK-FILE-ABSENT(WS-FILE-SUB) TO TRUE
                   ADD 1 TO WS-FILES-ABSENT
               WHEN OTHER
                   SET BLOCK-FILE-ABSENT(WS-FILE-SUB) TO TRUE
                   DISPLAY 'SNAPSHOT: ' WS-FILE-ID(WS-FILE-SUB)
                       ' OPEN FAILED, STATUS ' WS-OPEN-STATUS
                       ' - FILE I-O FAILURE'
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

          .

       470-WRITE-BLOCK-HEADER.

           MOVE SPACES                  TO SNAPSHOT-RECORD
           MOVE WS-SNAP-BATCH-DATE      TO SN-BATCH-DATE
           MOVE WS-SNAP-BATCH-NUMBER    TO SN-BATCH-NUMBER
           MOVE WS-FILE-ID(WS-FILE-SUB) TO SN-FILE-ID
           SET SN-BLOCK-HEADER          TO TRUE
           MOVE WS-SNAP-DATE            TO SN-SNAP-DATE
           MOVE WS-SNAP-TIME            TO SN-SNAP-TIME
           MOVE WS-BLOCK-PRESENT(WS-FILE-SUB) TO SN-FILE-PRESENT
           MOVE ZERO                    TO SN-RECORD-COUNT
           PERFORM 490-WRITE-WORK-RECORD

          .

      *  THE CALLER HAS ALREADY PUT THE RECORD IMAGE IN SN-IMAGE

       475-WRITE-BLOCK-DETAIL.

           MOVE WS-SNAP-BATCH-DATE      TO SN-BATCH-DATE
           MOVE WS-SNAP-BATCH-NUMBER    TO SN-BATCH-NUMBER
           MOVE WS-FILE-ID(WS-FILE-SUB) TO SN-FILE-ID
           SET SN-BLOCK-DETAIL          TO TRUE
           PERFORM 490-WRITE-WORK-RECORD
           ADD 1 TO WS-BLOCK-COUNT(WS-FILE-SUB)
           ADD 1 TO WS-RECORDS-SNAPPED

          .

       480-WRITE-BLOCK-TRAILER.

           MOVE SPACES                  TO SNAPSHOT-RECORD
           MOVE WS-SNAP-BATCH-DATE      TO SN-BATCH-DATE
           MOVE WS-SNAP-BATCH-NUMBER    TO SN-BATCH-NUMBER
           MOVE WS-FILE-ID(WS-FILE-SUB) TO SN-FILE-ID
           SET SN-BLOCK-TRAILER         TO TRUE
           MOVE WS-SNAP-DATE            TO SN-SNAP-DATE
           MOVE WS-SNAP-TIME            TO SN-SNAP-TIME
           MOVE WS-BLOCK-PRESENT(WS-FILE-SUB) TO SN-FILE-PRESENT
           MOVE WS-BLOCK-COUNT(WS-FILE-SUB) TO SN-RECORD-COUNT
           PERFORM 490-WRITE-WORK-RECORD

           MOVE WS-FILE-ID(WS-FILE-SUB)     TO SBL-FILE-ID
           MOVE WS-BLOCK-COUNT(WS-FILE-SUB) TO SBL-RECORD-COUNT
           IF BLOCK-FILE-PRESENT(WS-FILE-SUB)
               MOVE 'YES'                   TO SBL-PRESENT
           ELSE
               MOVE 'NO - SNAPPED EMPTY'    TO SBL-PRESENT
           END-IF
           IF WS-FILE-SUB = 1
               WRITE SNAP-REPORT-RECORD FROM SNAP-BLOCK-HEADER-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           WRITE SNAP-REPORT-RECORD FROM SNAP-BLOCK-LINE
               AFTER ADVANCING 1 LINE

          .

       490-WRITE-WORK-RECORD.

           WRITE SNAPSHOT-WORK-RECORD FROM SNAPSHOT-RECORD
           IF WS-SNAPWORK-STATUS NOT = '00'
               DISPLAY 'SNAPSHOT: SNAPWORK.TMP WRITE FAILED, STATUS '
                   WS-SNAPWORK-STATUS
               SET IO-ERROR-OCCURRED TO TRUE
               SET NO-MORE-MASTER-RECORDS TO TRUE
           END-IF

          .

      *  EVERY BLOCK IS DOWN ON THE WORK FILE - COPY IT BACK OVER THE
      *  SNAPSHOT FILE, THEN REWRITE THE CATALOG WITH THE KEPT
      *  GENERATIONS AND THE NEW ONE.  THE CATALOG GOES LAST, SO A
      *  GENERATION IS NEVER CATALOGED BEFORE IT IS WHOLE.

       500-INSTALL-GENERATION.

           OPEN INPUT SNAPSHOT-WORK-FILE
           IF WS-SNAPWORK-STATUS = '00'
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF
           IF WS-SNAPWORK-STATUS NOT = '00'
              OR WS-SNAPSHOT-STATUS NOT = '00'
               DISPLAY 'SNAPSHOT: SNAPSHOT.DAT REBUILD FAILED, STATUS '
                   WS-SNAPSHOT-STATUS ' ' WS-SNAPWORK-STATUS
                   ' - FILE I-O FAILURE'
               SET IO-ERROR-OCCURRED TO TRUE
           ELSE
               SET MORE-COPY-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-COPY-RECORDS
                   READ SNAPSHOT-WORK-FILE INTO SNAPSHOT-RECORD
                       AT END
                           SET NO-MORE-COPY-RECORDS TO TRUE
                       NOT AT END
                           WRITE SNAPSHOT-RECORD
                           IF WS-SNAPSHOT-STATUS NOT = '00'
                               DISPLAY 'SNAPSHOT: SNAPSHOT.DAT WRITE '
                                   'FAILED, STATUS '
                                   WS-SNAPSHOT-STATUS
                               SET IO-ERROR-OCCURRED TO TRUE
                               SET NO-MORE-COPY-RECORDS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-WORK-FILE
                     SNAPSHOT-FILE
           END-IF

           IF NO-IO-ERROR
               PERFORM 550-REWRITE-CATALOG
           END-IF

          .

       550-REWRITE-CATALOG.

           ADD 1 TO WS-CATALOG-COUNT
           MOVE WS-SNAP-BATCH-DATE   TO
               WS-CAT-BATCH-DATE(WS-CATALOG-COUNT)
           MOVE WS-SNAP-BATCH-NUMBER TO
               WS-CAT-BATCH-NUMBER(WS-CATALOG-COUNT)
           MOVE WS-SNAP-DATE         TO
               WS-CAT-SNAP-DATE(WS-CATALOG-COUNT)
           MOVE WS-SNAP-TIME         TO
               WS-CAT-SNAP-TIME(WS-CATALOG-COUNT)
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > SNAP-FILE-COUNT
               MOVE WS-BLOCK-COUNT(WS-FILE-SUB) TO
                   WS-CAT-FILE-COUNT(WS-CATALOG-COUNT, WS-FILE-SUB)
           END-PERFORM

           OPEN OUTPUT SNAP-CATALOG-FILE
           IF WS-SNAPCAT-STATUS NOT = '00'
               DISPLAY 'SNAPSHOT: SNAPCAT.DAT OPEN FAILED, STATUS '
                   WS-SNAPCAT-STATUS ' - FILE I-O FAILURE'
               SET IO-ERROR-OCCURRED TO TRUE
           ELSE
               WRITE SNAP-REPORT-RECORD FROM SNAP-GEN-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                   MOVE WS-CAT-BATCH-DATE(WS-CAT-SUB)
                       TO SC-BATCH-DATE
                   MOVE WS-CAT-BATCH-NUMBER(WS-CAT-SUB)
                       TO SC-BATCH-NUMBER
                   MOVE WS-CAT-SNAP-DATE(WS-CAT-SUB)
                       TO SC-SNAP-DATE
                   MOVE WS-CAT-SNAP-TIME(WS-CAT-SUB)
                       TO SC-SNAP-TIME
                   PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                         UNTIL WS-FILE-SUB > SNAP-FILE-COUNT
                       MOVE WS-CAT-FILE-COUNT(WS-CAT-SUB, WS-FILE-SUB)
                           TO SC-FILE-COUNT(WS-FILE-SUB)
                   END-PERFORM
                   WRITE SNAP-CATALOG-RECORD
                   PERFORM 560-LIST-GENERATION
               END-PERFORM
               CLOSE SNAP-CATALOG-FILE
           END-IF

          .

       560-LIST-GENERATION.

           MOVE SC-BATCH-NUMBER TO SGL-BATCH-NUMBER
           MOVE SC-BATCH-DATE   TO SGL-BATCH-DATE
           MOVE SC-SNAP-DATE    TO SGL-SNAP-DATE
           MOVE SC-SNAP-TIME    TO SGL-SNAP-TIME
           IF WS-CAT-SUB = WS-CATALOG-COUNT
               MOVE 'TAKEN THIS RUN'   TO SGL-NOTE
           ELSE
               MOVE SPACES             TO SGL-NOTE
           END-IF
           WRITE SNAP-REPORT-RECORD FROM SNAP-GEN-LINE
               AFTER ADVANCING 1 LINE

          .

       600-EOJ-ROUTINE.

           PERFORM 690-SET-RETURN-CODE

           MOVE WS-RECORDS-SNAPPED     TO STT-SNAPPED
           MOVE WS-RECORDS-CARRIED     TO STT-CARRIED
           MOVE WS-GENERATIONS-DROPPED TO STT-DROPPED
           MOVE WS-EOJ-CONDITION       TO STT-CONDITION
           WRITE SNAP-REPORT-RECORD FROM SNAP-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE SNAP-REPORT-RECORD FROM SNAP-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE SNAP-REPORT-RECORD FROM SNAP-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE SNAP-REPORT-RECORD FROM SNAP-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE

           CLOSE SNAP-REPORT-FILE

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE -
      *  A FAILED SNAPSHOT MUST HOLD THE BATCH, SINCE THERE WOULD BE
      *  NOTHING TO BACK IT OUT TO

       690-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'       TO WS-EOJ-CONDITION
               WHEN WS-FILES-ABSENT = SNAP-FILE-COUNT
                   MOVE 8 TO RETURN-CODE
                   MOVE 'NOTHING ON FILE'        TO WS-EOJ-CONDITION
               WHEN WS-FILES-ABSENT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'FILE NOT ON FILE'       TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'SNAPSHOT: BATCH '  WS-SNAP-BATCH-NUMBER
                   ' SNAPPED '         WS-RECORDS-SNAPPED
                   ' CARRIED '         WS-RECORDS-CARRIED
                   ' DROPPED '         WS-GENERATIONS-DROPPED
                   ' - '               WS-EOJ-CONDITION

          .

      *  APPEND THIS STEP'S COMPLETION RECORD TO THE SHARED STEP LOG
      *  FOR StepDash, FILED UNDER THE BATCH THE GENERATION IS TAGGED
      *  WITH.  A STEP THAT STOPPED DEAD AT STARTUP IS LOGGED TOO,
      *  WITH THE GRADE IT STOPPED ON.  STEPLOG.DAT OUTLIVES ANY ONE
      *  RUN - EXTEND IT IF IT IS THERE, CREATE IT IF IT IS NOT.

       695-WRITE-STEP-LOG.

           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEPLOG-STATUS = '35'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEPLOG-STATUS NOT = '00'
               DISPLAY 'SNAPSHOT: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'SNAPSHOT' TO SL-PROGRAM
               MOVE WS-SNAP-BATCH-DATE   TO SL-BATCH-DATE
               MOVE WS-SNAP-BATCH-NUMBER TO SL-BATCH-NUMBER
               ACCEPT SL-RUN-DATE FROM DATE
               MOVE WS-STEP-START-TIME TO SL-START-TIME
               ACCEPT SL-END-TIME FROM TIME
               MOVE WS-RECORDS-SNAPPED TO SL-RECORDS-IN
               MOVE WS-RECORDS-SNAPPED TO SL-RECORDS-OUT
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
