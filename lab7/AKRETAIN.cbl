       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Retain.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - HISTORY AND LEDGER RETENTION
      *
      *   YEARLY RETENTION JOB.  THE REPAIR HISTORY (RPRHIST.DAT) AND
      *   THE COST LEDGER (RPRCOST.DAT) ONLY EVER GROW, AND ArrayLab
      *   REREADS THE WHOLE HISTORY EVERY NIGHT.  THIS PROGRAM MOVES
      *   EVERYTHING CLEARED BEFORE THE CUTOFF OFF THE LIVE FILES AND
      *   ONTO THE ARCHIVES, EACH ARCHIVED RECORD STAMPED WITH THE
      *   DATE IT WAS ARCHIVED:
      *     - RPRHARC.DAT - REPAIR-HISTORY EPISODES, KEYED EXACTLY
      *       AS THE LIVE HISTORY IS (STATION + EPISODE), SO AUDIT
      *       CAN REACH AN OLD EPISODE THE SAME WAY IT REACHES A
      *       CURRENT ONE
      *     - RPRCARC.DAT - COST-LEDGER POSTINGS, IN THE ORDER THEY
      *       WERE ARCHIVED
      *   THE RETENTION PERIOD, IN MONTHS, IS ON THE PARAMETER FILE
      *   (RETNPARM.TXT).  THE CUTOFF IS THE RUN DATE LESS THAT MANY
      *   MONTHS, AND IS NEVER LESS THAN RETAIN-MONTHS-MINIMUM, SO
      *   THE COST REPORTS ALWAYS KEEP A WHOLE YEAR.
      *
      *   A STATION'S OPEN EPISODE AND ITS LATEST EPISODE ARE NEVER
      *   TOUCHED, HOWEVER OLD - THE CHAIN NUMBERS THE NEXT EPISODE
      *   FROM THE LATEST AND READS THE LATEST FOR THE STATION'S
      *   CURRENT STATE.  NO LEDGER POSTING IS ARCHIVED WHILE THE
      *   HISTORY STILL HOLDS AN EPISODE FOR ITS STATION WITH THE SAME
      *   REPAIR CODE AND DATE OPENED, WHATEVER KEPT THE EPISODE.
      *
      *   THE LEDGER IS REBUILT THROUGH TWO WORK FILES - THE POSTINGS
      *   KEPT (RTLGWORK.TMP) AND THE POSTINGS ARCHIVED (RTARWORK.TMP)
      *   - AND THE ARCHIVED POSTINGS REACH RPRCARC.DAT ONLY ONCE THE
      *   LEDGER IS WHOLE AGAIN.  BOTH WORK FILES ARE LEFT EMPTY AFTER
      *   A GOOD RUN.  IF EITHER STILL HOLDS RECORDS, A REBUILD FAILED
      *   PART WAY AND THE WORK FILE MAY HOLD THE ONLY WHOLE COPY OF
      *   THE POSTINGS, SO THE RUN IS REFUSED UNTIL THE LEDGER AND
      *   ARCHIVE HAVE BEEN PUT RIGHT (BackOut, OR BY HAND FROM THE
      *   WORK FILES) AND THE WORK FILES EMPTIED.
      *
      *   RETNRPT.TXT GIVES, FOR EACH STATE, THE HISTORY AND LEDGER
      *   RECORDS AT START, ARCHIVED AND REMAINING, THEN CONTROL
      *   TOTALS.  REMAINING IS COUNTED AFRESH FROM THE LIVE FILES
      *   AFTER THE PURGE, SO ARCHIVED PLUS REMAINING EQUAL TO START
      *   PROVES NOTHING WAS LOST.  RUN SnapShot FIRST SO THE PURGE
      *   CAN BE BACKED OUT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT RETAIN-PARM-FILE
                ASSIGN TO 'RETNPARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT REPAIR-HISTORY-FILE
                ASSIGN TO 'RPRHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RH-HISTORY-KEY
                FILE STATUS IS WS-HISTORY-STATUS.
            SELECT HISTORY-ARCHIVE-FILE
                ASSIGN TO 'RPRHARC.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RA-HISTORY-KEY
                FILE STATUS IS WS-HIST-ARC-STATUS.
            SELECT STATION-MASTER
                ASSIGN TO 'STNMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STNMSTR-STATUS.
            SELECT COST-LEDGER-FILE
                ASSIGN TO 'RPRCOST.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-STATUS.
            SELECT LEDGER-WORK-FILE
                ASSIGN TO 'RTLGWORK.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-WORK-STATUS.
            SELECT ARCHIVE-WORK-FILE
                ASSIGN TO 'RTARWORK.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-WORK-STATUS.
            SELECT LEDGER-ARCHIVE-FILE
                ASSIGN TO 'RPRCARC.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-ARC-STATUS.
            SELECT RETAIN-RPT-FILE
                ASSIGN TO 'RETNRPT.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  THE RETENTION PERIOD - ONE RECORD, IN MONTHS

       FD RETAIN-PARM-FILE.

       01 RETAIN-PARM-RECORD.
          05 RP-RETAIN-MONTHS   PIC 9(3).

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

      *  ONE ARCHIVED EPISODE - THE HISTORY RECORD AS IT STOOD, THE
      *  STATE THE STATION WAS IN, AND THE DATE IT WAS ARCHIVED.  THE
      *  KEY IS THE LIVE HISTORY'S KEY; EPISODE NUMBERS ARE NEVER
      *  REUSED BECAUSE THE LATEST EPISODE IS NEVER ARCHIVED.

       FD HISTORY-ARCHIVE-FILE.

       01 HISTORY-ARCHIVE-RECORD.
          05 RA-HISTORY-IMAGE.
             10 RA-HISTORY-KEY.
                15 RA-STATION-CODE PIC X(6).
                15 RA-EPISODE-NBR  PIC 9(3).
             10 RA-REPAIR-CODE     PIC X(6).
             10 RA-DATE-OPENED     PIC 9(6).
             10 RA-DATE-CLEARED    PIC 9(6).
             10 RA-REPAIR-STATUS   PIC X.
          05 RA-TRAIN-STATE     PIC X(2).
          05 RA-ARCHIVE-DATE    PIC 9(6).

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

       FD LEDGER-WORK-FILE.

       01 LEDGER-WORK-RECORD    PIC X(35).

      *  A POSTING ON ITS WAY TO THE ARCHIVE - THE ARCHIVE RECORD
      *  EXACTLY AS IT WILL BE WRITTEN

       FD ARCHIVE-WORK-FILE.

       01 ARCHIVE-WORK-RECORD   PIC X(41).

      *  ONE ARCHIVED POSTING - THE DATE IT WAS ARCHIVED, THEN THE
      *  LEDGER RECORD AS IT STOOD

       FD LEDGER-ARCHIVE-FILE.

       01 LEDGER-ARCHIVE-RECORD.
          05 LA-ARCHIVE-DATE    PIC 9(6).
          05 LA-LEDGER-IMAGE    PIC X(35).

       FD RETAIN-RPT-FILE.

       01 RETAIN-RPT-RECORD PIC X(100).

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

       01 WS-PARM-STATUS         PIC X(2).
       01 WS-HISTORY-STATUS      PIC X(2).
       01 WS-HIST-ARC-STATUS     PIC X(2).
       01 WS-STNMSTR-STATUS      PIC X(2).
       01 WS-LEDGER-STATUS       PIC X(2).
       01 WS-LEDGER-WORK-STATUS  PIC X(2).
       01 WS-LEDGER-ARC-STATUS   PIC X(2).
       01 WS-ARCHIVE-WORK-STATUS PIC X(2).

      *  THE SHORTEST RETENTION ACCEPTED - BudgVar AND CostRpt READ A
      *  FISCAL YEAR OF THE LEDGER BACK FROM THE RUN DATE
       01 RETAIN-MONTHS-MINIMUM  PIC 9(3) VALUE 12.

       01 WS-RETAIN-MONTHS       PIC 9(3) VALUE ZERO.
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YY           PIC 99.
          05 WS-RUN-MM           PIC 99.
          05 WS-RUN-DD           PIC 99.

      *  RECORDS CLEARED BEFORE THE CUTOFF ARE ARCHIVED.  THE CUTOFF
      *  IS FOUND BY COUNTING BACK IN MONTHS FROM THE RUN DATE.
       01 WS-CUTOFF-DATE         PIC 9(6) VALUE ZERO.
       01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
          05 WS-CUTOFF-YY        PIC 99.
          05 WS-CUTOFF-MM        PIC 99.
          05 WS-CUTOFF-DD        PIC 99.
       01 WS-MONTH-INDEX         PIC S9(5) VALUE ZERO.

      *  ONE STATION'S EPISODES, COLLECTED BEFORE ANY IS TOUCHED - THE
      *  SAME COLLECT-THEN-DELETE ORDER StnClean USES, SO NO DELETE
      *  EVER HAPPENS UNDERNEATH AN IN-FLIGHT KEY SCAN
       01 WS-GROUP-STATION       PIC X(6) VALUE SPACES.
       01 WS-GROUP-STATE         PIC X(2) VALUE SPACES.
       01 WS-NEXT-STATION        PIC X(6) VALUE SPACES.
       01 WS-EPISODE-TABLE.
          05 WS-EPI-IMAGE        PIC X(28) OCCURS 999 TIMES.
       01 WS-EPI-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-EPI-SUB             PIC 9(4) VALUE ZERO.
       01 WS-EPISODE-VIEW.
          05 WS-EV-HISTORY-KEY.
             10 WS-EV-STATION-CODE PIC X(6).
             10 WS-EV-EPISODE-NBR  PIC 9(3).
          05 WS-EV-REPAIR-CODE     PIC X(6).
          05 WS-EV-DATE-OPENED     PIC 9(6).
          05 WS-EV-DATE-CLEARED    PIC 9(6).
          05 WS-EV-REPAIR-STATUS   PIC X.
             88 WS-EV-REPAIR-OPEN        VALUE 'O'.
             88 WS-EV-REPAIR-CLEARED     VALUE 'C'.

       01 WS-STATION-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-STATIONS              VALUE 'Y'.
          88 NO-MORE-STATIONS           VALUE 'N'.
       01 WS-SCAN-EOF-FLAG       PIC X VALUE 'Y'.
          88 MORE-SCAN-RECORDS          VALUE 'Y'.
          88 NO-MORE-SCAN-RECORDS       VALUE 'N'.
       01 WS-NEXT-STATION-SWITCH PIC X VALUE 'N'.
          88 NEXT-STATION-FOUND         VALUE 'Y'.
          88 NO-NEXT-STATION            VALUE 'N'.
       01 WS-LEDGER-EOF-FLAG     PIC X VALUE 'Y'.
          88 MORE-LEDGER-RECORDS        VALUE 'Y'.
          88 NO-MORE-LEDGER-RECORDS     VALUE 'N'.
       01 WS-HISTORY-OPEN-SWITCH PIC X VALUE 'N'.
          88 HISTORY-ON-FILE            VALUE 'Y'.
          88 HISTORY-NOT-ON-FILE        VALUE 'N'.
       01 WS-STNMSTR-OPEN-SWITCH PIC X VALUE 'N'.
          88 STNMSTR-ON-FILE            VALUE 'Y'.
          88 STNMSTR-NOT-ON-FILE        VALUE 'N'.
       01 WS-LEDGER-OPEN-SWITCH  PIC X VALUE 'N'.
          88 LEDGER-ON-FILE             VALUE 'Y'.
          88 LEDGER-NOT-ON-FILE         VALUE 'N'.

      *  STATE LOOKUP - THE LAST STATION LOOKED UP IS REMEMBERED, AND
      *  A STATION NOT ON THE MASTER IS COUNTED UNDER '??'
       01 WS-FIND-STATION        PIC X(6) VALUE SPACES.
       01 WS-LOOKUP-STATION      PIC X(6) VALUE LOW-VALUES.
       01 WS-LOOKUP-STATE        PIC X(2) VALUE SPACES.
       01 WS-FIND-STATE          PIC X(2) VALUE SPACES.

      *  EPISODES STILL ON THE HISTORY FOR THE LEDGER - THE SAME
      *  KEY-RANGE SCAN THE REST OF THE CHAIN USES, REMEMBERED FOR
      *  THE LAST STATION LOOKED UP
       01 WS-KEPT-STATION        PIC X(6) VALUE LOW-VALUES.
       01 WS-KEPT-EPISODE-TABLE.
          05 WS-KEPT-EPISODE OCCURS 999 TIMES.
             10 WS-KEPT-REPAIR-CODE  PIC X(6).
             10 WS-KEPT-DATE-OPENED  PIC 9(6).
       01 WS-KEPT-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-KEPT-SUB            PIC 9(4) VALUE ZERO.
       01 WS-KEPT-FOUND-SWITCH   PIC X VALUE 'N'.
          88 EPISODE-STILL-KEPT         VALUE 'Y'.
          88 EPISODE-NOT-KEPT           VALUE 'N'.

      *  COUNTS PER STATE, KEPT IN STATE ORDER AS STATES ARE MET.
      *  A STATE MET AFTER THE TABLE IS FULL IS COUNTED IN THE LAST
      *  ENTRY.
       01 WS-STATE-TABLE.
          05 WS-STATE-ENTRY OCCURS 99 TIMES.
             10 WS-STATE-CODE        PIC X(2).
             10 WS-STATE-HIST-START  PIC 9(7).
             10 WS-STATE-HIST-ARC    PIC 9(7).
             10 WS-STATE-HIST-LEFT   PIC 9(7).
             10 WS-STATE-LDG-START   PIC 9(7).
             10 WS-STATE-LDG-ARC     PIC 9(7).
             10 WS-STATE-LDG-LEFT    PIC 9(7).
       01 WS-STATE-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-STATE-SUB           PIC 9(3) VALUE ZERO.
       01 WS-SHIFT-SUB           PIC 9(3) VALUE ZERO.
       01 WS-STATE-FOUND-SWITCH  PIC X VALUE 'N'.
          88 STATE-FOUND                VALUE 'Y'.
          88 STATE-NOT-FOUND            VALUE 'N'.

       01 WS-HIST-START          PIC 9(7) VALUE ZERO.
       01 WS-HIST-ARCHIVED       PIC 9(7) VALUE ZERO.
       01 WS-HIST-REMAINING      PIC 9(7) VALUE ZERO.
       01 WS-HIST-OPEN-KEPT      PIC 9(7) VALUE ZERO.
       01 WS-HIST-LATEST-KEPT    PIC 9(7) VALUE ZERO.
       01 WS-HIST-RECENT-KEPT    PIC 9(7) VALUE ZERO.
       01 WS-HIST-CONFLICTS      PIC 9(7) VALUE ZERO.
       01 WS-LDG-START           PIC 9(7) VALUE ZERO.
       01 WS-LDG-ARCHIVED        PIC 9(7) VALUE ZERO.
       01 WS-LDG-REMAINING       PIC 9(7) VALUE ZERO.
       01 WS-LDG-EPISODE-KEPT    PIC 9(7) VALUE ZERO.
       01 WS-LDG-RECENT-KEPT     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-ARCHIVED      PIC 9(7) VALUE ZERO.
       01 WS-OUT-OF-BALANCE      PIC 9(3) VALUE ZERO.

      *  A REFUSAL STOPS THE RUN BEFORE ANY FILE IS TOUCHED
       01 WS-REFUSAL-SWITCH      PIC X VALUE 'N'.
          88 RETENTION-REFUSED         VALUE 'Y'.
          88 RETENTION-ALLOWED         VALUE 'N'.
       01 WS-REFUSAL-REASON      PIC X(40) VALUE SPACES.

      *  EOJ GRADING FOR THE SCHEDULER - 0 CLEAN, 4 AN EPISODE WAS
      *  ALREADY ON THE ARCHIVE WITH A DIFFERENT IMAGE AND WAS KEPT,
      *  8 NOTHING ON FILE, 12 FILE I-O FAILURE, 16 RETENTION PERIOD
      *  REFUSED, WORK FILES LEFT FROM A FAILED REBUILD, OR CONTROL
      *  TOTALS OUT OF BALANCE
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

       01 RETAIN-TITLE-LINE.
          05        PIC X(50) VALUE
                        'REPAIR HISTORY AND COST LEDGER RETENTION'.

       01 RETAIN-PARM-LINE-1.
          05        PIC X(26) VALUE 'Retention months .........'.
          05 RPL-RETAIN-MONTHS PIC ZZ9.

       01 RETAIN-PARM-LINE-2.
          05        PIC X(26) VALUE 'Run date .................'.
          05 RPL-RUN-DATE      PIC 9(6).

       01 RETAIN-PARM-LINE-3.
          05        PIC X(26) VALUE 'Archived if cleared before'.
          05 RPL-CUTOFF-DATE   PIC 9(6).

       01 RETAIN-HEADER-LINE-1.
          05        PIC X(8)  VALUE SPACES.
          05        PIC X(36) VALUE
                        '------ Repair history ------'.
          05        PIC X(36) VALUE
                        '------- Cost ledger -------'.

       01 RETAIN-HEADER-LINE-2.
          05        PIC X(8)  VALUE '  State'.
          05        PIC X(12) VALUE '       Start'.
          05        PIC X(12) VALUE '    Archived'.
          05        PIC X(12) VALUE '   Remaining'.
          05        PIC X(12) VALUE '       Start'.
          05        PIC X(12) VALUE '    Archived'.
          05        PIC X(12) VALUE '   Remaining'.
          05        PIC X(10) VALUE '  Balance'.

       01 RETAIN-STATE-LINE.
          05                      PIC X(2) VALUE SPACES.
          05 RSL-STATE            PIC X(5).
          05                      PIC X(1) VALUE SPACES.
          05 RSL-HIST-START       PIC ZZZ,ZZZ,ZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 RSL-HIST-ARC         PIC ZZZ,ZZZ,ZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 RSL-HIST-LEFT        PIC ZZZ,ZZZ,ZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 RSL-LDG-START        PIC ZZZ,ZZZ,ZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 RSL-LDG-ARC          PIC ZZZ,ZZZ,ZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 RSL-LDG-LEFT         PIC ZZZ,ZZZ,ZZ9.
          05                      PIC X(3) VALUE SPACES.
          05 RSL-BALANCE          PIC X(7).

       01 RETAIN-TOTAL-LINE-1.
          05        PIC X(26) VALUE 'History at start .........'.
          05 RTL-HIST-START   PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-2.
          05        PIC X(26) VALUE 'History archived .........'.
          05 RTL-HIST-ARC     PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-3.
          05        PIC X(26) VALUE 'History remaining ........'.
          05 RTL-HIST-LEFT    PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-4.
          05        PIC X(26) VALUE '  Kept - open ............'.
          05 RTL-HIST-OPEN    PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-5.
          05        PIC X(26) VALUE '  Kept - latest episode ..'.
          05 RTL-HIST-LATEST  PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-6.
          05        PIC X(26) VALUE '  Kept - inside retention '.
          05 RTL-HIST-RECENT  PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-7.
          05        PIC X(26) VALUE '  Kept - archive conflict '.
          05 RTL-HIST-CONFLICT PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-8.
          05        PIC X(26) VALUE 'Ledger at start ..........'.
          05 RTL-LDG-START    PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-9.
          05        PIC X(26) VALUE 'Ledger archived ..........'.
          05 RTL-LDG-ARC      PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-10.
          05        PIC X(26) VALUE 'Ledger remaining .........'.
          05 RTL-LDG-LEFT     PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-11.
          05        PIC X(26) VALUE '  Kept - with its episode '.
          05 RTL-LDG-EPISODE  PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-12.
          05        PIC X(26) VALUE '  Kept - inside retention '.
          05 RTL-LDG-RECENT   PIC ZZZ,ZZZ,ZZ9.

       01 RETAIN-TOTAL-LINE-13.
          05        PIC X(26) VALUE 'Control totals ...........'.
          05 RTL-CONTROL      PIC X(40).

       01 RETAIN-REFUSAL-LINE.
          05        PIC X(26) VALUE 'Retention refused ........'.
          05 RRL-REASON       PIC X(40).

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           IF RETENTION-ALLOWED
               PERFORM 300-ARCHIVE-HISTORY
               IF NO-IO-ERROR
                   PERFORM 400-ARCHIVE-LEDGER
               END-IF
               IF NO-IO-ERROR
                   PERFORM 500-COUNT-REMAINING
               END-IF
           END-IF
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-STEP-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN INPUT RETAIN-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'RETAIN: RETNPARM.TXT OPEN FAILED, STATUS '
                   WS-PARM-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF
           READ RETAIN-PARM-FILE
               AT END
                   SET RETENTION-REFUSED TO TRUE
                   MOVE 'NO RETENTION PERIOD ON RETNPARM.TXT'
                       TO WS-REFUSAL-REASON
               NOT AT END
                   IF RP-RETAIN-MONTHS IS NOT NUMERIC
                       SET RETENTION-REFUSED TO TRUE
                       MOVE 'RETENTION PERIOD NOT NUMERIC'
                           TO WS-REFUSAL-REASON
                   ELSE
                       MOVE RP-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                   END-IF
           END-READ
           CLOSE RETAIN-PARM-FILE

           IF RETENTION-ALLOWED
              AND WS-RETAIN-MONTHS < RETAIN-MONTHS-MINIMUM
               SET RETENTION-REFUSED TO TRUE
               MOVE 'RETENTION PERIOD BELOW THE MINIMUM'
                   TO WS-REFUSAL-REASON
           END-IF

           IF RETENTION-ALLOWED
               PERFORM 215-CHECK-WORK-FILES
           END-IF

           PERFORM 210-FIND-CUTOFF

           OPEN OUTPUT RETAIN-RPT-FILE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE WS-RETAIN-MONTHS TO RPL-RETAIN-MONTHS
           WRITE RETAIN-RPT-RECORD FROM RETAIN-PARM-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE WS-RUN-DATE TO RPL-RUN-DATE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-PARM-LINE-2
               AFTER ADVANCING 1 LINE
           MOVE WS-CUTOFF-DATE TO RPL-CUTOFF-DATE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-PARM-LINE-3
               AFTER ADVANCING 1 LINE

           IF RETENTION-ALLOWED
               PERFORM 220-OPEN-FILES
           END-IF

          .

      *  COUNT BACK WS-RETAIN-MONTHS WHOLE MONTHS FROM THE RUN DATE,
      *  KEEPING THE DAY.  A PERIOD REACHING BACK PAST THE START OF
      *  THE CENTURY LEAVES A ZERO CUTOFF, AND NOTHING IS ARCHIVED.

       210-FIND-CUTOFF.

           COMPUTE WS-MONTH-INDEX =
               WS-RUN-YY * 12 + WS-RUN-MM - 1 - WS-RETAIN-MONTHS
           IF RETENTION-REFUSED OR WS-MONTH-INDEX < ZERO
               MOVE ZERO TO WS-CUTOFF-DATE
           ELSE
               DIVIDE WS-MONTH-INDEX BY 12
                   GIVING WS-CUTOFF-YY REMAINDER WS-CUTOFF-MM
               ADD 1 TO WS-CUTOFF-MM
               MOVE WS-RUN-DD TO WS-CUTOFF-DD
           END-IF

          .

      *  A WORK FILE STILL HOLDING RECORDS IS LEFT FROM A LEDGER
      *  REBUILD THAT FAILED PART WAY - THE LEDGER OR THE ARCHIVE MAY
      *  BE SHORT, AND OPENING THE WORK FILE FOR OUTPUT WOULD DESTROY
      *  THE ONLY WHOLE COPY.  A WORK FILE NOT ON FILE OR EMPTY IS
      *  FINE.

       215-CHECK-WORK-FILES.

           OPEN INPUT LEDGER-WORK-FILE
           IF WS-LEDGER-WORK-STATUS = '00'
               READ LEDGER-WORK-FILE
                   NOT AT END
                       SET RETENTION-REFUSED TO TRUE
                       MOVE 'RTLGWORK.TMP LEFT FROM A FAILED REBUILD'
                           TO WS-REFUSAL-REASON
               END-READ
               CLOSE LEDGER-WORK-FILE
           END-IF

           OPEN INPUT ARCHIVE-WORK-FILE
           IF WS-ARCHIVE-WORK-STATUS = '00'
               READ ARCHIVE-WORK-FILE
                   NOT AT END
                       SET RETENTION-REFUSED TO TRUE
                       MOVE 'RTARWORK.TMP LEFT FROM A FAILED REBUILD'
                           TO WS-REFUSAL-REASON
               END-READ
               CLOSE ARCHIVE-WORK-FILE
           END-IF

          .

      *  THE HISTORY AND LEDGER ARE UPDATED, THE ARCHIVES OUTLIVE ANY
      *  ONE RUN AND ARE CREATED ON THE FIRST.  A LIVE FILE NOT ON
      *  FILE SIMPLY HAS NOTHING TO ARCHIVE; THE STATION MASTER IS
      *  ONLY READ FOR EACH STATION'S STATE.

       220-OPEN-FILES.

           OPEN I-O REPAIR-HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN '00'
                   SET HISTORY-ON-FILE TO TRUE
               WHEN '35'
                   SET HISTORY-NOT-ON-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'RETAIN: RPRHIST.DAT OPEN FAILED, STATUS '
                       WS-HISTORY-STATUS ' - FILE I-O FAILURE'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 695-WRITE-STEP-LOG
                   STOP RUN
           END-EVALUATE

           OPEN INPUT STATION-MASTER
           EVALUATE WS-STNMSTR-STATUS
               WHEN '00'
                   SET STNMSTR-ON-FILE TO TRUE
               WHEN '35'
                   SET STNMSTR-NOT-ON-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'RETAIN: STNMSTR.DAT OPEN FAILED, STATUS '
                       WS-STNMSTR-STATUS ' - FILE I-O FAILURE'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 695-WRITE-STEP-LOG
                   STOP RUN
           END-EVALUATE

           OPEN I-O HISTORY-ARCHIVE-FILE
           IF WS-HIST-ARC-STATUS = '35'
               OPEN OUTPUT HISTORY-ARCHIVE-FILE
               CLOSE HISTORY-ARCHIVE-FILE
               OPEN I-O HISTORY-ARCHIVE-FILE
           END-IF
           IF WS-HIST-ARC-STATUS NOT = '00'
               DISPLAY 'RETAIN: RPRHARC.DAT OPEN FAILED, STATUS '
                   WS-HIST-ARC-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           OPEN EXTEND LEDGER-ARCHIVE-FILE
           IF WS-LEDGER-ARC-STATUS = '35'
               OPEN OUTPUT LEDGER-ARCHIVE-FILE
           END-IF
           IF WS-LEDGER-ARC-STATUS NOT = '00'
               DISPLAY 'RETAIN: RPRCARC.DAT OPEN FAILED, STATUS '
                   WS-LEDGER-ARC-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

          .

      *  WALK THE HISTORY ONE STATION AT A TIME - COLLECT THE
      *  STATION'S EPISODES, THEN ARCHIVE AND DELETE THE ONES PAST
      *  RETENTION, THEN MOVE ON TO THE STATION THE SCAN STOPPED AT

       300-ARCHIVE-HISTORY.

           SET NO-MORE-STATIONS TO TRUE
           IF HISTORY-ON-FILE
               MOVE LOW-VALUES TO RH-HISTORY-KEY
               START REPAIR-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO RH-HISTORY-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ REPAIR-HISTORY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               SET MORE-STATIONS TO TRUE
                               MOVE RH-STATION-CODE
                                   TO WS-GROUP-STATION
                       END-READ
               END-START
           END-IF

           PERFORM UNTIL NO-MORE-STATIONS OR IO-ERROR-OCCURRED
               PERFORM 310-COLLECT-STATION-EPISODES
               IF NO-IO-ERROR
                   PERFORM 330-ARCHIVE-STATION-EPISODES
               END-IF
               IF NEXT-STATION-FOUND
                   MOVE WS-NEXT-STATION TO WS-GROUP-STATION
               ELSE
                   SET NO-MORE-STATIONS TO TRUE
               END-IF
           END-PERFORM

          .

       310-COLLECT-STATION-EPISODES.

           MOVE ZERO TO WS-EPI-COUNT
           SET NO-NEXT-STATION TO TRUE

           SET MORE-SCAN-RECORDS TO TRUE
           MOVE WS-GROUP-STATION TO RH-STATION-CODE
           MOVE ZERO             TO RH-EPISODE-NBR
           START REPAIR-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO RH-HISTORY-KEY
               INVALID KEY
                   SET NO-MORE-SCAN-RECORDS TO TRUE
           END-START

           PERFORM UNTIL NO-MORE-SCAN-RECORDS
               READ REPAIR-HISTORY-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   NOT AT END
                       IF RH-STATION-CODE = WS-GROUP-STATION
                           IF WS-EPI-COUNT < 999
                               ADD 1 TO WS-EPI-COUNT
                               MOVE REPAIR-HISTORY-RECORD
                                   TO WS-EPI-IMAGE(WS-EPI-COUNT)
                           ELSE
                               DISPLAY 'RETAIN: STATION '
                                   WS-GROUP-STATION ' HAS MORE THAN '
                                   '999 EPISODES - RUN STOPPED'
                               SET IO-ERROR-OCCURRED TO TRUE
                               SET NO-MORE-SCAN-RECORDS TO TRUE
                           END-IF
                       ELSE
                           SET NEXT-STATION-FOUND TO TRUE
                           MOVE RH-STATION-CODE TO WS-NEXT-STATION
                           SET NO-MORE-SCAN-RECORDS TO TRUE
                       END-IF
               END-READ
               IF WS-HISTORY-STATUS NOT = '00' AND
                  WS-HISTORY-STATUS NOT = '10'
                   DISPLAY 'RETAIN: RPRHIST.DAT READ FAILED, STATUS '
                       WS-HISTORY-STATUS
                   SET IO-ERROR-OCCURRED TO TRUE
                   SET NO-MORE-SCAN-RECORDS TO TRUE
               END-IF
           END-PERFORM

          .

      *  THE LAST EPISODE COLLECTED IS THE STATION'S LATEST AND STAYS.
      *  AN OPEN EPISODE STAYS.  A CLEARED EPISODE STAYS UNLESS IT
      *  CLEARED BEFORE THE CUTOFF.

       330-ARCHIVE-STATION-EPISODES.

           MOVE WS-GROUP-STATION TO WS-FIND-STATION
           PERFORM 350-FIND-STATION-STATE
           MOVE WS-LOOKUP-STATE TO WS-GROUP-STATE
           MOVE WS-GROUP-STATE  TO WS-FIND-STATE
           PERFORM 360-FIND-STATE-ENTRY
           ADD WS-EPI-COUNT TO WS-STATE-HIST-START(WS-STATE-SUB)
           ADD WS-EPI-COUNT TO WS-HIST-START

           PERFORM VARYING WS-EPI-SUB FROM 1 BY 1
                 UNTIL WS-EPI-SUB > WS-EPI-COUNT
                    OR IO-ERROR-OCCURRED
               MOVE WS-EPI-IMAGE(WS-EPI-SUB) TO WS-EPISODE-VIEW
               EVALUATE TRUE
                   WHEN NOT WS-EV-REPAIR-CLEARED
                       ADD 1 TO WS-HIST-OPEN-KEPT
                   WHEN WS-EPI-SUB = WS-EPI-COUNT
                       ADD 1 TO WS-HIST-LATEST-KEPT
                   WHEN WS-EV-DATE-CLEARED NOT < WS-CUTOFF-DATE
                       ADD 1 TO WS-HIST-RECENT-KEPT
                   WHEN OTHER
                       PERFORM 340-ARCHIVE-ONE-EPISODE
               END-EVALUATE
           END-PERFORM

          .

      *  THE EPISODE GOES ONTO THE ARCHIVE FIRST AND COMES OFF THE
      *  HISTORY SECOND, SO A FAILURE BETWEEN THE TWO LEAVES IT IN
      *  BOTH PLACES, NEVER IN NEITHER.  FINDING IT ALREADY ARCHIVED
      *  WITH THE SAME IMAGE (A RERUN AFTER SUCH A FAILURE) COUNTS AS
      *  ARCHIVED; A DIFFERENT IMAGE UNDER THE SAME KEY IS A CONFLICT
      *  AND THE EPISODE IS KEPT.

       340-ARCHIVE-ONE-EPISODE.

           MOVE WS-EPISODE-VIEW TO RA-HISTORY-IMAGE
           MOVE WS-GROUP-STATE  TO RA-TRAIN-STATE
           MOVE WS-RUN-DATE     TO RA-ARCHIVE-DATE
           WRITE HISTORY-ARCHIVE-RECORD
           EVALUATE WS-HIST-ARC-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '22'
                   READ HISTORY-ARCHIVE-FILE
                   IF WS-HIST-ARC-STATUS NOT = '00'
                       DISPLAY 'RETAIN: RPRHARC.DAT READ FAILED, '
                           'STATUS ' WS-HIST-ARC-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                   ELSE
                       IF RA-HISTORY-IMAGE NOT = WS-EPISODE-VIEW
                           DISPLAY 'RETAIN: ARCHIVE CONFLICT '
                               WS-EV-STATION-CODE ' EPISODE '
                               WS-EV-EPISODE-NBR ' - KEPT'
                           ADD 1 TO WS-HIST-CONFLICTS
                           MOVE '22' TO WS-HIST-ARC-STATUS
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'RETAIN: RPRHARC.DAT WRITE FAILED, STATUS '
                       WS-HIST-ARC-STATUS
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

           IF WS-HIST-ARC-STATUS = '00' AND NO-IO-ERROR
               MOVE WS-EV-HISTORY-KEY TO RH-HISTORY-KEY
               DELETE REPAIR-HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY 'RETAIN: RPRHIST.DAT DELETE FAILED, '
                           'STATUS ' WS-HISTORY-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-ARCHIVED
                       ADD 1 TO WS-STATE-HIST-ARC(WS-STATE-SUB)
               END-DELETE
           END-IF

          .

      *  STATE OF THE STATION IN WS-FIND-STATION, RETURNED IN
      *  WS-LOOKUP-STATE - '??' WHEN THE STATION IS NOT ON THE MASTER

       350-FIND-STATION-STATE.

           IF WS-FIND-STATION NOT = WS-LOOKUP-STATION
               MOVE WS-FIND-STATION TO WS-LOOKUP-STATION
               MOVE '??' TO WS-LOOKUP-STATE
               IF STNMSTR-ON-FILE
                   MOVE WS-FIND-STATION TO SM-STATION-CODE
                   READ STATION-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SM-TRAIN-STATE TO WS-LOOKUP-STATE
                   END-READ
               END-IF
           END-IF

          .

      *  POINT WS-STATE-SUB AT THE ENTRY FOR THE STATE IN
      *  WS-FIND-STATE, ADDING IT IN STATE ORDER IF IT IS NEW

       360-FIND-STATE-ENTRY.

           SET STATE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                 UNTIL WS-STATE-SUB > WS-STATE-COUNT
                    OR STATE-FOUND
                    OR WS-STATE-CODE(WS-STATE-SUB) > WS-FIND-STATE
               IF WS-STATE-CODE(WS-STATE-SUB) = WS-FIND-STATE
                   SET STATE-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF STATE-FOUND
               SUBTRACT 1 FROM WS-STATE-SUB
           ELSE
               IF WS-STATE-COUNT < 99
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-STATE-COUNT
                         BY -1 UNTIL WS-SHIFT-SUB < WS-STATE-SUB
                       MOVE WS-STATE-ENTRY(WS-SHIFT-SUB)
                           TO WS-STATE-ENTRY(WS-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-STATE-COUNT
                   INITIALIZE WS-STATE-ENTRY(WS-STATE-SUB)
                   MOVE WS-FIND-STATE TO WS-STATE-CODE(WS-STATE-SUB)
               ELSE
                   MOVE 99 TO WS-STATE-SUB
               END-IF
           END-IF

          .

      *  COPY THE LEDGER TO A WORK FILE, POSTINGS PAST RETENTION TO
      *  THE ARCHIVE WORK FILE INSTEAD, THEN COPY THE WORK FILE BACK
      *  OVER THE LEDGER AND ONLY THEN ADD THE ARCHIVED POSTINGS TO
      *  THE ARCHIVE.  THE LEDGER IS ONLY REPLACED ONCE BOTH WORK
      *  FILES ARE WHOLE; A FAILURE BEFORE THAT LEAVES THE LEDGER AS
      *  IT WAS AND THE WORK FILES ARE EMPTIED AGAIN.

       400-ARCHIVE-LEDGER.

           OPEN INPUT COST-LEDGER-FILE
           EVALUATE WS-LEDGER-STATUS
               WHEN '00'
                   SET LEDGER-ON-FILE TO TRUE
               WHEN '35'
                   SET LEDGER-NOT-ON-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'RETAIN: RPRCOST.DAT OPEN FAILED, STATUS '
                       WS-LEDGER-STATUS ' - FILE I-O FAILURE'
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

           IF LEDGER-ON-FILE
               OPEN OUTPUT LEDGER-WORK-FILE
               IF WS-LEDGER-WORK-STATUS NOT = '00'
                   DISPLAY 'RETAIN: RTLGWORK.TMP OPEN FAILED, STATUS '
                       WS-LEDGER-WORK-STATUS ' - FILE I-O FAILURE'
                   SET IO-ERROR-OCCURRED TO TRUE
               ELSE
                   OPEN OUTPUT ARCHIVE-WORK-FILE
                   IF WS-ARCHIVE-WORK-STATUS NOT = '00'
                       DISPLAY 'RETAIN: RTARWORK.TMP OPEN FAILED, '
                           'STATUS ' WS-ARCHIVE-WORK-STATUS
                           ' - FILE I-O FAILURE'
                       SET IO-ERROR-OCCURRED TO TRUE
                   ELSE
                       SET MORE-LEDGER-RECORDS TO TRUE
                       PERFORM UNTIL NO-MORE-LEDGER-RECORDS
                           READ COST-LEDGER-FILE
                               AT END
                                   SET NO-MORE-LEDGER-RECORDS TO TRUE
                               NOT AT END
                                   PERFORM 410-SORT-ONE-POSTING
                           END-READ
                       END-PERFORM
                       CLOSE ARCHIVE-WORK-FILE
                   END-IF
                   CLOSE LEDGER-WORK-FILE
               END-IF
               CLOSE COST-LEDGER-FILE
               IF NO-IO-ERROR
                   PERFORM 450-REPLACE-LEDGER
                   IF NO-IO-ERROR
                       PERFORM 460-ARCHIVE-POSTINGS
                   END-IF
                   IF NO-IO-ERROR
                       PERFORM 470-EMPTY-WORK-FILES
                   END-IF
               ELSE
                   PERFORM 470-EMPTY-WORK-FILES
               END-IF
           END-IF

          .

       410-SORT-ONE-POSTING.

           MOVE LG-TRAIN-STATE TO WS-FIND-STATE
           PERFORM 360-FIND-STATE-ENTRY
           ADD 1 TO WS-STATE-LDG-START(WS-STATE-SUB)
           ADD 1 TO WS-LDG-START

           IF LG-DATE-CLEARED NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-LDG-RECENT-KEPT
               PERFORM 430-WRITE-KEPT-POSTING
           ELSE
               PERFORM 420-CHECK-POSTING-EPISODE
               IF EPISODE-STILL-KEPT
                   ADD 1 TO WS-LDG-EPISODE-KEPT
                   PERFORM 430-WRITE-KEPT-POSTING
               ELSE
                   MOVE WS-RUN-DATE        TO LA-ARCHIVE-DATE
                   MOVE COST-LEDGER-RECORD TO LA-LEDGER-IMAGE
                   WRITE ARCHIVE-WORK-RECORD FROM LEDGER-ARCHIVE-RECORD
                   IF WS-ARCHIVE-WORK-STATUS NOT = '00'
                       DISPLAY 'RETAIN: RTARWORK.TMP WRITE FAILED, '
                           'STATUS ' WS-ARCHIVE-WORK-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-LEDGER-RECORDS TO TRUE
                   ELSE
                       ADD 1 TO WS-LDG-ARCHIVED
                       ADD 1 TO WS-STATE-LDG-ARC(WS-STATE-SUB)
                   END-IF
               END-IF
           END-IF

          .

      *  IS THE POSTING'S EPISODE STILL ON THE HISTORY?  THE EPISODES
      *  LEFT FOR THE POSTING'S STATION ARE COLLECTED ONCE PER STATION,
      *  AND THE POSTING STAYS ON THE LEDGER IF ANY OF THEM HAS ITS
      *  REPAIR CODE AND DATE OPENED - THE LATEST EPISODE, AN OPEN
      *  ONE, OR ONE KEPT FOR AN ARCHIVE CONFLICT ALIKE.

       420-CHECK-POSTING-EPISODE.

           IF LG-STATION-CODE NOT = WS-KEPT-STATION
               MOVE LG-STATION-CODE TO WS-KEPT-STATION
               MOVE ZERO TO WS-KEPT-COUNT
               IF HISTORY-ON-FILE
                   SET MORE-SCAN-RECORDS TO TRUE
                   MOVE LG-STATION-CODE TO RH-STATION-CODE
                   MOVE ZERO            TO RH-EPISODE-NBR
                   START REPAIR-HISTORY-FILE
                       KEY IS GREATER THAN OR EQUAL TO RH-HISTORY-KEY
                       INVALID KEY
                           SET NO-MORE-SCAN-RECORDS TO TRUE
                   END-START
                   PERFORM UNTIL NO-MORE-SCAN-RECORDS
                       READ REPAIR-HISTORY-FILE NEXT RECORD
                           AT END
                               SET NO-MORE-SCAN-RECORDS TO TRUE
                           NOT AT END
                               IF RH-STATION-CODE = LG-STATION-CODE
                                  AND WS-KEPT-COUNT < 999
                                   ADD 1 TO WS-KEPT-COUNT
                                   MOVE RH-REPAIR-CODE TO
                                     WS-KEPT-REPAIR-CODE(WS-KEPT-COUNT)
                                   MOVE RH-DATE-OPENED TO
                                     WS-KEPT-DATE-OPENED(WS-KEPT-COUNT)
                               ELSE
                                   SET NO-MORE-SCAN-RECORDS TO TRUE
                               END-IF
                       END-READ
                       IF WS-HISTORY-STATUS NOT = '00'
                           SET NO-MORE-SCAN-RECORDS TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           SET EPISODE-NOT-KEPT TO TRUE
           PERFORM VARYING WS-KEPT-SUB FROM 1 BY 1
                 UNTIL WS-KEPT-SUB > WS-KEPT-COUNT
                    OR EPISODE-STILL-KEPT
               IF WS-KEPT-REPAIR-CODE(WS-KEPT-SUB) = LG-REPAIR-CODE
                  AND WS-KEPT-DATE-OPENED(WS-KEPT-SUB) = LG-DATE-OPENED
                   SET EPISODE-STILL-KEPT TO TRUE
               END-IF
           END-PERFORM

          .

       430-WRITE-KEPT-POSTING.

           WRITE LEDGER-WORK-RECORD FROM COST-LEDGER-RECORD
           IF WS-LEDGER-WORK-STATUS NOT = '00'
               DISPLAY 'RETAIN: RTLGWORK.TMP WRITE FAILED, STATUS '
                   WS-LEDGER-WORK-STATUS
               SET IO-ERROR-OCCURRED TO TRUE
               SET NO-MORE-LEDGER-RECORDS TO TRUE
           END-IF

          .

       450-REPLACE-LEDGER.

           OPEN INPUT LEDGER-WORK-FILE
           IF WS-LEDGER-WORK-STATUS = '00'
               OPEN OUTPUT COST-LEDGER-FILE
           END-IF
           IF WS-LEDGER-WORK-STATUS NOT = '00'
              OR WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'RETAIN: RPRCOST.DAT REBUILD FAILED, STATUS '
                   WS-LEDGER-STATUS ' ' WS-LEDGER-WORK-STATUS
                   ' - FILE I-O FAILURE'
               SET IO-ERROR-OCCURRED TO TRUE
           ELSE
               SET MORE-LEDGER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-LEDGER-RECORDS
                   READ LEDGER-WORK-FILE INTO COST-LEDGER-RECORD
                       AT END
                           SET NO-MORE-LEDGER-RECORDS TO TRUE
                       NOT AT END
                           WRITE COST-LEDGER-RECORD
                           IF WS-LEDGER-STATUS NOT = '00'
                               DISPLAY 'RETAIN: RPRCOST.DAT WRITE '
                                   'FAILED, STATUS ' WS-LEDGER-STATUS
                               SET IO-ERROR-OCCURRED TO TRUE
                               SET NO-MORE-LEDGER-RECORDS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-WORK-FILE
                     COST-LEDGER-FILE
           END-IF

          .

      *  THE LEDGER IS WHOLE AGAIN - ADD THE POSTINGS IT LOST TO THE
      *  ARCHIVE.  A FAILURE HERE LEAVES THE WORK FILES AS THEY ARE
      *  FOR THE NEXT RUN TO REFUSE ON.

       460-ARCHIVE-POSTINGS.

           OPEN INPUT ARCHIVE-WORK-FILE
           IF WS-ARCHIVE-WORK-STATUS NOT = '00'
               DISPLAY 'RETAIN: RTARWORK.TMP OPEN FAILED, STATUS '
                   WS-ARCHIVE-WORK-STATUS ' - FILE I-O FAILURE'
               SET IO-ERROR-OCCURRED TO TRUE
           ELSE
               SET MORE-LEDGER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-LEDGER-RECORDS
                   READ ARCHIVE-WORK-FILE INTO LEDGER-ARCHIVE-RECORD
                       AT END
                           SET NO-MORE-LEDGER-RECORDS TO TRUE
                       NOT AT END
                           WRITE LEDGER-ARCHIVE-RECORD
                           IF WS-LEDGER-ARC-STATUS NOT = '00'
                               DISPLAY 'RETAIN: RPRCARC.DAT WRITE '
                                   'FAILED, STATUS '
                                   WS-LEDGER-ARC-STATUS
                               SET IO-ERROR-OCCURRED TO TRUE
                               SET NO-MORE-LEDGER-RECORDS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-WORK-FILE
           END-IF

          .

      *  LEAVE BOTH WORK FILES EMPTY, SO THE NEXT RUN KNOWS NOTHING
      *  WAS LEFT HALF DONE

       470-EMPTY-WORK-FILES.

           OPEN OUTPUT LEDGER-WORK-FILE
           IF WS-LEDGER-WORK-STATUS = '00'
               CLOSE LEDGER-WORK-FILE
           END-IF
           OPEN OUTPUT ARCHIVE-WORK-FILE
           IF WS-ARCHIVE-WORK-STATUS = '00'
               CLOSE ARCHIVE-WORK-FILE
           END-IF

          .

      *  COUNT WHAT IS LEFT ON THE LIVE FILES, FROM THE FILES
      *  THEMSELVES, FOR THE CONTROL TOTALS

       500-COUNT-REMAINING.

           IF HISTORY-ON-FILE
               SET MORE-SCAN-RECORDS TO TRUE
               MOVE LOW-VALUES TO RH-HISTORY-KEY
               START REPAIR-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO RH-HISTORY-KEY
                   INVALID KEY
                       SET NO-MORE-SCAN-RECORDS TO TRUE
               END-START
               PERFORM UNTIL NO-MORE-SCAN-RECORDS
                   READ REPAIR-HISTORY-FILE NEXT RECORD
                       AT END
                           SET NO-MORE-SCAN-RECORDS TO TRUE
                       NOT AT END
                           MOVE RH-STATION-CODE TO WS-FIND-STATION
                           PERFORM 350-FIND-STATION-STATE
                           MOVE WS-LOOKUP-STATE TO WS-FIND-STATE
                           PERFORM 360-FIND-STATE-ENTRY
                           ADD 1 TO WS-STATE-HIST-LEFT(WS-STATE-SUB)
                           ADD 1 TO WS-HIST-REMAINING
                   END-READ
                   IF WS-HISTORY-STATUS NOT = '00'
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF LEDGER-ON-FILE
               OPEN INPUT COST-LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = '00'
                   DISPLAY 'RETAIN: RPRCOST.DAT OPEN FAILED, STATUS '
                       WS-LEDGER-STATUS ' - FILE I-O FAILURE'
                   SET IO-ERROR-OCCURRED TO TRUE
               ELSE
                   SET MORE-LEDGER-RECORDS TO TRUE
                   PERFORM UNTIL NO-MORE-LEDGER-RECORDS
                       READ COST-LEDGER-FILE
                           AT END
                               SET NO-MORE-LEDGER-RECORDS TO TRUE
                           NOT AT END
                               MOVE LG-TRAIN-STATE TO WS-FIND-STATE
                               PERFORM 360-FIND-STATE-ENTRY
                               ADD 1 TO
                                   WS-STATE-LDG-LEFT(WS-STATE-SUB)
                               ADD 1 TO WS-LDG-REMAINING
                       END-READ
                   END-PERFORM
                   CLOSE COST-LEDGER-FILE
               END-IF
           END-IF

          .

       600-EOJ-ROUTINE.

           IF RETENTION-REFUSED
               MOVE WS-REFUSAL-REASON TO RRL-REASON
               WRITE RETAIN-RPT-RECORD FROM RETAIN-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 610-WRITE-STATE-LINES
               PERFORM 620-WRITE-CONTROL-TOTALS
               IF HISTORY-ON-FILE
                   CLOSE REPAIR-HISTORY-FILE
               END-IF
               IF STNMSTR-ON-FILE
                   CLOSE STATION-MASTER
               END-IF
               CLOSE HISTORY-ARCHIVE-FILE
                     LEDGER-ARCHIVE-FILE
           END-IF

           CLOSE RETAIN-RPT-FILE

           PERFORM 690-SET-RETURN-CODE

          .

      *  ONE LINE PER STATE - A STATE WHOSE ARCHIVED PLUS REMAINING
      *  DOES NOT MAKE ITS START, ON EITHER FILE, IS MARKED

       610-WRITE-STATE-LINES.

           WRITE RETAIN-RPT-RECORD FROM RETAIN-HEADER-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE RETAIN-RPT-RECORD FROM RETAIN-HEADER-LINE-2
               AFTER ADVANCING 1 LINE

           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                 UNTIL WS-STATE-SUB > WS-STATE-COUNT
               MOVE WS-STATE-CODE(WS-STATE-SUB)       TO RSL-STATE
               MOVE WS-STATE-HIST-START(WS-STATE-SUB) TO RSL-HIST-START
               MOVE WS-STATE-HIST-ARC(WS-STATE-SUB)   TO RSL-HIST-ARC
               MOVE WS-STATE-HIST-LEFT(WS-STATE-SUB)  TO RSL-HIST-LEFT
               MOVE WS-STATE-LDG-START(WS-STATE-SUB)  TO RSL-LDG-START
               MOVE WS-STATE-LDG-ARC(WS-STATE-SUB)    TO RSL-LDG-ARC
               MOVE WS-STATE-LDG-LEFT(WS-STATE-SUB)   TO RSL-LDG-LEFT
               IF WS-STATE-HIST-START(WS-STATE-SUB) =
                     WS-STATE-HIST-ARC(WS-STATE-SUB)
                   + WS-STATE-HIST-LEFT(WS-STATE-SUB)
                  AND WS-STATE-LDG-START(WS-STATE-SUB) =
                     WS-STATE-LDG-ARC(WS-STATE-SUB)
                   + WS-STATE-LDG-LEFT(WS-STATE-SUB)
                   MOVE 'OK'      TO RSL-BALANCE
               ELSE
                   MOVE 'OFF'     TO RSL-BALANCE
                   ADD 1 TO WS-OUT-OF-BALANCE
               END-IF
               WRITE RETAIN-RPT-RECORD FROM RETAIN-STATE-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE 'TOTAL'           TO RSL-STATE
           MOVE WS-HIST-START     TO RSL-HIST-START
           MOVE WS-HIST-ARCHIVED  TO RSL-HIST-ARC
           MOVE WS-HIST-REMAINING TO RSL-HIST-LEFT
           MOVE WS-LDG-START      TO RSL-LDG-START
           MOVE WS-LDG-ARCHIVED   TO RSL-LDG-ARC
           MOVE WS-LDG-REMAINING  TO RSL-LDG-LEFT
           IF WS-HIST-START = WS-HIST-ARCHIVED + WS-HIST-REMAINING
              AND WS-LDG-START = WS-LDG-ARCHIVED + WS-LDG-REMAINING
               MOVE 'OK'          TO RSL-BALANCE
           ELSE
               MOVE 'OFF'         TO RSL-BALANCE
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           WRITE RETAIN-RPT-RECORD FROM RETAIN-STATE-LINE
               AFTER ADVANCING 2 LINES

          .

       620-WRITE-CONTROL-TOTALS.

           MOVE WS-HIST-START       TO RTL-HIST-START
           MOVE WS-HIST-ARCHIVED    TO RTL-HIST-ARC
           MOVE WS-HIST-REMAINING   TO RTL-HIST-LEFT
           MOVE WS-HIST-OPEN-KEPT   TO RTL-HIST-OPEN
           MOVE WS-HIST-LATEST-KEPT TO RTL-HIST-LATEST
           MOVE WS-HIST-RECENT-KEPT TO RTL-HIST-RECENT
           MOVE WS-HIST-CONFLICTS   TO RTL-HIST-CONFLICT
           MOVE WS-LDG-START        TO RTL-LDG-START
           MOVE WS-LDG-ARCHIVED     TO RTL-LDG-ARC
           MOVE WS-LDG-REMAINING    TO RTL-LDG-LEFT
           MOVE WS-LDG-EPISODE-KEPT TO RTL-LDG-EPISODE
           MOVE WS-LDG-RECENT-KEPT  TO RTL-LDG-RECENT
           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED
                   MOVE 'NOT PROVED - FILE I-O FAILURE' TO RTL-CONTROL
               WHEN WS-OUT-OF-BALANCE > ZERO
                   MOVE 'OUT OF BALANCE'                TO RTL-CONTROL
               WHEN OTHER
                   MOVE 'ARCHIVED + REMAINING = START'  TO RTL-CONTROL
           END-EVALUATE

           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-8
               AFTER ADVANCING 2 LINES
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-9
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-10
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-11
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-12
               AFTER ADVANCING 1 LINE
           WRITE RETAIN-RPT-RECORD FROM RETAIN-TOTAL-LINE-13
               AFTER ADVANCING 2 LINES

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE

       690-SET-RETURN-CODE.

           COMPUTE WS-TOTAL-ARCHIVED =
               WS-HIST-ARCHIVED + WS-LDG-ARCHIVED

           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'       TO WS-EOJ-CONDITION
               WHEN RETENTION-REFUSED
                   MOVE 16 TO RETURN-CODE
                   MOVE 'RETENTION REFUSED'      TO WS-EOJ-CONDITION
               WHEN WS-OUT-OF-BALANCE > ZERO
                   MOVE 16 TO RETURN-CODE
                   MOVE 'OUT OF BALANCE'         TO WS-EOJ-CONDITION
               WHEN WS-HIST-START = ZERO AND WS-LDG-START = ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'NOTHING ON FILE'        TO WS-EOJ-CONDITION
               WHEN WS-HIST-CONFLICTS > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'ARCHIVE CONFLICTS'      TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'RETAIN: CUTOFF '   WS-CUTOFF-DATE
                   ' HISTORY '         WS-HIST-ARCHIVED
                   ' OF '              WS-HIST-START
                   ' LEDGER '          WS-LDG-ARCHIVED
                   ' OF '              WS-LDG-START
                   ' - '               WS-EOJ-CONDITION
           IF RETENTION-REFUSED
               DISPLAY 'RETAIN: ' WS-REFUSAL-REASON
           END-IF

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
               DISPLAY 'RETAIN: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'RETAIN' TO SL-PROGRAM
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
               COMPUTE SL-RECORDS-IN = WS-HIST-START + WS-LDG-START
               COMPUTE SL-RECORDS-OUT =
                   WS-HIST-ARCHIVED + WS-LDG-ARCHIVED
               MOVE WS-HIST-CONFLICTS TO SL-RECORDS-REJ
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
