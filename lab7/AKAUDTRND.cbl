                FILE STATUS IS WS-AUDIT-STATUS.
            SELECT TREND-REPORT-FILE
                ASSIGN TO 'AUDTREND.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 TREND-REPORT-RECORD PIC X(100).

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
      *  8 EMPTY OR MISSING LOG
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

       01 TREND-HEADER-LINE.
          05        PIC X(8)  VALUE 'Date'.
          05        PIC X(10) VALUE 'Elapsed'.
           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-STEP-START-TIME FROM TIME

           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'N' TO END-OF-FILE-FLAG
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
               DISPLAY 'AUDTREND: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'AUDTREND' TO SL-PROGRAM
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
               MOVE WS-TOTAL-RUNS TO SL-RECORDS-IN
               MOVE WS-TOTAL-RUNS TO SL-RECORDS-OUT
               MOVE WS-TOTAL-ALERTS TO SL-RECORDS-REJ
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
