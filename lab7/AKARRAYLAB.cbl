                ASSIGN TO 'RPRCOST.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 LG-DATE-OPENED     PIC 9(6).
          05 LG-DATE-CLEARED    PIC 9(6).

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
          88 NO-IO-ERROR                VALUE 'N'.
       01 WS-EOJ-CONDITION        PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEPLOG-STATUS      PIC X(2).

      *  PAGE CONTROL AND RUNNING TOTALS, ONE SET PER REGION REPORT
       01 MAX-LINES-PER-PAGE     PIC 9(2) VALUE 20.
       01 WS-REGION-PAGE-TABLE.
           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .
               DISPLAY 'ARRAYLAB: NO RUN CONTROL, STATUS '
                   WS-RUNCTRL-STATUS ' - RUN STNLOAD FIRST'
               MOVE 16 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

                   DISPLAY 'ARRAYLAB: RUN CONTROL EMPTY'
                       ' - RUN STNLOAD FIRST'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 695-WRITE-STEP-LOG
                   STOP RUN
           END-READ

               DISPLAY 'ARRAYLAB: STALE BATCH ' RN-BATCH-DATE
                   ' - MASTER NOT LOADED TODAY'
               MOVE 16 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  THE BATCH IS TAKEN NOW, BEFORE THE ALREADY-REPORTED TEST, SO
      *  A REFUSED SECOND RUN IS LOGGED AGAINST THE BATCH IT TRIED
      *  TO REPORT AGAIN

           MOVE RN-BATCH-DATE   TO WS-BATCH-DATE
           MOVE RN-BATCH-NUMBER TO WS-BATCH-NUMBER

      *  BATCH NUMBERS CAN RECYCLE IF THE TRANSMITTER RESTARTS ITS
      *  SEQUENCE OR WRAPS, SO THE ALREADY-REPORTED TEST MATCHES THE
      *  FULL BATCH IDENTITY - DATE AND NUMBER TOGETHER
               DISPLAY 'ARRAYLAB: BATCH ' RN-BATCH-NUMBER
                   ' ALREADY REPORTED'
               MOVE 16 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           MOVE WS-BATCH-DATE   TO RHL-BATCH-DATE
           MOVE WS-BATCH-NUMBER TO RHL-BATCH-NUMBER


          .

      *  APPEND THIS STEP'S COMPLETION RECORD TO THE SHARED STEP LOG
      *  FOR StepDash, FILED UNDER THE BATCH TAKEN OFF THE RUN CONTROL
      *  AT STARTUP (ZERO IF THERE WAS NONE TO TAKE).  A STEP THAT
      *  STOPPED DEAD AT STARTUP IS LOGGED TOO, WITH THE GRADE IT
      *  STOPPED ON.  STEPLOG.DAT OUTLIVES ANY ONE RUN - EXTEND IT IF
      *  IT IS THERE, CREATE IT IF IT IS NOT.

       695-WRITE-STEP-LOG.

           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEPLOG-STATUS = '35'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEPLOG-STATUS NOT = '00'
               DISPLAY 'ARRAYLAB: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'ARRAYLAB' TO SL-PROGRAM
               MOVE WS-BATCH-DATE   TO SL-BATCH-DATE
               MOVE WS-BATCH-NUMBER TO SL-BATCH-NUMBER
               ACCEPT SL-RUN-DATE FROM DATE
               MOVE WS-START-TIME TO SL-START-TIME
               ACCEPT SL-END-TIME FROM TIME
               MOVE WS-RECORDS-READ TO SL-RECORDS-IN
               MOVE WS-TOTAL-STATIONS TO SL-RECORDS-OUT
               MOVE WS-TOTAL-REJECTS TO SL-RECORDS-REJ
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

      *  SWEEP THE WHOLE REPAIR-HISTORY MASTER AND LIST EVERY REPAIR
      *  STILL OPEN, WITH HOW MANY DAYS IT HAS BEEN OPEN - ANYTHING
      *  OLDER THAN AGING-LIMIT-DAYS IS FLAGGED FOR FACILITIES
