       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PmLoad.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - PM SCHEDULE MAINTENANCE
      *
      *   THIS PROGRAM MAINTAINS THE PREVENTIVE-MAINTENANCE SCHEDULE
      *   (PMSCHED.DAT) THAT PmSched ISSUES PLANNED WORK ORDERS FROM,
      *   THE SAME WAY MstrLoad MAINTAINS THE MANAGER MASTER: EACH
      *   TRANSACTION CARRIES AN ACTION CODE AND IS APPLIED AGAINST
      *   THE EXISTING SCHEDULE IN PLACE.  A TASK IS SCHEDULED EITHER
      *   FOR ONE STATION (SCOPE S, SCOPE CODE = STATION CODE) OR FOR
      *   EVERY STATION IN A STATE (SCOPE T, SCOPE CODE = THE TWO-
      *   LETTER STATE).  INPUT RECORD LAYOUT:
      *   ACTION CODE      X        (A=ADD, C=CHANGE, D=DELETE)
      *   SCOPE            X        (S=STATION, T=STATE)
      *   SCOPE CODE       XXXXXX
      *   PM TASK CODE     XXXXXX
      *   TASK DESCRIPTION XXXXXXXXXXXXXXXXXXXX
      *   FREQUENCY        999      (DAYS BETWEEN VISITS)
      *   LAST DONE        999999   (YYMMDD, ZERO = NEVER DONE)
      *   ESTIMATED COST   9999999  (99999V99)
      *
      *   THE NEXT DUE DATE IS SET FROM THE LAST-DONE DATE AND THE
      *   FREQUENCY ON EVERY ADD AND CHANGE; A TASK NEVER DONE IS DUE
      *   AT ONCE.  AFTER THAT WoComp ROLLS THE DATES FORWARD EACH
      *   TIME A CREW SLIP CLOSES THE TASK'S PM ORDER.  EVERY CHANGE
      *   AND DELETE PRINTS THE BEFORE IMAGE OF THE SCHEDULE RECORD,
      *   AND EVERY ADD AND CHANGE PRINTS THE AFTER IMAGE, ON
      *   PMSUPDT.TXT.  A CHANGE OR DELETE OF A STATE TASK IS
      *   CARRIED DOWN TO THE STATION COPIES PmSched HAS ALREADY MADE
      *   OF IT, EACH WITH ITS OWN BEFORE AND AFTER IMAGES.  ADDS FOR
      *   TASKS ALREADY ON FILE, CHANGES/
      *   DELETES FOR TASKS NOT ON FILE, AND ADDS/CHANGES CARRYING A
      *   BAD SCOPE, FREQUENCY, DATE, OR COST ARE REJECTED TO
      *   PMSREJ.TXT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PM-INPUT-FILE
                ASSIGN TO 'PMSCHIN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INPUT-STATUS.
            SELECT PM-SCHEDULE
                ASSIGN TO 'PMSCHED.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PS-SCHED-KEY
                FILE STATUS IS WS-PMSCHED-STATUS.
            SELECT STATION-MASTER
                ASSIGN TO 'STNMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STNMSTR-STATUS.
            SELECT UPDATE-REPORT-FILE
                ASSIGN TO 'PMSUPDT.TXT'.
            SELECT LOAD-ERROR-FILE
                ASSIGN TO 'PMSREJ.TXT'.
            SELECT CONTROL-RPT-FILE
                ASSIGN TO 'CTLPMS.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  THE TRANSACTION FILE ARRIVES WITH THE SAME BATCH CONTROLS AS
      *  MASTERIN.TXT: A HEADER RECORD (TYPE 0 - BATCH DATE AND
      *  NUMBER) FIRST AND A TRAILER RECORD (TYPE 9 - TRANSACTION
      *  COUNT AND A HASH TOTAL OF THE SCOPE CODES) LAST.  THE
      *  TRAILER IS VERIFIED BEFORE ANY UPDATE IS APPLIED.

       FD PM-INPUT-FILE.

       01 PM-INPUT-RECORD.
          05 PI-ACTION-CODE     PIC X.
             88 PI-ACTION-ADD        VALUE 'A'.
             88 PI-ACTION-CHANGE     VALUE 'C'.
             88 PI-ACTION-DELETE     VALUE 'D'.
             88 PM-HEADER-RECORD     VALUE '0'.
             88 PM-TRAILER-RECORD    VALUE '9'.
          05 PI-SCOPE-TYPE      PIC X.
             88 PI-SCOPE-VALID       VALUE 'S' 'T'.
          05 PI-SCOPE-CODE      PIC X(6).
          05 PI-TASK-CODE       PIC X(6).
          05 PI-TASK-DESC       PIC X(20).
          05 PI-FREQUENCY-DAYS  PIC 9(3).
          05 PI-LAST-DONE       PIC 9(6).
          05 PI-EST-COST        PIC 9(5)V99.

       01 PM-BATCH-HEADER.
          05 PH-RECORD-TYPE     PIC X.
          05 PH-BATCH-DATE      PIC 9(6).
          05 PH-BATCH-NUMBER    PIC 9(4).
          05 FILLER             PIC X(39).

       01 PM-BATCH-TRAILER.
          05 PT-RECORD-TYPE     PIC X.
          05 PT-RECORD-COUNT    PIC 9(7).
          05 PT-HASH-TOTAL      PIC 9(9).
          05 FILLER             PIC X(33).

      *  ONE RECORD PER PM TASK PER SCOPE, KEYED BY SCOPE TYPE, SCOPE
      *  CODE, AND TASK CODE.  A STATE ENTRY ('T') IS THE PATTERN
      *  PmSched COPIES TO A STATION ENTRY ('S') FOR EACH ACTIVE
      *  STATION IN THE STATE; THE STATION ENTRIES ARE WHAT ORDERS
      *  ISSUE FROM AND WHAT WoComp ROLLS FORWARD.  THE OPEN-ORDER
      *  FIELD HOLDS THE NUMBER OF THE TASK'S PM ORDER WHILE ONE IS
      *  OUT.  THE ORIGIN FLAG MARKS A STATION ENTRY PmSched COPIED
      *  FROM A STATE ENTRY - ONLY THOSE FOLLOW A LATER CHANGE OR
      *  DELETE OF THE STATE ENTRY.  LAYOUT MUST STAY IN STEP WITH
      *  PmSched, WoComp, SnapShot AND BackOut.

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

      *  READ ONLY FOR THE STATE A STATION COPY OF A STATE TASK
      *  BELONGS TO.  LAYOUT MUST STAY IN STEP WITH StnLoad.

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

       FD UPDATE-REPORT-FILE.

       01 UPDATE-REPORT-RECORD PIC X(100).

       FD LOAD-ERROR-FILE.

       01 LOAD-ERROR-RECORD PIC X(80).

       FD CONTROL-RPT-FILE.

       01 CONTROL-RPT-RECORD PIC X(80).

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

       01 WS-PMSCHED-STATUS      PIC X(2).
       01 WS-STNMSTR-STATUS      PIC X(2).
       01 WS-INPUT-STATUS        PIC X(2).
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.

      *  NEXT-DUE ARITHMETIC - THE YYMMDD LAST-DONE DATE IS WIDENED
      *  TO CCYYMMDD FOR THE DAY-NUMBER ADDITION
       01 WS-DATE-CCYYMMDD       PIC 9(8) VALUE ZERO.
       01 WS-DUE-DAY-NBR         PIC 9(7) VALUE ZERO.

      *  LAST-DONE DATE CHECK - A REAL CALENDAR DATE NO LATER THAN
      *  THE RUN DATE.  EVERY YEAR DIVISIBLE BY FOUR IS A LEAP YEAR
      *  IN THE 2000-2099 CENTURY THE DATES ARE WIDENED INTO.
       01 WS-CHECK-DATE          PIC 9(6) VALUE ZERO.
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
          05 WS-CHECK-YY         PIC 99.
          05 WS-CHECK-MM         PIC 99.
          05 WS-CHECK-DD         PIC 99.
       01 WS-MONTH-DAYS-TABLE.
          05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE-R REDEFINES WS-MONTH-DAYS-TABLE.
          05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.
       01 WS-MONTH-LAST-DAY      PIC 99 VALUE ZERO.
       01 WS-LEAP-QUOTIENT       PIC 99 VALUE ZERO.
       01 WS-LEAP-REMAINDER      PIC 9 VALUE ZERO.
       01 WS-LAST-DONE-SWITCH    PIC X VALUE 'Y'.
          88 LAST-DONE-VALID           VALUE 'Y'.
          88 LAST-DONE-INVALID         VALUE 'N'.
       01 WS-DATE-REJECT-REASON  PIC X(40) VALUE SPACES.

      *  EOJ GRADING FOR THE SCHEDULER - 0 CLEAN, 4 COMPLETED WITH
      *  REJECTS, 8 EMPTY INPUT, 12 FILE I-O FAILURE, 16 BATCH
      *  CONTROLS OUT OF BALANCE
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

      *  BATCH CONTROL VERIFICATION WORK AREA - THE SAME COUNT AND
      *  HASH MstrLoad PROVES, WITH THE SCOPE CODE HASHED IN PLACE OF
      *  THE STATION CODE
       01 WS-VERIFY-EOF-FLAG     PIC X VALUE 'Y'.
          88 MORE-VERIFY-RECORDS       VALUE 'Y'.
          88 NO-MORE-VERIFY-RECORDS    VALUE 'N'.
       01 WS-TRAILER-SEEN-SWITCH PIC X VALUE 'N'.
          88 TRAILER-SEEN              VALUE 'Y'.
          88 TRAILER-NOT-SEEN          VALUE 'N'.
       01 WS-CONTROL-ERROR-SWITCH PIC X VALUE 'N'.
          88 CONTROL-ERROR             VALUE 'Y'.
          88 NO-CONTROL-ERROR          VALUE 'N'.
       01 WS-CONTROL-ERROR-TEXT  PIC X(30) VALUE SPACES.
       01 WS-BATCH-DATE          PIC 9(6) VALUE ZERO.
       01 WS-BATCH-NUMBER        PIC 9(4) VALUE ZERO.
       01 WS-EXPECTED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-EXPECTED-HASH       PIC 9(9) VALUE ZERO.
       01 WS-ACTUAL-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-ACTUAL-HASH         PIC 9(9) VALUE ZERO.
       01 WS-HASH-CHAR-SET       PIC X(37) VALUE
              ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-HASH-CODE           PIC X(6).
       01 WS-HASH-SUB            PIC 9(2).
       01 WS-HASH-POS            PIC 9(2).
       01 WS-HASH-FOUND-SWITCH   PIC X.
          88 HASH-CHAR-FOUND           VALUE 'Y'.
          88 HASH-CHAR-NOT-FOUND       VALUE 'N'.

       01 CONTROL-RPT-TITLE-LINE.
          05        PIC X(40) VALUE
                        'BATCH CONTROL CHECK - PM SCHEDULE TRANS'.

       01 CONTROL-RPT-BATCH-LINE.
          05                  PIC X(12) VALUE 'Batch date'.
          05 CRL-BATCH-DATE   PIC 9(6).
          05                  PIC X(9)  VALUE '  Number'.
          05 CRL-BATCH-NUMBER PIC 9(4).

       01 CONTROL-RPT-COUNT-LINE.
          05                  PIC X(19) VALUE 'Records  expected'.
          05 CRL-COUNT-EXPECTED PIC ZZZZZZ9.
          05                  PIC X(10) VALUE '  counted'.
          05 CRL-COUNT-ACTUAL PIC ZZZZZZ9.

       01 CONTROL-RPT-HASH-LINE.
          05                  PIC X(19) VALUE 'Hash     expected'.
          05 CRL-HASH-EXPECTED PIC ZZZZZZZZ9.
          05                  PIC X(11) VALUE '  computed'.
          05 CRL-HASH-ACTUAL  PIC ZZZZZZZZ9.

       01 CONTROL-RPT-VERDICT-LINE.
          05 CRL-VERDICT      PIC X(40).
       01 WS-ON-FILE-SWITCH      PIC X VALUE 'N'.
          88 TASK-ON-FILE               VALUE 'Y'.
          88 TASK-NOT-ON-FILE           VALUE 'N'.

       01 WS-TRANS-READ          PIC 9(5) VALUE ZERO.
       01 WS-ADDS-APPLIED        PIC 9(5) VALUE ZERO.
       01 WS-CHANGES-APPLIED     PIC 9(5) VALUE ZERO.
       01 WS-DELETES-APPLIED     PIC 9(5) VALUE ZERO.
       01 WS-COPIES-CHANGED      PIC 9(5) VALUE ZERO.
       01 WS-COPIES-DELETED      PIC 9(5) VALUE ZERO.

      *  THE STATE TASK BEING CARRIED DOWN TO ITS STATION COPIES -
      *  THE SCHEDULE RECORD AREA IS REUSED FOR EACH COPY READ
       01 WS-STATION-FILE-SWITCH PIC X VALUE 'N'.
          88 STATION-FILE-OPEN          VALUE 'Y'.
          88 STATION-FILE-ABSENT        VALUE 'N'.
       01 WS-COPY-EOF-FLAG       PIC X VALUE 'Y'.
          88 MORE-COPY-RECORDS          VALUE 'Y'.
          88 NO-MORE-COPY-RECORDS       VALUE 'N'.
       01 WS-PUSH-STATE          PIC X(2).
       01 WS-PUSH-TASK           PIC X(6).
       01 WS-PUSH-DESC           PIC X(20).
       01 WS-PUSH-FREQUENCY      PIC 9(3).
       01 WS-PUSH-EST-COST       PIC 9(5)V99.
       01 WS-RECORDS-REJECTED    PIC 9(5) VALUE ZERO.

       01 WS-REJECT-REASON       PIC X(40).

       01 LOAD-ERROR-HEADER-LINE.
          05        PIC X(3)  VALUE 'Act'.
          05        PIC X(4)  VALUE 'Sc'.
          05        PIC X(8)  VALUE 'Code'.
          05        PIC X(9)  VALUE 'Task'.
          05        PIC X(40) VALUE 'Reason'.

       01 LOAD-ERROR-DETAIL-LINE.
          05                    PIC X VALUE SPACE.
          05 LEDL-ACTION-CODE   PIC X.
          05                    PIC X(2) VALUE SPACES.
          05 LEDL-SCOPE-TYPE    PIC X.
          05                    PIC X(2) VALUE SPACES.
          05 LEDL-SCOPE-CODE    PIC X(6).
          05                    PIC X(2) VALUE SPACES.
          05 LEDL-TASK-CODE     PIC X(6).
          05                    PIC X(3) VALUE SPACES.
          05 LEDL-REASON        PIC X(40).

      *  BEFORE/AFTER IMAGES OF EVERY SCHEDULE RECORD TOUCHED - THE
      *  BEFORE IMAGE IS THE RECORD AS IT STOOD ON THE FILE, THE
      *  AFTER IMAGE IS THE RECORD AS APPLIED

       01 UPDATE-HEADER-LINE.
          05        PIC X(8)  VALUE 'Image'.
          05        PIC X(8)  VALUE 'Action'.
          05        PIC X(3)  VALUE 'Sc'.
          05        PIC X(8)  VALUE 'Code'.
          05        PIC X(8)  VALUE 'Task'.
          05        PIC X(22) VALUE 'Description'.
          05        PIC X(6)  VALUE 'Freq'.
          05        PIC X(8)  VALUE 'Done'.
          05        PIC X(8)  VALUE 'Due'.
          05        PIC X(10) VALUE 'Est Cost'.

       01 UPDATE-IMAGE-LINE.
          05 UIL-IMAGE-TAG        PIC X(6).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-ACTION           PIC X(6).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-SCOPE-TYPE       PIC X.
          05                      PIC X(2) VALUE SPACES.
          05 UIL-SCOPE-CODE       PIC X(6).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-TASK-CODE        PIC X(6).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-TASK-DESC        PIC X(20).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-FREQUENCY        PIC ZZ9.
          05                      PIC X(3) VALUE SPACES.
          05 UIL-LAST-DONE        PIC 9(6).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-NEXT-DUE         PIC 9(6).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-EST-COST         PIC $$$,$$9.99.

       01 LOAD-SUMMARY-LINE-1.
          05        PIC X(26) VALUE 'Transactions read ........'.
          05 LSL-READ PIC ZZZZ9.

       01 LOAD-SUMMARY-LINE-2.
          05        PIC X(26) VALUE 'Adds applied .............'.
          05 LSL-ADDS PIC ZZZZ9.

       01 LOAD-SUMMARY-LINE-3.
          05        PIC X(26) VALUE 'Changes applied ..........'.
          05 LSL-CHANGES PIC ZZZZ9.

       01 LOAD-SUMMARY-LINE-4.
          05        PIC X(26) VALUE 'Deletes applied ..........'.
          05 LSL-DELETES PIC ZZZZ9.

       01 LOAD-SUMMARY-LINE-5.
          05        PIC X(26) VALUE 'Transactions rejected ....'.
          05 LSL-REJECTED PIC ZZZZ9.

       01 LOAD-SUMMARY-LINE-6.
          05        PIC X(26) VALUE 'Station copies changed ...'.
          05 LSL-COPIES-CHANGED PIC ZZZZ9.

       01 LOAD-SUMMARY-LINE-7.
          05        PIC X(26) VALUE 'Station copies deleted ...'.
          05 LSL-COPIES-DELETED PIC ZZZZ9.

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

           PERFORM 220-VERIFY-BATCH-CONTROLS

           OPEN INPUT  PM-INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'PMLOAD: PMSCHIN.TXT OPEN FAILED, STATUS '
                   WS-INPUT-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  THE SCHEDULE IS UPDATED IN PLACE.  ON THE VERY FIRST RUN
      *  THERE IS NO SCHEDULE YET, SO CREATE IT EMPTY AND REOPEN IT

           OPEN I-O PM-SCHEDULE
           IF WS-PMSCHED-STATUS = '35'
               OPEN OUTPUT PM-SCHEDULE
               CLOSE PM-SCHEDULE
               OPEN I-O PM-SCHEDULE
           END-IF
           IF WS-PMSCHED-STATUS NOT = '00'
               DISPLAY 'PMLOAD: PMSCHED.DAT OPEN FAILED, STATUS '
                   WS-PMSCHED-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  THE STATION MASTER IS ONLY NEEDED TO CARRY A STATE TASK
      *  DOWN TO ITS COPIES - WITHOUT ONE PmSched HAS MADE NO COPIES

           OPEN INPUT STATION-MASTER
           EVALUATE WS-STNMSTR-STATUS
               WHEN '00'
                   SET STATION-FILE-OPEN TO TRUE
               WHEN '35'
                   SET STATION-FILE-ABSENT TO TRUE
               WHEN OTHER
                   DISPLAY 'PMLOAD: STNMSTR.DAT OPEN FAILED, STATUS '
                       WS-STNMSTR-STATUS ' - FILE I-O FAILURE'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 695-WRITE-STEP-LOG
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT UPDATE-REPORT-FILE
           OPEN OUTPUT LOAD-ERROR-FILE

           WRITE UPDATE-REPORT-RECORD FROM UPDATE-HEADER-LINE
           WRITE LOAD-ERROR-RECORD FROM LOAD-ERROR-HEADER-LINE

          .

      *  BATCH CONTROL PRE-PASS - READ THE WHOLE TRANSACTION FILE
      *  ONCE BEFORE ANY UPDATE IS APPLIED, COUNT THE TRANSACTIONS
      *  AND HASH EVERY SCOPE CODE, AND PROVE THE TRAILER AGREES.
      *  A FILE THAT FAILS STOPS THE RUN HERE WITH A CONTROL-TOTALS
      *  REPORT ON CTLPMS.TXT AND RETURN CODE 16.

       220-VERIFY-BATCH-CONTROLS.

           OPEN INPUT PM-INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'PMLOAD: PMSCHIN.TXT OPEN FAILED, STATUS '
                   WS-INPUT-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           READ PM-INPUT-FILE
               AT END
                   SET CONTROL-ERROR TO TRUE
                   MOVE 'EMPTY BATCH - NO HEADER'
                       TO WS-CONTROL-ERROR-TEXT
               NOT AT END
                   IF PM-HEADER-RECORD
                       MOVE PH-BATCH-DATE   TO WS-BATCH-DATE
                       MOVE PH-BATCH-NUMBER TO WS-BATCH-NUMBER
                   ELSE
                       SET CONTROL-ERROR TO TRUE
                       MOVE 'MISSING BATCH HEADER'
                           TO WS-CONTROL-ERROR-TEXT
                   END-IF
           END-READ

           PERFORM UNTIL NO-MORE-VERIFY-RECORDS
                      OR TRAILER-SEEN
                      OR CONTROL-ERROR
               READ PM-INPUT-FILE
                   AT END
                       SET NO-MORE-VERIFY-RECORDS TO TRUE
                       SET CONTROL-ERROR TO TRUE
                       MOVE 'MISSING BATCH TRAILER'
                           TO WS-CONTROL-ERROR-TEXT
                   NOT AT END
                       PERFORM 222-TALLY-VERIFY-RECORD
               END-READ
           END-PERFORM

           IF TRAILER-SEEN AND NO-CONTROL-ERROR
               READ PM-INPUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CONTROL-ERROR TO TRUE
                       MOVE 'RECORDS AFTER BATCH TRAILER'
                           TO WS-CONTROL-ERROR-TEXT
               END-READ
           END-IF

           CLOSE PM-INPUT-FILE

           IF NO-CONTROL-ERROR
               IF WS-ACTUAL-COUNT NOT = WS-EXPECTED-COUNT
                   SET CONTROL-ERROR TO TRUE
                   MOVE 'RECORD COUNT OUT OF BALANCE'
                       TO WS-CONTROL-ERROR-TEXT
               ELSE
                   IF WS-ACTUAL-HASH NOT = WS-EXPECTED-HASH
                       SET CONTROL-ERROR TO TRUE
                       MOVE 'HASH TOTAL OUT OF BALANCE'
                           TO WS-CONTROL-ERROR-TEXT
                   END-IF
               END-IF
           END-IF

           PERFORM 225-WRITE-CONTROL-REPORT

           IF CONTROL-ERROR
               DISPLAY 'PMLOAD: BATCH CONTROL FAILURE - '
                   WS-CONTROL-ERROR-TEXT
               MOVE 16 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

          .

       222-TALLY-VERIFY-RECORD.

           EVALUATE TRUE
               WHEN PM-TRAILER-RECORD
                   MOVE PT-RECORD-COUNT TO WS-EXPECTED-COUNT
                   MOVE PT-HASH-TOTAL   TO WS-EXPECTED-HASH
                   SET TRAILER-SEEN TO TRUE
               WHEN PM-HEADER-RECORD
                   SET CONTROL-ERROR TO TRUE
                   MOVE 'EXTRA BATCH HEADER'
                       TO WS-CONTROL-ERROR-TEXT
               WHEN OTHER
                   ADD 1 TO WS-ACTUAL-COUNT
                   MOVE PI-SCOPE-CODE TO WS-HASH-CODE
                   PERFORM 227-ADD-CODE-TO-HASH
           END-EVALUATE

          .

       225-WRITE-CONTROL-REPORT.

           OPEN OUTPUT CONTROL-RPT-FILE

           WRITE CONTROL-RPT-RECORD FROM CONTROL-RPT-TITLE-LINE
               AFTER ADVANCING PAGE

           MOVE WS-BATCH-DATE   TO CRL-BATCH-DATE
           MOVE WS-BATCH-NUMBER TO CRL-BATCH-NUMBER
           WRITE CONTROL-RPT-RECORD FROM CONTROL-RPT-BATCH-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-EXPECTED-COUNT TO CRL-COUNT-EXPECTED
           MOVE WS-ACTUAL-COUNT   TO CRL-COUNT-ACTUAL
           WRITE CONTROL-RPT-RECORD FROM CONTROL-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE WS-EXPECTED-HASH TO CRL-HASH-EXPECTED
           MOVE WS-ACTUAL-HASH   TO CRL-HASH-ACTUAL
           WRITE CONTROL-RPT-RECORD FROM CONTROL-RPT-HASH-LINE
               AFTER ADVANCING 1 LINE

           IF CONTROL-ERROR
               MOVE WS-CONTROL-ERROR-TEXT TO CRL-VERDICT
           ELSE
               MOVE 'CONTROLS IN BALANCE' TO CRL-VERDICT
           END-IF
           WRITE CONTROL-RPT-RECORD FROM CONTROL-RPT-VERDICT-LINE
               AFTER ADVANCING 2 LINES

           CLOSE CONTROL-RPT-FILE

          .

      *  ADD ONE SCOPE CODE INTO THE RUNNING HASH TOTAL - EACH
      *  CHARACTER, FOLDED TO UPPER CASE, CONTRIBUTES ITS POSITION
      *  IN WS-HASH-CHAR-SET MINUS ONE; A CHARACTER NOT IN THE SET
      *  (INCLUDING SPACE) CONTRIBUTES ZERO

       227-ADD-CODE-TO-HASH.

           INSPECT WS-HASH-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1 UNTIL
                 WS-HASH-SUB > 6
               SET HASH-CHAR-NOT-FOUND TO TRUE
               PERFORM VARYING WS-HASH-POS FROM 1 BY 1 UNTIL
                     WS-HASH-POS > 37 OR HASH-CHAR-FOUND
                   IF WS-HASH-CHAR-SET(WS-HASH-POS:1) =
                         WS-HASH-CODE(WS-HASH-SUB:1)
                       SET HASH-CHAR-FOUND TO TRUE
                       ADD WS-HASH-POS TO WS-ACTUAL-HASH
                       SUBTRACT 1 FROM WS-ACTUAL-HASH
                   END-IF
               END-PERFORM
           END-PERFORM

          .

       300-APPLY-ROUTINE.

      *  THE BATCH HEADER AND TRAILER WERE VERIFIED IN 220 AND CARRY
      *  NO SCHEDULE DATA - ONLY THE TRANSACTIONS ARE APPLIED

           PERFORM UNTIL NO-MORE-RECORDS
           READ PM-INPUT-FILE
               AT END
                   MOVE 'N' TO END-OF-FILE-FLAG
               NOT AT END
                   IF PM-HEADER-RECORD OR PM-TRAILER-RECORD
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 400-APPLY-ONE-TRANS
                   END-IF
           END-READ
           IF WS-INPUT-STATUS NOT = '00' AND
              WS-INPUT-STATUS NOT = '10'
               SET IO-ERROR-OCCURRED TO TRUE
               MOVE 'N' TO END-OF-FILE-FLAG
           END-IF
           END-PERFORM

          .

      *  CODES ARE FOLDED TO UPPER CASE BEFORE THE LOOKUP.  AN ADD OR
      *  CHANGE MUST CARRY A FREQUENCY OF AT LEAST ONE DAY, A VALID
      *  LAST-DONE DATE NOT AFTER TODAY, AND A NUMERIC COST BEFORE IT
      *  TOUCHES THE FILE.

       400-APPLY-ONE-TRANS.

           INSPECT PI-SCOPE-TYPE CONVERTING
               'st' TO 'ST'
           INSPECT PI-SCOPE-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT PI-TASK-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE PI-SCOPE-TYPE TO PS-SCOPE-TYPE
           MOVE PI-SCOPE-CODE TO PS-SCOPE-CODE
           MOVE PI-TASK-CODE  TO PS-TASK-CODE
           READ PM-SCHEDULE
               INVALID KEY
                   SET TASK-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET TASK-ON-FILE TO TRUE
           END-READ

           PERFORM 405-CHECK-LAST-DONE

           EVALUATE TRUE
               WHEN NOT PI-SCOPE-VALID
                   MOVE 'SCOPE NOT S OR T' TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN PI-SCOPE-CODE = SPACES OR PI-TASK-CODE = SPACES
                   MOVE 'SCOPE CODE OR TASK CODE MISSING'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN (PI-ACTION-ADD OR PI-ACTION-CHANGE)
                AND (PI-FREQUENCY-DAYS NOT NUMERIC
                  OR PI-FREQUENCY-DAYS = ZERO)
                   MOVE 'FREQUENCY NOT 1-999 DAYS' TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN (PI-ACTION-ADD OR PI-ACTION-CHANGE)
                AND PI-LAST-DONE NOT NUMERIC
                   MOVE 'LAST-DONE DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN (PI-ACTION-ADD OR PI-ACTION-CHANGE)
                AND LAST-DONE-INVALID
                   MOVE WS-DATE-REJECT-REASON TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN (PI-ACTION-ADD OR PI-ACTION-CHANGE)
                AND PI-EST-COST NOT NUMERIC
                   MOVE 'ESTIMATED COST NOT NUMERIC'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN PI-ACTION-ADD AND TASK-NOT-ON-FILE
                   PERFORM 410-APPLY-ADD
               WHEN PI-ACTION-ADD
                   MOVE 'ADD - TASK ALREADY ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN PI-ACTION-CHANGE AND TASK-ON-FILE
                   PERFORM 420-APPLY-CHANGE
               WHEN PI-ACTION-CHANGE
                   MOVE 'CHANGE - TASK NOT ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN PI-ACTION-DELETE AND TASK-ON-FILE
                   PERFORM 430-APPLY-DELETE
               WHEN PI-ACTION-DELETE
                   MOVE 'DELETE - TASK NOT ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
           END-EVALUATE

          .

      *  A ZERO LAST-DONE DATE MEANS NEVER DONE AND IS ALWAYS VALID.
      *  ANY OTHER MUST BE A REAL DATE - MONTH 01-12, A DAY THE MONTH
      *  HAS - AND NOT LATER THAN THE RUN DATE, OR THE NEXT-DUE DATE
      *  WORKED FROM IT MEANS NOTHING.

       405-CHECK-LAST-DONE.

           SET LAST-DONE-VALID TO TRUE
           MOVE SPACES TO WS-DATE-REJECT-REASON

           IF PI-LAST-DONE NUMERIC AND PI-LAST-DONE NOT = ZERO
               MOVE PI-LAST-DONE TO WS-CHECK-DATE
               IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                   SET LAST-DONE-INVALID TO TRUE
                   MOVE 'LAST-DONE MONTH NOT 01-12'
                       TO WS-DATE-REJECT-REASON
               ELSE
                   MOVE WS-MONTH-DAYS(WS-CHECK-MM)
                       TO WS-MONTH-LAST-DAY
                   IF WS-CHECK-MM = 2
                       DIVIDE WS-CHECK-YY BY 4
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-LAST-DAY
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-CHECK-DD < 1
                         OR WS-CHECK-DD > WS-MONTH-LAST-DAY
                           SET LAST-DONE-INVALID TO TRUE
                           MOVE 'LAST-DONE DAY NOT VALID FOR MONTH'
                               TO WS-DATE-REJECT-REASON
                       WHEN WS-CHECK-DATE > WS-RUN-DATE
                           SET LAST-DONE-INVALID TO TRUE
                           MOVE 'LAST-DONE DATE AFTER RUN DATE'
                               TO WS-DATE-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF

          .

       410-APPLY-ADD.

           MOVE PI-SCOPE-TYPE     TO PS-SCOPE-TYPE
           MOVE PI-SCOPE-CODE     TO PS-SCOPE-CODE
           MOVE PI-TASK-CODE      TO PS-TASK-CODE
           MOVE PI-TASK-DESC      TO PS-TASK-DESC
           MOVE PI-FREQUENCY-DAYS TO PS-FREQUENCY-DAYS
           MOVE PI-LAST-DONE      TO PS-LAST-DONE
           MOVE PI-EST-COST       TO PS-EST-COST
           MOVE ZERO              TO PS-OPEN-ORDER
           MOVE WS-RUN-DATE       TO PS-LAST-UPDATE
           SET PS-SCHEDULED-HERE  TO TRUE
           PERFORM 440-SET-NEXT-DUE

           WRITE PM-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'ADD - TASK ALREADY ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               NOT INVALID KEY
                   MOVE 'ADD' TO UIL-ACTION
                   PERFORM 460-WRITE-AFTER-IMAGE
                   ADD 1 TO WS-ADDS-APPLIED
           END-WRITE

          .

      *  A CHANGE LEAVES THE OPEN-ORDER NUMBER ALONE - AN ORDER
      *  ALREADY OUT FOR THE TASK STILL BELONGS TO IT.  A STATION
      *  CHANGING ITS COPY OF A STATE TASK TAKES THE TASK OVER, AND
      *  LATER CHANGES TO THE STATE TASK NO LONGER REACH IT.

       420-APPLY-CHANGE.

           MOVE 'CHANGE' TO UIL-ACTION
           PERFORM 455-WRITE-BEFORE-IMAGE

           MOVE PI-TASK-DESC      TO PS-TASK-DESC
           MOVE PI-FREQUENCY-DAYS TO PS-FREQUENCY-DAYS
           MOVE PI-LAST-DONE      TO PS-LAST-DONE
           MOVE PI-EST-COST       TO PS-EST-COST
           MOVE WS-RUN-DATE       TO PS-LAST-UPDATE
           SET PS-SCHEDULED-HERE  TO TRUE
           PERFORM 440-SET-NEXT-DUE

           REWRITE PM-SCHEDULE-RECORD
               INVALID KEY
                   MOVE 'CHANGE - TASK NOT ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               NOT INVALID KEY
                   PERFORM 460-WRITE-AFTER-IMAGE
                   ADD 1 TO WS-CHANGES-APPLIED
                   IF PS-STATE-ENTRY
                       PERFORM 470-PUSH-STATE-TASK
                   END-IF
           END-REWRITE

          .

       430-APPLY-DELETE.

           MOVE 'DELETE' TO UIL-ACTION
           PERFORM 455-WRITE-BEFORE-IMAGE

           DELETE PM-SCHEDULE
               INVALID KEY
                   MOVE 'DELETE - TASK NOT ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES-APPLIED
                   IF PS-STATE-ENTRY
                       PERFORM 470-PUSH-STATE-TASK
                   END-IF
           END-DELETE

          .

      *  CARRY A STATE TASK'S CHANGE OR DELETE DOWN TO EVERY STATION
      *  COPY OF IT - A STATION ENTRY PmSched COPIED FOR THE SAME
      *  TASK CODE AT A STATION IN THE STATE.  A STATION THAT
      *  SCHEDULED THE TASK ITSELF KEEPS ITS OWN.  A CHANGED COPY
      *  TAKES THE NEW DESCRIPTION, FREQUENCY AND COST BUT KEEPS ITS
      *  OWN LAST-DONE DATE AND OPEN ORDER, AND ITS NEXT-DUE DATE IS
      *  WORKED AGAIN FROM THEM.  A DELETED TASK'S COPIES GO WITH
      *  IT; A PM ORDER ALREADY OUT FOR ONE STILL CLOSES NORMALLY ON
      *  THE REGISTER.

       470-PUSH-STATE-TASK.

           MOVE PS-SCOPE-CODE(1:2) TO WS-PUSH-STATE
           MOVE PS-TASK-CODE       TO WS-PUSH-TASK
           MOVE PS-TASK-DESC       TO WS-PUSH-DESC
           MOVE PS-FREQUENCY-DAYS  TO WS-PUSH-FREQUENCY
           MOVE PS-EST-COST        TO WS-PUSH-EST-COST

           IF STATION-FILE-OPEN
               MOVE LOW-VALUES TO PS-SCHED-KEY
               MOVE 'S'        TO PS-SCOPE-TYPE
               SET MORE-COPY-RECORDS TO TRUE
               START PM-SCHEDULE
                   KEY IS GREATER THAN OR EQUAL TO PS-SCHED-KEY
                   INVALID KEY
                       SET NO-MORE-COPY-RECORDS TO TRUE
               END-START
               PERFORM UNTIL NO-MORE-COPY-RECORDS
                   READ PM-SCHEDULE NEXT RECORD
                       AT END
                           SET NO-MORE-COPY-RECORDS TO TRUE
                       NOT AT END
                           IF NOT PS-STATION-ENTRY
                               SET NO-MORE-COPY-RECORDS TO TRUE
                           ELSE
                               IF PS-TASK-CODE = WS-PUSH-TASK
                                  AND PS-COPIED-FROM-STATE
                                   PERFORM 475-APPLY-TO-COPY
                               END-IF
                           END-IF
                   END-READ
                   IF WS-PMSCHED-STATUS NOT = '00'
                      AND WS-PMSCHED-STATUS NOT = '10'
                       DISPLAY 'PMLOAD: PMSCHED.DAT READ FAILED, '
                           'STATUS ' WS-PMSCHED-STATUS
                       SET IO-ERROR-OCCURRED TO TRUE
                       SET NO-MORE-COPY-RECORDS TO TRUE
                   END-IF
               END-PERFORM
           END-IF

          .

       475-APPLY-TO-COPY.

           MOVE PS-SCOPE-CODE TO SM-STATION-CODE
           READ STATION-MASTER
               INVALID KEY
                   MOVE SPACES TO SM-TRAIN-STATE
           END-READ

           IF SM-TRAIN-STATE = WS-PUSH-STATE
               PERFORM 455-WRITE-BEFORE-IMAGE
               IF PI-ACTION-DELETE
                   DELETE PM-SCHEDULE
                       INVALID KEY
                           PERFORM 480-COPY-UPDATE-FAILED
                       NOT INVALID KEY
                           ADD 1 TO WS-COPIES-DELETED
                   END-DELETE
               ELSE
                   MOVE WS-PUSH-DESC      TO PS-TASK-DESC
                   MOVE WS-PUSH-FREQUENCY TO PS-FREQUENCY-DAYS
                   MOVE WS-PUSH-EST-COST  TO PS-EST-COST
                   MOVE WS-RUN-DATE       TO PS-LAST-UPDATE
                   PERFORM 440-SET-NEXT-DUE
                   REWRITE PM-SCHEDULE-RECORD
                       INVALID KEY
                           PERFORM 480-COPY-UPDATE-FAILED
                       NOT INVALID KEY
                           PERFORM 460-WRITE-AFTER-IMAGE
                           ADD 1 TO WS-COPIES-CHANGED
                   END-REWRITE
               END-IF
           END-IF

          .

       480-COPY-UPDATE-FAILED.

           DISPLAY 'PMLOAD: PMSCHED.DAT UPDATE FAILED, STATUS '
               WS-PMSCHED-STATUS ' STATION ' PS-SCOPE-CODE
               ' TASK ' PS-TASK-CODE
           SET IO-ERROR-OCCURRED TO TRUE

          .

      *  NEXT DUE IS THE LAST-DONE DATE PLUS THE FREQUENCY, AS A DAY-
      *  NUMBER ADDITION FOLDED BACK TO YYMMDD.  A TASK NEVER DONE
      *  CARRIES A ZERO NEXT-DUE DATE, WHICH PmSched TREATS AS DUE.

       440-SET-NEXT-DUE.

           IF PS-LAST-DONE = ZERO
               MOVE ZERO TO PS-NEXT-DUE
           ELSE
               COMPUTE WS-DATE-CCYYMMDD = 20000000 + PS-LAST-DONE
               COMPUTE WS-DUE-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
                   + PS-FREQUENCY-DAYS
               COMPUTE WS-DATE-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-NBR)
               COMPUTE PS-NEXT-DUE = WS-DATE-CCYYMMDD - 20000000
           END-IF

          .

       450-WRITE-TRANS-REJECT.

           MOVE PI-ACTION-CODE   TO LEDL-ACTION-CODE
           MOVE PI-SCOPE-TYPE    TO LEDL-SCOPE-TYPE
           MOVE PI-SCOPE-CODE    TO LEDL-SCOPE-CODE
           MOVE PI-TASK-CODE     TO LEDL-TASK-CODE
           MOVE WS-REJECT-REASON TO LEDL-REASON
           WRITE LOAD-ERROR-RECORD FROM LOAD-ERROR-DETAIL-LINE
           ADD 1 TO WS-RECORDS-REJECTED

          .

      *  THE BEFORE IMAGE IS WRITTEN FROM THE SCHEDULE RECORD AS
      *  READ, BEFORE THE TRANSACTION FIELDS ARE MOVED IN ON TOP OF IT

       455-WRITE-BEFORE-IMAGE.

           MOVE 'BEFORE'          TO UIL-IMAGE-TAG
           PERFORM 465-FORMAT-IMAGE-LINE

           WRITE UPDATE-REPORT-RECORD FROM UPDATE-IMAGE-LINE
               AFTER ADVANCING 2 LINES

          .

       460-WRITE-AFTER-IMAGE.

           MOVE 'AFTER'           TO UIL-IMAGE-TAG
           PERFORM 465-FORMAT-IMAGE-LINE

           IF UIL-ACTION = 'ADD'
               WRITE UPDATE-REPORT-RECORD FROM UPDATE-IMAGE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE UPDATE-REPORT-RECORD FROM UPDATE-IMAGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       465-FORMAT-IMAGE-LINE.

           MOVE PS-SCOPE-TYPE     TO UIL-SCOPE-TYPE
           MOVE PS-SCOPE-CODE     TO UIL-SCOPE-CODE
           MOVE PS-TASK-CODE      TO UIL-TASK-CODE
           MOVE PS-TASK-DESC      TO UIL-TASK-DESC
           MOVE PS-FREQUENCY-DAYS TO UIL-FREQUENCY
           MOVE PS-LAST-DONE      TO UIL-LAST-DONE
           MOVE PS-NEXT-DUE       TO UIL-NEXT-DUE
           MOVE PS-EST-COST       TO UIL-EST-COST

          .

       600-EOJ-ROUTINE.

           MOVE WS-TRANS-READ        TO LSL-READ
           MOVE WS-ADDS-APPLIED      TO LSL-ADDS
           MOVE WS-CHANGES-APPLIED   TO LSL-CHANGES
           MOVE WS-DELETES-APPLIED   TO LSL-DELETES
           MOVE WS-RECORDS-REJECTED  TO LSL-REJECTED
           WRITE LOAD-ERROR-RECORD FROM LOAD-SUMMARY-LINE-1
           WRITE LOAD-ERROR-RECORD FROM LOAD-SUMMARY-LINE-2
           WRITE LOAD-ERROR-RECORD FROM LOAD-SUMMARY-LINE-3
           WRITE LOAD-ERROR-RECORD FROM LOAD-SUMMARY-LINE-4
           WRITE LOAD-ERROR-RECORD FROM LOAD-SUMMARY-LINE-5
           MOVE WS-COPIES-CHANGED    TO LSL-COPIES-CHANGED
           MOVE WS-COPIES-DELETED    TO LSL-COPIES-DELETED
           WRITE LOAD-ERROR-RECORD FROM LOAD-SUMMARY-LINE-6
           WRITE LOAD-ERROR-RECORD FROM LOAD-SUMMARY-LINE-7

           IF STATION-FILE-OPEN
               CLOSE STATION-MASTER
           END-IF
           CLOSE PM-INPUT-FILE
                 PM-SCHEDULE
                 UPDATE-REPORT-FILE
                 LOAD-ERROR-FILE

           PERFORM 690-SET-RETURN-CODE

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE

       690-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'       TO WS-EOJ-CONDITION
               WHEN WS-TRANS-READ = ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'EMPTY INPUT FILE'       TO WS-EOJ-CONDITION
               WHEN WS-RECORDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'COMPLETED WITH REJECTS' TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'PMLOAD: TRANS '    WS-TRANS-READ
                   ' ADDS '            WS-ADDS-APPLIED
                   ' CHANGES '         WS-CHANGES-APPLIED
                   ' DELETES '         WS-DELETES-APPLIED
                   ' REJECTS '         WS-RECORDS-REJECTED
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
               DISPLAY 'PMLOAD: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'PMLOAD' TO SL-PROGRAM
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
               COMPUTE SL-RECORDS-OUT =
                   WS-ADDS-APPLIED
                 + WS-CHANGES-APPLIED
                 + WS-DELETES-APPLIED
               MOVE WS-RECORDS-REJECTED TO SL-RECORDS-REJ
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
