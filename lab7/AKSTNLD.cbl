      *   WITH THE FEED'S CURRENT VALUES, NEW ONES ARE ADDED.  AFTER
      *   THE FEED, DECOMMISSION TRANSACTIONS ON STNDECOM.TXT MARK
      *   STATIONS INACTIVE (REPORTED ON DECOMRPT.TXT) AND CLOSE
      *   THEIR OPEN REPAIR-HISTORY AND WORK-REGISTER ENTRIES - A
      *   REGISTER ORDER CLOSED THAT WAY IS POSTED TO THE STANDING
      *   WORK-ORDER HISTORY (WOHIST.DAT) SO IT IS NOT LOST.
      *   EVERY UPDATE THAT CHANGES A STATION PRINTS THE BEFORE AND
      *   AFTER IMAGES OF THE MASTER RECORD ON STNUPDT.TXT, TAGGED
      *   WITH WHICH FIELDS CHANGED, SO THE MORNING REVIEW CAN CATCH
                ACCESS MODE IS RANDOM
                RECORD KEY IS WR-STATION-CODE
                FILE STATUS IS WS-REGISTER-STATUS.
            SELECT WORK-ORDER-HISTORY
                ASSIGN TO 'WOHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WH-ORDER-NUMBER
                FILE STATUS IS WS-WOHIST-STATUS.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 WR-SEVERITY        PIC X.
          05 WR-EST-COST        PIC 9(5)V99.
          05 WR-DATE-DUE        PIC 9(6).
          05 WR-ORDER-TYPE      PIC X.
             88 WR-ORDER-REACTIVE     VALUE 'R'.
             88 WR-ORDER-PM           VALUE 'P'.

      *  A REGISTER ORDER CLOSED BY A DECOMMISSION IS POSTED TO THE
      *  STANDING ORDER HISTORY.  LAYOUT MUST STAY IN STEP WITH
      *  WorkOrd AND WoComp.

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

      *  RUN-CONTROL RECORD - WRITTEN WHEN THIS LOAD COMPLETES, SO
      *  THE REPORTING STEPS KNOW WHICH BATCH THE MASTER WAS BUILT
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
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).

      *  BATCH CONTROL VERIFICATION WORK AREA - THE PRE-PASS COUNTS
      *  THE DETAIL RECORDS AND HASHES EVERY STATION CODE, THEN
      *  COMPARES AGAINST THE TRAILER.  THE HASH OF A CODE IS THE
       01 WS-DECOMM-STATUS       PIC X(2).
       01 WS-HISTORY-STATUS      PIC X(2).
       01 WS-REGISTER-STATUS     PIC X(2).
       01 WS-WOHIST-STATUS       PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

      *  REPORTER STAMPS CARRIED OVER FROM THE PRIOR RUN-CONTROL
       01 WS-REGISTER-OPEN-SWITCH PIC X VALUE 'N'.
          88 REGISTER-FILE-OPEN        VALUE 'Y'.
          88 REGISTER-FILE-NOT-OPEN    VALUE 'N'.
       01 WS-WOHIST-OPEN-SWITCH  PIC X VALUE 'N'.
          88 WOHIST-FILE-OPEN          VALUE 'Y'.
          88 WOHIST-FILE-NOT-OPEN      VALUE 'N'.
       01 WS-DECOMMS-READ        PIC 9(5) VALUE ZERO.
       01 WS-DECOMMS-APPLIED     PIC 9(5) VALUE ZERO.
       01 WS-DECOMMS-REJECTED    PIC 9(5) VALUE ZERO.
           PERFORM 500-APPLY-DECOMMISSIONS
               THRU 500-APPLY-DECOMMISSIONS-EXIT
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .
       200-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-STEP-START-TIME FROM TIME

           PERFORM 220-VERIFY-BATCH-CONTROLS

               DISPLAY 'STNLOAD: TRAIN.TXT OPEN FAILED, STATUS '
                   WS-INPUT-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

               DISPLAY 'STNLOAD: STNMSTR.DAT OPEN FAILED, STATUS '
                   WS-STNMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

               DISPLAY 'STNLOAD: TRAIN.TXT OPEN FAILED, STATUS '
                   WS-INPUT-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

               DISPLAY 'STNLOAD: BATCH CONTROL FAILURE - '
                   WS-CONTROL-ERROR-TEXT
               MOVE 16 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

      *  ONLY A REGISTER CAN HAVE AN ORDER TO POST - WITH ONE ON FILE
      *  THE ORDER HISTORY IS CREATED IF WorkOrd HAS NOT YET MADE IT

           IF REGISTER-FILE-OPEN
               OPEN I-O WORK-ORDER-HISTORY
               IF WS-WOHIST-STATUS = '35'
                   OPEN OUTPUT WORK-ORDER-HISTORY
                   CLOSE WORK-ORDER-HISTORY
                   OPEN I-O WORK-ORDER-HISTORY
               END-IF
               IF WS-WOHIST-STATUS = '00'
                   SET WOHIST-FILE-OPEN TO TRUE
               ELSE
                   SET IO-ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

           PERFORM UNTIL NO-MORE-DECOMM-RECORDS
               READ DECOMM-TRANS-FILE
                   AT END
           IF REGISTER-FILE-OPEN
               CLOSE WORK-REGISTER
           END-IF
           IF WOHIST-FILE-OPEN
               CLOSE WORK-ORDER-HISTORY
           END-IF

          .

          .

      *  CLOSE THE STATION'S WORK-ORDER REGISTER ENTRY IF ONE IS
      *  STILL OPEN, SO WorkOrd STOPS CARRYING IT AS DISPATCHED, AND
      *  POST THE CLOSED ORDER TO THE ORDER HISTORY

       530-CLOSE-REGISTER-ENTRY.

                       IF WR-ORDER-OPEN
                           SET WR-ORDER-CLOSED TO TRUE
                           REWRITE WORK-REGISTER-RECORD
                           PERFORM 535-POST-ORDER-HISTORY
                       END-IF
               END-READ
           END-IF

          .

      *  THE ORDER CAME OFF THE REGISTER WITHOUT A COMPLETION SLIP -
      *  IT GOES TO THE HISTORY AS CLOSED BY DECOMMISSION, DATED THE
      *  DECOMMISSION'S EFFECTIVE DATE.  AN ORDER NUMBER ALREADY THERE
      *  KEEPS WHAT WAS POSTED FIRST; ANY OTHER FAILURE IS AN I-O
      *  FAILURE, SINCE THE ORDER WOULD OTHERWISE DROP OUT OF HISTORY.

       535-POST-ORDER-HISTORY.

           IF WOHIST-FILE-OPEN
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
               SET WH-CLOSED-BY-DECOMM TO TRUE
               MOVE WS-DECOMM-DATE-APPLIED TO WH-DATE-CLOSED
               WRITE WORK-ORDER-HISTORY-RECORD
               IF WS-WOHIST-STATUS NOT = '00' AND
                  WS-WOHIST-STATUS NOT = '22'
                   DISPLAY 'STNLOAD: WOHIST.DAT WRITE FAILED, STATUS '
                       WS-WOHIST-STATUS
                   SET IO-ERROR-OCCURRED TO TRUE
               END-IF
           END-IF

          .

       540-WRITE-DECOMM-LINE.

           MOVE DC-STATION-CODE TO DRL-STATION-CODE
                   ' - '               WS-EOJ-CONDITION

          .

      *  APPEND THIS STEP'S COMPLETION RECORD TO THE SHARED STEP LOG
      *  FOR StepDash, FILED UNDER THE BATCH NAMED ON THE FEED HEADER.
      *  A STEP THAT STOPPED DEAD AT STARTUP IS LOGGED TOO, WITH THE
      *  GRADE IT STOPPED ON.  STEPLOG.DAT OUTLIVES ANY ONE RUN -
      *  EXTEND IT IF IT IS THERE, CREATE IT IF IT IS NOT.

       695-WRITE-STEP-LOG.

           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEPLOG-STATUS = '35'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEPLOG-STATUS NOT = '00'
               DISPLAY 'STNLOAD: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'STNLOAD' TO SL-PROGRAM
               MOVE WS-BATCH-DATE   TO SL-BATCH-DATE
               MOVE WS-BATCH-NUMBER TO SL-BATCH-NUMBER
               ACCEPT SL-RUN-DATE FROM DATE
               MOVE WS-STEP-START-TIME TO SL-START-TIME
               ACCEPT SL-END-TIME FROM TIME
               MOVE WS-RECORDS-READ TO SL-RECORDS-IN
               COMPUTE SL-RECORDS-OUT =
                   WS-STATIONS-ADDED
                 + WS-STATIONS-UPDATED
               COMPUTE SL-RECORDS-REJ =
                   WS-STATIONS-REJECTED
                 + WS-DECOMMS-REJECTED
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
