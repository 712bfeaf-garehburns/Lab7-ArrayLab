       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TechLoad.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - TECHNICIAN MASTER MAINTENANCE
      *
      *   THIS PROGRAM MAINTAINS THE TECHNICIAN-MASTER INDEXED FILE
      *   (TECHMSTR.DAT) THAT WoComp CHECKS EVERY COMPLETION SLIP
      *   AGAINST, THE SAME WAY MstrLoad MAINTAINS THE MANAGER
      *   MASTER: EACH TRANSACTION CARRIES AN ACTION CODE AND IS
      *   APPLIED AGAINST THE EXISTING MASTER IN PLACE.  INPUT RECORD
      *   LAYOUT:
      *   ACTION CODE      X        (A=ADD, C=CHANGE, D=DELETE)
      *   TECHNICIAN ID    XXXXXX
      *   TECHNICIAN NAME  XXXXXXXXXXXXXXXXXXXX
      *   HOME REGION      9        (1-5)
      *   LABOR RATE       99999    (999V99 PER HOUR)
      *   ACTIVE FLAG      X        (A=ACTIVE, I=INACTIVE)
      *
      *   A TECHNICIAN WHO LEAVES IS NORMALLY CHANGED TO INACTIVE
      *   RATHER THAN DELETED, SO THE ID STILL NAMES THE PERSON ON
      *   THE WORK-ORDER HISTORY.  EVERY CHANGE AND DELETE PRINTS THE
      *   BEFORE IMAGE OF THE MASTER RECORD, AND EVERY ADD AND CHANGE
      *   PRINTS THE AFTER IMAGE, ON TECHUPDT.TXT.  ADDS FOR IDS
      *   ALREADY ON FILE, CHANGES/DELETES FOR IDS NOT ON FILE, AND
      *   ADDS/CHANGES CARRYING A BAD REGION, RATE, OR FLAG ARE
      *   REJECTED TO TECHREJ.TXT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TECH-INPUT-FILE
                ASSIGN TO 'TECHIN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INPUT-STATUS.
            SELECT TECHNICIAN-MASTER
                ASSIGN TO 'TECHMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TM-TECH-ID
                FILE STATUS IS WS-TECHMSTR-STATUS.
            SELECT UPDATE-REPORT-FILE
                ASSIGN TO 'TECHUPDT.TXT'.
            SELECT LOAD-ERROR-FILE
                ASSIGN TO 'TECHREJ.TXT'.
            SELECT CONTROL-RPT-FILE
                ASSIGN TO 'CTLTECH.TXT'.
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
      *  COUNT AND A HASH TOTAL OF THE TECHNICIAN IDS) LAST.  THE
      *  TRAILER IS VERIFIED BEFORE ANY UPDATE IS APPLIED.

       FD TECH-INPUT-FILE.

       01 TECH-INPUT-RECORD.
          05 TI-ACTION-CODE     PIC X.
             88 TI-ACTION-ADD        VALUE 'A'.
             88 TI-ACTION-CHANGE     VALUE 'C'.
             88 TI-ACTION-DELETE     VALUE 'D'.
             88 TECH-HEADER-RECORD   VALUE '0'.
             88 TECH-TRAILER-RECORD  VALUE '9'.
          05 TI-TECH-ID         PIC X(6).
          05 TI-TECH-NAME       PIC X(20).
          05 TI-HOME-REGION     PIC 9.
          05 TI-LABOR-RATE      PIC 9(3)V99.
          05 TI-ACTIVE-FLAG     PIC X.
             88 TI-FLAG-VALID        VALUE 'A' 'I'.

       01 TECH-BATCH-HEADER.
          05 TH-RECORD-TYPE     PIC X.
          05 TH-BATCH-DATE      PIC 9(6).
          05 TH-BATCH-NUMBER    PIC 9(4).
          05 FILLER             PIC X(23).

       01 TECH-BATCH-TRAILER.
          05 TT-RECORD-TYPE     PIC X.
          05 TT-RECORD-COUNT    PIC 9(7).
          05 TT-HASH-TOTAL      PIC 9(9).
          05 FILLER             PIC X(17).

      *  ONE RECORD PER TECHNICIAN, KEYED BY TECHNICIAN ID - THE ID
      *  IS WHAT THE CREWS KEY ON THE COMPLETION SLIP.  LAYOUT MUST
      *  STAY IN STEP WITH WoComp AND TechProd.

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

       01 WS-TECHMSTR-STATUS     PIC X(2).
       01 WS-INPUT-STATUS        PIC X(2).
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.

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
      *  HASH MstrLoad PROVES, WITH THE TECHNICIAN ID HASHED IN PLACE
      *  OF THE STATION CODE
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
                        'BATCH CONTROL CHECK - TECHNICIAN TRANS'.

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
          88 TECH-ON-FILE               VALUE 'Y'.
          88 TECH-NOT-ON-FILE           VALUE 'N'.

       01 WS-TRANS-READ          PIC 9(5) VALUE ZERO.
       01 WS-ADDS-APPLIED        PIC 9(5) VALUE ZERO.
       01 WS-CHANGES-APPLIED     PIC 9(5) VALUE ZERO.
       01 WS-DELETES-APPLIED     PIC 9(5) VALUE ZERO.
       01 WS-RECORDS-REJECTED    PIC 9(5) VALUE ZERO.

       01 WS-REJECT-REASON       PIC X(40).

       01 LOAD-ERROR-HEADER-LINE.
          05        PIC X(3)  VALUE 'Act'.
          05        PIC X(8)  VALUE 'Tech'.
          05        PIC X(40) VALUE 'Reason'.

       01 LOAD-ERROR-DETAIL-LINE.
          05                    PIC X VALUE SPACE.
          05 LEDL-ACTION-CODE   PIC X.
          05                    PIC X(2) VALUE SPACES.
          05 LEDL-TECH-ID       PIC X(6).
          05                    PIC X(3) VALUE SPACES.
          05 LEDL-REASON        PIC X(40).

      *  BEFORE/AFTER IMAGES OF EVERY MASTER RECORD TOUCHED - THE
      *  BEFORE IMAGE IS THE RECORD AS IT STOOD ON THE MASTER, THE
      *  AFTER IMAGE IS THE RECORD AS APPLIED

       01 UPDATE-HEADER-LINE.
          05        PIC X(8)  VALUE 'Image'.
          05        PIC X(8)  VALUE 'Action'.
          05        PIC X(8)  VALUE 'Tech'.
          05        PIC X(22) VALUE 'Name'.
          05        PIC X(8)  VALUE 'Region'.
          05        PIC X(10) VALUE 'Rate'.
          05        PIC X(6)  VALUE 'Flag'.

       01 UPDATE-IMAGE-LINE.
          05 UIL-IMAGE-TAG        PIC X(6).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-ACTION           PIC X(6).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-TECH-ID          PIC X(6).
          05                      PIC X(2) VALUE SPACES.
          05 UIL-TECH-NAME        PIC X(20).
          05                      PIC X(4) VALUE SPACES.
          05 UIL-HOME-REGION      PIC 9.
          05                      PIC X(4) VALUE SPACES.
          05 UIL-LABOR-RATE       PIC $$$9.99.
          05                      PIC X(4) VALUE SPACES.
          05 UIL-STATUS           PIC X.

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

           OPEN INPUT  TECH-INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'TECHLOAD: TECHIN.TXT OPEN FAILED, STATUS '
                   WS-INPUT-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  THE MASTER IS UPDATED IN PLACE.  ON THE VERY FIRST RUN THERE
      *  IS NO MASTER YET, SO CREATE IT EMPTY AND REOPEN IT FOR UPDATE

           OPEN I-O TECHNICIAN-MASTER
           IF WS-TECHMSTR-STATUS = '35'
               OPEN OUTPUT TECHNICIAN-MASTER
               CLOSE TECHNICIAN-MASTER
               OPEN I-O TECHNICIAN-MASTER
           END-IF
           IF WS-TECHMSTR-STATUS NOT = '00'
               DISPLAY 'TECHLOAD: TECHMSTR.DAT OPEN FAILED, STATUS '
                   WS-TECHMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT UPDATE-REPORT-FILE
           OPEN OUTPUT LOAD-ERROR-FILE

           WRITE UPDATE-REPORT-RECORD FROM UPDATE-HEADER-LINE
           WRITE LOAD-ERROR-RECORD FROM LOAD-ERROR-HEADER-LINE

          .

      *  BATCH CONTROL PRE-PASS - READ THE WHOLE TRANSACTION FILE
      *  ONCE BEFORE ANY UPDATE IS APPLIED, COUNT THE TRANSACTIONS
      *  AND HASH EVERY TECHNICIAN ID, AND PROVE THE TRAILER AGREES.
      *  A FILE THAT FAILS STOPS THE RUN HERE WITH A CONTROL-TOTALS
      *  REPORT ON CTLTECH.TXT AND RETURN CODE 16.

       220-VERIFY-BATCH-CONTROLS.

           OPEN INPUT TECH-INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               DISPLAY 'TECHLOAD: TECHIN.TXT OPEN FAILED, STATUS '
                   WS-INPUT-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           READ TECH-INPUT-FILE
               AT END
                   SET CONTROL-ERROR TO TRUE
                   MOVE 'EMPTY BATCH - NO HEADER'
                       TO WS-CONTROL-ERROR-TEXT
               NOT AT END
                   IF TECH-HEADER-RECORD
                       MOVE TH-BATCH-DATE   TO WS-BATCH-DATE
                       MOVE TH-BATCH-NUMBER TO WS-BATCH-NUMBER
                   ELSE
                       SET CONTROL-ERROR TO TRUE
                       MOVE 'MISSING BATCH HEADER'
                           TO WS-CONTROL-ERROR-TEXT
                   END-IF
           END-READ

           PERFORM UNTIL NO-MORE-VERIFY-RECORDS
                      OR TRAILER-SEEN
                      OR CONTROL-ERROR
               READ TECH-INPUT-FILE
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
               READ TECH-INPUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CONTROL-ERROR TO TRUE
                       MOVE 'RECORDS AFTER BATCH TRAILER'
                           TO WS-CONTROL-ERROR-TEXT
               END-READ
           END-IF

           CLOSE TECH-INPUT-FILE

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
               DISPLAY 'TECHLOAD: BATCH CONTROL FAILURE - '
                   WS-CONTROL-ERROR-TEXT
               MOVE 16 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

          .

       222-TALLY-VERIFY-RECORD.

           EVALUATE TRUE
               WHEN TECH-TRAILER-RECORD
                   MOVE TT-RECORD-COUNT TO WS-EXPECTED-COUNT
                   MOVE TT-HASH-TOTAL   TO WS-EXPECTED-HASH
                   SET TRAILER-SEEN TO TRUE
               WHEN TECH-HEADER-RECORD
                   SET CONTROL-ERROR TO TRUE
                   MOVE 'EXTRA BATCH HEADER'
                       TO WS-CONTROL-ERROR-TEXT
               WHEN OTHER
                   ADD 1 TO WS-ACTUAL-COUNT
                   MOVE TI-TECH-ID TO WS-HASH-CODE
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

      *  ADD ONE TECHNICIAN ID INTO THE RUNNING HASH TOTAL - EACH
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
      *  NO TECHNICIAN DATA - ONLY THE TRANSACTIONS ARE APPLIED

           PERFORM UNTIL NO-MORE-RECORDS
           READ TECH-INPUT-FILE
               AT END
                   MOVE 'N' TO END-OF-FILE-FLAG
               NOT AT END
                   IF TECH-HEADER-RECORD OR TECH-TRAILER-RECORD
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

      *  THE IDS ARE KEYED BY HAND ON THE SLIPS, SO THEY ARE FOLDED
      *  TO UPPER CASE HERE THE SAME WAY WoComp FOLDS THE SLIP.  AN
      *  ADD OR CHANGE MUST CARRY A REGION OF 1-5, A NUMERIC RATE,
      *  AND AN A OR I FLAG BEFORE IT TOUCHES THE MASTER.

       400-APPLY-ONE-TRANS.

           INSPECT TI-TECH-ID CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE TI-TECH-ID TO TM-TECH-ID
           READ TECHNICIAN-MASTER
               INVALID KEY
                   SET TECH-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET TECH-ON-FILE TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN TI-TECH-ID = SPACES
                   MOVE 'TECHNICIAN ID MISSING' TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN (TI-ACTION-ADD OR TI-ACTION-CHANGE)
                AND (TI-HOME-REGION NOT NUMERIC
                  OR TI-HOME-REGION < 1 OR TI-HOME-REGION > 5)
                   MOVE 'HOME REGION NOT 1-5' TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN (TI-ACTION-ADD OR TI-ACTION-CHANGE)
                AND TI-LABOR-RATE NOT NUMERIC
                   MOVE 'LABOR RATE NOT NUMERIC' TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN (TI-ACTION-ADD OR TI-ACTION-CHANGE)
                AND NOT TI-FLAG-VALID
                   MOVE 'ACTIVE FLAG NOT A OR I' TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN TI-ACTION-ADD AND TECH-NOT-ON-FILE
                   PERFORM 410-APPLY-ADD
               WHEN TI-ACTION-ADD
                   MOVE 'ADD - TECHNICIAN ALREADY ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN TI-ACTION-CHANGE AND TECH-ON-FILE
                   PERFORM 420-APPLY-CHANGE
               WHEN TI-ACTION-CHANGE
                   MOVE 'CHANGE - TECHNICIAN NOT ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN TI-ACTION-DELETE AND TECH-ON-FILE
                   PERFORM 430-APPLY-DELETE
               WHEN TI-ACTION-DELETE
                   MOVE 'DELETE - TECHNICIAN NOT ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
           END-EVALUATE

          .

       410-APPLY-ADD.

           MOVE TI-TECH-ID       TO TM-TECH-ID
           MOVE TI-TECH-NAME     TO TM-TECH-NAME
           MOVE TI-HOME-REGION   TO TM-HOME-REGION
           MOVE TI-LABOR-RATE    TO TM-LABOR-RATE
           MOVE TI-ACTIVE-FLAG   TO TM-STATUS
           MOVE WS-RUN-DATE      TO TM-LAST-UPDATE

           WRITE TECHNICIAN-MASTER-RECORD
               INVALID KEY
                   MOVE 'ADD - TECHNICIAN ALREADY ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               NOT INVALID KEY
                   MOVE 'ADD' TO UIL-ACTION
                   PERFORM 460-WRITE-AFTER-IMAGE
                   ADD 1 TO WS-ADDS-APPLIED
           END-WRITE

          .

       420-APPLY-CHANGE.

           MOVE 'CHANGE' TO UIL-ACTION
           PERFORM 455-WRITE-BEFORE-IMAGE

           MOVE TI-TECH-NAME     TO TM-TECH-NAME
           MOVE TI-HOME-REGION   TO TM-HOME-REGION
           MOVE TI-LABOR-RATE    TO TM-LABOR-RATE
           MOVE TI-ACTIVE-FLAG   TO TM-STATUS
           MOVE WS-RUN-DATE      TO TM-LAST-UPDATE

           REWRITE TECHNICIAN-MASTER-RECORD
               INVALID KEY
                   MOVE 'CHANGE - TECHNICIAN NOT ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               NOT INVALID KEY
                   PERFORM 460-WRITE-AFTER-IMAGE
                   ADD 1 TO WS-CHANGES-APPLIED
           END-REWRITE

          .

       430-APPLY-DELETE.

           MOVE 'DELETE' TO UIL-ACTION
           PERFORM 455-WRITE-BEFORE-IMAGE

           DELETE TECHNICIAN-MASTER
               INVALID KEY
                   MOVE 'DELETE - TECHNICIAN NOT ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM 450-WRITE-TRANS-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES-APPLIED
           END-DELETE

          .

       450-WRITE-TRANS-REJECT.

           MOVE TI-ACTION-CODE   TO LEDL-ACTION-CODE
           MOVE TI-TECH-ID       TO LEDL-TECH-ID
           MOVE WS-REJECT-REASON TO LEDL-REASON
           WRITE LOAD-ERROR-RECORD FROM LOAD-ERROR-DETAIL-LINE
           ADD 1 TO WS-RECORDS-REJECTED

          .

      *  THE BEFORE IMAGE IS WRITTEN FROM THE MASTER RECORD AS READ,
      *  BEFORE THE TRANSACTION FIELDS ARE MOVED IN ON TOP OF IT

       455-WRITE-BEFORE-IMAGE.

           MOVE 'BEFORE'         TO UIL-IMAGE-TAG
           MOVE TM-TECH-ID       TO UIL-TECH-ID
           MOVE TM-TECH-NAME     TO UIL-TECH-NAME
           MOVE TM-HOME-REGION   TO UIL-HOME-REGION
           MOVE TM-LABOR-RATE    TO UIL-LABOR-RATE
           MOVE TM-STATUS        TO UIL-STATUS

           WRITE UPDATE-REPORT-RECORD FROM UPDATE-IMAGE-LINE
               AFTER ADVANCING 2 LINES

          .

       460-WRITE-AFTER-IMAGE.

           MOVE 'AFTER'          TO UIL-IMAGE-TAG
           MOVE TM-TECH-ID       TO UIL-TECH-ID
           MOVE TM-TECH-NAME     TO UIL-TECH-NAME
           MOVE TM-HOME-REGION   TO UIL-HOME-REGION
           MOVE TM-LABOR-RATE    TO UIL-LABOR-RATE
           MOVE TM-STATUS        TO UIL-STATUS

           IF UIL-ACTION = 'ADD'
               WRITE UPDATE-REPORT-RECORD FROM UPDATE-IMAGE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE UPDATE-REPORT-RECORD FROM UPDATE-IMAGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

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

           CLOSE TECH-INPUT-FILE
                 TECHNICIAN-MASTER
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

           DISPLAY 'TECHLOAD: TRANS '  WS-TRANS-READ
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
               DISPLAY 'TECHLOAD: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'TECHLOAD' TO SL-PROGRAM
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
