       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PartRord.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - PARTS REORDER REPORT
      *
      *   THIS PROGRAM RUNS NIGHTLY AFTER WorkOrd AND WoComp AND
      *   TELLS PURCHASING WHAT TO BUY.  EVERY PART ON THE PARTS
      *   MASTER (PARTMSTR.DAT) WHOSE AVAILABLE STOCK - ON HAND LESS
      *   RESERVED - HAS FALLEN TO OR BELOW ITS REORDER POINT IS
      *   LISTED ON PARTRORD.TXT WITH A
      *   SUGGESTED ORDER QUANTITY AND ITS COST - THE REORDER
      *   QUANTITY, OR MORE IF THAT WOULD NOT COVER WHAT OPEN ORDERS
      *   HAVE RESERVED AND STILL LEAVE THE REORDER POINT ON THE
      *   SHELF.
      *
      *   BEFORE MEASURING STOCK IT RELEASES ANY RESERVATION
      *   (PARTRSV.DAT) WHOSE ORDER IS NO LONGER OPEN ON THE WORK
      *   REGISTER - AN ORDER CLOSED BY A CLEARED REPAIR, SUPERSEDED
      *   BY A NEWER ORDER, OR CLOSED BY DECOMMISSION NEVER HAD A
      *   SLIP TO CONSUME ITS PARTS, SO THE STOCK GOES BACK ON THE
      *   SHELF HERE.
      *
      *   LAST, IT PROVES THE BILL OF MATERIALS (RPRBOM.TXT) AGAINST
      *   THE REPAIR-CODE MASTER (RPRCODES.TXT) AND THE PARTS MASTER,
      *   LISTING ANY LINE FOR A REPAIR CODE OR PART THAT DOES NOT
      *   EXIST, OR WITH NO QUANTITY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT PARTS-MASTER
                ASSIGN TO 'PARTMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PA-PART-NUMBER
                FILE STATUS IS WS-PARTMSTR-STATUS.
            SELECT PART-RESERVATION
                ASSIGN TO 'PARTRSV.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RV-RESERVATION-KEY
                FILE STATUS IS WS-PARTRSV-STATUS.
            SELECT WORK-REGISTER
                ASSIGN TO 'WRKORDRG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WR-STATION-CODE
                FILE STATUS IS WS-REGISTER-STATUS.
            SELECT REPAIR-CODE-FILE
                ASSIGN TO 'RPRCODES.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BILL-OF-MATERIALS
                ASSIGN TO 'RPRBOM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BOM-STATUS.
            SELECT REORDER-RPT-FILE
                ASSIGN TO 'PARTRORD.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  ONE RECORD PER STOCKED PART, KEYED BY PART NUMBER - SEE
      *  PartLoad.  LAYOUT MUST STAY IN STEP WITH PartLoad, WorkOrd,
      *  AND WoComp.

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

      *  ONE RECORD PER PART RESERVED FOR AN ORDER - SEE WorkOrd.
      *  LAYOUT MUST STAY IN STEP WITH WorkOrd AND WoComp.

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

      *  LAYOUT MUST STAY IN STEP WITH WorkOrd

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

       FD REPAIR-CODE-FILE.

       01 REPAIR-CODE-RECORD.
          05 RC-REPAIR-CODE     PIC X(6).
          05 RC-DESCRIPTION     PIC X(20).
          05 RC-SEVERITY        PIC X.
          05 RC-EST-COST        PIC 9(5)V99.

      *  THE BILL OF MATERIALS - ONE LINE PER PART A REPAIR CODE
      *  NEEDS.  LAYOUT MUST STAY IN STEP WITH WorkOrd.

       FD BILL-OF-MATERIALS.

       01 BILL-OF-MATERIALS-RECORD.
          05 BM-REPAIR-CODE     PIC X(6).
          05 BM-PART-NUMBER     PIC X(6).
          05 BM-QUANTITY        PIC 9(3).

       FD REORDER-RPT-FILE.

       01 REORDER-RPT-RECORD PIC X(110).

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

       01 WS-PARTMSTR-STATUS     PIC X(2).
       01 WS-PARTRSV-STATUS      PIC X(2).
       01 WS-REGISTER-STATUS     PIC X(2).
       01 WS-BOM-STATUS          PIC X(2).
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.

      *  THE RESERVATION SWEEP NEEDS BOTH THE RESERVATIONS AND THE
      *  REGISTER - WITHOUT EITHER THERE IS NOTHING TO RELEASE
       01 WS-SWEEP-SWITCH        PIC X VALUE 'N'.
          88 RESERVATIONS-OPEN         VALUE 'Y'.
          88 RESERVATIONS-NOT-OPEN     VALUE 'N'.
       01 WS-REGISTER-SWITCH     PIC X VALUE 'N'.
          88 REGISTER-OPEN             VALUE 'Y'.
          88 REGISTER-NOT-OPEN         VALUE 'N'.

       01 WS-RSV-EOF-FLAG        PIC X VALUE 'Y'.
          88 MORE-RSV-RECORDS          VALUE 'Y'.
          88 NO-MORE-RSV-RECORDS       VALUE 'N'.
       01 WS-PART-EOF-FLAG       PIC X VALUE 'Y'.
          88 MORE-PART-RECORDS         VALUE 'Y'.
          88 NO-MORE-PART-RECORDS      VALUE 'N'.
       01 WS-BOM-EOF-FLAG        PIC X VALUE 'Y'.
          88 MORE-BOM-RECORDS          VALUE 'Y'.
          88 NO-MORE-BOM-RECORDS       VALUE 'N'.
       01 WS-RPRCODE-EOF-FLAG    PIC X VALUE SPACE.
          88 MORE-REPAIR-CODES         VALUE 'Y'.
          88 NO-MORE-REPAIR-CODES      VALUE 'N'.

       01 WS-STALE-SWITCH        PIC X VALUE 'N'.
          88 RESERVATION-STALE         VALUE 'Y'.
          88 RESERVATION-CURRENT       VALUE 'N'.

      *  IN-CORE COPY OF THE REPAIR-CODE REFERENCE MASTER FOR THE
      *  BILL-OF-MATERIALS CHECK
       01 WS-REPAIR-CODE-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-REPAIR-CODE-TABLE.
          05 WS-REPAIR-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-REPAIR-IDX.
             10 WS-RPR-CODE      PIC X(6).
       01 WS-CODE-FOUND-SWITCH   PIC X VALUE 'N'.
          88 REPAIR-CODE-FOUND         VALUE 'Y'.
          88 REPAIR-CODE-NOT-FOUND     VALUE 'N'.

      *  REORDER ARITHMETIC - AVAILABLE MAY GO NEGATIVE WHEN OPEN
      *  ORDERS HAVE RESERVED MORE THAN IS ON THE SHELF
       01 WS-PART-AVAILABLE      PIC S9(6) VALUE ZERO.
       01 WS-COVER-QTY           PIC S9(6) VALUE ZERO.
       01 WS-ORDER-QTY           PIC 9(6) VALUE ZERO.
       01 WS-ORDER-COST          PIC 9(9)V99 VALUE ZERO.

       01 WS-RSV-READ            PIC 9(5) VALUE ZERO.
       01 WS-RSV-RELEASED        PIC 9(5) VALUE ZERO.
       01 WS-PARTS-READ          PIC 9(5) VALUE ZERO.
       01 WS-PARTS-TO-ORDER      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ORDER-COST    PIC 9(9)V99 VALUE ZERO.
       01 WS-BOM-READ            PIC 9(5) VALUE ZERO.
       01 WS-BOM-EXCEPTIONS      PIC 9(5) VALUE ZERO.

       01 WS-BOM-REASON          PIC X(30).

      *  EOJ GRADING FOR THE SCHEDULER - 0 CLEAN, 4 BILL-OF-MATERIALS
      *  EXCEPTIONS, 8 EMPTY PARTS MASTER, 12 FILE I-O FAILURE
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

       01 REORDER-TITLE-LINE.
          05        PIC X(36) VALUE 'PARTS REORDER REPORT - RUN DATE'.
          05 RTL-RUN-DATE       PIC 9(6).

       01 RELEASE-SECTION-LINE.
          05        PIC X(50) VALUE
                  'RESERVATIONS RELEASED - ORDER NO LONGER OPEN'.

       01 RELEASE-DETAIL-LINE.
          05                      PIC X(3)  VALUE 'WO '.
          05 RLL-ORDER-NUMBER     PIC 9(6).
          05                      PIC X(2)  VALUE SPACES.
          05 RLL-STATION-CODE     PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 RLL-PART-NUMBER      PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 RLL-QTY-RESERVED     PIC ZZ9.
          05                      PIC X(10) VALUE ' RELEASED'.

       01 REORDER-SECTION-LINE.
          05        PIC X(50) VALUE
                  'PARTS AT OR BELOW REORDER POINT'.

       01 REORDER-HEADER-LINE.
          05        PIC X(8)  VALUE 'Part'.
          05        PIC X(22) VALUE 'Description'.
          05        PIC X(8)  VALUE 'On Hand'.
          05        PIC X(8)  VALUE 'Resvd'.
          05        PIC X(9)  VALUE 'Avail'.
          05        PIC X(8)  VALUE 'Reorder'.
          05        PIC X(9)  VALUE 'Order'.
          05        PIC X(12) VALUE 'Unit Cost'.
          05        PIC X(14) VALUE 'Order Cost'.

       01 REORDER-DETAIL-LINE.
          05 RDL-PART-NUMBER      PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 RDL-DESCRIPTION      PIC X(20).
          05                      PIC X(2)  VALUE SPACES.
          05 RDL-ON-HAND          PIC ZZZZ9.
          05                      PIC X(3)  VALUE SPACES.
          05 RDL-RESERVED         PIC ZZZZ9.
          05                      PIC X(2)  VALUE SPACES.
          05 RDL-AVAILABLE        PIC -ZZZZZ9.
          05                      PIC X(2)  VALUE SPACES.
          05 RDL-REORDER-POINT    PIC ZZZZ9.
          05                      PIC X(2)  VALUE SPACES.
          05 RDL-ORDER-QTY        PIC ZZZZZ9.
          05                      PIC X(2)  VALUE SPACES.
          05 RDL-UNIT-COST        PIC $$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 RDL-ORDER-COST       PIC $$$,$$$,$$9.99.

       01 BOM-SECTION-LINE.
          05        PIC X(50) VALUE
                  'BILL OF MATERIALS EXCEPTIONS'.

       01 BOM-DETAIL-LINE.
          05 BDL-REPAIR-CODE      PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 BDL-PART-NUMBER      PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 BDL-REASON           PIC X(30).

       01 REORDER-SUMMARY-LINE-1.
          05        PIC X(26) VALUE 'Reservations read ........'.
          05 RSL-RSV-READ PIC ZZZZ9.

       01 REORDER-SUMMARY-LINE-2.
          05        PIC X(26) VALUE 'Reservations released ....'.
          05 RSL-RELEASED PIC ZZZZ9.

       01 REORDER-SUMMARY-LINE-3.
          05        PIC X(26) VALUE 'Parts on master ..........'.
          05 RSL-PARTS PIC ZZZZ9.

       01 REORDER-SUMMARY-LINE-4.
          05        PIC X(26) VALUE 'Parts to reorder .........'.
          05 RSL-TO-ORDER PIC ZZZZ9.

       01 REORDER-SUMMARY-LINE-5.
          05        PIC X(26) VALUE 'Total reorder cost .......'.
          05 RSL-ORDER-COST PIC $$$,$$$,$$9.99.

       01 REORDER-SUMMARY-LINE-6.
          05        PIC X(26) VALUE 'BOM lines checked ........'.
          05 RSL-BOM-READ PIC ZZZZ9.

       01 REORDER-SUMMARY-LINE-7.
          05        PIC X(26) VALUE 'BOM exceptions ...........'.
          05 RSL-BOM-EXCEPTIONS PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           IF RESERVATIONS-OPEN AND REGISTER-OPEN
               PERFORM 300-RELEASE-STALE-RESERVATIONS
           END-IF
           PERFORM 400-LIST-REORDER-PARTS
           PERFORM 500-CHECK-BILL-OF-MATERIALS
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-STEP-START-TIME FROM TIME

      *  THE PARTS MASTER IS THE REPORT - WITHOUT IT THERE IS NOTHING
      *  TO MEASURE, AND THE SCHEDULER MUST NOT READ THAT AS CLEAN

           OPEN I-O PARTS-MASTER
           IF WS-PARTMSTR-STATUS NOT = '00'
               DISPLAY 'PARTRORD: PARTMSTR.DAT OPEN FAILED, STATUS '
                   WS-PARTMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  NO RESERVATION FILE OR NO REGISTER YET SIMPLY MEANS NOTHING
      *  HAS BEEN RESERVED - ONLY A REAL OPEN FAILURE IS AN ERROR

           OPEN I-O PART-RESERVATION
           EVALUATE WS-PARTRSV-STATUS
               WHEN '00'
                   SET RESERVATIONS-OPEN TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

           OPEN INPUT WORK-REGISTER
           EVALUATE WS-REGISTER-STATUS
               WHEN '00'
                   SET REGISTER-OPEN TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

           PERFORM 230-LOAD-REPAIR-CODES

           OPEN OUTPUT REORDER-RPT-FILE
           MOVE WS-RUN-DATE TO RTL-RUN-DATE
           WRITE REORDER-RPT-RECORD FROM REORDER-TITLE-LINE
               AFTER ADVANCING PAGE

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
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REPAIR-CODE-FILE

          .

      *  A RESERVATION IS STALE WHEN ITS STATION'S REGISTER SLOT NO
      *  LONGER HOLDS ITS ORDER OPEN.  AN ORDER CLOSED BY A CREW SLIP
      *  HAS NO RESERVATIONS LEFT - WoComp CONSUMED THEM - SO ANY
      *  STILL HERE BELONG TO AN ORDER THAT CAME OFF ANOTHER WAY.

       300-RELEASE-STALE-RESERVATIONS.

           WRITE REORDER-RPT-RECORD FROM RELEASE-SECTION-LINE
               AFTER ADVANCING 2 LINES

           MOVE LOW-VALUES TO RV-RESERVATION-KEY
           START PART-RESERVATION
               KEY IS GREATER THAN OR EQUAL TO RV-RESERVATION-KEY
               INVALID KEY
                   SET NO-MORE-RSV-RECORDS TO TRUE
           END-START

           PERFORM UNTIL NO-MORE-RSV-RECORDS
               READ PART-RESERVATION NEXT RECORD
                   AT END
                       SET NO-MORE-RSV-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RSV-READ
                       PERFORM 310-CHECK-RESERVATION
                       IF RESERVATION-STALE
                           PERFORM 320-RELEASE-RESERVATION
                       END-IF
               END-READ
               IF WS-PARTRSV-STATUS NOT = '00' AND
                  WS-PARTRSV-STATUS NOT = '10'
                   SET IO-ERROR-OCCURRED TO TRUE
                   SET NO-MORE-RSV-RECORDS TO TRUE
               END-IF
           END-PERFORM

          .

       310-CHECK-RESERVATION.

           SET RESERVATION-CURRENT TO TRUE
           MOVE RV-STATION-CODE TO WR-STATION-CODE
           READ WORK-REGISTER
               INVALID KEY
                   SET RESERVATION-STALE TO TRUE
               NOT INVALID KEY
                   IF WR-ORDER-NUMBER NOT = RV-ORDER-NUMBER
                      OR NOT WR-ORDER-OPEN
                       SET RESERVATION-STALE TO TRUE
                   END-IF
           END-READ

          .

       320-RELEASE-RESERVATION.

           MOVE RV-PART-NUMBER TO PA-PART-NUMBER
           READ PARTS-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-RESERVED > RV-QTY-RESERVED
                       SUBTRACT RV-QTY-RESERVED FROM PA-RESERVED
                   ELSE
                       MOVE ZERO TO PA-RESERVED
                   END-IF
                   MOVE WS-RUN-DATE TO PA-LAST-UPDATE
                   REWRITE PARTS-MASTER-RECORD
                       INVALID KEY
                           SET IO-ERROR-OCCURRED TO TRUE
                   END-REWRITE
           END-READ

           DELETE PART-RESERVATION
               INVALID KEY
                   SET IO-ERROR-OCCURRED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-RSV-RELEASED
                   MOVE RV-ORDER-NUMBER TO RLL-ORDER-NUMBER
                   MOVE RV-STATION-CODE TO RLL-STATION-CODE
                   MOVE RV-PART-NUMBER  TO RLL-PART-NUMBER
                   MOVE RV-QTY-RESERVED TO RLL-QTY-RESERVED
                   WRITE REORDER-RPT-RECORD FROM RELEASE-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
           END-DELETE

          .

      *  WALK THE PARTS MASTER IN PART ORDER AND LIST EVERY PART
      *  WHOSE AVAILABLE STOCK - ON HAND LESS RESERVED - IS AT OR
      *  BELOW ITS REORDER POINT

       400-LIST-REORDER-PARTS.

           WRITE REORDER-RPT-RECORD FROM REORDER-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE REORDER-RPT-RECORD FROM REORDER-HEADER-LINE
               AFTER ADVANCING 2 LINES

           MOVE LOW-VALUES TO PA-PART-NUMBER
           START PARTS-MASTER
               KEY IS GREATER THAN OR EQUAL TO PA-PART-NUMBER
               INVALID KEY
                   SET NO-MORE-PART-RECORDS TO TRUE
           END-START

           PERFORM UNTIL NO-MORE-PART-RECORDS
               READ PARTS-MASTER NEXT RECORD
                   AT END
                       SET NO-MORE-PART-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PARTS-READ
                       COMPUTE WS-PART-AVAILABLE =
                           PA-ON-HAND - PA-RESERVED
                       IF WS-PART-AVAILABLE NOT > PA-REORDER-POINT
                           PERFORM 410-WRITE-REORDER-LINE
                       END-IF
               END-READ
               IF WS-PARTMSTR-STATUS NOT = '00' AND
                  WS-PARTMSTR-STATUS NOT = '10'
                   SET IO-ERROR-OCCURRED TO TRUE
                   SET NO-MORE-PART-RECORDS TO TRUE
               END-IF
           END-PERFORM

          .

      *  THE SUGGESTED QUANTITY IS THE PART'S REORDER QUANTITY, OR
      *  WHAT IT TAKES TO COVER THE RESERVATIONS AND PUT THE SHELF
      *  BACK AT THE REORDER POINT IF THAT IS MORE

       410-WRITE-REORDER-LINE.

           COMPUTE WS-COVER-QTY =
               PA-REORDER-POINT + PA-RESERVED - PA-ON-HAND
           IF WS-COVER-QTY > PA-REORDER-QTY
               MOVE WS-COVER-QTY   TO WS-ORDER-QTY
           ELSE
               MOVE PA-REORDER-QTY TO WS-ORDER-QTY
           END-IF
           COMPUTE WS-ORDER-COST = WS-ORDER-QTY * PA-UNIT-COST
           ADD WS-ORDER-COST TO WS-TOTAL-ORDER-COST
           ADD 1 TO WS-PARTS-TO-ORDER

           MOVE PA-PART-NUMBER    TO RDL-PART-NUMBER
           MOVE PA-DESCRIPTION    TO RDL-DESCRIPTION
           MOVE PA-ON-HAND        TO RDL-ON-HAND
           MOVE PA-RESERVED       TO RDL-RESERVED
           MOVE WS-PART-AVAILABLE TO RDL-AVAILABLE
           MOVE PA-REORDER-POINT  TO RDL-REORDER-POINT
           MOVE WS-ORDER-QTY      TO RDL-ORDER-QTY
           MOVE PA-UNIT-COST      TO RDL-UNIT-COST
           MOVE WS-ORDER-COST     TO RDL-ORDER-COST

           WRITE REORDER-RPT-RECORD FROM REORDER-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

      *  EVERY BILL-OF-MATERIALS LINE MUST NAME A REPAIR CODE ON
      *  RPRCODES.TXT AND A PART ON THE PARTS MASTER, WITH A
      *  QUANTITY - A LINE THAT DOES NOT IS A RESERVATION WorkOrd
      *  WILL GET WRONG

       500-CHECK-BILL-OF-MATERIALS.

           WRITE REORDER-RPT-RECORD FROM BOM-SECTION-LINE
               AFTER ADVANCING 2 LINES

           OPEN INPUT BILL-OF-MATERIALS
           IF WS-BOM-STATUS NOT = '00'
               SET NO-MORE-BOM-RECORDS TO TRUE
           END-IF

           PERFORM UNTIL NO-MORE-BOM-RECORDS
               READ BILL-OF-MATERIALS
                   AT END
                       SET NO-MORE-BOM-RECORDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BOM-READ
                       PERFORM 510-CHECK-BOM-LINE
               END-READ
           END-PERFORM

           IF WS-BOM-STATUS NOT = '35'
               CLOSE BILL-OF-MATERIALS
           END-IF

          .

       510-CHECK-BOM-LINE.

           SET REPAIR-CODE-NOT-FOUND TO TRUE
           SET WS-REPAIR-IDX TO 1
           SEARCH WS-REPAIR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REPAIR-IDX > WS-REPAIR-CODE-COUNT
                   CONTINUE
               WHEN WS-RPR-CODE(WS-REPAIR-IDX) = BM-REPAIR-CODE
                   SET REPAIR-CODE-FOUND TO TRUE
           END-SEARCH

           MOVE SPACES TO WS-BOM-REASON
           IF REPAIR-CODE-NOT-FOUND
               MOVE 'REPAIR CODE NOT ON RPRCODES' TO WS-BOM-REASON
           ELSE
               IF BM-QUANTITY NOT NUMERIC OR BM-QUANTITY = ZERO
                   MOVE 'QUANTITY MISSING' TO WS-BOM-REASON
               ELSE
                   MOVE BM-PART-NUMBER TO PA-PART-NUMBER
                   READ PARTS-MASTER
                       INVALID KEY
                           MOVE 'PART NOT ON PARTS MASTER'
                               TO WS-BOM-REASON
                   END-READ
               END-IF
           END-IF

           IF WS-BOM-REASON NOT = SPACES
               MOVE BM-REPAIR-CODE TO BDL-REPAIR-CODE
               MOVE BM-PART-NUMBER TO BDL-PART-NUMBER
               MOVE WS-BOM-REASON  TO BDL-REASON
               WRITE REORDER-RPT-RECORD FROM BOM-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-BOM-EXCEPTIONS
           END-IF

          .

       600-EOJ-ROUTINE.

           MOVE WS-RSV-READ          TO RSL-RSV-READ
           MOVE WS-RSV-RELEASED      TO RSL-RELEASED
           MOVE WS-PARTS-READ        TO RSL-PARTS
           MOVE WS-PARTS-TO-ORDER    TO RSL-TO-ORDER
           MOVE WS-TOTAL-ORDER-COST  TO RSL-ORDER-COST
           MOVE WS-BOM-READ          TO RSL-BOM-READ
           MOVE WS-BOM-EXCEPTIONS    TO RSL-BOM-EXCEPTIONS

           WRITE REORDER-RPT-RECORD FROM REORDER-SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REORDER-RPT-RECORD FROM REORDER-SUMMARY-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REORDER-RPT-RECORD FROM REORDER-SUMMARY-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REORDER-RPT-RECORD FROM REORDER-SUMMARY-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REORDER-RPT-RECORD FROM REORDER-SUMMARY-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE REORDER-RPT-RECORD FROM REORDER-SUMMARY-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE REORDER-RPT-RECORD FROM REORDER-SUMMARY-LINE-7
               AFTER ADVANCING 1 LINE

           CLOSE PARTS-MASTER
                 REORDER-RPT-FILE
           IF RESERVATIONS-OPEN
               CLOSE PART-RESERVATION
           END-IF
           IF REGISTER-OPEN
               CLOSE WORK-REGISTER
           END-IF

           PERFORM 690-SET-RETURN-CODE

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE

       690-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'       TO WS-EOJ-CONDITION
               WHEN WS-PARTS-READ = ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'EMPTY INPUT FILE'       TO WS-EOJ-CONDITION
               WHEN WS-BOM-EXCEPTIONS > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'BILL OF MATERIALS GAPS' TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'PARTRORD: PARTS '  WS-PARTS-READ
                   ' REORDER '         WS-PARTS-TO-ORDER
                   ' RELEASED '        WS-RSV-RELEASED
                   ' BOM GAPS '        WS-BOM-EXCEPTIONS
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
               DISPLAY 'PARTRORD: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'PARTRORD' TO SL-PROGRAM
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
               MOVE WS-PARTS-READ TO SL-RECORDS-IN
               MOVE WS-PARTS-TO-ORDER TO SL-RECORDS-OUT
               MOVE WS-BOM-EXCEPTIONS TO SL-RECORDS-REJ
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
