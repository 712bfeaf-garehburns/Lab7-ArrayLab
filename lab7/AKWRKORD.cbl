      *   SHOWS THE REPAIR CLEARED.  THE NEXT ORDER NUMBER LIVES IN
      *   A CONTROL RECORD UNDER STATION CODE '000000', WHICH IS
      *   THEREFORE NOT A USABLE STATION CODE.
      *
      *   THE REGISTER HOLDS ONLY A STATION'S LATEST ORDER, SO EVERY
      *   ORDER THIS PROGRAM CLOSES, AND ANY ORDER STILL IN A SLOT
      *   ABOUT TO BE REUSED, IS FIRST POSTED TO THE STANDING WORK-
      *   ORDER HISTORY (WOHIST.DAT, KEYED BY ORDER NUMBER).
      *
      *   EVERY ORDER THIS PROGRAM ISSUES IS TYPED REACTIVE ('R') ON
      *   THE REGISTER.  PREVENTIVE-MAINTENANCE ORDERS ('P') ARE PUT
      *   ON THE REGISTER BY PmSched, NUMBERED FROM THE SAME CONTROL
      *   RECORD, AND ARE NEVER CLOSED HERE BY A CLEARED REPAIR.
      *
      *   EVERY ORDER ISSUED RESERVES THE PARTS ITS REPAIR CODE NEEDS
      *   (THE BILL OF MATERIALS, RPRBOM.TXT) AGAINST THE PARTS MASTER
      *   (PARTMSTR.DAT), ONE RESERVATION RECORD PER PART ON
      *   PARTRSV.DAT.  AN ORDER THE SHELF CANNOT FULLY COVER STILL
      *   ISSUES, AND EACH PART IT IS SHORT OF IS LISTED ON THE
      *   SHORTAGE LIST (PARTSHRT.TXT) FOR PURCHASING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ACCESS MODE IS RANDOM
                RECORD KEY IS WR-STATION-CODE
                FILE STATUS IS WS-REGISTER-STATUS.
            SELECT WORK-ORDER-HISTORY
                ASSIGN TO 'WOHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WH-ORDER-NUMBER
                FILE STATUS IS WS-WOHIST-STATUS.
            SELECT REPAIR-CODE-FILE
                ASSIGN TO 'RPRCODES.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PARTS-MASTER
                ASSIGN TO 'PARTMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PA-PART-NUMBER
                FILE STATUS IS WS-PARTMSTR-STATUS.
            SELECT PART-RESERVATION
                ASSIGN TO 'PARTRSV.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RV-RESERVATION-KEY
                FILE STATUS IS WS-PARTRSV-STATUS.
            SELECT BILL-OF-MATERIALS
                ASSIGN TO 'RPRBOM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BOM-STATUS.
            SELECT WORK-ORDER-FILE
                ASSIGN TO 'WORKORD.TXT'.
            SELECT SHORTAGE-FILE
                ASSIGN TO 'PARTSHRT.TXT'.
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

      *  ONE RECORD PER WORK ORDER EVER CLOSED, KEYED BY ORDER NUMBER
      *  - THE CLOSE TYPE SAYS HOW THE ORDER CAME OFF THE REGISTER.
      *  LAYOUT MUST STAY IN STEP WITH WoComp, StnLoad AND StnCost.

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

      *  REPAIR-CODE-FILE IS THE REFERENCE MASTER OF VALID REPAIR
      *  CODES - ITS DESCRIPTION, SEVERITY CLASS (1 = SAFETY-
          05 RC-SEVERITY        PIC X.
          05 RC-EST-COST        PIC 9(5)V99.

      *  ONE RECORD PER STOCKED PART, KEYED BY PART NUMBER - SEE
      *  PartLoad.  LAYOUT MUST STAY IN STEP WITH PartLoad, WoComp,
      *  AND PartRord.

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

      *  ONE RECORD PER PART RESERVED FOR AN ORDER, KEYED BY ORDER
      *  NUMBER AND PART - REQUIRED IS WHAT THE BILL OF MATERIALS
      *  CALLS FOR, RESERVED IS HOW MUCH OF IT THE SHELF COULD COVER.
      *  WoComp CONSUMES AND REMOVES THEM WHEN THE ORDER CLOSES.
      *  LAYOUT MUST STAY IN STEP WITH WoComp AND PartRord.

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

      *  THE BILL OF MATERIALS - ONE LINE PER PART A REPAIR CODE ON
      *  RPRCODES.TXT NEEDS, WITH THE QUANTITY ONE REPAIR USES

       FD BILL-OF-MATERIALS.

       01 BILL-OF-MATERIALS-RECORD.
          05 BM-REPAIR-CODE     PIC X(6).
          05 BM-PART-NUMBER     PIC X(6).
          05 BM-QUANTITY        PIC 9(3).

       FD WORK-ORDER-FILE.

       01 WORK-ORDER-RECORD PIC X(170).

       FD SHORTAGE-FILE.

       01 SHORTAGE-RECORD PIC X(100).

      *  RUN-CONTROL RECORD WRITTEN BY StnLoad WHEN THE MASTER BUILD
      *  COMPLETES - THE BATCH IT CARRIES IS VERIFIED AT STARTUP AND
      *  PRINTED ON THE LISTING, AND THIS PROGRAM STAMPS ITS LAST-
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

       01 WS-HISTORY-STATUS      PIC X(2).
       01 WS-STNMSTR-STATUS      PIC X(2).
       01 WS-MASTER-STATUS       PIC X(2).
       01 WS-REGISTER-STATUS     PIC X(2).
       01 WS-WOHIST-STATUS       PIC X(2).
       01 WS-PARTMSTR-STATUS     PIC X(2).
       01 WS-PARTRSV-STATUS      PIC X(2).
       01 WS-BOM-STATUS          PIC X(2).

       01 WS-HISTORY-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-HISTORY-RECORDS       VALUE 'Y'.
       01 WS-MANAGER-GAPS        PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-OVERDUE      PIC 9(5) VALUE ZERO.
       01 WS-INACTIVE-SKIPPED    PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-POSTED       PIC 9(5) VALUE ZERO.
       01 WS-PARTS-RESERVED      PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-SHORT        PIC 9(5) VALUE ZERO.
       01 WS-BOM-DROPPED         PIC 9(5) VALUE ZERO.

      *  PARTS ARE ONLY RESERVED ONCE PartLoad HAS BUILT THE PARTS
      *  MASTER - UNTIL THEN ORDERS ISSUE AS THEY ALWAYS HAVE
       01 WS-PARTS-SWITCH        PIC X VALUE 'N'.
          88 PARTS-TRACKED              VALUE 'Y'.
          88 PARTS-NOT-TRACKED          VALUE 'N'.

      *  IN-CORE COPY OF THE BILL OF MATERIALS, LOADED AT
      *  HOUSEKEEPING AND SCANNED FOR EACH ORDER ISSUED
       01 WS-BOM-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-BOM-TABLE.
          05 WS-BOM-ENTRY OCCURS 500 TIMES.
             10 WS-BOM-REPAIR    PIC X(6).
             10 WS-BOM-PART      PIC X(6).
             10 WS-BOM-QTY       PIC 9(3).
       01 WS-BOM-SUB             PIC 9(3).
       01 WS-BOM-EOF-FLAG        PIC X VALUE SPACE.
          88 MORE-BOM-RECORDS           VALUE 'Y'.
          88 NO-MORE-BOM-RECORDS        VALUE 'N'.

      *  RESERVATION WORK AREA - WHAT IS LEFT ON THE SHELF IS ON-HAND
      *  LESS WHAT OTHER OPEN ORDERS ALREADY HOLD
       01 WS-PART-AVAILABLE      PIC S9(6) VALUE ZERO.
       01 WS-QTY-RESERVED        PIC 9(3) VALUE ZERO.
       01 WS-QTY-SHORT           PIC 9(3) VALUE ZERO.
       01 WS-ORDER-SHORT-SWITCH  PIC X VALUE 'N'.
          88 ORDER-IS-SHORT             VALUE 'Y'.
          88 ORDER-NOT-SHORT            VALUE 'N'.

      *  HOW THE ORDER BEING POSTED TO THE ORDER HISTORY CAME OFF THE
      *  REGISTER - SEE WH-CLOSE-TYPE
       01 WS-HISTORY-CLOSE-TYPE  PIC X VALUE SPACE.

      *  NO CREW GOES OUT TO A DECOMMISSIONED STATION - ITS STATUS ON
      *  THE STATION MASTER IS CHECKED BEFORE ANY ORDER IS ISSUED
       01 WS-ORD-SUB             PIC 9(3).

      *  EOJ GRADING FOR THE SCHEDULER - 0 CLEAN, 4 COMPLETED WITH
      *  MANAGER GAPS OR BOM LINES NOT LOADED, 8 EMPTY HISTORY,
      *  12 FILE I-O FAILURE
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).

       01 WORK-ORDER-HEADER-LINE.
          05        PIC X(10) VALUE 'Order'.
          05        PIC X(8)  VALUE 'Station'.
          05                      PIC X(2)  VALUE SPACES.
          05                      PIC X(15) VALUE '** OVERDUE **'.

      *  SHORTAGE LIST - ONE LINE PER PART AN ORDER COULD NOT HAVE
      *  IN FULL

       01 SHORTAGE-TITLE-LINE.
          05        PIC X(40) VALUE
                        'PARTS SHORTAGE LIST - ORDERS ISSUED'.
          05 STL-RUN-DATE       PIC 9(6).

       01 SHORTAGE-HEADER-LINE.
          05        PIC X(10) VALUE 'Order'.
          05        PIC X(8)  VALUE 'Station'.
          05        PIC X(8)  VALUE 'Repair'.
          05        PIC X(8)  VALUE 'Part'.
          05        PIC X(22) VALUE 'Description'.
          05        PIC X(6)  VALUE 'Need'.
          05        PIC X(6)  VALUE 'Have'.
          05        PIC X(6)  VALUE 'Short'.

       01 SHORTAGE-DETAIL-LINE.
          05                      PIC X(3)  VALUE 'WO '.
          05 SDL-ORDER-NUMBER     PIC 9(6).
          05                      PIC X(1)  VALUE SPACES.
          05 SDL-STATION-CODE     PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 SDL-REPAIR-CODE      PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 SDL-PART-NUMBER      PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 SDL-DESCRIPTION      PIC X(20).
          05                      PIC X(2)  VALUE SPACES.
          05 SDL-QTY-REQUIRED     PIC ZZ9.
          05                      PIC X(3)  VALUE SPACES.
          05 SDL-QTY-RESERVED     PIC ZZ9.
          05                      PIC X(3)  VALUE SPACES.
          05 SDL-QTY-SHORT        PIC ZZ9.

       01 SHORTAGE-SUMMARY-LINE-1.
          05        PIC X(26) VALUE 'Part lines reserved ......'.
          05 SSL-RESERVED PIC ZZZZ9.

       01 SHORTAGE-SUMMARY-LINE-2.
          05        PIC X(26) VALUE 'Orders short of parts ....'.
          05 SSL-SHORT PIC ZZZZ9.

       01 SHORTAGE-SUMMARY-LINE-3.
          05        PIC X(26) VALUE 'BOM lines not loaded .....'.
          05 SSL-BOM-DROPPED PIC ZZZZ9.

       01 ORDER-SUMMARY-LINE-1.
          05        PIC X(26) VALUE 'History records read .....'.
          05 OSL-READ PIC ZZZZ9.
          05        PIC X(26) VALUE 'Inactive stations skipped.'.
          05 OSL-INACTIVE PIC ZZZZ9.

       01 ORDER-SUMMARY-LINE-8.
          05        PIC X(26) VALUE 'Orders posted to history .'.
          05 OSL-POSTED PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN.
           PERFORM 200-HOUSEKEEPING
           PERFORM 300-SWEEP-HISTORY
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .
       200-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-STEP-START-TIME FROM TIME
           COMPUTE WS-DATE-CCYYMMDD = 20000000 + WS-RUN-DATE
           COMPUTE WS-TODAY-DAY-NBR =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               DISPLAY 'WORKORD: RPRHIST.DAT OPEN FAILED, STATUS '
                   WS-HISTORY-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

               DISPLAY 'WORKORD: STNMSTR.DAT OPEN FAILED, STATUS '
                   WS-STNMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

               DISPLAY 'WORKORD: MGRMSTR.DAT OPEN FAILED, STATUS '
                   WS-MASTER-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

               DISPLAY 'WORKORD: WRKORDRG.DAT OPEN FAILED, STATUS '
                   WS-REGISTER-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           OPEN I-O WORK-ORDER-HISTORY
           IF WS-WOHIST-STATUS = '35'
               OPEN OUTPUT WORK-ORDER-HISTORY
               CLOSE WORK-ORDER-HISTORY
               OPEN I-O WORK-ORDER-HISTORY
           END-IF
           IF WS-WOHIST-STATUS NOT = '00'
               DISPLAY 'WORKORD: WOHIST.DAT OPEN FAILED, STATUS '
                   WS-WOHIST-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           PERFORM 210-LOAD-ORDER-NUMBER
           PERFORM 230-LOAD-REPAIR-CODES
           PERFORM 240-OPEN-PARTS-FILES
               THRU 240-OPEN-PARTS-FILES-EXIT

           OPEN OUTPUT WORK-ORDER-FILE
           WRITE WORK-ORDER-RECORD FROM RUN-BATCH-LINE
               DISPLAY 'WORKORD: NO RUN CONTROL, STATUS '
                   WS-RUNCTRL-STATUS ' - RUN STNLOAD FIRST'
               MOVE 16 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

                   DISPLAY 'WORKORD: RUN CONTROL EMPTY'
                       ' - RUN STNLOAD FIRST'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 695-WRITE-STEP-LOG
                   STOP RUN
           END-READ

               DISPLAY 'WORKORD: STALE BATCH ' RN-BATCH-DATE
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
               DISPLAY 'WORKORD: BATCH ' RN-BATCH-NUMBER
                   ' ALREADY REPORTED'
               MOVE 16 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           MOVE WS-BATCH-DATE   TO RBL-BATCH-DATE
           MOVE WS-BATCH-NUMBER TO RBL-BATCH-NUMBER

                   MOVE SPACE     TO WR-SEVERITY
                   MOVE ZERO      TO WR-EST-COST
                   MOVE ZERO      TO WR-DATE-DUE
                   MOVE SPACE     TO WR-ORDER-TYPE
                   WRITE WORK-REGISTER-RECORD
                   MOVE 1 TO WS-NEXT-ORDER-NUMBER
               NOT INVALID KEY

          .

      *  A PARTS MASTER THAT HAS NEVER BEEN BUILT MEANS PARTS ARE NOT
      *  TRACKED YET AND ORDERS ISSUE WITHOUT RESERVATIONS.  ONCE IT
      *  IS THERE, ANY FAILURE TO OPEN IT OR THE RESERVATIONS IS A
      *  DEAD STOP - ISSUING WITHOUT RESERVING WOULD LEAVE THE STOCK
      *  FIGURES WRONG FROM THEN ON.  A MISSING BILL OF MATERIALS IS
      *  SIMPLY A REPAIR LIST THAT NEEDS NO PARTS.

       240-OPEN-PARTS-FILES.

           OPEN I-O PARTS-MASTER
           IF WS-PARTMSTR-STATUS = '35'
               GO TO 240-OPEN-PARTS-FILES-EXIT
           END-IF
           IF WS-PARTMSTR-STATUS NOT = '00'
               DISPLAY 'WORKORD: PARTMSTR.DAT OPEN FAILED, STATUS '
                   WS-PARTMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           OPEN I-O PART-RESERVATION
           IF WS-PARTRSV-STATUS = '35'
               OPEN OUTPUT PART-RESERVATION
               CLOSE PART-RESERVATION
               OPEN I-O PART-RESERVATION
           END-IF
           IF WS-PARTRSV-STATUS NOT = '00'
               DISPLAY 'WORKORD: PARTRSV.DAT OPEN FAILED, STATUS '
                   WS-PARTRSV-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           SET PARTS-TRACKED TO TRUE

           OPEN INPUT BILL-OF-MATERIALS
           IF WS-BOM-STATUS = '00'
               PERFORM UNTIL NO-MORE-BOM-RECORDS
                   READ BILL-OF-MATERIALS
                       AT END
                           SET NO-MORE-BOM-RECORDS TO TRUE
                       NOT AT END
                           IF WS-BOM-COUNT < 500
                               ADD 1 TO WS-BOM-COUNT
                               MOVE BM-REPAIR-CODE
                                   TO WS-BOM-REPAIR(WS-BOM-COUNT)
                               MOVE BM-PART-NUMBER
                                   TO WS-BOM-PART(WS-BOM-COUNT)
                               MOVE BM-QUANTITY
                                   TO WS-BOM-QTY(WS-BOM-COUNT)
                           ELSE
                               DISPLAY 'WORKORD: BOM TABLE FULL - '
                                   BM-REPAIR-CODE ' ' BM-PART-NUMBER
                                   ' NOT LOADED'
                               ADD 1 TO WS-BOM-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILL-OF-MATERIALS
           END-IF

           OPEN OUTPUT SHORTAGE-FILE
           MOVE WS-RUN-DATE TO STL-RUN-DATE
           WRITE SHORTAGE-RECORD FROM SHORTAGE-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE SHORTAGE-RECORD FROM SHORTAGE-HEADER-LINE
               AFTER ADVANCING 2 LINES

          .

       240-OPEN-PARTS-FILES-EXIT.
           EXIT.

       300-SWEEP-HISTORY.

           MOVE LOW-VALUES TO RH-HISTORY-KEY

           IF STATION-ON-REGISTER
              AND WR-ORDER-OPEN
              AND NOT WR-ORDER-PM
              AND WR-REPAIR-CODE = WS-HELD-REPAIR
               ADD 1 TO WS-ORDERS-SUPPRESSED
               IF WR-DATE-DUE > ZERO
          .

      *  THE HISTORY SAYS THE REPAIR CLEARED - CLOSE THE REGISTER
      *  ENTRY SO THE NEXT REPAIR AT THE STATION DISPATCHES AGAIN,
      *  AND POST IT TO THE ORDER HISTORY AS CLOSED BY CLEARING.  A
      *  PREVENTIVE-MAINTENANCE ORDER IN THE SLOT HAS NOTHING TO DO
      *  WITH THE REPAIR AND STAYS OPEN UNTIL ITS CREW SLIP CLOSES IT.

       410-CLOSE-REGISTER-ENTRY.

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WR-ORDER-OPEN AND NOT WR-ORDER-PM
                       SET WR-ORDER-CLOSED TO TRUE
                       REWRITE WORK-REGISTER-RECORD
                       ADD 1 TO WS-REGISTERS-CLOSED
                       MOVE 'H' TO WS-HISTORY-CLOSE-TYPE
                       PERFORM 470-POST-ORDER-HISTORY
                   END-IF
           END-READ

           PERFORM 445-HOLD-ORDER-LINE

           PERFORM 450-RECORD-ON-REGISTER
           IF PARTS-TRACKED
               PERFORM 480-RESERVE-ORDER-PARTS
           END-IF
           PERFORM 460-BUMP-ORDER-NUMBER

           ADD 1 TO WS-ORDERS-ISSUED
          .

      *  REMEMBER THE DISPATCH ON THE REGISTER - REWRITE THE
      *  STATION'S ENTRY IF IT HAS ONE, OTHERWISE ADD IT.  THE ENTRY
      *  BEING REPLACED IS STILL IN THE BUFFER FROM 400 AND GOES TO
      *  THE ORDER HISTORY FIRST - AN ORDER STILL OPEN IS SUPERSEDED
      *  BY THE NEW ONE, AND A CLOSED ORDER ALREADY POSTED IS LEFT
      *  AS IT STANDS THERE.  AN OPEN PREVENTIVE-MAINTENANCE ORDER
      *  GIVES WAY TO THE REPAIR THE SAME WAY; ITS TASK WAS NEVER
      *  MARKED DONE, SO PmSched ISSUES IT AGAIN ONCE THE SLOT FREES.

       450-RECORD-ON-REGISTER.

           IF STATION-ON-REGISTER
               IF WR-ORDER-OPEN
                   MOVE 'R' TO WS-HISTORY-CLOSE-TYPE
               ELSE
                   IF WR-DATE-COMPLETED > ZERO
                       MOVE 'S' TO WS-HISTORY-CLOSE-TYPE
                   ELSE
                       MOVE 'H' TO WS-HISTORY-CLOSE-TYPE
                   END-IF
               END-IF
               PERFORM 470-POST-ORDER-HISTORY
           END-IF

           MOVE WS-HELD-STATION      TO WR-STATION-CODE
           MOVE WS-HELD-REPAIR       TO WR-REPAIR-CODE
           MOVE WS-NEXT-ORDER-NUMBER TO WR-ORDER-NUMBER
           MOVE WS-FOUND-RPR-SEVERITY TO WR-SEVERITY
           MOVE WS-FOUND-RPR-COST     TO WR-EST-COST
           MOVE WS-DATE-DUE           TO WR-DATE-DUE
           SET WR-ORDER-REACTIVE TO TRUE

           IF STATION-ON-REGISTER
               REWRITE WORK-REGISTER-RECORD

          .

      *  COPY THE REGISTER ENTRY IN THE BUFFER ONTO THE ORDER HISTORY
      *  - AN ORDER NUMBER ALREADY THERE KEEPS WHAT WAS POSTED FIRST,
      *  SINCE THAT IS THE IMAGE TAKEN WHEN THE ORDER ACTUALLY CLOSED.
      *  ANY OTHER WRITE FAILURE IS AN I-O FAILURE - THE ORDER WOULD
      *  OTHERWISE DROP OUT OF HISTORY UNSEEN

       470-POST-ORDER-HISTORY.

           MOVE WR-ORDER-NUMBER       TO WH-ORDER-NUMBER
           MOVE WR-STATION-CODE       TO WH-STATION-CODE
           MOVE WR-REPAIR-CODE        TO WH-REPAIR-CODE
           MOVE WR-SEVERITY           TO WH-SEVERITY
           MOVE WR-EST-COST           TO WH-EST-COST
           MOVE WR-DATE-ISSUED        TO WH-DATE-ISSUED
           MOVE WR-DATE-DUE           TO WH-DATE-DUE
           MOVE WR-DATE-COMPLETED     TO WH-DATE-COMPLETED
           MOVE WR-TECHNICIAN         TO WH-TECHNICIAN
           MOVE WR-ACTUAL-HOURS       TO WH-ACTUAL-HOURS
           MOVE WR-ACTUAL-COST        TO WH-ACTUAL-COST
           MOVE WR-ORDER-TYPE         TO WH-ORDER-TYPE
           MOVE WS-HISTORY-CLOSE-TYPE TO WH-CLOSE-TYPE
           MOVE WS-RUN-DATE           TO WH-DATE-CLOSED

           WRITE WORK-ORDER-HISTORY-RECORD
           EVALUATE WS-WOHIST-STATUS
               WHEN '00'
                   ADD 1 TO WS-ORDERS-POSTED
               WHEN '22'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'WORKORD: WOHIST.DAT WRITE FAILED, '
                       'STATUS ' WS-WOHIST-STATUS
                   SET IO-ERROR-OCCURRED TO TRUE
           END-EVALUATE

          .

      *  RESERVE EVERY PART THE BILL OF MATERIALS LISTS FOR THE
      *  REPAIR JUST ISSUED - AS MUCH OF EACH AS THE SHELF CAN STILL
      *  SPARE.  THE ORDER IS COUNTED SHORT ONCE, HOWEVER MANY OF ITS
      *  PARTS ARE SHORT.

       480-RESERVE-ORDER-PARTS.

           SET ORDER-NOT-SHORT TO TRUE

           PERFORM 485-RESERVE-ONE-PART
               VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > WS-BOM-COUNT

           IF ORDER-IS-SHORT
               ADD 1 TO WS-ORDERS-SHORT
           END-IF

          .

      *  A PART THE BILL NAMES BUT THE MASTER DOES NOT CARRY CANNOT
      *  BE RESERVED AT ALL AND IS LISTED SHORT IN FULL

       485-RESERVE-ONE-PART.

           IF WS-BOM-REPAIR(WS-BOM-SUB) = WS-HELD-REPAIR
               MOVE WS-BOM-PART(WS-BOM-SUB) TO PA-PART-NUMBER
               READ PARTS-MASTER
                   INVALID KEY
                       MOVE ZERO TO WS-QTY-RESERVED
                       MOVE 'PART NOT ON MASTER' TO SDL-DESCRIPTION
                   NOT INVALID KEY
                       COMPUTE WS-PART-AVAILABLE =
                           PA-ON-HAND - PA-RESERVED
                       IF WS-PART-AVAILABLE < ZERO
                           MOVE ZERO TO WS-PART-AVAILABLE
                       END-IF
                       IF WS-PART-AVAILABLE < WS-BOM-QTY(WS-BOM-SUB)
                           MOVE WS-PART-AVAILABLE TO WS-QTY-RESERVED
                       ELSE
                           MOVE WS-BOM-QTY(WS-BOM-SUB)
                               TO WS-QTY-RESERVED
                       END-IF
                       ADD WS-QTY-RESERVED TO PA-RESERVED
                       MOVE WS-RUN-DATE TO PA-LAST-UPDATE
                       REWRITE PARTS-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'WORKORD: PARTMSTR.DAT REWRITE '
                                   'FAILED, STATUS ' WS-PARTMSTR-STATUS
                                   ' PART ' PA-PART-NUMBER
                               SET IO-ERROR-OCCURRED TO TRUE
                       END-REWRITE
                       MOVE PA-DESCRIPTION TO SDL-DESCRIPTION
               END-READ

               MOVE WS-NEXT-ORDER-NUMBER    TO RV-ORDER-NUMBER
               MOVE WS-BOM-PART(WS-BOM-SUB) TO RV-PART-NUMBER
               MOVE WS-HELD-STATION         TO RV-STATION-CODE
               MOVE WS-HELD-REPAIR          TO RV-REPAIR-CODE
               MOVE WS-BOM-QTY(WS-BOM-SUB)  TO RV-QTY-REQUIRED
               MOVE WS-QTY-RESERVED         TO RV-QTY-RESERVED
               MOVE WS-RUN-DATE             TO RV-DATE-RESERVED
               WRITE PART-RESERVATION-RECORD
                   INVALID KEY
                       DISPLAY 'WORKORD: PARTRSV.DAT WRITE FAILED, '
                           'STATUS ' WS-PARTRSV-STATUS
                           ' ORDER ' RV-ORDER-NUMBER
                           ' PART ' RV-PART-NUMBER
                       SET IO-ERROR-OCCURRED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PARTS-RESERVED
               END-WRITE

               IF WS-QTY-RESERVED < WS-BOM-QTY(WS-BOM-SUB)
                   COMPUTE WS-QTY-SHORT =
                       WS-BOM-QTY(WS-BOM-SUB) - WS-QTY-RESERVED
                   PERFORM 487-WRITE-SHORTAGE-LINE
               END-IF
           END-IF

          .

       487-WRITE-SHORTAGE-LINE.

           MOVE WS-NEXT-ORDER-NUMBER    TO SDL-ORDER-NUMBER
           MOVE WS-HELD-STATION         TO SDL-STATION-CODE
           MOVE WS-HELD-REPAIR          TO SDL-REPAIR-CODE
           MOVE WS-BOM-PART(WS-BOM-SUB) TO SDL-PART-NUMBER
           MOVE WS-BOM-QTY(WS-BOM-SUB)  TO SDL-QTY-REQUIRED
           MOVE WS-QTY-RESERVED         TO SDL-QTY-RESERVED
           MOVE WS-QTY-SHORT            TO SDL-QTY-SHORT

           WRITE SHORTAGE-RECORD FROM SHORTAGE-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           SET ORDER-IS-SHORT TO TRUE

          .

       600-EOJ-ROUTINE.

           PERFORM 610-WRITE-SORTED-ORDERS
           MOVE WS-MANAGER-GAPS      TO OSL-GAPS
           MOVE WS-ORDERS-OVERDUE    TO OSL-OVERDUE
           MOVE WS-INACTIVE-SKIPPED  TO OSL-INACTIVE
           MOVE WS-ORDERS-POSTED     TO OSL-POSTED

           WRITE WORK-ORDER-RECORD FROM ORDER-SUMMARY-LINE-1
               AFTER ADVANCING 2 LINES
               AFTER ADVANCING 1 LINE
           WRITE WORK-ORDER-RECORD FROM ORDER-SUMMARY-LINE-7
               AFTER ADVANCING 1 LINE
           WRITE WORK-ORDER-RECORD FROM ORDER-SUMMARY-LINE-8
               AFTER ADVANCING 1 LINE

           CLOSE REPAIR-HISTORY-FILE
                 STATION-MASTER
                 MANAGER-MASTER
                 WORK-REGISTER
                 WORK-ORDER-HISTORY
                 WORK-ORDER-FILE

           IF PARTS-TRACKED
               MOVE WS-PARTS-RESERVED TO SSL-RESERVED
               MOVE WS-ORDERS-SHORT   TO SSL-SHORT
               WRITE SHORTAGE-RECORD FROM SHORTAGE-SUMMARY-LINE-1
                   AFTER ADVANCING 2 LINES
               WRITE SHORTAGE-RECORD FROM SHORTAGE-SUMMARY-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE WS-BOM-DROPPED    TO SSL-BOM-DROPPED
               WRITE SHORTAGE-RECORD FROM SHORTAGE-SUMMARY-LINE-3
                   AFTER ADVANCING 1 LINE
               CLOSE PARTS-MASTER
                     PART-RESERVATION
                     SHORTAGE-FILE
           END-IF

           IF NO-IO-ERROR
               PERFORM 680-RECORD-BATCH-REPORTED
           END-IF
               WHEN WS-MANAGER-GAPS > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'MANAGER CONTACT GAPS'   TO WS-EOJ-CONDITION
               WHEN WS-BOM-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'BOM LINES NOT LOADED'   TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
                   ' - '               WS-EOJ-CONDITION

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
               DISPLAY 'WORKORD: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'WORKORD' TO SL-PROGRAM
               MOVE WS-BATCH-DATE   TO SL-BATCH-DATE
               MOVE WS-BATCH-NUMBER TO SL-BATCH-NUMBER
               ACCEPT SL-RUN-DATE FROM DATE
               MOVE WS-STEP-START-TIME TO SL-START-TIME
               ACCEPT SL-END-TIME FROM TIME
               MOVE WS-HISTORY-READ TO SL-RECORDS-IN
               MOVE WS-ORDERS-ISSUED TO SL-RECORDS-OUT
               MOVE WS-MANAGER-GAPS TO SL-RECORDS-REJ
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
