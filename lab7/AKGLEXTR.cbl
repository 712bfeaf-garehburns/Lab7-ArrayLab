       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GlExtr.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - GENERAL LEDGER EXTRACT
      *
      *   THIS PROGRAM RUNS NIGHTLY AFTER WoComp AND HANDS FINANCE
      *   THE REPAIR SPEND AS A FIXED-FORMAT GENERAL-LEDGER JOURNAL
      *   (GLJRNL.TXT) IN PLACE OF THE CostRpt PRINTOUT THEY USED TO
      *   KEY FROM.  EVERY ORDER WoComp HAS CLOSED ON A CREW SLIP
      *   (WOHIST.DAT CLOSE TYPE 'S') THAT HAS NOT GONE TO THE LEDGER
      *   BEFORE IS JOURNALED ONCE:
      *
      *   - A BATCH HEADER CARRYING THE EXTRACT NUMBER AND RUN DATE
      *   - ONE DEBIT TO REPAIR MAINTENANCE EXPENSE PER ORDER, FOR
      *     THE ACTUAL COST, CARRYING THE LABOR HOURS AND TECHNICIAN
      *     FROM THE SLIP, CHARGED TO THE STATION'S COST CENTER
      *   - ONE OFFSETTING CREDIT TO ACCRUED MAINTENANCE PER COST
      *     CENTER FOR THE SUM OF ITS DEBITS
      *   - A TRAILER WITH THE DETAIL COUNT AND THE DEBIT AND CREDIT
      *     TOTALS, WHICH MUST AGREE
      *
      *   THE COST CENTER IS BUILT FROM THE STATION'S REGION AND
      *   STATE - DIVISION '4', REGION, STATE, '00' (A STATION IN
      *   ILLINOIS, REGION 3, CHARGES '43IL00').  THE STATE COMES
      *   FROM THE STATION MASTER AND THE REGION FROM REGIONS.TXT.
      *   AN ORDER WHOSE STATION CANNOT BE PLACED IS HELD BACK AND
      *   LISTED, AND GOES OUT ON THE FIRST NIGHT IT CAN BE PLACED.
      *   SO IS AN ORDER FOR A NEW COST CENTER ONCE THE EXTRACT'S
      *   CENTER TABLE IS FULL - IT COULD BE DEBITED BUT NEVER
      *   CREDITED, SO IT WAITS FOR THE NEXT EXTRACT.
      *
      *   EVERY ORDER JOURNALED IS WRITTEN TO THE SENT FILE
      *   (GLSENT.DAT, KEYED BY ORDER NUMBER) WITH THE EXTRACT THAT
      *   CARRIED IT, AND AN ORDER ALREADY ON THAT FILE IS NEVER SENT
      *   AGAIN.  THE '000000' RECORD ON THE SENT FILE HOLDS THE LAST
      *   EXTRACT NUMBER USED.
      *
      *   GLCTL.TXT IS THE CONTROL REPORT FINANCE TIES OUT WITH: BY
      *   REGION AND STATE, THE ORDERS JOURNALED WITH THEIR ESTIMATED
      *   COST - ON THE SAME BASIS AS THE REGION AND STATE FIGURES ON
      *   COSTRPT.TXT - BESIDE THE ACTUAL COST JOURNALED, THEN THE
      *   JOURNAL'S OWN COUNTS AND TOTALS AND WHETHER THEY BALANCE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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
            SELECT REGION-ASSIGN-FILE
                ASSIGN TO 'REGIONS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT GL-SENT-FILE
                ASSIGN TO 'GLSENT.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GS-ORDER-NUMBER
                FILE STATUS IS WS-GLSENT-STATUS.
            SELECT GL-JOURNAL-FILE
                ASSIGN TO 'GLJRNL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT GL-CONTROL-RPT
                ASSIGN TO 'GLCTL.TXT'.
            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTRL.DAT'
                FILE STATUS IS WS-RUNCTRL-STATUS.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
          05 WH-TECH-ID REDEFINES WH-TECHNICIAN.
             10 WH-TECH-ID-CODE PIC X(6).
             10 FILLER          PIC X(9).
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

      *  LAYOUT MUST STAY IN STEP WITH REGION-ASSIGN-RECORD IN
      *  ArrayLab

       FD REGION-ASSIGN-FILE.

       01 REGION-ASSIGN-RECORD.
          05 RA-STATE           PIC X(2).
          05 RA-REGION          PIC 9.

      *  ONE RECORD PER ORDER EVER SENT TO THE LEDGER, PLUS THE
      *  '000000' EXTRACT-NUMBER CONTROL RECORD

       FD GL-SENT-FILE.

       01 GL-SENT-RECORD.
          05 GS-ORDER-NUMBER    PIC 9(6).
          05 GS-EXTRACT-NUMBER  PIC 9(4).
          05 GS-EXTRACT-DATE    PIC 9(6).
          05 GS-COST-CENTER     PIC X(6).
          05 GS-AMOUNT          PIC 9(5)V99.

       FD GL-JOURNAL-FILE.

       01 GL-JOURNAL-RECORD PIC X(80).

       FD GL-CONTROL-RPT.

       01 GL-CONTROL-RECORD PIC X(100).

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

       01 WS-WOHIST-STATUS       PIC X(2).
       01 WS-STNMSTR-STATUS      PIC X(2).
       01 WS-GLSENT-STATUS       PIC X(2).
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.

       01 WS-REGION-EOF-FLAG     PIC X VALUE SPACE.
          88 MORE-REGION-RECORDS       VALUE 'Y'.
          88 NO-MORE-REGION-RECORDS    VALUE 'N'.

       01 WS-SENT-SWITCH         PIC X VALUE 'N'.
          88 ORDER-ALREADY-SENT        VALUE 'Y'.
          88 ORDER-NOT-SENT            VALUE 'N'.

       01 WS-HELD-HEADING-SWITCH PIC X VALUE 'N'.
          88 HELD-HEADING-WRITTEN      VALUE 'Y'.
          88 HELD-HEADING-NOT-WRITTEN  VALUE 'N'.

      *  THE GENERAL-LEDGER ACCOUNTS THIS JOURNAL POSTS TO - REPAIR
      *  MAINTENANCE EXPENSE ON THE DEBIT SIDE, ACCRUED MAINTENANCE
      *  ON THE CREDIT SIDE
       01 WS-EXPENSE-ACCOUNT     PIC X(6) VALUE '610500'.
       01 WS-ACCRUAL-ACCOUNT     PIC X(6) VALUE '205000'.

       01 WS-EXTRACT-NUMBER      PIC 9(4) VALUE ZERO.
       01 WS-CONTROL-SWITCH      PIC X VALUE 'N'.
          88 EXTRACT-CONTROL-ON-FILE   VALUE 'Y'.
          88 EXTRACT-CONTROL-NEW       VALUE 'N'.

      *  IN-CORE COPY OF THE STATE-TO-REGION ASSIGNMENT FILE
       01 WS-REGION-ASSIGN-COUNT PIC 9(2) VALUE ZERO.
       01 WS-REGION-ASSIGN-TABLE.
          05 WS-REGION-ENTRY OCCURS 50 TIMES
                INDEXED BY WS-REGION-IDX.
             10 WS-RGA-STATE    PIC X(2).
             10 WS-RGA-REGION   PIC 9.

      *  THE COST CENTER OF THE ORDER IN HAND
       01 WS-COST-CENTER.
          05 WS-CC-DIVISION      PIC X    VALUE '4'.
          05 WS-CC-REGION        PIC 9.
          05 WS-CC-STATE         PIC X(2).
          05 WS-CC-SUFFIX        PIC X(2) VALUE '00'.
       01 WS-FOUND-REGION        PIC 9 VALUE ZERO.

      *  ONE ENTRY PER COST CENTER CHARGED THIS EXTRACT - THE STATE
      *  FIXES THE REGION, SO ONE PER STATE.  DRIVES THE CREDIT LINES
      *  AND THE TIE-OUT ON THE CONTROL REPORT.
       01 WS-CENTER-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-CENTER-TABLE.
          05 WS-CTR-ENTRY OCCURS 50 TIMES.
             10 WS-CTR-COST-CENTER PIC X(6).
             10 WS-CTR-REGION      PIC 9.
             10 WS-CTR-STATE       PIC X(2).
             10 WS-CTR-ORDERS      PIC 9(5).
             10 WS-CTR-EST-COST    PIC 9(7)V99.
             10 WS-CTR-ACT-COST    PIC 9(7)V99.
       01 WS-CENTER-SUB          PIC 9(2).
       01 WS-FIND-SUB            PIC 9(2).
       01 WS-REGION-SUB          PIC 9.

       01 WS-RGN-ORDERS          PIC 9(5) VALUE ZERO.
       01 WS-RGN-EST-COST        PIC 9(7)V99 VALUE ZERO.
       01 WS-RGN-ACT-COST        PIC 9(7)V99 VALUE ZERO.

      *  REGION NAMES - MUST STAY IN STEP WITH THE TABLE IN ArrayLab
       01 WS-REGION-NAME-TABLE.
          05 FILLER PIC X(12) VALUE 'NORTHEAST'.
          05 FILLER PIC X(12) VALUE 'SOUTHEAST'.
          05 FILLER PIC X(12) VALUE 'MIDWEST'.
          05 FILLER PIC X(12) VALUE 'SOUTHWEST'.
          05 FILLER PIC X(12) VALUE 'WEST'.
       01 WS-REGION-NAME-TABLE-R REDEFINES WS-REGION-NAME-TABLE.
          05 WS-REGION-NAME OCCURS 5 TIMES PIC X(12).

      *  RUN COUNTS, JOURNAL CONTROL TOTALS, AND EOJ GRADING FOR THE
      *  SCHEDULER - 0 CLEAN, 4 ORDERS HELD BACK, 12 FILE I-O
      *  FAILURE, 16 JOURNAL OUT OF BALANCE
       01 WS-ORDERS-READ         PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-NOT-SLIP     PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-PRIOR-SENT   PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-ZERO-COST    PIC 9(7) VALUE ZERO.
       01 WS-ORDERS-HELD         PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-TABLE-FULL   PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-JOURNALED    PIC 9(5) VALUE ZERO.
       01 WS-DEBIT-LINES         PIC 9(6) VALUE ZERO.
       01 WS-CREDIT-LINES        PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-DEBIT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-EST-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-BALANCE-SWITCH      PIC X VALUE 'Y'.
          88 JOURNAL-IN-BALANCE        VALUE 'Y'.
          88 JOURNAL-OUT-OF-BALANCE    VALUE 'N'.
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).
       01 WS-RUNCTRL-STATUS      PIC X(2).

      *  JOURNAL RECORD LAYOUTS - EVERY RECORD IS 80 BYTES, TYPED IN
      *  THE FIRST BYTE.  FINANCE'S LOAD PROGRAM READS THESE
      *  POSITIONS, SO THEY DO NOT MOVE.

       01 GL-HEADER-RECORD.
          05 GH-RECORD-TYPE     PIC X     VALUE 'H'.
          05 GH-SOURCE          PIC X(6)  VALUE 'RPRMNT'.
          05 GH-EXTRACT-NUMBER  PIC 9(4).
          05 GH-EXTRACT-DATE    PIC 9(6).
          05 GH-DESCRIPTION     PIC X(30) VALUE
                                'REPAIR MAINTENANCE COSTS'.
          05 FILLER             PIC X(33) VALUE SPACES.

       01 GL-DETAIL-RECORD.
          05 GD-RECORD-TYPE     PIC X     VALUE 'D'.
          05 GD-DEBIT-CREDIT    PIC X.
             88 GD-DEBIT              VALUE 'D'.
             88 GD-CREDIT             VALUE 'C'.
          05 GD-ACCOUNT         PIC X(6).
          05 GD-COST-CENTER     PIC X(6).
          05 GD-AMOUNT          PIC 9(7)V99.
          05 GD-ORDER-NUMBER    PIC 9(6).
          05 GD-STATION-CODE    PIC X(6).
          05 GD-DATE-COMPLETED  PIC 9(6).
          05 GD-LABOR-HOURS     PIC 9(3)V9.
          05 GD-TECH-ID         PIC X(6).
          05 GD-REPAIR-CODE     PIC X(6).
          05 GD-ORDER-TYPE      PIC X.
          05 FILLER             PIC X(22) VALUE SPACES.

       01 GL-TRAILER-RECORD.
          05 GT-RECORD-TYPE     PIC X     VALUE 'T'.
          05 GT-EXTRACT-NUMBER  PIC 9(4).
          05 GT-RECORD-COUNT    PIC 9(6).
          05 GT-DEBIT-TOTAL     PIC 9(9)V99.
          05 GT-CREDIT-TOTAL    PIC 9(9)V99.
          05 FILLER             PIC X(47) VALUE SPACES.

       01 CONTROL-TITLE-LINE.
          05        PIC X(34) VALUE 'GL Repair Journal Control - Run'.
          05 CTL-RUN-DATE PIC 9(6).
          05        PIC X(11) VALUE '  Extract'.
          05 CTL-EXTRACT-NUMBER PIC 9(4).

       01 HELD-HEADING-LINE.
          05        PIC X(50) VALUE
                  'ORDERS HELD BACK - NOT JOURNALED THIS EXTRACT'.

       01 HELD-DETAIL-LINE.
          05                      PIC X(3)  VALUE 'WO '.
          05 HDL-ORDER-NUMBER     PIC 9(6).
          05                      PIC X(2)  VALUE SPACES.
          05 HDL-STATION-CODE     PIC X(6).
          05                      PIC X(2)  VALUE SPACES.
          05 HDL-ACTUAL-COST      PIC $$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 HDL-REASON           PIC X(30).

       01 TIEOUT-HEADING-LINE.
          05        PIC X(60) VALUE
                  'ORDERS JOURNALED BY REGION AND STATE - SEE COSTRPT'.

       01 TIEOUT-HEADER-LINE.
          05        PIC X(32) VALUE SPACES.
          05        PIC X(9)  VALUE 'Orders'.
          05        PIC X(16) VALUE '   Est Cost'.
          05        PIC X(16) VALUE '   Act Cost'.
          05        PIC X(16) VALUE '   Act - Est'.

       01 TIEOUT-REGION-LINE.
          05                      PIC X(7)  VALUE 'Region'.
          05 TRL-REGION           PIC 9.
          05                      PIC X(2)  VALUE SPACES.
          05 TRL-REGION-NAME      PIC X(12).
          05                      PIC X(10) VALUE SPACES.
          05 TRL-ORDERS           PIC ZZZZ9.
          05                      PIC X(2)  VALUE SPACES.
          05 TRL-EST-COST         PIC $$$,$$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 TRL-ACT-COST         PIC $$$,$$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 TRL-DIFFERENCE       PIC $$$,$$$,$$9.99-.

       01 TIEOUT-STATE-LINE.
          05                      PIC X(4)  VALUE SPACES.
          05                      PIC X(6)  VALUE 'State'.
          05 TSL-STATE            PIC X(2).
          05                      PIC X(4)  VALUE SPACES.
          05                      PIC X(4)  VALUE 'CC'.
          05 TSL-COST-CENTER      PIC X(6).
          05                      PIC X(6)  VALUE SPACES.
          05 TSL-ORDERS           PIC ZZZZ9.
          05                      PIC X(2)  VALUE SPACES.
          05 TSL-EST-COST         PIC $$$,$$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 TSL-ACT-COST         PIC $$$,$$$,$$9.99.
          05                      PIC X(2)  VALUE SPACES.
          05 TSL-DIFFERENCE       PIC $$$,$$$,$$9.99-.

       01 WS-DIFFERENCE          PIC S9(9)V99 VALUE ZERO.

       01 CONTROL-SUMMARY-LINE-1.
          05        PIC X(26) VALUE 'History orders read ......'.
          05 CSL-ORDERS-READ PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-2.
          05        PIC X(26) VALUE 'Not closed by slip .......'.
          05 CSL-NOT-SLIP PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-3.
          05        PIC X(26) VALUE 'Sent on earlier extract ..'.
          05 CSL-PRIOR-SENT PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-4.
          05        PIC X(26) VALUE 'Zero cost, not journaled .'.
          05 CSL-ZERO-COST PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-5.
          05        PIC X(26) VALUE 'Held back, not journaled .'.
          05 CSL-HELD PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-13.
          05        PIC X(26) VALUE '  Cost center table full .'.
          05 CSL-TABLE-FULL PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-6.
          05        PIC X(26) VALUE 'Orders journaled .........'.
          05 CSL-JOURNALED PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-7.
          05        PIC X(26) VALUE 'Debit lines ..............'.
          05 CSL-DEBIT-LINES PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-8.
          05        PIC X(26) VALUE 'Credit lines .............'.
          05 CSL-CREDIT-LINES PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-9.
          05        PIC X(26) VALUE 'Trailer record count .....'.
          05 CSL-DETAIL-COUNT PIC ZZZZZZ9.

       01 CONTROL-SUMMARY-LINE-10.
          05        PIC X(26) VALUE 'Total debits .............'.
          05 CSL-DEBIT-TOTAL PIC $$$$,$$$,$$9.99.

       01 CONTROL-SUMMARY-LINE-11.
          05        PIC X(26) VALUE 'Total credits ............'.
          05 CSL-CREDIT-TOTAL PIC $$$$,$$$,$$9.99.

       01 CONTROL-SUMMARY-LINE-12.
          05        PIC X(26) VALUE 'Estimated cost journaled .'.
          05 CSL-EST-TOTAL PIC $$$$,$$$,$$9.99.

       01 CONTROL-VERDICT-LINE.
          05        PIC X(26) VALUE 'Journal ..................'.
          05 CVL-VERDICT PIC X(30).

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 500-WRITE-CREDIT-LINES
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-STEP-START-TIME FROM TIME

           PERFORM 220-LOAD-REGION-TABLE

           OPEN INPUT STATION-MASTER
           IF WS-STNMSTR-STATUS NOT = '00'
               DISPLAY 'GLEXTR: STNMSTR.DAT OPEN FAILED, STATUS '
                   WS-STNMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

      *  THE SENT FILE IS STANDING - THE FIRST EXTRACT EVER RUN
      *  CREATES IT EMPTY

           OPEN I-O GL-SENT-FILE
           IF WS-GLSENT-STATUS = '35'
               OPEN OUTPUT GL-SENT-FILE
               CLOSE GL-SENT-FILE
               OPEN I-O GL-SENT-FILE
           END-IF
           IF WS-GLSENT-STATUS NOT = '00'
               DISPLAY 'GLEXTR: GLSENT.DAT OPEN FAILED, STATUS '
                   WS-GLSENT-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF

           PERFORM 230-NEXT-EXTRACT-NUMBER

      *  NO HISTORY FILE YET MEANS NO ORDER HAS EVER CLOSED - AN
      *  EMPTY JOURNAL, NOT A FAILURE

           OPEN INPUT WORK-ORDER-HISTORY
           EVALUATE WS-WOHIST-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'N' TO END-OF-FILE-FLAG
               WHEN OTHER
                   DISPLAY 'GLEXTR: WOHIST.DAT OPEN FAILED, STATUS '
                       WS-WOHIST-STATUS ' - FILE I-O FAILURE'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 695-WRITE-STEP-LOG
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE WS-EXTRACT-NUMBER TO GH-EXTRACT-NUMBER
           MOVE WS-RUN-DATE       TO GH-EXTRACT-DATE
           WRITE GL-JOURNAL-RECORD FROM GL-HEADER-RECORD

           OPEN OUTPUT GL-CONTROL-RPT
           MOVE WS-RUN-DATE       TO CTL-RUN-DATE
           MOVE WS-EXTRACT-NUMBER TO CTL-EXTRACT-NUMBER
           WRITE GL-CONTROL-RECORD FROM CONTROL-TITLE-LINE
               AFTER ADVANCING PAGE

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

      *  THE '000000' RECORD HOLDS THE LAST EXTRACT NUMBER USED; THIS
      *  RUN TAKES THE NEXT ONE, WRAPPING 9999 BACK TO 0001

       230-NEXT-EXTRACT-NUMBER.

           MOVE ZERO TO GS-ORDER-NUMBER
           READ GL-SENT-FILE
               INVALID KEY
                   SET EXTRACT-CONTROL-NEW TO TRUE
                   MOVE ZERO TO WS-EXTRACT-NUMBER
               NOT INVALID KEY
                   SET EXTRACT-CONTROL-ON-FILE TO TRUE
                   MOVE GS-EXTRACT-NUMBER TO WS-EXTRACT-NUMBER
           END-READ

           IF WS-EXTRACT-NUMBER = 9999
               MOVE 1 TO WS-EXTRACT-NUMBER
           ELSE
               ADD 1 TO WS-EXTRACT-NUMBER
           END-IF

          .

       300-READ-ROUTINE.

           PERFORM UNTIL NO-MORE-RECORDS
               READ WORK-ORDER-HISTORY
                   AT END
                       MOVE 'N' TO END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       PERFORM 400-PROCESS-ONE-ORDER
                           THRU 400-PROCESS-ONE-ORDER-EXIT
               END-READ
               IF WS-WOHIST-STATUS NOT = '00' AND
                  WS-WOHIST-STATUS NOT = '10'
                   SET IO-ERROR-OCCURRED TO TRUE
                   MOVE 'N' TO END-OF-FILE-FLAG
               END-IF
           END-PERFORM

          .

      *  ONLY A SLIP CLOSE CARRIES AN ACTUAL COST TO JOURNAL.  AN
      *  ORDER ALREADY ON THE SENT FILE WENT OUT ON AN EARLIER
      *  EXTRACT AND IS PASSED OVER; A SLIP FOR NOTHING HAS NOTHING
      *  TO POST.  THE ORDER'S CENTER MUST HAVE A PLACE ON THE CENTER
      *  TABLE BEFORE ITS DEBIT IS WRITTEN, OR NO CREDIT WOULD EVER
      *  OFFSET IT.

       400-PROCESS-ONE-ORDER.

           IF NOT WH-CLOSED-BY-SLIP
               ADD 1 TO WS-ORDERS-NOT-SLIP
               GO TO 400-PROCESS-ONE-ORDER-EXIT
           END-IF

           SET ORDER-NOT-SENT TO TRUE
           MOVE WH-ORDER-NUMBER TO GS-ORDER-NUMBER
           READ GL-SENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ORDER-ALREADY-SENT TO TRUE
           END-READ
           IF ORDER-ALREADY-SENT
               ADD 1 TO WS-ORDERS-PRIOR-SENT
               GO TO 400-PROCESS-ONE-ORDER-EXIT
           END-IF

           IF WH-ACTUAL-COST = ZERO
               ADD 1 TO WS-ORDERS-ZERO-COST
               GO TO 400-PROCESS-ONE-ORDER-EXIT
           END-IF

           PERFORM 410-FIND-COST-CENTER
           IF WS-FOUND-REGION = ZERO
               PERFORM 450-HOLD-ORDER
               GO TO 400-PROCESS-ONE-ORDER-EXIT
           END-IF

           PERFORM 415-FIND-CENTER-ENTRY
           IF WS-FIND-SUB = ZERO
               MOVE 'COST CENTER TABLE FULL' TO HDL-REASON
               ADD 1 TO WS-ORDERS-TABLE-FULL
               PERFORM 450-HOLD-ORDER
               GO TO 400-PROCESS-ONE-ORDER-EXIT
           END-IF

           PERFORM 420-WRITE-DEBIT-LINE
           PERFORM 430-MARK-ORDER-SENT
           PERFORM 440-ADD-TO-CENTER-TOTALS

          .

       400-PROCESS-ONE-ORDER-EXIT.
           EXIT.

      *  STATION TO STATE THROUGH THE STATION MASTER, STATE TO REGION
      *  THROUGH THE IN-CORE COPY OF REGIONS.TXT

       410-FIND-COST-CENTER.

           MOVE ZERO TO WS-FOUND-REGION
           MOVE WH-STATION-CODE TO SM-STATION-CODE
           READ STATION-MASTER
               INVALID KEY
                   MOVE 'STATION NOT ON MASTER' TO HDL-REASON
               NOT INVALID KEY
                   MOVE 'STATE NOT ON REGIONS.TXT' TO HDL-REASON
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

           IF WS-FOUND-REGION > ZERO
               MOVE WS-FOUND-REGION TO WS-CC-REGION
               MOVE SM-TRAIN-STATE  TO WS-CC-STATE
           END-IF

          .

      *  FIND THE ORDER'S COST CENTER ON THE TABLE, ADDING IT IF IT
      *  IS NEW THIS EXTRACT - THE TABLE IS SMALL AND IS SEARCHED
      *  SERIALLY.  WS-FIND-SUB IS LEFT AT ZERO WHEN THE CENTER IS NEW
      *  AND THE TABLE IS FULL.

       415-FIND-CENTER-ENTRY.

           MOVE ZERO TO WS-FIND-SUB
           PERFORM VARYING WS-CENTER-SUB FROM 1 BY 1 UNTIL
                 WS-CENTER-SUB > WS-CENTER-COUNT
               IF WS-CTR-COST-CENTER(WS-CENTER-SUB) = WS-COST-CENTER
                   MOVE WS-CENTER-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM

           IF WS-FIND-SUB = ZERO
              AND WS-CENTER-COUNT < 50
               ADD 1 TO WS-CENTER-COUNT
               MOVE WS-CENTER-COUNT TO WS-FIND-SUB
               MOVE WS-COST-CENTER TO WS-CTR-COST-CENTER(WS-FIND-SUB)
               MOVE WS-CC-REGION   TO WS-CTR-REGION(WS-FIND-SUB)
               MOVE WS-CC-STATE    TO WS-CTR-STATE(WS-FIND-SUB)
               MOVE ZERO           TO WS-CTR-ORDERS(WS-FIND-SUB)
               MOVE ZERO           TO WS-CTR-EST-COST(WS-FIND-SUB)
               MOVE ZERO           TO WS-CTR-ACT-COST(WS-FIND-SUB)
           END-IF

          .

       420-WRITE-DEBIT-LINE.

           SET GD-DEBIT TO TRUE
           MOVE WS-EXPENSE-ACCOUNT TO GD-ACCOUNT
           MOVE WS-COST-CENTER     TO GD-COST-CENTER
           MOVE WH-ACTUAL-COST     TO GD-AMOUNT
           MOVE WH-ORDER-NUMBER    TO GD-ORDER-NUMBER
           MOVE WH-STATION-CODE    TO GD-STATION-CODE
           MOVE WH-DATE-COMPLETED  TO GD-DATE-COMPLETED
           MOVE WH-ACTUAL-HOURS    TO GD-LABOR-HOURS
           MOVE WH-TECH-ID-CODE    TO GD-TECH-ID
           MOVE WH-REPAIR-CODE     TO GD-REPAIR-CODE
           MOVE WH-ORDER-TYPE      TO GD-ORDER-TYPE
           WRITE GL-JOURNAL-RECORD FROM GL-DETAIL-RECORD

           ADD 1              TO WS-DEBIT-LINES
           ADD 1              TO WS-DETAIL-COUNT
           ADD WH-ACTUAL-COST TO WS-DEBIT-TOTAL
           ADD WH-EST-COST    TO WS-EST-TOTAL
           ADD 1              TO WS-ORDERS-JOURNALED

          .

      *  ONCE ON THE SENT FILE THE ORDER NEVER GOES OUT AGAIN

       430-MARK-ORDER-SENT.

           MOVE WH-ORDER-NUMBER   TO GS-ORDER-NUMBER
           MOVE WS-EXTRACT-NUMBER TO GS-EXTRACT-NUMBER
           MOVE WS-RUN-DATE       TO GS-EXTRACT-DATE
           MOVE WS-COST-CENTER    TO GS-COST-CENTER
           MOVE WH-ACTUAL-COST    TO GS-AMOUNT
           WRITE GL-SENT-RECORD
               INVALID KEY
                   DISPLAY 'GLEXTR: GLSENT.DAT WRITE FAILED, STATUS '
                       WS-GLSENT-STATUS ' ORDER ' GS-ORDER-NUMBER
                   SET IO-ERROR-OCCURRED TO TRUE
           END-WRITE

          .

      *  ROLL THE ORDER INTO ITS CENTER'S ENTRY, FOUND BY 415

       440-ADD-TO-CENTER-TOTALS.

           ADD 1              TO WS-CTR-ORDERS(WS-FIND-SUB)
           ADD WH-EST-COST    TO WS-CTR-EST-COST(WS-FIND-SUB)
           ADD WH-ACTUAL-COST TO WS-CTR-ACT-COST(WS-FIND-SUB)

          .

       450-HOLD-ORDER.

           ADD 1 TO WS-ORDERS-HELD

           IF HELD-HEADING-NOT-WRITTEN
               WRITE GL-CONTROL-RECORD FROM HELD-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               SET HELD-HEADING-WRITTEN TO TRUE
           END-IF

           MOVE WH-ORDER-NUMBER TO HDL-ORDER-NUMBER
           MOVE WH-STATION-CODE TO HDL-STATION-CODE
           MOVE WH-ACTUAL-COST  TO HDL-ACTUAL-COST
           WRITE GL-CONTROL-RECORD FROM HELD-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

      *  ONE CREDIT TO ACCRUED MAINTENANCE PER COST CENTER CHARGED,
      *  FOR THE SUM OF THAT CENTER'S DEBITS

       500-WRITE-CREDIT-LINES.

           PERFORM VARYING WS-CENTER-SUB FROM 1 BY 1 UNTIL
                 WS-CENTER-SUB > WS-CENTER-COUNT
               SET GD-CREDIT TO TRUE
               MOVE WS-ACCRUAL-ACCOUNT TO GD-ACCOUNT
               MOVE WS-CTR-COST-CENTER(WS-CENTER-SUB)
                   TO GD-COST-CENTER
               MOVE WS-CTR-ACT-COST(WS-CENTER-SUB) TO GD-AMOUNT
               MOVE ZERO   TO GD-ORDER-NUMBER
               MOVE SPACES TO GD-STATION-CODE
               MOVE ZERO   TO GD-DATE-COMPLETED
               MOVE ZERO   TO GD-LABOR-HOURS
               MOVE SPACES TO GD-TECH-ID
               MOVE SPACES TO GD-REPAIR-CODE
               MOVE SPACES TO GD-ORDER-TYPE
               WRITE GL-JOURNAL-RECORD FROM GL-DETAIL-RECORD
               ADD 1 TO WS-CREDIT-LINES
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-CTR-ACT-COST(WS-CENTER-SUB) TO WS-CREDIT-TOTAL
           END-PERFORM

          .

       600-EOJ-ROUTINE.

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               SET JOURNAL-OUT-OF-BALANCE TO TRUE
           END-IF

           MOVE WS-EXTRACT-NUMBER TO GT-EXTRACT-NUMBER
           MOVE WS-DETAIL-COUNT   TO GT-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL    TO GT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL   TO GT-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD FROM GL-TRAILER-RECORD

           PERFORM 650-UPDATE-EXTRACT-CONTROL
           PERFORM 660-WRITE-TIEOUT

           MOVE WS-ORDERS-READ       TO CSL-ORDERS-READ
           MOVE WS-ORDERS-NOT-SLIP   TO CSL-NOT-SLIP
           MOVE WS-ORDERS-PRIOR-SENT TO CSL-PRIOR-SENT
           MOVE WS-ORDERS-ZERO-COST  TO CSL-ZERO-COST
           MOVE WS-ORDERS-HELD       TO CSL-HELD
           MOVE WS-ORDERS-TABLE-FULL TO CSL-TABLE-FULL
           MOVE WS-ORDERS-JOURNALED  TO CSL-JOURNALED
           MOVE WS-DEBIT-LINES       TO CSL-DEBIT-LINES
           MOVE WS-CREDIT-LINES      TO CSL-CREDIT-LINES
           MOVE WS-DETAIL-COUNT      TO CSL-DETAIL-COUNT
           MOVE WS-DEBIT-TOTAL       TO CSL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL      TO CSL-CREDIT-TOTAL
           MOVE WS-EST-TOTAL         TO CSL-EST-TOTAL
           IF JOURNAL-IN-BALANCE
               MOVE 'DEBITS EQUAL CREDITS' TO CVL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO CVL-VERDICT
           END-IF

           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-1
               AFTER ADVANCING 3 LINES
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-13
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-7
               AFTER ADVANCING 2 LINES
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-8
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-9
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-10
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-11
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-SUMMARY-LINE-12
               AFTER ADVANCING 1 LINE
           WRITE GL-CONTROL-RECORD FROM CONTROL-VERDICT-LINE
               AFTER ADVANCING 2 LINES

           CLOSE STATION-MASTER
                 GL-SENT-FILE
                 GL-JOURNAL-FILE
                 GL-CONTROL-RPT
           IF WS-WOHIST-STATUS NOT = '35'
               CLOSE WORK-ORDER-HISTORY
           END-IF

           PERFORM 690-SET-RETURN-CODE

          .

      *  RECORD THIS EXTRACT'S NUMBER ON THE '000000' RECORD SO THE
      *  NEXT RUN TAKES THE ONE AFTER IT

       650-UPDATE-EXTRACT-CONTROL.

           MOVE ZERO              TO GS-ORDER-NUMBER
           MOVE WS-EXTRACT-NUMBER TO GS-EXTRACT-NUMBER
           MOVE WS-RUN-DATE       TO GS-EXTRACT-DATE
           MOVE SPACES            TO GS-COST-CENTER
           MOVE WS-DEBIT-TOTAL    TO GS-AMOUNT
           IF EXTRACT-CONTROL-ON-FILE
               REWRITE GL-SENT-RECORD
                   INVALID KEY
                       DISPLAY 'GLEXTR: GLSENT.DAT REWRITE FAILED, '
                           'STATUS ' WS-GLSENT-STATUS
                           ' ORDER ' GS-ORDER-NUMBER
                       SET IO-ERROR-OCCURRED TO TRUE
               END-REWRITE
           ELSE
               WRITE GL-SENT-RECORD
                   INVALID KEY
                       DISPLAY 'GLEXTR: GLSENT.DAT WRITE FAILED, '
                           'STATUS ' WS-GLSENT-STATUS
                           ' ORDER ' GS-ORDER-NUMBER
                       SET IO-ERROR-OCCURRED TO TRUE
               END-WRITE
           END-IF

          .

      *  THE TIE-OUT - EACH REGION'S ORDERS, ESTIMATE, AND ACTUAL,
      *  THEN THE STATES (COST CENTERS) UNDER IT

       660-WRITE-TIEOUT.

           WRITE GL-CONTROL-RECORD FROM TIEOUT-HEADING-LINE
               AFTER ADVANCING 2 LINES
           WRITE GL-CONTROL-RECORD FROM TIEOUT-HEADER-LINE
               AFTER ADVANCING 1 LINE

           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1 UNTIL
                 WS-REGION-SUB > 5
               MOVE ZERO TO WS-RGN-ORDERS
               MOVE ZERO TO WS-RGN-EST-COST
               MOVE ZERO TO WS-RGN-ACT-COST
               PERFORM VARYING WS-CENTER-SUB FROM 1 BY 1 UNTIL
                     WS-CENTER-SUB > WS-CENTER-COUNT
                   IF WS-CTR-REGION(WS-CENTER-SUB) = WS-REGION-SUB
                       ADD WS-CTR-ORDERS(WS-CENTER-SUB)
                           TO WS-RGN-ORDERS
                       ADD WS-CTR-EST-COST(WS-CENTER-SUB)
                           TO WS-RGN-EST-COST
                       ADD WS-CTR-ACT-COST(WS-CENTER-SUB)
                           TO WS-RGN-ACT-COST
                   END-IF
               END-PERFORM
               IF WS-RGN-ORDERS > ZERO
                   PERFORM 665-WRITE-REGION-TIEOUT
               END-IF
           END-PERFORM

          .

       665-WRITE-REGION-TIEOUT.

           MOVE WS-REGION-SUB TO TRL-REGION
           MOVE WS-REGION-NAME(WS-REGION-SUB) TO TRL-REGION-NAME
           MOVE WS-RGN-ORDERS   TO TRL-ORDERS
           MOVE WS-RGN-EST-COST TO TRL-EST-COST
           MOVE WS-RGN-ACT-COST TO TRL-ACT-COST
           COMPUTE WS-DIFFERENCE = WS-RGN-ACT-COST - WS-RGN-EST-COST
           MOVE WS-DIFFERENCE   TO TRL-DIFFERENCE
           WRITE GL-CONTROL-RECORD FROM TIEOUT-REGION-LINE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-CENTER-SUB FROM 1 BY 1 UNTIL
                 WS-CENTER-SUB > WS-CENTER-COUNT
               IF WS-CTR-REGION(WS-CENTER-SUB) = WS-REGION-SUB
                   MOVE WS-CTR-STATE(WS-CENTER-SUB) TO TSL-STATE
                   MOVE WS-CTR-COST-CENTER(WS-CENTER-SUB)
                       TO TSL-COST-CENTER
                   MOVE WS-CTR-ORDERS(WS-CENTER-SUB) TO TSL-ORDERS
                   MOVE WS-CTR-EST-COST(WS-CENTER-SUB)
                       TO TSL-EST-COST
                   MOVE WS-CTR-ACT-COST(WS-CENTER-SUB)
                       TO TSL-ACT-COST
                   COMPUTE WS-DIFFERENCE =
                       WS-CTR-ACT-COST(WS-CENTER-SUB) -
                       WS-CTR-EST-COST(WS-CENTER-SUB)
                   MOVE WS-DIFFERENCE TO TSL-DIFFERENCE
                   WRITE GL-CONTROL-RECORD FROM TIEOUT-STATE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE

       690-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN JOURNAL-OUT-OF-BALANCE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'JOURNAL OUT OF BALANCE' TO WS-EOJ-CONDITION
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'       TO WS-EOJ-CONDITION
               WHEN WS-ORDERS-HELD > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'ORDERS HELD BACK'       TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'CLEAN'                  TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'GLEXTR: EXTRACT '  WS-EXTRACT-NUMBER
                   ' ORDERS '          WS-ORDERS-JOURNALED
                   ' HELD '            WS-ORDERS-HELD
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
               DISPLAY 'GLEXTR: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'GLEXTR' TO SL-PROGRAM
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
               MOVE WS-ORDERS-READ TO SL-RECORDS-IN
               MOVE WS-ORDERS-JOURNALED TO SL-RECORDS-OUT
               MOVE WS-ORDERS-HELD TO SL-RECORDS-REJ
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
