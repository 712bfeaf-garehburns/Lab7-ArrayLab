       IDENTIFICATION DIVISION.
       PROGRAM-ID.    Backout.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - BATCH BACKOUT
      *
      *   WHEN A BATCH HAS DAMAGED THE MASTERS AND MUST BE RERUN,
      *   THIS UTILITY PUTS THE STATION MASTER, REPAIR HISTORY, WORK-
      *   ORDER REGISTER, COST LEDGER, WORK-ORDER HISTORY, PARTS
      *   MASTER, PART RESERVATIONS, PM SCHEDULE, GL SENT FILE AND
      *   RUN CONTROL BACK, ALL TOGETHER, TO THE STATE SnapShot COPIED
      *   BEFORE THAT BATCH.
      *   THE BATCH TO BACK OUT IS NAMED ON THE PARAMETER FILE
      *   (BKOUTPRM.TXT) BY ITS DATE AND NUMBER, EXACTLY AS THE FEED
      *   HEADER CARRIED THEM.
      *
      *   THE GENERATION RESTORED IS THE NEWEST ONE ON THE SNAPSHOT
      *   CATALOG (SNAPCAT.DAT) TAGGED WITH A BATCH EARLIER THAN THE
      *   ONE NAMED - THE MASTERS AS THEY STOOD BEFORE IT LOADED.
      *   EVERY BATCH LOADED SINCE THAT GENERATION IS BACKED OUT WITH
      *   IT.  THE RUN CONTROL GOES BACK WITH THE MASTERS, SO THE
      *   BATCH AND THE REPORTER STAMPS ARE THOSE OF THE EARLIER
      *   BATCH AND THE NAMED BATCH CAN BE RERUN FROM StnLoad.
      *
      *   NOTHING IS TOUCHED UNTIL THE WHOLE GENERATION HAS BEEN READ
      *   AND PROVED - EVERY FILE'S BLOCK PRESENT ONCE, CARRYING THE
      *   CATALOG'S TIMESTAMP, WITH THE CATALOG'S RECORD COUNT.  A
      *   BLOCK MISSING, SHORT, DUPLICATED OR LEFT BY A DIFFERENT
      *   SNAPSHOT WOULD PUT BACK A MIXED SET OF FILES, AND THE
      *   BACKOUT IS REFUSED.  GENERATIONS TAKEN AFTER THE ONE
      *   RESTORED DESCRIBE A STATE THAT NO LONGER EXISTS AND COME
      *   OFF THE CATALOG.  BACKOUT.TXT REPORTS WHAT WAS RESTORED,
      *   AND LISTS EVERY GL EXTRACT THE BACKOUT TOOK OFF THE SENT
      *   FILE - FINANCE MUST REVERSE THOSE JOURNALS, SINCE THE
      *   RERUN SENDS THE ORDERS AGAIN UNDER NEW EXTRACT NUMBERS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT BACKOUT-PARM-FILE
                ASSIGN TO 'BKOUTPRM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
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
            SELECT SNAP-CATALOG-FILE
                ASSIGN TO 'SNAPCAT.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNAPCAT-STATUS.
            SELECT BACKOUT-RPT-FILE
                ASSIGN TO 'BACKOUT.TXT'.
            SELECT STEP-LOG-FILE
                ASSIGN TO 'STEPLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  THE BATCH TO BACK OUT - ONE RECORD, DATE AND NUMBER AS THE
      *  FEED HEADER CARRIED THEM

       FD BACKOUT-PARM-FILE.

       01 BACKOUT-PARM-RECORD.
          05 BP-BATCH-DATE      PIC 9(6).
          05 BP-BATCH-NUMBER    PIC 9(4).

      *  RUN-CONTROL RECORD WRITTEN BY StnLoad - READ FOR THE BATCH
      *  THE MASTERS NOW REFLECT AND PUT BACK FROM THE GENERATION.
      *  LAYOUT MUST STAY IN STEP WITH StnLoad.

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

      *  SNAPSHOT RECORD - LAYOUT MUST STAY IN STEP WITH SnapShot

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

      *  SNAPSHOT CATALOG ENTRY - LAYOUT MUST STAY IN STEP WITH
      *  SnapShot

       FD SNAP-CATALOG-FILE.

       01 SNAP-CATALOG-RECORD.
          05 SC-BATCH-DATE      PIC 9(6).
          05 SC-BATCH-NUMBER    PIC 9(4).
          05 SC-SNAP-DATE       PIC 9(6).
          05 SC-SNAP-TIME       PIC 9(8).
          05 SC-FILE-COUNT      PIC 9(7) OCCURS 10 TIMES.

       FD BACKOUT-RPT-FILE.

       01 BACKOUT-RPT-RECORD PIC X(100).

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
       01 WS-SNAPCAT-STATUS      PIC X(2).
       01 WS-WRITE-STATUS        PIC X(2).

      *  THE FILES IN A GENERATION, IN THE ORDER THEIR BLOCKS ARE
      *  WRITTEN.  LAYOUT MUST STAY IN STEP WITH SnapShot.
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
          05 WS-FILE-ID          PIC X(8) OCCURS 10 TIMES
                 INDEXED BY WS-FILE-IDX.
       01 SNAP-FILE-COUNT        PIC 9(2) VALUE 10.
       01 WS-FILE-SUB            PIC 9(2).

      *  BATCH TAGS - DATE THEN NUMBER, SO THE NUMERIC VIEW ORDERS
      *  BATCHES THE WAY THEY WERE LOADED EVEN WHEN THE TRANSMITTER
      *  RESTARTS ITS NUMBERING
       01 WS-NAMED-TAG.
          05 WS-NAMED-BATCH-DATE   PIC 9(6) VALUE ZERO.
          05 WS-NAMED-BATCH-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-NAMED-TAG-N REDEFINES WS-NAMED-TAG PIC 9(10).
       01 WS-CURRENT-TAG.
          05 WS-CURRENT-BATCH-DATE   PIC 9(6) VALUE ZERO.
          05 WS-CURRENT-BATCH-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-TAG-N REDEFINES WS-CURRENT-TAG PIC 9(10).
       01 WS-RESTORED-TAG.
          05 WS-RESTORED-BATCH-DATE   PIC 9(6) VALUE ZERO.
          05 WS-RESTORED-BATCH-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-RESTORED-TAG-N REDEFINES WS-RESTORED-TAG PIC 9(10).
       01 WS-SNAP-TAG.
          05 WS-SNAP-BATCH-DATE   PIC 9(6).
          05 WS-SNAP-BATCH-NUMBER PIC 9(4).
       01 WS-SNAP-TAG-N REDEFINES WS-SNAP-TAG PIC 9(10).

      *  THE CATALOG AS FOUND, OLDEST GENERATION FIRST
       01 WS-CATALOG-TABLE.
          05 WS-CATALOG-ENTRY OCCURS 20 TIMES.
             10 WS-CAT-TAG.
                15 WS-CAT-BATCH-DATE   PIC 9(6).
                15 WS-CAT-BATCH-NUMBER PIC 9(4).
             10 WS-CAT-TAG-N REDEFINES WS-CAT-TAG PIC 9(10).
             10 WS-CAT-SNAP-DATE       PIC 9(6).
             10 WS-CAT-SNAP-TIME       PIC 9(8).
             10 WS-CAT-FILE-COUNT      PIC 9(7) OCCURS 10 TIMES.
       01 WS-CATALOG-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-CAT-SUB             PIC 9(2).
       01 WS-CHOSEN-SUB          PIC 9(2) VALUE ZERO.
       01 WS-CATALOG-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-CATALOG-RECORDS       VALUE 'Y'.
          88 NO-MORE-CATALOG-RECORDS    VALUE 'N'.

      *  WHAT THE PROVING PASS FOUND FOR EACH FILE OF THE CHOSEN
      *  GENERATION, AND WHAT THE RESTORE PUT BACK
       01 WS-BLOCK-TABLE.
          05 WS-BLOCK-ENTRY OCCURS 10 TIMES.
             10 WS-BLOCK-HEADERS     PIC 9(3).
             10 WS-BLOCK-TRAILERS    PIC 9(3).
             10 WS-BLOCK-DETAILS     PIC 9(7).
             10 WS-BLOCK-STRAYS      PIC 9(7).
             10 WS-BLOCK-STAMP-ERRS  PIC 9(3).
             10 WS-BLOCK-TRAILER-CNT PIC 9(7).
             10 WS-BLOCK-PRESENT     PIC X.
                88 BLOCK-FILE-PRESENT     VALUE 'Y'.
                88 BLOCK-FILE-ABSENT      VALUE 'N'.
             10 WS-BLOCK-REPLACED    PIC 9(7).
             10 WS-BLOCK-RESTORED    PIC 9(7).
             10 WS-BLOCK-VERDICT     PIC X(20).
       01 WS-UNKNOWN-BLOCKS      PIC 9(7) VALUE ZERO.
       01 WS-GENERATION-RECORDS  PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-RESTORED    PIC 9(7) VALUE ZERO.
       01 WS-RUN-CONTROL-IMAGE   PIC X(46) VALUE SPACES.
       01 WS-RUN-CONTROL-SWITCH  PIC X VALUE 'N'.
          88 RUN-CONTROL-SAVED         VALUE 'Y'.
          88 NO-RUN-CONTROL-SAVED      VALUE 'N'.

      *  GL EXTRACTS THE BACKOUT TAKES OFF THE SENT FILE - EVERY
      *  EXTRACT AFTER THE ONE ON THE GENERATION'S '000000' RECORD,
      *  UP TO AND INCLUDING THE ONE ON FILE NOW.  EXTRACT NUMBERS
      *  WRAP 9999 BACK TO 0001, SO THE RANGE MAY WRAP TOO.
       01 WS-SNAP-GL-SENT.
          05 WS-SGS-ORDER-NUMBER    PIC 9(6).
          05 WS-SGS-EXTRACT-NUMBER  PIC 9(4).
          05 FILLER                 PIC X(19).
       01 WS-RESTORED-EXTRACT    PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-EXTRACT     PIC 9(4) VALUE ZERO.
       01 WS-EXTRACT-SWITCH      PIC X VALUE 'N'.
          88 EXTRACT-BACKED-OUT        VALUE 'Y'.
          88 EXTRACT-KEPT              VALUE 'N'.
       01 WS-GL-BACKOUT-TABLE.
          05 WS-GLB-ENTRY OCCURS 20 TIMES.
             10 WS-GLB-EXTRACT-NUMBER PIC 9(4).
             10 WS-GLB-EXTRACT-DATE   PIC 9(6).
             10 WS-GLB-ORDERS         PIC 9(5).
             10 WS-GLB-AMOUNT         PIC 9(7)V99.
       01 WS-GLB-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-GLB-SUB             PIC 9(2).
       01 WS-GLB-FIND            PIC 9(2).
       01 WS-GLB-OVERFLOW        PIC 9(5) VALUE ZERO.

       01 WS-SNAPSHOT-EOF-FLAG   PIC X VALUE 'Y'.
          88 MORE-SNAPSHOT-RECORDS      VALUE 'Y'.
          88 NO-MORE-SNAPSHOT-RECORDS   VALUE 'N'.
       01 WS-MASTER-EOF-FLAG     PIC X VALUE 'Y'.
          88 MORE-MASTER-RECORDS        VALUE 'Y'.
          88 NO-MORE-MASTER-RECORDS     VALUE 'N'.

      *  A REFUSAL STOPS THE BACKOUT BEFORE ANY MASTER IS OPENED FOR
      *  OUTPUT, AND SAYS WHY ON THE REPORT AND THE CONSOLE
       01 WS-REFUSAL-SWITCH      PIC X VALUE 'N'.
          88 BACKOUT-REFUSED           VALUE 'Y'.
          88 BACKOUT-ALLOWED           VALUE 'N'.
       01 WS-REFUSAL-REASON      PIC X(40) VALUE SPACES.
       01 WS-RESTORE-SWITCH      PIC X VALUE 'N'.
          88 RESTORE-STARTED           VALUE 'Y'.
          88 RESTORE-NOT-STARTED       VALUE 'N'.

      *  EOJ GRADING FOR THE SCHEDULER - 0 BACKED OUT, 12 FILE I-O
      *  FAILURE (IF THE RESTORE HAD STARTED THE MASTERS ARE PART
      *  RESTORED - RERUN THE BACKOUT, THE GENERATION IS UNTOUCHED),
      *  16 BACKOUT REFUSED, NOTHING CHANGED
       01 WS-IO-ERROR-SWITCH     PIC X VALUE 'N'.
          88 IO-ERROR-OCCURRED         VALUE 'Y'.
          88 NO-IO-ERROR               VALUE 'N'.
       01 WS-EOJ-CONDITION       PIC X(24) VALUE SPACES.

      *  STEP-LOG START TIME AND FILE STATUSES
       01 WS-STEP-START-TIME     PIC 9(8) VALUE ZERO.
       01 WS-STEPLOG-STATUS      PIC X(2).

       01 BACKOUT-TITLE-LINE.
          05        PIC X(40) VALUE
                        'BATCH BACKOUT REPORT'.

       01 BACKOUT-BATCH-LINE.
          05 BBL-LABEL        PIC X(26).
          05 BBL-BATCH-NUMBER PIC 9(4).
          05        PIC X(8)  VALUE '  Dated'.
          05 BBL-BATCH-DATE   PIC 9(6).

       01 BACKOUT-TAKEN-LINE.
          05        PIC X(26) VALUE 'Snapshot taken ...........'.
          05 BTK-SNAP-DATE    PIC 9(6).
          05        PIC X(2)  VALUE SPACES.
          05 BTK-SNAP-TIME    PIC 9(8).

       01 BACKOUT-FILE-HEADER-LINE.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(10) VALUE 'File'.
          05        PIC X(10) VALUE '  Snapshot'.
          05        PIC X(10) VALUE '     Found'.
          05        PIC X(10) VALUE '  Replaced'.
          05        PIC X(10) VALUE '  Restored'.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(20) VALUE 'Block'.

       01 BACKOUT-FILE-LINE.
          05                      PIC X(2) VALUE SPACES.
          05 BFL-FILE-ID          PIC X(8).
          05                      PIC X(2) VALUE SPACES.
          05 BFL-CATALOG-COUNT    PIC Z,ZZZ,ZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 BFL-FOUND-COUNT      PIC Z,ZZZ,ZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 BFL-REPLACED-COUNT   PIC Z,ZZZ,ZZ9.
          05                      PIC X(1) VALUE SPACES.
          05 BFL-RESTORED-COUNT   PIC Z,ZZZ,ZZ9.
          05                      PIC X(2) VALUE SPACES.
          05 BFL-VERDICT          PIC X(20).

       01 BACKOUT-SUPERSEDED-LINE.
          05        PIC X(26) VALUE 'Generation taken off .....'.
          05 BSL-BATCH-NUMBER PIC 9(4).
          05        PIC X(8)  VALUE '  Dated'.
          05 BSL-BATCH-DATE   PIC 9(6).
          05        PIC X(8)  VALUE '  Taken'.
          05 BSL-SNAP-DATE    PIC 9(6).

       01 BACKOUT-GL-HEADER-LINE.
          05        PIC X(50) VALUE
                  'GL EXTRACTS BACKED OUT - REVERSE THESE JOURNALS'.

       01 BACKOUT-GL-LINE.
          05                      PIC X(2) VALUE SPACES.
          05        PIC X(8)  VALUE 'Extract '.
          05 BGL-EXTRACT-NUMBER   PIC 9(4).
          05        PIC X(8)  VALUE '  Dated '.
          05 BGL-EXTRACT-DATE     PIC 9(6).
          05        PIC X(9)  VALUE '  Orders '.
          05 BGL-ORDERS           PIC ZZ,ZZ9.
          05        PIC X(9)  VALUE '  Amount '.
          05 BGL-AMOUNT           PIC Z,ZZZ,ZZ9.99.

       01 BACKOUT-GL-TOTAL-LINE.
          05        PIC X(26) VALUE 'GL extracts backed out ...'.
          05 BGT-EXTRACTS         PIC ZZ9.
          05        PIC X(2)  VALUE SPACES.
          05 BGT-NOTE             PIC X(40).

       01 BACKOUT-VERDICT-LINE.
          05        PIC X(26) VALUE 'Result ...................'.
          05 BVL-RESULT       PIC X(24).
          05        PIC X(2)  VALUE SPACES.
          05 BVL-REASON       PIC X(40).

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-CHOOSE-GENERATION
           IF BACKOUT-ALLOWED
               PERFORM 400-PROVE-GENERATION
           END-IF
           IF BACKOUT-ALLOWED AND NO-IO-ERROR
               PERFORM 500-RESTORE-GENERATION
           END-IF
           IF BACKOUT-ALLOWED AND NO-IO-ERROR
               PERFORM 570-TRIM-CATALOG
           END-IF
           PERFORM 600-EOJ-ROUTINE
           PERFORM 695-WRITE-STEP-LOG
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-STEP-START-TIME FROM TIME

           OPEN INPUT BACKOUT-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'BACKOUT: BKOUTPRM.TXT OPEN FAILED, STATUS '
                   WS-PARM-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               PERFORM 695-WRITE-STEP-LOG
               STOP RUN
           END-IF
           READ BACKOUT-PARM-FILE
               AT END
                   SET BACKOUT-REFUSED TO TRUE
                   MOVE 'NO BATCH NAMED ON BKOUTPRM.TXT'
                       TO WS-REFUSAL-REASON
               NOT AT END
                   MOVE BP-BATCH-DATE   TO WS-NAMED-BATCH-DATE
                   MOVE BP-BATCH-NUMBER TO WS-NAMED-BATCH-NUMBER
           END-READ
           CLOSE BACKOUT-PARM-FILE

      *  THE BATCH THE MASTERS REFLECT NOW - ZERO IF NO RUN CONTROL

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-BATCH-DATE   TO WS-CURRENT-BATCH-DATE
                       MOVE RN-BATCH-NUMBER TO WS-CURRENT-BATCH-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF

           OPEN OUTPUT BACKOUT-RPT-FILE
           WRITE BACKOUT-RPT-RECORD FROM BACKOUT-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE 'Batch backed out .........' TO BBL-LABEL
           MOVE WS-NAMED-BATCH-NUMBER TO BBL-BATCH-NUMBER
           MOVE WS-NAMED-BATCH-DATE   TO BBL-BATCH-DATE
           WRITE BACKOUT-RPT-RECORD FROM BACKOUT-BATCH-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'Run control before .......' TO BBL-LABEL
           MOVE WS-CURRENT-BATCH-NUMBER TO BBL-BATCH-NUMBER
           MOVE WS-CURRENT-BATCH-DATE   TO BBL-BATCH-DATE
           WRITE BACKOUT-RPT-RECORD FROM BACKOUT-BATCH-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 250-LOAD-CATALOG

          .

      *  LOAD THE CATALOG, OLDEST FIRST.  SnapShot NEVER LEAVES MORE
      *  THAN THE TABLE HOLDS; ANY EXCESS WOULD BE THE NEWEST AND IS
      *  COUNTED AS IF IT WERE NOT THERE.

       250-LOAD-CATALOG.

           OPEN INPUT SNAP-CATALOG-FILE
           IF WS-SNAPCAT-STATUS = '35'
               SET NO-MORE-CATALOG-RECORDS TO TRUE
           ELSE
               IF WS-SNAPCAT-STATUS NOT = '00'
                   DISPLAY 'BACKOUT: SNAPCAT.DAT OPEN FAILED, STATUS '
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
                       IF WS-CATALOG-COUNT < 20
                           ADD 1 TO WS-CATALOG-COUNT
                           MOVE SNAP-CATALOG-RECORD
                               TO WS-CATALOG-ENTRY(WS-CATALOG-COUNT)
                           PERFORM 255-CHECK-CATALOG-COUNTS
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SNAPCAT-STATUS NOT = '35'
               CLOSE SNAP-CATALOG-FILE
           END-IF

          .

      *  AN ENTRY CATALOGED BEFORE A FILE JOINED THE TABLE HAS NO
      *  COUNT FOR IT - THAT GENERATION HAS NO BLOCK FOR IT EITHER,
      *  SO IT PROVES MISSING AND THE GENERATION CANNOT GO BACK

       255-CHECK-CATALOG-COUNTS.

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > SNAP-FILE-COUNT
               IF WS-CAT-FILE-COUNT(WS-CATALOG-COUNT, WS-FILE-SUB)
                  NOT NUMERIC
                   MOVE ZERO TO
                       WS-CAT-FILE-COUNT(WS-CATALOG-COUNT, WS-FILE-SUB)
               END-IF
           END-PERFORM

          .

      *  THE NAMED BATCH MUST BE ONE THE MASTERS HAVE TAKEN IN, AND A
      *  GENERATION MUST EXIST FROM BEFORE IT.  THE NEWEST SUCH
      *  GENERATION IS THE ONE PUT BACK.

       300-CHOOSE-GENERATION.

           IF BACKOUT-ALLOWED
              AND WS-NAMED-BATCH-NUMBER = ZERO
               SET BACKOUT-REFUSED TO TRUE
               MOVE 'NO BATCH NAMED ON BKOUTPRM.TXT'
                   TO WS-REFUSAL-REASON
           END-IF

           IF BACKOUT-ALLOWED
              AND WS-CURRENT-TAG-N < WS-NAMED-TAG-N
               SET BACKOUT-REFUSED TO TRUE
               MOVE 'BATCH NOT LOADED - NOTHING TO BACK OUT'
                   TO WS-REFUSAL-REASON
           END-IF

           IF BACKOUT-ALLOWED
               MOVE ZERO TO WS-CHOSEN-SUB
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                   IF WS-CAT-TAG-N(WS-CAT-SUB) < WS-NAMED-TAG-N
                       IF WS-CHOSEN-SUB = ZERO
                           MOVE WS-CAT-SUB TO WS-CHOSEN-SUB
                       ELSE
                           IF WS-CAT-TAG-N(WS-CAT-SUB) NOT <
                              WS-CAT-TAG-N(WS-CHOSEN-SUB)
                               MOVE WS-CAT-SUB TO WS-CHOSEN-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CHOSEN-SUB = ZERO
                   SET BACKOUT-REFUSED TO TRUE
                   MOVE 'NO SNAPSHOT TAKEN BEFORE THE BATCH'
                       TO WS-REFUSAL-REASON
               ELSE
                   MOVE WS-CAT-TAG(WS-CHOSEN-SUB) TO WS-RESTORED-TAG
                   MOVE 'Generation restored ......' TO BBL-LABEL
                   MOVE WS-RESTORED-BATCH-NUMBER TO BBL-BATCH-NUMBER
                   MOVE WS-RESTORED-BATCH-DATE   TO BBL-BATCH-DATE
                   WRITE BACKOUT-RPT-RECORD FROM BACKOUT-BATCH-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE WS-CAT-SNAP-DATE(WS-CHOSEN-SUB)
                       TO BTK-SNAP-DATE
                   MOVE WS-CAT-SNAP-TIME(WS-CHOSEN-SUB)
                       TO BTK-SNAP-TIME
                   WRITE BACKOUT-RPT-RECORD FROM BACKOUT-TAKEN-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF

          .

      *  READ THE WHOLE SNAPSHOT FILE AND TALLY EVERY BLOCK OF THE
      *  CHOSEN GENERATION, THEN PROVE EACH FILE'S BLOCK AGAINST THE
      *  CATALOG.  THE MASTERS ARE ONLY COUNTED HERE, FOR THE REPORT.

       400-PROVE-GENERATION.

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > SNAP-FILE-COUNT
               INITIALIZE WS-BLOCK-ENTRY(WS-FILE-SUB)
               SET BLOCK-FILE-ABSENT(WS-FILE-SUB) TO TRUE
           END-PERFORM

           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = '35'
               SET BACKOUT-REFUSED TO TRUE
               MOVE 'SNAPSHOT.DAT NOT ON FILE'
                   TO WS-REFUSAL-REASON
           ELSE
               IF WS-SNAPSHOT-STATUS NOT = '00'
                   DISPLAY 'BACKOUT: SNAPSHOT.DAT OPEN FAILED, STATUS '
                       WS-SNAPSHOT-STATUS ' - FILE I-O FAILURE'
                   SET IO-ERROR-OCCURRED TO TRUE
               ELSE
                   SET MORE-SNAPSHOT-RECORDS TO TRUE
                   PERFORM UNTIL NO-MORE-SNAPSHOT-RECORDS
                       READ SNAPSHOT-FILE
                           AT END
                               SET NO-MORE-SNAPSHOT-RECORDS TO TRUE
                           NOT AT END
                               PERFORM 410-TALLY-SNAPSHOT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SNAPSHOT-FILE
               END-IF
           END-IF

           IF BACKOUT-ALLOWED AND NO-IO-ERROR
               PERFORM 430-COUNT-CURRENT-MASTERS
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                     UNTIL WS-FILE-SUB > SNAP-FILE-COUNT
                   PERFORM 420-JUDGE-BLOCK
               END-PERFORM
               IF WS-UNKNOWN-BLOCKS > ZERO
                   SET BACKOUT-REFUSED TO TRUE
               END-IF
               IF BACKOUT-REFUSED
                   MOVE 'MIXED OR INCOMPLETE GENERATION'
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF

          .

       410-TALLY-SNAPSHOT-RECORD.

           MOVE SN-BATCH-DATE   TO WS-SNAP-BATCH-DATE
           MOVE SN-BATCH-NUMBER TO WS-SNAP-BATCH-NUMBER
           IF WS-SNAP-TAG-N = WS-RESTORED-TAG-N
               ADD 1 TO WS-GENERATION-RECORDS
               SET WS-FILE-IDX TO 1
               SEARCH WS-FILE-ID
                   AT END
                       ADD 1 TO WS-UNKNOWN-BLOCKS
                   WHEN WS-FILE-ID(WS-FILE-IDX) = SN-FILE-ID
                       SET WS-FILE-SUB TO WS-FILE-IDX
                       PERFORM 415-TALLY-BLOCK-RECORD
               END-SEARCH
           END-IF

          .

      *  A HEADER OR TRAILER WHOSE TIMESTAMP IS NOT THE CATALOG'S CAME
      *  FROM ANOTHER SNAPSHOT UNDER THE SAME TAG.  A DETAIL OUTSIDE
      *  ITS HEADER AND TRAILER IS A STRAY.

       415-TALLY-BLOCK-RECORD.

           EVALUATE TRUE
               WHEN SN-BLOCK-HEADER
                   ADD 1 TO WS-BLOCK-HEADERS(WS-FILE-SUB)
                   MOVE SN-FILE-PRESENT
                       TO WS-BLOCK-PRESENT(WS-FILE-SUB)
                   IF SN-SNAP-DATE NOT = WS-CAT-SNAP-DATE(WS-CHOSEN-SUB)
                      OR SN-SNAP-TIME NOT =
                         WS-CAT-SNAP-TIME(WS-CHOSEN-SUB)
                       ADD 1 TO WS-BLOCK-STAMP-ERRS(WS-FILE-SUB)
                   END-IF
               WHEN SN-BLOCK-TRAILER
                   ADD 1 TO WS-BLOCK-TRAILERS(WS-FILE-SUB)
                   MOVE SN-RECORD-COUNT
                       TO WS-BLOCK-TRAILER-CNT(WS-FILE-SUB)
                   IF SN-SNAP-DATE NOT = WS-CAT-SNAP-DATE(WS-CHOSEN-SUB)
                      OR SN-SNAP-TIME NOT =
                         WS-CAT-SNAP-TIME(WS-CHOSEN-SUB)
                       ADD 1 TO WS-BLOCK-STAMP-ERRS(WS-FILE-SUB)
                   END-IF
               WHEN SN-BLOCK-DETAIL
                   IF WS-BLOCK-HEADERS(WS-FILE-SUB) NOT = 1
                      OR WS-BLOCK-TRAILERS(WS-FILE-SUB) NOT = ZERO
                       ADD 1 TO WS-BLOCK-STRAYS(WS-FILE-SUB)
                   ELSE
                       ADD 1 TO WS-BLOCK-DETAILS(WS-FILE-SUB)
                       IF WS-FILE-SUB = 10
                           MOVE SN-IMAGE TO WS-SNAP-GL-SENT
                           IF WS-SGS-ORDER-NUMBER = ZERO
                               MOVE WS-SGS-EXTRACT-NUMBER
                                   TO WS-RESTORED-EXTRACT
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BLOCK-STRAYS(WS-FILE-SUB)
           END-EVALUATE

          .

      *  ONE FILE'S BLOCK IS WHOLE WHEN IT HAS ONE HEADER AND ONE
      *  TRAILER STAMPED LIKE THE CATALOG, NO STRAYS, AND AS MANY
      *  DETAILS AS BOTH THE TRAILER AND THE CATALOG SAY

       420-JUDGE-BLOCK.

           EVALUATE TRUE
               WHEN WS-BLOCK-HEADERS(WS-FILE-SUB) = ZERO
                AND WS-BLOCK-TRAILERS(WS-FILE-SUB) = ZERO
                   MOVE 'MISSING'
                       TO WS-BLOCK-VERDICT(WS-FILE-SUB)
               WHEN WS-BLOCK-HEADERS(WS-FILE-SUB) > 1
                 OR WS-BLOCK-TRAILERS(WS-FILE-SUB) > 1
                   MOVE 'DUPLICATED'
                       TO WS-BLOCK-VERDICT(WS-FILE-SUB)
               WHEN WS-BLOCK-STAMP-ERRS(WS-FILE-SUB) > ZERO
                   MOVE 'FROM OTHER SNAPSHOT'
                       TO WS-BLOCK-VERDICT(WS-FILE-SUB)
               WHEN WS-BLOCK-HEADERS(WS-FILE-SUB) = ZERO
                 OR WS-BLOCK-TRAILERS(WS-FILE-SUB) = ZERO
                 OR WS-BLOCK-STRAYS(WS-FILE-SUB) > ZERO
                 OR WS-BLOCK-DETAILS(WS-FILE-SUB) NOT =
                    WS-BLOCK-TRAILER-CNT(WS-FILE-SUB)
                 OR WS-BLOCK-DETAILS(WS-FILE-SUB) NOT =
                    WS-CAT-FILE-COUNT(WS-CHOSEN-SUB, WS-FILE-SUB)
                   MOVE 'INCOMPLETE'
                       TO WS-BLOCK-VERDICT(WS-FILE-SUB)
               WHEN BLOCK-FILE-ABSENT(WS-FILE-SUB)
                   MOVE 'WHOLE - WAS EMPTY'
                       TO WS-BLOCK-VERDICT(WS-FILE-SUB)
               WHEN OTHER
                   MOVE 'WHOLE'
                       TO WS-BLOCK-VERDICT(WS-FILE-SUB)
           END-EVALUATE

           IF WS-BLOCK-VERDICT(WS-FILE-SUB)(1:5) NOT = 'WHOLE'
               SET BACKOUT-REFUSED TO TRUE
           END-IF

          .

      *  COUNT WHAT EACH FILE HOLDS NOW, SO THE REPORT SHOWS WHAT THE
      *  RESTORE REPLACED.  A FILE NOT ON FILE COUNTS ZERO.

       430-COUNT-CURRENT-MASTERS.

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ RUN-CONTROL-FILE
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(1)
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF

           OPEN INPUT STATION-MASTER
           IF WS-STNMSTR-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ STATION-MASTER NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(2)
                   END-READ
                   IF WS-STNMSTR-STATUS NOT = '00'
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE STATION-MASTER
           END-IF

           OPEN INPUT REPAIR-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ REPAIR-HISTORY-FILE NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(3)
                   END-READ
                   IF WS-HISTORY-STATUS NOT = '00'
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE REPAIR-HISTORY-FILE
           END-IF

           OPEN INPUT WORK-REGISTER
           IF WS-REGISTER-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ WORK-REGISTER NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(4)
                   END-READ
                   IF WS-REGISTER-STATUS NOT = '00'
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE WORK-REGISTER
           END-IF

           OPEN INPUT COST-LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ COST-LEDGER-FILE
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(5)
                   END-READ
               END-PERFORM
               CLOSE COST-LEDGER-FILE
           END-IF

           OPEN INPUT WORK-ORDER-HISTORY
           IF WS-WOHIST-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ WORK-ORDER-HISTORY NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(6)
                   END-READ
                   IF WS-WOHIST-STATUS NOT = '00'
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE WORK-ORDER-HISTORY
           END-IF

           OPEN INPUT PARTS-MASTER
           IF WS-PARTMSTR-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ PARTS-MASTER NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(7)
                   END-READ
                   IF WS-PARTMSTR-STATUS NOT = '00'
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PARTS-MASTER
           END-IF

           OPEN INPUT PART-RESERVATION
           IF WS-PARTRSV-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ PART-RESERVATION NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(8)
                   END-READ
                   IF WS-PARTRSV-STATUS NOT = '00'
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PART-RESERVATION
           END-IF

           OPEN INPUT PM-SCHEDULE
           IF WS-PMSCHED-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ PM-SCHEDULE NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(9)
                   END-READ
                   IF WS-PMSCHED-STATUS NOT = '00'
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PM-SCHEDULE
           END-IF

      *  THE '000000' RECORD SORTS FIRST, SO THE CURRENT EXTRACT
      *  NUMBER IS KNOWN BEFORE ANY ORDER RECORD IS TALLIED

           OPEN INPUT GL-SENT-FILE
           IF WS-GLSENT-STATUS = '00'
               SET MORE-MASTER-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ GL-SENT-FILE NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BLOCK-REPLACED(10)
                           IF GS-ORDER-NUMBER = ZERO
                               MOVE GS-EXTRACT-NUMBER
                                   TO WS-CURRENT-EXTRACT
                           ELSE
                               PERFORM 435-TALLY-SENT-ORDER
                           END-IF
                   END-READ
                   IF WS-GLSENT-STATUS NOT = '00'
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   END-IF
               END-PERFORM
               CLOSE GL-SENT-FILE
           END-IF

          .

      *  AN ORDER SENT ON AN EXTRACT AFTER THE GENERATION'S GOES
      *  INTO THAT EXTRACT'S LINE ON THE REPORT

       435-TALLY-SENT-ORDER.

           SET EXTRACT-KEPT TO TRUE
           EVALUATE TRUE
               WHEN WS-CURRENT-EXTRACT = WS-RESTORED-EXTRACT
                   CONTINUE
               WHEN WS-CURRENT-EXTRACT > WS-RESTORED-EXTRACT
                   IF GS-EXTRACT-NUMBER > WS-RESTORED-EXTRACT
                      AND GS-EXTRACT-NUMBER NOT > WS-CURRENT-EXTRACT
                       SET EXTRACT-BACKED-OUT TO TRUE
                   END-IF
               WHEN OTHER
                   IF GS-EXTRACT-NUMBER > WS-RESTORED-EXTRACT
                      OR GS-EXTRACT-NUMBER NOT > WS-CURRENT-EXTRACT
                       SET EXTRACT-BACKED-OUT TO TRUE
                   END-IF
           END-EVALUATE

           IF EXTRACT-BACKED-OUT
               MOVE ZERO TO WS-GLB-FIND
               PERFORM VARYING WS-GLB-SUB FROM 1 BY 1 UNTIL
                     WS-GLB-SUB > WS-GLB-COUNT
                   IF WS-GLB-EXTRACT-NUMBER(WS-GLB-SUB)
                      = GS-EXTRACT-NUMBER
                       MOVE WS-GLB-SUB TO WS-GLB-FIND
                   END-IF
               END-PERFORM
               IF WS-GLB-FIND = ZERO
                  AND WS-GLB-COUNT < 20
                   ADD 1 TO WS-GLB-COUNT
                   MOVE WS-GLB-COUNT TO WS-GLB-FIND
                   MOVE GS-EXTRACT-NUMBER
                       TO WS-GLB-EXTRACT-NUMBER(WS-GLB-FIND)
                   MOVE GS-EXTRACT-DATE
                       TO WS-GLB-EXTRACT-DATE(WS-GLB-FIND)
                   MOVE ZERO TO WS-GLB-ORDERS(WS-GLB-FIND)
                   MOVE ZERO TO WS-GLB-AMOUNT(WS-GLB-FIND)
               END-IF
               IF WS-GLB-FIND = ZERO
                   ADD 1 TO WS-GLB-OVERFLOW
               ELSE
                   ADD 1 TO WS-GLB-ORDERS(WS-GLB-FIND)
                   ADD GS-AMOUNT TO WS-GLB-AMOUNT(WS-GLB-FIND)
               END-IF
           END-IF

          .

      *  THE GENERATION IS PROVED - EMPTY EACH MASTER AND WRITE THE
      *  SNAPPED RECORDS BACK IN THE KEY ORDER THEY WERE SNAPPED IN.
      *  A FILE THAT WAS NOT ON FILE AT SNAPSHOT TIME GOES BACK
      *  EMPTY.  THE RUN CONTROL IS HELD BACK AND WRITTEN LAST, ONLY
      *  ONCE EVERY MASTER IS DOWN, SO A FAILED RESTORE STILL NAMES
      *  THE LATER BATCH AND THE BACKOUT CAN SIMPLY BE RUN AGAIN.

       500-RESTORE-GENERATION.

           SET RESTORE-STARTED TO TRUE

           OPEN OUTPUT STATION-MASTER
           MOVE WS-STNMSTR-STATUS TO WS-WRITE-STATUS
           MOVE 2 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS
           OPEN OUTPUT REPAIR-HISTORY-FILE
           MOVE WS-HISTORY-STATUS TO WS-WRITE-STATUS
           MOVE 3 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS
           OPEN OUTPUT WORK-REGISTER
           MOVE WS-REGISTER-STATUS TO WS-WRITE-STATUS
           MOVE 4 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS
           OPEN OUTPUT COST-LEDGER-FILE
           MOVE WS-LEDGER-STATUS TO WS-WRITE-STATUS
           MOVE 5 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS
           OPEN OUTPUT WORK-ORDER-HISTORY
           MOVE WS-WOHIST-STATUS TO WS-WRITE-STATUS
           MOVE 6 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS
           OPEN OUTPUT PARTS-MASTER
           MOVE WS-PARTMSTR-STATUS TO WS-WRITE-STATUS
           MOVE 7 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS
           OPEN OUTPUT PART-RESERVATION
           MOVE WS-PARTRSV-STATUS TO WS-WRITE-STATUS
           MOVE 8 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS
           OPEN OUTPUT PM-SCHEDULE
           MOVE WS-PMSCHED-STATUS TO WS-WRITE-STATUS
           MOVE 9 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS
           OPEN OUTPUT GL-SENT-FILE
           MOVE WS-GLSENT-STATUS TO WS-WRITE-STATUS
           MOVE 10 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS

           IF NO-IO-ERROR
               OPEN INPUT SNAPSHOT-FILE
               SET MORE-SNAPSHOT-RECORDS TO TRUE
               PERFORM UNTIL NO-MORE-SNAPSHOT-RECORDS
                   READ SNAPSHOT-FILE
                       AT END
                           SET NO-MORE-SNAPSHOT-RECORDS TO TRUE
                       NOT AT END
                           PERFORM 510-RESTORE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF

           CLOSE STATION-MASTER
                 REPAIR-HISTORY-FILE
                 WORK-REGISTER
                 COST-LEDGER-FILE
                 WORK-ORDER-HISTORY
                 PARTS-MASTER
                 PART-RESERVATION
                 PM-SCHEDULE
                 GL-SENT-FILE

           IF NO-IO-ERROR
               PERFORM 550-RESTORE-RUN-CONTROL
           END-IF

          .

       510-RESTORE-ONE-RECORD.

           MOVE SN-BATCH-DATE   TO WS-SNAP-BATCH-DATE
           MOVE SN-BATCH-NUMBER TO WS-SNAP-BATCH-NUMBER
           IF WS-SNAP-TAG-N = WS-RESTORED-TAG-N
              AND SN-BLOCK-DETAIL
               SET WS-FILE-IDX TO 1
               SEARCH WS-FILE-ID
                   AT END
                       CONTINUE
                   WHEN WS-FILE-ID(WS-FILE-IDX) = SN-FILE-ID
                       SET WS-FILE-SUB TO WS-FILE-IDX
                       PERFORM 520-WRITE-RESTORED-RECORD
               END-SEARCH
           END-IF

          .

       520-WRITE-RESTORED-RECORD.

           EVALUATE WS-FILE-SUB
               WHEN 1
                   MOVE SN-IMAGE TO WS-RUN-CONTROL-IMAGE
                   SET RUN-CONTROL-SAVED TO TRUE
                   MOVE '00' TO WS-WRITE-STATUS
               WHEN 2
                   WRITE STATION-MASTER-RECORD FROM SN-IMAGE
                   MOVE WS-STNMSTR-STATUS TO WS-WRITE-STATUS
               WHEN 3
                   WRITE REPAIR-HISTORY-RECORD FROM SN-IMAGE
                   MOVE WS-HISTORY-STATUS TO WS-WRITE-STATUS
               WHEN 4
                   WRITE WORK-REGISTER-RECORD FROM SN-IMAGE
                   MOVE WS-REGISTER-STATUS TO WS-WRITE-STATUS
               WHEN 5
                   WRITE COST-LEDGER-RECORD FROM SN-IMAGE
                   MOVE WS-LEDGER-STATUS TO WS-WRITE-STATUS
               WHEN 6
                   WRITE WORK-ORDER-HISTORY-RECORD FROM SN-IMAGE
                   MOVE WS-WOHIST-STATUS TO WS-WRITE-STATUS
               WHEN 7
                   WRITE PARTS-MASTER-RECORD FROM SN-IMAGE
                   MOVE WS-PARTMSTR-STATUS TO WS-WRITE-STATUS
               WHEN 8
                   WRITE PART-RESERVATION-RECORD FROM SN-IMAGE
                   MOVE WS-PARTRSV-STATUS TO WS-WRITE-STATUS
               WHEN 9
                   WRITE PM-SCHEDULE-RECORD FROM SN-IMAGE
                   MOVE WS-PMSCHED-STATUS TO WS-WRITE-STATUS
               WHEN 10
                   WRITE GL-SENT-RECORD FROM SN-IMAGE
                   MOVE WS-GLSENT-STATUS TO WS-WRITE-STATUS
           END-EVALUATE

           PERFORM 560-CHECK-RESTORE-STATUS
           IF NO-IO-ERROR
               ADD 1 TO WS-BLOCK-RESTORED(WS-FILE-SUB)
               ADD 1 TO WS-RECORDS-RESTORED
           ELSE
               SET NO-MORE-SNAPSHOT-RECORDS TO TRUE
           END-IF

          .

      *  NO RUN CONTROL IN THE GENERATION (SNAPPED BEFORE THE FIRST
      *  BATCH) LEAVES AN EMPTY RUN CONTROL - StnLoad STARTS FRESH

       550-RESTORE-RUN-CONTROL.

           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE WS-RUNCTRL-STATUS TO WS-WRITE-STATUS
           MOVE 1 TO WS-FILE-SUB
           PERFORM 560-CHECK-RESTORE-STATUS
           IF NO-IO-ERROR
               IF RUN-CONTROL-SAVED
                   MOVE WS-RUN-CONTROL-IMAGE TO RUN-CONTROL-RECORD
                   WRITE RUN-CONTROL-RECORD
                   MOVE WS-RUNCTRL-STATUS TO WS-WRITE-STATUS
                   PERFORM 560-CHECK-RESTORE-STATUS
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF

          .

       560-CHECK-RESTORE-STATUS.

           IF WS-WRITE-STATUS NOT = '00'
               DISPLAY 'BACKOUT: ' WS-FILE-ID(WS-FILE-SUB)
                   ' RESTORE FAILED, STATUS ' WS-WRITE-STATUS
                   ' - FILE I-O FAILURE'
               SET IO-ERROR-OCCURRED TO TRUE
           END-IF

          .

      *  GENERATIONS TAKEN AT OR AFTER THE NAMED BATCH DESCRIBE
      *  MASTERS THAT NO LONGER EXIST - THEY COME OFF THE CATALOG,
      *  AND SnapShot DROPS THEIR BLOCKS THE NEXT TIME IT RUNS

       570-TRIM-CATALOG.

           OPEN OUTPUT SNAP-CATALOG-FILE
           IF WS-SNAPCAT-STATUS NOT = '00'
               DISPLAY 'BACKOUT: SNAPCAT.DAT OPEN FAILED, STATUS '
                   WS-SNAPCAT-STATUS ' - FILE I-O FAILURE'
               SET IO-ERROR-OCCURRED TO TRUE
           ELSE
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                   IF WS-CAT-TAG-N(WS-CAT-SUB) < WS-NAMED-TAG-N
                       MOVE WS-CATALOG-ENTRY(WS-CAT-SUB)
                           TO SNAP-CATALOG-RECORD
                       WRITE SNAP-CATALOG-RECORD
                   ELSE
                       MOVE WS-CAT-BATCH-NUMBER(WS-CAT-SUB)
                           TO BSL-BATCH-NUMBER
                       MOVE WS-CAT-BATCH-DATE(WS-CAT-SUB)
                           TO BSL-BATCH-DATE
                       MOVE WS-CAT-SNAP-DATE(WS-CAT-SUB)
                           TO BSL-SNAP-DATE
                       WRITE BACKOUT-RPT-RECORD
                           FROM BACKOUT-SUPERSEDED-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
               CLOSE SNAP-CATALOG-FILE
           END-IF

          .

       600-EOJ-ROUTINE.

           IF WS-CHOSEN-SUB > ZERO
               WRITE BACKOUT-RPT-RECORD FROM BACKOUT-FILE-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                     UNTIL WS-FILE-SUB > SNAP-FILE-COUNT
                   MOVE WS-FILE-ID(WS-FILE-SUB) TO BFL-FILE-ID
                   MOVE WS-CAT-FILE-COUNT(WS-CHOSEN-SUB, WS-FILE-SUB)
                       TO BFL-CATALOG-COUNT
                   MOVE WS-BLOCK-DETAILS(WS-FILE-SUB)
                       TO BFL-FOUND-COUNT
                   MOVE WS-BLOCK-REPLACED(WS-FILE-SUB)
                       TO BFL-REPLACED-COUNT
                   MOVE WS-BLOCK-RESTORED(WS-FILE-SUB)
                       TO BFL-RESTORED-COUNT
                   MOVE WS-BLOCK-VERDICT(WS-FILE-SUB) TO BFL-VERDICT
                   WRITE BACKOUT-RPT-RECORD FROM BACKOUT-FILE-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF

           PERFORM 690-SET-RETURN-CODE

           IF RETURN-CODE = ZERO
               MOVE 'Run control after ........' TO BBL-LABEL
               MOVE WS-RESTORED-BATCH-NUMBER TO BBL-BATCH-NUMBER
               MOVE WS-RESTORED-BATCH-DATE   TO BBL-BATCH-DATE
               WRITE BACKOUT-RPT-RECORD FROM BACKOUT-BATCH-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF RESTORE-STARTED
               PERFORM 650-LIST-GL-EXTRACTS
           END-IF

           MOVE WS-EOJ-CONDITION  TO BVL-RESULT
           MOVE WS-REFUSAL-REASON TO BVL-REASON
           WRITE BACKOUT-RPT-RECORD FROM BACKOUT-VERDICT-LINE
               AFTER ADVANCING 2 LINES

           CLOSE BACKOUT-RPT-FILE

          .

      *  ONCE THE SENT FILE HAS BEEN PUT BACK (OR THE RESTORE HAS AT
      *  LEAST STARTED) THE EXTRACTS IT TOOK OFF ARE ALREADY IN THE
      *  LEDGER AND WILL BE SENT AGAIN BY THE RERUN - LIST THEM SO
      *  FINANCE CAN REVERSE THEM

       650-LIST-GL-EXTRACTS.

           MOVE WS-GLB-COUNT TO BGT-EXTRACTS
           IF WS-GLB-OVERFLOW > ZERO
               MOVE 'MORE ORDERS ON EXTRACTS NOT LISTED'
                   TO BGT-NOTE
           ELSE
               MOVE SPACES TO BGT-NOTE
           END-IF
           WRITE BACKOUT-RPT-RECORD FROM BACKOUT-GL-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           IF WS-GLB-COUNT > ZERO
               WRITE BACKOUT-RPT-RECORD FROM BACKOUT-GL-HEADER-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-GLB-SUB FROM 1 BY 1
                     UNTIL WS-GLB-SUB > WS-GLB-COUNT
                   MOVE WS-GLB-EXTRACT-NUMBER(WS-GLB-SUB)
                       TO BGL-EXTRACT-NUMBER
                   MOVE WS-GLB-EXTRACT-DATE(WS-GLB-SUB)
                       TO BGL-EXTRACT-DATE
                   MOVE WS-GLB-ORDERS(WS-GLB-SUB) TO BGL-ORDERS
                   MOVE WS-GLB-AMOUNT(WS-GLB-SUB) TO BGL-AMOUNT
                   WRITE BACKOUT-RPT-RECORD FROM BACKOUT-GL-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF

          .

      *  GRADE THE RUN FOR THE SCHEDULER AND SAY SO ON THE CONSOLE

       690-SET-RETURN-CODE.

           EVALUATE TRUE
               WHEN IO-ERROR-OCCURRED AND RESTORE-STARTED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'RESTORE FAILED - RERUN'  TO WS-EOJ-CONDITION
                   MOVE 'MASTERS PART RESTORED - RERUN BACKOUT'
                       TO WS-REFUSAL-REASON
               WHEN IO-ERROR-OCCURRED
                   MOVE 12 TO RETURN-CODE
                   MOVE 'FILE I-O FAILURE'        TO WS-EOJ-CONDITION
               WHEN BACKOUT-REFUSED
                   MOVE 16 TO RETURN-CODE
                   MOVE 'BACKOUT REFUSED'         TO WS-EOJ-CONDITION
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE 'BACKED OUT - RERUN BATCH' TO WS-EOJ-CONDITION
           END-EVALUATE

           DISPLAY 'BACKOUT: BATCH '   WS-NAMED-BATCH-NUMBER
                   ' TO GENERATION '   WS-RESTORED-BATCH-NUMBER
                   ' RESTORED '        WS-RECORDS-RESTORED
                   ' - '               WS-EOJ-CONDITION
           IF WS-REFUSAL-REASON NOT = SPACES
               DISPLAY 'BACKOUT: ' WS-REFUSAL-REASON
           END-IF

          .

      *  APPEND THIS STEP'S COMPLETION RECORD TO THE SHARED STEP LOG
      *  FOR StepDash, FILED UNDER THE BATCH NAMED FOR BACKOUT SO IT
      *  LANDS ON THAT BATCH'S PAGE AHEAD OF THE RERUN.  A STEP THAT
      *  STOPPED DEAD AT STARTUP IS LOGGED TOO, WITH THE GRADE IT
      *  STOPPED ON.  STEPLOG.DAT OUTLIVES ANY ONE RUN - EXTEND IT IF
      *  IT IS THERE, CREATE IT IF IT IS NOT.

       695-WRITE-STEP-LOG.

           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEPLOG-STATUS = '35'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEPLOG-STATUS NOT = '00'
               DISPLAY 'BACKOUT: STEPLOG.DAT OPEN FAILED, STATUS '
                   WS-STEPLOG-STATUS ' - STEP NOT LOGGED'
           ELSE
               MOVE 'BACKOUT' TO SL-PROGRAM
               MOVE WS-NAMED-BATCH-DATE   TO SL-BATCH-DATE
               MOVE WS-NAMED-BATCH-NUMBER TO SL-BATCH-NUMBER
               ACCEPT SL-RUN-DATE FROM DATE
               MOVE WS-STEP-START-TIME TO SL-START-TIME
               ACCEPT SL-END-TIME FROM TIME
               MOVE WS-GENERATION-RECORDS TO SL-RECORDS-IN
               MOVE WS-RECORDS-RESTORED TO SL-RECORDS-OUT
               MOVE WS-UNKNOWN-BLOCKS TO SL-RECORDS-REJ
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
