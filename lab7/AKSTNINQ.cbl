       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StnInq.
       AUTHOR.        Yourname Here.
      ******************************************************************
      *        CS370           ARRAY LAB - STATION INQUIRY
      *
      *   THIS IS THE HELP DESK'S READ-ONLY INQUIRY.  IT RUNS AT THE
      *   TERMINAL, NOT IN THE NIGHTLY CHAIN: THE OPERATOR KEYS A
      *   COMMAND AND GETS BACK ONE SCREEN FOR ONE STATION, PULLED
      *   LIVE FROM THE STANDING FILES -
      *
      *   - THE STATION MASTER (STNMSTR.DAT), WITH ITS STATUS AND
      *     DECOMMISSION DATE
      *   - THE MANAGER'S CONTACT BLOCK FROM MGRMSTR.DAT
      *   - THE STATION'S SLOT ON THE WORK REGISTER (WRKORDRG.DAT) -
      *     ORDER NUMBER, SEVERITY, DATES AND STATUS
      *   - THE REPAIR-HISTORY EPISODES FROM RPRHIST.DAT, NEWEST
      *     FIRST, WITH THE DAYS EACH WAS OPEN (OR HAS BEEN, IF IT
      *     IS STILL OPEN)
      *
      *   COMMANDS:
      *     S CCCCCC          SHOW STATION CCCCCC
      *     C SS CITY         SHOW THE FIRST STATION IN STATE SS AND
      *                       CITY; KEY IT AGAIN FOR THE NEXT ONE
      *     N                 NEXT STATION IN STATION-CODE ORDER
      *     P                 PREVIOUS STATION IN STATION-CODE ORDER
      *     Q                 QUIT
      *
      *   EVERY FILE IS OPENED INPUT - NOTHING HERE CAN CHANGE A
      *   RECORD.  THE MANAGER, REGISTER AND HISTORY FILES ARE
      *   OPTIONAL; IF ONE IS NOT THERE ITS BLOCK SAYS SO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT STATION-MASTER
                ASSIGN TO 'STNMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STNMSTR-STATUS.
            SELECT MANAGER-MASTER
                ASSIGN TO 'MGRMSTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MM-STATION-CODE
                FILE STATUS IS WS-MGRMSTR-STATUS.
            SELECT WORK-REGISTER
                ASSIGN TO 'WRKORDRG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS WR-STATION-CODE
                FILE STATUS IS WS-REGISTER-STATUS.
            SELECT REPAIR-HISTORY-FILE
                ASSIGN TO 'RPRHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RH-HISTORY-KEY
                FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *  LAYOUT MUST STAY IN STEP WITH MstrLoad

       FD MANAGER-MASTER.

       01 MANAGER-MASTER-RECORD.
          05 MM-STATION-CODE    PIC X(6).
          05 MM-MANAGER-NAME    PIC X(15).
          05 MM-PHONE           PIC X(12).
          05 MM-EMAIL           PIC X(30).
          05 MM-OFFICE          PIC X(10).
          05 MM-LAST-UPDATE     PIC 9(6).

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

      *  LAYOUT MUST STAY IN STEP WITH ArrayLab

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

       WORKING-STORAGE SECTION.

       01 WS-STNMSTR-STATUS      PIC X(2).
       01 WS-MGRMSTR-STATUS      PIC X(2).
       01 WS-REGISTER-STATUS     PIC X(2).
       01 WS-HISTORY-STATUS      PIC X(2).
       01 WS-RUN-DATE            PIC 9(6) VALUE ZERO.

      *  WHICH OF THE OPTIONAL FILES COULD BE OPENED
       01 WS-MGRMSTR-SWITCH      PIC X VALUE 'N'.
          88 MANAGERS-OPEN             VALUE 'Y'.
          88 MANAGERS-NOT-OPEN         VALUE 'N'.
       01 WS-REGISTER-SWITCH     PIC X VALUE 'N'.
          88 REGISTER-OPEN             VALUE 'Y'.
          88 REGISTER-NOT-OPEN         VALUE 'N'.
       01 WS-HISTORY-SWITCH      PIC X VALUE 'N'.
          88 HISTORY-OPEN              VALUE 'Y'.
          88 HISTORY-NOT-OPEN          VALUE 'N'.

       01 WS-INQUIRY-SWITCH      PIC X VALUE 'N'.
          88 INQUIRY-DONE              VALUE 'Y'.
          88 INQUIRY-NOT-DONE          VALUE 'N'.

      *  THE COMMAND AS KEYED, FOLDED TO UPPER CASE, WITH ITS TWO
      *  ARGUMENT SHAPES
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 WS-COMMAND-R REDEFINES WS-COMMAND-LINE.
          05 WS-CMD-CODE         PIC X.
             88 CMD-STATION            VALUE 'S'.
             88 CMD-CITY               VALUE 'C'.
             88 CMD-NEXT               VALUE 'N'.
             88 CMD-PREVIOUS           VALUE 'P'.
             88 CMD-QUIT               VALUE 'Q'.
          05 FILLER              PIC X.
          05 WS-CMD-STATION      PIC X(6).
          05 FILLER              PIC X(32).
       01 WS-COMMAND-CITY-R REDEFINES WS-COMMAND-LINE.
          05 FILLER              PIC X(2).
          05 WS-CMD-STATE        PIC X(2).
          05 FILLER              PIC X.
          05 WS-CMD-CITY         PIC X(10).
          05 FILLER              PIC X(25).

      *  THE STATION ON THE SCREEN, AND THE LAST STATE AND CITY
      *  SEARCHED - KEYING THE SAME SEARCH AGAIN PICKS UP AFTER THE
      *  STATION ON THE SCREEN
       01 WS-CURRENT-STATION     PIC X(6) VALUE SPACES.
       01 WS-LAST-SEARCH.
          05 WS-LAST-STATE       PIC X(2) VALUE SPACES.
          05 WS-LAST-CITY        PIC X(10) VALUE SPACES.
       01 WS-FOLDED-CITY         PIC X(10).
       01 WS-PRIOR-STATION       PIC X(6).

       01 WS-FOUND-SWITCH        PIC X VALUE 'N'.
          88 STATION-FOUND             VALUE 'Y'.
          88 STATION-NOT-FOUND         VALUE 'N'.
       01 WS-SCAN-EOF-FLAG       PIC X VALUE 'Y'.
          88 MORE-SCAN-RECORDS         VALUE 'Y'.
          88 NO-MORE-SCAN-RECORDS      VALUE 'N'.
       01 WS-HISTORY-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-HISTORY-RECORDS      VALUE 'Y'.
          88 NO-MORE-HISTORY-RECORDS   VALUE 'N'.

      *  THE STATION'S NEWEST EPISODES - HISTORY IS READ OLDEST
      *  FIRST, SO ONCE THE TABLE IS FULL THE OLDEST IS SHIFTED OFF
      *  THE FRONT, THE SAME WAY ArrayLab KEEPS ITS CHRONIC TABLE
       01 WS-EPISODE-LIMIT       PIC 9(2) VALUE 12.
       01 WS-EPISODE-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-EPISODES-ON-FILE    PIC 9(3) VALUE ZERO.
       01 WS-EPISODE-TABLE.
          05 WS-EPISODE-ENTRY OCCURS 12 TIMES.
             10 WS-EP-NUMBER     PIC 9(3).
             10 WS-EP-REPAIR     PIC X(6).
             10 WS-EP-OPENED     PIC 9(6).
             10 WS-EP-CLEARED    PIC 9(6).
             10 WS-EP-STATUS     PIC X.
       01 WS-EPISODE-SUB         PIC 9(2).

      *  DAYS-OPEN ARITHMETIC - THE SAME DAY-NUMBER APPROACH AS THE
      *  ArrayLab AGING REPORT
       01 WS-DATE-CCYYMMDD       PIC 9(8).
       01 WS-TODAY-DAY-NBR       PIC 9(7).
       01 WS-OPENED-DAY-NBR      PIC 9(7).
       01 WS-CLOSED-DAY-NBR      PIC 9(7).
       01 WS-DAYS-OPEN           PIC S9(5).

       01 WS-INQUIRIES           PIC 9(5) VALUE ZERO.

       01 SCREEN-RULE-LINE       PIC X(78) VALUE ALL '-'.

       01 SCREEN-TITLE-LINE.
          05        PIC X(30) VALUE 'STATION INQUIRY - READ ONLY'.
          05        PIC X(9)  VALUE 'RUN DATE'.
          05 STL-RUN-DATE PIC 9(6).

       01 SCREEN-STATION-LINE-1.
          05        PIC X(9)  VALUE 'STATION'.
          05 SS1-STATION-CODE PIC X(6).
          05        PIC X(9)  VALUE '   STATE'.
          05 SS1-STATE        PIC X(2).
          05        PIC X(8)  VALUE '   CITY'.
          05 SS1-CITY         PIC X(10).
          05        PIC X(10) VALUE '   STATUS'.
          05 SS1-STATUS       PIC X(16).

       01 SCREEN-STATION-LINE-2.
          05        PIC X(16) VALUE 'DECOMMISSIONED'.
          05 SS2-DECOMM-DATE  PIC X(6).
          05        PIC X(17) VALUE '   FEED REPAIR'.
          05 SS2-REPAIR       PIC X(6).
          05        PIC X(16) VALUE '   LAST UPDATE'.
          05 SS2-LAST-UPDATE  PIC 9(6).

       01 SCREEN-MANAGER-LINE-1.
          05        PIC X(9)  VALUE 'MANAGER'.
          05 SM1-NAME         PIC X(15).
          05        PIC X(9)  VALUE '   PHONE'.
          05 SM1-PHONE        PIC X(12).
          05        PIC X(10) VALUE '   OFFICE'.
          05 SM1-OFFICE       PIC X(10).

       01 SCREEN-MANAGER-LINE-2.
          05        PIC X(9)  VALUE 'EMAIL'.
          05 SM2-EMAIL        PIC X(30).
          05        PIC X(16) VALUE '   LAST UPDATE'.
          05 SM2-LAST-UPDATE  PIC 9(6).

       01 SCREEN-ORDER-LINE-1.
          05        PIC X(11) VALUE 'WORK ORDER'.
          05 SO1-ORDER-NUMBER PIC 9(6).
          05        PIC X(3)  VALUE SPACES.
          05 SO1-ORDER-TYPE   PIC X(6).
          05        PIC X(10) VALUE '   REPAIR'.
          05 SO1-REPAIR       PIC X(6).
          05        PIC X(12) VALUE '   SEVERITY'.
          05 SO1-SEVERITY     PIC X.
          05        PIC X(10) VALUE '   STATUS'.
          05 SO1-STATUS       PIC X(6).

       01 SCREEN-ORDER-LINE-2.
          05        PIC X(11) VALUE 'ISSUED'.
          05 SO2-DATE-ISSUED  PIC 9(6).
          05        PIC X(8)  VALUE '   DUE'.
          05 SO2-DATE-DUE     PIC 9(6).
          05        PIC X(14) VALUE '   COMPLETED'.
          05 SO2-COMPLETED    PIC X(6).
          05        PIC X(12) VALUE '   EST COST'.
          05 SO2-EST-COST     PIC $$$,$$9.99.

       01 SCREEN-HISTORY-HEADER.
          05        PIC X(40) VALUE
                        'REPAIR HISTORY - NEWEST FIRST'.
          05 SHH-SHOWN        PIC Z9.
          05        PIC X(4)  VALUE ' OF'.
          05 SHH-ON-FILE      PIC ZZ9.
          05        PIC X(9)  VALUE ' SHOWN'.

       01 SCREEN-HISTORY-COLUMNS.
          05        PIC X(9)  VALUE '  EPISODE'.
          05        PIC X(9)  VALUE '  REPAIR'.
          05        PIC X(10) VALUE '  OPENED'.
          05        PIC X(10) VALUE '  CLEARED'.
          05        PIC X(10) VALUE '  STATUS'.
          05        PIC X(10) VALUE 'DAYS OPEN'.

       01 SCREEN-HISTORY-LINE.
          05        PIC X(4)  VALUE SPACES.
          05 SHL-EPISODE      PIC ZZ9.
          05        PIC X(4)  VALUE SPACES.
          05 SHL-REPAIR       PIC X(6).
          05        PIC X(3)  VALUE SPACES.
          05 SHL-OPENED       PIC 9(6).
          05        PIC X(4)  VALUE SPACES.
          05 SHL-CLEARED      PIC X(6).
          05        PIC X(4)  VALUE SPACES.
          05 SHL-STATUS       PIC X(7).
          05        PIC X(4)  VALUE SPACES.
          05 SHL-DAYS-OPEN    PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-INQUIRY-LOOP
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-DATE-CCYYMMDD = 20000000 + WS-RUN-DATE
           COMPUTE WS-TODAY-DAY-NBR =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)

      *  WITHOUT THE STATION MASTER THERE IS NOTHING TO INQUIRE ON

           OPEN INPUT STATION-MASTER
           IF WS-STNMSTR-STATUS NOT = '00'
               DISPLAY 'STNINQ: STNMSTR.DAT OPEN FAILED, STATUS '
                   WS-STNMSTR-STATUS ' - FILE I-O FAILURE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MANAGER-MASTER
           IF WS-MGRMSTR-STATUS = '00'
               SET MANAGERS-OPEN TO TRUE
           END-IF

           OPEN INPUT WORK-REGISTER
           IF WS-REGISTER-STATUS = '00'
               SET REGISTER-OPEN TO TRUE
           END-IF

           OPEN INPUT REPAIR-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               SET HISTORY-OPEN TO TRUE
           END-IF

           MOVE WS-RUN-DATE TO STL-RUN-DATE
           DISPLAY SCREEN-TITLE-LINE
           PERFORM 390-SHOW-COMMANDS

          .

       300-INQUIRY-LOOP.

           PERFORM UNTIL INQUIRY-DONE
               DISPLAY ' '
               DISPLAY 'COMMAND (S, C, N, P, Q) ==> ' WITH NO ADVANCING
               MOVE SPACES TO WS-COMMAND-LINE
               ACCEPT WS-COMMAND-LINE
               INSPECT WS-COMMAND-LINE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM 400-PROCESS-COMMAND
           END-PERFORM

          .

       390-SHOW-COMMANDS.

           DISPLAY '  S CCCCCC     SHOW STATION CCCCCC'
           DISPLAY '  C SS CITY    FIND BY STATE AND CITY, AGAIN = NEXT'
           DISPLAY '  N            NEXT STATION IN CODE ORDER'
           DISPLAY '  P            PREVIOUS STATION IN CODE ORDER'
           DISPLAY '  Q            QUIT'

          .

       400-PROCESS-COMMAND.

           EVALUATE TRUE
               WHEN CMD-STATION
                   PERFORM 410-FIND-BY-CODE
               WHEN CMD-CITY
                   PERFORM 420-FIND-BY-CITY
               WHEN CMD-NEXT
                   PERFORM 430-FIND-NEXT
               WHEN CMD-PREVIOUS
                   PERFORM 440-FIND-PREVIOUS
               WHEN CMD-QUIT
                   SET INQUIRY-DONE TO TRUE
               WHEN OTHER
                   PERFORM 390-SHOW-COMMANDS
           END-EVALUATE

          .

       410-FIND-BY-CODE.

           MOVE WS-CMD-STATION TO SM-STATION-CODE
           READ STATION-MASTER
               INVALID KEY
                   DISPLAY 'STATION ' WS-CMD-STATION
                       ' IS NOT ON THE STATION MASTER'
               NOT INVALID KEY
                   PERFORM 500-SHOW-STATION
           END-READ

          .

      *  THE MASTER IS KEYED BY STATION CODE ONLY, SO A STATE AND
      *  CITY SEARCH READS FORWARD THROUGH IT.  THE SAME SEARCH KEYED
      *  AGAIN STARTS AFTER THE STATION ON THE SCREEN, SO A CITY WITH
      *  SEVERAL STATIONS CAN BE WALKED ONE AT A TIME.

       420-FIND-BY-CITY.

           IF WS-CMD-STATE = WS-LAST-STATE
              AND WS-CMD-CITY = WS-LAST-CITY
              AND WS-CURRENT-STATION NOT = SPACES
               MOVE WS-CURRENT-STATION TO SM-STATION-CODE
               START STATION-MASTER
                   KEY IS GREATER THAN SM-STATION-CODE
                   INVALID KEY
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   NOT INVALID KEY
                       SET MORE-SCAN-RECORDS TO TRUE
               END-START
           ELSE
               MOVE LOW-VALUES TO SM-STATION-CODE
               START STATION-MASTER
                   KEY IS GREATER THAN OR EQUAL TO SM-STATION-CODE
                   INVALID KEY
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   NOT INVALID KEY
                       SET MORE-SCAN-RECORDS TO TRUE
               END-START
           END-IF
           MOVE WS-CMD-STATE TO WS-LAST-STATE
           MOVE WS-CMD-CITY  TO WS-LAST-CITY

           SET STATION-NOT-FOUND TO TRUE
           PERFORM UNTIL NO-MORE-SCAN-RECORDS OR STATION-FOUND
               READ STATION-MASTER NEXT RECORD
                   AT END
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   NOT AT END
                       MOVE SM-STATION-CITY TO WS-FOLDED-CITY
                       INSPECT WS-FOLDED-CITY CONVERTING
                           'abcdefghijklmnopqrstuvwxyz' TO
                           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       IF SM-TRAIN-STATE = WS-CMD-STATE
                          AND WS-FOLDED-CITY = WS-CMD-CITY
                           SET STATION-FOUND TO TRUE
                       END-IF
               END-READ
               IF WS-STNMSTR-STATUS NOT = '00' AND
                  WS-STNMSTR-STATUS NOT = '10'
                   SET NO-MORE-SCAN-RECORDS TO TRUE
               END-IF
           END-PERFORM

           IF STATION-FOUND
               PERFORM 500-SHOW-STATION
           ELSE
               DISPLAY 'NO MORE STATIONS IN ' WS-CMD-STATE ' '
                   WS-CMD-CITY
           END-IF

          .

       430-FIND-NEXT.

           IF WS-CURRENT-STATION = SPACES
               MOVE LOW-VALUES TO SM-STATION-CODE
               START STATION-MASTER
                   KEY IS GREATER THAN OR EQUAL TO SM-STATION-CODE
                   INVALID KEY
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   NOT INVALID KEY
                       SET MORE-SCAN-RECORDS TO TRUE
               END-START
           ELSE
               MOVE WS-CURRENT-STATION TO SM-STATION-CODE
               START STATION-MASTER
                   KEY IS GREATER THAN SM-STATION-CODE
                   INVALID KEY
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   NOT INVALID KEY
                       SET MORE-SCAN-RECORDS TO TRUE
               END-START
           END-IF

           SET STATION-NOT-FOUND TO TRUE
           IF MORE-SCAN-RECORDS
               READ STATION-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET STATION-FOUND TO TRUE
               END-READ
           END-IF

           IF STATION-FOUND
               PERFORM 500-SHOW-STATION
           ELSE
               DISPLAY 'END OF THE STATION MASTER'
           END-IF

          .

      *  THE FILE IS READ FORWARD ONLY, SO THE PREVIOUS STATION IS
      *  THE LAST ONE READ BEFORE REACHING THE STATION ON THE SCREEN.
      *  WITH NOTHING ON THE SCREEN IT IS THE LAST STATION ON FILE.

       440-FIND-PREVIOUS.

           MOVE SPACES TO WS-PRIOR-STATION
           MOVE LOW-VALUES TO SM-STATION-CODE
           START STATION-MASTER
               KEY IS GREATER THAN OR EQUAL TO SM-STATION-CODE
               INVALID KEY
                   SET NO-MORE-SCAN-RECORDS TO TRUE
               NOT INVALID KEY
                   SET MORE-SCAN-RECORDS TO TRUE
           END-START

           PERFORM UNTIL NO-MORE-SCAN-RECORDS
               READ STATION-MASTER NEXT RECORD
                   AT END
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   NOT AT END
                       IF WS-CURRENT-STATION NOT = SPACES
                          AND SM-STATION-CODE NOT < WS-CURRENT-STATION
                           SET NO-MORE-SCAN-RECORDS TO TRUE
                       ELSE
                           MOVE SM-STATION-CODE TO WS-PRIOR-STATION
                       END-IF
               END-READ
               IF WS-STNMSTR-STATUS NOT = '00' AND
                  WS-STNMSTR-STATUS NOT = '10'
                   SET NO-MORE-SCAN-RECORDS TO TRUE
               END-IF
           END-PERFORM

           IF WS-PRIOR-STATION = SPACES
               DISPLAY 'START OF THE STATION MASTER'
           ELSE
               MOVE WS-PRIOR-STATION TO SM-STATION-CODE
               READ STATION-MASTER
                   INVALID KEY
                       DISPLAY 'START OF THE STATION MASTER'
                   NOT INVALID KEY
                       PERFORM 500-SHOW-STATION
               END-READ
           END-IF

          .

      *  ONE SCREEN FOR THE STATION NOW IN THE MASTER RECORD AREA

       500-SHOW-STATION.

           MOVE SM-STATION-CODE TO WS-CURRENT-STATION
           ADD 1 TO WS-INQUIRIES

           DISPLAY SCREEN-RULE-LINE
           MOVE SM-STATION-CODE TO SS1-STATION-CODE
           MOVE SM-TRAIN-STATE  TO SS1-STATE
           MOVE SM-STATION-CITY TO SS1-CITY
           EVALUATE TRUE
               WHEN SM-STATION-ACTIVE
                   MOVE 'ACTIVE'         TO SS1-STATUS
               WHEN SM-STATION-INACTIVE
                   MOVE 'DECOMMISSIONED' TO SS1-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN'        TO SS1-STATUS
           END-EVALUATE
           DISPLAY SCREEN-STATION-LINE-1

           IF SM-DECOMM-DATE NUMERIC AND SM-DECOMM-DATE > ZERO
               MOVE SM-DECOMM-DATE TO SS2-DECOMM-DATE
           ELSE
               MOVE '-'            TO SS2-DECOMM-DATE
           END-IF
           MOVE SM-STATION-REPAIR TO SS2-REPAIR
           MOVE SM-LAST-UPDATE    TO SS2-LAST-UPDATE
           DISPLAY SCREEN-STATION-LINE-2

           DISPLAY ' '
           PERFORM 510-SHOW-MANAGER
           DISPLAY ' '
           PERFORM 520-SHOW-REGISTER
           DISPLAY ' '
           PERFORM 530-SHOW-HISTORY
           DISPLAY SCREEN-RULE-LINE

          .

       510-SHOW-MANAGER.

           IF MANAGERS-NOT-OPEN
               DISPLAY 'MANAGER MASTER NOT AVAILABLE - FEED NAME '
                   SM-STATION-MANAGER
           ELSE
               MOVE SM-STATION-CODE TO MM-STATION-CODE
               READ MANAGER-MASTER
                   INVALID KEY
                       DISPLAY 'NO MANAGER MASTER RECORD - FEED NAME '
                           SM-STATION-MANAGER
                   NOT INVALID KEY
                       MOVE MM-MANAGER-NAME TO SM1-NAME
                       MOVE MM-PHONE        TO SM1-PHONE
                       MOVE MM-OFFICE       TO SM1-OFFICE
                       DISPLAY SCREEN-MANAGER-LINE-1
                       MOVE MM-EMAIL        TO SM2-EMAIL
                       MOVE MM-LAST-UPDATE  TO SM2-LAST-UPDATE
                       DISPLAY SCREEN-MANAGER-LINE-2
               END-READ
           END-IF

          .

       520-SHOW-REGISTER.

           IF REGISTER-NOT-OPEN
               DISPLAY 'WORK REGISTER NOT AVAILABLE'
           ELSE
               MOVE SM-STATION-CODE TO WR-STATION-CODE
               READ WORK-REGISTER
                   INVALID KEY
                       DISPLAY 'NO WORK ORDER ON THE REGISTER'
                   NOT INVALID KEY
                       PERFORM 525-FORMAT-REGISTER
               END-READ
           END-IF

          .

       525-FORMAT-REGISTER.

           MOVE WR-ORDER-NUMBER TO SO1-ORDER-NUMBER
           IF WR-ORDER-PM
               MOVE 'PM'     TO SO1-ORDER-TYPE
           ELSE
               MOVE 'REPAIR' TO SO1-ORDER-TYPE
           END-IF
           MOVE WR-REPAIR-CODE  TO SO1-REPAIR
           MOVE WR-SEVERITY     TO SO1-SEVERITY
           IF WR-ORDER-OPEN
               MOVE 'OPEN'   TO SO1-STATUS
           ELSE
               MOVE 'CLOSED' TO SO1-STATUS
           END-IF
           DISPLAY SCREEN-ORDER-LINE-1

           MOVE WR-DATE-ISSUED  TO SO2-DATE-ISSUED
           MOVE WR-DATE-DUE     TO SO2-DATE-DUE
           IF WR-DATE-COMPLETED NUMERIC AND WR-DATE-COMPLETED > ZERO
               MOVE WR-DATE-COMPLETED TO SO2-COMPLETED
           ELSE
               MOVE '-'               TO SO2-COMPLETED
           END-IF
           MOVE WR-EST-COST     TO SO2-EST-COST
           DISPLAY SCREEN-ORDER-LINE-2

          .

      *  READ THE STATION'S EPISODES OLDEST FIRST INTO THE TABLE, THEN
      *  SHOW THE TABLE FROM THE BOTTOM UP

       530-SHOW-HISTORY.

           IF HISTORY-NOT-OPEN
               DISPLAY 'REPAIR HISTORY NOT AVAILABLE'
           ELSE
               PERFORM 535-LOAD-EPISODES
               MOVE WS-EPISODE-COUNT    TO SHH-SHOWN
               MOVE WS-EPISODES-ON-FILE TO SHH-ON-FILE
               DISPLAY SCREEN-HISTORY-HEADER
               IF WS-EPISODE-COUNT > ZERO
                   DISPLAY SCREEN-HISTORY-COLUMNS
               END-IF
               PERFORM VARYING WS-EPISODE-SUB FROM WS-EPISODE-COUNT
                     BY -1 UNTIL WS-EPISODE-SUB < 1
                   PERFORM 540-SHOW-ONE-EPISODE
               END-PERFORM
           END-IF

          .

       535-LOAD-EPISODES.

           MOVE ZERO TO WS-EPISODE-COUNT
           MOVE ZERO TO WS-EPISODES-ON-FILE
           SET MORE-HISTORY-RECORDS TO TRUE
           MOVE SM-STATION-CODE TO RH-STATION-CODE
           MOVE ZERO            TO RH-EPISODE-NBR
           START REPAIR-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO RH-HISTORY-KEY
               INVALID KEY
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
           END-START

           PERFORM UNTIL NO-MORE-HISTORY-RECORDS
               READ REPAIR-HISTORY-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HISTORY-RECORDS TO TRUE
                   NOT AT END
                       IF RH-STATION-CODE NOT = SM-STATION-CODE
                           SET NO-MORE-HISTORY-RECORDS TO TRUE
                       ELSE
                           PERFORM 537-KEEP-EPISODE
                       END-IF
               END-READ
               IF WS-HISTORY-STATUS NOT = '00' AND
                  WS-HISTORY-STATUS NOT = '10'
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
               END-IF
           END-PERFORM

          .

       537-KEEP-EPISODE.

           ADD 1 TO WS-EPISODES-ON-FILE
           IF WS-EPISODE-COUNT = WS-EPISODE-LIMIT
               PERFORM VARYING WS-EPISODE-SUB FROM 1 BY 1 UNTIL
                     WS-EPISODE-SUB >= WS-EPISODE-LIMIT
                   MOVE WS-EPISODE-ENTRY(WS-EPISODE-SUB + 1)
                       TO WS-EPISODE-ENTRY(WS-EPISODE-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-EPISODE-COUNT
           END-IF

           MOVE RH-EPISODE-NBR   TO WS-EP-NUMBER(WS-EPISODE-COUNT)
           MOVE RH-REPAIR-CODE   TO WS-EP-REPAIR(WS-EPISODE-COUNT)
           MOVE RH-DATE-OPENED   TO WS-EP-OPENED(WS-EPISODE-COUNT)
           MOVE RH-DATE-CLEARED  TO WS-EP-CLEARED(WS-EPISODE-COUNT)
           MOVE RH-REPAIR-STATUS TO WS-EP-STATUS(WS-EPISODE-COUNT)

          .

      *  AN OPEN EPISODE HAS BEEN OPEN UNTIL TODAY; A CLEARED ONE
      *  WAS OPEN UNTIL IT CLEARED

       540-SHOW-ONE-EPISODE.

           MOVE WS-EP-NUMBER(WS-EPISODE-SUB) TO SHL-EPISODE
           MOVE WS-EP-REPAIR(WS-EPISODE-SUB) TO SHL-REPAIR
           MOVE WS-EP-OPENED(WS-EPISODE-SUB) TO SHL-OPENED

           MOVE ZERO TO WS-DAYS-OPEN
           IF WS-EP-OPENED(WS-EPISODE-SUB) NUMERIC
              AND WS-EP-OPENED(WS-EPISODE-SUB) > ZERO
               COMPUTE WS-DATE-CCYYMMDD =
                   20000000 + WS-EP-OPENED(WS-EPISODE-SUB)
               COMPUTE WS-OPENED-DAY-NBR =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               IF WS-EP-STATUS(WS-EPISODE-SUB) = 'C'
                  AND WS-EP-CLEARED(WS-EPISODE-SUB) NUMERIC
                  AND WS-EP-CLEARED(WS-EPISODE-SUB) > ZERO
                   COMPUTE WS-DATE-CCYYMMDD =
                       20000000 + WS-EP-CLEARED(WS-EPISODE-SUB)
                   COMPUTE WS-CLOSED-DAY-NBR =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               ELSE
                   MOVE WS-TODAY-DAY-NBR TO WS-CLOSED-DAY-NBR
               END-IF
               COMPUTE WS-DAYS-OPEN =
                   WS-CLOSED-DAY-NBR - WS-OPENED-DAY-NBR
               IF WS-DAYS-OPEN < ZERO
                   MOVE ZERO TO WS-DAYS-OPEN
               END-IF
           END-IF
           MOVE WS-DAYS-OPEN TO SHL-DAYS-OPEN

           IF WS-EP-STATUS(WS-EPISODE-SUB) = 'C'
               MOVE WS-EP-CLEARED(WS-EPISODE-SUB) TO SHL-CLEARED
               MOVE 'CLEARED' TO SHL-STATUS
           ELSE
               MOVE '-'       TO SHL-CLEARED
               MOVE 'OPEN'    TO SHL-STATUS
           END-IF

           DISPLAY SCREEN-HISTORY-LINE

          .

       600-EOJ-ROUTINE.

           CLOSE STATION-MASTER
           IF MANAGERS-OPEN
               CLOSE MANAGER-MASTER
           END-IF
           IF REGISTER-OPEN
               CLOSE WORK-REGISTER
           END-IF
           IF HISTORY-OPEN
               CLOSE REPAIR-HISTORY-FILE
           END-IF

           MOVE 0 TO RETURN-CODE
           DISPLAY 'STNINQ: STATIONS SHOWN ' WS-INQUIRIES

          .
