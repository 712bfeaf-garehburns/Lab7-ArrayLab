      *        EPISODE 001 WITH ITS REPAIR DATA UNCHANGED
      *     STNMSTR.OLD  -> STNMSTR.DAT   EVERY STATION COMES OVER
      *        ACTIVE ('A') WITH A ZERO DECOMMISSION DATE
      *     WRKORDRG.OLD -> WRKORDRG.DAT  THE RECORD GAINS AN
      *        ORDER TYPE; EVERY ORDER COMES OVER FIELD FOR FIELD
      *        AND TYPED REACTIVE ('R'), SINCE ONLY REPAIRS WERE
      *        EVER ISSUED BEFORE THE PM SCHEDULE
      *
      *   BEFORE RUNNING: RENAME THE CURRENT MASTER TO ITS .OLD NAME.
      *   A .OLD FILE THAT IS NOT THERE IS SIMPLY SKIPPED, SO THE
       FILE SECTION.

      *  THE OLD LAYOUTS, EXACTLY AS THE FILES WERE BUILT BEFORE THE
      *  EPISODE KEY, STATION STATUS, AND ORDER TYPE EXISTED

       FD OLD-REPAIR-HISTORY.

          05 OW-ORDER-NUMBER    PIC 9(6).
          05 OW-DATE-ISSUED     PIC 9(6).
          05 OW-ORDER-STATUS    PIC X.
          05 OW-DATE-COMPLETED  PIC 9(6).
          05 OW-TECHNICIAN      PIC X(15).
          05 OW-ACTUAL-HOURS    PIC 9(3)V9.
          05 OW-ACTUAL-COST     PIC 9(5)V99.
          05 OW-SEVERITY        PIC X.
          05 OW-EST-COST        PIC 9(5)V99.
          05 OW-DATE-DUE        PIC 9(6).

      *  THE NEW LAYOUTS - ALL THREE MUST STAY IN STEP WITH ArrayLab,
      *  StnLoad, WorkOrd, AND WoComp
          05 WR-SEVERITY        PIC X.
          05 WR-EST-COST        PIC 9(5)V99.
          05 WR-DATE-DUE        PIC 9(6).
          05 WR-ORDER-TYPE      PIC X.
             88 WR-ORDER-REACTIVE     VALUE 'R'.
             88 WR-ORDER-PM           VALUE 'P'.

       FD CONVERT-RPT-FILE.

       01 WS-OLD-REGISTER-STATUS PIC X(2).
       01 WS-REGISTER-STATUS     PIC X(2).

      *  THE REGISTER'S ORDER-NUMBER CONTROL RECORD IS NOT AN ORDER
       01 CONTROL-RECORD-KEY     PIC X(6) VALUE '000000'.

       01 WS-CONVERT-EOF-FLAG    PIC X VALUE 'Y'.
          88 MORE-CONVERT-RECORDS      VALUE 'Y'.
          88 NO-MORE-CONVERT-RECORDS   VALUE 'N'.
       400-CONVERT-STATIONS-EXIT.
           EXIT.

      *  WORK-ORDER REGISTER - EVERY FIELD OF THE OLD 71-BYTE RECORD
      *  COMES ACROSS AS IT STANDS AND THE NEW ORDER TYPE DEFAULTS TO
      *  REACTIVE; PmSched TYPES THE PM ORDERS IT ISSUES FROM THEN
      *  ON.  THE '000000' ORDER-NUMBER CONTROL RECORD IS CARRIED
      *  ACROSS WITH ITS ORDER TYPE LEFT BLANK, SINCE IT IS NOT AN
      *  ORDER.

       500-CONVERT-REGISTER.

                       MOVE OW-ORDER-NUMBER  TO WR-ORDER-NUMBER
                       MOVE OW-DATE-ISSUED   TO WR-DATE-ISSUED
                       MOVE OW-ORDER-STATUS  TO WR-ORDER-STATUS
                       MOVE OW-DATE-COMPLETED TO WR-DATE-COMPLETED
                       MOVE OW-TECHNICIAN    TO WR-TECHNICIAN
                       MOVE OW-ACTUAL-HOURS  TO WR-ACTUAL-HOURS
                       MOVE OW-ACTUAL-COST   TO WR-ACTUAL-COST
                       MOVE OW-SEVERITY      TO WR-SEVERITY
                       MOVE OW-EST-COST      TO WR-EST-COST
                       MOVE OW-DATE-DUE      TO WR-DATE-DUE
                       IF WR-STATION-CODE = CONTROL-RECORD-KEY
                           MOVE SPACE TO WR-ORDER-TYPE
                       ELSE
                           SET WR-ORDER-REACTIVE TO TRUE
                       END-IF
                       WRITE WORK-REGISTER-RECORD
                           INVALID KEY
                               SET IO-ERROR-OCCURRED TO TRUE
