000370*              FEED'S DAY MASK COVERS THIS WEEKDAY) - THE
000380*              UPLOAD STEPS ARE HELD RATHER THAN RUN AGAINST
000390*              FILES UPSTREAM NEVER PRODUCED
000391*         12 ALSO WHEN, RUN FOR ONE FEED BY THE CHAIN DRIVER,
000392*              THAT FEED IS NAMED IN NO CALENDAR FEED'S CONTROL
000393*              FILE - IT WOULD OTHERWISE NEVER BE EXPECTED
000394*
000395*      RUN BY THE NIGHTLY CHAIN DRIVER (FEEDCHN), THE STEP SEES
000396*      UPLOAD-CHAIN-FEED=<csv-name> IN ITS ENVIRONMENT AND CHECKS
000397*      THAT ONE CSV ONLY - THE RETURN CODES ABOVE THEN DESCRIBE
000398*      THAT FEED ALONE.
000400*
000410*  MODIFICATION HISTORY.
000420*      2026-08-22  DAO  INITIAL VERSION.
000422*                       THE STEP-TIMING LOG SO THE MONTHLY
000423*                       BATCH-WINDOW/SLA REPORT (SLARPT) HAS REAL
000424*                       ELAPSED-TIME DATA TO WORK FROM.
000425*      2026-10-15  DAO  UPLOAD-CHAIN-FEED IN THE ENVIRONMENT
000426*                       LIMITS THE CHECK TO THAT ONE FEED, SO THE
000427*                       NIGHTLY CHAIN DRIVER (FEEDCHN) CAN GATE
000428*                       EACH FEED ON ITS OWN; RC 16 THEN MEANS
000429*                       THAT FEED IS NOT EXPECTED TONIGHT.
000430*      2026-10-15  DAO  A CHAIN FEED NO CALENDAR CONTROL FILE
000431*                       NAMES IS NOW RC 12 WITH A MESSAGE, NOT
000432*                       RC 16 - A FEED ADDED ONLY TO THE REGISTRY
000433*                       WAS OTHERWISE SET ASIDE AS NOT EXPECTED
000434*                       EVERY NIGHT.
000435******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. FeedMon.
000460 AUTHOR. D. OKAFOR.
001150     88  WS-CTL-FILE-OK                       VALUE '00'.
001160     88  WS-CTL-FILE-EOF                      VALUE '10'.
001170 01  WS-CSV-NAME                 PIC X(100) VALUE SPACES.
001171 01  WS-CHAIN-FEED-NAME          PIC X(30) VALUE SPACES.
001172 01  WS-CHAIN-LISTED-SWITCH      PIC X(01) VALUE 'N'.
001173     88  WS-CHAIN-FEED-LISTED                 VALUE 'Y'.
001174 01  WS-CTL-LISTS-SWITCH         PIC X(01) VALUE 'N'.
001175     88  WS-CTL-LISTS-CHAIN-FEED              VALUE 'Y'.
001180*---------------------------------------------------------------*
001190*    CSV PRESENCE / NON-EMPTY CHECK                             *
001200*---------------------------------------------------------------*
001680     ELSE
001690         MOVE FUNCTION NUMVAL(WS-RUN-DATE-PARM) TO WS-RUN-DATE
001700     END-IF
001701     ACCEPT WS-CHAIN-FEED-NAME
001702         FROM ENVIRONMENT "UPLOAD-CHAIN-FEED"
001703     IF WS-CHAIN-FEED-NAME NOT = SPACES
001704         MOVE WS-CHAIN-FEED-NAME TO WS-TIM-CONTEXT
001705         DISPLAY "Checking arrival of " WS-CHAIN-FEED-NAME
001706             " only."
001707     END-IF
001710     MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT
001720*    THE WEEKDAY COMES FROM THE RUN DATE, NOT THE WALL CLOCK,
001730*    SO A MONDAY RERUN FOR FRIDAY'S DATE STILL EVALUATES
002550*  DECIDES WHETHER THIS FEED IS EXPECTED TODAY (DAY MASK AND     *
002560*  HOLIDAY LIST), THEN WALKS ITS CONTROL FILE AND CHECKS EACH    *
002570*  CSV IT NAMES FOR ARRIVAL.                                     *
002572*  RUN FOR ONE CHAIN FEED, A CALENDAR FEED WHOSE CONTROL FILE    *
002574*  DOES NOT NAME THAT CSV IS PASSED OVER FIRST.                  *
002580******************************************************************
002590 3000-CHECK-ONE-FEED.
002591     IF WS-CHAIN-FEED-NAME NOT = SPACES
002592         PERFORM 3050-FIND-CHAIN-FEED
002593             THRU 3050-EXIT
002594         IF NOT WS-CTL-LISTS-CHAIN-FEED
002595             GO TO 3000-EXIT
002596         END-IF
002597         SET WS-CHAIN-FEED-LISTED TO TRUE
002598     END-IF
002600     IF WS-TODAY-IS-HOLIDAY
002610         DISPLAY "Feed "
002620             WS-CAL-CTL-NAME(WS-CAL-FEED-SUB)(1:30)
002910     MOVE '00' TO WS-CTL-FILE-STATUS.
002920 3000-EXIT.
002930     EXIT.
002931******************************************************************
002932*  3050-FIND-CHAIN-FEED                                          *
002933*  WALKS THE CALENDAR FEED'S CONTROL FILE FOR THE ONE CSV THE    *
002934*  CHAIN DRIVER ASKED ABOUT.                                     *
002935******************************************************************
002936 3050-FIND-CHAIN-FEED.
002937     MOVE 'N' TO WS-CTL-LISTS-SWITCH
002938     MOVE SPACES TO WS-CTL-DYNAMIC-FILE
002939     STRING FUNCTION TRIM(WS-CONTROL-DIR)
002940         FUNCTION TRIM(WS-CAL-CTL-NAME(WS-CAL-FEED-SUB))
002941         DELIMITED BY SIZE
002942         INTO WS-CTL-DYNAMIC-FILE
002943     END-STRING
002944     OPEN INPUT CONTROL-FILE
002945     IF NOT WS-CTL-FILE-OK
002946         DISPLAY "Warning: control file "
002947             WS-CTL-DYNAMIC-FILE(1:60) " could not be read."
002948         GO TO 3050-EXIT
002949     END-IF
002950     PERFORM 3060-MATCH-ONE-CSV
002951         THRU 3060-EXIT
002952         UNTIL WS-CTL-FILE-EOF
002953            OR WS-CTL-LISTS-CHAIN-FEED
002954     CLOSE CONTROL-FILE
002955     MOVE '00' TO WS-CTL-FILE-STATUS.
002956 3050-EXIT.
002957     EXIT.
002958 3060-MATCH-ONE-CSV.
002959     READ CONTROL-FILE
002960         AT END
002961             GO TO 3060-EXIT
002962     END-READ
002963     IF CONTROL-RECORD = WS-CHAIN-FEED-NAME
002964         SET WS-CTL-LISTS-CHAIN-FEED TO TRUE
002965     END-IF.
002966 3060-EXIT.
002967     EXIT.
002968 3100-CHECK-ONE-CSV.
002969     READ CONTROL-FILE
002970         AT END
002971             GO TO 3100-EXIT
002980     END-READ
002990     IF CONTROL-RECORD = SPACES
003000         GO TO 3100-EXIT
003010     END-IF
003020     MOVE CONTROL-RECORD TO WS-CSV-NAME
003022     IF WS-CHAIN-FEED-NAME NOT = SPACES
003024             AND WS-CSV-NAME NOT = WS-CHAIN-FEED-NAME
003026         GO TO 3100-EXIT
003028     END-IF
003030     ADD 1 TO WS-EXPECTED-COUNT
003040     PERFORM 3200-LOCATE-CSV
003050         THRU 3200-EXIT
003930         MOVE 12 TO RETURN-CODE
003940         GO TO 9000-EXIT
003950     END-IF
003951*    A CHAIN FEED NO CALENDAR FEED NAMES CAN NEVER BE EXPECTED -
003952*    THAT IS A SET-UP ERROR, NOT A NIGHT WITH NOTHING TO DO.
003953     IF WS-CHAIN-FEED-NAME NOT = SPACES
003954             AND NOT WS-CHAIN-FEED-LISTED
003955         DISPLAY "Error: " FUNCTION TRIM(WS-CHAIN-FEED-NAME)
003956             " is named in no control file on the feed calendar "
003957             FUNCTION TRIM(WS-CALENDAR-FILE-NAME)
003958         DISPLAY "       - add it to a calendar feed's control "
003959             "file (or a FEED line for a new one) before it "
003960             "can run in the chain."
003961         MOVE 12 TO RETURN-CODE
003962         GO TO 9000-EXIT
003963     END-IF
003964*    NOTHING EXPECTED (HOLIDAY OR DAY MASKS) IS NOT THE SAME AS
003970*    "ALL PRESENT" - A DISTINCT CODE HOLDS THE UPLOAD CHAIN SO
003980*    THE BATCH DOES NOT BURN ITS WINDOW REJECTING FILES THAT
003990*    WERE NEVER PRODUCED.
