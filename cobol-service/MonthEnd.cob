000330*      A DELTA-MODE NIGHT'S ARCHIVE IS READ FROM THE <name>.full
000340*      SNAPSHOT FEEDDLTA KEEPS; FULL-MODE NIGHTS FROM THE PLAIN
000350*      ARCHIVED FILE.
000351*      THE ACCOUNT, AMOUNT, TYPE AND STATUS COLUMNS ARE FOUND BY
000352*      NAME IN EACH ARCHIVED COPY'S OWN HEADER LINE, SO A DAY
000353*      ARCHIVED UNDER AN EARLIER REGISTRY VERSION OF THE FEED IS
000354*      READ WITH THE LAYOUT IT WAS WRITTEN IN; A NAME MISSING
000355*      FROM THE HEADER FALLS BACK TO ITS FIXED POSITION.
000360*
000370*      SYSIN CARRIES THE MONTH AS YYYYMM, OR 'CURRENT' FOR THE
000380*      MONTH OF THE RUN DATE.  RETURN CODES: 0 = EXTRACT WRITTEN
000456*                       TRUNCATED TO 'CURREN' AND NEVER
000457*                       MATCHED, SO THE SHIPPED UPLDMTHJ
000458*                       CARD SWEPT A GARBAGE MONTH.
000459*      2026-10-15  DAO  COLUMNS TAKEN BY NAME FROM EACH ARCHIVED
000460*                       COPY'S HEADER LINE INSTEAD OF FIXED
000461*                       POSITIONS - THE FEED LAYOUT CAN CHANGE
000462*                       MID-MONTH WITH A NEW REGISTRY VERSION.
000463******************************************************************
000464 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. MonthEnd.
000480 AUTHOR. D. OKAFOR.
000490 INSTALLATION. ENTERPRISE DATA SERVICES.
001010 01  WS-DAYS-MISSING             PIC 9(02) VALUE ZERO.
001020*---------------------------------------------------------------*
001030*    WHERE THE KEY COLUMNS SIT IN THE TWO ARCHIVED FEEDS -      *
001040*    FOUND BY NAME IN EACH COPY'S HEADER LINE (2150 / 2450),    *
001050*    ELSE THE FIXED DEFAULT POSITIONS (THE -DFLT ITEMS)         *
001060*---------------------------------------------------------------*
001061 01  WS-HEADER-COLUMNS.
001062     05  WS-HDR-ACCT-COL         PIC 9(02) VALUE ZERO.
001063     05  WS-HDR-AMT-COL          PIC 9(02) VALUE ZERO.
001064     05  WS-HDR-TYPE-COL         PIC 9(02) VALUE ZERO.
001065     05  WS-HDR-STATUS-COL       PIC 9(02) VALUE ZERO.
001066 01  WS-HDR-SUB                  PIC 9(02) COMP VALUE ZERO.
001070 01  WS-TRN-ACCT-COL             PIC 9(02) VALUE 02.
001080 01  WS-TRN-AMT-COL              PIC 9(02) VALUE 03.
001090 01  WS-TRN-TYPE-COL             PIC 9(02) VALUE 05.
001100 01  WS-STS-ACCT-COL             PIC 9(02) VALUE 01.
001110 01  WS-STS-STATUS-COL           PIC 9(02) VALUE 02.
001111 01  WS-DEFAULT-COLUMNS.
001112     05  WS-TRN-ACCT-DFLT        PIC 9(02) VALUE 02.
001113     05  WS-TRN-AMT-DFLT         PIC 9(02) VALUE 03.
001114     05  WS-TRN-TYPE-DFLT        PIC 9(02) VALUE 05.
001115     05  WS-STS-ACCT-DFLT        PIC 9(02) VALUE 01.
001116     05  WS-STS-STATUS-DFLT      PIC 9(02) VALUE 02.
001120*---------------------------------------------------------------*
001130*    PER-ACCOUNT AGGREGATION TABLE                              *
001140*---------------------------------------------------------------*
002400         RETURNING WS-COMMAND-RETURN-CODE
002410     DISPLAY "MONTHEND  REPORT MONTH " WS-REPORT-MONTH
002420         " (" WS-DAYS-IN-MONTH " days)".
002421 1000-EXIT.
002422     EXIT.
002423******************************************************************
002424*  1500-COLLECT-ACCOUNT-KEYS                                     *
002425*  FIRST PASS OVER THE MONTH'S ARCHIVES - EVERY ACCT_NUM IN      *
002426*  THE TRANSACTIONS AND STATUS FEEDS IS APPENDED (NO LOOKUP)     *
002427*  TO THE KEY WORK TABLE FOR THE SORT/DEDUPE THAT FOLLOWS.       *
002428******************************************************************
002429 1500-COLLECT-ACCOUNT-KEYS.
002430     PERFORM 1510-COLLECT-ONE-DAY
002431         THRU 1510-EXIT
002432         VARYING WS-DAY-SUB FROM 1 BY 1
002433         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
002434 1500-EXIT.
002435     EXIT.
002436 1510-COLLECT-ONE-DAY.
002437     MOVE SPACES TO WS-SWEEP-DATE
002438     STRING WS-REPORT-MONTH WS-DAY-SUB
002439         DELIMITED BY SIZE
002440         INTO WS-SWEEP-DATE
002441     END-STRING
002442     MOVE 'daily-transactions.csv' TO WS-COLLECT-FEED-NAME
002443     MOVE WS-TRN-ACCT-DFLT TO WS-COLLECT-ACCT-COL
002444     PERFORM 1520-COLLECT-ONE-FEED
002445         THRU 1520-EXIT
002446     MOVE 'daily-status.csv' TO WS-COLLECT-FEED-NAME
002447     MOVE WS-STS-ACCT-DFLT TO WS-COLLECT-ACCT-COL
002448     PERFORM 1520-COLLECT-ONE-FEED
002449         THRU 1520-EXIT.
002450 1510-EXIT.
002451     EXIT.
002452 1520-COLLECT-ONE-FEED.
002453     MOVE SPACES TO WS-DAY-DYNAMIC-FILE
002454     STRING "/workspace/ARCHIVE-" WS-SWEEP-DATE "/"
002455         FUNCTION TRIM(WS-COLLECT-FEED-NAME) ".full"
002456         DELIMITED BY SIZE
002457         INTO WS-DAY-DYNAMIC-FILE
002458     END-STRING
002459     OPEN INPUT DAILY-FILE
002460     IF NOT WS-DAY-FILE-OK
002461         MOVE '00' TO WS-DAY-FILE-STATUS
002462         MOVE SPACES TO WS-DAY-DYNAMIC-FILE
002463         STRING "/workspace/ARCHIVE-" WS-SWEEP-DATE "/"
002464             FUNCTION TRIM(WS-COLLECT-FEED-NAME)
002465             DELIMITED BY SIZE
002466             INTO WS-DAY-DYNAMIC-FILE
002467         END-STRING
002468         OPEN INPUT DAILY-FILE
002469     END-IF
002470     IF NOT WS-DAY-FILE-OK
002471         MOVE '00' TO WS-DAY-FILE-STATUS
002472         GO TO 1520-EXIT
002473     END-IF
002474*    THE HEADER LINE SAYS WHERE ACCT_NUM SITS IN THIS COPY
002475     PERFORM 1525-READ-KEY-HEADER
002476         THRU 1525-EXIT
002477     PERFORM 1530-COLLECT-ONE-ROW
002478         THRU 1530-EXIT
002479         UNTIL WS-DAY-FILE-EOF
002480     CLOSE DAILY-FILE
002481     MOVE '00' TO WS-DAY-FILE-STATUS.
002482 1520-EXIT.
002483     EXIT.
002484******************************************************************
002485*  1525-READ-KEY-HEADER                                          *
002486*  READS THE HEADER LINE OF THE ARCHIVED COPY JUST OPENED AND    *
002487*  TAKES ACCT_NUM'S POSITION FROM IT WHEN THE LINE NAMES IT.     *
002488*  AN EMPTY FILE IS LEFT AT END OF FILE FOR THE CALLER.          *
002489******************************************************************
002490 1525-READ-KEY-HEADER.
002491     READ DAILY-FILE
002492         AT END
002493             GO TO 1525-EXIT
002494     END-READ
002495     PERFORM 8200-FIND-HEADER-COLUMNS
002496         THRU 8200-EXIT
002497     IF WS-HDR-ACCT-COL > ZERO
002498         MOVE WS-HDR-ACCT-COL TO WS-COLLECT-ACCT-COL
002499     END-IF.
002500 1525-EXIT.
002501     EXIT.
002506 1530-COLLECT-ONE-ROW.
002507     READ DAILY-FILE
002508         AT END
003000         GO TO 2100-EXIT
003010     END-IF
003020     SET WS-DAY-FILE-FOUND TO TRUE
003028*    THE HEADER LINE SAYS WHERE THE COLUMNS SIT IN THIS COPY
003040     READ DAILY-FILE
003050         AT END
003060             CLOSE DAILY-FILE
003070             MOVE '00' TO WS-DAY-FILE-STATUS
003080             GO TO 2100-EXIT
003090     END-READ
003093     PERFORM 2150-SET-TRANS-COLUMNS
003096         THRU 2150-EXIT
003100     PERFORM 2200-ROLL-ONE-TRANS
003110         THRU 2200-EXIT
003120         UNTIL WS-DAY-FILE-EOF
003140     MOVE '00' TO WS-DAY-FILE-STATUS.
003150 2100-EXIT.
003160     EXIT.
003161******************************************************************
003162*  2150-SET-TRANS-COLUMNS                                        *
003163*  ACCT_NUM, TRANS_AMT AND TRANS_TYPE FROM THE HEADER LINE JUST  *
003164*  READ - EACH AT ITS FIXED DEFAULT POSITION WHEN THE HEADER     *
003165*  DOES NOT NAME IT.                                             *
003166******************************************************************
003167 2150-SET-TRANS-COLUMNS.
003168     PERFORM 8200-FIND-HEADER-COLUMNS
003169         THRU 8200-EXIT
003170     MOVE WS-TRN-ACCT-DFLT TO WS-TRN-ACCT-COL
003171     MOVE WS-TRN-AMT-DFLT TO WS-TRN-AMT-COL
003172     MOVE WS-TRN-TYPE-DFLT TO WS-TRN-TYPE-COL
003173     IF WS-HDR-ACCT-COL > ZERO
003174         MOVE WS-HDR-ACCT-COL TO WS-TRN-ACCT-COL
003175     END-IF
003176     IF WS-HDR-AMT-COL > ZERO
003177         MOVE WS-HDR-AMT-COL TO WS-TRN-AMT-COL
003178     END-IF
003179     IF WS-HDR-TYPE-COL > ZERO
003180         MOVE WS-HDR-TYPE-COL TO WS-TRN-TYPE-COL
003181     END-IF.
003182 2150-EXIT.
003183     EXIT.
003184 2200-ROLL-ONE-TRANS.
003185     READ DAILY-FILE
003190         AT END
003200             GO TO 2200-EXIT
003210     END-READ
004470         MOVE '00' TO WS-DAY-FILE-STATUS
004480         GO TO 2400-EXIT
004490     END-IF
004498*    THE HEADER LINE SAYS WHERE THE COLUMNS SIT IN THIS COPY
004510     READ DAILY-FILE
004520         AT END
004530             CLOSE DAILY-FILE
004540             MOVE '00' TO WS-DAY-FILE-STATUS
004550             GO TO 2400-EXIT
004560     END-READ
004563     PERFORM 2450-SET-STATUS-COLUMNS
004566         THRU 2450-EXIT
004570     PERFORM 2500-ROLL-ONE-STATUS
004580         THRU 2500-EXIT
004590         UNTIL WS-DAY-FILE-EOF
004610     MOVE '00' TO WS-DAY-FILE-STATUS.
004620 2400-EXIT.
004630     EXIT.
004631******************************************************************
004632*  2450-SET-STATUS-COLUMNS                                       *
004633*  ACCT_NUM AND STATUS_CD FROM THE HEADER LINE JUST READ - EACH  *
004634*  AT ITS FIXED DEFAULT POSITION WHEN THE HEADER DOES NOT NAME   *
004635*  IT.                                                           *
004636******************************************************************
004637 2450-SET-STATUS-COLUMNS.
004638     PERFORM 8200-FIND-HEADER-COLUMNS
004639         THRU 8200-EXIT
004640     MOVE WS-STS-ACCT-DFLT TO WS-STS-ACCT-COL
004641     MOVE WS-STS-STATUS-DFLT TO WS-STS-STATUS-COL
004642     IF WS-HDR-ACCT-COL > ZERO
004643         MOVE WS-HDR-ACCT-COL TO WS-STS-ACCT-COL
004644     END-IF
004645     IF WS-HDR-STATUS-COL > ZERO
004646         MOVE WS-HDR-STATUS-COL TO WS-STS-STATUS-COL
004647     END-IF.
004648 2450-EXIT.
004649     EXIT.
004650 2500-ROLL-ONE-STATUS.
004651     READ DAILY-FILE
004660         AT END
004670             GO TO 2500-EXIT
004680     END-READ
006450 8100-EXIT.
006460     EXIT.
006470******************************************************************
006471*  8200-FIND-HEADER-COLUMNS                                      *
006472*  SPLITS THE HEADER LINE IN DAILY-RECORD AND NOTES WHERE        *
006473*  ACCT_NUM, TRANS_AMT, TRANS_TYPE AND STATUS_CD SIT (ZERO WHEN  *
006474*  A NAME IS NOT THERE).                                         *
006475******************************************************************
006476 8200-FIND-HEADER-COLUMNS.
006477     MOVE ZERO TO WS-HDR-ACCT-COL
006478     MOVE ZERO TO WS-HDR-AMT-COL
006479     MOVE ZERO TO WS-HDR-TYPE-COL
006480     MOVE ZERO TO WS-HDR-STATUS-COL
006481     MOVE ZERO TO WS-CSV-FIELD-COUNT
006482     MOVE SPACES TO WS-CSV-FIELD-TABLE
006483     UNSTRING DAILY-RECORD DELIMITED BY ','
006484         INTO WS-CSV-FIELD(1) WS-CSV-FIELD(2) WS-CSV-FIELD(3)
006485              WS-CSV-FIELD(4) WS-CSV-FIELD(5) WS-CSV-FIELD(6)
006486              WS-CSV-FIELD(7) WS-CSV-FIELD(8) WS-CSV-FIELD(9)
006487              WS-CSV-FIELD(10)
006488         TALLYING IN WS-CSV-FIELD-COUNT
006489     END-UNSTRING
006490     PERFORM 8210-MATCH-HEADER-NAME
006491         THRU 8210-EXIT
006492         VARYING WS-HDR-SUB FROM 1 BY 1
006493         UNTIL WS-HDR-SUB > WS-CSV-FIELD-COUNT.
006494 8200-EXIT.
006495     EXIT.
006496 8210-MATCH-HEADER-NAME.
006497     EVALUATE FUNCTION TRIM(WS-CSV-FIELD(WS-HDR-SUB))
006498         WHEN 'ACCT_NUM'
006499             MOVE WS-HDR-SUB TO WS-HDR-ACCT-COL
006500         WHEN 'TRANS_AMT'
006501             MOVE WS-HDR-SUB TO WS-HDR-AMT-COL
006502         WHEN 'TRANS_TYPE'
006503             MOVE WS-HDR-SUB TO WS-HDR-TYPE-COL
006504         WHEN 'STATUS_CD'
006505             MOVE WS-HDR-SUB TO WS-HDR-STATUS-COL
006506         WHEN OTHER
006507             CONTINUE
006508     END-EVALUATE.
006509 8210-EXIT.
006510     EXIT.
006511******************************************************************
006512*  9000-TERMINATE                                                *
006513******************************************************************
006514 9000-TERMINATE.
006515     IF WS-EXTRACT-NOT-WRITTEN OR WS-MONTH-OUT-OF-BAL
006520         MOVE 8 TO RETURN-CODE
006530         GO TO 9000-EXIT
006540     END-IF
