000310*          0 = EVERY ARRIVED FEED IS INSIDE ITS TOLERANCE BAND
000320*          4 = A FEED HAS TOO LITTLE HISTORY TO JUDGE (FEWER
000330*              THAN 3 TRENDED NIGHTS) - PASSED WITH A WARNING
000333*              OR WAS LET THROUGH ON AN APPROVED OPERATOR
000336*              RELEASE (SEE GATERLS)
000340*          8 = A FEED IS SUSPICIOUSLY SMALL OR LARGE AGAINST
000350*              ITS TREND - THE UPLOAD STEPS ARE HELD
000352*              UNLESS AN APPROVED RELEASE IS ON THE GATE HOLD
000354*              REGISTER FOR THAT FEED AND RUN DATE.  EVERY HOLD
000356*              IS RECORDED ON THE REGISTER SO GATERLS CAN
000358*              RELEASE IT; A RELEASE USED HERE IS AUDITED.
000360*         12 = THE FEED REGISTRY COULD NOT BE LOADED
000370*
000380*      TREND-DAYS IN THE UPLOADER CONFIG FILE TUNES THE LOOKBACK
000426*                       THE STEP-TIMING LOG SO THE MONTHLY
000427*                       BATCH-WINDOW/SLA REPORT (SLARPT) HAS REAL
000428*                       ELAPSED-TIME DATA TO WORK FROM.
000429*      2026-10-15  DAO  UPLOAD-CHAIN-FEED LIMITS THE GATE TO THAT
000430*                       ONE FEED FOR THE CHAIN DRIVER (FEEDCHN).
000431*      2026-10-15  DAO  A HELD FEED IS RECORDED ON THE GATE HOLD
000432*                       REGISTER; A GATERLS RELEASE APPROVED FOR
000433*                       THE FEED AND RUN DATE LETS IT THROUGH ONCE
000434*                       (RC 4) AND IS AUDITED.
000435*      2026-10-15  DAO  AMOUNT COLUMN, ACTIVE FLAG AND TOLERANCE
000436*                       COME FROM THE REGISTRY VERSION IN FORCE.
000437*      2026-10-15  DAO  THE HOLD REGISTER REPLAY NOW COMES FROM
000438*                       THE SHARED HOLDRPL/HOLDAPL COPYBOOKS.
000439*      2026-10-15  DAO  AN APPROVED RELEASE LAPSES AFTER
000440*                       RELEASE-VALID-DAYS (CONFIG); REGISTRY
000441*                       VERSION PARAGRAPHS SHARED VIA REGVPCK.
000442******************************************************************
000443 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. FeedTrnd.
000460 AUTHOR. D. OKAFOR.
000470 INSTALLATION. ENTERPRISE DATA SERVICES.
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS UPLHIST-KEY
000640         FILE STATUS IS WS-HIS-FILE-STATUS.
000643     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUD-DYNAMIC-FILE
000645         ORGANIZATION IS LINE SEQUENTIAL
000647         FILE STATUS IS WS-AUD-FILE-STATUS.
000650     SELECT FEED-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-DYNAMIC-FILE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CSV-FILE-STATUS.
000671     SELECT TIMING-LOG-FILE ASSIGN TO DYNAMIC WS-TML-DYNAMIC-FILE
000672         ORGANIZATION IS LINE SEQUENTIAL
000673         FILE STATUS IS WS-TML-FILE-STATUS.
000674     SELECT HOLD-REGISTER-FILE
000675         ASSIGN TO DYNAMIC WS-HRG-DYNAMIC-FILE
000676         ORGANIZATION IS LINE SEQUENTIAL
000677         FILE STATUS IS WS-HRG-FILE-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  REGISTRY-FILE.
000770 01  FEED-CSV-RECORD             PIC X(1000).
000771 FD  TIMING-LOG-FILE.
000772 01  TIMING-LOG-RECORD           PIC X(130).
000773 FD  HOLD-REGISTER-FILE.
000774 01  HOLD-REGISTER-RECORD        PIC X(300).
000775 FD  AUDIT-LOG-FILE.
000776 01  AUDIT-LOG-RECORD            PIC X(400).
000780 WORKING-STORAGE SECTION.
000790*---------------------------------------------------------------*
000800*    FEED REGISTRY (NAME, AMOUNT COLUMN, ACTIVE FLAG AND THE    *
000980 01  WS-REG-TOL                  PIC X(03) VALUE SPACES.
000981 01  WS-REG-MODE                 PIC X(01) VALUE SPACES.
000990*---------------------------------------------------------------*
000992*    FEED-REGISTRY VERSION IN FORCE                             *
000994*---------------------------------------------------------------*
000996     COPY REGVER.
000998*---------------------------------------------------------------*
001000*    PER-FEED TREND TABLE - HISTORY ACCUMULATORS AND TONIGHT'S  *
001010*    COUNTS SIDE BY SIDE                                        *
001020*---------------------------------------------------------------*
001200*---------------------------------------------------------------*
001210 01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACES.
001220 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001229 01  WS-CHAIN-FEED-NAME          PIC X(30) VALUE SPACES.
001230 01  WS-TREND-DAYS               PIC 9(03) VALUE 7.
001240 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001250 01  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
001850 01  WS-FEEDS-JUDGED             PIC 9(03) VALUE ZERO.
001860 01  WS-FEEDS-HELD               PIC 9(03) VALUE ZERO.
001870 01  WS-FEEDS-UNJUDGED           PIC 9(03) VALUE ZERO.
001873 01  WS-FEEDS-RELEASED           PIC 9(03) VALUE ZERO.
001876 01  WS-HOLD-CAUSE               PIC X(40) VALUE SPACES.
001880 01  WS-REGISTRY-BAD-SWITCH      PIC X(01) VALUE 'N'.
001890     88  WS-REGISTRY-UNUSABLE                 VALUE 'Y'.
001891*---------------------------------------------------------------*
001915 01  WS-TIM-MKDIR-COMMAND        PIC X(40)
001916         VALUE 'mkdir -p /workspace/audit'.
001917 01  WS-TIM-MKDIR-RC             PIC 9(04) COMP VALUE ZERO.
001918*---------------------------------------------------------------*
001919*    GATE HOLD REGISTER - A FEED HELD HERE IS RECORDED AGAINST  *
001920*    ITS RUN DATE; AN APPROVED GATERLS RELEASE LETS IT THROUGH  *
001921*---------------------------------------------------------------*
001922     COPY HOLDREG.
001923 01  WS-HRG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001924 01  WS-HRG-FILE-STATUS          PIC X(02) VALUE '00'.
001925     88  WS-HRG-FILE-OK                       VALUE '00'.
001926     88  WS-HRG-FILE-EOF                      VALUE '10'.
001927 01  WS-HRG-LINE-OUT             PIC X(300) VALUE SPACES.
001928 01  WS-HRG-NOW-DATE             PIC 9(08) VALUE ZERO.
001929 01  WS-HRG-NOW-TIME             PIC 9(08) VALUE ZERO.
001930 01  WS-HRG-USER-ID              PIC X(20) VALUE SPACES.
001931 01  WS-HRG-MKDIR-COMMAND        PIC X(40)
001932         VALUE 'mkdir -p /workspace/control'.
001933 01  WS-HRG-MKDIR-RC             PIC 9(04) COMP VALUE ZERO.
001934*---------------------------------------------------------------*
001935*    AUDIT LOG (SAME RECORD LAYOUT UPLOADCSV WRITES) - A USED   *
001936*    RELEASE LEAVES A LINE FOR THE MORNING OVERRIDES REPORT     *
001937*---------------------------------------------------------------*
001938 01  WS-AUD-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001939 01  WS-AUDIT-LOG-FILE-NAME      PIC X(100)
001940         VALUE '/workspace/audit/upload-audit.log'.
001941 01  WS-AUD-FILE-STATUS          PIC X(02) VALUE '00'.
001942     88  WS-AUD-FILE-OK                       VALUE '00'.
001943 01  WS-AUDIT-FEED               PIC X(100) VALUE SPACES.
001944 01  WS-AUDIT-DATE               PIC 9(08) VALUE ZERO.
001945 01  WS-AUDIT-TIME               PIC 9(08) VALUE ZERO.
001946 01  WS-AUDIT-OUTCOME            PIC X(40) VALUE SPACES.
001947 01  WS-AUDIT-TAIL               PIC X(160) VALUE SPACES.
001948 01  WS-AUDIT-RECORD-OUT         PIC X(400) VALUE SPACES.
001949 01  WS-AUDIT-ZERO-RC            PIC 9(04) VALUE ZERO.
001950 01  WS-AUDIT-ROWS               PIC 9(07) VALUE ZERO.
001951 01  WS-AUDIT-ZERO-ROWS          PIC 9(07) VALUE ZERO.
001952 01  WS-AUDIT-ZERO-RETRIES       PIC 9(02) VALUE ZERO.
001953 01  WS-AUDIT-HTTP               PIC X(03) VALUE SPACES.
001954 PROCEDURE DIVISION.
001955 0000-MAINLINE.
001956     PERFORM 1000-INITIALIZE
001957         THRU 1000-EXIT
001958     PERFORM 8800-TIMING-START
001959         THRU 8800-EXIT
001960     PERFORM 2000-LOAD-REGISTRY
001961         THRU 2000-EXIT
001962     IF NOT WS-REGISTRY-UNUSABLE
001970         PERFORM 3000-LOAD-HISTORY-TRENDS
001980             THRU 3000-EXIT
001990         PERFORM 4000-CHECK-ONE-FEED
002210     ELSE
002220         MOVE FUNCTION NUMVAL(WS-RUN-DATE-PARM) TO WS-RUN-DATE
002230     END-IF
002231     ACCEPT WS-CHAIN-FEED-NAME
002232         FROM ENVIRONMENT "UPLOAD-CHAIN-FEED"
002233     IF WS-CHAIN-FEED-NAME NOT = SPACES
002234         MOVE WS-CHAIN-FEED-NAME TO WS-TIM-CONTEXT
002235     END-IF
002240     MOVE WS-CONFIG-FILE-NAME TO WS-CFG-DYNAMIC-FILE
002250     OPEN INPUT CONFIG-FILE
002260     IF WS-CFG-FILE-OK
002500     END-UNSTRING
002510     IF WS-CFG-KEY = 'TREND-DAYS'
002520         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-TREND-DAYS
002522     END-IF
002524     IF WS-CFG-KEY = 'RELEASE-VALID-DAYS'
002526         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO HOLDREG-VALID-DAYS
002530     END-IF.
002540 1100-EXIT.
002550     EXIT.
002590*  TOLERANCE PERCENT INTO THE TREND TABLE.  THE GATE CANNOT      *
002600*  JUDGE ANYTHING WITHOUT THE REGISTRY, SO A MISSING OR EMPTY    *
002610*  REGISTRY IS ITS OWN RETURN CODE.                              *
002615*  ONLY EACH FEED'S VERSION IN FORCE ON THE RUN DATE IS LOADED.  *
002620******************************************************************
002630 2000-LOAD-REGISTRY.
002640     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
002700         SET WS-REGISTRY-UNUSABLE TO TRUE
002710         GO TO 2000-EXIT
002720     END-IF
002722     MOVE WS-RUN-DATE TO REGVER-AS-OF-DATE
002724     PERFORM 8400-PICK-REGISTRY-VERSIONS
002726         THRU 8400-EXIT
002730     PERFORM 2100-LOAD-ONE-FEED
002740         THRU 2100-EXIT
002750         UNTIL WS-REG-FILE-EOF
002860         AT END
002870             GO TO 2100-EXIT
002880     END-READ
002885     ADD 1 TO REGVER-LINE-NO
002890     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
002900         GO TO 2100-EXIT
002910     END-IF
003080     IF WS-REG-TAG NOT = 'FEED' OR WS-TRD-COUNT = 50
003090         GO TO 2100-EXIT
003100     END-IF
003101     PERFORM 8430-CHECK-VERSION-IN-FORCE
003102         THRU 8430-EXIT
003103     IF NOT REGVER-IN-FORCE
003104         GO TO 2100-EXIT
003105     END-IF
003110     ADD 1 TO WS-TRD-COUNT
003120     MOVE WS-REG-NAME TO WS-TRD-NAME(WS-TRD-COUNT)
003130     MOVE FUNCTION NUMVAL(WS-REG-AMT)
004070*  IS FEEDMON'S PROBLEM, NOT THIS GATE'S - IT IS SKIPPED.        *
004080******************************************************************
004090 4000-CHECK-ONE-FEED.
004092     IF WS-CHAIN-FEED-NAME NOT = SPACES
004094             AND WS-TRD-NAME(WS-TRD-SUB) NOT = WS-CHAIN-FEED-NAME
004096         GO TO 4000-EXIT
004098     END-IF
004100     IF WS-TRD-ACTIVE(WS-TRD-SUB) = 'N'
004110         GO TO 4000-EXIT
004120     END-IF
005140             WS-BAND-EDIT-LOW " - " WS-BAND-EDIT-HIGH
005150             " built from " WS-TRD-NIGHTS(WS-TRD-SUB)
005160             " nights."
005166         MOVE 'ROW COUNT OUTSIDE TOLERANCE BAND' TO WS-HOLD-CAUSE
005172         PERFORM 4300-HOLD-OR-RELEASE
005178             THRU 4300-EXIT
005180         GO TO 4200-EXIT
005190     END-IF
005200     IF WS-TRD-AMT-COL(WS-TRD-SUB) > ZERO
005390                 WS-BAND-EDIT-LOW " - " WS-BAND-EDIT-HIGH
005400                 " built from " WS-TRD-NIGHTS(WS-TRD-SUB)
005410                 " nights."
005414             MOVE 'TRANS_AMT SUM OUTSIDE TOLERANCE BAND'
005418                 TO WS-HOLD-CAUSE
005422             PERFORM 4300-HOLD-OR-RELEASE
005426                 THRU 4300-EXIT
005430             GO TO 4200-EXIT
005440         END-IF
005450     END-IF
005490 4200-EXIT.
005500     EXIT.
005510******************************************************************
005511*  4300-HOLD-OR-RELEASE                                          *
005512*  THE FEED IS OUTSIDE ITS BAND.  AN APPROVED RELEASE ON THE     *
005513*  GATE HOLD REGISTER FOR THIS FEED AND RUN DATE LETS IT         *
005514*  THROUGH ONCE - THE RELEASE IS MARKED USED AND AUDITED.        *
005515*  OTHERWISE THE FEED IS HELD AND THE HOLD RECORDED (ONCE) SO    *
005516*  AN OPERATOR CAN REQUEST A RELEASE IN GATERLS.                 *
005517******************************************************************
005518 4300-HOLD-OR-RELEASE.
005519     MOVE WS-TRD-NAME(WS-TRD-SUB) TO HOLDREG-KEY-FEED
005520     MOVE WS-RUN-DATE TO HOLDREG-KEY-BUS-DATE
005521     MOVE HOLDREG-GATE-TREND TO HOLDREG-KEY-GATE
005522     PERFORM 8600-CHECK-GATE-RELEASE
005523         THRU 8600-EXIT
005524     IF HOLDREG-APPROVED
005525         MOVE 'USED' TO HOLDREG-EVENT
005526         MOVE WS-HOLD-CAUSE TO HOLDREG-TEXT
005527         PERFORM 8620-APPEND-REGISTER-EVENT
005528             THRU 8620-EXIT
005529         ADD 1 TO WS-FEEDS-RELEASED
005530         DISPLAY "RELEASED: " WS-TRD-NAME(WS-TRD-SUB)
005531             " passes on the release approved by "
005532             HOLDREG-APPROVER
005533         MOVE WS-TRD-NAME(WS-TRD-SUB) TO WS-AUDIT-FEED
005534         MOVE WS-TONIGHT-ROWS TO WS-AUDIT-ROWS
005535         MOVE "RELEASE USED - TREND" TO WS-AUDIT-OUTCOME
005536         MOVE SPACES TO WS-AUDIT-TAIL
005537         STRING " BUSDATE=" HOLDREG-KEY-BUS-DATE
005538             " REQUESTER=" FUNCTION TRIM(HOLDREG-REQUESTER)
005539             " APPROVER=" FUNCTION TRIM(HOLDREG-APPROVER)
005540             " CAUSE=" FUNCTION TRIM(WS-HOLD-CAUSE)
005541             DELIMITED BY SIZE
005542             INTO WS-AUDIT-TAIL
005543         END-STRING
005544         PERFORM 8700-WRITE-AUDIT-RECORD
005545             THRU 8700-EXIT
005546         GO TO 4300-EXIT
005547     END-IF
005548     ADD 1 TO WS-FEEDS-HELD
005549     IF NOT HOLDREG-HELD AND NOT HOLDREG-REQUESTED
005550         MOVE 'HOLD' TO HOLDREG-EVENT
005551         MOVE WS-HOLD-CAUSE TO HOLDREG-TEXT
005552         PERFORM 8620-APPEND-REGISTER-EVENT
005553             THRU 8620-EXIT
005554     END-IF.
005555 4300-EXIT.
005556     EXIT.
005557******************************************************************
005558*  8000-CHECK-NUMERIC                                            *
005559*  DIGITS WITH AT MOST ONE DECIMAL POINT AND AN OPTIONAL         *
005560*  LEADING MINUS SIGN - SAME EDIT THE UPLOADER APPLIES BEFORE    *
005561*  SUMMING TRANS_AMT, SO THE TWO SUMS AGREE.                     *
005562******************************************************************
005570 8000-CHECK-NUMERIC.
005580     MOVE SPACES TO WS-FIELD-WORK
005590     MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO WS-FIELD-WORK
005890             END-IF
005900         WHEN WS-FIELD-WORK(WS-CHAR-SUB:1) = '-'
005910                 AND WS-CHAR-SUB = 1
005911             CONTINUE
005912         WHEN OTHER
005913             SET WS-EDIT-FAILED TO TRUE
005914     END-EVALUATE.
005915 8100-EXIT.
005916     EXIT.
005917     COPY REGVPCK.
005918     COPY HOLDRPL.
005919     COPY HOLDAPL.
005920******************************************************************
005921*  8700-WRITE-AUDIT-RECORD                                       *
005922*  ONE LINE IN THE UPLOAD AUDIT LOG, SAME FIXED LAYOUT, WITH     *
005923*  THE RELEASE DETAIL AS A TAIL AFTER THE FIXED COLUMNS.         *
005924******************************************************************
005925 8700-WRITE-AUDIT-RECORD.
005926     CALL 'SYSTEM' USING WS-TIM-MKDIR-COMMAND
005927         RETURNING WS-TIM-MKDIR-RC
005928     ACCEPT WS-HRG-USER-ID FROM ENVIRONMENT "USER"
005929     IF WS-HRG-USER-ID = SPACES
005930         MOVE "UNKNOWN" TO WS-HRG-USER-ID
005931     END-IF
005932     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
005933     ACCEPT WS-AUDIT-TIME FROM TIME
005934     MOVE SPACES TO WS-AUDIT-RECORD-OUT
005935     STRING
005936         WS-AUDIT-DATE " " WS-AUDIT-TIME " "
005937         DELIMITED BY SIZE
005938         WS-HRG-USER-ID " "
005939         DELIMITED BY SIZE
005940         WS-AUDIT-FEED " "
005941         DELIMITED BY SIZE
005942         "RC=" WS-AUDIT-ZERO-RC " HTTP=" WS-AUDIT-HTTP " "
005943         DELIMITED BY SIZE
005944         WS-AUDIT-OUTCOME
005945         DELIMITED BY SIZE
005946         " ROWS=" WS-AUDIT-ROWS
005947         " INGESTED=" WS-AUDIT-ZERO-ROWS
005948         " RETRIES=" WS-AUDIT-ZERO-RETRIES
005949         DELIMITED BY SIZE
005950         WS-AUDIT-TAIL
005951         DELIMITED BY SIZE
005952         INTO WS-AUDIT-RECORD-OUT
005953     END-STRING
005954     MOVE WS-AUDIT-LOG-FILE-NAME TO WS-AUD-DYNAMIC-FILE
005955     OPEN EXTEND AUDIT-LOG-FILE
005956     IF NOT WS-AUD-FILE-OK
005957         OPEN OUTPUT AUDIT-LOG-FILE
005958     END-IF
005959     IF NOT WS-AUD-FILE-OK
005960         DISPLAY "Warning: unable to open audit log "
005961             WS-AUDIT-LOG-FILE-NAME " - release use not recorded."
005962     ELSE
005963         MOVE WS-AUDIT-RECORD-OUT TO AUDIT-LOG-RECORD
005964         WRITE AUDIT-LOG-RECORD
005965         CLOSE AUDIT-LOG-FILE
005966     END-IF.
005967 8700-EXIT.
005968     EXIT.
005971******************************************************************
005972*  8800-TIMING-START                                             *
005973*  STAMPS THIS STEP'S START IN THE STEP-TIMING LOG SO THE        *
006045 9000-TERMINATE.
006046     DISPLAY "Anomaly gate summary: judged " WS-FEEDS-JUDGED
006047         " held " WS-FEEDS-HELD
006048         " released " WS-FEEDS-RELEASED
006050         " too little history " WS-FEEDS-UNJUDGED
006060     IF WS-REGISTRY-UNUSABLE
006070         MOVE 12 TO RETURN-CODE
006120         GO TO 9000-EXIT
006130     END-IF
006140     IF WS-FEEDS-UNJUDGED > ZERO OR WS-HISTORY-MISSING
006145             OR WS-FEEDS-RELEASED > ZERO
006150         MOVE 4 TO RETURN-CODE
006160         GO TO 9000-EXIT
006170     END-IF
