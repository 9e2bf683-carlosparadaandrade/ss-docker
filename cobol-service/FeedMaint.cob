000240*      SYSIN CARRIES ONE COMMAND PER LINE, 'END' TO FINISH:
000250*        LIST
000260*        ADD|name|cols|req1|req2|amt|active|dest|header|tol
000261*            |mode|sla|sens|order|depends-on|effective
000270*        CHANGE|name|cols|req1|req2|amt|active|dest|header|tol
000271*               |mode|sla|sens|order|depends-on|effective
000280*        ACTIVATE|name|effective
000290*        DEACTIVATE|name|effective
000292*        HISTORY|name
000293*      EFFECTIVE (YYYYMMDD, BLANK = TODAY, NEVER IN THE PAST) IS
000294*      THE DATE THE COMMAND TAKES EFFECT.  EVERY FEED LINE IN THE
000295*      REGISTRY IS ONE VERSION OF THE FEED, IN FORCE FROM ITS
000296*      EFFECTIVE DATE UNTIL THE FEED'S NEXT ONE; EVERY PROGRAM
000297*      THAT LOADS THE REGISTRY USES THE VERSION IN FORCE ON THE
000298*      BUSINESS DATE IT IS PROCESSING (SEE REGVER).
000300*      EDIT CHECKS: NAME ENDS .csv; COLS 1-10; REQUIRED AND
000310*      AMOUNT COLUMNS WITHIN COLS (ZERO = NONE); ACTIVE Y/N;
000320*      DESTINATION STARTS '/'; HEADER COMMA COUNT MATCHES COLS;
000332*      RC 0 = ALL COMMANDS APPLIED, 8 = A COMMAND WAS REJECTED,
000340*      4 = NOTHING TO DO.
000350*
000351*      RUN ORDER 00-99 (BLANK = 00, NOT IN THE NIGHTLY CHAIN) IS
000352*      THE ORDER FEEDCHN RUNS THE FEED IN.  DEPENDS-ON NAMES UP TO
000353*      3 PARENT FEEDS, COMMA-SEPARATED, EACH <csv-name> OR
000354*      <csv-name>:<col> - EVERY PARENT MUST BE IN THE REGISTRY, AS
000355*      IT STANDS ON THE EFFECTIVE DATE, WITH A NONZERO RUN ORDER
000356*      LOWER THAN THIS FEED'S, AND <col> (THE COLUMN HOLDING THE
000357*      PARENT'S KEY, CROSS-CHECKED BY UPLOADXRF) MUST BE IN COLS.
000358*
000359*      CHANGE, ACTIVATE AND DEACTIVATE ADD A NEW VERSION - COPIED,
000360*      FOR THE ACTIVE FLAG, FROM THE ONE IN FORCE ON THAT DATE -
000361*      UNLESS THE FEED ALREADY HAS A VERSION STARTING THAT DAY,
000362*      WHICH IS CORRECTED INSTEAD; LATER VERSIONS ARE LEFT AS THEY
000363*      ARE.  EVERY APPLIED COMMAND IS JOURNALED WITH THE USER, THE
000364*      TIME AND BEFORE/AFTER IMAGES (SEE REGHIST).  LIST SHOWS THE
000365*      VERSIONS IN FORCE TODAY; HISTORY, ALL OF A FEED'S VERSIONS
000366*      (SUPERSEDED, IN FORCE, SCHEDULED) AND ITS JOURNAL ENTRIES.
000367*
000368*  MODIFICATION HISTORY.
000370*      2026-08-22  DAO  INITIAL VERSION.
000371*      2026-09-02  DAO  ADDED THE PER-FEED ANOMALY TOLERANCE
000372*                       PERCENT FOR THE FEEDTRND GATE.
000376*      2026-09-02  DAO  ADDED THE PER-FEED SENSITIVE-COLUMN
000377*                       NUMBER FOR THE ARCHIVE/REJECT
000378*                       MASKING IN UPLOADCSV.
000379*      2026-10-15  DAO  ADDED THE RUN ORDER AND DEPENDS-ON
000380*                       FIELDS FOR THE NIGHTLY CHAIN DRIVER
000381*                       (FEEDCHN) AND THE CROSS-FEED CHECK.
000382*      2026-10-15  DAO  REGISTRY ENTRIES ARE NOW EFFECTIVE-DATED
000383*                       VERSIONS - A CHANGE CAN BE SCHEDULED FOR
000384*                       THE NIGHT UPSTREAM SWITCHES INSTEAD OF
000385*                       OVERWRITING THE LINE, EVERY CHANGE IS
000386*                       JOURNALED WITH BEFORE/AFTER IMAGES, AND
000387*                       HISTORY LISTS A FEED'S VERSIONS.
000388*      2026-10-15  DAO  AN EFFECTIVE DATE MUST BE A REAL CALENDAR
000389*                       DATE.
000390******************************************************************
000391 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. FeedMaint.
000410 AUTHOR. D. OKAFOR.
000420 INSTALLATION. ENTERPRISE DATA SERVICES.
000520         ASSIGN TO DYNAMIC WS-OUT-DYNAMIC-FILE
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-OUT-FILE-STATUS.
000542     SELECT REGHIST-FILE ASSIGN TO DYNAMIC WS-RHS-DYNAMIC-FILE
000544         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS WS-RHS-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  REGISTRY-FILE.
000580 01  REGISTRY-RECORD             PIC X(300).
000590 FD  REGISTRY-OUT-FILE.
000600 01  REGISTRY-OUT-RECORD         PIC X(300).
000603 FD  REGHIST-FILE.
000606 01  REGHIST-RECORD              PIC X(400).
000610 WORKING-STORAGE SECTION.
000620*---------------------------------------------------------------*
000630*    FEED REGISTRY FILE AND ITS REWRITE WORK FILE               *
000740 01  WS-OUT-FILE-STATUS          PIC X(02) VALUE '00'.
000750     88  WS-OUT-FILE-OK                       VALUE '00'.
000760*---------------------------------------------------------------*
000770*    REGISTRY CHANGE JOURNAL                                    *
000771*---------------------------------------------------------------*
000772     COPY REGHIST.
000773 01  WS-RHS-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
000774 01  WS-RHS-FILE-STATUS          PIC X(02) VALUE '00'.
000775     88  WS-RHS-FILE-OK                       VALUE '00'.
000776     88  WS-RHS-FILE-EOF                      VALUE '10'.
000777 01  WS-RHS-POINTER              PIC 9(03) COMP VALUE ZERO.
000778 01  WS-RHS-MATCHED              PIC 9(05) COMP VALUE ZERO.
000779*---------------------------------------------------------------*
000780*    IN-MEMORY REGISTRY TABLE - ONE ENTRY PER VERSION (REGISTRY *
000781*    LINE), FOR UP TO 50 FEEDS                                  *
000782*---------------------------------------------------------------*
000790 01  WS-FEED-TABLE.
000800     05  WS-FEED-ENTRY           OCCURS 200 TIMES.
000810         10  WS-FEED-NAME        PIC X(30).
000820         10  WS-FEED-COLS        PIC 9(02).
000830         10  WS-FEED-REQ-1       PIC 9(02).
000882         10  WS-FEED-MODE        PIC X(01).
000883         10  WS-FEED-SLA         PIC X(04).
000884         10  WS-FEED-SENS        PIC 9(02).
000885         10  WS-FEED-ORDER       PIC 9(02).
000886         10  WS-FEED-DEPS        PIC X(100).
000887         10  WS-FEED-EFF         PIC 9(08).
000890 01  WS-FEED-COUNT               PIC 9(03) COMP VALUE ZERO.
000900 01  WS-FEED-LIMIT               PIC 9(03) COMP VALUE 50.
000910 01  WS-VERSION-LIMIT            PIC 9(03) COMP VALUE 200.
000911 01  WS-NAME-COUNT               PIC 9(03) COMP VALUE ZERO.
000912 01  WS-PICK-NAME                PIC X(30) VALUE SPACES.
000913 01  WS-PICK-DATE                PIC 9(08) VALUE ZERO.
000914 01  WS-PICK-SUB                 PIC 9(03) COMP VALUE ZERO.
000915 01  WS-PICK-EFF                 PIC 9(08) VALUE ZERO.
000916 01  WS-EXACT-SUB                PIC 9(03) COMP VALUE ZERO.
000917 01  WS-LATER-COUNT              PIC 9(03) COMP VALUE ZERO.
000918 01  WS-FEED-SUB                 PIC 9(03) COMP VALUE ZERO.
000919 01  WS-LATER-EFF                PIC 9(08) VALUE ZERO.
000920 01  WS-WALK-SUB                 PIC 9(03) COMP VALUE ZERO.
000921 01  WS-WALK-EFF                 PIC 9(08) VALUE ZERO.
000922 01  WS-NEXT-SUB                 PIC 9(03) COMP VALUE ZERO.
000923 01  WS-NEXT-EFF                 PIC 9(08) VALUE ZERO.
000924 01  WS-VERSION-STATE            PIC X(10) VALUE SPACES.
000925 01  WS-EFF-TEXT                 PIC X(08) VALUE SPACES.
000926 01  WS-SCAN-SUB                 PIC 9(03) COMP VALUE ZERO.
000927 01  WS-LIST-SUB                 PIC 9(03) COMP VALUE ZERO.
000928 01  WS-FEED-HIT-SUB             PIC 9(03) COMP VALUE ZERO.
000929 01  WS-FIRST-SWITCH             PIC X(01) VALUE 'N'.
000930     88  WS-FIRST-OF-NAME                     VALUE 'Y'.
000931 01  WS-FEED-HIT-SWITCH          PIC X(01) VALUE 'N'.
000932     88  WS-FEED-FOUND                        VALUE 'Y'.
000940*---------------------------------------------------------------*
000950*    COMMAND INPUT AND ITS PARSED FIELDS                        *
000960*---------------------------------------------------------------*
000970 01  WS-COMMAND-LINE             PIC X(300) VALUE SPACES.
000980 01  WS-CMD-VERB                 PIC X(12) VALUE SPACES.
000981     88  WS-CMD-CHANGES-REGISTRY              VALUE 'ADD'
000982                                              'CHANGE' 'ACTIVATE'
000983                                              'DEACTIVATE'.
000990 01  WS-CMD-NAME                 PIC X(30) VALUE SPACES.
001000 01  WS-CMD-COLS                 PIC X(02) VALUE SPACES.
001010 01  WS-CMD-REQ-1                PIC X(02) VALUE SPACES.
001069 01  WS-CMD-SLA-HH               PIC 9(02) VALUE ZERO.
001070 01  WS-CMD-SLA-MM               PIC 9(02) VALUE ZERO.
001071 01  WS-CMD-COLS-N               PIC 9(02) VALUE ZERO.
001072 01  WS-CMD-ORDER                PIC X(02) VALUE SPACES.
001073 01  WS-CMD-ORDER-N              PIC 9(02) VALUE ZERO.
001074 01  WS-CMD-DEPS                 PIC X(100) VALUE SPACES.
001075 01  WS-CMD-EFF                  PIC X(08) VALUE SPACES.
001076 01  WS-CMD-EFF-N                PIC 9(08) VALUE ZERO.
001080 01  WS-CMD-REQ-1-N              PIC 9(02) VALUE ZERO.
001090 01  WS-CMD-REQ-2-N              PIC 9(02) VALUE ZERO.
001100 01  WS-CMD-AMT-N                PIC 9(02) VALUE ZERO.
001120 01  WS-COMMANDS-APPLIED         PIC 9(03) COMP VALUE ZERO.
001130 01  WS-COMMANDS-REJECTED        PIC 9(03) COMP VALUE ZERO.
001140 01  WS-COMMAND-LIMIT            PIC 9(03) COMP VALUE 100.
001141 01  WS-JRN-ACTION               PIC X(10) VALUE SPACES.
001142 01  WS-BEFORE-IMAGE             PIC X(300) VALUE SPACES.
001143 01  WS-IMAGE-LINE               PIC X(300) VALUE SPACES.
001144 01  WS-JRN-TABLE.
001145     05  WS-JRN-LINE             OCCURS 200 TIMES PIC X(400).
001146 01  WS-JRN-COUNT                PIC 9(03) COMP VALUE ZERO.
001147 01  WS-JRN-SUB                  PIC 9(03) COMP VALUE ZERO.
001150 01  WS-END-SWITCH               PIC X(01) VALUE 'N'.
001160     88  WS-END-OF-COMMANDS                   VALUE 'Y'.
001170 01  WS-EDIT-OK-SWITCH           PIC X(01) VALUE 'Y'.
001200 01  WS-REGISTRY-DIRTY-SWITCH    PIC X(01) VALUE 'N'.
001210     88  WS-REGISTRY-DIRTY                    VALUE 'Y'.
001220*---------------------------------------------------------------*
001221*    TODAY'S DATE AND THE RUN TIME AND USER                     *
001222*---------------------------------------------------------------*
001223 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001224 01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
001225 01  WS-RUN-USER                 PIC X(20) VALUE SPACES.
001226*---------------------------------------------------------------*
001230*    EDIT-CHECK WORK FIELDS                                     *
001240*---------------------------------------------------------------*
001250 01  WS-NAME-LENGTH              PIC 9(03) COMP VALUE ZERO.
001270 01  WS-HEADER-COMMAS            PIC 9(02) COMP VALUE ZERO.
001280 01  WS-MOVE-COMMAND             PIC X(350) VALUE SPACES.
001290 01  WS-MOVE-RETURN-CODE         PIC 9(04) COMP VALUE ZERO.
001291 01  WS-DEP-COMMAS               PIC 9(02) COMP VALUE ZERO.
001292 01  WS-DEP-ITEM-TABLE.
001293     05  WS-DEP-ITEM             OCCURS 3 TIMES
001294                                 PIC X(34).
001295 01  WS-DEP-ITEM-SUB             PIC 9(01) COMP VALUE ZERO.
001296 01  WS-DEP-ITEM-NAME            PIC X(30) VALUE SPACES.
001297 01  WS-DEP-ITEM-COL             PIC X(02) VALUE SPACES.
001298 01  WS-DEP-ITEM-COL-N           PIC 9(02) VALUE ZERO.
001299 01  WS-DEP-HIT-SUB              PIC 9(03) COMP VALUE ZERO.
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-LOAD-REGISTRY
001450 0000-MAINLINE-EXIT.
001460     EXIT.
001470******************************************************************
001478*  READS EVERY VERSION OF EVERY FEED INTO THE WORK TABLE.  A     *
001486*  MISSING REGISTRY JUST MEANS THE TABLE STARTS EMPTY - THE      *
001494*  FIRST ADD CREATES IT.  ALSO PICKS UP TODAY'S DATE AND THE     *
001502*  RUNNING USER ID FOR THE EFFECTIVE-DATE EDITS AND THE JOURNAL. *
001510******************************************************************
001520 1000-LOAD-REGISTRY.
001521     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001522     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
001523     IF WS-RUN-USER = SPACES
001524         MOVE "UNKNOWN" TO WS-RUN-USER
001525     END-IF
001530     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
001540     OPEN INPUT REGISTRY-FILE
001550     IF NOT WS-REG-FILE-OK
001610         THRU 1100-EXIT
001620         UNTIL WS-REG-FILE-EOF
001630     CLOSE REGISTRY-FILE
001634     PERFORM 5800-COUNT-FEEDS
001638         THRU 5800-EXIT
001640     DISPLAY "Feeds loaded: " WS-NAME-COUNT
001646         " (" WS-FEED-COUNT " versions)".
001650 1000-EXIT.
001660     EXIT.
001670 1100-LOAD-ONE-FEED.
001832     MOVE SPACES TO WS-CMD-MODE
001833     MOVE SPACES TO WS-CMD-SLA
001834     MOVE SPACES TO WS-CMD-SENS
001836     MOVE SPACES TO WS-CMD-ORDER
001838     MOVE SPACES TO WS-CMD-DEPS
001839     MOVE SPACES TO WS-CMD-EFF
001840     UNSTRING REGISTRY-RECORD DELIMITED BY '|'
001850         INTO WS-CMD-VERB WS-CMD-NAME WS-CMD-COLS
001860              WS-CMD-REQ-1 WS-CMD-REQ-2 WS-CMD-AMT
001870              WS-CMD-ACTIVE WS-CMD-DEST WS-CMD-HEADER
001871              WS-CMD-TOL WS-CMD-MODE WS-CMD-SLA
001874              WS-CMD-SENS WS-CMD-ORDER WS-CMD-DEPS
001877              WS-CMD-EFF
001880     END-UNSTRING
001890     IF WS-CMD-VERB NOT = 'FEED'
001900             OR WS-FEED-COUNT NOT < WS-VERSION-LIMIT
001910         GO TO 1100-EXIT
001920     END-IF
001921*    A LINE FROM BEFORE VERSIONS WERE KEPT CARRIES NO SIXTEENTH
001922*    FIELD - IT HAS BEEN IN FORCE SINCE THE START.
001923     IF WS-CMD-EFF(1:8) IS NUMERIC
001924         MOVE WS-CMD-EFF TO WS-CMD-EFF-N
001925     ELSE
001926         MOVE ZERO TO WS-CMD-EFF-N
001927     END-IF
001930     ADD 1 TO WS-FEED-COUNT
001940     MOVE WS-FEED-COUNT TO WS-FEED-HIT-SUB
001950     PERFORM 6000-STORE-ENTRY
001960         THRU 6000-EXIT
001961     MOVE WS-CMD-EFF-N TO WS-FEED-EFF(WS-FEED-HIT-SUB).
001970 1100-EXIT.
001980     EXIT.
001990******************************************************************
002212     MOVE SPACES TO WS-CMD-MODE
002213     MOVE SPACES TO WS-CMD-SLA
002214     MOVE SPACES TO WS-CMD-SENS
002216     MOVE SPACES TO WS-CMD-ORDER
002218     MOVE SPACES TO WS-CMD-DEPS
002219     MOVE SPACES TO WS-CMD-EFF
002220     UNSTRING WS-COMMAND-LINE DELIMITED BY '|'
002230         INTO WS-CMD-VERB WS-CMD-NAME WS-CMD-COLS
002240              WS-CMD-REQ-1 WS-CMD-REQ-2 WS-CMD-AMT
002250              WS-CMD-ACTIVE WS-CMD-DEST WS-CMD-HEADER
002251              WS-CMD-TOL WS-CMD-MODE WS-CMD-SLA
002252              WS-CMD-SENS WS-CMD-ORDER WS-CMD-DEPS WS-CMD-EFF
002260     END-UNSTRING
002261*    EVERY APPLIED CHANGE QUEUES TWO JOURNAL LINES (6500); ONE THE
002262*    JOURNAL HAS NO ROOM FOR IS REJECTED BEFORE IT IS APPLIED.
002263     IF WS-CMD-CHANGES-REGISTRY AND WS-JRN-COUNT > 198
002264         DISPLAY "Rejected: " FUNCTION TRIM(WS-CMD-NAME)
002265             " - the change journal for this run is full "
002266             "(200 lines); submit it in a further run."
002267         ADD 1 TO WS-COMMANDS-REJECTED
002268         GO TO 2000-EXIT
002269     END-IF
002270     EVALUATE WS-CMD-VERB
002280         WHEN 'LIST'
002290             PERFORM 3000-LIST-FEEDS
002400         WHEN 'DEACTIVATE'
002410             PERFORM 4200-SET-ACTIVE-FLAG
002420                 THRU 4200-EXIT
002422         WHEN 'HISTORY'
002424             PERFORM 3500-LIST-HISTORY
002426                 THRU 3500-EXIT
002430         WHEN OTHER
002440             DISPLAY "Rejected: unknown command verb "
002450                 WS-CMD-VERB
002490     EXIT.
002500******************************************************************
002510*  3000-LIST-FEEDS                                               *
002512*  ONE ENTRY PER FEED - THE VERSION IN FORCE TODAY, WITH A NOTE  *
002518*  OF ANY VERSIONS SCHEDULED TO TAKE EFFECT LATER.               *
002520******************************************************************
002530 3000-LIST-FEEDS.
002540     IF WS-FEED-COUNT = ZERO
002550         DISPLAY "The feed registry is empty."
002560         GO TO 3000-EXIT
002570     END-IF
002571     DISPLAY "Versions in force on " WS-TODAY-DATE ":"
002580     PERFORM 3050-LIST-ONE-NAME
002590         THRU 3050-EXIT
002600         VARYING WS-FEED-SUB FROM 1 BY 1
002610         UNTIL WS-FEED-SUB > WS-FEED-COUNT
002620     ADD 1 TO WS-COMMANDS-APPLIED.
002630 3000-EXIT.
002640     EXIT.
002641 3050-LIST-ONE-NAME.
002642     PERFORM 5900-CHECK-FIRST-OF-NAME
002643         THRU 5900-EXIT
002644     IF NOT WS-FIRST-OF-NAME
002645         GO TO 3050-EXIT
002646     END-IF
002647     MOVE WS-FEED-NAME(WS-FEED-SUB) TO WS-PICK-NAME
002648     MOVE WS-TODAY-DATE TO WS-PICK-DATE
002649     PERFORM 5600-FIND-VERSION-IN-FORCE
002650         THRU 5600-EXIT
002651     IF WS-PICK-SUB = ZERO
002652         DISPLAY WS-FEED-NAME(WS-FEED-SUB) " NOT YET IN FORCE"
002653     ELSE
002654         MOVE WS-PICK-SUB TO WS-LIST-SUB
002655         PERFORM 3100-LIST-ONE-FEED
002656             THRU 3100-EXIT
002657     END-IF
002658     IF WS-LATER-COUNT > ZERO
002659         DISPLAY "    SCHEDULED: " WS-LATER-COUNT
002660             " LATER VERSION(S), NEXT EFFECTIVE " WS-LATER-EFF
002661             " - SEE HISTORY"
002662     END-IF.
002663 3050-EXIT.
002664     EXIT.
002665 3100-LIST-ONE-FEED.
002666     DISPLAY WS-FEED-NAME(WS-LIST-SUB) " "
002670         WS-FEED-ACTIVE(WS-LIST-SUB)
002680         " COLS=" WS-FEED-COLS(WS-LIST-SUB)
002690         " REQ=" WS-FEED-REQ-1(WS-LIST-SUB)
002700         "/" WS-FEED-REQ-2(WS-LIST-SUB)
002710         " AMT=" WS-FEED-AMT(WS-LIST-SUB)
002720         " DEST=" WS-FEED-DEST(WS-LIST-SUB)
002721         " TOL=" WS-FEED-TOL(WS-LIST-SUB)
002722         " MODE=" WS-FEED-MODE(WS-LIST-SUB)
002723         " SLA=" WS-FEED-SLA(WS-LIST-SUB)
002724         " SENS=" WS-FEED-SENS(WS-LIST-SUB)
002727         " ORDER=" WS-FEED-ORDER(WS-LIST-SUB)
002730     DISPLAY "    HDR=" WS-FEED-HEADER(WS-LIST-SUB)(1:70)
002731     IF WS-FEED-DEPS(WS-LIST-SUB) NOT = SPACES
002732         DISPLAY "    DEPENDS-ON=" WS-FEED-DEPS(WS-LIST-SUB)(1:60)
002733     END-IF
002734     IF WS-FEED-EFF(WS-LIST-SUB) = ZERO
002735         DISPLAY "    EFFECTIVE FROM THE START"
002736     ELSE
002737         DISPLAY "    EFFECTIVE FROM " WS-FEED-EFF(WS-LIST-SUB)
002738     END-IF.
002740 3100-EXIT.
002750     EXIT.
002760******************************************************************
002761*  3500-LIST-HISTORY                                             *
002762*  EVERY VERSION OF ONE FEED IN EFFECTIVE-DATE ORDER, MARKED     *
002763*  SUPERSEDED, IN FORCE (TODAY) OR SCHEDULED, THEN THE FEED'S    *
002764*  CHANGE JOURNAL ENTRIES WITH THEIR BEFORE/AFTER IMAGES.        *
002765*  CHANGES MADE EARLIER IN THIS SAME RUN ARE ALREADY AMONG THE   *
002766*  VERSIONS BUT REACH THE JOURNAL ONLY WHEN THE RUN ENDS.        *
002767******************************************************************
002768 3500-LIST-HISTORY.
002769     PERFORM 5500-FIND-FEED
002770         THRU 5500-EXIT
002771     IF NOT WS-FEED-FOUND
002772         DISPLAY "Rejected: " WS-CMD-NAME
002773             " is not in the registry."
002774         ADD 1 TO WS-COMMANDS-REJECTED
002775         GO TO 3500-EXIT
002776     END-IF
002777     MOVE WS-CMD-NAME TO WS-PICK-NAME
002778     MOVE WS-TODAY-DATE TO WS-PICK-DATE
002779     PERFORM 5600-FIND-VERSION-IN-FORCE
002780         THRU 5600-EXIT
002781     DISPLAY "Versions of " FUNCTION TRIM(WS-CMD-NAME)
002782         " as at " WS-TODAY-DATE ":"
002783     MOVE ZERO TO WS-WALK-SUB
002784     MOVE ZERO TO WS-WALK-EFF
002785     PERFORM 5700-FIND-NEXT-VERSION
002786         THRU 5700-EXIT
002787     PERFORM 3510-LIST-ONE-VERSION
002788         THRU 3510-EXIT
002789         UNTIL WS-NEXT-SUB = ZERO
002790     DISPLAY "Changes journaled for " FUNCTION TRIM(WS-CMD-NAME)
002791         ":"
002792     MOVE ZERO TO WS-RHS-MATCHED
002793     MOVE REGHIST-FILE-NAME TO WS-RHS-DYNAMIC-FILE
002794     OPEN INPUT REGHIST-FILE
002795     IF WS-RHS-FILE-OK
002796         PERFORM 3520-LIST-ONE-JOURNAL-LINE
002797             THRU 3520-EXIT
002798             UNTIL WS-RHS-FILE-EOF
002799         CLOSE REGHIST-FILE
002800     END-IF
002801     MOVE '00' TO WS-RHS-FILE-STATUS
002802     IF WS-RHS-MATCHED = ZERO
002803         DISPLAY "    (none)"
002804     END-IF
002805     ADD 1 TO WS-COMMANDS-APPLIED.
002806 3500-EXIT.
002807     EXIT.
002808 3510-LIST-ONE-VERSION.
002809     MOVE WS-NEXT-SUB TO WS-WALK-SUB
002810     MOVE WS-FEED-EFF(WS-WALK-SUB) TO WS-WALK-EFF
002811     EVALUATE TRUE
002812         WHEN WS-WALK-SUB = WS-PICK-SUB
002813             MOVE 'IN FORCE' TO WS-VERSION-STATE
002814         WHEN WS-WALK-EFF > WS-TODAY-DATE
002815             MOVE 'SCHEDULED' TO WS-VERSION-STATE
002816         WHEN OTHER
002817             MOVE 'SUPERSEDED' TO WS-VERSION-STATE
002818     END-EVALUATE
002819     DISPLAY "  " WS-VERSION-STATE
002820     MOVE WS-WALK-SUB TO WS-LIST-SUB
002821     PERFORM 3100-LIST-ONE-FEED
002822         THRU 3100-EXIT
002823     PERFORM 5700-FIND-NEXT-VERSION
002824         THRU 5700-EXIT.
002825 3510-EXIT.
002826     EXIT.
002827 3520-LIST-ONE-JOURNAL-LINE.
002828     READ REGHIST-FILE
002829         AT END
002830             GO TO 3520-EXIT
002831     END-READ
002832     IF REGHIST-RECORD(1:1) = '*' OR REGHIST-RECORD = SPACES
002833         GO TO 3520-EXIT
002834     END-IF
002835     MOVE SPACES TO REGHIST-FIELDS
002836     MOVE 1 TO WS-RHS-POINTER
002837     UNSTRING REGHIST-RECORD DELIMITED BY '|'
002838         INTO REGHIST-ACTION REGHIST-FEED REGHIST-EFF-DATE
002839              REGHIST-DATE REGHIST-TIME REGHIST-USER
002840              REGHIST-IMAGE-TAG
002841         WITH POINTER WS-RHS-POINTER
002842     END-UNSTRING
002843     IF FUNCTION TRIM(REGHIST-FEED)
002844             NOT = FUNCTION TRIM(WS-CMD-NAME)
002845         GO TO 3520-EXIT
002846     END-IF
002847*    THE IMAGE IS A WHOLE REGISTRY LINE, PIPES AND ALL - IT IS
002848*    EVERYTHING AFTER THE IMAGE TAG.
002849     IF WS-RHS-POINTER < 400
002850         MOVE REGHIST-RECORD(WS-RHS-POINTER:) TO REGHIST-IMAGE
002851     END-IF
002852     ADD 1 TO WS-RHS-MATCHED
002853     IF REGHIST-BEFORE-IMAGE
002854         DISPLAY "  " REGHIST-DATE " " REGHIST-TIME(1:6) " "
002855             FUNCTION TRIM(REGHIST-USER) " "
002856             FUNCTION TRIM(REGHIST-ACTION) " EFFECTIVE "
002857             REGHIST-EFF-DATE
002858     END-IF
002859     DISPLAY "    " REGHIST-IMAGE-TAG " "
002860         FUNCTION TRIM(REGHIST-IMAGE).
002861 3520-EXIT.
002862     EXIT.
002863******************************************************************
002864*  4000-ADD-FEED                                                 *
002865******************************************************************
002866 4000-ADD-FEED.
002867     PERFORM 5000-EDIT-CHECK-FIELDS
002868         THRU 5000-EXIT
002869     IF WS-EDIT-FAILED
002870         ADD 1 TO WS-COMMANDS-REJECTED
002871         GO TO 4000-EXIT
002872     END-IF
002873     PERFORM 5500-FIND-FEED
002874         THRU 5500-EXIT
002880     IF WS-FEED-FOUND
002890         DISPLAY "Rejected: " WS-CMD-NAME
002900             " is already in the registry - use CHANGE."
002910         ADD 1 TO WS-COMMANDS-REJECTED
002920         GO TO 4000-EXIT
002930     END-IF
002936     PERFORM 5800-COUNT-FEEDS
002942         THRU 5800-EXIT
002948     IF WS-NAME-COUNT NOT < WS-FEED-LIMIT
002950         DISPLAY "Rejected: the registry is full (50 feeds)."
002960         ADD 1 TO WS-COMMANDS-REJECTED
002970         GO TO 4000-EXIT
002980     END-IF
002981     IF WS-FEED-COUNT NOT < WS-VERSION-LIMIT
002982         DISPLAY "Rejected: the registry is full (200 versions)."
002983         ADD 1 TO WS-COMMANDS-REJECTED
002984         GO TO 4000-EXIT
002985     END-IF
002990     ADD 1 TO WS-FEED-COUNT
003000     MOVE WS-FEED-COUNT TO WS-FEED-HIT-SUB
003010     PERFORM 6000-STORE-ENTRY
003020         THRU 6000-EXIT
003021     MOVE WS-CMD-EFF-N TO WS-FEED-EFF(WS-FEED-HIT-SUB)
003022     MOVE 'ADD' TO WS-JRN-ACTION
003023     MOVE '(NONE)' TO WS-BEFORE-IMAGE
003024     PERFORM 6500-JOURNAL-CHANGE
003025         THRU 6500-EXIT
003030     SET WS-REGISTRY-DIRTY TO TRUE
003040     ADD 1 TO WS-COMMANDS-APPLIED
003050     DISPLAY "Added " FUNCTION TRIM(WS-CMD-NAME)
003056         " effective " WS-CMD-EFF-N.
003060 4000-EXIT.
003070     EXIT.
003080******************************************************************
003090*  4100-CHANGE-FEED                                              *
003092*  WRITES THE NEW DEFINITION AS A VERSION EFFECTIVE ON THE       *
003094*  COMMAND'S DATE (SEE 5650) - THE VERSIONS ALREADY IN FORCE     *
003096*  STAY AS THEY WERE FOR THE DATES THEY COVER.                   *
003100******************************************************************
003110 4100-CHANGE-FEED.
003120     PERFORM 5000-EDIT-CHECK-FIELDS
003230         ADD 1 TO WS-COMMANDS-REJECTED
003240         GO TO 4100-EXIT
003250     END-IF
003251     PERFORM 5650-SET-TARGET-VERSION
003252         THRU 5650-EXIT
003253     IF WS-EDIT-FAILED
003254         ADD 1 TO WS-COMMANDS-REJECTED
003255         GO TO 4100-EXIT
003256     END-IF
003260     PERFORM 6000-STORE-ENTRY
003270         THRU 6000-EXIT
003272     MOVE 'CHANGE' TO WS-JRN-ACTION
003274     PERFORM 6500-JOURNAL-CHANGE
003276         THRU 6500-EXIT
003280     SET WS-REGISTRY-DIRTY TO TRUE
003290     ADD 1 TO WS-COMMANDS-APPLIED
003300     DISPLAY "Changed " FUNCTION TRIM(WS-CMD-NAME)
003305         " effective " WS-CMD-EFF-N.
003310 4100-EXIT.
003320     EXIT.
003330******************************************************************
003340*  4200-SET-ACTIVE-FLAG                                          *
003350*  ACTIVATE AND DEACTIVATE SHARE THIS PARAGRAPH - THE VERB       *
003360*  DECIDES WHICH WAY THE FLAG GOES.  THE FLAG IS SET ON A        *
003363*  VERSION EFFECTIVE ON THE COMMAND'S DATE, COPIED FROM THE      *
003366*  VERSION IN FORCE THAT DAY.                                    *
003370******************************************************************
003380 4200-SET-ACTIVE-FLAG.
003382     MOVE SPACES TO WS-CMD-EFF
003384     UNSTRING WS-COMMAND-LINE DELIMITED BY '|'
003386         INTO WS-CMD-VERB WS-CMD-NAME WS-CMD-EFF
003388     END-UNSTRING
003390     PERFORM 5500-FIND-FEED
003400         THRU 5500-EXIT
003410     IF NOT WS-FEED-FOUND
003440         ADD 1 TO WS-COMMANDS-REJECTED
003450         GO TO 4200-EXIT
003460     END-IF
003461     SET WS-EDIT-PASSED TO TRUE
003462     PERFORM 5050-EDIT-EFFECTIVE-DATE
003463         THRU 5050-EXIT
003464     IF WS-EDIT-PASSED
003465         PERFORM 5650-SET-TARGET-VERSION
003466             THRU 5650-EXIT
003467     END-IF
003468     IF WS-EDIT-FAILED
003469         ADD 1 TO WS-COMMANDS-REJECTED
003470         GO TO 4200-EXIT
003471     END-IF
003472     IF WS-CMD-VERB = 'ACTIVATE'
003480         MOVE 'Y' TO WS-FEED-ACTIVE(WS-FEED-HIT-SUB)
003490     ELSE
003500         MOVE 'N' TO WS-FEED-ACTIVE(WS-FEED-HIT-SUB)
003510     END-IF
003512     MOVE WS-CMD-VERB TO WS-JRN-ACTION
003514     PERFORM 6500-JOURNAL-CHANGE
003516         THRU 6500-EXIT
003520     SET WS-REGISTRY-DIRTY TO TRUE
003530     ADD 1 TO WS-COMMANDS-APPLIED
003540     DISPLAY "Active flag now "
003550         WS-FEED-ACTIVE(WS-FEED-HIT-SUB)
003560         " for " FUNCTION TRIM(WS-CMD-NAME)
003564         " effective " WS-CMD-EFF-N.
003570 4200-EXIT.
003580     EXIT.
003590******************************************************************
003630******************************************************************
003640 5000-EDIT-CHECK-FIELDS.
003650     SET WS-EDIT-PASSED TO TRUE
003651     PERFORM 5050-EDIT-EFFECTIVE-DATE
003652         THRU 5050-EXIT
003653     IF WS-EDIT-FAILED
003654         GO TO 5000-EXIT
003655     END-IF
003660     MOVE ZERO TO WS-NAME-LENGTH
003670     IF WS-CMD-NAME NOT = SPACES
003680         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-NAME))
003900         SET WS-EDIT-FAILED TO TRUE
003910         GO TO 5000-EXIT
003920     END-IF
003921     PERFORM 5060-EDIT-RUN-ORDER
003922         THRU 5060-EXIT
003923     IF WS-EDIT-FAILED
003924         GO TO 5000-EXIT
003925     END-IF
003930     IF WS-CMD-REQ-1(1:2) IS NOT NUMERIC
003940             OR WS-CMD-REQ-2(1:2) IS NOT NUMERIC
003950             OR WS-CMD-AMT(1:2) IS NOT NUMERIC
004426 5000-EXIT.
004427     EXIT.
004428******************************************************************
004429*  5050-EDIT-EFFECTIVE-DATE                                      *
004430*  BLANK MEANS TODAY.  A DATE IN THE PAST IS REFUSED - THE       *
004431*  VERSION IN FORCE ON A PAST DATE IS WHAT THE NIGHTLY RUN USED  *
004432*  THAT NIGHT AND IS NEVER REWRITTEN.                            *
004433******************************************************************
004434 5050-EDIT-EFFECTIVE-DATE.
004435     IF WS-CMD-EFF = SPACES
004436         MOVE WS-TODAY-DATE TO WS-CMD-EFF-N
004437         GO TO 5050-EXIT
004438     END-IF
004439     IF WS-CMD-EFF(1:8) IS NOT NUMERIC
004440         DISPLAY "Rejected: effective date must be YYYYMMDD."
004441         SET WS-EDIT-FAILED TO TRUE
004442         GO TO 5050-EXIT
004443     END-IF
004444     MOVE WS-CMD-EFF TO WS-CMD-EFF-N
004445     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CMD-EFF-N) NOT = ZERO
004446         DISPLAY "Rejected: effective date " WS-CMD-EFF
004447             " is not a valid date."
004448         SET WS-EDIT-FAILED TO TRUE
004449         GO TO 5050-EXIT
004450     END-IF
004451     IF WS-CMD-EFF-N < WS-TODAY-DATE
004452         DISPLAY "Rejected: effective date " WS-CMD-EFF
004453             " is in the past - a version already in force is "
004454             "never rewritten."
004455         SET WS-EDIT-FAILED TO TRUE
004456     END-IF.
004457 5050-EXIT.
004458     EXIT.
004459******************************************************************
004460*  5060-EDIT-RUN-ORDER                                           *
004461*  RUN ORDER DEFAULTS TO 00 (NOT IN THE NIGHTLY CHAIN).  A FEED  *
004462*  WITH DEPENDS-ON FEEDS MUST BE IN THE CHAIN; EACH PARENT IS    *
004463*  EDITED BY 5100.                                               *
004464******************************************************************
004465 5060-EDIT-RUN-ORDER.
004466     IF WS-CMD-ORDER = SPACES
004467         MOVE '00' TO WS-CMD-ORDER
004468     END-IF
004469     IF WS-CMD-ORDER(1:2) IS NOT NUMERIC
004470         DISPLAY "Rejected: run order must be numeric "
004471             "(00 = not in the nightly chain)."
004472         SET WS-EDIT-FAILED TO TRUE
004473         GO TO 5060-EXIT
004474     END-IF
004475     MOVE FUNCTION NUMVAL(WS-CMD-ORDER) TO WS-CMD-ORDER-N
004476     IF WS-CMD-DEPS = SPACES
004477         GO TO 5060-EXIT
004478     END-IF
004479     IF WS-CMD-ORDER-N = ZERO
004480         DISPLAY "Rejected: a feed with depends-on feeds must "
004481             "carry a nonzero run order."
004482         SET WS-EDIT-FAILED TO TRUE
004483         GO TO 5060-EXIT
004484     END-IF
004485     MOVE ZERO TO WS-DEP-COMMAS
004486     INSPECT WS-CMD-DEPS
004487         TALLYING WS-DEP-COMMAS FOR ALL ','
004488     IF WS-DEP-COMMAS > 2
004489         DISPLAY "Rejected: at most 3 depends-on feeds."
004490         SET WS-EDIT-FAILED TO TRUE
004491         GO TO 5060-EXIT
004492     END-IF
004493     MOVE SPACES TO WS-DEP-ITEM-TABLE
004494     UNSTRING WS-CMD-DEPS DELIMITED BY ','
004495         INTO WS-DEP-ITEM(1) WS-DEP-ITEM(2) WS-DEP-ITEM(3)
004496     END-UNSTRING
004497     PERFORM 5100-EDIT-ONE-DEP
004498         THRU 5100-EXIT
004499         VARYING WS-DEP-ITEM-SUB FROM 1 BY 1
004500         UNTIL WS-DEP-ITEM-SUB > 3
004501            OR WS-EDIT-FAILED.
004502 5060-EXIT.
004503     EXIT.
004504******************************************************************
004505*  5100-EDIT-ONE-DEP                                             *
004506*  A PARENT MUST BE IN THE REGISTRY ON THE EFFECTIVE DATE, MUST  *
004507*  NOT BE THE FEED ITSELF, AND ITS VERSION IN FORCE THAT DAY     *
004508*  MUST RUN EARLIER IN THE CHAIN; A KEY COLUMN (:nn) MUST FALL   *
004509*  WITHIN THIS FEED'S COLUMNS.                                   *
004510******************************************************************
004511 5100-EDIT-ONE-DEP.
004512     IF WS-DEP-ITEM(WS-DEP-ITEM-SUB) = SPACES
004513         GO TO 5100-EXIT
004514     END-IF
004515     MOVE SPACES TO WS-DEP-ITEM-NAME
004516     MOVE SPACES TO WS-DEP-ITEM-COL
004517     UNSTRING WS-DEP-ITEM(WS-DEP-ITEM-SUB) DELIMITED BY ':'
004518         INTO WS-DEP-ITEM-NAME WS-DEP-ITEM-COL
004519     END-UNSTRING
004520     IF FUNCTION TRIM(WS-DEP-ITEM-NAME)
004521             = FUNCTION TRIM(WS-CMD-NAME)
004522         DISPLAY "Rejected: a feed cannot depend on itself."
004523         SET WS-EDIT-FAILED TO TRUE
004524         GO TO 5100-EXIT
004525     END-IF
004526     MOVE WS-DEP-ITEM-NAME TO WS-PICK-NAME
004527     MOVE WS-CMD-EFF-N TO WS-PICK-DATE
004528     PERFORM 5600-FIND-VERSION-IN-FORCE
004529         THRU 5600-EXIT
004530     MOVE WS-PICK-SUB TO WS-DEP-HIT-SUB
004531     IF WS-DEP-HIT-SUB = ZERO
004532         DISPLAY "Rejected: depends-on feed "
004533             WS-DEP-ITEM-NAME " is not in the registry on "
004534             WS-CMD-EFF-N "."
004535         SET WS-EDIT-FAILED TO TRUE
004536         GO TO 5100-EXIT
004537     END-IF
004538     IF WS-FEED-ORDER(WS-DEP-HIT-SUB) = ZERO
004539             OR WS-FEED-ORDER(WS-DEP-HIT-SUB) NOT < WS-CMD-ORDER-N
004540         DISPLAY "Rejected: depends-on feed "
004541             WS-DEP-ITEM-NAME " must carry a run order below "
004542             WS-CMD-ORDER-N "."
004543         SET WS-EDIT-FAILED TO TRUE
004544         GO TO 5100-EXIT
004545     END-IF
004546     IF WS-DEP-ITEM-COL = SPACES
004547         GO TO 5100-EXIT
004548     END-IF
004549     IF WS-DEP-ITEM-COL(1:2) IS NOT NUMERIC
004550         DISPLAY "Rejected: depends-on key column for "
004551             WS-DEP-ITEM-NAME " is not numeric."
004552         SET WS-EDIT-FAILED TO TRUE
004553         GO TO 5100-EXIT
004554     END-IF
004555     MOVE FUNCTION NUMVAL(WS-DEP-ITEM-COL) TO WS-DEP-ITEM-COL-N
004556     IF WS-DEP-ITEM-COL-N < 1 OR WS-DEP-ITEM-COL-N > WS-CMD-COLS-N
004557         DISPLAY "Rejected: depends-on key column for "
004558             WS-DEP-ITEM-NAME " is outside the column count."
004559         SET WS-EDIT-FAILED TO TRUE
004560     END-IF.
004561 5100-EXIT.
004562     EXIT.
004563******************************************************************
004564*  5500-FIND-FEED                                                *
004565******************************************************************
004566 5500-FIND-FEED.
004567     MOVE 'N' TO WS-FEED-HIT-SWITCH
004568     MOVE ZERO TO WS-FEED-HIT-SUB
004569     PERFORM 5510-MATCH-ONE-FEED
004570         THRU 5510-EXIT
004571         VARYING WS-FEED-SUB FROM 1 BY 1
004572         UNTIL WS-FEED-SUB > WS-FEED-COUNT
004573            OR WS-FEED-FOUND.
004574 5500-EXIT.
004575     EXIT.
004576 5510-MATCH-ONE-FEED.
004577     IF FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB))
004578             = FUNCTION TRIM(WS-CMD-NAME)
004579         SET WS-FEED-FOUND TO TRUE
004580         MOVE WS-FEED-SUB TO WS-FEED-HIT-SUB
004581     END-IF.
004590 5510-EXIT.
004600     EXIT.
004610******************************************************************
004611*  5600-FIND-VERSION-IN-FORCE                                    *
004612*  THE VERSION OF WS-PICK-NAME IN FORCE ON WS-PICK-DATE - THE    *
004613*  LATEST EFFECTIVE DATE NOT AFTER IT, THE LATER LINE ON A TIE - *
004614*  INTO WS-PICK-SUB (ZERO = NONE YET), COUNTING THE VERSIONS     *
004615*  SCHEDULED AFTER THE DATE ON THE WAY.                          *
004616******************************************************************
004617 5600-FIND-VERSION-IN-FORCE.
004618     MOVE ZERO TO WS-PICK-SUB
004619     MOVE ZERO TO WS-PICK-EFF
004620     MOVE ZERO TO WS-LATER-COUNT
004621     MOVE ZERO TO WS-LATER-EFF
004622     PERFORM 5610-CHECK-ONE-VERSION
004623         THRU 5610-EXIT
004624         VARYING WS-SCAN-SUB FROM 1 BY 1
004625         UNTIL WS-SCAN-SUB > WS-FEED-COUNT.
004626 5600-EXIT.
004627     EXIT.
004628 5610-CHECK-ONE-VERSION.
004629     IF FUNCTION TRIM(WS-FEED-NAME(WS-SCAN-SUB))
004630             NOT = FUNCTION TRIM(WS-PICK-NAME)
004631         GO TO 5610-EXIT
004632     END-IF
004633     IF WS-FEED-EFF(WS-SCAN-SUB) > WS-PICK-DATE
004634         ADD 1 TO WS-LATER-COUNT
004635         IF WS-LATER-EFF = ZERO
004636                 OR WS-FEED-EFF(WS-SCAN-SUB) < WS-LATER-EFF
004637             MOVE WS-FEED-EFF(WS-SCAN-SUB) TO WS-LATER-EFF
004638         END-IF
004639         GO TO 5610-EXIT
004640     END-IF
004641     IF WS-PICK-SUB = ZERO
004642             OR WS-FEED-EFF(WS-SCAN-SUB) NOT < WS-PICK-EFF
004643         MOVE WS-SCAN-SUB TO WS-PICK-SUB
004644         MOVE WS-FEED-EFF(WS-SCAN-SUB) TO WS-PICK-EFF
004645     END-IF.
004646 5610-EXIT.
004647     EXIT.
004648******************************************************************
004649*  5650-SET-TARGET-VERSION                                       *
004650*  POINTS WS-FEED-HIT-SUB AT THE VERSION A CHANGE, ACTIVATE OR   *
004651*  DEACTIVATE IS WRITTEN TO: THE FEED'S VERSION STARTING ON THE  *
004652*  EFFECTIVE DATE IF THERE IS ONE (A SCHEDULED VERSION BEING     *
004653*  CORRECTED), ELSE A NEW VERSION COPIED FROM THE ONE IN FORCE   *
004654*  THAT DAY.  THE VERSION IN FORCE BECOMES THE BEFORE IMAGE.     *
004655******************************************************************
004656 5650-SET-TARGET-VERSION.
004657     MOVE WS-CMD-NAME TO WS-PICK-NAME
004658     MOVE WS-CMD-EFF-N TO WS-PICK-DATE
004659     PERFORM 5600-FIND-VERSION-IN-FORCE
004660         THRU 5600-EXIT
004661     MOVE ZERO TO WS-EXACT-SUB
004662     IF WS-PICK-SUB NOT = ZERO
004663         IF WS-FEED-EFF(WS-PICK-SUB) = WS-CMD-EFF-N
004664             MOVE WS-PICK-SUB TO WS-EXACT-SUB
004665         END-IF
004666     END-IF
004667     IF WS-PICK-SUB = ZERO AND WS-CMD-VERB NOT = 'CHANGE'
004668         DISPLAY "Rejected: " FUNCTION TRIM(WS-CMD-NAME)
004669             " has no version in force on " WS-CMD-EFF-N "."
004670         SET WS-EDIT-FAILED TO TRUE
004671         GO TO 5650-EXIT
004672     END-IF
004673     IF WS-EXACT-SUB = ZERO
004674             AND WS-FEED-COUNT NOT < WS-VERSION-LIMIT
004675         DISPLAY "Rejected: the registry is full (200 versions)."
004676         SET WS-EDIT-FAILED TO TRUE
004677         GO TO 5650-EXIT
004678     END-IF
004679     IF WS-LATER-COUNT > ZERO
004680         DISPLAY "Note: " WS-LATER-COUNT " later version(s) of "
004681             FUNCTION TRIM(WS-CMD-NAME) " (next effective "
004682             WS-LATER-EFF ") are left as they are."
004683     END-IF
004684     IF WS-PICK-SUB = ZERO
004685         MOVE '(NONE)' TO WS-BEFORE-IMAGE
004686     ELSE
004687         MOVE WS-PICK-SUB TO WS-LIST-SUB
004688         PERFORM 7150-BUILD-FEED-LINE
004689             THRU 7150-EXIT
004690         MOVE WS-IMAGE-LINE TO WS-BEFORE-IMAGE
004691     END-IF
004692     IF WS-EXACT-SUB NOT = ZERO
004693         MOVE WS-EXACT-SUB TO WS-FEED-HIT-SUB
004694         DISPLAY "Note: the version of "
004695             FUNCTION TRIM(WS-CMD-NAME) " effective "
004696             WS-CMD-EFF-N " is corrected in place."
004697         GO TO 5650-EXIT
004698     END-IF
004699     ADD 1 TO WS-FEED-COUNT
004700     MOVE WS-FEED-COUNT TO WS-FEED-HIT-SUB
004701     IF WS-PICK-SUB NOT = ZERO
004702         MOVE WS-FEED-ENTRY(WS-PICK-SUB)
004703             TO WS-FEED-ENTRY(WS-FEED-HIT-SUB)
004704     END-IF
004705     MOVE WS-CMD-EFF-N TO WS-FEED-EFF(WS-FEED-HIT-SUB).
004706 5650-EXIT.
004707     EXIT.
004708******************************************************************
004709*  5700-FIND-NEXT-VERSION                                        *
004710*  STEPS THROUGH THE VERSIONS OF WS-PICK-NAME IN EFFECTIVE-DATE  *
004711*  ORDER (TABLE ORDER ON A TIE): THE NEXT ONE AFTER THE VERSION  *
004712*  AT WS-WALK-SUB/WS-WALK-EFF GOES TO WS-NEXT-SUB (ZERO = NO     *
004713*  MORE).  START WITH BOTH AT ZERO.                              *
004714******************************************************************
004715 5700-FIND-NEXT-VERSION.
004716     MOVE ZERO TO WS-NEXT-SUB
004717     MOVE ZERO TO WS-NEXT-EFF
004718     PERFORM 5710-CHECK-NEXT-VERSION
004719         THRU 5710-EXIT
004720         VARYING WS-SCAN-SUB FROM 1 BY 1
004721         UNTIL WS-SCAN-SUB > WS-FEED-COUNT.
004722 5700-EXIT.
004723     EXIT.
004724 5710-CHECK-NEXT-VERSION.
004725     IF FUNCTION TRIM(WS-FEED-NAME(WS-SCAN-SUB))
004726             NOT = FUNCTION TRIM(WS-PICK-NAME)
004727         GO TO 5710-EXIT
004728     END-IF
004729     IF WS-FEED-EFF(WS-SCAN-SUB) < WS-WALK-EFF
004730         GO TO 5710-EXIT
004731     END-IF
004732     IF WS-FEED-EFF(WS-SCAN-SUB) = WS-WALK-EFF
004733             AND WS-SCAN-SUB NOT > WS-WALK-SUB
004734         GO TO 5710-EXIT
004735     END-IF
004736     IF WS-NEXT-SUB = ZERO
004737             OR WS-FEED-EFF(WS-SCAN-SUB) < WS-NEXT-EFF
004738         MOVE WS-SCAN-SUB TO WS-NEXT-SUB
004739         MOVE WS-FEED-EFF(WS-SCAN-SUB) TO WS-NEXT-EFF
004740     END-IF.
004741 5710-EXIT.
004742     EXIT.
004743******************************************************************
004744*  5800-COUNT-FEEDS                                              *
004745*  DISTINCT FEED NAMES IN THE TABLE (THE 50-FEED LIMIT).         *
004746******************************************************************
004747 5800-COUNT-FEEDS.
004748     MOVE ZERO TO WS-NAME-COUNT
004749     PERFORM 5810-COUNT-ONE-NAME
004750         THRU 5810-EXIT
004751         VARYING WS-FEED-SUB FROM 1 BY 1
004752         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
004753 5800-EXIT.
004754     EXIT.
004755 5810-COUNT-ONE-NAME.
004756     PERFORM 5900-CHECK-FIRST-OF-NAME
004757         THRU 5900-EXIT
004758     IF WS-FIRST-OF-NAME
004759         ADD 1 TO WS-NAME-COUNT
004760     END-IF.
004761 5810-EXIT.
004762     EXIT.
004763******************************************************************
004764*  5900-CHECK-FIRST-OF-NAME                                      *
004765*  IS THE ENTRY AT WS-FEED-SUB THE FIRST VERSION OF ITS FEED IN  *
004766*  THE TABLE?                                                    *
004767******************************************************************
004768 5900-CHECK-FIRST-OF-NAME.
004769     SET WS-FIRST-OF-NAME TO TRUE
004770     PERFORM 5910-MATCH-EARLIER-NAME
004771         THRU 5910-EXIT
004772         VARYING WS-SCAN-SUB FROM 1 BY 1
004773         UNTIL WS-SCAN-SUB NOT < WS-FEED-SUB
004774            OR NOT WS-FIRST-OF-NAME.
004775 5900-EXIT.
004776     EXIT.
004777 5910-MATCH-EARLIER-NAME.
004778     IF FUNCTION TRIM(WS-FEED-NAME(WS-SCAN-SUB))
004779             = FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB))
004780         MOVE 'N' TO WS-FIRST-SWITCH
004781     END-IF.
004782 5910-EXIT.
004783     EXIT.
004784******************************************************************
004785*  6000-STORE-ENTRY                                              *
004786*  MOVES THE PARSED COMMAND FIELDS INTO THE TABLE SLOT AT        *
004787*  WS-FEED-HIT-SUB (SHARED BY THE LOADER, ADD AND CHANGE).  THE  *
004788*  EFFECTIVE DATE IS SET BY THE CALLER.                          *
004789******************************************************************
004790 6000-STORE-ENTRY.
004791     MOVE WS-CMD-NAME TO WS-FEED-NAME(WS-FEED-HIT-SUB)
004792     MOVE FUNCTION NUMVAL(WS-CMD-COLS)
004793         TO WS-FEED-COLS(WS-FEED-HIT-SUB)
004794     MOVE FUNCTION NUMVAL(WS-CMD-REQ-1)
004795         TO WS-FEED-REQ-1(WS-FEED-HIT-SUB)
004796     MOVE FUNCTION NUMVAL(WS-CMD-REQ-2)
004797         TO WS-FEED-REQ-2(WS-FEED-HIT-SUB)
004798     MOVE FUNCTION NUMVAL(WS-CMD-AMT)
004799         TO WS-FEED-AMT(WS-FEED-HIT-SUB)
004800     MOVE WS-CMD-ACTIVE TO WS-FEED-ACTIVE(WS-FEED-HIT-SUB)
004801     IF WS-CMD-DEST = SPACES
004802         MOVE '/upload' TO WS-FEED-DEST(WS-FEED-HIT-SUB)
004803     ELSE
004804         MOVE WS-CMD-DEST TO WS-FEED-DEST(WS-FEED-HIT-SUB)
004810     END-IF
004811*    LINES FROM BEFORE THE RUN-ORDER FIELD EXISTED CARRY NO
004812*    FOURTEENTH FIELD - THEY STAY OUT OF THE NIGHTLY CHAIN.
004813     IF WS-CMD-ORDER(1:2) IS NUMERIC
004814         MOVE FUNCTION NUMVAL(WS-CMD-ORDER)
004815             TO WS-FEED-ORDER(WS-FEED-HIT-SUB)
004816     ELSE
004817         MOVE ZERO TO WS-FEED-ORDER(WS-FEED-HIT-SUB)
004818     END-IF
004819     MOVE WS-CMD-DEPS TO WS-FEED-DEPS(WS-FEED-HIT-SUB)
004820     MOVE WS-CMD-HEADER TO WS-FEED-HEADER(WS-FEED-HIT-SUB)
004821*    REGISTRY LINES FROM BEFORE THE TOLERANCE FIELD EXISTED
004822*    CARRY NO TENTH FIELD - THEY TAKE THE DEFAULT BAND.
004845 6000-EXIT.
004846     EXIT.
004850******************************************************************
004851*  6500-JOURNAL-CHANGE                                           *
004852*  QUEUES THE TWO JOURNAL LINES FOR AN APPLIED CHANGE - THE      *
004853*  BEFORE IMAGE IN WS-BEFORE-IMAGE, THE AFTER IMAGE BUILT FROM   *
004854*  THE VERSION AT WS-FEED-HIT-SUB.  THEY ARE APPENDED TO THE     *
004855*  JOURNAL ONLY ONCE THE REWRITTEN REGISTRY IS IN PLACE (7600).  *
004856******************************************************************
004857 6500-JOURNAL-CHANGE.
004858     MOVE WS-FEED-HIT-SUB TO WS-LIST-SUB
004859     PERFORM 7150-BUILD-FEED-LINE
004860         THRU 7150-EXIT
004861     ACCEPT WS-NOW-TIME FROM TIME
004862     ADD 1 TO WS-JRN-COUNT
004863     MOVE SPACES TO WS-JRN-LINE(WS-JRN-COUNT)
004864     STRING FUNCTION TRIM(WS-JRN-ACTION) "|"
004865         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-HIT-SUB)) "|"
004866         WS-FEED-EFF(WS-FEED-HIT-SUB) "|"
004867         WS-TODAY-DATE "|" WS-NOW-TIME "|"
004868         FUNCTION TRIM(WS-RUN-USER) "|BEFORE|"
004869         FUNCTION TRIM(WS-BEFORE-IMAGE)
004870         DELIMITED BY SIZE
004871         INTO WS-JRN-LINE(WS-JRN-COUNT)
004872     END-STRING
004873     ADD 1 TO WS-JRN-COUNT
004874     MOVE SPACES TO WS-JRN-LINE(WS-JRN-COUNT)
004875     STRING FUNCTION TRIM(WS-JRN-ACTION) "|"
004876         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-HIT-SUB)) "|"
004877         WS-FEED-EFF(WS-FEED-HIT-SUB) "|"
004878         WS-TODAY-DATE "|" WS-NOW-TIME "|"
004879         FUNCTION TRIM(WS-RUN-USER) "|AFTER|"
004880         FUNCTION TRIM(WS-IMAGE-LINE)
004881         DELIMITED BY SIZE
004882         INTO WS-JRN-LINE(WS-JRN-COUNT)
004883     END-STRING.
004884 6500-EXIT.
004885     EXIT.
004886******************************************************************
004887*  7000-REWRITE-REGISTRY                                         *
004888*  WRITES THE TABLE BACK TO A WORK FILE AND SWAPS IT IN, SO A    *
004889*  FAILURE MID-WRITE NEVER LEAVES A HALF-WRITTEN REGISTRY FOR    *
004890*  THE NIGHTLY RUN TO LOAD.  EACH FEED'S VERSIONS ARE WRITTEN    *
004891*  TOGETHER IN EFFECTIVE-DATE ORDER.  THE CHANGE JOURNAL IS      *
004892*  APPENDED ONLY ONCE THE NEW REGISTRY IS IN PLACE.              *
004900******************************************************************
004910 7000-REWRITE-REGISTRY.
004920     MOVE SPACES TO WS-MOVE-COMMAND
005080     MOVE "* FEED REGISTRY - MAINTAINED WITH FEEDMAINT."
005090         TO REGISTRY-OUT-RECORD
005100     WRITE REGISTRY-OUT-RECORD
005102     MOVE SPACES TO REGISTRY-OUT-RECORD
005104     STRING "* RUN ORDER 00 KEEPS A FEED OUT OF THE NIGHTLY "
005106         "CHAIN (FEEDCHN).  DEPENDS-ON LISTS UP TO 3 PARENT "
005108         "FEEDS AS <csv-name>[:<col>]."
005113         DELIMITED BY SIZE
005114         INTO REGISTRY-OUT-RECORD
005115     END-STRING
005130     WRITE REGISTRY-OUT-RECORD
005131     MOVE SPACES TO REGISTRY-OUT-RECORD
005132     STRING "* FEED|name|cols|req1|req2|amt|active|dest|header|"
005133         "tol|mode|sla|sens|order|depends-on|effective-from"
005134         DELIMITED BY SIZE
005135         INTO REGISTRY-OUT-RECORD
005136     END-STRING
005137     WRITE REGISTRY-OUT-RECORD
005138     MOVE SPACES TO REGISTRY-OUT-RECORD
005139     STRING "* ONE LINE PER FEED PER EFFECTIVE-FROM DATE; THE "
005140         "VERSION IN FORCE ON A DATE HAS THE LATEST "
005141         "EFFECTIVE-FROM ON OR BEFORE IT (BLANK = FROM THE "
005142         "START)."
005143         DELIMITED BY SIZE
005144         INTO REGISTRY-OUT-RECORD
005145     END-STRING
005146     WRITE REGISTRY-OUT-RECORD
005147     PERFORM 7050-WRITE-ONE-NAME
005150         THRU 7050-EXIT
005160         VARYING WS-FEED-SUB FROM 1 BY 1
005170         UNTIL WS-FEED-SUB > WS-FEED-COUNT
005180     CLOSE REGISTRY-OUT-FILE
005250     CALL 'SYSTEM' USING WS-MOVE-COMMAND
005260         RETURNING WS-MOVE-RETURN-CODE
005270     IF WS-MOVE-RETURN-CODE = ZERO
005273         PERFORM 5800-COUNT-FEEDS
005276             THRU 5800-EXIT
005280         DISPLAY "Registry rewritten with " WS-NAME-COUNT
005285             " feeds (" WS-FEED-COUNT " versions)."
005290         PERFORM 7600-APPEND-JOURNAL
005295             THRU 7600-EXIT
005300     ELSE
005310         DISPLAY "Error: the rewritten registry could not be "
005320             "swapped into place."
005330         ADD 1 TO WS-COMMANDS-REJECTED
005340     END-IF.
005350 7000-EXIT.
005351     EXIT.
005352 7050-WRITE-ONE-NAME.
005353     PERFORM 5900-CHECK-FIRST-OF-NAME
005354         THRU 5900-EXIT
005355     IF NOT WS-FIRST-OF-NAME
005356         GO TO 7050-EXIT
005357     END-IF
005358     MOVE WS-FEED-NAME(WS-FEED-SUB) TO WS-PICK-NAME
005359     MOVE ZERO TO WS-WALK-SUB
005360     MOVE ZERO TO WS-WALK-EFF
005361     PERFORM 5700-FIND-NEXT-VERSION
005362         THRU 5700-EXIT
005363     PERFORM 7100-WRITE-ONE-FEED
005364         THRU 7100-EXIT
005365         UNTIL WS-NEXT-SUB = ZERO.
005366 7050-EXIT.
005367     EXIT.
005370 7100-WRITE-ONE-FEED.
005371     MOVE WS-NEXT-SUB TO WS-WALK-SUB
005372     MOVE WS-FEED-EFF(WS-WALK-SUB) TO WS-WALK-EFF
005373     MOVE WS-WALK-SUB TO WS-LIST-SUB
005374     PERFORM 7150-BUILD-FEED-LINE
005375         THRU 7150-EXIT
005380     MOVE WS-IMAGE-LINE TO REGISTRY-OUT-RECORD
005382     WRITE REGISTRY-OUT-RECORD
005384     PERFORM 5700-FIND-NEXT-VERSION
005386         THRU 5700-EXIT.
005388 7100-EXIT.
005390     EXIT.
005392******************************************************************
005394*  7150-BUILD-FEED-LINE                                          *
005396*  THE REGISTRY LINE FOR THE VERSION AT WS-LIST-SUB, INTO        *
005398*  WS-IMAGE-LINE (ALSO THE JOURNAL'S BEFORE/AFTER IMAGE).  A     *
005400*  VERSION IN FORCE SINCE THE START KEEPS A BLANK DATE.          *
005402******************************************************************
005404 7150-BUILD-FEED-LINE.
005406     MOVE SPACES TO WS-EFF-TEXT
005408     IF WS-FEED-EFF(WS-LIST-SUB) NOT = ZERO
005410         MOVE WS-FEED-EFF(WS-LIST-SUB) TO WS-EFF-TEXT
005412     END-IF
005414     MOVE SPACES TO WS-IMAGE-LINE
005416     STRING "FEED|"
005418         FUNCTION TRIM(WS-FEED-NAME(WS-LIST-SUB)) "|"
005420         WS-FEED-COLS(WS-LIST-SUB) "|"
005422         WS-FEED-REQ-1(WS-LIST-SUB) "|"
005424         WS-FEED-REQ-2(WS-LIST-SUB) "|"
005426         WS-FEED-AMT(WS-LIST-SUB) "|"
005428         WS-FEED-ACTIVE(WS-LIST-SUB) "|"
005430         FUNCTION TRIM(WS-FEED-DEST(WS-LIST-SUB)) "|"
005432         FUNCTION TRIM(WS-FEED-HEADER(WS-LIST-SUB)) "|"
005434         WS-FEED-TOL(WS-LIST-SUB) "|"
005436         WS-FEED-MODE(WS-LIST-SUB) "|"
005438         WS-FEED-SLA(WS-LIST-SUB) "|"
005440         WS-FEED-SENS(WS-LIST-SUB) "|"
005442         WS-FEED-ORDER(WS-LIST-SUB) "|"
005444         DELIMITED BY SIZE
005446         WS-FEED-DEPS(WS-LIST-SUB)
005448         DELIMITED BY SPACE
005450         "|"
005452         DELIMITED BY SIZE
005454         WS-EFF-TEXT
005456         DELIMITED BY SPACE
005458         INTO WS-IMAGE-LINE
005460     END-STRING.
005462 7150-EXIT.
005464     EXIT.
005466******************************************************************
005468*  7600-APPEND-JOURNAL                                           *
005470*  APPENDS THE QUEUED JOURNAL LINES TO THE CHANGE JOURNAL.       *
005472******************************************************************
005474 7600-APPEND-JOURNAL.
005476     IF WS-JRN-COUNT = ZERO
005478         GO TO 7600-EXIT
005480     END-IF
005482     MOVE REGHIST-FILE-NAME TO WS-RHS-DYNAMIC-FILE
005484     OPEN EXTEND REGHIST-FILE
005486     IF NOT WS-RHS-FILE-OK
005488         OPEN OUTPUT REGHIST-FILE
005490     END-IF
005492     IF NOT WS-RHS-FILE-OK
005494         DISPLAY "Error: unable to open the registry change "
005496             "journal " FUNCTION TRIM(REGHIST-FILE-NAME)
005498             " - the registry was updated but the changes are "
005500             "NOT journaled."
005502         ADD 1 TO WS-COMMANDS-REJECTED
005504         GO TO 7600-EXIT
005506     END-IF
005508     PERFORM 7610-WRITE-ONE-JOURNAL-LINE
005510         THRU 7610-EXIT
005512         VARYING WS-JRN-SUB FROM 1 BY 1
005514         UNTIL WS-JRN-SUB > WS-JRN-COUNT
005516     CLOSE REGHIST-FILE
005518     DISPLAY "Journal lines written: " WS-JRN-COUNT.
005520 7600-EXIT.
005522     EXIT.
005524 7610-WRITE-ONE-JOURNAL-LINE.
005526     MOVE WS-JRN-LINE(WS-JRN-SUB) TO REGHIST-RECORD
005528     WRITE REGHIST-RECORD.
005530 7610-EXIT.
005532     EXIT.
005534******************************************************************
005550*  9000-TERMINATE                                                *
005560******************************************************************
005570 9000-TERMINATE.
