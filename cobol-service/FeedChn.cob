000100******************************************************************
000110*  PROGRAM-ID.  FEEDCHN
000120*  AUTHOR.      D. OKAFOR - DATA INTEGRATION SUPPORT
000130*  INSTALLATION. ENTERPRISE DATA SERVICES
000140*  DATE-WRITTEN. 2026-10-15
000150*  DATE-COMPILED.
000160*
000170*  REMARKS.
000180*      NIGHTLY CHAIN DRIVER.  THE FEED REGISTRY CARRIES EACH
000190*      FEED'S RUN ORDER AND THE FEEDS IT DEPENDS ON, SO THE
000200*      NIGHTLY CHAIN IS BUILT FROM DATA INSTEAD OF ONE HAND-
000210*      EDITED UPLDCSVJ STEP (AND ONE LONGER COND= LIST) PER
000220*      FEED.  FOR EVERY ACTIVE FEED WITH A NONZERO RUN ORDER,
000230*      LOWEST ORDER FIRST, THIS STEP RUNS THE FEED'S OWN PASS
000240*      OF THE GATE AND UPLOAD PROGRAMS:
000250*        1 FEEDMON    - ARRIVAL PER THE FEED CALENDAR
000260*        2 FEEDTRND   - VOLUME/AMOUNT ANOMALY GATE
000270*        3 FEEDDLTA   - DELTA BUILD (MODE D FEEDS ONLY)
000280*        4 UPLOADXRF  - CROSS-FEED KEY CHECK AGAINST THE
000290*                       PARENT FEEDS (KEYED DEPENDENCIES ONLY)
000300*        5 POSNROLL   - ACCOUNT POSITION ROLL-FORWARD PROOF
000302*                       (THE POSITION FEED ONLY - CONFIG KEY
000304*                       POSITION-FEED, DEFAULT DAILY-ACCOUNTS.CSV)
000306*        6 UPLOADCSV  - THE UPLOAD ITSELF
000310*      EACH PROGRAM IS RUN WITH UPLOAD-CHAIN-FEED=<name> IN ITS
000320*      ENVIRONMENT SO IT WORKS ON THAT ONE FEED ONLY.  A FEED
000330*      WHOSE STEP FAILS STOPS THERE, AND ONLY THE FEEDS THAT
000340*      DEPEND ON IT (DIRECTLY OR THROUGH ANOTHER HELD FEED) ARE
000350*      HELD - EVERY INDEPENDENT FEED STILL GOES OUT.  A FEED
000360*      THE CALENDAR DOES NOT EXPECT TONIGHT (FEEDMON RC 16) IS
000370*      SKIPPED WITHOUT HOLDING ITS DEPENDENTS; THEIR OWN
000380*      FEEDMON AND CROSS-FEED CHECKS DECIDE FOR THEM.
000390*
000400*      EVERY STEP RESULT IS APPENDED TO A CHAIN-STATE FILE PER
000410*      BUSINESS DATE (/workspace/control/chain-state-YYYYMMDD
000420*      .dat).  RESUBMITTED FOR THE SAME DATE, THE DRIVER READS
000430*      IT BACK AND SKIPS EVERY STEP ALREADY DONE, SO AFTER A
000440*      FAILURE AT 03:00 THE OPERATOR RESUMES FROM THE FAILED
000450*      FEED'S FAILED STEP - THE GATES THAT ALREADY PASSED ARE
000460*      NOT RE-RUN.  SYSIN LINE 2 'FRESH' DISCARDS THE SAVED
000470*      STATE (A RESET LINE IS APPENDED, NOTHING IS DELETED).
000480*
000481*      BACKLOG CATCH-UP.  AN EXTRACT FOR A NIGHT THE CHAIN NEVER
000482*      RAN IS DROPPED IN /workspace/BACKLOG AS <name>.YYYYMMDD -
000483*      THE FILE NAME CARRIES ITS BUSINESS DATE.  WHILE A FEED HAS
000484*      ANY SUCH FILE DATED BEFORE THE RUN DATE THE NIGHTLY HOLDS
000485*      IT (AND ITS DEPENDENTS) - TONIGHT'S DELTA BASE AND TREND
000486*      MUST NOT GET AHEAD OF THE NIGHTS STILL MISSING.  SYSIN LINE
000487*      2 'CATCHUP' WORKS THROUGH THE BACKLOG DATES OLDEST FIRST.
000488*      FOR EACH DATE THE FEEDS WITH AN EXTRACT FOR IT RUN THEIR
000489*      SIX STEPS IN RUN ORDER  WITH THAT DATE AS THE RUN DATE AND
000490*      UPLOAD-BUS-DATE, UNDER THAT DATE'S OWN CHAIN-STATE FILE -
000491*      SO EACH DATE GETS ITS OWN GATE CHECKS, DELTA BASE, ARCHIVE
000492*      FOLDER, CHECKPOINT ENTRIES AND HISTORY RECORD.  THE DATED
000493*      FILE IS COPIED IN UNDER THE FEED'S OWN NAME FOR THE STEPS
000494*      (TONIGHT'S EXTRACT, IF ALREADY THERE, IS PARKED IN
000495*      /workspace/work AS <name>.parked AND PUT BACK ONCE THE
000496*      FEED'S BACKLOG IS CLEARED) AND REMOVED FROM BACKLOG WHEN
000497*      THE FEED COMPLETES FOR THAT DATE.  A DATE THE CALENDAR
000498*      DOES NOT EXPECT IS RENAMED <name>.YYYYMMDD.NEXP FOR REVIEW.
000499*      A FEED THAT FAILS OR IS HELD ON ONE DATE IS HELD ON EVERY
000500*      LATER DATE; RESUBMIT CATCHUP ONCE FIXED - EACH DATE RESUMES
000501*      FROM ITS SAVED CHAIN STATE.
000502*      ONCE A DATE'S FEEDS HAVE RUN, THE STATUS EXCEPTION REPORT
000503*      (STATEXC) IS RUN FOR IT IF THE TRANSACTIONS FEED (CONFIG
000504*      KEY POSITION-TRAN-FEED) UPLOADED FOR THAT DATE, AS THE
000505*      NIGHTLY RUNS IT AFTER THE CHAIN.  IT IS A REPORT, NOT A
000506*      GATE - ITS RETURN CODE HOLDS NOTHING.
000507*
000508*      SYSIN:  LINE 1 - RUN DATE (YYYYMMDD) OR CURRENT
000509*              LINE 2 - RESUME (DEFAULT), FRESH OR CATCHUP
000510*              LINE 3 - CATCHUP ONLY: ONE FEED NAME, OR ALL
000511*      THE LOAD MODULES ARE RUN FROM CHAIN-BIN-DIR IN THE
000520*      UPLOADER CONFIG FILE (DEFAULT /workspace/bin).
000530*
000540*      RETURN CODES:
000550*          0 = EVERY CHAINED FEED UPLOADED (OR WAS NOT EXPECTED)
000560*          8 = A FEED FAILED A STEP OR WAS HELD BEHIND ONE
000570*         12 = THE REGISTRY COULD NOT BE LOADED OR CHAINS NO
000580*              FEEDS
000590*
000600*  MODIFICATION HISTORY.
000610*      2026-10-15  DAO  INITIAL VERSION.
000611*      2026-10-15  DAO  BACKLOG CATCH-UP.  SYSIN LINE 2 'CATCHUP'
000612*                       RUNS EVERY DATED EXTRACT WAITING IN
000613*                       /workspace/BACKLOG, OLDEST BUSINESS DATE
000614*                       FIRST, EACH DATE AS ITS OWN NIGHT.  EVERY
000615*                       STEP NOW ALSO GETS UPLOAD-BUS-DATE, AND
000616*                       THE NIGHTLY HOLDS A FEED WHOSE BACKLOG IS
000617*                       STILL OUTSTANDING.
000618*      2026-10-15  DAO  POSNROLL STEP AHEAD OF THE POSITION FEED'S
000619*                       UPLOAD - AN OUT-OF-BALANCE NIGHT HOLDS
000620*                       THE ACCOUNTS FEED AND ITS DEPENDENTS.
000621*      2026-10-15  DAO  THE CHAIN IS BUILT FROM EACH FEED'S
000622*                       REGISTRY VERSION IN FORCE ON THE RUN DATE.
000623*      2026-10-15  DAO  A CATCH-UP NOW RUNS STATEXC FOR EACH
000624*                       BUSINESS DATE WHOSE TRANSACTIONS FEED IT
000625*                       UPLOADED, SO A BACKLOG DATE GETS ITS OWN
000626*                       STATUS EXCEPTION REPORT.
000627*      2026-10-15  DAO  THE STATEXC RESULT IS READ BACK WITH THE
000628*                       OTHER STEP STATES ON A RESUMED CATCH-UP.
000629******************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. FeedChn.
000650 AUTHOR. D. OKAFOR.
000660 INSTALLATION. ENTERPRISE DATA SERVICES.
000670 DATE-WRITTEN. 2026-10-15.
000680 DATE-COMPILED.
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REG-DYNAMIC-FILE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REG-FILE-STATUS.
000750     SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CFG-DYNAMIC-FILE
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CFG-FILE-STATUS.
000780     SELECT CHAIN-STATE-FILE
000790         ASSIGN TO DYNAMIC WS-STA-DYNAMIC-FILE
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-STA-FILE-STATUS.
000820     SELECT STEP-SYSIN-FILE
000830         ASSIGN TO DYNAMIC WS-SYS-DYNAMIC-FILE
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SYS-FILE-STATUS.
000860     SELECT STEP-RC-FILE ASSIGN TO DYNAMIC WS-SRC-DYNAMIC-FILE
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-SRC-FILE-STATUS.
000890     SELECT TIMING-LOG-FILE ASSIGN TO DYNAMIC WS-TML-DYNAMIC-FILE
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-TML-FILE-STATUS.
000912     SELECT BACKLOG-LIST-FILE
000914         ASSIGN TO DYNAMIC WS-BKL-DYNAMIC-FILE
000916         ORGANIZATION IS LINE SEQUENTIAL
000918         FILE STATUS IS WS-BKL-FILE-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  REGISTRY-FILE.
000950 01  REGISTRY-RECORD             PIC X(300).
000960 FD  CONFIG-FILE.
000970 01  CONFIG-RECORD               PIC X(100).
000980 FD  CHAIN-STATE-FILE.
000990 01  CHAIN-STATE-RECORD          PIC X(120).
001000 FD  STEP-SYSIN-FILE.
001010 01  STEP-SYSIN-RECORD           PIC X(100).
001020 FD  STEP-RC-FILE.
001030 01  STEP-RC-RECORD              PIC X(20).
001040 FD  TIMING-LOG-FILE.
001050 01  TIMING-LOG-RECORD           PIC X(130).
001053 FD  BACKLOG-LIST-FILE.
001056 01  BACKLOG-LIST-RECORD         PIC X(100).
001060 WORKING-STORAGE SECTION.
001070*---------------------------------------------------------------*
001080*    FEED REGISTRY - ONLY ACTIVE FEEDS WITH A RUN ORDER ARE     *
001090*    CHAINED                                                    *
001100*---------------------------------------------------------------*
001110 01  WS-REG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001120 01  WS-REGISTRY-FILE-NAME       PIC X(100) VALUE
001130      '/workspace/cobol-service/control/feed-registry.dat'.
001140 01  WS-REG-FILE-STATUS          PIC X(02) VALUE '00'.
001150     88  WS-REG-FILE-OK                       VALUE '00'.
001160     88  WS-REG-FILE-EOF                      VALUE '10'.
001170 01  WS-REG-TAG                  PIC X(08) VALUE SPACES.
001180 01  WS-REG-NAME                 PIC X(30) VALUE SPACES.
001190 01  WS-REG-COLS                 PIC X(02) VALUE SPACES.
001200 01  WS-REG-REQ-1                PIC X(02) VALUE SPACES.
001210 01  WS-REG-REQ-2                PIC X(02) VALUE SPACES.
001220 01  WS-REG-AMT                  PIC X(02) VALUE SPACES.
001230 01  WS-REG-ACTIVE               PIC X(01) VALUE SPACES.
001240 01  WS-REG-DEST                 PIC X(30) VALUE SPACES.
001250 01  WS-REG-HEADER               PIC X(200) VALUE SPACES.
001260 01  WS-REG-TOL                  PIC X(03) VALUE SPACES.
001270 01  WS-REG-MODE                 PIC X(01) VALUE SPACES.
001280 01  WS-REG-SLA                  PIC X(04) VALUE SPACES.
001290 01  WS-REG-SENS                 PIC X(02) VALUE SPACES.
001300 01  WS-REG-ORDER                PIC X(02) VALUE SPACES.
001310 01  WS-REG-DEPS                 PIC X(100) VALUE SPACES.
001312*---------------------------------------------------------------*
001314*    FEED-REGISTRY VERSION IN FORCE                             *
001316*---------------------------------------------------------------*
001318     COPY REGVER.
001320*---------------------------------------------------------------*
001330*    DEPENDS-ON LIST - UP TO THREE PARENT FEEDS, EACH OPTIONALLY *
001340*    CARRYING ':nn' (THE COLUMN IN THIS FEED HOLDING THE        *
001350*    PARENT'S KEY, WHICH MAKES IT A KEYED, CROSS-CHECKED        *
001360*    DEPENDENCY)                                                *
001370*---------------------------------------------------------------*
001380 01  WS-DEP-ITEM-TABLE.
001390     05  WS-DEP-ITEM             OCCURS 3 TIMES
001400                                 PIC X(34).
001410 01  WS-DEP-ITEM-SUB             PIC 9(01) COMP VALUE ZERO.
001420 01  WS-DEP-ITEM-NAME            PIC X(30) VALUE SPACES.
001430 01  WS-DEP-ITEM-COL             PIC X(02) VALUE SPACES.
001440*---------------------------------------------------------------*
001450*    CHAIN TABLE - ONE ENTRY PER CHAINED FEED, SORTED BY RUN    *
001460*    ORDER, WITH THE FEED-LEVEL AND STEP-LEVEL STATE            *
001470*---------------------------------------------------------------*
001480 01  WS-CHAIN-COUNT              PIC 9(02) COMP VALUE ZERO.
001490 01  WS-CHAIN-TABLE.
001500     05  WS-CHN-ENTRY            OCCURS 1 TO 50 TIMES
001510                                 DEPENDING ON WS-CHAIN-COUNT
001520                                 ASCENDING KEY IS WS-CHN-ORDER
001530                                 INDEXED BY WS-CHN-IDX.
001540         10  WS-CHN-ORDER        PIC 9(02).
001550         10  WS-CHN-NAME         PIC X(30).
001560         10  WS-CHN-MODE         PIC X(01).
001570         10  WS-CHN-KEYED-SW     PIC X(01).
001580         10  WS-CHN-DEP-COUNT    PIC 9(01).
001590         10  WS-CHN-DEP-NAME     OCCURS 3 TIMES
001600                                 PIC X(30).
001610         10  WS-CHN-FEED-STATE   PIC X(01).
001620         10  WS-CHN-STEP-STATE   OCCURS 7 TIMES
001630                                 PIC X(01).
001632         10  WS-CHN-BKL-COUNT    PIC 9(03).
001634         10  WS-CHN-BKL-DATE-SW  PIC X(01).
001636         10  WS-CHN-BLOCKED-SW   PIC X(01).
001640 01  WS-CHN-SUB                  PIC 9(02) COMP VALUE ZERO.
001650 01  WS-CHN-HIT-SUB              PIC 9(02) COMP VALUE ZERO.
001660 01  WS-CHN-HIT-SWITCH           PIC X(01) VALUE 'N'.
001670     88  WS-CHN-FEED-FOUND                    VALUE 'Y'.
001680 01  WS-CHN-DEP-SUB              PIC 9(01) COMP VALUE ZERO.
001690 01  WS-FIND-NAME                PIC X(30) VALUE SPACES.
001700*---------------------------------------------------------------*
001710*    THE SIX STEPS, IN THE ORDER EACH FEED RUNS THEM, AND THE   *
001715*    STATUS EXCEPTION REPORT A CATCH-UP RUNS AFTER EACH DATE    *
001720*---------------------------------------------------------------*
001730 01  WS-STEP-NAME-VALUES.
001740     05  FILLER                  PIC X(10) VALUE 'FEEDMON'.
001750     05  FILLER                  PIC X(10) VALUE 'FEEDTRND'.
001760     05  FILLER                  PIC X(10) VALUE 'FEEDDLTA'.
001770     05  FILLER                  PIC X(10) VALUE 'UPLOADXRF'.
001775     05  FILLER                  PIC X(10) VALUE 'POSNROLL'.
001780     05  FILLER                  PIC X(10) VALUE 'UPLOADCSV'.
001785     05  FILLER                  PIC X(10) VALUE 'STATEXC'.
001790 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
001800     05  WS-STEP-NAME            OCCURS 7 TIMES
001810                                 PIC X(10).
001820 01  WS-STEP-COUNT               PIC 9(01) COMP VALUE 6.
001825 01  WS-STATE-STEP-COUNT         PIC 9(01) COMP VALUE 7.
001830 01  WS-STEP-SUB                 PIC 9(01) COMP VALUE ZERO.
001840 01  WS-STEP-HIT-SUB             PIC 9(01) COMP VALUE ZERO.
001850 01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
001860 01  WS-STEP-STATUS              PIC X(04) VALUE SPACES.
001870 01  WS-FEED-STOP-SWITCH         PIC X(01) VALUE 'N'.
001880     88  WS-FEED-STOPPED                      VALUE 'Y'.
001890 01  WS-HOLD-PARENT              PIC X(30) VALUE SPACES.
001895 01  WS-HOLD-REASON              PIC X(70) VALUE SPACES.
001900*---------------------------------------------------------------*
001910*    RUN DATE AND RUN OPTION                                    *
001920*---------------------------------------------------------------*
001930 01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACES.
001940 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001945 01  WS-RUN-OPTION               PIC X(08) VALUE SPACES.
001950     88  WS-FRESH-RUN                         VALUE 'FRESH'.
001955     88  WS-CATCHUP-RUN                       VALUE 'CATCHUP'.
001960 01  WS-CATCHUP-FEED             PIC X(30) VALUE SPACES.
001965 01  WS-CHAIN-RUN-DATE           PIC 9(08) VALUE ZERO.
001970*---------------------------------------------------------------*
001980*    CONFIG FILE (SAME FILE THE UPLOADER READS)                 *
001990*---------------------------------------------------------------*
002000 01  WS-CFG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002010 01  WS-CONFIG-FILE-NAME         PIC X(100)
002020         VALUE '/workspace/config/uploadcsv.cfg'.
002030 01  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
002040     88  WS-CFG-FILE-OK                       VALUE '00'.
002050     88  WS-CFG-FILE-EOF                      VALUE '10'.
002060 01  WS-CFG-KEY                  PIC X(20) VALUE SPACES.
002070 01  WS-CFG-VALUE                PIC X(60) VALUE SPACES.
002080 01  WS-CHAIN-BIN-DIR            PIC X(60)
002090         VALUE '/workspace/bin'.
002092 01  WS-POSITION-FEED            PIC X(30)
002094         VALUE 'daily-accounts.csv'.
002096 01  WS-TRAN-FEED                PIC X(30)
002098         VALUE 'daily-transactions.csv'.
002100*---------------------------------------------------------------*
002110*    CHAIN-STATE FILE - ONE LINE PER STEP RESULT:               *
002120*      STEP|feed|step|DONE/SKIP/NEXP/FAIL/HELD|rc|date|time     *
002130*      RESET|date|time                                          *
002140*---------------------------------------------------------------*
002150 01  WS-STA-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002160 01  WS-STATE-FILE-NAME          PIC X(100) VALUE SPACES.
002170 01  WS-STA-FILE-STATUS          PIC X(02) VALUE '00'.
002180     88  WS-STA-FILE-OK                       VALUE '00'.
002190     88  WS-STA-FILE-EOF                      VALUE '10'.
002200 01  WS-STA-TAG                  PIC X(08) VALUE SPACES.
002210 01  WS-STA-FEED                 PIC X(30) VALUE SPACES.
002220 01  WS-STA-STEP                 PIC X(10) VALUE SPACES.
002230 01  WS-STA-STATUS               PIC X(04) VALUE SPACES.
002240 01  WS-STA-DATE                 PIC 9(08) VALUE ZERO.
002250 01  WS-STA-TIME                 PIC 9(08) VALUE ZERO.
002260 01  WS-STA-LINES-LOADED         PIC 9(05) VALUE ZERO.
002270*---------------------------------------------------------------*
002280*    STEP INVOCATION - SYSIN WORK FILE, WORK CONTROL FILE FOR   *
002290*    THE UPLOAD STEP, THE SHELL COMMAND AND ITS CAPTURED RC     *
002300*---------------------------------------------------------------*
002310 01  WS-SYS-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002320 01  WS-SYSIN-WORK-NAME          PIC X(100)
002330         VALUE '/workspace/work/chain-step.sysin'.
002340 01  WS-SYS-FILE-STATUS          PIC X(02) VALUE '00'.
002350     88  WS-SYS-FILE-OK                       VALUE '00'.
002360 01  WS-CTL-WORK-NAME            PIC X(100) VALUE SPACES.
002370 01  WS-SRC-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002380 01  WS-RC-WORK-NAME             PIC X(100)
002390         VALUE '/workspace/work/chain-step.rc'.
002400 01  WS-SRC-FILE-STATUS          PIC X(02) VALUE '00'.
002410     88  WS-SRC-FILE-OK                       VALUE '00'.
002420 01  WS-COMMAND                  PIC X(500) VALUE SPACES.
002430 01  WS-COMMAND-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
002431*---------------------------------------------------------------*
002432*    BACKLOG EXTRACTS - /workspace/BACKLOG/<name>.YYYYMMDD, READ *
002433*    THROUGH AN ls LISTING.  EACH FEED/DATE PAIR IS TABLED, AND  *
002434*    THE DISTINCT DATES SORTED OLDEST FIRST FOR THE CATCH-UP     *
002435*---------------------------------------------------------------*
002436 01  WS-BKL-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002437 01  WS-BKL-LIST-NAME            PIC X(100)
002438         VALUE '/workspace/work/chain-backlog.lst'.
002439 01  WS-BKL-FILE-STATUS          PIC X(02) VALUE '00'.
002440     88  WS-BKL-FILE-OK                       VALUE '00'.
002441     88  WS-BKL-FILE-EOF                      VALUE '10'.
002442 01  WS-BKL-NAME                 PIC X(100) VALUE SPACES.
002443 01  WS-BKL-LEN                  PIC 9(03) COMP VALUE ZERO.
002444 01  WS-BKL-DATE-TEXT            PIC X(08) VALUE SPACES.
002445 01  WS-BKL-DATE-NUM             PIC 9(08) VALUE ZERO.
002446 01  WS-BKL-PAIR-COUNT           PIC 9(03) COMP VALUE ZERO.
002447 01  WS-BKL-PAIR-TABLE.
002448     05  WS-BKL-PAIR             OCCURS 200 TIMES.
002449         10  WS-BKL-PAIR-CHN     PIC 9(02).
002450         10  WS-BKL-PAIR-DATE    PIC 9(08).
002451 01  WS-BKL-DATE-COUNT           PIC 9(03) COMP VALUE ZERO.
002452 01  WS-BKL-DATE-TABLE.
002453     05  WS-BKL-DATE-ENTRY       OCCURS 1 TO 100 TIMES
002454                                 DEPENDING ON WS-BKL-DATE-COUNT
002455                                 ASCENDING KEY IS WS-BKL-DATE.
002456         10  WS-BKL-DATE         PIC 9(08).
002457 01  WS-BKL-DATE-SUB             PIC 9(03) COMP VALUE ZERO.
002458 01  WS-BKL-SCAN-SUB             PIC 9(03) COMP VALUE ZERO.
002459 01  WS-BKL-DATE-SEEN-SW         PIC X(01) VALUE 'N'.
002460     88  WS-BKL-DATE-SEEN                     VALUE 'Y'.
002461 01  WS-STAGE-SWITCH             PIC X(01) VALUE 'N'.
002462     88  WS-BACKLOG-STAGED                    VALUE 'Y'.
002463 01  WS-SAVED-STATE-SWITCH       PIC X(01) VALUE 'N'.
002464     88  WS-FEED-HAS-SAVED-STATE              VALUE 'Y'.
002465*---------------------------------------------------------------*
002466*    RESULT ROLL-UP                                             *
002467*---------------------------------------------------------------*
002470 01  WS-FEEDS-DONE               PIC 9(03) VALUE ZERO.
002480 01  WS-FEEDS-FAILED             PIC 9(03) VALUE ZERO.
002490 01  WS-FEEDS-HELD               PIC 9(03) VALUE ZERO.
002500 01  WS-FEEDS-NOT-EXPECTED       PIC 9(03) VALUE ZERO.
002510 01  WS-REGISTRY-BAD-SWITCH      PIC X(01) VALUE 'N'.
002520     88  WS-REGISTRY-UNUSABLE                 VALUE 'Y'.
002530*---------------------------------------------------------------*
002540*    STEP TIMING LOG - ONE START AND ONE END LINE PER RUN       *
002550*    (TIMING|step|context|event|date|time|elapsed|rc), READ BY  *
002560*    THE MONTHLY BATCH-WINDOW/SLA REPORT (SLARPT).              *
002570*---------------------------------------------------------------*
002580 01  WS-TML-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002590 01  WS-TIMING-LOG-NAME          PIC X(100)
002600         VALUE '/workspace/audit/step-timing.log'.
002610 01  WS-TML-FILE-STATUS          PIC X(02) VALUE '00'.
002620     88  WS-TML-FILE-OK                       VALUE '00'.
002630 01  WS-TIM-STEP-NAME            PIC X(12) VALUE 'FEEDCHN'.
002640 01  WS-TIM-CONTEXT              PIC X(40) VALUE '*'.
002650 01  WS-TIM-EVENT                PIC X(05) VALUE SPACES.
002660 01  WS-TIM-DATE                 PIC 9(08) VALUE ZERO.
002670 01  WS-TIM-TIME                 PIC 9(08) VALUE ZERO.
002680 01  WS-TIM-TIME-X REDEFINES WS-TIM-TIME.
002690     05  WS-TIM-HH               PIC 9(02).
002700     05  WS-TIM-MM               PIC 9(02).
002710     05  WS-TIM-SS               PIC 9(02).
002720     05  FILLER                  PIC 9(02).
002730 01  WS-TIM-START-SECS           PIC 9(06) COMP VALUE ZERO.
002740 01  WS-TIM-NOW-SECS             PIC 9(06) COMP VALUE ZERO.
002750 01  WS-TIM-ELAPSED              PIC 9(06) VALUE ZERO.
002760 01  WS-TIM-RC                   PIC 9(04) VALUE ZERO.
002770 01  WS-TIM-MKDIR-COMMAND        PIC X(40)
002780         VALUE 'mkdir -p /workspace/audit'.
002790 01  WS-TIM-MKDIR-RC             PIC 9(04) COMP VALUE ZERO.
002800 PROCEDURE DIVISION.
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE
002830         THRU 1000-EXIT
002840     PERFORM 8800-TIMING-START
002850         THRU 8800-EXIT
002860     PERFORM 2000-LOAD-REGISTRY
002870         THRU 2000-EXIT
002873     IF NOT WS-REGISTRY-UNUSABLE
002876         PERFORM 2500-LOAD-BACKLOG
002879             THRU 2500-EXIT
002882     END-IF
002885     IF NOT WS-REGISTRY-UNUSABLE AND WS-CATCHUP-RUN
002888         PERFORM 6000-CATCH-UP-ONE-DATE
002891             THRU 6000-EXIT
002894             VARYING WS-BKL-DATE-SUB FROM 1 BY 1
002897             UNTIL WS-BKL-DATE-SUB > WS-BKL-DATE-COUNT
002900         PERFORM 6500-UNPARK-ONE-FEED
002903             THRU 6500-EXIT
002906             VARYING WS-CHN-SUB FROM 1 BY 1
002909             UNTIL WS-CHN-SUB > WS-CHAIN-COUNT
002912     END-IF
002915     IF NOT WS-REGISTRY-UNUSABLE AND NOT WS-CATCHUP-RUN
002918         PERFORM 3000-LOAD-CHAIN-STATE
002921             THRU 3000-EXIT
002924         PERFORM 4000-RUN-ONE-FEED
002927             THRU 4000-EXIT
002930             VARYING WS-CHN-SUB FROM 1 BY 1
002933             UNTIL WS-CHN-SUB > WS-CHAIN-COUNT
002936     END-IF
002960     PERFORM 9000-TERMINATE
002970         THRU 9000-EXIT
002980     PERFORM 8810-TIMING-END
002990         THRU 8810-EXIT
003000     STOP RUN.
003010 0000-MAINLINE-EXIT.
003020     EXIT.
003030******************************************************************
003037******************************************************************
003044*  1000-INITIALIZE                                               *
003051*  READS THE RUN DATE ('CURRENT' OR YYYYMMDD FOR A RERUN), THE   *
003058*  RUN OPTION AND - FOR A CATCH-UP - THE FEED TO CATCH UP FROM   *
003065*  SYSIN, THE LOAD-MODULE FOLDER FROM THE CONFIG FILE, AND NAMES *
003072*  THE BUSINESS DATE'S CHAIN-STATE FILE.                         *
003079******************************************************************
003090 1000-INITIALIZE.
003100     DISPLAY "Enter the run date (YYYYMMDD) or CURRENT: "
003110     ACCEPT WS-RUN-DATE-PARM
003120     IF WS-RUN-DATE-PARM = 'CURRENT'
003130             OR WS-RUN-DATE-PARM = SPACES
003140         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003150     ELSE
003160         MOVE FUNCTION NUMVAL(WS-RUN-DATE-PARM) TO WS-RUN-DATE
003170     END-IF
003174     DISPLAY "Enter the run option (RESUME, FRESH or CATCHUP): "
003178     ACCEPT WS-RUN-OPTION
003182     IF WS-CATCHUP-RUN
003186         DISPLAY "Enter the feed to catch up (or ALL): "
003190         ACCEPT WS-CATCHUP-FEED
003194         IF WS-CATCHUP-FEED = 'ALL'
003198             MOVE SPACES TO WS-CATCHUP-FEED
003202         END-IF
003206     END-IF
003210     IF NOT WS-FRESH-RUN AND NOT WS-CATCHUP-RUN
003214         MOVE 'RESUME' TO WS-RUN-OPTION
003218     END-IF
003222     MOVE WS-RUN-DATE TO WS-CHAIN-RUN-DATE
003230     MOVE WS-CONFIG-FILE-NAME TO WS-CFG-DYNAMIC-FILE
003240     OPEN INPUT CONFIG-FILE
003250     IF WS-CFG-FILE-OK
003260         PERFORM 1100-READ-ONE-CONFIG-LINE
003270             THRU 1100-EXIT
003280             UNTIL WS-CFG-FILE-EOF
003290         CLOSE CONFIG-FILE
003300     END-IF
003310     PERFORM 1200-NAME-STATE-FILE
003320         THRU 1200-EXIT
003370     MOVE "mkdir -p /workspace/work /workspace/control"
003380         TO WS-COMMAND
003390     CALL 'SYSTEM' USING WS-COMMAND
003400         RETURNING WS-COMMAND-RETURN-CODE
003410     DISPLAY "FEEDCHN  RUN DATE " WS-RUN-DATE
003420         "  OPTION " WS-RUN-OPTION
003430         "  STATE " WS-STATE-FILE-NAME(1:60).
003440 1000-EXIT.
003450     EXIT.
003460 1100-READ-ONE-CONFIG-LINE.
003470     READ CONFIG-FILE
003480         AT END
003490             GO TO 1100-EXIT
003500     END-READ
003510     MOVE SPACES TO WS-CFG-KEY
003520     MOVE SPACES TO WS-CFG-VALUE
003530     UNSTRING CONFIG-RECORD DELIMITED BY '='
003540         INTO WS-CFG-KEY WS-CFG-VALUE
003550     END-UNSTRING
003560     IF WS-CFG-KEY = 'CHAIN-BIN-DIR'
003570             AND WS-CFG-VALUE NOT = SPACES
003580         MOVE WS-CFG-VALUE TO WS-CHAIN-BIN-DIR
003585     END-IF
003586     IF WS-CFG-KEY = 'POSITION-FEED'
003587             AND WS-CFG-VALUE NOT = SPACES
003588         MOVE WS-CFG-VALUE TO WS-POSITION-FEED
003589     END-IF
003590     IF WS-CFG-KEY = 'POSITION-TRAN-FEED'
003591             AND WS-CFG-VALUE NOT = SPACES
003592         MOVE WS-CFG-VALUE TO WS-TRAN-FEED
003593     END-IF.
003600 1100-EXIT.
003610     EXIT.
003611******************************************************************
003612*  1200-NAME-STATE-FILE                                          *
003613*  ONE CHAIN-STATE FILE PER BUSINESS DATE - A CATCH-UP NAMES A   *
003614*  NEW ONE FOR EACH BACKLOG DATE IT WORKS ON.                    *
003615******************************************************************
003616 1200-NAME-STATE-FILE.
003617     MOVE SPACES TO WS-STATE-FILE-NAME
003618     STRING "/workspace/control/chain-state-" WS-RUN-DATE
003619         ".dat"
003620         DELIMITED BY SIZE
003621         INTO WS-STATE-FILE-NAME
003622     END-STRING.
003623 1200-EXIT.
003624     EXIT.
003625******************************************************************
003630*  2000-LOAD-REGISTRY                                            *
003640*  KEEPS EVERY ACTIVE FEED WITH A NONZERO RUN ORDER - A FEED     *
003650*  WITH RUN ORDER 00 (E.G. THE MONTH-END SUMMARY) IS RUN BY ITS  *
003660*  OWN JOB AND IS NOT PART OF THE NIGHTLY CHAIN - THEN SORTS     *
003670*  THE TABLE INTO RUN ORDER.                                     *
003675*  ONLY EACH FEED'S VERSION IN FORCE ON THE RUN DATE IS LOADED.  *
003680******************************************************************
003690 2000-LOAD-REGISTRY.
003700     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
003710     OPEN INPUT REGISTRY-FILE
003720     IF NOT WS-REG-FILE-OK
003730         DISPLAY "Error: feed registry "
003740             WS-REGISTRY-FILE-NAME " could not be opened - "
003750             "the chain cannot be built."
003760         SET WS-REGISTRY-UNUSABLE TO TRUE
003770         GO TO 2000-EXIT
003780     END-IF
003782     MOVE WS-RUN-DATE TO REGVER-AS-OF-DATE
003784     PERFORM 8400-PICK-REGISTRY-VERSIONS
003786         THRU 8400-EXIT
003790     PERFORM 2100-LOAD-ONE-FEED
003800         THRU 2100-EXIT
003810         UNTIL WS-REG-FILE-EOF
003820     CLOSE REGISTRY-FILE
003830     IF WS-CHAIN-COUNT = ZERO
003840         DISPLAY "Error: no active feed in the registry carries "
003850             "a run order - nothing to chain."
003860         SET WS-REGISTRY-UNUSABLE TO TRUE
003870         GO TO 2000-EXIT
003880     END-IF
003890     SORT WS-CHN-ENTRY ASCENDING WS-CHN-ORDER
003900     DISPLAY "Feeds in tonight's chain: " WS-CHAIN-COUNT.
003910 2000-EXIT.
003920     EXIT.
004020 2100-LOAD-ONE-FEED.
004021     READ REGISTRY-FILE
004022         AT END
004023             GO TO 2100-EXIT
004024     END-READ
004025     ADD 1 TO REGVER-LINE-NO
004026     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
004027         GO TO 2100-EXIT
004028     END-IF
004029     MOVE SPACES TO WS-REG-TAG
004030     MOVE SPACES TO WS-REG-NAME
004031     MOVE SPACES TO WS-REG-COLS
004040     MOVE SPACES TO WS-REG-REQ-1
004050     MOVE SPACES TO WS-REG-REQ-2
004060     MOVE SPACES TO WS-REG-AMT
004070     MOVE SPACES TO WS-REG-ACTIVE
004080     MOVE SPACES TO WS-REG-DEST
004090     MOVE SPACES TO WS-REG-HEADER
004100     MOVE SPACES TO WS-REG-TOL
004110     MOVE SPACES TO WS-REG-MODE
004120     MOVE SPACES TO WS-REG-SLA
004130     MOVE SPACES TO WS-REG-SENS
004140     MOVE SPACES TO WS-REG-ORDER
004150     MOVE SPACES TO WS-REG-DEPS
004160     UNSTRING REGISTRY-RECORD DELIMITED BY '|'
004170         INTO WS-REG-TAG WS-REG-NAME WS-REG-COLS
004180              WS-REG-REQ-1 WS-REG-REQ-2 WS-REG-AMT
004190              WS-REG-ACTIVE WS-REG-DEST WS-REG-HEADER
004200              WS-REG-TOL WS-REG-MODE WS-REG-SLA
004210              WS-REG-SENS WS-REG-ORDER WS-REG-DEPS
004220     END-UNSTRING
004230     IF WS-REG-TAG NOT = 'FEED'
004240             OR WS-REG-ACTIVE NOT = 'Y'
004250         GO TO 2100-EXIT
004260     END-IF
004261     PERFORM 8430-CHECK-VERSION-IN-FORCE
004262         THRU 8430-EXIT
004263     IF NOT REGVER-IN-FORCE
004264         GO TO 2100-EXIT
004265     END-IF
004270*    LINES FROM BEFORE THE RUN-ORDER FIELD EXISTED CARRY NO
004280*    FOURTEENTH FIELD - THEY ARE NOT CHAINED.
004290     IF WS-REG-ORDER(1:2) IS NOT NUMERIC
004300             OR WS-REG-ORDER = '00'
004310         GO TO 2100-EXIT
004320     END-IF
004330     IF WS-CHAIN-COUNT = 50
004340         DISPLAY "Warning: more than 50 chained feeds - "
004350             WS-REG-NAME " ignored."
004360         GO TO 2100-EXIT
004370     END-IF
004380     ADD 1 TO WS-CHAIN-COUNT
004390     MOVE FUNCTION NUMVAL(WS-REG-ORDER)
004400         TO WS-CHN-ORDER(WS-CHAIN-COUNT)
004410     MOVE WS-REG-NAME TO WS-CHN-NAME(WS-CHAIN-COUNT)
004420     IF WS-REG-MODE = 'D'
004430         MOVE 'D' TO WS-CHN-MODE(WS-CHAIN-COUNT)
004440     ELSE
004450         MOVE 'F' TO WS-CHN-MODE(WS-CHAIN-COUNT)
004460     END-IF
004470     MOVE 'N' TO WS-CHN-KEYED-SW(WS-CHAIN-COUNT)
004480     MOVE ZERO TO WS-CHN-DEP-COUNT(WS-CHAIN-COUNT)
004490     MOVE SPACES TO WS-CHN-DEP-NAME(WS-CHAIN-COUNT, 1)
004500     MOVE SPACES TO WS-CHN-DEP-NAME(WS-CHAIN-COUNT, 2)
004510     MOVE SPACES TO WS-CHN-DEP-NAME(WS-CHAIN-COUNT, 3)
004520     MOVE SPACE TO WS-CHN-FEED-STATE(WS-CHAIN-COUNT)
004522     MOVE ZERO TO WS-CHN-BKL-COUNT(WS-CHAIN-COUNT)
004524     MOVE 'N' TO WS-CHN-BKL-DATE-SW(WS-CHAIN-COUNT)
004526     MOVE 'N' TO WS-CHN-BLOCKED-SW(WS-CHAIN-COUNT)
004530     PERFORM 2120-CLEAR-ONE-STEP
004540         THRU 2120-EXIT
004550         VARYING WS-STEP-SUB FROM 1 BY 1
004560         UNTIL WS-STEP-SUB > WS-STATE-STEP-COUNT
004570     IF WS-REG-DEPS = SPACES
004580         GO TO 2100-EXIT
004590     END-IF
004600     MOVE SPACES TO WS-DEP-ITEM-TABLE
004610     UNSTRING WS-REG-DEPS DELIMITED BY ','
004620         INTO WS-DEP-ITEM(1) WS-DEP-ITEM(2) WS-DEP-ITEM(3)
004630     END-UNSTRING
004640     PERFORM 2110-STORE-ONE-DEP
004650         THRU 2110-EXIT
004660         VARYING WS-DEP-ITEM-SUB FROM 1 BY 1
004670         UNTIL WS-DEP-ITEM-SUB > 3.
004680 2100-EXIT.
004690     EXIT.
004700 2110-STORE-ONE-DEP.
004710     IF WS-DEP-ITEM(WS-DEP-ITEM-SUB) = SPACES
004720         GO TO 2110-EXIT
004730     END-IF
004740     MOVE SPACES TO WS-DEP-ITEM-NAME
004750     MOVE SPACES TO WS-DEP-ITEM-COL
004760     UNSTRING WS-DEP-ITEM(WS-DEP-ITEM-SUB) DELIMITED BY ':'
004770         INTO WS-DEP-ITEM-NAME WS-DEP-ITEM-COL
004780     END-UNSTRING
004790     ADD 1 TO WS-CHN-DEP-COUNT(WS-CHAIN-COUNT)
004800     MOVE FUNCTION TRIM(WS-DEP-ITEM-NAME)
004810         TO WS-CHN-DEP-NAME(WS-CHAIN-COUNT,
004820             WS-CHN-DEP-COUNT(WS-CHAIN-COUNT))
004830     IF WS-DEP-ITEM-COL(1:2) IS NUMERIC
004840             AND WS-DEP-ITEM-COL NOT = '00'
004850         MOVE 'Y' TO WS-CHN-KEYED-SW(WS-CHAIN-COUNT)
004860     END-IF.
004870 2110-EXIT.
004880     EXIT.
004890 2120-CLEAR-ONE-STEP.
004900     MOVE SPACE TO WS-CHN-STEP-STATE(WS-CHAIN-COUNT, WS-STEP-SUB).
004910 2120-EXIT.
004911     EXIT.
004912******************************************************************
004913*  2500-LOAD-BACKLOG                                             *
004914*  LISTS /workspace/BACKLOG AND TABLES EVERY <name>.YYYYMMDD     *
004915*  WHOSE NAME IS A FEED IN THE CHAIN AND WHOSE DATE IS BEFORE    *
004916*  THE RUN DATE.  THE NIGHTLY USES THE PER-FEED COUNT TO HOLD A  *
004917*  FEED THAT IS BEHIND; A CATCH-UP (LIMITED TO ONE FEED WHEN     *
004918*  SYSIN NAMED ONE) WORKS THROUGH THE SORTED DATES.              *
004919******************************************************************
004920 2500-LOAD-BACKLOG.
004921     MOVE ZERO TO WS-BKL-PAIR-COUNT
004922     MOVE ZERO TO WS-BKL-DATE-COUNT
004923     MOVE SPACES TO WS-COMMAND
004924     STRING "mkdir -p /workspace/BACKLOG; "
004925         "ls -1 /workspace/BACKLOG"
004926         " > " FUNCTION TRIM(WS-BKL-LIST-NAME) " 2>/dev/null"
004927         DELIMITED BY SIZE
004928         INTO WS-COMMAND
004929     END-STRING
004930     CALL 'SYSTEM' USING WS-COMMAND
004931         RETURNING WS-COMMAND-RETURN-CODE
004932     MOVE WS-BKL-LIST-NAME TO WS-BKL-DYNAMIC-FILE
004933     OPEN INPUT BACKLOG-LIST-FILE
004934     IF NOT WS-BKL-FILE-OK
004935         MOVE '00' TO WS-BKL-FILE-STATUS
004936         GO TO 2500-EXIT
004937     END-IF
004938     PERFORM 2510-LOAD-ONE-BACKLOG-FILE
004939         THRU 2510-EXIT
004940         UNTIL WS-BKL-FILE-EOF
004941     CLOSE BACKLOG-LIST-FILE
004942     MOVE '00' TO WS-BKL-FILE-STATUS
004943     IF WS-BKL-DATE-COUNT > 1
004944         SORT WS-BKL-DATE-ENTRY ASCENDING WS-BKL-DATE
004945     END-IF
004946     IF WS-BKL-PAIR-COUNT > ZERO
004947         DISPLAY "Backlog extracts waiting: " WS-BKL-PAIR-COUNT
004948             " over " WS-BKL-DATE-COUNT " business date(s)."
004949     END-IF.
004950 2500-EXIT.
004951     EXIT.
004952 2510-LOAD-ONE-BACKLOG-FILE.
004953     READ BACKLOG-LIST-FILE
004954         AT END
004955             GO TO 2510-EXIT
004956     END-READ
004957     MOVE BACKLOG-LIST-RECORD TO WS-BKL-NAME
004958     IF WS-BKL-NAME = SPACES
004959         GO TO 2510-EXIT
004960     END-IF
004961     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BKL-NAME TRAILING))
004962         TO WS-BKL-LEN
004963     IF WS-BKL-LEN < 10
004964         GO TO 2510-EXIT
004965     END-IF
004966*    <name>.NEXP AND ANYTHING ELSE NOT ENDING .YYYYMMDD IS LEFT
004967*    ALONE
004968     IF WS-BKL-NAME(WS-BKL-LEN - 8:1) NOT = '.'
004969         GO TO 2510-EXIT
004970     END-IF
004971     MOVE WS-BKL-NAME(WS-BKL-LEN - 7:8) TO WS-BKL-DATE-TEXT
004972     IF WS-BKL-DATE-TEXT IS NOT NUMERIC
004973         GO TO 2510-EXIT
004974     END-IF
004975     MOVE WS-BKL-DATE-TEXT TO WS-BKL-DATE-NUM
004976     MOVE SPACES TO WS-FIND-NAME
004977     MOVE WS-BKL-NAME(1:WS-BKL-LEN - 9) TO WS-FIND-NAME
004978     PERFORM 7000-FIND-CHAIN-FEED
004979         THRU 7000-EXIT
004980     IF NOT WS-CHN-FEED-FOUND
004981         DISPLAY "Note: backlog file " WS-BKL-NAME(1:60)
004982             " is not for a feed in the chain - ignored."
004983         GO TO 2510-EXIT
004984     END-IF
004985     IF WS-BKL-DATE-NUM NOT < WS-CHAIN-RUN-DATE
004986         DISPLAY "Warning: backlog file " WS-BKL-NAME(1:60)
004987             " is not dated before " WS-CHAIN-RUN-DATE
004988             " - ignored."
004989         GO TO 2510-EXIT
004990     END-IF
004991     IF WS-CATCHUP-RUN AND WS-CATCHUP-FEED NOT = SPACES
004992             AND WS-FIND-NAME NOT = WS-CATCHUP-FEED
004993         GO TO 2510-EXIT
004994     END-IF
004995     IF WS-BKL-PAIR-COUNT NOT < 200
004996         DISPLAY "Warning: more than 200 backlog extracts - "
004997             WS-BKL-NAME(1:60) " waits for the next catch-up."
004998         GO TO 2510-EXIT
004999     END-IF
005000     ADD 1 TO WS-BKL-PAIR-COUNT
005001     MOVE WS-CHN-HIT-SUB TO WS-BKL-PAIR-CHN(WS-BKL-PAIR-COUNT)
005002     MOVE WS-BKL-DATE-NUM TO WS-BKL-PAIR-DATE(WS-BKL-PAIR-COUNT)
005003     ADD 1 TO WS-CHN-BKL-COUNT(WS-CHN-HIT-SUB)
005004     MOVE 'N' TO WS-BKL-DATE-SEEN-SW
005005     PERFORM 2520-MATCH-ONE-DATE
005006         THRU 2520-EXIT
005007         VARYING WS-BKL-SCAN-SUB FROM 1 BY 1
005008         UNTIL WS-BKL-SCAN-SUB > WS-BKL-DATE-COUNT
005009            OR WS-BKL-DATE-SEEN
005010     IF NOT WS-BKL-DATE-SEEN AND WS-BKL-DATE-COUNT < 100
005011         ADD 1 TO WS-BKL-DATE-COUNT
005012         MOVE WS-BKL-DATE-NUM TO WS-BKL-DATE(WS-BKL-DATE-COUNT)
005013     END-IF.
005014 2510-EXIT.
005015     EXIT.
005016 2520-MATCH-ONE-DATE.
005017     IF WS-BKL-DATE(WS-BKL-SCAN-SUB) = WS-BKL-DATE-NUM
005018         SET WS-BKL-DATE-SEEN TO TRUE
005019     END-IF.
005020 2520-EXIT.
005021     EXIT.
005022******************************************************************
005023*  3000-LOAD-CHAIN-STATE                                         *
005024*  READS BACK THE BUSINESS DATE'S CHAIN-STATE FILE SO STEPS      *
005025*  ALREADY DONE ARE NOT RUN AGAIN.  THE LAST LINE FOR A STEP     *
005026*  WINS; A RESET LINE CLEARS EVERYTHING READ BEFORE IT.  A       *
005027*  FRESH RUN APPENDS ITS OWN RESET LINE AND READS NOTHING.       *
005028******************************************************************
005029 3000-LOAD-CHAIN-STATE.
005030     IF WS-FRESH-RUN
005031         DISPLAY "FRESH run - saved chain state for "
005032             WS-RUN-DATE " is discarded."
005040         MOVE SPACES TO CHAIN-STATE-RECORD
005050         PERFORM 8900-STAMP-NOW
005060             THRU 8900-EXIT
005070         STRING "RESET|" WS-STA-DATE "|" WS-STA-TIME
005080             DELIMITED BY SIZE
005090             INTO CHAIN-STATE-RECORD
005100         END-STRING
005110         PERFORM 8950-APPEND-STATE-LINE
005120             THRU 8950-EXIT
005130         GO TO 3000-EXIT
005140     END-IF
005150     MOVE WS-STATE-FILE-NAME TO WS-STA-DYNAMIC-FILE
005160     OPEN INPUT CHAIN-STATE-FILE
005170     IF NOT WS-STA-FILE-OK
005180         DISPLAY "No saved chain state for " WS-RUN-DATE
005190             " - every step runs."
005200         MOVE '00' TO WS-STA-FILE-STATUS
005210         GO TO 3000-EXIT
005220     END-IF
005230     PERFORM 3100-LOAD-ONE-STATE-LINE
005240         THRU 3100-EXIT
005250         UNTIL WS-STA-FILE-EOF
005260     CLOSE CHAIN-STATE-FILE
005270     MOVE '00' TO WS-STA-FILE-STATUS
005280     DISPLAY "Resuming from saved chain state ("
005290         WS-STA-LINES-LOADED " step results read).".
005300 3000-EXIT.
005310     EXIT.
005320 3100-LOAD-ONE-STATE-LINE.
005330     READ CHAIN-STATE-FILE
005340         AT END
005350             GO TO 3100-EXIT
005360     END-READ
005370     MOVE SPACES TO WS-STA-TAG
005380     MOVE SPACES TO WS-STA-FEED
005390     MOVE SPACES TO WS-STA-STEP
005400     MOVE SPACES TO WS-STA-STATUS
005410     UNSTRING CHAIN-STATE-RECORD DELIMITED BY '|'
005420         INTO WS-STA-TAG WS-STA-FEED WS-STA-STEP WS-STA-STATUS
005430     END-UNSTRING
005440     IF WS-STA-TAG = 'RESET'
005450         PERFORM 3110-CLEAR-ONE-FEED
005460             THRU 3110-EXIT
005470             VARYING WS-CHN-HIT-SUB FROM 1 BY 1
005480             UNTIL WS-CHN-HIT-SUB > WS-CHAIN-COUNT
005490         MOVE ZERO TO WS-STA-LINES-LOADED
005500         GO TO 3100-EXIT
005510     END-IF
005520     IF WS-STA-TAG NOT = 'STEP'
005530         GO TO 3100-EXIT
005540     END-IF
005550     MOVE WS-STA-FEED TO WS-FIND-NAME
005560     PERFORM 7000-FIND-CHAIN-FEED
005570         THRU 7000-EXIT
005580     IF NOT WS-CHN-FEED-FOUND
005590         GO TO 3100-EXIT
005600     END-IF
005610     MOVE ZERO TO WS-STEP-HIT-SUB
005620     PERFORM 3120-MATCH-ONE-STEP
005630         THRU 3120-EXIT
005640         VARYING WS-STEP-SUB FROM 1 BY 1
005650         UNTIL WS-STEP-SUB > WS-STATE-STEP-COUNT
005660     IF WS-STEP-HIT-SUB = ZERO
005670         GO TO 3100-EXIT
005680     END-IF
005690     ADD 1 TO WS-STA-LINES-LOADED
005700     EVALUATE WS-STA-STATUS
005710         WHEN 'DONE'
005720             MOVE 'D' TO WS-CHN-STEP-STATE(WS-CHN-HIT-SUB,
005730                 WS-STEP-HIT-SUB)
005740         WHEN 'SKIP'
005750             MOVE 'S' TO WS-CHN-STEP-STATE(WS-CHN-HIT-SUB,
005760                 WS-STEP-HIT-SUB)
005770         WHEN 'NEXP'
005780             MOVE 'N' TO WS-CHN-STEP-STATE(WS-CHN-HIT-SUB,
005790                 WS-STEP-HIT-SUB)
005800         WHEN OTHER
005810*            A FAILED STEP IS RUN AGAIN ON RESUME
005820             MOVE SPACE TO WS-CHN-STEP-STATE(WS-CHN-HIT-SUB,
005830                 WS-STEP-HIT-SUB)
005840     END-EVALUATE.
005850 3100-EXIT.
005860     EXIT.
005870 3110-CLEAR-ONE-FEED.
005880     PERFORM 3115-CLEAR-ONE-STEP
005890         THRU 3115-EXIT
005900         VARYING WS-STEP-SUB FROM 1 BY 1
005910         UNTIL WS-STEP-SUB > WS-STATE-STEP-COUNT.
005920 3110-EXIT.
005930     EXIT.
005940 3115-CLEAR-ONE-STEP.
005950     MOVE SPACE TO WS-CHN-STEP-STATE(WS-CHN-HIT-SUB, WS-STEP-SUB).
005960 3115-EXIT.
005970     EXIT.
005980 3120-MATCH-ONE-STEP.
005990     IF WS-STA-STEP = WS-STEP-NAME(WS-STEP-SUB)
006000         MOVE WS-STEP-SUB TO WS-STEP-HIT-SUB
006010     END-IF.
006020 3120-EXIT.
006030     EXIT.
006040******************************************************************
006046******************************************************************
006052*  4000-RUN-ONE-FEED                                             *
006058*  HOLDS THE FEED IF A PARENT IN TONIGHT'S CHAIN FAILED OR WAS   *
006064*  ITSELF HELD - OR, IN THE NIGHTLY, IF THE FEED STILL HAS       *
006070*  BACKLOG EXTRACTS TO CATCH UP - OTHERWISE RUNS ITS SIX STEPS   *
006076*  IN TURN, SKIPPING THOSE ALREADY DONE AND STOPPING AT THE      *
006082*  FIRST FAILURE.                                                *
006088******************************************************************
006100 4000-RUN-ONE-FEED.
006110     MOVE 'N' TO WS-FEED-STOP-SWITCH
006120     DISPLAY "----- " WS-CHN-NAME(WS-CHN-SUB)
006130         " (run order " WS-CHN-ORDER(WS-CHN-SUB) ") -----"
006133     MOVE SPACES TO WS-HOLD-REASON
006136     IF NOT WS-CATCHUP-RUN
006139             AND WS-CHN-BKL-COUNT(WS-CHN-SUB) > ZERO
006142         MOVE 'H' TO WS-CHN-FEED-STATE(WS-CHN-SUB)
006145         MOVE "backlog extracts outstanding - run CATCHUP first."
006148             TO WS-HOLD-REASON
006151     ELSE
006154         PERFORM 4100-CHECK-PARENTS
006157             THRU 4100-EXIT
006160     END-IF
006163     IF WS-CHN-FEED-STATE(WS-CHN-SUB) = 'H'
006166         IF WS-HOLD-REASON = SPACES
006169             STRING "parent feed " FUNCTION TRIM(WS-HOLD-PARENT)
006172                 " did not complete."
006175                 DELIMITED BY SIZE
006178                 INTO WS-HOLD-REASON
006181             END-STRING
006184         END-IF
006187         ADD 1 TO WS-FEEDS-HELD
006190         DISPLAY "HELD: " WS-CHN-NAME(WS-CHN-SUB)
006193             " - " WS-HOLD-REASON
006210         MOVE '*' TO WS-STA-STEP
006220         MOVE 'HELD' TO WS-STEP-STATUS
006230         MOVE ZERO TO WS-STEP-RC
006240         PERFORM 8960-RECORD-STEP-RESULT
006250             THRU 8960-EXIT
006260         GO TO 4000-EXIT
006270     END-IF
006280     PERFORM 4200-RUN-ONE-STEP
006290         THRU 4200-EXIT
006300         VARYING WS-STEP-SUB FROM 1 BY 1
006310         UNTIL WS-STEP-SUB > WS-STEP-COUNT
006320            OR WS-FEED-STOPPED
006330     EVALUATE WS-CHN-FEED-STATE(WS-CHN-SUB)
006340         WHEN 'F'
006350             ADD 1 TO WS-FEEDS-FAILED
006360         WHEN 'N'
006370             ADD 1 TO WS-FEEDS-NOT-EXPECTED
006380         WHEN OTHER
006390             MOVE 'D' TO WS-CHN-FEED-STATE(WS-CHN-SUB)
006400             ADD 1 TO WS-FEEDS-DONE
006410             DISPLAY "Complete: " WS-CHN-NAME(WS-CHN-SUB)
006420     END-EVALUATE.
006430 4000-EXIT.
006440     EXIT.
006450******************************************************************
006460*  4100-CHECK-PARENTS                                            *
006470*  A PARENT THAT FAILED OR WAS HELD HOLDS THIS FEED.  A PARENT   *
006480*  NOT IN TONIGHT'S CHAIN, OR NOT EXPECTED TONIGHT, DOES NOT -   *
006490*  THE FEED'S OWN ARRIVAL AND CROSS-FEED CHECKS DECIDE.          *
006500******************************************************************
006510 4100-CHECK-PARENTS.
006520     MOVE SPACES TO WS-HOLD-PARENT
006530     PERFORM 4110-CHECK-ONE-PARENT
006540         THRU 4110-EXIT
006550         VARYING WS-CHN-DEP-SUB FROM 1 BY 1
006560         UNTIL WS-CHN-DEP-SUB > WS-CHN-DEP-COUNT(WS-CHN-SUB)
006570            OR WS-CHN-FEED-STATE(WS-CHN-SUB) = 'H'.
006580 4100-EXIT.
006590     EXIT.
006600 4110-CHECK-ONE-PARENT.
006610     MOVE WS-CHN-DEP-NAME(WS-CHN-SUB, WS-CHN-DEP-SUB)
006620         TO WS-FIND-NAME
006630     PERFORM 7000-FIND-CHAIN-FEED
006640         THRU 7000-EXIT
006650     IF NOT WS-CHN-FEED-FOUND
006660         GO TO 4110-EXIT
006670     END-IF
006680     IF WS-CHN-FEED-STATE(WS-CHN-HIT-SUB) = 'F'
006690             OR WS-CHN-FEED-STATE(WS-CHN-HIT-SUB) = 'H'
006700             OR WS-CHN-HIT-SUB NOT < WS-CHN-SUB
006710         MOVE 'H' TO WS-CHN-FEED-STATE(WS-CHN-SUB)
006720         MOVE WS-FIND-NAME TO WS-HOLD-PARENT
006730     END-IF.
006740 4110-EXIT.
006750     EXIT.
006760******************************************************************
006770*  4200-RUN-ONE-STEP                                             *
006780*  A STEP ALREADY DONE (OR SKIPPED) FOR THIS DATE IS PASSED BY.  *
006790*  FEEDDLTA ONLY APPLIES TO A MODE D FEED AND UPLOADXRF ONLY TO  *
006800*  A FEED WITH A KEYED PARENT; POSNROLL ONLY RUNS FOR THE        *
006805*  POSITION FEED.  THE RETURN CODE IS JUDGED THE SAME WAY THE    *
006810*  OLD COND= LIST JUDGED IT.                                     *
006820******************************************************************
006830 4200-RUN-ONE-STEP.
006840     MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-STA-STEP
006850     IF WS-CHN-STEP-STATE(WS-CHN-SUB, WS-STEP-SUB) = 'N'
006860         DISPLAY "  " WS-STA-STEP " not expected tonight "
006870             "(saved state)."
006880         MOVE 'N' TO WS-CHN-FEED-STATE(WS-CHN-SUB)
006890         SET WS-FEED-STOPPED TO TRUE
006900         GO TO 4200-EXIT
006910     END-IF
006920     IF WS-CHN-STEP-STATE(WS-CHN-SUB, WS-STEP-SUB) = 'D'
006930             OR WS-CHN-STEP-STATE(WS-CHN-SUB, WS-STEP-SUB) = 'S'
006940         DISPLAY "  " WS-STA-STEP " already complete - "
006950             "not re-run."
006960         GO TO 4200-EXIT
006970     END-IF
006980     IF (WS-STEP-SUB = 3 AND WS-CHN-MODE(WS-CHN-SUB) NOT = 'D')
006990             OR (WS-STEP-SUB = 4
007000             AND WS-CHN-KEYED-SW(WS-CHN-SUB) NOT = 'Y')
007005             OR (WS-STEP-SUB = 5
007007             AND WS-CHN-NAME(WS-CHN-SUB) NOT = WS-POSITION-FEED)
007010         MOVE 'SKIP' TO WS-STEP-STATUS
007020         MOVE ZERO TO WS-STEP-RC
007030         PERFORM 8960-RECORD-STEP-RESULT
007040             THRU 8960-EXIT
007050         GO TO 4200-EXIT
007060     END-IF
007070     PERFORM 5000-INVOKE-STEP
007080         THRU 5000-EXIT
007090     EVALUATE TRUE
007100         WHEN WS-STEP-SUB = 1 AND WS-STEP-RC = 16
007110             MOVE 'NEXP' TO WS-STEP-STATUS
007120             MOVE 'N' TO WS-CHN-FEED-STATE(WS-CHN-SUB)
007130             SET WS-FEED-STOPPED TO TRUE
007140             DISPLAY "  " WS-CHN-NAME(WS-CHN-SUB)
007150                 " is not expected tonight."
007160         WHEN WS-STEP-SUB = 2 AND WS-STEP-RC NOT > 4
007170             MOVE 'DONE' TO WS-STEP-STATUS
007180         WHEN WS-STEP-RC = ZERO
007190             MOVE 'DONE' TO WS-STEP-STATUS
007200         WHEN OTHER
007210             MOVE 'FAIL' TO WS-STEP-STATUS
007220             MOVE 'F' TO WS-CHN-FEED-STATE(WS-CHN-SUB)
007230             SET WS-FEED-STOPPED TO TRUE
007240             DISPLAY "FAILED: " WS-CHN-NAME(WS-CHN-SUB)
007250                 " at " WS-STA-STEP " RC=" WS-STEP-RC
007260     END-EVALUATE
007270     PERFORM 8960-RECORD-STEP-RESULT
007280         THRU 8960-EXIT.
007290 4200-EXIT.
007300     EXIT.
007310******************************************************************
007320*  5000-INVOKE-STEP                                              *
007328*  WRITES THE STEP'S SYSIN (THE RUN DATE, OR FOR THE UPLOAD A    *
007336*  ONE-LINE WORK CONTROL FILE NAMING THIS FEED), RUNS THE LOAD   *
007344*  MODULE WITH UPLOAD-CHAIN-FEED AND UPLOAD-BUS-DATE SET, AND    *
007352*  READS BACK THE RETURN CODE THE SHELL CAPTURED.  A STEP THAT   *
007360*  COULD NOT BE STARTED COMES BACK AS RC 9999, WHICH FAILS THE   *
007368*  FEED.                                                         *
007380******************************************************************
007390 5000-INVOKE-STEP.
007400     MOVE 9999 TO WS-STEP-RC
007410     IF WS-STEP-SUB = 6
007420         PERFORM 5100-WRITE-WORK-CONTROL
007430             THRU 5100-EXIT
007440     END-IF
007450     MOVE WS-SYSIN-WORK-NAME TO WS-SYS-DYNAMIC-FILE
007460     OPEN OUTPUT STEP-SYSIN-FILE
007470     IF NOT WS-SYS-FILE-OK
007480         DISPLAY "Error: step SYSIN work file "
007490             WS-SYSIN-WORK-NAME(1:50) " could not be opened."
007500         GO TO 5000-EXIT
007510     END-IF
007520     MOVE SPACES TO STEP-SYSIN-RECORD
007530     IF WS-STEP-SUB = 6
007540         MOVE WS-CTL-WORK-NAME TO STEP-SYSIN-RECORD
007550     ELSE
007560         MOVE WS-RUN-DATE TO STEP-SYSIN-RECORD
007570     END-IF
007580     WRITE STEP-SYSIN-RECORD
007590     CLOSE STEP-SYSIN-FILE
007600     MOVE SPACES TO WS-COMMAND
007607     STRING "env UPLOAD-CHAIN-FEED="
007614         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
007621         " UPLOAD-BUS-DATE=" WS-RUN-DATE " "
007630         FUNCTION TRIM(WS-CHAIN-BIN-DIR) "/"
007640         FUNCTION TRIM(WS-STEP-NAME(WS-STEP-SUB))
007650         " < " FUNCTION TRIM(WS-SYSIN-WORK-NAME)
007660         "; echo $? > " FUNCTION TRIM(WS-RC-WORK-NAME)
007670         DELIMITED BY SIZE
007680         INTO WS-COMMAND
007690         ON OVERFLOW
007700             DISPLAY "Error: step command for "
007710                 WS-CHN-NAME(WS-CHN-SUB) " is too long."
007720             GO TO 5000-EXIT
007730     END-STRING
007740     DISPLAY "  Running " WS-STEP-NAME(WS-STEP-SUB)
007750         " for " WS-CHN-NAME(WS-CHN-SUB)
007760     CALL 'SYSTEM' USING WS-COMMAND
007770         RETURNING WS-COMMAND-RETURN-CODE
007780     MOVE WS-RC-WORK-NAME TO WS-SRC-DYNAMIC-FILE
007790     OPEN INPUT STEP-RC-FILE
007800     IF NOT WS-SRC-FILE-OK
007810         DISPLAY "Error: return code of "
007820             WS-STEP-NAME(WS-STEP-SUB) " could not be read."
007830         GO TO 5000-EXIT
007840     END-IF
007850     READ STEP-RC-FILE
007860         AT END
007870             MOVE SPACES TO STEP-RC-RECORD
007880     END-READ
007890     CLOSE STEP-RC-FILE
007900     IF STEP-RC-RECORD NOT = SPACES
007910         MOVE FUNCTION NUMVAL(STEP-RC-RECORD) TO WS-STEP-RC
007920     END-IF.
007930 5000-EXIT.
007940     EXIT.
007950******************************************************************
007960*  5100-WRITE-WORK-CONTROL                                       *
007970*  THE UPLOADER TAKES A CONTROL FILE LISTING ITS CSVS - THE      *
007980*  DRIVER WRITES A ONE-LINE ONE FOR THIS FEED, SO THE UPLOAD     *
007990*  STEP NEEDS NO CONTROL FILE OF ITS OWN.  THE ARRIVAL GATE      *
007991*  STILL DOES: A NEW FEED MUST ALSO BE NAMED IN THE CONTROL      *
007992*  FILE OF A FEED LINE ON THE FEED CALENDAR (DAY MASK AND        *
007993*  CUTOFF), OR FEEDMON FAILS IT WITH RC 12 EVERY NIGHT.          *
008000******************************************************************
008010 5100-WRITE-WORK-CONTROL.
008020     MOVE SPACES TO WS-CTL-WORK-NAME
008030     STRING "/workspace/work/chain-"
008040         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB)) ".ctl"
008050         DELIMITED BY SIZE
008060         INTO WS-CTL-WORK-NAME
008070     END-STRING
008080     MOVE WS-CTL-WORK-NAME TO WS-SYS-DYNAMIC-FILE
008090     OPEN OUTPUT STEP-SYSIN-FILE
008100     IF NOT WS-SYS-FILE-OK
008110         DISPLAY "Error: work control file "
008120             WS-CTL-WORK-NAME(1:60) " could not be opened."
008130         GO TO 5100-EXIT
008140     END-IF
008150     MOVE SPACES TO STEP-SYSIN-RECORD
008160     MOVE WS-CHN-NAME(WS-CHN-SUB) TO STEP-SYSIN-RECORD
008170     WRITE STEP-SYSIN-RECORD
008180     CLOSE STEP-SYSIN-FILE.
008190 5100-EXIT.
008200     EXIT.
008201******************************************************************
008202*  6000-CATCH-UP-ONE-DATE                                        *
008203*  RUNS ONE BACKLOG BUSINESS DATE AS IF IT WERE ITS OWN NIGHT:   *
008204*  THAT DATE BECOMES THE RUN DATE, ITS OWN CHAIN-STATE FILE IS   *
008205*  READ BACK, AND EVERY FEED WITH AN EXTRACT FOR THE DATE RUNS   *
008206*  IN RUN ORDER.  FEEDS WITHOUT ONE ARE LEFT ALONE, BUT A FEED   *
008207*  BLOCKED ON AN EARLIER DATE STILL HOLDS ITS DEPENDENTS.  THE   *
008208*  DATE'S STATUS EXCEPTION REPORT FOLLOWS (6600).                *
008209******************************************************************
008210 6000-CATCH-UP-ONE-DATE.
008211     MOVE WS-BKL-DATE(WS-BKL-DATE-SUB) TO WS-RUN-DATE
008212     PERFORM 1200-NAME-STATE-FILE
008213         THRU 1200-EXIT
008214     DISPLAY "===== CATCH-UP FOR BUSINESS DATE " WS-RUN-DATE
008215         " ====="
008216     PERFORM 6010-RESET-ONE-FEED
008217         THRU 6010-EXIT
008218         VARYING WS-CHN-SUB FROM 1 BY 1
008219         UNTIL WS-CHN-SUB > WS-CHAIN-COUNT
008220     PERFORM 6020-MARK-ONE-PAIR
008221         THRU 6020-EXIT
008222         VARYING WS-BKL-SCAN-SUB FROM 1 BY 1
008223         UNTIL WS-BKL-SCAN-SUB > WS-BKL-PAIR-COUNT
008224     MOVE ZERO TO WS-STA-LINES-LOADED
008225     PERFORM 3000-LOAD-CHAIN-STATE
008226         THRU 3000-EXIT
008227     PERFORM 6100-CATCH-UP-ONE-FEED
008228         THRU 6100-EXIT
008229         VARYING WS-CHN-SUB FROM 1 BY 1
008230         UNTIL WS-CHN-SUB > WS-CHAIN-COUNT
008231     PERFORM 6600-RUN-STATUS-EXCEPTIONS
008232         THRU 6600-EXIT.
008233 6000-EXIT.
008234     EXIT.
008235 6010-RESET-ONE-FEED.
008236     IF WS-CHN-BLOCKED-SW(WS-CHN-SUB) = 'Y'
008237         MOVE 'H' TO WS-CHN-FEED-STATE(WS-CHN-SUB)
008238     ELSE
008239         MOVE SPACE TO WS-CHN-FEED-STATE(WS-CHN-SUB)
008240     END-IF
008241     MOVE 'N' TO WS-CHN-BKL-DATE-SW(WS-CHN-SUB)
008242     MOVE WS-CHN-SUB TO WS-CHN-HIT-SUB
008243     PERFORM 3110-CLEAR-ONE-FEED
008244         THRU 3110-EXIT.
008245 6010-EXIT.
008246     EXIT.
008247 6020-MARK-ONE-PAIR.
008248     IF WS-BKL-PAIR-DATE(WS-BKL-SCAN-SUB) = WS-RUN-DATE
008249         MOVE 'Y' TO
008250             WS-CHN-BKL-DATE-SW(WS-BKL-PAIR-CHN(WS-BKL-SCAN-SUB))
008251     END-IF.
008252 6020-EXIT.
008253     EXIT.
008254******************************************************************
008255*  6100-CATCH-UP-ONE-FEED                                        *
008256*  STAGES THE FEED'S EXTRACT FOR THE DATE AND RUNS ITS STEPS.    *
008257*  A FEED COMPLETE FOR THE DATE HAS ITS BACKLOG FILE REMOVED;    *
008258*  ONE NOT EXPECTED HAS IT SET ASIDE; ONE THAT FAILED OR WAS     *
008259*  HELD IS BLOCKED FOR EVERY LATER DATE SO ITS DATES STAY IN     *
008260*  ORDER.                                                        *
008261******************************************************************
008262 6100-CATCH-UP-ONE-FEED.
008263     IF WS-CHN-BKL-DATE-SW(WS-CHN-SUB) NOT = 'Y'
008264         GO TO 6100-EXIT
008265     END-IF
008266     IF WS-CHN-BLOCKED-SW(WS-CHN-SUB) = 'Y'
008267         ADD 1 TO WS-FEEDS-HELD
008268         DISPLAY "HELD: " WS-CHN-NAME(WS-CHN-SUB)
008269             " - an earlier backlog date did not complete."
008270         MOVE '*' TO WS-STA-STEP
008271         MOVE 'HELD' TO WS-STEP-STATUS
008272         MOVE ZERO TO WS-STEP-RC
008273         PERFORM 8960-RECORD-STEP-RESULT
008274             THRU 8960-EXIT
008275         GO TO 6100-EXIT
008276     END-IF
008277     PERFORM 6200-STAGE-BACKLOG-FILE
008278         THRU 6200-EXIT
008279     IF NOT WS-BACKLOG-STAGED
008280         MOVE 'F' TO WS-CHN-FEED-STATE(WS-CHN-SUB)
008281         MOVE 'Y' TO WS-CHN-BLOCKED-SW(WS-CHN-SUB)
008282         ADD 1 TO WS-FEEDS-FAILED
008283         MOVE '*' TO WS-STA-STEP
008284         MOVE 'FAIL' TO WS-STEP-STATUS
008285         MOVE 9999 TO WS-STEP-RC
008286         PERFORM 8960-RECORD-STEP-RESULT
008287             THRU 8960-EXIT
008288         GO TO 6100-EXIT
008289     END-IF
008290     PERFORM 4000-RUN-ONE-FEED
008291         THRU 4000-EXIT
008292     EVALUATE WS-CHN-FEED-STATE(WS-CHN-SUB)
008293         WHEN 'D'
008294             PERFORM 6300-RETIRE-BACKLOG-FILE
008295                 THRU 6300-EXIT
008296         WHEN 'N'
008297             PERFORM 6400-SET-ASIDE-BACKLOG-FILE
008298                 THRU 6400-EXIT
008299         WHEN OTHER
008300             MOVE 'Y' TO WS-CHN-BLOCKED-SW(WS-CHN-SUB)
008301     END-EVALUATE.
008302 6100-EXIT.
008303     EXIT.
008304******************************************************************
008305*  6200-STAGE-BACKLOG-FILE                                       *
008306*  COPIES BACKLOG/<name>.YYYYMMDD IN AS /workspace/<name> FOR    *
008307*  THE STEPS.  ON A RESUME OF THE DATE A COPY ALREADY STAGED IS  *
008308*  KEPT.  OTHERWISE A DIFFERENT FILE ALREADY UNDER THE FEED'S    *
008309*  NAME IS TONIGHT'S EXTRACT AND IS PARKED IN /workspace/work -  *
008310*  UNLESS ONE IS PARKED ALREADY, WHICH FAILS THE FEED RATHER     *
008311*  THAN LOSE EITHER.                                             *
008312******************************************************************
008313 6200-STAGE-BACKLOG-FILE.
008314     MOVE 'N' TO WS-STAGE-SWITCH
008315     MOVE 'N' TO WS-SAVED-STATE-SWITCH
008316     PERFORM 6210-CHECK-ONE-SAVED-STEP
008317         THRU 6210-EXIT
008318         VARYING WS-STEP-SUB FROM 1 BY 1
008319         UNTIL WS-STEP-SUB > WS-STEP-COUNT
008320     MOVE SPACES TO WS-COMMAND
008321     IF WS-FEED-HAS-SAVED-STATE
008322         STRING "cd /workspace && ( [ -f "
008323             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008324             " ] || cp BACKLOG/"
008325             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008326             "." WS-RUN-DATE
008327             " " FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB)) " )"
008328             DELIMITED BY SIZE
008329             INTO WS-COMMAND
008330         END-STRING
008331     ELSE
008332         STRING "cd /workspace && if [ -e "
008333             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008334             " ] && ! cmp -s "
008335             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008336             " BACKLOG/"
008337             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008338             "." WS-RUN-DATE
008339             "; then [ ! -e work/"
008340             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008341             ".parked ] && mv "
008342             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008343             " work/"
008344             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008345             ".parked || exit 1; fi; cp BACKLOG/"
008346             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008347             "." WS-RUN-DATE
008348             " " FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008349             DELIMITED BY SIZE
008350             INTO WS-COMMAND
008351         END-STRING
008352     END-IF
008353     CALL 'SYSTEM' USING WS-COMMAND
008354         RETURNING WS-COMMAND-RETURN-CODE
008355     IF WS-COMMAND-RETURN-CODE = ZERO
008356         SET WS-BACKLOG-STAGED TO TRUE
008357         DISPLAY "  Staged BACKLOG/"
008358             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008359             "." WS-RUN-DATE
008360     ELSE
008361         DISPLAY "Error: backlog extract "
008362             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008363             "." WS-RUN-DATE
008364             " could not be staged - /workspace/work/"
008365             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008366             ".parked is already in use."
008367     END-IF.
008368 6200-EXIT.
008369     EXIT.
008370 6210-CHECK-ONE-SAVED-STEP.
008371     IF WS-CHN-STEP-STATE(WS-CHN-SUB, WS-STEP-SUB) NOT = SPACE
008372         SET WS-FEED-HAS-SAVED-STATE TO TRUE
008373     END-IF.
008374 6210-EXIT.
008375     EXIT.
008376 6300-RETIRE-BACKLOG-FILE.
008377*    THE UPLOAD ARCHIVES THE STAGED COPY; ONE STILL LEFT UNDER
008378*    THE FEED'S NAME IS REMOVED SO THE NEXT DATE STAGES CLEANLY
008379     MOVE SPACES TO WS-COMMAND
008380     STRING "cd /workspace && ( ! cmp -s "
008381         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008382         " BACKLOG/"
008383         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008384         "." WS-RUN-DATE
008385         " || rm -f " FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008386         " ); rm -f BACKLOG/"
008387         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008388         "." WS-RUN-DATE
008389         DELIMITED BY SIZE
008390         INTO WS-COMMAND
008391     END-STRING
008392     CALL 'SYSTEM' USING WS-COMMAND
008393         RETURNING WS-COMMAND-RETURN-CODE
008394     SUBTRACT 1 FROM WS-CHN-BKL-COUNT(WS-CHN-SUB)
008395     DISPLAY "  Caught up: "
008396         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008397         " for " WS-RUN-DATE.
008398 6300-EXIT.
008399     EXIT.
008400 6400-SET-ASIDE-BACKLOG-FILE.
008401     MOVE SPACES TO WS-COMMAND
008402     STRING "cd /workspace && rm -f "
008403         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008404         " && mv BACKLOG/"
008405         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008406         "." WS-RUN-DATE
008407         " BACKLOG/"
008408         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008409         "." WS-RUN-DATE
008410         ".NEXP"
008411         DELIMITED BY SIZE
008412         INTO WS-COMMAND
008413     END-STRING
008414     CALL 'SYSTEM' USING WS-COMMAND
008415         RETURNING WS-COMMAND-RETURN-CODE
008416     SUBTRACT 1 FROM WS-CHN-BKL-COUNT(WS-CHN-SUB)
008417     DISPLAY "  " FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008418         " is not expected on " WS-RUN-DATE
008419         " - extract set aside as BACKLOG/"
008420         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008421         "." WS-RUN-DATE
008422         ".NEXP for review.".
008423 6400-EXIT.
008424     EXIT.
008425******************************************************************
008426*  6500-UNPARK-ONE-FEED                                          *
008427*  ONCE A FEED HAS NO DATED EXTRACT LEFT IN BACKLOG, TONIGHT'S   *
008428*  EXTRACT PARKED BY 6200 GOES BACK UNDER ITS OWN NAME FOR THE   *
008429*  NEXT NIGHTLY RUN.                                             *
008430******************************************************************
008431 6500-UNPARK-ONE-FEED.
008432     MOVE SPACES TO WS-COMMAND
008433     STRING "cd /workspace && [ -e work/"
008434         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008435         ".parked ] && [ ! -e "
008436         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008437         " ] && ! ls BACKLOG/"
008438         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008439         ".[0-9]*[0-9] > /dev/null 2>&1 && mv work/"
008440         FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008441         ".parked " FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008442         DELIMITED BY SIZE
008443         INTO WS-COMMAND
008444     END-STRING
008445     CALL 'SYSTEM' USING WS-COMMAND
008446         RETURNING WS-COMMAND-RETURN-CODE
008447     IF WS-COMMAND-RETURN-CODE = ZERO
008448         DISPLAY "Backlog cleared - tonight's "
008449             FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB))
008450             " returned to /workspace for the nightly run."
008451     END-IF.
008452 6500-EXIT.
008453     EXIT.
008454******************************************************************
008455*  6600-RUN-STATUS-EXCEPTIONS                                    *
008456*  THE NIGHTLY FOLLOWS THE CHAIN WITH THE STATUS EXCEPTION       *
008457*  REPORT (UPLDCSVJ STEP030); A CATCH-UP DATE GETS THE SAME.     *
008458*  ONLY WHEN THE TRANSACTIONS FEED COMPLETED FOR THE DATE IS     *
008459*  STATEXC RUN, WITH THE DATE ON SYSIN AND IN UPLOAD-BUS-DATE    *
008460*  LIKE EVERY CHAIN STEP.  ITS RESULT IS LOGGED IN THE DATE'S    *
008461*  CHAIN STATE AND READ BACK ON RESUME, SO A DATE WHOSE REPORT   *
008462*  WAS DONE DOES NOT RUN IT AGAIN; IT HOLDS NO FEED AND SETS NO  *
008463*  RETURN CODE.                                                  *
008464******************************************************************
008465 6600-RUN-STATUS-EXCEPTIONS.
008466     MOVE WS-TRAN-FEED TO WS-FIND-NAME
008467     PERFORM 7000-FIND-CHAIN-FEED
008468         THRU 7000-EXIT
008469     IF NOT WS-CHN-FEED-FOUND
008470         GO TO 6600-EXIT
008471     END-IF
008472     IF WS-CHN-BKL-DATE-SW(WS-CHN-HIT-SUB) NOT = 'Y'
008473         GO TO 6600-EXIT
008474     END-IF
008475     IF WS-CHN-FEED-STATE(WS-CHN-HIT-SUB) NOT = 'D'
008476         DISPLAY "  STATEXC not run for " WS-RUN-DATE " - "
008477             FUNCTION TRIM(WS-TRAN-FEED) " did not complete."
008478         GO TO 6600-EXIT
008479     END-IF
008480     IF WS-CHN-STEP-STATE(WS-CHN-HIT-SUB, 7) = 'D'
008481         DISPLAY "  STATEXC already done for " WS-RUN-DATE
008482             " - not run again."
008483         GO TO 6600-EXIT
008484     END-IF
008485     MOVE WS-CHN-HIT-SUB TO WS-CHN-SUB
008486     MOVE 7 TO WS-STEP-SUB
008487     MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-STA-STEP
008488     PERFORM 5000-INVOKE-STEP
008489         THRU 5000-EXIT
008490     IF WS-STEP-RC > 4
008491         MOVE 'FAIL' TO WS-STEP-STATUS
008492         DISPLAY "Warning: STATEXC for " WS-RUN-DATE
008493             " ended RC=" WS-STEP-RC " - report not complete."
008494     ELSE
008495         MOVE 'DONE' TO WS-STEP-STATUS
008496     END-IF
008497     PERFORM 8960-RECORD-STEP-RESULT
008498         THRU 8960-EXIT.
008499 6600-EXIT.
008500     EXIT.
008501******************************************************************
008502*  7000-FIND-CHAIN-FEED                                          *
008503*  LOCATES WS-FIND-NAME IN THE CHAIN TABLE (WS-CHN-HIT-SUB).     *
008504******************************************************************
008505 7000-FIND-CHAIN-FEED.
008506     MOVE 'N' TO WS-CHN-HIT-SWITCH
008507     PERFORM 7010-MATCH-ONE-FEED
008508         THRU 7010-EXIT
008509         VARYING WS-CHN-HIT-SUB FROM 1 BY 1
008510         UNTIL WS-CHN-HIT-SUB > WS-CHAIN-COUNT
008511            OR WS-CHN-FEED-FOUND.
008512 7000-EXIT.
008513     EXIT.
008514 7010-MATCH-ONE-FEED.
008515     IF FUNCTION TRIM(WS-CHN-NAME(WS-CHN-HIT-SUB))
008516             = FUNCTION TRIM(WS-FIND-NAME)
008517         SET WS-CHN-FEED-FOUND TO TRUE
008518         SUBTRACT 1 FROM WS-CHN-HIT-SUB
008519     END-IF.
008520 7010-EXIT.
008521     EXIT.
008522     COPY REGVPCK.
008523******************************************************************
008524*  8800-TIMING-START                                             *
008525*  STAMPS THIS STEP'S START IN THE STEP-TIMING LOG SO THE        *
008526*  MONTHLY BATCH-WINDOW/SLA REPORT (SLARPT) CAN MEASURE HOW THE  *
008527*  NIGHTLY CHAIN SPENDS ITS WINDOW.                              *
008528******************************************************************
008529 8800-TIMING-START.
008530     ACCEPT WS-TIM-DATE FROM DATE YYYYMMDD
008531     ACCEPT WS-TIM-TIME FROM TIME
008532     COMPUTE WS-TIM-NOW-SECS = WS-TIM-HH * 3600
008533         + WS-TIM-MM * 60 + WS-TIM-SS
008534     MOVE WS-TIM-NOW-SECS TO WS-TIM-START-SECS
008540     MOVE 'START' TO WS-TIM-EVENT
008550     MOVE ZERO TO WS-TIM-ELAPSED
008560     MOVE ZERO TO WS-TIM-RC
008570     PERFORM 8820-WRITE-TIMING-LINE
008580         THRU 8820-EXIT.
008590 8800-EXIT.
008600     EXIT.
008610******************************************************************
008620*  8810-TIMING-END                                               *
008630*  STAMPS THE STEP'S END WITH THE ELAPSED SECONDS AND THE        *
008640*  RETURN CODE JUST SET.  A RUN CROSSING MIDNIGHT STILL GETS A   *
008650*  POSITIVE ELAPSED TIME.                                        *
008660******************************************************************
008670 8810-TIMING-END.
008680     ACCEPT WS-TIM-DATE FROM DATE YYYYMMDD
008690     ACCEPT WS-TIM-TIME FROM TIME
008700     COMPUTE WS-TIM-NOW-SECS = WS-TIM-HH * 3600
008710         + WS-TIM-MM * 60 + WS-TIM-SS
008720     IF WS-TIM-NOW-SECS < WS-TIM-START-SECS
008730         COMPUTE WS-TIM-ELAPSED = WS-TIM-NOW-SECS + 86400
008740             - WS-TIM-START-SECS
008750     ELSE
008760         COMPUTE WS-TIM-ELAPSED = WS-TIM-NOW-SECS
008770             - WS-TIM-START-SECS
008780     END-IF
008790     MOVE RETURN-CODE TO WS-TIM-RC
008800     MOVE 'END' TO WS-TIM-EVENT
008810     PERFORM 8820-WRITE-TIMING-LINE
008820         THRU 8820-EXIT.
008830 8810-EXIT.
008840     EXIT.
008850 8820-WRITE-TIMING-LINE.
008860     CALL 'SYSTEM' USING WS-TIM-MKDIR-COMMAND
008870         RETURNING WS-TIM-MKDIR-RC
008880     MOVE WS-TIMING-LOG-NAME TO WS-TML-DYNAMIC-FILE
008890     OPEN EXTEND TIMING-LOG-FILE
008900     IF NOT WS-TML-FILE-OK
008910         OPEN OUTPUT TIMING-LOG-FILE
008920     END-IF
008930     IF NOT WS-TML-FILE-OK
008940         DISPLAY "Warning: step-timing log "
008950             WS-TIMING-LOG-NAME " could not be opened."
008960         GO TO 8820-EXIT
008970     END-IF
008980     MOVE SPACES TO TIMING-LOG-RECORD
008990     STRING "TIMING|"
009000         FUNCTION TRIM(WS-TIM-STEP-NAME) "|"
009010         FUNCTION TRIM(WS-TIM-CONTEXT) "|"
009020         FUNCTION TRIM(WS-TIM-EVENT) "|"
009030         WS-TIM-DATE "|" WS-TIM-TIME "|"
009040         WS-TIM-ELAPSED "|" WS-TIM-RC
009050         DELIMITED BY SIZE
009060         INTO TIMING-LOG-RECORD
009070     END-STRING
009080     WRITE TIMING-LOG-RECORD
009090     CLOSE TIMING-LOG-FILE.
009100 8820-EXIT.
009110     EXIT.
009120******************************************************************
009130*  8900-STAMP-NOW / 8950-APPEND-STATE-LINE /                     *
009140*  8960-RECORD-STEP-RESULT                                       *
009150*  EVERY RESULT IS APPENDED (NEVER REWRITTEN) TO THE CHAIN-STATE *
009160*  FILE AS SOON AS IT IS KNOWN, SO AN ABEND PART WAY THROUGH     *
009170*  LOSES NOTHING ALREADY DONE.                                   *
009180******************************************************************
009190 8900-STAMP-NOW.
009200     ACCEPT WS-STA-DATE FROM DATE YYYYMMDD
009210     ACCEPT WS-STA-TIME FROM TIME.
009220 8900-EXIT.
009230     EXIT.
009240 8950-APPEND-STATE-LINE.
009250     MOVE WS-STATE-FILE-NAME TO WS-STA-DYNAMIC-FILE
009260     OPEN EXTEND CHAIN-STATE-FILE
009270     IF NOT WS-STA-FILE-OK
009280         OPEN OUTPUT CHAIN-STATE-FILE
009290     END-IF
009300     IF NOT WS-STA-FILE-OK
009310         DISPLAY "Warning: chain-state file "
009320             WS-STATE-FILE-NAME(1:60) " could not be opened - "
009330             "a resume will re-run this step."
009340         MOVE '00' TO WS-STA-FILE-STATUS
009350         GO TO 8950-EXIT
009360     END-IF
009370     WRITE CHAIN-STATE-RECORD
009380     CLOSE CHAIN-STATE-FILE.
009390 8950-EXIT.
009400     EXIT.
009410 8960-RECORD-STEP-RESULT.
009420     PERFORM 8900-STAMP-NOW
009430         THRU 8900-EXIT
009440     MOVE SPACES TO CHAIN-STATE-RECORD
009450     STRING "STEP|" FUNCTION TRIM(WS-CHN-NAME(WS-CHN-SUB)) "|"
009460         FUNCTION TRIM(WS-STA-STEP) "|"
009470         WS-STEP-STATUS "|" WS-STEP-RC "|"
009480         WS-STA-DATE "|" WS-STA-TIME
009490         DELIMITED BY SIZE
009500         INTO CHAIN-STATE-RECORD
009510     END-STRING
009520     PERFORM 8950-APPEND-STATE-LINE
009530         THRU 8950-EXIT.
009540 8960-EXIT.
009550     EXIT.
009560******************************************************************
009570*  9000-TERMINATE                                                *
009580*  RC 12 WHEN THERE WAS NO CHAIN TO RUN, RC 8 WHEN ANY FEED      *
009590*  FAILED OR WAS HELD (ON ANY DATE OF A CATCH-UP), ELSE 0.       *
009600******************************************************************
009610 9000-TERMINATE.
009620     DISPLAY "Chain summary: complete " WS-FEEDS-DONE
009630         " failed " WS-FEEDS-FAILED
009640         " held " WS-FEEDS-HELD
009650         " not expected " WS-FEEDS-NOT-EXPECTED
009660     IF WS-REGISTRY-UNUSABLE
009670         MOVE 12 TO RETURN-CODE
009680         GO TO 9000-EXIT
009690     END-IF
009695     IF WS-CATCHUP-RUN
009700         DISPLAY "Catch-up covered " WS-BKL-DATE-COUNT
009705             " backlog business date(s)."
009710     END-IF
009715     IF WS-FEEDS-FAILED > ZERO OR WS-FEEDS-HELD > ZERO
009720         IF WS-CATCHUP-RUN
009725             DISPLAY "Resubmit CATCHUP once the cause is fixed - "
009730                 "each date resumes from its own chain state."
009735         ELSE
009740             DISPLAY "Resubmit for " WS-RUN-DATE
009745                 " with RESUME once the cause is fixed - "
009747                 "only the "
009750                 "failed and held feeds will run."
009755         END-IF
009760         MOVE 8 TO RETURN-CODE
009765     ELSE
009770         MOVE 0 TO RETURN-CODE
009775     END-IF.
009780 9000-EXIT.
009790     EXIT.
