000100******************************************************************
000110*  PROGRAM-ID.  DQSCORE
000120*  AUTHOR.      D. OKAFOR - DATA INTEGRATION SUPPORT
000130*  INSTALLATION. ENTERPRISE DATA SERVICES
000140*  DATE-WRITTEN. 2026-10-15
000150*  DATE-COMPILED.
000160*
000170*  REMARKS.
000180*      MONTHLY DATA-QUALITY SCORECARD FOR THE UPSTREAM EXTRACT
000190*      REVIEWS.  UPLOADCSV QUARANTINES FAILING ROWS NIGHT BY
000200*      NIGHT BUT NOTHING SUMMED THEM UP - THIS REPORT SHOWS,
000210*      FOR ONE CALENDAR MONTH AND PER FEED:
000220*        - FEED-DAYS SCORED, ROWS RECEIVED, ROWS QUARANTINED,
000230*          THE QUARANTINE RATE, WHOLE FILES REJECTED, AND THE
000240*          RATE FOR EACH OF THE THREE PRIOR MONTHS WITH A
000250*          WORSE / BETTER / STEADY TREND AGAINST THEIR AVERAGE,
000260*        - FAILURES BY RULE AND COLUMN - THE DQ EDITS (NUMERIC,
000270*          DATE, CODE), REQUIRED-COLUMN AND COLUMN-COUNT
000280*          FAILURES, THE STATUS AND TRANS_ID RULES, HEADER AND
000290*          TRAILER FAILURES AND ORPHAN KEYS,
000300*        - THE MOST FREQUENT OFFENDING VALUES (THE FEED'S
000310*          SENSITIVE COLUMN ONLY EVER AS *MASKED*),
000320*      THEN THE WORST FEED-DAYS OF THE MONTH, RANKED.
000330*
000340*      SOURCES, PER FEED AND BUSINESS DATE: THE UPLOAD-HISTORY
000350*      MASTER (OUTCOME, ROWS SENT), THE DATED REJECT DETAIL
000360*      (<name>.rejdtl) AND ORPHAN KEY LIST (<name>.orphans) IN
000370*      THE ARCHIVE FOLDER, AND THE UPLOAD AUDIT LOG WHERE THE
000380*      MASTER HAS NOTHING (AN ORPHAN-REJECTED FILE NEVER
000390*      REACHES UPLOADCSV).  A DATE ALREADY COMPRESSED BY
000400*      UPLOADRTN HAS ITS TWO COMPANION FILES UNPACKED INTO THE
000410*      WORK FOLDER FOR THE RUN.
000412*      EACH DATE IS SCORED WITH THE FEED'S REGISTRY VERSION IN
000414*      FORCE ON IT (SENSITIVE AND KEY COLUMNS); A FEED WITH NO
000416*      VERSION IN FORCE YET ON A DATE SCORES NOTHING THAT DATE.
000420*
000430*      OUTPUT: THE PRINTABLE REPORT
000440*      /workspace/audit/dq-scorecard-YYYYMM.rpt, AND ONE CSV PER
000450*      ADDRESS IN THE FEED CONTACT REGISTRY (FEED-SPECIFIC LINES
000460*      ONLY - THE '*' ON-CALL LINE GETS NO SCORECARD)
000470*      /workspace/audit/dq-scorecard-YYYYMM-<address>.csv WITH
000480*      THAT CONTACT'S FEEDS, READY TO SEND.
000490*
000500*      SYSIN CARRIES THE REPORT MONTH (YYYYMM), 'CURRENT' OR
000510*      'PRIOR' (THE MONTH BEFORE TODAY'S - THE SCHEDULED RUN).
000520*      RC 0 = REPORT WRITTEN, 4 = NO FEED-DAYS SCORED FOR THE
000530*      MONTH, 8 = THE REPORT FILE COULD NOT BE WRITTEN OR THE
000540*      FEED REGISTRY COULD NOT BE READ.
000550*
000560*  MODIFICATION HISTORY.
000570*      2026-10-15  DAO  INITIAL VERSION.
000572*      2026-10-15  DAO  SENSITIVE AND KEY COLUMNS TAKEN FROM THE
000574*                       FEED'S REGISTRY VERSION IN FORCE ON EACH
000576*                       SCORED DATE.
000577*      2026-10-15  DAO  COLUMN NAMES TAKEN FROM THE HEADER OF THE
000578*                       VERSION IN FORCE; FAILURES KEPT APART BY
000579*                       VERSION AS WELL AS COLUMN.
000580******************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. DqScore.
000610 AUTHOR. D. OKAFOR.
000620 INSTALLATION. ENTERPRISE DATA SERVICES.
000630 DATE-WRITTEN. 2026-10-15.
000640 DATE-COMPILED.
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REG-DYNAMIC-FILE
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REG-FILE-STATUS.
000710     SELECT CONTACT-FILE ASSIGN TO DYNAMIC WS-CON-DYNAMIC-FILE
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CON-FILE-STATUS.
000740     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUD-DYNAMIC-FILE
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-AUD-FILE-STATUS.
000770     SELECT DETAIL-FILE ASSIGN TO DYNAMIC WS-DTL-DYNAMIC-FILE
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-DTL-FILE-STATUS.
000800     SELECT HISTORY-FILE
000810         ASSIGN TO DYNAMIC WS-HIS-DYNAMIC-FILE
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS UPLHIST-KEY
000850         FILE STATUS IS WS-HIS-FILE-STATUS.
000860     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-DYNAMIC-FILE
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RPT-FILE-STATUS.
000890     SELECT SCORE-CSV-FILE ASSIGN TO DYNAMIC WS-SCV-DYNAMIC-FILE
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-SCV-FILE-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  REGISTRY-FILE.
000950 01  REGISTRY-RECORD             PIC X(300).
000960 FD  CONTACT-FILE.
000970 01  CONTACT-RECORD              PIC X(200).
000980 FD  AUDIT-LOG-FILE.
000990 01  AUDIT-LOG-RECORD            PIC X(400).
001000 FD  DETAIL-FILE.
001010 01  DETAIL-RECORD               PIC X(200).
001020 FD  HISTORY-FILE.
001030 COPY UPLHIST.
001040 FD  REPORT-FILE.
001050 01  REPORT-RECORD               PIC X(132).
001060 FD  SCORE-CSV-FILE.
001070 01  SCORE-CSV-RECORD            PIC X(300).
001080 WORKING-STORAGE SECTION.
001090*---------------------------------------------------------------*
001100*    REPORT MONTH FROM SYSIN AND THE THREE PRIOR MONTHS         *
001110*    (MONTH 1 IS THE REPORT MONTH, 2-4 THE TREND BASE)          *
001120*---------------------------------------------------------------*
001130 01  WS-MONTH-PARM               PIC X(08) VALUE SPACES.
001140 01  WS-REPORT-MONTH             PIC X(06) VALUE SPACES.
001150 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001160 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
001170     05  WS-TODAY-MONTH          PIC X(06).
001180     05  FILLER                  PIC X(02).
001190 01  WS-MONTH-TABLE.
001200     05  WS-MON-YYYYMM           OCCURS 4 TIMES
001210                                 PIC X(06).
001220 01  WS-MON-SUB                  PIC 9(01) COMP VALUE ZERO.
001230 01  WS-CALC-YYYYMM              PIC 9(06) VALUE ZERO.
001240 01  WS-CALC-YYYYMM-R REDEFINES WS-CALC-YYYYMM.
001250     05  WS-CALC-YEAR            PIC 9(04).
001260     05  WS-CALC-MONTH           PIC 9(02).
001270 01  WS-SCORE-DATE               PIC 9(08) VALUE ZERO.
001280 01  WS-SCORE-DATE-R REDEFINES WS-SCORE-DATE.
001290     05  WS-SCORE-YYYYMM         PIC X(06).
001300     05  WS-SCORE-DD             PIC 9(02).
001310 01  WS-DAY-OF-MONTH             PIC 9(02) COMP VALUE ZERO.
001320 01  WS-WINDOW-FROM-DATE         PIC 9(08) VALUE ZERO.
001330 01  WS-WINDOW-TO-DATE           PIC 9(08) VALUE ZERO.
001340 01  WS-MONTH-PARM-BAD-SWITCH    PIC X(01) VALUE 'N'.
001350     88  WS-MONTH-PARM-BAD                    VALUE 'Y'.
001360*---------------------------------------------------------------*
001370*    FEED REGISTRY INPUT - HEADER (COLUMN NAMES), SENSITIVE     *
001380*    COLUMN (FIELD 13) AND THE ORPHAN-CHECKED KEY COLUMN (THE   *
001390*    :<col> OF THE FIRST DEPENDS-ON ENTRY, FIELD 15)            *
001400*---------------------------------------------------------------*
001410 01  WS-REG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001420 01  WS-REGISTRY-FILE-NAME       PIC X(100) VALUE
001430      '/workspace/cobol-service/control/feed-registry.dat'.
001440 01  WS-REG-FILE-STATUS          PIC X(02) VALUE '00'.
001450     88  WS-REG-FILE-OK                       VALUE '00'.
001460     88  WS-REG-FILE-EOF                      VALUE '10'.
001470 01  WS-REG-TAG                  PIC X(08) VALUE SPACES.
001480 01  WS-REG-NAME                 PIC X(30) VALUE SPACES.
001490 01  WS-REG-COLS                 PIC X(02) VALUE SPACES.
001500 01  WS-REG-REQ-1                PIC X(02) VALUE SPACES.
001510 01  WS-REG-REQ-2                PIC X(02) VALUE SPACES.
001520 01  WS-REG-AMT                  PIC X(02) VALUE SPACES.
001530 01  WS-REG-ACTIVE               PIC X(01) VALUE SPACES.
001540 01  WS-REG-DEST                 PIC X(30) VALUE SPACES.
001550 01  WS-REG-HEADER               PIC X(200) VALUE SPACES.
001560 01  WS-REG-TOL                  PIC X(03) VALUE SPACES.
001570 01  WS-REG-MODE                 PIC X(01) VALUE SPACES.
001580 01  WS-REG-SLA                  PIC X(04) VALUE SPACES.
001590 01  WS-REG-SENS                 PIC X(02) VALUE SPACES.
001600 01  WS-REG-ORDER                PIC X(02) VALUE SPACES.
001606 01  WS-REG-DEPS                 PIC X(100) VALUE SPACES.
001612 01  WS-REG-EFF                  PIC X(08) VALUE SPACES.
001620 01  WS-REG-DEP-NAME             PIC X(60) VALUE SPACES.
001630 01  WS-REG-DEP-COL              PIC X(10) VALUE SPACES.
001640 01  WS-REGISTRY-BAD-SWITCH      PIC X(01) VALUE 'N'.
001650     88  WS-REGISTRY-UNUSABLE                 VALUE 'Y'.
001660*---------------------------------------------------------------*
001670*    PER-FEED ACCUMULATORS, ONE SET PER MONTH                   *
001680*---------------------------------------------------------------*
001690 01  WS-FEED-TABLE.
001700     05  WS-FEED-ENTRY           OCCURS 50 TIMES.
001710         10  WS-FEED-NAME        PIC X(30).
001730         10  WS-FEED-SENS-COL    PIC 9(02).
001740         10  WS-FEED-KEY-COL     PIC 9(02).
001750         10  WS-FEED-MONTH       OCCURS 4 TIMES.
001760             15  WS-FM-FEED-DAYS PIC 9(04) COMP.
001770             15  WS-FM-RECEIVED  PIC 9(09) COMP.
001780             15  WS-FM-QUARANTINED
001790                                 PIC 9(09) COMP.
001800             15  WS-FM-FAILURES  PIC 9(09) COMP.
001810             15  WS-FM-FILES-REJECTED
001820                                 PIC 9(04) COMP.
001821 01  WS-FEED-COUNT               PIC 9(02) COMP VALUE ZERO.
001822 01  WS-FEED-SUB                 PIC 9(02) COMP VALUE ZERO.
001823 01  WS-FEED-HIT-SUB             PIC 9(02) COMP VALUE ZERO.
001824*---------------------------------------------------------------*
001825*    EVERY REGISTRY VERSION OF THE FEEDS ABOVE - THE HEADER,    *
001826*    SENSITIVE AND KEY COLUMNS OF A DATE COME FROM THE VERSION  *
001827*    IN FORCE                                                   *
001828*---------------------------------------------------------------*
001829 01  WS-FVR-TABLE.
001830     05  WS-FVR-ENTRY            OCCURS 200 TIMES.
001831         10  WS-FVR-FEED-SUB     PIC 9(02) COMP.
001832         10  WS-FVR-EFF          PIC 9(08).
001833         10  WS-FVR-SENS-COL     PIC 9(02).
001834         10  WS-FVR-KEY-COL      PIC 9(02).
001835         10  WS-FVR-HEADER       PIC X(200).
001836 01  WS-FVR-COUNT                PIC 9(03) COMP VALUE ZERO.
001837 01  WS-FVR-SUB                  PIC 9(03) COMP VALUE ZERO.
001838 01  WS-FVR-HIT-SUB              PIC 9(03) COMP VALUE ZERO.
001850*---------------------------------------------------------------*
001860*    REPORT-MONTH FAILURE BREAKDOWN - BY FEED, REGISTRY         *
001870*    VERSION, RULE AND COLUMN, AND BY OFFENDING VALUE - A       *
001875*    COLUMN NUMBER MEANS DIFFERENT THINGS UNDER DIFFERENT       *
001877*    LAYOUTS                                                    *
001880*---------------------------------------------------------------*
001890 01  WS-RUL-TABLE.
001900     05  WS-RUL-ENTRY            OCCURS 400 TIMES.
001910         10  WS-RUL-FEED         PIC 9(02) COMP.
001915         10  WS-RUL-VER          PIC 9(03) COMP.
001920         10  WS-RUL-REASON       PIC X(24).
001930         10  WS-RUL-COL          PIC 9(02).
001940         10  WS-RUL-COUNT        PIC 9(07) COMP.
001950 01  WS-RUL-USED                 PIC 9(04) COMP VALUE ZERO.
001960 01  WS-RUL-SUB                  PIC 9(04) COMP VALUE ZERO.
001970 01  WS-RUL-MAX                  PIC 9(04) COMP VALUE 400.
001980 01  WS-VAL-TABLE.
001990     05  WS-VAL-ENTRY            OCCURS 1000 TIMES.
002000         10  WS-VAL-FEED         PIC 9(02) COMP.
002005         10  WS-VAL-VER          PIC 9(03) COMP.
002010         10  WS-VAL-REASON       PIC X(24).
002020         10  WS-VAL-COL          PIC 9(02).
002030         10  WS-VAL-TEXT         PIC X(40).
002040         10  WS-VAL-COUNT        PIC 9(07) COMP.
002050         10  WS-VAL-SHOWN        PIC X(01).
002060 01  WS-VAL-USED                 PIC 9(04) COMP VALUE ZERO.
002070 01  WS-VAL-SUB                  PIC 9(04) COMP VALUE ZERO.
002080 01  WS-VAL-MAX                  PIC 9(04) COMP VALUE 1000.
002090 01  WS-VAL-OVERFLOW             PIC 9(07) VALUE ZERO.
002100 01  WS-TOP-VALUES               PIC 9(02) COMP VALUE 10.
002110*---------------------------------------------------------------*
002120*    REPORT-MONTH FEED-DAYS WITH ANY FAILURE, FOR THE RANKING   *
002130*---------------------------------------------------------------*
002140 01  WS-WDY-TABLE.
002150     05  WS-WDY-ENTRY            OCCURS 1600 TIMES.
002160         10  WS-WDY-FEED         PIC 9(02) COMP.
002170         10  WS-WDY-DATE         PIC 9(08).
002180         10  WS-WDY-RECEIVED     PIC 9(07).
002190         10  WS-WDY-QUARANTINED  PIC 9(07).
002200         10  WS-WDY-FAILURES     PIC 9(07).
002210         10  WS-WDY-RATE         PIC 9(03)V99.
002220         10  WS-WDY-RANK-KEY     PIC 9(04)V99.
002230         10  WS-WDY-OUTCOME      PIC X(40).
002240         10  WS-WDY-SHOWN        PIC X(01).
002250 01  WS-WDY-USED                 PIC 9(04) COMP VALUE ZERO.
002260 01  WS-WDY-SUB                  PIC 9(04) COMP VALUE ZERO.
002270 01  WS-WDY-MAX                  PIC 9(04) COMP VALUE 1600.
002280 01  WS-WORST-DAYS               PIC 9(02) COMP VALUE 20.
002290 01  WS-PICK-SUB                 PIC 9(04) COMP VALUE ZERO.
002300 01  WS-PICK-COUNT               PIC 9(02) COMP VALUE ZERO.
002310 01  WS-BEST-SUB                 PIC 9(04) COMP VALUE ZERO.
002320 01  WS-BEST-COUNT               PIC 9(07) COMP VALUE ZERO.
002330 01  WS-BEST-KEY                 PIC 9(04)V99 VALUE ZERO.
002340*---------------------------------------------------------------*
002350*    ONE FEED-DAY BEING SCORED                                  *
002360*---------------------------------------------------------------*
002370 01  WS-DAY-FOLDER               PIC X(80) VALUE SPACES.
002380 01  WS-DAY-OUTCOME              PIC X(40) VALUE SPACES.
002390 01  WS-DAY-ROWS-SENT            PIC 9(07) VALUE ZERO.
002400 01  WS-DAY-AUDIT-ROWS           PIC 9(07) VALUE ZERO.
002410 01  WS-DAY-RECEIVED             PIC 9(07) VALUE ZERO.
002420 01  WS-DAY-QUARANTINED          PIC 9(07) VALUE ZERO.
002430 01  WS-DAY-FAILURES             PIC 9(07) VALUE ZERO.
002440 01  WS-DAY-ORPHAN-KEYS          PIC 9(07) VALUE ZERO.
002450 01  WS-DAY-LAST-ROW             PIC 9(07) VALUE ZERO.
002460 01  WS-DAY-RATE                 PIC 9(03)V99 VALUE ZERO.
002470 01  WS-DAY-REJECTED-SWITCH      PIC X(01) VALUE 'N'.
002480     88  WS-DAY-FILE-REJECTED                 VALUE 'Y'.
002490 01  WS-DAY-REJDTL-SWITCH        PIC X(01) VALUE 'N'.
002500     88  WS-DAY-REJDTL-READ                   VALUE 'Y'.
002510 01  WS-DAY-ORPHAN-REJ-SWITCH    PIC X(01) VALUE 'N'.
002520     88  WS-DAY-ORPHAN-REJECTED               VALUE 'Y'.
002530 01  WS-DAY-UNPACKED-SWITCH      PIC X(01) VALUE 'N'.
002540     88  WS-DAY-UNPACKED                      VALUE 'Y'.
002550 01  WS-DAYS-UNPACKED            PIC 9(05) VALUE ZERO.
002560 01  WS-FEED-DAYS-SCORED         PIC 9(05) VALUE ZERO.
002570*---------------------------------------------------------------*
002580*    DATED REJECT DETAIL / ORPHAN KEY LIST LINE                 *
002590*    (ROW nnnnnnn COL nn REASON=xxx [...] [VALUE=xxx] AND       *
002600*    ROW nnnnnnn ACCT_NUM key)                                  *
002610*---------------------------------------------------------------*
002620 01  WS-DTL-DYNAMIC-FILE         PIC X(130) VALUE SPACES.
002630 01  WS-DTL-FILE-STATUS          PIC X(02) VALUE '00'.
002640     88  WS-DTL-FILE-OK                       VALUE '00'.
002650     88  WS-DTL-FILE-EOF                      VALUE '10'.
002660 01  WS-DTL-WORD-1               PIC X(10) VALUE SPACES.
002670 01  WS-DTL-ROW-TEXT             PIC X(10) VALUE SPACES.
002680 01  WS-DTL-WORD-3               PIC X(10) VALUE SPACES.
002690 01  WS-DTL-WORD-4               PIC X(40) VALUE SPACES.
002700 01  WS-DTL-WORD-5               PIC X(60) VALUE SPACES.
002710 01  WS-DTL-HEAD                 PIC X(200) VALUE SPACES.
002720 01  WS-DTL-VALUE-TEXT           PIC X(200) VALUE SPACES.
002730 01  WS-DTL-ROW                  PIC 9(07) VALUE ZERO.
002740 01  WS-DTL-COL                  PIC 9(02) VALUE ZERO.
002750 01  WS-DTL-REASON               PIC X(24) VALUE SPACES.
002760 01  WS-DTL-LINE-SWITCH          PIC X(01) VALUE 'N'.
002770     88  WS-DTL-LINE-OK                       VALUE 'Y'.
002780 01  WS-ADD-REASON               PIC X(24) VALUE SPACES.
002790 01  WS-ADD-COL                  PIC 9(02) VALUE ZERO.
002800 01  WS-ADD-COUNT                PIC 9(07) VALUE ZERO.
002810 01  WS-ADD-VALUE                PIC X(40) VALUE SPACES.
002820 01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
002830     88  WS-ENTRY-FOUND                       VALUE 'Y'.
002840*---------------------------------------------------------------*
002850*    UPLOAD AUDIT LOG (FIXED OFFSETS AS WRITTEN BY UPLOADCSV     *
002860*    3700-WRITE-AUDIT-RECORD) - THE LATEST UPLOAD OUTCOME PER    *
002870*    FEED AND BUSINESS DATE IN THE FOUR MONTHS, PLUS THE ROWS    *
002880*    OF AN ORPHAN REJECTION (THE FILE NEVER REACHED UPLOADCSV)   *
002890*---------------------------------------------------------------*
002900 01  WS-AUD-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002910 01  WS-AUDIT-LOG-FILE-NAME      PIC X(100)
002920         VALUE '/workspace/audit/upload-audit.log'.
002930 01  WS-AUD-FILE-STATUS          PIC X(02) VALUE '00'.
002940     88  WS-AUD-FILE-OK                       VALUE '00'.
002950     88  WS-AUD-FILE-EOF                      VALUE '10'.
002960 01  WS-AUDIT-LINE.
002970     05  WS-AUD-DATE             PIC X(08).
002980     05  FILLER                  PIC X(01).
002990     05  WS-AUD-TIME             PIC X(08).
003000     05  FILLER                  PIC X(01).
003010     05  WS-AUD-USER             PIC X(20).
003020     05  FILLER                  PIC X(01).
003030     05  WS-AUD-FILE             PIC X(100).
003040     05  FILLER                  PIC X(01).
003050     05  FILLER                  PIC X(03).
003060     05  WS-AUD-RC               PIC X(04).
003070     05  FILLER                  PIC X(06).
003080     05  WS-AUD-HTTP             PIC X(03).
003090     05  FILLER                  PIC X(01).
003100     05  WS-AUD-OUTCOME          PIC X(40).
003110     05  FILLER                  PIC X(01).
003120     05  WS-AUD-ROWS-TAG         PIC X(05).
003130     05  WS-AUD-ROWS             PIC X(07).
003140     05  FILLER                  PIC X(10).
003150     05  WS-AUD-INGESTED         PIC X(07).
003160     05  FILLER                  PIC X(09).
003170     05  WS-AUD-RETRIES          PIC X(02).
003180     05  WS-AUD-TAIL             PIC X(162).
003190 01  WS-AUD-TAIL-HEAD            PIC X(162) VALUE SPACES.
003200 01  WS-AUD-TAIL-DATE            PIC X(162) VALUE SPACES.
003210 01  WS-AUD-BUS-DATE             PIC 9(08) VALUE ZERO.
003220 01  WS-AUD-ORPHAN-HITS          PIC 9(03) COMP VALUE ZERO.
003230 01  WS-AUT-COUNT                PIC 9(04) COMP VALUE ZERO.
003240 01  WS-AUT-SUB                  PIC 9(04) COMP VALUE ZERO.
003250 01  WS-AUT-HIT-SUB              PIC 9(04) COMP VALUE ZERO.
003260 01  WS-AUT-MAX                  PIC 9(04) COMP VALUE 3000.
003270 01  WS-AUT-TABLE.
003280     05  WS-AUT-ENTRY            OCCURS 3000 TIMES.
003290         10  WS-AUT-FEED         PIC X(30).
003300         10  WS-AUT-BUS-DATE     PIC 9(08).
003310         10  WS-AUT-OUTCOME      PIC X(40).
003320         10  WS-AUT-ROWS         PIC 9(07).
003330         10  WS-AUT-ORPHAN-ROWS  PIC 9(07).
003340         10  WS-AUT-ORPHAN-REJECT
003350                                 PIC X(01).
003360*---------------------------------------------------------------*
003370*    UPLOAD-HISTORY MASTER                                      *
003380*---------------------------------------------------------------*
003390 01  WS-HIS-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003400 01  WS-HISTORY-FILE-NAME        PIC X(100)
003410         VALUE '/workspace/control/upload-history.mst'.
003420 01  WS-HIS-FILE-STATUS          PIC X(02) VALUE '00'.
003430     88  WS-HIS-FILE-OK                       VALUE '00'.
003440 01  WS-HIS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
003450     88  WS-HIS-OPEN                          VALUE 'Y'.
003460 01  WS-HIS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
003470     88  WS-HIS-FOUND                         VALUE 'Y'.
003480*---------------------------------------------------------------*
003490*    PER-FEED CONTACT REGISTRY                                  *
003500*---------------------------------------------------------------*
003510 01  WS-CON-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003520 01  WS-CONTACT-FILE-NAME        PIC X(100) VALUE
003530      '/workspace/cobol-service/control/feed-contacts.dat'.
003540 01  WS-CON-FILE-STATUS          PIC X(02) VALUE '00'.
003550     88  WS-CON-FILE-OK                       VALUE '00'.
003560     88  WS-CON-FILE-EOF                      VALUE '10'.
003570 01  WS-CONTACT-TABLE.
003580     05  WS-CONTACT-ENTRY        OCCURS 50 TIMES.
003590         10  WS-CONTACT-FEED     PIC X(30).
003600         10  WS-CONTACT-CHANNEL  PIC X(08).
003610         10  WS-CONTACT-ADDRESS  PIC X(60).
003620 01  WS-CONTACT-COUNT            PIC 9(02) COMP VALUE ZERO.
003630 01  WS-CONTACT-SUB              PIC 9(02) COMP VALUE ZERO.
003640 01  WS-CONTACT-EARLIER-SUB      PIC 9(02) COMP VALUE ZERO.
003650 01  WS-CNX-TAG                  PIC X(08) VALUE SPACES.
003660 01  WS-CNX-FEED                 PIC X(30) VALUE SPACES.
003670 01  WS-CNX-SEV                  PIC X(01) VALUE SPACES.
003680 01  WS-CNX-CHANNEL              PIC X(08) VALUE SPACES.
003690 01  WS-CNX-ADDRESS              PIC X(60) VALUE SPACES.
003700 01  WS-ADDRESS-SEEN-SWITCH      PIC X(01) VALUE 'N'.
003710     88  WS-ADDRESS-SEEN                      VALUE 'Y'.
003720 01  WS-CSV-FILES-WRITTEN        PIC 9(03) VALUE ZERO.
003730*---------------------------------------------------------------*
003740*    REPORT AND CSV OUTPUT, PRINT WORK FIELDS                   *
003750*---------------------------------------------------------------*
003760 01  WS-RPT-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003770 01  WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.
003780     88  WS-RPT-FILE-OK                       VALUE '00'.
003790 01  WS-REPORT-FILE-NAME         PIC X(100) VALUE SPACES.
003800 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
003810 01  WS-REPORT-FAIL-SWITCH       PIC X(01) VALUE 'N'.
003820     88  WS-REPORT-NOT-WRITTEN                VALUE 'Y'.
003830 01  WS-SCV-DYNAMIC-FILE         PIC X(130) VALUE SPACES.
003840 01  WS-SCV-FILE-STATUS          PIC X(02) VALUE '00'.
003850     88  WS-SCV-FILE-OK                       VALUE '00'.
003860 01  WS-SCV-LINE                 PIC X(300) VALUE SPACES.
003870 01  WS-OUTPUT-TARGET            PIC X(01) VALUE 'R'.
003880     88  WS-OUTPUT-TO-REPORT                  VALUE 'R'.
003890     88  WS-OUTPUT-TO-CSV                     VALUE 'C'.
003900 01  WS-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
003910 01  WS-COUNT-EDIT-2             PIC Z,ZZZ,ZZ9.
003920 01  WS-COUNT-EDIT-3             PIC Z,ZZZ,ZZ9.
003930 01  WS-RANK-EDIT                PIC Z9.
003940 01  WS-RATE-EDIT                PIC ZZ9.99.
003950 01  WS-CSV-NUM-1                PIC Z(08)9.
003960 01  WS-CSV-NUM-2                PIC Z(08)9.
003970 01  WS-CSV-NUM-3                PIC Z(08)9.
003980 01  WS-RATE-WORK                PIC 9(03)V99 VALUE ZERO.
003990 01  WS-PRIOR-RATE               PIC 9(03)V99 VALUE ZERO.
004000 01  WS-PRIOR-RECEIVED           PIC 9(09) COMP VALUE ZERO.
004010 01  WS-PRIOR-QUARANTINED        PIC 9(09) COMP VALUE ZERO.
004020 01  WS-TREND-TEXT               PIC X(10) VALUE SPACES.
004030 01  WS-TREND-MARGIN             PIC 9(01)V99 VALUE 0.10.
004040 01  WS-COLUMN-NAME              PIC X(30) VALUE SPACES.
004050 01  WS-NAME-COL                 PIC 9(02) VALUE ZERO.
004055 01  WS-NAME-VER                 PIC 9(03) COMP VALUE ZERO.
004060 01  WS-NAME-FIELD-TABLE.
004070     05  WS-NAME-FIELD           OCCURS 10 TIMES
004080                                 PIC X(30).
004090 01  WS-NAME-FIELD-COUNT         PIC 9(02) COMP VALUE ZERO.
004100 01  WS-RULES-FOR-FEED           PIC 9(04) COMP VALUE ZERO.
004110*---------------------------------------------------------------*
004120*    SHELL COMMAND WORK AREA                                    *
004130*---------------------------------------------------------------*
004140 01  WS-COMMAND                  PIC X(300) VALUE SPACES.
004150 01  WS-COMMAND-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
004160 01  WS-UNPACK-DIR               PIC X(40)
004170         VALUE '/workspace/work/dqscore'.
004180 PROCEDURE DIVISION.
004190 0000-MAINLINE.
004200     PERFORM 1000-INITIALIZE
004210         THRU 1000-EXIT
004220     IF NOT WS-MONTH-PARM-BAD AND NOT WS-REGISTRY-UNUSABLE
004230         PERFORM 2000-SCORE-ONE-MONTH
004240             THRU 2000-EXIT
004250             VARYING WS-MON-SUB FROM 1 BY 1
004260             UNTIL WS-MON-SUB > 4
004270         IF WS-HIS-OPEN
004280             CLOSE HISTORY-FILE
004290         END-IF
004300         PERFORM 3000-WRITE-REPORT
004310             THRU 3000-EXIT
004320         IF NOT WS-REPORT-NOT-WRITTEN
004330             PERFORM 4000-WRITE-CONTACT-CSVS
004340                 THRU 4000-EXIT
004350         END-IF
004360     END-IF
004370     PERFORM 9000-TERMINATE
004380         THRU 9000-EXIT
004390     STOP RUN.
004400 0000-MAINLINE-EXIT.
004410     EXIT.
004420******************************************************************
004430*  1000-INITIALIZE                                              *
004440*  READS THE REPORT MONTH ('CURRENT', 'PRIOR' OR YYYYMM), WORKS *
004450*  OUT THE THREE PRIOR MONTHS, LOADS THE REGISTRY, THE CONTACTS *
004460*  AND THE AUDIT LOG FOR THE FOUR-MONTH WINDOW, AND OPENS THE   *
004470*  UPLOAD-HISTORY MASTER.                                       *
004480******************************************************************
004490 1000-INITIALIZE.
004500     DISPLAY "Enter the report month (YYYYMM), CURRENT or PRIOR: "
004510     ACCEPT WS-MONTH-PARM
004520     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
004530     EVALUATE TRUE
004540         WHEN WS-MONTH-PARM = 'CURRENT' OR WS-MONTH-PARM = SPACES
004550             MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH
004560         WHEN WS-MONTH-PARM = 'PRIOR'
004570             MOVE WS-TODAY-MONTH TO WS-CALC-YYYYMM
004580             PERFORM 1050-STEP-BACK-ONE-MONTH
004590                 THRU 1050-EXIT
004600             MOVE WS-CALC-YYYYMM TO WS-REPORT-MONTH
004610         WHEN OTHER
004620             MOVE WS-MONTH-PARM(1:6) TO WS-REPORT-MONTH
004630     END-EVALUATE
004640     IF WS-REPORT-MONTH IS NOT NUMERIC
004650             OR WS-REPORT-MONTH(5:2) < '01'
004660             OR WS-REPORT-MONTH(5:2) > '12'
004670         DISPLAY "Error: report month " WS-MONTH-PARM
004680             " is not YYYYMM, CURRENT or PRIOR."
004690         SET WS-MONTH-PARM-BAD TO TRUE
004700         GO TO 1000-EXIT
004710     END-IF
004720     MOVE WS-REPORT-MONTH TO WS-MON-YYYYMM(1)
004730     MOVE WS-REPORT-MONTH TO WS-CALC-YYYYMM
004740     PERFORM 1050-STEP-BACK-ONE-MONTH
004750         THRU 1050-EXIT
004760     MOVE WS-CALC-YYYYMM TO WS-MON-YYYYMM(2)
004770     PERFORM 1050-STEP-BACK-ONE-MONTH
004780         THRU 1050-EXIT
004790     MOVE WS-CALC-YYYYMM TO WS-MON-YYYYMM(3)
004800     PERFORM 1050-STEP-BACK-ONE-MONTH
004810         THRU 1050-EXIT
004820     MOVE WS-CALC-YYYYMM TO WS-MON-YYYYMM(4)
004830     MOVE WS-MON-YYYYMM(4) TO WS-SCORE-YYYYMM
004840     MOVE 01 TO WS-SCORE-DD
004850     MOVE WS-SCORE-DATE TO WS-WINDOW-FROM-DATE
004860     MOVE WS-MON-YYYYMM(1) TO WS-SCORE-YYYYMM
004870     MOVE 31 TO WS-SCORE-DD
004880     MOVE WS-SCORE-DATE TO WS-WINDOW-TO-DATE
004890     INITIALIZE WS-FEED-TABLE
004900     PERFORM 1100-LOAD-REGISTRY
004910         THRU 1100-EXIT
004920     IF WS-REGISTRY-UNUSABLE
004930         GO TO 1000-EXIT
004940     END-IF
004950     PERFORM 1200-LOAD-CONTACTS
004960         THRU 1200-EXIT
004970     PERFORM 1300-LOAD-AUDIT-LOG
004980         THRU 1300-EXIT
004990     PERFORM 1400-OPEN-HISTORY
005000         THRU 1400-EXIT
005010     MOVE SPACES TO WS-REPORT-FILE-NAME
005020     STRING "/workspace/audit/dq-scorecard-"
005030         WS-REPORT-MONTH ".rpt"
005040         DELIMITED BY SIZE
005050         INTO WS-REPORT-FILE-NAME
005060     END-STRING.
005070 1000-EXIT.
005080     EXIT.
005090 1050-STEP-BACK-ONE-MONTH.
005100     IF WS-CALC-MONTH = 01
005110         MOVE 12 TO WS-CALC-MONTH
005120         SUBTRACT 1 FROM WS-CALC-YEAR
005130     ELSE
005140         SUBTRACT 1 FROM WS-CALC-MONTH
005150     END-IF.
005160 1050-EXIT.
005170     EXIT.
005180******************************************************************
005190*  1100-LOAD-REGISTRY                                           *
005197*  EVERY FEED, ACTIVE OR NOT - A FEED SWITCHED OFF MID-MONTH    *
005204*  STILL HAS NIGHTS TO SCORE - WITH EVERY VERSION'S EFFECTIVE   *
005211*  DATE, SENSITIVE COLUMN AND KEY COLUMN.                       *
005220******************************************************************
005230 1100-LOAD-REGISTRY.
005240     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
005250     OPEN INPUT REGISTRY-FILE
005260     IF NOT WS-REG-FILE-OK
005270         DISPLAY "Error: feed registry "
005280             WS-REGISTRY-FILE-NAME " could not be opened."
005290         SET WS-REGISTRY-UNUSABLE TO TRUE
005300         GO TO 1100-EXIT
005310     END-IF
005320     PERFORM 1110-LOAD-ONE-FEED
005330         THRU 1110-EXIT
005340         UNTIL WS-REG-FILE-EOF
005350     CLOSE REGISTRY-FILE
005360     IF WS-FEED-COUNT = ZERO
005370         DISPLAY "Error: no feeds in the feed registry."
005380         SET WS-REGISTRY-UNUSABLE TO TRUE
005390     END-IF.
005400 1100-EXIT.
005410     EXIT.
005420 1110-LOAD-ONE-FEED.
005430     READ REGISTRY-FILE
005440         AT END
005450             GO TO 1110-EXIT
005460     END-READ
005470     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
005480         GO TO 1110-EXIT
005490     END-IF
005500     MOVE SPACES TO WS-REG-TAG
005510     MOVE SPACES TO WS-REG-NAME
005520     MOVE SPACES TO WS-REG-HEADER
005530     MOVE SPACES TO WS-REG-SENS
005535     MOVE SPACES TO WS-REG-DEPS
005540     MOVE SPACES TO WS-REG-EFF
005545     UNSTRING REGISTRY-RECORD DELIMITED BY '|'
005550         INTO WS-REG-TAG WS-REG-NAME WS-REG-COLS
005555              WS-REG-REQ-1 WS-REG-REQ-2 WS-REG-AMT
005560              WS-REG-ACTIVE WS-REG-DEST WS-REG-HEADER
005565              WS-REG-TOL WS-REG-MODE WS-REG-SLA
005570              WS-REG-SENS WS-REG-ORDER WS-REG-DEPS
005575              WS-REG-EFF
005580     END-UNSTRING
005585     IF WS-REG-TAG NOT = 'FEED' OR WS-REG-NAME = SPACES
005590         GO TO 1110-EXIT
005595     END-IF
005600     MOVE ZERO TO WS-FEED-HIT-SUB
005605     PERFORM 1115-MATCH-FEED-NAME
005610         THRU 1115-EXIT
005615         VARYING WS-FEED-SUB FROM 1 BY 1
005620         UNTIL WS-FEED-SUB > WS-FEED-COUNT
005625            OR WS-FEED-HIT-SUB > ZERO
005630     IF WS-FEED-HIT-SUB = ZERO
005635         IF WS-FEED-COUNT = 50
005640             DISPLAY "Warning: more than 50 feeds in the "
005645                 "registry - " FUNCTION TRIM(WS-REG-NAME)
005650                 " not scored."
005655             GO TO 1110-EXIT
005660         END-IF
005665         ADD 1 TO WS-FEED-COUNT
005670         MOVE WS-FEED-COUNT TO WS-FEED-HIT-SUB
005675         MOVE WS-REG-NAME TO WS-FEED-NAME(WS-FEED-COUNT)
005680     END-IF
005690     IF WS-FVR-COUNT = 200
005695         DISPLAY "Warning: more than 200 feed versions in the "
005700             "registry - " FUNCTION TRIM(WS-REG-NAME)
005705             " version ignored."
005710         GO TO 1110-EXIT
005715     END-IF
005720     ADD 1 TO WS-FVR-COUNT
005725     MOVE WS-FEED-HIT-SUB TO WS-FVR-FEED-SUB(WS-FVR-COUNT)
005730     MOVE ZERO TO WS-FVR-EFF(WS-FVR-COUNT)
005735     IF WS-REG-EFF IS NUMERIC
005740         MOVE WS-REG-EFF TO WS-FVR-EFF(WS-FVR-COUNT)
005745     END-IF
005750     MOVE ZERO TO WS-FVR-SENS-COL(WS-FVR-COUNT)
005755     IF WS-REG-SENS(1:2) IS NUMERIC
005760         MOVE FUNCTION NUMVAL(WS-REG-SENS)
005765             TO WS-FVR-SENS-COL(WS-FVR-COUNT)
005770     END-IF
005772     MOVE WS-REG-HEADER TO WS-FVR-HEADER(WS-FVR-COUNT)
005775     MOVE ZERO TO WS-FVR-KEY-COL(WS-FVR-COUNT)
005780     MOVE SPACES TO WS-REG-DEP-NAME
005785     MOVE SPACES TO WS-REG-DEP-COL
005790     UNSTRING WS-REG-DEPS DELIMITED BY ':' OR ','
005795         INTO WS-REG-DEP-NAME WS-REG-DEP-COL
005800     END-UNSTRING
005805     IF WS-REG-DEP-COL(1:2) IS NUMERIC
005810         MOVE FUNCTION NUMVAL(WS-REG-DEP-COL(1:2))
005815             TO WS-FVR-KEY-COL(WS-FVR-COUNT)
005820     END-IF.
005880 1110-EXIT.
005890     EXIT.
005891 1115-MATCH-FEED-NAME.
005892     IF WS-FEED-NAME(WS-FEED-SUB) = WS-REG-NAME
005893         MOVE WS-FEED-SUB TO WS-FEED-HIT-SUB
005894     END-IF.
005895 1115-EXIT.
005896     EXIT.
005897******************************************************************
005898*  1120-FIND-VERSION-IN-FORCE                                   *
005899*  WS-FVR-HIT-SUB = FEED WS-FEED-SUB'S VERSION WITH THE LATEST  *
005900*  EFFECTIVE DATE NOT AFTER WS-SCORE-DATE (THE LATER LINE ON A  *
005901*  TIE), ZERO IF NONE WAS IN FORCE YET.                         *
005902******************************************************************
005903 1120-FIND-VERSION-IN-FORCE.
005904     MOVE ZERO TO WS-FVR-HIT-SUB
005905     PERFORM 1130-CHECK-ONE-VERSION
005906         THRU 1130-EXIT
005907         VARYING WS-FVR-SUB FROM 1 BY 1
005908         UNTIL WS-FVR-SUB > WS-FVR-COUNT.
005909 1120-EXIT.
005910     EXIT.
005911 1130-CHECK-ONE-VERSION.
005912     IF WS-FVR-FEED-SUB(WS-FVR-SUB) NOT = WS-FEED-SUB
005913             OR WS-FVR-EFF(WS-FVR-SUB) > WS-SCORE-DATE
005914         GO TO 1130-EXIT
005915     END-IF
005916     IF WS-FVR-HIT-SUB > ZERO
005917         IF WS-FVR-EFF(WS-FVR-SUB) < WS-FVR-EFF(WS-FVR-HIT-SUB)
005918             GO TO 1130-EXIT
005919         END-IF
005920     END-IF
005921     MOVE WS-FVR-SUB TO WS-FVR-HIT-SUB.
005922 1130-EXIT.
005923     EXIT.
005924******************************************************************
005925*  1200-LOAD-CONTACTS                                           *
005926*  THE SCORECARD GOES TO THE FEED-SPECIFIC CONTACTS ONLY - THE  *
005930*  '*' LINE IS THE ON-CALL PAGER, NOT AN UPSTREAM TEAM.         *
005940******************************************************************
005950 1200-LOAD-CONTACTS.
005960     MOVE WS-CONTACT-FILE-NAME TO WS-CON-DYNAMIC-FILE
005970     OPEN INPUT CONTACT-FILE
005980     IF NOT WS-CON-FILE-OK
005990         DISPLAY "Note: contact registry "
006000             WS-CONTACT-FILE-NAME(1:50) " could not be opened"
006010             " - no contact CSVs will be written."
006020         GO TO 1200-EXIT
006030     END-IF
006040     PERFORM 1210-LOAD-ONE-CONTACT
006050         THRU 1210-EXIT
006060         UNTIL WS-CON-FILE-EOF
006070     CLOSE CONTACT-FILE.
006080 1200-EXIT.
006090     EXIT.
006100 1210-LOAD-ONE-CONTACT.
006110     READ CONTACT-FILE
006120         AT END
006130             GO TO 1210-EXIT
006140     END-READ
006150     IF CONTACT-RECORD(1:1) = '*' OR CONTACT-RECORD = SPACES
006160         GO TO 1210-EXIT
006170     END-IF
006180     MOVE SPACES TO WS-CNX-TAG
006190     MOVE SPACES TO WS-CNX-FEED
006200     MOVE SPACES TO WS-CNX-SEV
006210     MOVE SPACES TO WS-CNX-CHANNEL
006220     MOVE SPACES TO WS-CNX-ADDRESS
006230     UNSTRING CONTACT-RECORD DELIMITED BY '|'
006240         INTO WS-CNX-TAG WS-CNX-FEED WS-CNX-SEV
006250              WS-CNX-CHANNEL WS-CNX-ADDRESS
006260     END-UNSTRING
006270     IF WS-CNX-TAG NOT = 'CONTACT' OR WS-CNX-FEED = '*'
006280             OR WS-CNX-FEED = SPACES OR WS-CNX-ADDRESS = SPACES
006290         GO TO 1210-EXIT
006300     END-IF
006310     IF WS-CONTACT-COUNT = 50
006320         GO TO 1210-EXIT
006330     END-IF
006340     ADD 1 TO WS-CONTACT-COUNT
006350     MOVE WS-CNX-FEED TO WS-CONTACT-FEED(WS-CONTACT-COUNT)
006360     MOVE WS-CNX-CHANNEL TO WS-CONTACT-CHANNEL(WS-CONTACT-COUNT)
006370     MOVE WS-CNX-ADDRESS TO WS-CONTACT-ADDRESS(WS-CONTACT-COUNT).
006380 1210-EXIT.
006390     EXIT.
006400******************************************************************
006410*  1300-LOAD-AUDIT-LOG                                          *
006420*  THE LATEST UPLOAD OUTCOME (SUCCESS / REJECTED / FAILED) PER  *
006430*  FEED AND BUSINESS DATE IN THE WINDOW - THE BUS-DATE= TAG OF  *
006440*  A BACKDATED RUN, ELSE THE RUN DATE - AND THE ROW COUNT OF    *
006450*  AN ORPHAN REJECTION.  ONLY USED WHERE THE UPLOAD-HISTORY     *
006460*  MASTER HAS NO RECORD.                                        *
006470******************************************************************
006480 1300-LOAD-AUDIT-LOG.
006490     MOVE WS-AUDIT-LOG-FILE-NAME TO WS-AUD-DYNAMIC-FILE
006500     OPEN INPUT AUDIT-LOG-FILE
006510     IF NOT WS-AUD-FILE-OK
006520         GO TO 1300-EXIT
006530     END-IF
006540     PERFORM 1310-LOAD-ONE-AUDIT-LINE
006550         THRU 1310-EXIT
006560         UNTIL WS-AUD-FILE-EOF
006570     CLOSE AUDIT-LOG-FILE.
006580 1300-EXIT.
006590     EXIT.
006600 1310-LOAD-ONE-AUDIT-LINE.
006610     READ AUDIT-LOG-FILE
006620         AT END
006630             GO TO 1310-EXIT
006640     END-READ
006650     MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE
006660     IF WS-AUD-DATE IS NOT NUMERIC
006670         GO TO 1310-EXIT
006680     END-IF
006690     IF WS-AUD-OUTCOME(1:7) NOT = 'SUCCESS'
006700             AND WS-AUD-OUTCOME(1:8) NOT = 'REJECTED'
006710             AND WS-AUD-OUTCOME(1:6) NOT = 'FAILED'
006720         GO TO 1310-EXIT
006730     END-IF
006740     MOVE FUNCTION NUMVAL(WS-AUD-DATE) TO WS-AUD-BUS-DATE
006750     MOVE SPACES TO WS-AUD-TAIL-HEAD
006760     MOVE SPACES TO WS-AUD-TAIL-DATE
006770     UNSTRING WS-AUD-TAIL DELIMITED BY 'BUS-DATE=' OR 'BUSDATE='
006780         INTO WS-AUD-TAIL-HEAD WS-AUD-TAIL-DATE
006790     END-UNSTRING
006800     IF WS-AUD-TAIL-DATE(1:8) IS NUMERIC
006810         MOVE FUNCTION NUMVAL(WS-AUD-TAIL-DATE(1:8))
006820             TO WS-AUD-BUS-DATE
006830     END-IF
006840     IF WS-AUD-BUS-DATE < WS-WINDOW-FROM-DATE
006850             OR WS-AUD-BUS-DATE > WS-WINDOW-TO-DATE
006860         GO TO 1310-EXIT
006870     END-IF
006880     MOVE ZERO TO WS-AUT-HIT-SUB
006890     PERFORM 1320-FIND-AUDIT-ENTRY
006900         THRU 1320-EXIT
006910         VARYING WS-AUT-SUB FROM 1 BY 1
006920         UNTIL WS-AUT-SUB > WS-AUT-COUNT
006930            OR WS-AUT-HIT-SUB > ZERO
006940     IF WS-AUT-HIT-SUB = ZERO
006950         IF WS-AUT-COUNT = WS-AUT-MAX
006960             GO TO 1310-EXIT
006970         END-IF
006980         ADD 1 TO WS-AUT-COUNT
006990         MOVE WS-AUT-COUNT TO WS-AUT-HIT-SUB
007000         MOVE WS-AUD-FILE(1:30) TO WS-AUT-FEED(WS-AUT-HIT-SUB)
007010         MOVE WS-AUD-BUS-DATE TO WS-AUT-BUS-DATE(WS-AUT-HIT-SUB)
007020         MOVE ZERO TO WS-AUT-ORPHAN-ROWS(WS-AUT-HIT-SUB)
007030         MOVE 'N' TO WS-AUT-ORPHAN-REJECT(WS-AUT-HIT-SUB)
007040     END-IF
007050     MOVE WS-AUD-OUTCOME TO WS-AUT-OUTCOME(WS-AUT-HIT-SUB)
007060     MOVE ZERO TO WS-AUT-ROWS(WS-AUT-HIT-SUB)
007070     IF WS-AUD-ROWS IS NUMERIC
007080         MOVE WS-AUD-ROWS TO WS-AUT-ROWS(WS-AUT-HIT-SUB)
007090     END-IF
007100     MOVE ZERO TO WS-AUD-ORPHAN-HITS
007110     INSPECT WS-AUD-OUTCOME TALLYING WS-AUD-ORPHAN-HITS
007120         FOR ALL 'ORPHAN'
007130     IF WS-AUD-ORPHAN-HITS > ZERO
007140         MOVE 'Y' TO WS-AUT-ORPHAN-REJECT(WS-AUT-HIT-SUB)
007150         MOVE WS-AUT-ROWS(WS-AUT-HIT-SUB)
007160             TO WS-AUT-ORPHAN-ROWS(WS-AUT-HIT-SUB)
007170     END-IF.
007180 1310-EXIT.
007190     EXIT.
007200 1320-FIND-AUDIT-ENTRY.
007210     IF WS-AUT-BUS-DATE(WS-AUT-SUB) = WS-AUD-BUS-DATE
007220             AND WS-AUT-FEED(WS-AUT-SUB) = WS-AUD-FILE(1:30)
007230         MOVE WS-AUT-SUB TO WS-AUT-HIT-SUB
007240     END-IF.
007250 1320-EXIT.
007260     EXIT.
007270 1400-OPEN-HISTORY.
007280     MOVE WS-HISTORY-FILE-NAME TO WS-HIS-DYNAMIC-FILE
007290     OPEN INPUT HISTORY-FILE
007300     IF WS-HIS-FILE-OK
007310         SET WS-HIS-OPEN TO TRUE
007320     ELSE
007330         DISPLAY "Note: upload-history master "
007340             WS-HISTORY-FILE-NAME(1:40) " could not be opened"
007350             " - outcomes and row counts from the audit log."
007360     END-IF.
007370 1400-EXIT.
007380     EXIT.
007390******************************************************************
007400*  2000-SCORE-ONE-MONTH                                         *
007410*  EVERY CALENDAR DATE OF THE MONTH UP TO TODAY.                *
007420******************************************************************
007430 2000-SCORE-ONE-MONTH.
007440     MOVE WS-MON-YYYYMM(WS-MON-SUB) TO WS-SCORE-YYYYMM
007450     PERFORM 2100-SCORE-ONE-DATE
007460         THRU 2100-EXIT
007470         VARYING WS-DAY-OF-MONTH FROM 1 BY 1
007480         UNTIL WS-DAY-OF-MONTH > 31.
007490 2000-EXIT.
007500     EXIT.
007510 2100-SCORE-ONE-DATE.
007520     MOVE WS-DAY-OF-MONTH TO WS-SCORE-DD
007530     IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCORE-DATE) NOT = ZERO
007540             OR WS-SCORE-DATE > WS-TODAY-DATE
007550         GO TO 2100-EXIT
007560     END-IF
007570     PERFORM 2150-LOCATE-DAY-FOLDER
007580         THRU 2150-EXIT
007590     PERFORM 2200-SCORE-FEED-DAY
007600         THRU 2200-EXIT
007610         VARYING WS-FEED-SUB FROM 1 BY 1
007620         UNTIL WS-FEED-SUB > WS-FEED-COUNT
007630     IF WS-DAY-UNPACKED
007640         MOVE SPACES TO WS-COMMAND
007650         STRING "rm -rf " FUNCTION TRIM(WS-UNPACK-DIR)
007660             DELIMITED BY SIZE
007670             INTO WS-COMMAND
007680         END-STRING
007690         CALL 'SYSTEM' USING WS-COMMAND
007700             RETURNING WS-COMMAND-RETURN-CODE
007710     END-IF.
007720 2100-EXIT.
007730     EXIT.
007740******************************************************************
007750*  2150-LOCATE-DAY-FOLDER                                       *
007760*  THE DATE'S ARCHIVE FOLDER - OR, WHEN RETENTION HAS ALREADY   *
007770*  COMPRESSED IT, ONLY ITS .rejdtl AND .orphans MEMBERS         *
007780*  UNPACKED INTO THE WORK FOLDER (REMOVED AGAIN BY 2100).       *
007790******************************************************************
007800 2150-LOCATE-DAY-FOLDER.
007810     MOVE 'N' TO WS-DAY-UNPACKED-SWITCH
007820     MOVE SPACES TO WS-DAY-FOLDER
007830     STRING "/workspace/ARCHIVE-" WS-SCORE-DATE
007840         DELIMITED BY SIZE
007850         INTO WS-DAY-FOLDER
007860     END-STRING
007870     MOVE SPACES TO WS-COMMAND
007880     STRING "test ! -d /workspace/ARCHIVE-" WS-SCORE-DATE
007890         " && test -f /workspace/ARCHIVE-" WS-SCORE-DATE
007900         ".tar.gz"
007910         DELIMITED BY SIZE
007920         INTO WS-COMMAND
007930     END-STRING
007940     CALL 'SYSTEM' USING WS-COMMAND
007950         RETURNING WS-COMMAND-RETURN-CODE
007960     IF WS-COMMAND-RETURN-CODE NOT = ZERO
007970         GO TO 2150-EXIT
007980     END-IF
007990     MOVE SPACES TO WS-COMMAND
008000     STRING "mkdir -p " FUNCTION TRIM(WS-UNPACK-DIR)
008010         " && tar xzf /workspace/ARCHIVE-" WS-SCORE-DATE
008020         ".tar.gz -C " FUNCTION TRIM(WS-UNPACK-DIR)
008030         " --wildcards 'ARCHIVE-" WS-SCORE-DATE "/*.rejdtl'"
008040         " 'ARCHIVE-" WS-SCORE-DATE "/*.orphans'"
008050         " 2>/dev/null"
008060         DELIMITED BY SIZE
008070         INTO WS-COMMAND
008080     END-STRING
008090     CALL 'SYSTEM' USING WS-COMMAND
008100         RETURNING WS-COMMAND-RETURN-CODE
008110     ADD 1 TO WS-DAYS-UNPACKED
008120     SET WS-DAY-UNPACKED TO TRUE
008130     MOVE SPACES TO WS-DAY-FOLDER
008140     STRING FUNCTION TRIM(WS-UNPACK-DIR) "/ARCHIVE-"
008150         WS-SCORE-DATE
008160         DELIMITED BY SIZE
008170         INTO WS-DAY-FOLDER
008180     END-STRING.
008190 2150-EXIT.
008200     EXIT.
008210******************************************************************
008220*  2200-SCORE-FEED-DAY                                          *
008230*  ONE FEED ON ONE BUSINESS DATE: THE UPLOAD OUTCOME AND ROWS   *
008240*  SENT (MASTER, ELSE AUDIT LOG), THE QUARANTINED ROWS AND      *
008250*  FAILURES FROM THE DATED REJECT DETAIL, THE ORPHAN KEYS, AND  *
008260*  WHETHER THE WHOLE FILE WAS REJECTED.  A DATE ON WHICH THE    *
008270*  FEED DID NOT RUN (OR WAS NOT DUE, OR NEVER ARRIVED) SCORES   *
008272*  NOTHING - A MISSING FILE IS NOT A DATA-QUALITY FAILURE.      *
008274*  THE SENSITIVE AND KEY COLUMNS ARE THOSE OF THE FEED'S        *
008276*  REGISTRY VERSION IN FORCE ON THE DATE (WS-FVR-HIT-SUB, WHICH *
008277*  THE FAILURE COUNTS ARE KEPT UNDER); A FEED WITH NONE IN      *
008278*  FORCE YET IS SKIPPED.                                        *
008280******************************************************************
008282 2200-SCORE-FEED-DAY.
008284     PERFORM 1120-FIND-VERSION-IN-FORCE
008286         THRU 1120-EXIT
008288     IF WS-FVR-HIT-SUB = ZERO
008290         GO TO 2200-EXIT
008292     END-IF
008294     MOVE WS-FVR-SENS-COL(WS-FVR-HIT-SUB)
008296         TO WS-FEED-SENS-COL(WS-FEED-SUB)
008298     MOVE WS-FVR-KEY-COL(WS-FVR-HIT-SUB)
008300         TO WS-FEED-KEY-COL(WS-FEED-SUB)
008310     MOVE SPACES TO WS-DAY-OUTCOME
008320     MOVE ZERO TO WS-DAY-ROWS-SENT
008330     MOVE ZERO TO WS-DAY-AUDIT-ROWS
008340     MOVE ZERO TO WS-DAY-QUARANTINED
008350     MOVE ZERO TO WS-DAY-FAILURES
008360     MOVE ZERO TO WS-DAY-ORPHAN-KEYS
008370     MOVE ZERO TO WS-DAY-LAST-ROW
008380     MOVE 'N' TO WS-DAY-REJECTED-SWITCH
008390     MOVE 'N' TO WS-DAY-REJDTL-SWITCH
008400     MOVE 'N' TO WS-DAY-ORPHAN-REJ-SWITCH
008410     PERFORM 2210-READ-HISTORY
008420         THRU 2210-EXIT
008430     PERFORM 2220-FIND-AUDIT-DAY
008440         THRU 2220-EXIT
008450     IF WS-DAY-OUTCOME = 'REJECTED - FILE NOT FOUND'
008460             OR WS-DAY-OUTCOME
008470                 = 'REJECTED - NOT A FEED BUSINESS DAY'
008480         MOVE SPACES TO WS-DAY-OUTCOME
008490         MOVE ZERO TO WS-DAY-ROWS-SENT
008500     END-IF
008510     PERFORM 2300-READ-REJECT-DETAIL
008520         THRU 2300-EXIT
008530     PERFORM 2400-READ-ORPHAN-LIST
008540         THRU 2400-EXIT
008550*    NO DATED REJECT DETAIL (AN ARCHIVE FROM BEFORE IT WAS KEPT)
008560*    - A SUCCESSFUL UPLOAD STILL CARRIES ITS QUARANTINE COUNT
008570     IF NOT WS-DAY-REJDTL-READ
008580             AND WS-DAY-OUTCOME(1:10) = 'SUCCESS - '
008590             AND WS-DAY-OUTCOME(11:7) IS NUMERIC
008600         MOVE WS-DAY-OUTCOME(11:7) TO WS-DAY-QUARANTINED
008610         MOVE WS-DAY-QUARANTINED TO WS-DAY-FAILURES
008620     END-IF
008630     IF WS-DAY-OUTCOME = SPACES AND WS-DAY-FAILURES = ZERO
008640             AND WS-DAY-ORPHAN-KEYS = ZERO
008650         GO TO 2200-EXIT
008660     END-IF
008670     COMPUTE WS-DAY-RECEIVED =
008680         WS-DAY-ROWS-SENT + WS-DAY-QUARANTINED
008690     IF WS-DAY-AUDIT-ROWS > WS-DAY-RECEIVED
008700         MOVE WS-DAY-AUDIT-ROWS TO WS-DAY-RECEIVED
008710     END-IF
008720     IF WS-DAY-OUTCOME(1:8) = 'REJECTED'
008730             OR WS-DAY-OUTCOME(1:6) = 'FAILED'
008740             OR WS-DAY-ORPHAN-REJECTED
008750         SET WS-DAY-FILE-REJECTED TO TRUE
008760     END-IF
008770     PERFORM 2250-ADD-FILE-LEVEL-FAILURE
008780         THRU 2250-EXIT
008790     MOVE ZERO TO WS-DAY-RATE
008800     IF WS-DAY-RECEIVED > ZERO
008810         COMPUTE WS-DAY-RATE ROUNDED =
008820             WS-DAY-QUARANTINED * 100 / WS-DAY-RECEIVED
008830     END-IF
008840     ADD 1 TO WS-FM-FEED-DAYS(WS-FEED-SUB, WS-MON-SUB)
008850     ADD WS-DAY-RECEIVED
008860         TO WS-FM-RECEIVED(WS-FEED-SUB, WS-MON-SUB)
008870     ADD WS-DAY-QUARANTINED
008880         TO WS-FM-QUARANTINED(WS-FEED-SUB, WS-MON-SUB)
008890     ADD WS-DAY-FAILURES
008900         TO WS-FM-FAILURES(WS-FEED-SUB, WS-MON-SUB)
008910     IF WS-DAY-FILE-REJECTED
008920         ADD 1 TO WS-FM-FILES-REJECTED(WS-FEED-SUB, WS-MON-SUB)
008930     END-IF
008940     IF WS-MON-SUB = 1
008950         ADD 1 TO WS-FEED-DAYS-SCORED
008960         IF WS-DAY-FAILURES > ZERO OR WS-DAY-FILE-REJECTED
008970             PERFORM 2700-ADD-WORST-DAY
008980                 THRU 2700-EXIT
008990         END-IF
009000     END-IF.
009010 2200-EXIT.
009020     EXIT.
009030 2210-READ-HISTORY.
009040     IF NOT WS-HIS-OPEN
009050         GO TO 2210-EXIT
009060     END-IF
009070     MOVE WS-FEED-NAME(WS-FEED-SUB) TO UPLHIST-FEED-NAME
009080     MOVE WS-SCORE-DATE TO UPLHIST-BUS-DATE
009090     READ HISTORY-FILE
009100         KEY IS UPLHIST-KEY
009110         INVALID KEY
009120             GO TO 2210-EXIT
009130     END-READ
009140     MOVE UPLHIST-OUTCOME TO WS-DAY-OUTCOME
009150     MOVE UPLHIST-ROWS-SENT TO WS-DAY-ROWS-SENT.
009160 2210-EXIT.
009170     EXIT.
009180******************************************************************
009190*  2220-FIND-AUDIT-DAY                                          *
009200*  THE AUDIT LOG FILLS IN WHAT THE MASTER DOES NOT HAVE - THE   *
009210*  OUTCOME WHEN THERE IS NO MASTER RECORD, AND THE ROWS OF AN   *
009220*  ORPHAN-REJECTED FILE (UPLOADXRF COUNTS THEM, UPLOADCSV       *
009230*  NEVER SAW THE FILE).                                         *
009240******************************************************************
009250 2220-FIND-AUDIT-DAY.
009260     MOVE ZERO TO WS-AUT-HIT-SUB
009270     PERFORM 2225-MATCH-AUDIT-DAY
009280         THRU 2225-EXIT
009290         VARYING WS-AUT-SUB FROM 1 BY 1
009300         UNTIL WS-AUT-SUB > WS-AUT-COUNT
009310            OR WS-AUT-HIT-SUB > ZERO
009320     IF WS-AUT-HIT-SUB = ZERO
009330         GO TO 2220-EXIT
009340     END-IF
009350     IF WS-DAY-OUTCOME = SPACES
009360         MOVE WS-AUT-OUTCOME(WS-AUT-HIT-SUB) TO WS-DAY-OUTCOME
009370         MOVE WS-AUT-ROWS(WS-AUT-HIT-SUB) TO WS-DAY-ROWS-SENT
009380     END-IF
009390     IF WS-AUT-ORPHAN-REJECT(WS-AUT-HIT-SUB) = 'Y'
009400         MOVE WS-AUT-ORPHAN-ROWS(WS-AUT-HIT-SUB)
009410             TO WS-DAY-AUDIT-ROWS
009420         IF WS-AUT-OUTCOME(WS-AUT-HIT-SUB)(1:8) = 'REJECTED'
009430                 OR WS-DAY-OUTCOME = 'REJECTED - FILE NOT FOUND'
009440             SET WS-DAY-ORPHAN-REJECTED TO TRUE
009450         END-IF
009460     END-IF.
009470 2220-EXIT.
009480     EXIT.
009490 2225-MATCH-AUDIT-DAY.
009500     IF WS-AUT-BUS-DATE(WS-AUT-SUB) = WS-SCORE-DATE
009510             AND WS-AUT-FEED(WS-AUT-SUB)
009520                 = WS-FEED-NAME(WS-FEED-SUB)
009530         MOVE WS-AUT-SUB TO WS-AUT-HIT-SUB
009540     END-IF.
009550 2225-EXIT.
009560     EXIT.
009570******************************************************************
009580*  2250-ADD-FILE-LEVEL-FAILURE                                  *
009590*  TRAILER FAILURES LEAVE NO REJECT DETAIL LINE - THE WHOLE     *
009600*  FILE IS THE FAILURE - SO THEY ARE COUNTED FROM THE OUTCOME,  *
009610*  ONE PER FEED-DAY, AGAINST COLUMN 00.  (HEADER FAILURES ARE   *
009620*  IN THE REJECT DETAIL AS ROW 0; ORPHANS IN THE ORPHAN LIST.)  *
009630******************************************************************
009640 2250-ADD-FILE-LEVEL-FAILURE.
009650     MOVE SPACES TO WS-ADD-REASON
009660     EVALUATE WS-DAY-OUTCOME
009670         WHEN 'REJECTED - TRAILER OUT OF BALANCE'
009680             MOVE 'TRAILER-OUT-OF-BALANCE' TO WS-ADD-REASON
009690         WHEN 'REJECTED - BUSINESS DATE MISMATCH'
009700             MOVE 'TRAILER-BUS-DATE-MISMATCH' TO WS-ADD-REASON
009710         WHEN OTHER
009720             GO TO 2250-EXIT
009730     END-EVALUATE
009740     ADD 1 TO WS-DAY-FAILURES
009750     IF WS-MON-SUB = 1
009760         MOVE ZERO TO WS-ADD-COL
009770         MOVE 1 TO WS-ADD-COUNT
009780         PERFORM 2500-ADD-RULE-COUNT
009790             THRU 2500-EXIT
009800     END-IF.
009810 2250-EXIT.
009820     EXIT.
009830******************************************************************
009840*  2300-READ-REJECT-DETAIL                                      *
009850*  EVERY LINE IS ONE FAILURE; A ROW WITH SEVERAL FAILURES IS    *
009860*  QUARANTINED ONCE (ITS LINES ARE WRITTEN TOGETHER).  ROW 0    *
009870*  IS A HEADER FAILURE - A FAILURE, NOT A QUARANTINED ROW.      *
009880******************************************************************
009890 2300-READ-REJECT-DETAIL.
009900     MOVE SPACES TO WS-DTL-DYNAMIC-FILE
009910     STRING FUNCTION TRIM(WS-DAY-FOLDER) "/"
009920         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ".rejdtl"
009930         DELIMITED BY SIZE
009940         INTO WS-DTL-DYNAMIC-FILE
009950     END-STRING
009960     OPEN INPUT DETAIL-FILE
009970     IF NOT WS-DTL-FILE-OK
009980         MOVE '00' TO WS-DTL-FILE-STATUS
009990         GO TO 2300-EXIT
010000     END-IF
010010     SET WS-DAY-REJDTL-READ TO TRUE
010020     PERFORM 2310-TALLY-ONE-DETAIL
010030         THRU 2310-EXIT
010040         UNTIL WS-DTL-FILE-EOF
010050     CLOSE DETAIL-FILE
010060     MOVE '00' TO WS-DTL-FILE-STATUS.
010070 2300-EXIT.
010080     EXIT.
010090 2310-TALLY-ONE-DETAIL.
010100     READ DETAIL-FILE
010110         AT END
010120             GO TO 2310-EXIT
010130     END-READ
010140     PERFORM 2800-SPLIT-DETAIL-LINE
010150         THRU 2800-EXIT
010160     IF NOT WS-DTL-LINE-OK OR WS-DTL-WORD-3 NOT = 'COL'
010170         GO TO 2310-EXIT
010180     END-IF
010190     ADD 1 TO WS-DAY-FAILURES
010200     IF WS-DTL-ROW > ZERO AND WS-DTL-ROW NOT = WS-DAY-LAST-ROW
010210         ADD 1 TO WS-DAY-QUARANTINED
010220         MOVE WS-DTL-ROW TO WS-DAY-LAST-ROW
010230     END-IF
010240     IF WS-MON-SUB NOT = 1
010250         GO TO 2310-EXIT
010260     END-IF
010270     MOVE SPACES TO WS-DTL-REASON
010280     IF WS-DTL-WORD-5(1:7) = 'REASON='
010290         MOVE WS-DTL-WORD-5(8:24) TO WS-DTL-REASON
010300     END-IF
010310     MOVE ZERO TO WS-DTL-COL
010320     IF WS-DTL-WORD-4(1:2) IS NUMERIC
010330         MOVE WS-DTL-WORD-4(1:2) TO WS-DTL-COL
010340     END-IF
010350     MOVE WS-DTL-REASON TO WS-ADD-REASON
010360     MOVE WS-DTL-COL TO WS-ADD-COL
010370     MOVE 1 TO WS-ADD-COUNT
010380     PERFORM 2500-ADD-RULE-COUNT
010390         THRU 2500-EXIT
010400     MOVE SPACES TO WS-DTL-HEAD
010410     MOVE SPACES TO WS-DTL-VALUE-TEXT
010420     UNSTRING DETAIL-RECORD DELIMITED BY 'VALUE='
010430         INTO WS-DTL-HEAD WS-DTL-VALUE-TEXT
010440     END-UNSTRING
010450     IF WS-DTL-VALUE-TEXT = SPACES
010460         GO TO 2310-EXIT
010470     END-IF
010480     MOVE WS-DTL-VALUE-TEXT(1:40) TO WS-ADD-VALUE
010490     PERFORM 2600-ADD-VALUE-COUNT
010500         THRU 2600-EXIT.
010510 2310-EXIT.
010520     EXIT.
010530******************************************************************
010540*  2400-READ-ORPHAN-LIST                                        *
010550*  EACH LINE IS ONE ORPHAN KEY - A FAILURE OF THE FEED'S KEY    *
010560*  COLUMN, AND THE KEY ITSELF IS THE OFFENDING VALUE.           *
010570******************************************************************
010580 2400-READ-ORPHAN-LIST.
010590     MOVE SPACES TO WS-DTL-DYNAMIC-FILE
010600     STRING FUNCTION TRIM(WS-DAY-FOLDER) "/"
010610         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ".orphans"
010620         DELIMITED BY SIZE
010630         INTO WS-DTL-DYNAMIC-FILE
010640     END-STRING
010650     OPEN INPUT DETAIL-FILE
010660     IF NOT WS-DTL-FILE-OK
010670         MOVE '00' TO WS-DTL-FILE-STATUS
010680         GO TO 2400-EXIT
010690     END-IF
010700     PERFORM 2410-TALLY-ONE-ORPHAN
010710         THRU 2410-EXIT
010720         UNTIL WS-DTL-FILE-EOF
010730     CLOSE DETAIL-FILE
010740     MOVE '00' TO WS-DTL-FILE-STATUS.
010750 2400-EXIT.
010760     EXIT.
010770 2410-TALLY-ONE-ORPHAN.
010780     READ DETAIL-FILE
010790         AT END
010800             GO TO 2410-EXIT
010810     END-READ
010820     PERFORM 2800-SPLIT-DETAIL-LINE
010830         THRU 2800-EXIT
010840     IF NOT WS-DTL-LINE-OK
010850         GO TO 2410-EXIT
010860     END-IF
010870     ADD 1 TO WS-DAY-FAILURES
010880     ADD 1 TO WS-DAY-ORPHAN-KEYS
010890     IF WS-MON-SUB NOT = 1
010900         GO TO 2410-EXIT
010910     END-IF
010920     MOVE 'ORPHAN-KEY' TO WS-ADD-REASON
010930     MOVE WS-FEED-KEY-COL(WS-FEED-SUB) TO WS-ADD-COL
010940     MOVE 1 TO WS-ADD-COUNT
010950     PERFORM 2500-ADD-RULE-COUNT
010960         THRU 2500-EXIT
010970     MOVE WS-DTL-WORD-4 TO WS-ADD-VALUE
010980     PERFORM 2600-ADD-VALUE-COUNT
010990         THRU 2600-EXIT.
011000 2410-EXIT.
011010     EXIT.
011020******************************************************************
011030*  2500-ADD-RULE-COUNT                                          *
011040*  ADDS TO THE FEED / VERSION / RULE / COLUMN FAILURE COUNT.    *
011050******************************************************************
011060 2500-ADD-RULE-COUNT.
011070     MOVE 'N' TO WS-FOUND-SWITCH
011080     PERFORM 2510-FIND-RULE
011090         THRU 2510-EXIT
011100         VARYING WS-RUL-SUB FROM 1 BY 1
011110         UNTIL WS-RUL-SUB > WS-RUL-USED
011120            OR WS-ENTRY-FOUND
011130     IF WS-ENTRY-FOUND
011140         SUBTRACT 1 FROM WS-RUL-SUB
011150         ADD WS-ADD-COUNT TO WS-RUL-COUNT(WS-RUL-SUB)
011160         GO TO 2500-EXIT
011170     END-IF
011180     IF WS-RUL-USED = WS-RUL-MAX
011190         GO TO 2500-EXIT
011200     END-IF
011210     ADD 1 TO WS-RUL-USED
011220     MOVE WS-FEED-SUB TO WS-RUL-FEED(WS-RUL-USED)
011225     MOVE WS-FVR-HIT-SUB TO WS-RUL-VER(WS-RUL-USED)
011230     MOVE WS-ADD-REASON TO WS-RUL-REASON(WS-RUL-USED)
011240     MOVE WS-ADD-COL TO WS-RUL-COL(WS-RUL-USED)
011250     MOVE WS-ADD-COUNT TO WS-RUL-COUNT(WS-RUL-USED).
011260 2500-EXIT.
011270     EXIT.
011280 2510-FIND-RULE.
011290     IF WS-RUL-FEED(WS-RUL-SUB) = WS-FEED-SUB
011295             AND WS-RUL-VER(WS-RUL-SUB) = WS-FVR-HIT-SUB
011300             AND WS-RUL-REASON(WS-RUL-SUB) = WS-ADD-REASON
011310             AND WS-RUL-COL(WS-RUL-SUB) = WS-ADD-COL
011320         SET WS-ENTRY-FOUND TO TRUE
011330     END-IF.
011340 2510-EXIT.
011350     EXIT.
011360******************************************************************
011370*  2600-ADD-VALUE-COUNT                                         *
011380*  COUNTS ONE OFFENDING VALUE.  A VALUE IN THE FEED'S SENSITIVE *
011390*  COLUMN IS COUNTED AS *MASKED* WHATEVER THE LINE CARRIED.     *
011400******************************************************************
011410 2600-ADD-VALUE-COUNT.
011420     IF WS-ADD-COL = WS-FEED-SENS-COL(WS-FEED-SUB)
011430             AND WS-ADD-COL > ZERO
011440         MOVE '*MASKED*' TO WS-ADD-VALUE
011450     END-IF
011460     MOVE 'N' TO WS-FOUND-SWITCH
011470     PERFORM 2610-FIND-VALUE
011480         THRU 2610-EXIT
011490         VARYING WS-VAL-SUB FROM 1 BY 1
011500         UNTIL WS-VAL-SUB > WS-VAL-USED
011510            OR WS-ENTRY-FOUND
011520     IF WS-ENTRY-FOUND
011530         SUBTRACT 1 FROM WS-VAL-SUB
011540         ADD 1 TO WS-VAL-COUNT(WS-VAL-SUB)
011550         GO TO 2600-EXIT
011560     END-IF
011570     IF WS-VAL-USED = WS-VAL-MAX
011580         ADD 1 TO WS-VAL-OVERFLOW
011590         GO TO 2600-EXIT
011600     END-IF
011610     ADD 1 TO WS-VAL-USED
011620     MOVE WS-FEED-SUB TO WS-VAL-FEED(WS-VAL-USED)
011625     MOVE WS-FVR-HIT-SUB TO WS-VAL-VER(WS-VAL-USED)
011630     MOVE WS-ADD-REASON TO WS-VAL-REASON(WS-VAL-USED)
011640     MOVE WS-ADD-COL TO WS-VAL-COL(WS-VAL-USED)
011650     MOVE WS-ADD-VALUE TO WS-VAL-TEXT(WS-VAL-USED)
011660     MOVE 1 TO WS-VAL-COUNT(WS-VAL-USED)
011670     MOVE 'N' TO WS-VAL-SHOWN(WS-VAL-USED).
011680 2600-EXIT.
011690     EXIT.
011700 2610-FIND-VALUE.
011710     IF WS-VAL-FEED(WS-VAL-SUB) = WS-FEED-SUB
011715             AND WS-VAL-VER(WS-VAL-SUB) = WS-FVR-HIT-SUB
011720             AND WS-VAL-REASON(WS-VAL-SUB) = WS-ADD-REASON
011730             AND WS-VAL-COL(WS-VAL-SUB) = WS-ADD-COL
011740             AND WS-VAL-TEXT(WS-VAL-SUB) = WS-ADD-VALUE
011750         SET WS-ENTRY-FOUND TO TRUE
011760     END-IF.
011770 2610-EXIT.
011780     EXIT.
011790******************************************************************
011800*  2700-ADD-WORST-DAY                                           *
011810*  A FEED-DAY WITH ANY FAILURE, FOR THE RANKING.  A REJECTED    *
011820*  FILE RANKS ABOVE ANY PARTLY QUARANTINED ONE - NOTHING OF IT  *
011830*  WENT OUT.                                                    *
011840******************************************************************
011850 2700-ADD-WORST-DAY.
011860     IF WS-WDY-USED = WS-WDY-MAX
011870         GO TO 2700-EXIT
011880     END-IF
011890     ADD 1 TO WS-WDY-USED
011900     MOVE WS-FEED-SUB TO WS-WDY-FEED(WS-WDY-USED)
011910     MOVE WS-SCORE-DATE TO WS-WDY-DATE(WS-WDY-USED)
011920     MOVE WS-DAY-RECEIVED TO WS-WDY-RECEIVED(WS-WDY-USED)
011930     MOVE WS-DAY-QUARANTINED TO WS-WDY-QUARANTINED(WS-WDY-USED)
011940     MOVE WS-DAY-FAILURES TO WS-WDY-FAILURES(WS-WDY-USED)
011950     MOVE WS-DAY-RATE TO WS-WDY-RATE(WS-WDY-USED)
011960     MOVE WS-DAY-RATE TO WS-WDY-RANK-KEY(WS-WDY-USED)
011970     IF WS-DAY-FILE-REJECTED
011980         ADD 1000 TO WS-WDY-RANK-KEY(WS-WDY-USED)
011990     END-IF
012000     MOVE WS-DAY-OUTCOME TO WS-WDY-OUTCOME(WS-WDY-USED)
012010     IF WS-DAY-OUTCOME = SPACES
012020         STRING "REJECTED - " WS-DAY-ORPHAN-KEYS
012030             " ORPHAN KEYS"
012040             DELIMITED BY SIZE
012050             INTO WS-WDY-OUTCOME(WS-WDY-USED)
012060         END-STRING
012070     END-IF
012080     MOVE 'N' TO WS-WDY-SHOWN(WS-WDY-USED).
012090 2700-EXIT.
012100     EXIT.
012110******************************************************************
012120*  2800-SPLIT-DETAIL-LINE                                       *
012130*  SPLITS A REJECT DETAIL OR ORPHAN LIST LINE INTO ITS WORDS.   *
012140******************************************************************
012150 2800-SPLIT-DETAIL-LINE.
012160     MOVE 'N' TO WS-DTL-LINE-SWITCH
012170     MOVE SPACES TO WS-DTL-WORD-1
012180     MOVE SPACES TO WS-DTL-ROW-TEXT
012190     MOVE SPACES TO WS-DTL-WORD-3
012200     MOVE SPACES TO WS-DTL-WORD-4
012210     MOVE SPACES TO WS-DTL-WORD-5
012220     UNSTRING DETAIL-RECORD DELIMITED BY ALL SPACE
012230         INTO WS-DTL-WORD-1 WS-DTL-ROW-TEXT WS-DTL-WORD-3
012240              WS-DTL-WORD-4 WS-DTL-WORD-5
012250     END-UNSTRING
012260     IF WS-DTL-WORD-1 NOT = 'ROW'
012270             OR WS-DTL-ROW-TEXT(1:7) IS NOT NUMERIC
012280         GO TO 2800-EXIT
012290     END-IF
012300     MOVE WS-DTL-ROW-TEXT(1:7) TO WS-DTL-ROW
012310     SET WS-DTL-LINE-OK TO TRUE.
012320 2800-EXIT.
012330     EXIT.
012340******************************************************************
012350*  3000-WRITE-REPORT                                            *
012360*  HEADING, ONE SCORECARD SECTION PER FEED, THEN THE RANKED     *
012370*  WORST FEED-DAYS - INTO THE DATED REPORT FILE UNDER           *
012380*  /WORKSPACE/AUDIT, SAME AS THE OTHER MONTHLY REPORTS.         *
012390******************************************************************
012400 3000-WRITE-REPORT.
012410     MOVE WS-REPORT-FILE-NAME TO WS-RPT-DYNAMIC-FILE
012420     OPEN OUTPUT REPORT-FILE
012430     IF NOT WS-RPT-FILE-OK
012440         DISPLAY "Error: report file " WS-REPORT-FILE-NAME
012450             " could not be opened - report not produced."
012460         SET WS-REPORT-NOT-WRITTEN TO TRUE
012470         GO TO 3000-EXIT
012480     END-IF
012490     SET WS-OUTPUT-TO-REPORT TO TRUE
012500     MOVE SPACES TO WS-PRINT-LINE
012510     STRING "DQSCORE  MONTHLY DATA-QUALITY SCORECARD"
012520         DELIMITED BY SIZE
012530         "   MONTH: " WS-REPORT-MONTH
012540         DELIMITED BY SIZE
012550         INTO WS-PRINT-LINE
012560     END-STRING
012570     PERFORM 3900-WRITE-ONE-LINE
012580         THRU 3900-EXIT
012590     MOVE ALL '=' TO WS-PRINT-LINE(1:70)
012600     PERFORM 3900-WRITE-ONE-LINE
012610         THRU 3900-EXIT
012620     MOVE SPACES TO WS-PRINT-LINE
012630     STRING "TREND BASE: " WS-MON-YYYYMM(2) " "
012640         WS-MON-YYYYMM(3) " " WS-MON-YYYYMM(4)
012650         "   RATE = ROWS QUARANTINED / ROWS RECEIVED"
012660         DELIMITED BY SIZE
012670         INTO WS-PRINT-LINE
012680     END-STRING
012690     PERFORM 3900-WRITE-ONE-LINE
012700         THRU 3900-EXIT
012710     IF NOT WS-HIS-OPEN
012720         STRING "NOTE: UPLOAD-HISTORY MASTER NOT AVAILABLE -"
012730             " OUTCOMES AND ROW COUNTS TAKEN FROM THE AUDIT LOG."
012740             DELIMITED BY SIZE INTO WS-PRINT-LINE
012750         END-STRING
012760         PERFORM 3900-WRITE-ONE-LINE
012770             THRU 3900-EXIT
012780     END-IF
012790     IF WS-DAYS-UNPACKED > ZERO
012800         MOVE WS-DAYS-UNPACKED TO WS-COUNT-EDIT
012810         STRING "NOTE: " WS-COUNT-EDIT " DATE(S) READ FROM"
012820             " COMPRESSED ARCHIVES."
012830             DELIMITED BY SIZE
012840             INTO WS-PRINT-LINE
012850         END-STRING
012860         PERFORM 3900-WRITE-ONE-LINE
012870             THRU 3900-EXIT
012880     END-IF
012890     IF WS-FEED-DAYS-SCORED = ZERO
012900         MOVE "  NO FEED-DAYS TO SCORE FOR THIS MONTH."
012910             TO WS-PRINT-LINE
012920         PERFORM 3900-WRITE-ONE-LINE
012930             THRU 3900-EXIT
012940     END-IF
012950     PERFORM 3100-WRITE-FEED-SECTION
012960         THRU 3100-EXIT
012970         VARYING WS-FEED-SUB FROM 1 BY 1
012980         UNTIL WS-FEED-SUB > WS-FEED-COUNT
012990     PERFORM 3200-WRITE-WORST-DAYS
013000         THRU 3200-EXIT
013010     CLOSE REPORT-FILE
013020     DISPLAY "Report written to "
013030         FUNCTION TRIM(WS-REPORT-FILE-NAME).
013040 3000-EXIT.
013050     EXIT.
013060******************************************************************
013070*  3100-WRITE-FEED-SECTION                                      *
013080*  THE FEED'S MONTH, ITS THREE-MONTH TREND, ITS FAILURES BY     *
013090*  RULE AND COLUMN AND ITS MOST FREQUENT OFFENDING VALUES.  A   *
013100*  FEED WITH NOTHING IN ANY OF THE FOUR MONTHS IS LEFT OUT.     *
013110******************************************************************
013120 3100-WRITE-FEED-SECTION.
013130     IF WS-FM-FEED-DAYS(WS-FEED-SUB, 1) = ZERO
013140             AND WS-FM-FEED-DAYS(WS-FEED-SUB, 2) = ZERO
013150             AND WS-FM-FEED-DAYS(WS-FEED-SUB, 3) = ZERO
013160             AND WS-FM-FEED-DAYS(WS-FEED-SUB, 4) = ZERO
013170         GO TO 3100-EXIT
013180     END-IF
013190     PERFORM 3150-WORK-OUT-TREND
013200         THRU 3150-EXIT
013210     MOVE SPACES TO WS-PRINT-LINE
013220     PERFORM 3900-WRITE-ONE-LINE
013230         THRU 3900-EXIT
013240     MOVE SPACES TO WS-PRINT-LINE
013250     STRING "FEED: " DELIMITED BY SIZE
013260         WS-FEED-NAME(WS-FEED-SUB) DELIMITED BY SIZE
013270         INTO WS-PRINT-LINE
013280     END-STRING
013290     PERFORM 3900-WRITE-ONE-LINE
013300         THRU 3900-EXIT
013310     MOVE WS-FM-FEED-DAYS(WS-FEED-SUB, 1) TO WS-COUNT-EDIT
013320     STRING "  FEED-DAYS SCORED.......: " WS-COUNT-EDIT
013330         DELIMITED BY SIZE INTO WS-PRINT-LINE
013340     END-STRING
013350     PERFORM 3900-WRITE-ONE-LINE
013360         THRU 3900-EXIT
013370     MOVE WS-FM-RECEIVED(WS-FEED-SUB, 1) TO WS-COUNT-EDIT
013380     STRING "  ROWS RECEIVED..........: " WS-COUNT-EDIT
013390         DELIMITED BY SIZE INTO WS-PRINT-LINE
013400     END-STRING
013410     PERFORM 3900-WRITE-ONE-LINE
013420         THRU 3900-EXIT
013430     MOVE WS-FM-QUARANTINED(WS-FEED-SUB, 1) TO WS-COUNT-EDIT
013440     STRING "  ROWS QUARANTINED.......: " WS-COUNT-EDIT
013450         DELIMITED BY SIZE INTO WS-PRINT-LINE
013460     END-STRING
013470     PERFORM 3900-WRITE-ONE-LINE
013480         THRU 3900-EXIT
013490     MOVE WS-RATE-WORK TO WS-RATE-EDIT
013500     STRING "  QUARANTINE RATE........:    " WS-RATE-EDIT "%"
013510         DELIMITED BY SIZE INTO WS-PRINT-LINE
013520     END-STRING
013530     PERFORM 3900-WRITE-ONE-LINE
013540         THRU 3900-EXIT
013550     MOVE WS-FM-FAILURES(WS-FEED-SUB, 1) TO WS-COUNT-EDIT
013560     STRING "  FAILURES (ALL RULES)...: " WS-COUNT-EDIT
013570         DELIMITED BY SIZE INTO WS-PRINT-LINE
013580     END-STRING
013590     PERFORM 3900-WRITE-ONE-LINE
013600         THRU 3900-EXIT
013610     MOVE WS-FM-FILES-REJECTED(WS-FEED-SUB, 1) TO WS-COUNT-EDIT
013620     STRING "  WHOLE FILES REJECTED...: " WS-COUNT-EDIT
013630         DELIMITED BY SIZE INTO WS-PRINT-LINE
013640     END-STRING
013650     PERFORM 3900-WRITE-ONE-LINE
013660         THRU 3900-EXIT
013670     MOVE "  TREND    MONTH      RECEIVED   QUARANTINED     RATE"
013680         TO WS-PRINT-LINE
013690     PERFORM 3900-WRITE-ONE-LINE
013700         THRU 3900-EXIT
013710     PERFORM 3110-WRITE-TREND-MONTH
013720         THRU 3110-EXIT
013730         VARYING WS-MON-SUB FROM 2 BY 1
013740         UNTIL WS-MON-SUB > 4
013750     IF WS-TREND-TEXT = 'NO HISTORY'
013760         STRING "  AGAINST PRIOR 3 MONTHS.:  NO HISTORY"
013770             DELIMITED BY SIZE INTO WS-PRINT-LINE
013780         END-STRING
013790     ELSE
013800         MOVE WS-PRIOR-RATE TO WS-RATE-EDIT
013810         STRING "  AGAINST PRIOR 3 MONTHS.:    " WS-RATE-EDIT
013820             "%  " WS-TREND-TEXT
013830             DELIMITED BY SIZE INTO WS-PRINT-LINE
013840         END-STRING
013850     END-IF
013860     PERFORM 3900-WRITE-ONE-LINE
013870         THRU 3900-EXIT
013880     MOVE ZERO TO WS-RULES-FOR-FEED
013890     MOVE "  FAILURES BY RULE AND COLUMN" TO WS-PRINT-LINE
013900     PERFORM 3900-WRITE-ONE-LINE
013910         THRU 3900-EXIT
013920     PERFORM 3120-WRITE-ONE-RULE
013930         THRU 3120-EXIT
013940         VARYING WS-RUL-SUB FROM 1 BY 1
013950         UNTIL WS-RUL-SUB > WS-RUL-USED
013960     IF WS-RULES-FOR-FEED = ZERO
013970         MOVE "    NONE THIS MONTH." TO WS-PRINT-LINE
013980         PERFORM 3900-WRITE-ONE-LINE
013990             THRU 3900-EXIT
014000         GO TO 3100-EXIT
014010     END-IF
014020     MOVE "  MOST FREQUENT OFFENDING VALUES" TO WS-PRINT-LINE
014030     PERFORM 3900-WRITE-ONE-LINE
014040         THRU 3900-EXIT
014050     PERFORM 3130-WRITE-TOP-VALUES
014060         THRU 3130-EXIT.
014070 3100-EXIT.
014080     EXIT.
014090 3110-WRITE-TREND-MONTH.
014100     MOVE ZERO TO WS-RATE-WORK
014110     IF WS-FM-RECEIVED(WS-FEED-SUB, WS-MON-SUB) > ZERO
014120         COMPUTE WS-RATE-WORK ROUNDED =
014130             WS-FM-QUARANTINED(WS-FEED-SUB, WS-MON-SUB) * 100
014140             / WS-FM-RECEIVED(WS-FEED-SUB, WS-MON-SUB)
014150     END-IF
014160     IF WS-OUTPUT-TO-CSV
014170         PERFORM 4310-WRITE-PRIOR-ROW
014180             THRU 4310-EXIT
014190         GO TO 3110-EXIT
014200     END-IF
014210     MOVE WS-FM-RECEIVED(WS-FEED-SUB, WS-MON-SUB)
014220         TO WS-COUNT-EDIT
014230     MOVE WS-FM-QUARANTINED(WS-FEED-SUB, WS-MON-SUB)
014240         TO WS-COUNT-EDIT-2
014250     MOVE WS-RATE-WORK TO WS-RATE-EDIT
014260     IF WS-FM-FEED-DAYS(WS-FEED-SUB, WS-MON-SUB) = ZERO
014270         STRING "           " WS-MON-YYYYMM(WS-MON-SUB)
014280             "   NO DATA"
014290             DELIMITED BY SIZE INTO WS-PRINT-LINE
014300         END-STRING
014310     ELSE
014320         STRING "           " WS-MON-YYYYMM(WS-MON-SUB)
014330             "   " WS-COUNT-EDIT "     " WS-COUNT-EDIT-2
014340             "   " WS-RATE-EDIT "%"
014350             DELIMITED BY SIZE INTO WS-PRINT-LINE
014360         END-STRING
014370     END-IF
014380     PERFORM 3900-WRITE-ONE-LINE
014390         THRU 3900-EXIT.
014400 3110-EXIT.
014410     EXIT.
014420 3120-WRITE-ONE-RULE.
014430     IF WS-RUL-FEED(WS-RUL-SUB) NOT = WS-FEED-SUB
014440         GO TO 3120-EXIT
014450     END-IF
014460     ADD 1 TO WS-RULES-FOR-FEED
014470     MOVE WS-RUL-COL(WS-RUL-SUB) TO WS-NAME-COL
014475     MOVE WS-RUL-VER(WS-RUL-SUB) TO WS-NAME-VER
014480     PERFORM 3160-GET-COLUMN-NAME
014490         THRU 3160-EXIT
014500     IF WS-OUTPUT-TO-CSV
014510         PERFORM 4320-WRITE-RULE-ROW
014520             THRU 4320-EXIT
014530         GO TO 3120-EXIT
014540     END-IF
014550     MOVE WS-RUL-COUNT(WS-RUL-SUB) TO WS-COUNT-EDIT
014560     STRING "    " WS-RUL-REASON(WS-RUL-SUB) "  COL "
014570         WS-RUL-COL(WS-RUL-SUB) " " WS-COLUMN-NAME(1:20)
014580         WS-COUNT-EDIT " FAILURES"
014590         DELIMITED BY SIZE INTO WS-PRINT-LINE
014600     END-STRING
014610     PERFORM 3900-WRITE-ONE-LINE
014620         THRU 3900-EXIT.
014630 3120-EXIT.
014640     EXIT.
014650******************************************************************
014660*  3130-WRITE-TOP-VALUES                                        *
014670*  THE FEED'S MOST FREQUENT OFFENDING VALUES, HIGHEST COUNT     *
014680*  FIRST - PICKED ONE AT A TIME FROM THE VALUE TABLE.           *
014690******************************************************************
014700 3130-WRITE-TOP-VALUES.
014710     PERFORM 3131-RESET-ONE-VALUE
014720         THRU 3131-EXIT
014730         VARYING WS-VAL-SUB FROM 1 BY 1
014740         UNTIL WS-VAL-SUB > WS-VAL-USED
014750     MOVE ZERO TO WS-PICK-COUNT
014760     MOVE 1 TO WS-BEST-SUB
014770     PERFORM 3135-PICK-TOP-VALUE
014780         THRU 3135-EXIT
014790         UNTIL WS-PICK-COUNT NOT < WS-TOP-VALUES
014800            OR WS-BEST-SUB = ZERO.
014810 3130-EXIT.
014820     EXIT.
014830 3131-RESET-ONE-VALUE.
014840     MOVE 'N' TO WS-VAL-SHOWN(WS-VAL-SUB).
014850 3131-EXIT.
014860     EXIT.
014870 3135-PICK-TOP-VALUE.
014880     MOVE ZERO TO WS-BEST-SUB
014890     MOVE ZERO TO WS-BEST-COUNT
014900     PERFORM 3136-COMPARE-ONE-VALUE
014910         THRU 3136-EXIT
014920         VARYING WS-VAL-SUB FROM 1 BY 1
014930         UNTIL WS-VAL-SUB > WS-VAL-USED
014940     IF WS-BEST-SUB = ZERO
014950         IF WS-PICK-COUNT = ZERO AND WS-OUTPUT-TO-REPORT
014960             MOVE "    NONE RECORDED." TO WS-PRINT-LINE
014970             PERFORM 3900-WRITE-ONE-LINE
014980                 THRU 3900-EXIT
014990         END-IF
015000         GO TO 3135-EXIT
015010     END-IF
015020     ADD 1 TO WS-PICK-COUNT
015030     MOVE 'Y' TO WS-VAL-SHOWN(WS-BEST-SUB)
015040     IF WS-OUTPUT-TO-CSV
015050         PERFORM 4330-WRITE-VALUE-ROW
015060             THRU 4330-EXIT
015070         GO TO 3135-EXIT
015080     END-IF
015090     MOVE WS-VAL-COL(WS-BEST-SUB) TO WS-NAME-COL
015092     MOVE WS-VAL-VER(WS-BEST-SUB) TO WS-NAME-VER
015094     PERFORM 3160-GET-COLUMN-NAME
015096         THRU 3160-EXIT
015098     MOVE WS-VAL-COUNT(WS-BEST-SUB) TO WS-COUNT-EDIT
015100     STRING "    " WS-VAL-REASON(WS-BEST-SUB) "  COL "
015110         WS-VAL-COL(WS-BEST-SUB) " " WS-COLUMN-NAME(1:20)
015120         WS-VAL-TEXT(WS-BEST-SUB)(1:30)
015130         WS-COUNT-EDIT " TIMES"
015140         DELIMITED BY SIZE INTO WS-PRINT-LINE
015150     END-STRING
015160     PERFORM 3900-WRITE-ONE-LINE
015170         THRU 3900-EXIT.
015180 3135-EXIT.
015190     EXIT.
015200 3136-COMPARE-ONE-VALUE.
015210     IF WS-VAL-FEED(WS-VAL-SUB) = WS-FEED-SUB
015220             AND WS-VAL-SHOWN(WS-VAL-SUB) = 'N'
015230             AND WS-VAL-COUNT(WS-VAL-SUB) > WS-BEST-COUNT
015240         MOVE WS-VAL-SUB TO WS-BEST-SUB
015250         MOVE WS-VAL-COUNT(WS-VAL-SUB) TO WS-BEST-COUNT
015260     END-IF.
015270 3136-EXIT.
015280     EXIT.
015290******************************************************************
015300*  3150-WORK-OUT-TREND                                          *
015310*  THE REPORT MONTH'S RATE AGAINST THE POOLED RATE OF THE THREE *
015320*  PRIOR MONTHS - WORSE / BETTER BEYOND A TENTH OF A POINT,     *
015330*  ELSE STEADY.                                                 *
015340******************************************************************
015350 3150-WORK-OUT-TREND.
015360     MOVE ZERO TO WS-RATE-WORK
015370     IF WS-FM-RECEIVED(WS-FEED-SUB, 1) > ZERO
015380         COMPUTE WS-RATE-WORK ROUNDED =
015390             WS-FM-QUARANTINED(WS-FEED-SUB, 1) * 100
015400             / WS-FM-RECEIVED(WS-FEED-SUB, 1)
015410     END-IF
015420     COMPUTE WS-PRIOR-RECEIVED =
015430         WS-FM-RECEIVED(WS-FEED-SUB, 2)
015440         + WS-FM-RECEIVED(WS-FEED-SUB, 3)
015450         + WS-FM-RECEIVED(WS-FEED-SUB, 4)
015460     COMPUTE WS-PRIOR-QUARANTINED =
015470         WS-FM-QUARANTINED(WS-FEED-SUB, 2)
015480         + WS-FM-QUARANTINED(WS-FEED-SUB, 3)
015490         + WS-FM-QUARANTINED(WS-FEED-SUB, 4)
015500     MOVE ZERO TO WS-PRIOR-RATE
015510     IF WS-PRIOR-RECEIVED = ZERO
015520         MOVE 'NO HISTORY' TO WS-TREND-TEXT
015530         GO TO 3150-EXIT
015540     END-IF
015550     COMPUTE WS-PRIOR-RATE ROUNDED =
015560         WS-PRIOR-QUARANTINED * 100 / WS-PRIOR-RECEIVED
015570     EVALUATE TRUE
015580         WHEN WS-RATE-WORK > WS-PRIOR-RATE + WS-TREND-MARGIN
015590             MOVE 'WORSE' TO WS-TREND-TEXT
015600         WHEN WS-RATE-WORK + WS-TREND-MARGIN < WS-PRIOR-RATE
015610             MOVE 'BETTER' TO WS-TREND-TEXT
015620         WHEN OTHER
015630             MOVE 'STEADY' TO WS-TREND-TEXT
015640     END-EVALUATE.
015650 3150-EXIT.
015660     EXIT.
015670******************************************************************
015680*  3160-GET-COLUMN-NAME                                         *
015690*  THE HEADER NAME OF COLUMN WS-NAME-COL IN REGISTRY VERSION    *
015695*  WS-NAME-VER - ACTION_CD JUST PAST THE LAYOUT ON A DELTA      *
015700*  NIGHT, '-' FOR COLUMN 00                                     *
015710*  (A WHOLE-ROW OR WHOLE-FILE FAILURE).                         *
015720******************************************************************
015730 3160-GET-COLUMN-NAME.
015740     MOVE '-' TO WS-COLUMN-NAME
015750     IF WS-NAME-COL = ZERO
015760         GO TO 3160-EXIT
015770     END-IF
015780     MOVE SPACES TO WS-NAME-FIELD-TABLE
015790     MOVE ZERO TO WS-NAME-FIELD-COUNT
015800     UNSTRING WS-FVR-HEADER(WS-NAME-VER) DELIMITED BY ','
015810         INTO WS-NAME-FIELD(1) WS-NAME-FIELD(2)
015820              WS-NAME-FIELD(3) WS-NAME-FIELD(4)
015830              WS-NAME-FIELD(5) WS-NAME-FIELD(6)
015840              WS-NAME-FIELD(7) WS-NAME-FIELD(8)
015850              WS-NAME-FIELD(9) WS-NAME-FIELD(10)
015860         TALLYING IN WS-NAME-FIELD-COUNT
015870     END-UNSTRING
015880     EVALUATE TRUE
015890         WHEN WS-NAME-COL NOT > WS-NAME-FIELD-COUNT
015900             MOVE WS-NAME-FIELD(WS-NAME-COL) TO WS-COLUMN-NAME
015910         WHEN WS-NAME-COL = WS-NAME-FIELD-COUNT + 1
015920             MOVE 'ACTION_CD' TO WS-COLUMN-NAME
015930         WHEN OTHER
015940             CONTINUE
015950     END-EVALUATE.
015960 3160-EXIT.
015970     EXIT.
015980******************************************************************
015990*  3200-WRITE-WORST-DAYS                                        *
016000*  THE MONTH'S WORST FEED-DAYS ACROSS ALL FEEDS: REJECTED FILES *
016010*  FIRST, THEN BY QUARANTINE RATE.                              *
016020******************************************************************
016030 3200-WRITE-WORST-DAYS.
016040     MOVE SPACES TO WS-PRINT-LINE
016050     PERFORM 3900-WRITE-ONE-LINE
016060         THRU 3900-EXIT
016070     MOVE "WORST FEED-DAYS OF THE MONTH" TO WS-PRINT-LINE
016080     PERFORM 3900-WRITE-ONE-LINE
016090         THRU 3900-EXIT
016100     MOVE ALL '-' TO WS-PRINT-LINE(1:28)
016110     PERFORM 3900-WRITE-ONE-LINE
016120         THRU 3900-EXIT
016130     IF WS-WDY-USED = ZERO
016140         MOVE "  NO FEED-DAY HAD A FAILURE THIS MONTH."
016150             TO WS-PRINT-LINE
016160         PERFORM 3900-WRITE-ONE-LINE
016170             THRU 3900-EXIT
016180         GO TO 3200-EXIT
016190     END-IF
016200     STRING "  RANK  BUS DATE  FEED                          "
016210         "   RECEIVED  QUARANTINED    RATE  OUTCOME"
016220         DELIMITED BY SIZE INTO WS-PRINT-LINE
016230     END-STRING
016240     PERFORM 3900-WRITE-ONE-LINE
016250         THRU 3900-EXIT
016260     MOVE ZERO TO WS-FEED-SUB
016270     PERFORM 3205-RANK-WORST-DAYS
016280         THRU 3205-EXIT.
016290 3200-EXIT.
016300     EXIT.
016310*    RANKS THE FEED-DAYS OF ONE FEED (WS-FEED-SUB) OR, WITH
016320*    WS-FEED-SUB ZERO, OF ALL FEEDS
016330 3205-RANK-WORST-DAYS.
016340     PERFORM 3206-RESET-ONE-DAY
016350         THRU 3206-EXIT
016360         VARYING WS-WDY-SUB FROM 1 BY 1
016370         UNTIL WS-WDY-SUB > WS-WDY-USED
016380     MOVE ZERO TO WS-PICK-COUNT
016390     MOVE 1 TO WS-BEST-SUB
016400     PERFORM 3210-PICK-WORST-DAY
016410         THRU 3210-EXIT
016420         UNTIL WS-PICK-COUNT NOT < WS-WORST-DAYS
016430            OR WS-BEST-SUB = ZERO.
016440 3205-EXIT.
016450     EXIT.
016460 3206-RESET-ONE-DAY.
016470     MOVE 'N' TO WS-WDY-SHOWN(WS-WDY-SUB).
016480 3206-EXIT.
016490     EXIT.
016500 3210-PICK-WORST-DAY.
016510     MOVE ZERO TO WS-BEST-SUB
016520     MOVE ZERO TO WS-BEST-KEY
016530     MOVE ZERO TO WS-BEST-COUNT
016540     PERFORM 3215-COMPARE-ONE-DAY
016550         THRU 3215-EXIT
016560         VARYING WS-WDY-SUB FROM 1 BY 1
016570         UNTIL WS-WDY-SUB > WS-WDY-USED
016580     IF WS-BEST-SUB = ZERO
016590         GO TO 3210-EXIT
016600     END-IF
016610     ADD 1 TO WS-PICK-COUNT
016620     MOVE 'Y' TO WS-WDY-SHOWN(WS-BEST-SUB)
016630     IF WS-OUTPUT-TO-CSV
016640         PERFORM 4340-WRITE-DAY-ROW
016650             THRU 4340-EXIT
016660         GO TO 3210-EXIT
016670     END-IF
016680     MOVE WS-PICK-COUNT TO WS-RANK-EDIT
016690     MOVE WS-WDY-RECEIVED(WS-BEST-SUB) TO WS-COUNT-EDIT
016700     MOVE WS-WDY-QUARANTINED(WS-BEST-SUB) TO WS-COUNT-EDIT-2
016710     MOVE WS-WDY-RATE(WS-BEST-SUB) TO WS-RATE-EDIT
016720     STRING "  " WS-RANK-EDIT "    " WS-WDY-DATE(WS-BEST-SUB)
016730         "  " WS-FEED-NAME(WS-WDY-FEED(WS-BEST-SUB))
016740         " " WS-COUNT-EDIT "    " WS-COUNT-EDIT-2
016750         "  " WS-RATE-EDIT "%  "
016760         WS-WDY-OUTCOME(WS-BEST-SUB)
016770         DELIMITED BY SIZE INTO WS-PRINT-LINE
016780     END-STRING
016790     PERFORM 3900-WRITE-ONE-LINE
016800         THRU 3900-EXIT.
016810 3210-EXIT.
016820     EXIT.
016830 3215-COMPARE-ONE-DAY.
016840     IF WS-WDY-SHOWN(WS-WDY-SUB) = 'Y'
016850         GO TO 3215-EXIT
016860     END-IF
016870     IF WS-FEED-SUB > ZERO
016880             AND WS-WDY-FEED(WS-WDY-SUB) NOT = WS-FEED-SUB
016890         GO TO 3215-EXIT
016900     END-IF
016910     IF WS-BEST-SUB = ZERO
016920             OR WS-WDY-RANK-KEY(WS-WDY-SUB) > WS-BEST-KEY
016930             OR (WS-WDY-RANK-KEY(WS-WDY-SUB) = WS-BEST-KEY
016940             AND WS-WDY-FAILURES(WS-WDY-SUB) > WS-BEST-COUNT)
016950         MOVE WS-WDY-SUB TO WS-BEST-SUB
016960         MOVE WS-WDY-RANK-KEY(WS-WDY-SUB) TO WS-BEST-KEY
016970         MOVE WS-WDY-FAILURES(WS-WDY-SUB) TO WS-BEST-COUNT
016980     END-IF.
016990 3215-EXIT.
017000     EXIT.
017010 3900-WRITE-ONE-LINE.
017020     MOVE WS-PRINT-LINE TO REPORT-RECORD
017030     WRITE REPORT-RECORD
017040     MOVE SPACES TO WS-PRINT-LINE.
017050 3900-EXIT.
017060     EXIT.
017070******************************************************************
017080*  4000-WRITE-CONTACT-CSVS                                      *
017090*  ONE CSV PER CONTACT ADDRESS, HOLDING THE SCORECARD OF EVERY  *
017100*  FEED THAT ADDRESS IS REGISTERED FOR.  RECORD TYPES:          *
017110*    SUMMARY  - THE FEED'S MONTH, RATE AND TREND                *
017120*    PRIOR    - ONE PER TREND-BASE MONTH                        *
017130*    RULE     - FAILURES BY RULE AND COLUMN                     *
017140*    VALUE    - THE MOST FREQUENT OFFENDING VALUES              *
017150*    DAY      - THE FEED'S WORST FEED-DAYS, RANKED              *
017160******************************************************************
017170 4000-WRITE-CONTACT-CSVS.
017180     SET WS-OUTPUT-TO-CSV TO TRUE
017190     PERFORM 4100-WRITE-ONE-CONTACT
017200         THRU 4100-EXIT
017210         VARYING WS-CONTACT-SUB FROM 1 BY 1
017220         UNTIL WS-CONTACT-SUB > WS-CONTACT-COUNT
017230     SET WS-OUTPUT-TO-REPORT TO TRUE.
017240 4000-EXIT.
017250     EXIT.
017260 4100-WRITE-ONE-CONTACT.
017270     MOVE ZERO TO WS-FEED-SUB
017280     PERFORM 4110-FIND-CONTACT-FEED
017290         THRU 4110-EXIT
017300         VARYING WS-PICK-SUB FROM 1 BY 1
017310         UNTIL WS-PICK-SUB > WS-FEED-COUNT
017320     IF WS-FEED-SUB = ZERO
017330         GO TO 4100-EXIT
017340     END-IF
017350     MOVE 'N' TO WS-ADDRESS-SEEN-SWITCH
017360     PERFORM 4120-CHECK-EARLIER-ADDRESS
017370         THRU 4120-EXIT
017380         VARYING WS-CONTACT-EARLIER-SUB FROM 1 BY 1
017390         UNTIL WS-CONTACT-EARLIER-SUB NOT < WS-CONTACT-SUB
017400     MOVE SPACES TO WS-SCV-DYNAMIC-FILE
017410     STRING "/workspace/audit/dq-scorecard-" WS-REPORT-MONTH "-"
017420         FUNCTION TRIM(WS-CONTACT-ADDRESS(WS-CONTACT-SUB))
017430         ".csv"
017440         DELIMITED BY SIZE
017450         INTO WS-SCV-DYNAMIC-FILE
017460     END-STRING
017470     IF WS-ADDRESS-SEEN
017480         OPEN EXTEND SCORE-CSV-FILE
017490     ELSE
017500         OPEN OUTPUT SCORE-CSV-FILE
017510     END-IF
017520     IF NOT WS-SCV-FILE-OK
017530         DISPLAY "Warning: scorecard CSV "
017540             FUNCTION TRIM(WS-SCV-DYNAMIC-FILE)
017550             " could not be opened."
017560         GO TO 4100-EXIT
017570     END-IF
017580     IF NOT WS-ADDRESS-SEEN
017590         ADD 1 TO WS-CSV-FILES-WRITTEN
017600         MOVE SPACES TO WS-SCV-LINE
017610         STRING "RECORD_TYPE,MONTH,FEED,BUS_DATE,RULE,COLUMN,"
017620             "COLUMN_NAME,VALUE,ROWS_RECEIVED,ROWS_QUARANTINED,"
017630             "FAILURES,RATE_PCT,NOTE"
017640             DELIMITED BY SIZE INTO WS-SCV-LINE
017650         END-STRING
017660         PERFORM 4900-WRITE-ONE-CSV-LINE
017670             THRU 4900-EXIT
017680         DISPLAY "Scorecard CSV for "
017690             FUNCTION TRIM(WS-CONTACT-ADDRESS(WS-CONTACT-SUB))
017700             " (" FUNCTION TRIM(WS-CONTACT-CHANNEL
017710             (WS-CONTACT-SUB)) "): "
017720             FUNCTION TRIM(WS-SCV-DYNAMIC-FILE)
017730     END-IF
017740     PERFORM 4300-WRITE-FEED-CSV-ROWS
017750         THRU 4300-EXIT
017760     CLOSE SCORE-CSV-FILE.
017770 4100-EXIT.
017780     EXIT.
017790 4110-FIND-CONTACT-FEED.
017800     IF WS-FEED-NAME(WS-PICK-SUB)
017810             = WS-CONTACT-FEED(WS-CONTACT-SUB)
017820         MOVE WS-PICK-SUB TO WS-FEED-SUB
017830     END-IF.
017840 4110-EXIT.
017850     EXIT.
017860 4120-CHECK-EARLIER-ADDRESS.
017870     IF WS-CONTACT-ADDRESS(WS-CONTACT-EARLIER-SUB)
017880             = WS-CONTACT-ADDRESS(WS-CONTACT-SUB)
017890         SET WS-ADDRESS-SEEN TO TRUE
017900     END-IF.
017910 4120-EXIT.
017920     EXIT.
017930******************************************************************
017940*  4300-WRITE-FEED-CSV-ROWS                                     *
017950*  THE SAME FIGURES AS THE FEED'S REPORT SECTION, ONE CSV LINE  *
017960*  EACH, VIA THE SAME PARAGRAPHS WITH THE OUTPUT SWITCHED.      *
017970******************************************************************
017980 4300-WRITE-FEED-CSV-ROWS.
017990     PERFORM 3150-WORK-OUT-TREND
018000         THRU 3150-EXIT
018010     MOVE WS-FM-RECEIVED(WS-FEED-SUB, 1) TO WS-CSV-NUM-1
018020     MOVE WS-FM-QUARANTINED(WS-FEED-SUB, 1) TO WS-CSV-NUM-2
018030     MOVE WS-FM-FAILURES(WS-FEED-SUB, 1) TO WS-CSV-NUM-3
018040     MOVE WS-RATE-WORK TO WS-RATE-EDIT
018050     MOVE WS-FM-FILES-REJECTED(WS-FEED-SUB, 1) TO WS-COUNT-EDIT
018060     MOVE SPACES TO WS-SCV-LINE
018070     STRING "SUMMARY," WS-REPORT-MONTH ","
018080         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ",,,,,,"
018090         FUNCTION TRIM(WS-CSV-NUM-1) ","
018100         FUNCTION TRIM(WS-CSV-NUM-2) ","
018110         FUNCTION TRIM(WS-CSV-NUM-3) ","
018120         FUNCTION TRIM(WS-RATE-EDIT) ","
018130         "TREND " FUNCTION TRIM(WS-TREND-TEXT)
018140         " FILES REJECTED " FUNCTION TRIM(WS-COUNT-EDIT)
018150         DELIMITED BY SIZE INTO WS-SCV-LINE
018160     END-STRING
018170     PERFORM 4900-WRITE-ONE-CSV-LINE
018180         THRU 4900-EXIT
018190     PERFORM 3110-WRITE-TREND-MONTH
018200         THRU 3110-EXIT
018210         VARYING WS-MON-SUB FROM 2 BY 1
018220         UNTIL WS-MON-SUB > 4
018230     PERFORM 3120-WRITE-ONE-RULE
018240         THRU 3120-EXIT
018250         VARYING WS-RUL-SUB FROM 1 BY 1
018260         UNTIL WS-RUL-SUB > WS-RUL-USED
018270     PERFORM 3130-WRITE-TOP-VALUES
018280         THRU 3130-EXIT
018290     PERFORM 3205-RANK-WORST-DAYS
018300         THRU 3205-EXIT.
018310 4300-EXIT.
018320     EXIT.
018330 4310-WRITE-PRIOR-ROW.
018340     MOVE WS-FM-RECEIVED(WS-FEED-SUB, WS-MON-SUB)
018350         TO WS-CSV-NUM-1
018360     MOVE WS-FM-QUARANTINED(WS-FEED-SUB, WS-MON-SUB)
018370         TO WS-CSV-NUM-2
018380     MOVE WS-FM-FAILURES(WS-FEED-SUB, WS-MON-SUB)
018390         TO WS-CSV-NUM-3
018400     MOVE WS-RATE-WORK TO WS-RATE-EDIT
018410     MOVE SPACES TO WS-SCV-LINE
018420     IF WS-FM-FEED-DAYS(WS-FEED-SUB, WS-MON-SUB) = ZERO
018430         STRING "PRIOR," WS-MON-YYYYMM(WS-MON-SUB) ","
018440             FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB))
018450             ",,,,,,,,,,NO DATA"
018460             DELIMITED BY SIZE INTO WS-SCV-LINE
018470         END-STRING
018480     ELSE
018490         STRING "PRIOR," WS-MON-YYYYMM(WS-MON-SUB) ","
018500             FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ",,,,,,"
018510             FUNCTION TRIM(WS-CSV-NUM-1) ","
018520             FUNCTION TRIM(WS-CSV-NUM-2) ","
018530             FUNCTION TRIM(WS-CSV-NUM-3) ","
018540             FUNCTION TRIM(WS-RATE-EDIT) ","
018550             DELIMITED BY SIZE INTO WS-SCV-LINE
018560         END-STRING
018570     END-IF
018580     PERFORM 4900-WRITE-ONE-CSV-LINE
018590         THRU 4900-EXIT.
018600 4310-EXIT.
018610     EXIT.
018620 4320-WRITE-RULE-ROW.
018630     MOVE WS-RUL-COUNT(WS-RUL-SUB) TO WS-CSV-NUM-3
018640     MOVE SPACES TO WS-SCV-LINE
018650     STRING "RULE," WS-REPORT-MONTH ","
018660         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ",,"
018670         FUNCTION TRIM(WS-RUL-REASON(WS-RUL-SUB)) ","
018680         WS-RUL-COL(WS-RUL-SUB) ","
018690         FUNCTION TRIM(WS-COLUMN-NAME) ",,,,"
018700         FUNCTION TRIM(WS-CSV-NUM-3) ",,"
018710         DELIMITED BY SIZE INTO WS-SCV-LINE
018720     END-STRING
018730     PERFORM 4900-WRITE-ONE-CSV-LINE
018740         THRU 4900-EXIT.
018750 4320-EXIT.
018760     EXIT.
018770 4330-WRITE-VALUE-ROW.
018780     MOVE WS-VAL-COUNT(WS-BEST-SUB) TO WS-CSV-NUM-3
018790     MOVE WS-VAL-COL(WS-BEST-SUB) TO WS-NAME-COL
018795     MOVE WS-VAL-VER(WS-BEST-SUB) TO WS-NAME-VER
018800     PERFORM 3160-GET-COLUMN-NAME
018810         THRU 3160-EXIT
018820     MOVE SPACES TO WS-SCV-LINE
018830     STRING "VALUE," WS-REPORT-MONTH ","
018840         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ",,"
018850         FUNCTION TRIM(WS-VAL-REASON(WS-BEST-SUB)) ","
018860         WS-VAL-COL(WS-BEST-SUB) ","
018870         FUNCTION TRIM(WS-COLUMN-NAME) ","
018880         FUNCTION TRIM(WS-VAL-TEXT(WS-BEST-SUB)) ",,,"
018890         FUNCTION TRIM(WS-CSV-NUM-3) ",,"
018900         DELIMITED BY SIZE INTO WS-SCV-LINE
018910     END-STRING
018920     PERFORM 4900-WRITE-ONE-CSV-LINE
018930         THRU 4900-EXIT.
018940 4330-EXIT.
018950     EXIT.
018960 4340-WRITE-DAY-ROW.
018970     MOVE WS-WDY-RECEIVED(WS-BEST-SUB) TO WS-CSV-NUM-1
018980     MOVE WS-WDY-QUARANTINED(WS-BEST-SUB) TO WS-CSV-NUM-2
018990     MOVE WS-WDY-FAILURES(WS-BEST-SUB) TO WS-CSV-NUM-3
019000     MOVE WS-WDY-RATE(WS-BEST-SUB) TO WS-RATE-EDIT
019010     MOVE SPACES TO WS-SCV-LINE
019020     STRING "DAY," WS-REPORT-MONTH ","
019030         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ","
019040         WS-WDY-DATE(WS-BEST-SUB) ",,,,,"
019050         FUNCTION TRIM(WS-CSV-NUM-1) ","
019060         FUNCTION TRIM(WS-CSV-NUM-2) ","
019070         FUNCTION TRIM(WS-CSV-NUM-3) ","
019080         FUNCTION TRIM(WS-RATE-EDIT) ","
019090         FUNCTION TRIM(WS-WDY-OUTCOME(WS-BEST-SUB))
019100         DELIMITED BY SIZE INTO WS-SCV-LINE
019110     END-STRING
019120     PERFORM 4900-WRITE-ONE-CSV-LINE
019130         THRU 4900-EXIT.
019140 4340-EXIT.
019150     EXIT.
019160 4900-WRITE-ONE-CSV-LINE.
019170     MOVE WS-SCV-LINE TO SCORE-CSV-RECORD
019180     WRITE SCORE-CSV-RECORD.
019190 4900-EXIT.
019200     EXIT.
019210******************************************************************
019220*  9000-TERMINATE                                               *
019230*  RC 4 WHEN THE MONTH HAD NOTHING TO SCORE SO A SCRIPTED RUN   *
019240*  CAN TELL AN EMPTY ANSWER FROM A MEASURED ONE.                *
019250******************************************************************
019260 9000-TERMINATE.
019270     IF WS-MONTH-PARM-BAD OR WS-REGISTRY-UNUSABLE
019280             OR WS-REPORT-NOT-WRITTEN
019290         MOVE 8 TO RETURN-CODE
019300         GO TO 9000-EXIT
019310     END-IF
019320     DISPLAY "Feed-days scored in " WS-REPORT-MONTH ": "
019330         WS-FEED-DAYS-SCORED "  contact CSVs written: "
019340         WS-CSV-FILES-WRITTEN
019350     IF WS-VAL-OVERFLOW > ZERO
019360         DISPLAY "Note: " WS-VAL-OVERFLOW " offending values"
019370             " past the table limit were not ranked."
019380     END-IF
019390     IF WS-FEED-DAYS-SCORED = ZERO
019400         MOVE 4 TO RETURN-CODE
019410     ELSE
019420         MOVE 0 TO RETURN-CODE
019430     END-IF.
019440 9000-EXIT.
019450     EXIT.
