000100******************************************************************
000110*  PROGRAM-ID.  POSNROLL
000120*  AUTHOR.      D. OKAFOR - DATA INTEGRATION SUPPORT
000130*  INSTALLATION. ENTERPRISE DATA SERVICES
000140*  DATE-WRITTEN. 2026-10-15
000150*  DATE-COMPILED.
000160*
000170*  REMARKS.
000180*      NIGHTLY ACCOUNT POSITION ROLL-FORWARD AND BALANCE PROOF.
000190*      THE THREE NIGHTLY FEEDS ARE CHECKED FOR KEYS (UPLOADXRF)
000200*      BUT NOT FOR MONEY - THIS STEP MAKES THEM AGREE.  FOR
000210*      EVERY ACCOUNT IN TONIGHT'S ACCOUNTS FEED IT TAKES THE
000220*      PRIOR POSITION FROM THE ACCOUNT POSITION MASTER (AN
000230*      INDEXED FILE KEYED BY ACCT_NUM, SEE ACCTPOS), ADDS THE
000240*      NIGHT'S CR AND SUBTRACTS THE NIGHT'S DB TRANS_AMT FROM
000250*      THE TRANSACTIONS FEED, AND PROVES THE RESULT AGAINST THE
000260*      AMOUNT THE ACCOUNTS FEED REPORTS.  AN ACCOUNT NOT YET ON
000270*      THE MASTER IS SEEDED FROM ITS REPORTED AMOUNT.
000280*
000290*      ACCOUNTS THAT DO NOT ROLL FORWARD - AND TRANSACTIONS
000300*      POSTED TO AN ACCOUNT THE ACCOUNTS FEED DOES NOT CARRY -
000310*      GO TO THE BREAK REPORT (/workspace/audit/position-
000320*      breaks-YYYYMMDD.txt) WITH OPENING, MOVEMENT, EXPECTED AND
000330*      REPORTED AMOUNTS.  THE MASTER IS ONLY ROLLED WHEN THE
000340*      WHOLE NIGHT PROVES, SO A RERUN AFTER THE CAUSE IS FIXED
000350*      PROVES FROM THE SAME OPENING POSITIONS.  A BREAK IS A
000360*      GATE (POSITION) ON THE GATE HOLD REGISTER: A MAKER-
000370*      CHECKER RELEASE APPROVED IN GATERLS FOR THE FEED AND
000380*      BUSINESS DATE LETS THE NIGHT THROUGH ONCE, TAKING THE
000390*      REPORTED AMOUNTS AS THE NEW POSITIONS.
000400*
000410*      RUN BY THE NIGHTLY CHAIN DRIVER (FEEDCHN) AS THE STEP
000420*      BEFORE THE UPLOAD OF THE POSITION FEED (CONFIG KEY
000430*      POSITION-FEED, DEFAULT DAILY-ACCOUNTS.CSV) - THE FEEDS
000440*      THAT DEPEND ON IT ARE HELD WITH IT.  THE MOVEMENT COMES
000450*      FROM CONFIG KEY POSITION-TRAN-FEED (DEFAULT DAILY-
000456*      TRANSACTIONS.CSV).  EACH FEED IS READ FROM THE FULL
000462*      SNAPSHOT IN THE BUSINESS DATE'S ARCHIVE WHEN FEEDDLTA
000468*      KEPT ONE, ELSE FROM /workspace, ELSE FROM THE ARCHIVE.
000474*      ON A BACKDATED RUN (BACKLOG CATCH-UP) ONLY THE FEED THE
000480*      CHAIN STAGED IS READ FROM /workspace - THE OTHER COMES
000486*      FROM /workspace/BACKLOG/<name>.YYYYMMDD OR THE ARCHIVE.
000488*      COLUMNS ARE FOUND BY NAME IN EACH FEED'S HEADER LINE.
000490*      A TRANSACTION WHOSE TRANS_ID WAS UPLOADED UNDER ANOTHER
000492*      BUSINESS DATE (THE TRANS_ID REGISTER, READ ONLY) OR THAT
000494*      REPEATS AN EARLIER ROW OF THE FILE IS NOT APPLIED AGAIN -
000496*      THE UPLOAD QUARANTINES THE SAME ROWS.
000500*
000510*      SYSIN CARRIES THE BUSINESS DATE (YYYYMMDD) OR 'CURRENT'.
000520*
000530*      RETURN CODES:
000540*          0 = EVERY REPORTED ACCOUNT ROLLED FORWARD AND THE
000550*              MASTER WAS UPDATED (OR THE NIGHT PASSED ON AN
000560*              APPROVED RELEASE)
000570*          8 = POSITION BREAKS - MASTER NOT ROLLED
000580*         12 = A FEED OR THE POSITION MASTER COULD NOT BE READ
000590*
000600*  MODIFICATION HISTORY.
000610*      2026-10-15  DAO  INITIAL VERSION.
000612*      2026-10-15  DAO  A BACKDATED RUN NO LONGER READS TONIGHT'S
000614*                       MOVEMENT FEED FROM /workspace - IT TAKES
000616*                       THE DATE'S BACKLOG EXTRACT OR ARCHIVE.
000617*      2026-10-15  DAO  THE HOLD REGISTER REPLAY (8600/8610/8630)
000618*                       NOW COMES FROM THE SHARED HOLDRPL AND
000619*                       HOLDAPL COPYBOOKS.
000620*      2026-10-15  DAO  FEED COLUMNS FOUND BY HEADER NAME;
000621*                       TRANS_IDS ALREADY POSTED OR REPEATED IN
000622*                       THE FILE ARE NOT APPLIED TWICE.
000623******************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. PosnRoll.
000650 AUTHOR. D. OKAFOR.
000660 INSTALLATION. ENTERPRISE DATA SERVICES.
000670 DATE-WRITTEN. 2026-10-15.
000680 DATE-COMPILED.
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT FEED-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-DYNAMIC-FILE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CSV-FILE-STATUS.
000750     SELECT POSITION-FILE
000760         ASSIGN TO DYNAMIC WS-POS-DYNAMIC-FILE
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS ACCTPOS-ACCT-NUM
000800         FILE STATUS IS WS-POS-FILE-STATUS.
000810     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-DYNAMIC-FILE
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RPT-FILE-STATUS.
000840     SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CFG-DYNAMIC-FILE
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CFG-FILE-STATUS.
000870     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUD-DYNAMIC-FILE
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-AUD-FILE-STATUS.
000900     SELECT TIMING-LOG-FILE ASSIGN TO DYNAMIC WS-TML-DYNAMIC-FILE
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-TML-FILE-STATUS.
000930     SELECT HOLD-REGISTER-FILE
000940         ASSIGN TO DYNAMIC WS-HRG-DYNAMIC-FILE
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-HRG-FILE-STATUS.
000961     SELECT TRANSID-REGISTER-FILE
000962         ASSIGN TO DYNAMIC WS-TRG-DYNAMIC-FILE
000963         ORGANIZATION IS INDEXED
000964         ACCESS MODE IS DYNAMIC
000965         RECORD KEY IS TRANREG-TRANS-ID
000966         FILE STATUS IS WS-TRG-FILE-STATUS.
000967     SELECT TRANSID-WORK-FILE
000968         ASSIGN TO DYNAMIC WS-TWK-DYNAMIC-FILE
000969         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000971         RECORD KEY IS TRANWRK-TRANS-ID
000972         FILE STATUS IS WS-TWK-FILE-STATUS.
000973 DATA DIVISION.
000980 FILE SECTION.
000990 FD  FEED-CSV-FILE.
001000 01  FEED-CSV-RECORD             PIC X(1000).
001010 FD  POSITION-FILE.
001020 COPY ACCTPOS.
001030 FD  REPORT-FILE.
001040 01  REPORT-RECORD               PIC X(132).
001050 FD  CONFIG-FILE.
001060 01  CONFIG-RECORD               PIC X(100).
001070 FD  AUDIT-LOG-FILE.
001080 01  AUDIT-LOG-RECORD            PIC X(300).
001090 FD  TIMING-LOG-FILE.
001100 01  TIMING-LOG-RECORD           PIC X(130).
001110 FD  HOLD-REGISTER-FILE.
001120 01  HOLD-REGISTER-RECORD        PIC X(300).
001121 FD  TRANSID-REGISTER-FILE.
001122 COPY TRANREG.
001123*    TONIGHT'S TRANS_IDS SO FAR - THE IN-FILE REPEAT CHECK
001124 FD  TRANSID-WORK-FILE.
001125 01  TRANWRK-RECORD.
001126     05  TRANWRK-TRANS-ID        PIC X(30).
001127     05  TRANWRK-ROW-NUM         PIC 9(07).
001130 WORKING-STORAGE SECTION.
001140*---------------------------------------------------------------*
001147*    BUSINESS DATE FROM SYSIN, TODAY'S DATE (A BUSINESS DATE    *
001154*    BEFORE IT IS A BACKDATED RUN) AND THE FEED BEING RUN BY    *
001161*    THE CHAIN DRIVER                                           *
001170*---------------------------------------------------------------*
001180 01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACES.
001190 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001195 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001200 01  WS-CHAIN-FEED-NAME          PIC X(30) VALUE SPACES.
001210 01  WS-NOT-POSITION-SWITCH      PIC X(01) VALUE 'N'.
001220     88  WS-NOT-POSITION-FEED                 VALUE 'Y'.
001230*---------------------------------------------------------------*
001240*    CONFIG FILE - WHICH FEED REPORTS THE POSITIONS AND WHICH   *
001250*    CARRIES THE MOVEMENT                                       *
001260*---------------------------------------------------------------*
001270 01  WS-CFG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001280 01  WS-CONFIG-FILE-NAME         PIC X(100)
001290         VALUE '/workspace/config/uploadcsv.cfg'.
001300 01  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
001310     88  WS-CFG-FILE-OK                       VALUE '00'.
001320     88  WS-CFG-FILE-EOF                      VALUE '10'.
001330 01  WS-CFG-KEY                  PIC X(30) VALUE SPACES.
001340 01  WS-CFG-VALUE                PIC X(60) VALUE SPACES.
001350 01  WS-POSN-ACCT-FEED           PIC X(30)
001360         VALUE 'daily-accounts.csv'.
001370 01  WS-POSN-TRAN-FEED           PIC X(30)
001380         VALUE 'daily-transactions.csv'.
001382*---------------------------------------------------------------*
001384*    WHERE THE COLUMNS SIT IN THE TWO FEEDS - FOUND BY NAME IN  *
001386*    EACH FEED'S HEADER LINE (ZERO WHEN THE HEADER DOES NOT     *
001388*    NAME ONE)                                                  *
001390*---------------------------------------------------------------*
001392 01  WS-ACC-ACCT-COL             PIC 9(02) VALUE ZERO.
001394 01  WS-ACC-AMT-COL              PIC 9(02) VALUE ZERO.
001396 01  WS-ACC-STATUS-COL           PIC 9(02) VALUE ZERO.
001398 01  WS-TRN-ACCT-COL             PIC 9(02) VALUE ZERO.
001400 01  WS-TRN-AMT-COL              PIC 9(02) VALUE ZERO.
001402 01  WS-TRN-TYPE-COL             PIC 9(02) VALUE ZERO.
001404 01  WS-TRN-TID-COL              PIC 9(02) VALUE ZERO.
001406 01  WS-HDR-COLUMNS.
001408     05  WS-HDR-ACCT-COL         PIC 9(02) VALUE ZERO.
001410     05  WS-HDR-AMT-COL          PIC 9(02) VALUE ZERO.
001412     05  WS-HDR-TYPE-COL         PIC 9(02) VALUE ZERO.
001414     05  WS-HDR-STATUS-COL       PIC 9(02) VALUE ZERO.
001416     05  WS-HDR-TID-COL          PIC 9(02) VALUE ZERO.
001418 01  WS-HDR-SUB                  PIC 9(02) COMP VALUE ZERO.
001420*---------------------------------------------------------------*
001422*    TRANS_ID REGISTER (READ ONLY - UPLOADCSV KEEPS IT) AND     *
001424*    TONIGHT'S TRANS_IDS SO FAR.  A TRANS_ID UPLOADED UNDER     *
001426*    ANOTHER BUSINESS DATE INSIDE THE RETENTION WINDOW, OR      *
001428*    ALREADY SEEN EARLIER IN THE FILE, IS NOT APPLIED AGAIN     *
001430*---------------------------------------------------------------*
001432 01  WS-TID-RETAIN-DAYS          PIC 9(04) VALUE 90.
001434 01  WS-TID-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
001436 01  WS-TRG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001438 01  WS-TRANSID-REGISTER-NAME    PIC X(100)
001440         VALUE '/workspace/control/transid-register.mst'.
001442 01  WS-TRG-FILE-STATUS          PIC X(02) VALUE '00'.
001444     88  WS-TRG-FILE-OK                       VALUE '00'.
001446     88  WS-TRG-FILE-MISSING                  VALUE '35'.
001448 01  WS-TRG-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001450     88  WS-TRG-OPEN                          VALUE 'Y'.
001452 01  WS-TWK-DYNAMIC-FILE         PIC X(100)
001454         VALUE '/workspace/work/posnroll.tid'.
001456 01  WS-TWK-FILE-STATUS          PIC X(02) VALUE '00'.
001458     88  WS-TWK-FILE-OK                       VALUE '00'.
001460 01  WS-TWK-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001462     88  WS-TWK-OPEN                          VALUE 'Y'.
001464 01  WS-TWK-MKDIR-COMMAND        PIC X(40)
001466         VALUE 'mkdir -p /workspace/work'.
001468 01  WS-TWK-MKDIR-RC             PIC 9(04) COMP VALUE ZERO.
001470 01  WS-ROW-TID                  PIC X(30) VALUE SPACES.
001472 01  WS-TID-SKIP-SWITCH          PIC X(01) VALUE 'N'.
001474     88  WS-TID-ALREADY-POSTED                VALUE 'Y'.
001490*---------------------------------------------------------------*
001500*    FEED FILE ACCESS - THE ARCHIVED FULL SNAPSHOT, THEN        *
001510*    /workspace, THEN THE PLAIN ARCHIVED FILE                   *
001520*---------------------------------------------------------------*
001530 01  WS-CSV-DYNAMIC-FILE         PIC X(150) VALUE SPACES.
001540 01  WS-CSV-FILE-STATUS          PIC X(02) VALUE '00'.
001550     88  WS-CSV-FILE-OK                       VALUE '00'.
001560     88  WS-CSV-FILE-EOF                      VALUE '10'.
001570 01  WS-OPEN-FEED-NAME           PIC X(30) VALUE SPACES.
001580 01  WS-FEED-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001590     88  WS-FEED-IS-OPEN                      VALUE 'Y'.
001600 01  WS-FEED-MISSING-SWITCH      PIC X(01) VALUE 'N'.
001610     88  WS-FEED-WAS-MISSING                  VALUE 'Y'.
001613 01  WS-BACKLOG-READ-SWITCH      PIC X(01) VALUE 'N'.
001616     88  WS-READ-FROM-BACKLOG                 VALUE 'Y'.
001620 01  WS-CSV-FIELD-TABLE.
001630     05  WS-CSV-FIELD            OCCURS 10 TIMES
001640                                 PIC X(100).
001650 01  WS-CSV-FIELD-COUNT          PIC 9(02) COMP VALUE ZERO.
001660 01  WS-ROW-ACCT                 PIC X(30) VALUE SPACES.
001670 01  WS-ROW-AMOUNT               PIC S9(13)V99 VALUE ZERO.
001680 01  WS-ROW-TYPE                 PIC X(02) VALUE SPACES.
001690*---------------------------------------------------------------*
001700*    TONIGHT'S REPORTED ACCOUNTS, SORTED FOR A BINARY SEARCH    *
001710*    (SAME PATTERN AS THE UPLOADXRF KEY TABLE).  RESULT:        *
001720*    P = PROVED, N = NEW ACCOUNT SEEDED, B = BREAK, A = MASTER  *
001730*    ALREADY ROLLED PAST THIS DATE, D = DUPLICATE ROW,          *
001740*    X = REPORTED AMOUNT NOT NUMERIC (NOT PROVED, NOT ROLLED)   *
001750*---------------------------------------------------------------*
001760 01  WS-POS-COUNT                PIC 9(07) COMP VALUE ZERO.
001770 01  WS-POS-MAX                  PIC 9(07) COMP VALUE 100000.
001780 01  WS-POS-TABLE.
001790     05  WS-POS-ENTRY            OCCURS 1 TO 100000 TIMES
001800                                 DEPENDING ON WS-POS-COUNT
001810                                 ASCENDING KEY IS WS-POS-KEY
001820                                 INDEXED BY WS-POS-IDX.
001830         10  WS-POS-KEY          PIC X(30).
001840         10  WS-POS-REPORTED     PIC S9(13)V99 COMP-3.
001850         10  WS-POS-STATUS       PIC X(02).
001860         10  WS-POS-AMT-OK-SW    PIC X(01).
001870         10  WS-POS-MOVEMENT     PIC S9(13)V99 COMP-3.
001880         10  WS-POS-TRN-COUNT    PIC 9(05) COMP.
001890         10  WS-POS-OPENING      PIC S9(13)V99 COMP-3.
001900         10  WS-POS-RESULT       PIC X(01).
001910 01  WS-POS-SUB                  PIC 9(07) COMP VALUE ZERO.
001920 01  WS-POS-HIT-SUB              PIC 9(07) COMP VALUE ZERO.
001930 01  WS-POS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
001940     88  WS-POS-TABLE-FULL                    VALUE 'Y'.
001950 01  WS-EXPECTED-AMT             PIC S9(15)V99 VALUE ZERO.
001960*---------------------------------------------------------------*
001970*    MOVEMENT ON ACCOUNTS THE ACCOUNTS FEED DOES NOT CARRY      *
001980*---------------------------------------------------------------*
001990 01  WS-UNR-COUNT                PIC 9(05) COMP VALUE ZERO.
002000 01  WS-UNR-TOTAL                PIC 9(07) VALUE ZERO.
002010 01  WS-UNR-TABLE.
002020     05  WS-UNR-ENTRY            OCCURS 500 TIMES.
002030         10  WS-UNR-KEY          PIC X(30).
002040         10  WS-UNR-MOVEMENT     PIC S9(13)V99 COMP-3.
002050         10  WS-UNR-TRN-COUNT    PIC 9(05) COMP.
002060 01  WS-UNR-SUB                  PIC 9(05) COMP VALUE ZERO.
002070 01  WS-UNR-HIT-SUB              PIC 9(05) COMP VALUE ZERO.
002080*---------------------------------------------------------------*
002090*    ACCOUNT POSITION MASTER                                    *
002100*---------------------------------------------------------------*
002110 01  WS-POS-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002120 01  WS-POSITION-FILE-NAME       PIC X(100)
002130         VALUE '/workspace/control/account-position.mst'.
002140 01  WS-POS-FILE-STATUS          PIC X(02) VALUE '00'.
002150     88  WS-POS-FILE-OK                       VALUE '00'.
002160     88  WS-POS-FILE-MISSING                  VALUE '35'.
002170 01  WS-MASTER-SWITCH            PIC X(01) VALUE 'N'.
002180     88  WS-MASTER-IS-OPEN                    VALUE 'Y'.
002190 01  WS-MASTER-BAD-SWITCH        PIC X(01) VALUE 'N'.
002200     88  WS-MASTER-UNUSABLE                   VALUE 'Y'.
002210*---------------------------------------------------------------*
002220*    COUNTS AND CONTROL TOTALS FOR THE REPORT                   *
002230*---------------------------------------------------------------*
002240 01  WS-TRN-ROWS                 PIC 9(07) VALUE ZERO.
002250 01  WS-TRN-APPLIED              PIC 9(07) VALUE ZERO.
002260 01  WS-TRN-IGNORED              PIC 9(07) VALUE ZERO.
002265 01  WS-TRN-REPEATED             PIC 9(07) VALUE ZERO.
002270 01  WS-PROVED-COUNT             PIC 9(07) VALUE ZERO.
002280 01  WS-NEW-COUNT                PIC 9(07) VALUE ZERO.
002290 01  WS-BREAK-COUNT              PIC 9(07) VALUE ZERO.
002300 01  WS-NOT-PROVED-COUNT         PIC 9(07) VALUE ZERO.
002310 01  WS-ROLLED-COUNT             PIC 9(07) VALUE ZERO.
002320 01  WS-TOT-OPENING              PIC S9(15)V99 VALUE ZERO.
002330 01  WS-TOT-MOVEMENT             PIC S9(15)V99 VALUE ZERO.
002340 01  WS-TOT-EXPECTED             PIC S9(15)V99 VALUE ZERO.
002350 01  WS-TOT-REPORTED             PIC S9(15)V99 VALUE ZERO.
002360 01  WS-RELEASE-SWITCH           PIC X(01) VALUE 'N'.
002370     88  WS-NIGHT-RELEASED                    VALUE 'Y'.
002380 01  WS-HOLD-CAUSE               PIC X(40) VALUE SPACES.
002390*---------------------------------------------------------------*
002400*    NUMERIC EDIT WORK AREA (SAME TRANS_AMT EDIT AS UPLOADCSV)  *
002410*---------------------------------------------------------------*
002420 01  WS-FIELD-VALUE              PIC X(100) VALUE SPACES.
002430 01  WS-FIELD-WORK               PIC X(100) VALUE SPACES.
002440 01  WS-FIELD-LEN                PIC 9(03) COMP VALUE ZERO.
002450 01  WS-CHAR-SUB                 PIC 9(03) COMP VALUE ZERO.
002460 01  WS-DIGIT-COUNT              PIC 9(02) COMP VALUE ZERO.
002470 01  WS-DOT-COUNT                PIC 9(02) COMP VALUE ZERO.
002480 01  WS-EDIT-OK-SWITCH           PIC X(01) VALUE 'Y'.
002490     88  WS-EDIT-PASSED                       VALUE 'Y'.
002500     88  WS-EDIT-FAILED                       VALUE 'N'.
002510*---------------------------------------------------------------*
002520*    BREAK REPORT                                               *
002530*---------------------------------------------------------------*
002540 01  WS-RPT-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002550 01  WS-REPORT-FILE-NAME         PIC X(100) VALUE SPACES.
002560 01  WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.
002570     88  WS-RPT-FILE-OK                       VALUE '00'.
002580 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
002590 01  WS-BREAK-LINE.
002600     05  WS-BRK-ACCT             PIC X(24).
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  WS-BRK-OPENING          PIC -(13)9.99.
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  WS-BRK-MOVEMENT         PIC -(13)9.99.
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  WS-BRK-EXPECTED         PIC -(13)9.99.
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  WS-BRK-REPORTED         PIC -(13)9.99.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  WS-BRK-REASON           PIC X(32).
002710 01  WS-BREAK-LINE-X REDEFINES WS-BREAK-LINE
002720                                 PIC X(132).
002730 01  WS-AMT-EDIT                 PIC -(15)9.99 VALUE ZERO.
002740 01  WS-COUNT-EDIT               PIC Z(06)9 VALUE ZERO.
002750*---------------------------------------------------------------*
002760*    AUDIT LOG (SAME RECORD LAYOUT UPLOADCSV WRITES) - ONLY A   *
002770*    RELEASE USED AGAINST A BREAK IS AUDITED                    *
002780*---------------------------------------------------------------*
002790 01  WS-AUD-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002800 01  WS-AUDIT-LOG-FILE-NAME      PIC X(100)
002810         VALUE '/workspace/audit/upload-audit.log'.
002820 01  WS-AUD-FILE-STATUS          PIC X(02) VALUE '00'.
002830     88  WS-AUD-FILE-OK                       VALUE '00'.
002840 01  WS-AUDIT-DATE               PIC 9(08) VALUE ZERO.
002850 01  WS-AUDIT-TIME               PIC 9(08) VALUE ZERO.
002860 01  WS-AUDIT-OUTCOME            PIC X(40) VALUE SPACES.
002870 01  WS-AUDIT-RECORD-OUT         PIC X(300) VALUE SPACES.
002880 01  WS-AUDIT-ZERO-RC            PIC 9(04) VALUE ZERO.
002890 01  WS-AUDIT-HTTP               PIC X(03) VALUE SPACES.
002900 01  WS-AUDIT-ROWS               PIC 9(07) VALUE ZERO.
002910 01  WS-AUDIT-ZERO-ROWS          PIC 9(07) VALUE ZERO.
002920 01  WS-AUDIT-ZERO-RETRIES       PIC 9(02) VALUE ZERO.
002930 01  WS-AUDIT-TAIL               PIC X(120) VALUE SPACES.
002940*---------------------------------------------------------------*
002950*    GATE HOLD REGISTER - A NIGHT WITH BREAKS IS HELD AGAINST   *
002960*    THE POSITION FEED AND BUSINESS DATE; AN APPROVED GATERLS   *
002970*    RELEASE LETS IT THROUGH ONCE                               *
002980*---------------------------------------------------------------*
002990     COPY HOLDREG.
003000 01  WS-HRG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003010 01  WS-HRG-FILE-STATUS          PIC X(02) VALUE '00'.
003020     88  WS-HRG-FILE-OK                       VALUE '00'.
003030     88  WS-HRG-FILE-EOF                      VALUE '10'.
003040 01  WS-HRG-LINE-OUT             PIC X(300) VALUE SPACES.
003050 01  WS-HRG-NOW-DATE             PIC 9(08) VALUE ZERO.
003060 01  WS-HRG-NOW-TIME             PIC 9(08) VALUE ZERO.
003070 01  WS-HRG-USER-ID              PIC X(20) VALUE SPACES.
003080 01  WS-HRG-MKDIR-COMMAND        PIC X(40)
003090         VALUE 'mkdir -p /workspace/control'.
003100 01  WS-HRG-MKDIR-RC             PIC 9(04) COMP VALUE ZERO.
003110*---------------------------------------------------------------*
003120*    STEP TIMING LOG - ONE START AND ONE END LINE PER RUN       *
003130*    (TIMING|step|context|event|date|time|elapsed|rc), READ BY  *
003140*    THE MONTHLY BATCH-WINDOW/SLA REPORT (SLARPT).              *
003150*---------------------------------------------------------------*
003160 01  WS-TML-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003170 01  WS-TIMING-LOG-NAME          PIC X(100)
003180         VALUE '/workspace/audit/step-timing.log'.
003190 01  WS-TML-FILE-STATUS          PIC X(02) VALUE '00'.
003200     88  WS-TML-FILE-OK                       VALUE '00'.
003210 01  WS-TIM-STEP-NAME            PIC X(12) VALUE 'POSNROLL'.
003220 01  WS-TIM-CONTEXT              PIC X(40) VALUE '*'.
003230 01  WS-TIM-EVENT                PIC X(05) VALUE SPACES.
003240 01  WS-TIM-DATE                 PIC 9(08) VALUE ZERO.
003250 01  WS-TIM-TIME                 PIC 9(08) VALUE ZERO.
003260 01  WS-TIM-TIME-X REDEFINES WS-TIM-TIME.
003270     05  WS-TIM-HH               PIC 9(02).
003280     05  WS-TIM-MM               PIC 9(02).
003290     05  WS-TIM-SS               PIC 9(02).
003300     05  FILLER                  PIC 9(02).
003310 01  WS-TIM-START-SECS           PIC 9(06) COMP VALUE ZERO.
003320 01  WS-TIM-NOW-SECS             PIC 9(06) COMP VALUE ZERO.
003330 01  WS-TIM-ELAPSED              PIC 9(06) VALUE ZERO.
003340 01  WS-TIM-RC                   PIC 9(04) VALUE ZERO.
003350 01  WS-TIM-MKDIR-COMMAND        PIC X(40)
003360         VALUE 'mkdir -p /workspace/audit'.
003370 01  WS-TIM-MKDIR-RC             PIC 9(04) COMP VALUE ZERO.
003380 PROCEDURE DIVISION.
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE
003410         THRU 1000-EXIT
003420     PERFORM 8800-TIMING-START
003430         THRU 8800-EXIT
003440     IF NOT WS-NOT-POSITION-FEED
003450         PERFORM 2000-LOAD-REPORTED-ACCOUNTS
003460             THRU 2000-EXIT
003470     END-IF
003480     IF NOT WS-NOT-POSITION-FEED AND NOT WS-FEED-WAS-MISSING
003490         PERFORM 3000-APPLY-MOVEMENT
003500             THRU 3000-EXIT
003510     END-IF
003520     IF NOT WS-NOT-POSITION-FEED AND NOT WS-FEED-WAS-MISSING
003530         PERFORM 4000-PROVE-POSITIONS
003540             THRU 4000-EXIT
003550     END-IF
003560     IF NOT WS-NOT-POSITION-FEED AND NOT WS-FEED-WAS-MISSING
003570             AND NOT WS-MASTER-UNUSABLE
003580         PERFORM 5000-WRITE-BREAK-REPORT
003590             THRU 5000-EXIT
003600         IF WS-BREAK-COUNT > ZERO
003610             PERFORM 6000-HOLD-OR-RELEASE
003620                 THRU 6000-EXIT
003630         END-IF
003640         IF WS-BREAK-COUNT = ZERO OR WS-NIGHT-RELEASED
003650             PERFORM 7000-ROLL-MASTER
003660                 THRU 7000-EXIT
003670         END-IF
003680     END-IF
003690     PERFORM 9000-TERMINATE
003700         THRU 9000-EXIT
003710     PERFORM 8810-TIMING-END
003720         THRU 8810-EXIT
003730     STOP RUN.
003740 0000-MAINLINE-EXIT.
003750     EXIT.
003760******************************************************************
003770*  1000-INITIALIZE                                               *
003780*  READS THE BUSINESS DATE FROM SYSIN ('CURRENT' OR YYYYMMDD)    *
003790*  AND THE POSITION AND MOVEMENT FEED NAMES FROM THE CONFIG      *
003800*  FILE.  RUN BY THE CHAIN FOR ANY OTHER FEED THERE IS NOTHING   *
003810*  TO PROVE.                                                     *
003820******************************************************************
003830 1000-INITIALIZE.
003840     DISPLAY "Enter the business date (YYYYMMDD) or CURRENT: "
003850     ACCEPT WS-RUN-DATE-PARM
003860     IF WS-RUN-DATE-PARM = 'CURRENT'
003870             OR WS-RUN-DATE-PARM = SPACES
003880         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003890     ELSE
003900         MOVE FUNCTION NUMVAL(WS-RUN-DATE-PARM) TO WS-RUN-DATE
003910     END-IF
003915     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003920     MOVE WS-CONFIG-FILE-NAME TO WS-CFG-DYNAMIC-FILE
003930     OPEN INPUT CONFIG-FILE
003940     IF WS-CFG-FILE-OK
003950         PERFORM 1100-READ-ONE-CONFIG-LINE
003960             THRU 1100-EXIT
003970             UNTIL WS-CFG-FILE-EOF
003980         CLOSE CONFIG-FILE
003990     END-IF
004000     ACCEPT WS-CHAIN-FEED-NAME
004010         FROM ENVIRONMENT "UPLOAD-CHAIN-FEED"
004020     IF WS-CHAIN-FEED-NAME NOT = SPACES
004030         MOVE WS-CHAIN-FEED-NAME TO WS-TIM-CONTEXT
004040         IF WS-CHAIN-FEED-NAME NOT = WS-POSN-ACCT-FEED
004050             SET WS-NOT-POSITION-FEED TO TRUE
004060             DISPLAY "Note: " FUNCTION TRIM(WS-CHAIN-FEED-NAME)
004070                 " is not the position feed - nothing to prove."
004080         END-IF
004090     END-IF
004100     MOVE SPACES TO WS-REPORT-FILE-NAME
004110     STRING "/workspace/audit/position-breaks-" WS-RUN-DATE
004120         ".txt"
004130         DELIMITED BY SIZE
004140         INTO WS-REPORT-FILE-NAME
004150     END-STRING
004160     DISPLAY "POSNROLL  BUSINESS DATE " WS-RUN-DATE
004170         "  POSITIONS " FUNCTION TRIM(WS-POSN-ACCT-FEED)
004180         "  MOVEMENT " FUNCTION TRIM(WS-POSN-TRAN-FEED).
004190 1000-EXIT.
004200     EXIT.
004210 1100-READ-ONE-CONFIG-LINE.
004220     READ CONFIG-FILE
004230         AT END
004240             GO TO 1100-EXIT
004250     END-READ
004260     MOVE SPACES TO WS-CFG-KEY
004270     MOVE SPACES TO WS-CFG-VALUE
004280     UNSTRING CONFIG-RECORD DELIMITED BY '='
004290         INTO WS-CFG-KEY WS-CFG-VALUE
004300     END-UNSTRING
004310     IF WS-CFG-VALUE = SPACES
004320         GO TO 1100-EXIT
004330     END-IF
004340     EVALUATE WS-CFG-KEY
004350         WHEN 'POSITION-FEED'
004360             MOVE WS-CFG-VALUE TO WS-POSN-ACCT-FEED
004370         WHEN 'POSITION-TRAN-FEED'
004380             MOVE WS-CFG-VALUE TO WS-POSN-TRAN-FEED
004381         WHEN 'TRANSID-RETAIN-DAYS'
004382             MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
004383                 TO WS-TID-RETAIN-DAYS
004384         WHEN 'RELEASE-VALID-DAYS'
004385             MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
004386                 TO HOLDREG-VALID-DAYS
004390     END-EVALUATE.
004400 1100-EXIT.
004410     EXIT.
004420******************************************************************
004430*  2000-LOAD-REPORTED-ACCOUNTS                                   *
004440*  TABLES EVERY ACCOUNT IN TONIGHT'S POSITION FEED WITH THE      *
004450*  AMOUNT AND STATUS IT REPORTS, THEN SORTS THE TABLE SO THE     *
004460*  MOVEMENT PASS CAN BINARY-SEARCH IT.                           *
004470******************************************************************
004480 2000-LOAD-REPORTED-ACCOUNTS.
004490     MOVE ZERO TO WS-POS-COUNT
004500     MOVE WS-POSN-ACCT-FEED TO WS-OPEN-FEED-NAME
004510     PERFORM 2900-OPEN-FEED
004520         THRU 2900-EXIT
004530     IF NOT WS-FEED-IS-OPEN
004540         GO TO 2000-EXIT
004550     END-IF
004553*    THE HEADER LINE NAMES THE COLUMNS
004556     READ FEED-CSV-FILE
004559         AT END
004562             CLOSE FEED-CSV-FILE
004565             GO TO 2000-EXIT
004568     END-READ
004571     PERFORM 2810-FIND-HEADER-COLUMNS
004574         THRU 2810-EXIT
004577     MOVE WS-HDR-ACCT-COL TO WS-ACC-ACCT-COL
004580     MOVE WS-HDR-AMT-COL TO WS-ACC-AMT-COL
004583     MOVE WS-HDR-STATUS-COL TO WS-ACC-STATUS-COL
004586     IF WS-ACC-ACCT-COL = ZERO OR WS-ACC-AMT-COL = ZERO
004589         DISPLAY "Error: " FUNCTION TRIM(WS-POSN-ACCT-FEED)
004592             " header names no ACCT_NUM or TRANS_AMT - positions "
004595             "cannot be proved."
004598         CLOSE FEED-CSV-FILE
004601         SET WS-FEED-WAS-MISSING TO TRUE
004604         GO TO 2000-EXIT
004607     END-IF
004620     PERFORM 2100-LOAD-ONE-ACCOUNT
004630         THRU 2100-EXIT
004640         UNTIL WS-CSV-FILE-EOF
004650     CLOSE FEED-CSV-FILE
004660     MOVE '00' TO WS-CSV-FILE-STATUS
004670     IF WS-POS-COUNT > ZERO
004680         SORT WS-POS-ENTRY ASCENDING WS-POS-KEY
004690     END-IF
004700     DISPLAY "Accounts reported tonight: " WS-POS-COUNT.
004710 2000-EXIT.
004720     EXIT.
004730 2100-LOAD-ONE-ACCOUNT.
004740     READ FEED-CSV-FILE
004750         AT END
004760             GO TO 2100-EXIT
004770     END-READ
004780*    THE TRAILER CONTROL RECORD CARRIES NO ACCOUNT
004790     IF FEED-CSV-RECORD = SPACES
004800             OR FEED-CSV-RECORD(1:8) = 'TRAILER,'
004810         GO TO 2100-EXIT
004820     END-IF
004830     PERFORM 2800-SPLIT-ROW
004840         THRU 2800-EXIT
004850     MOVE WS-CSV-FIELD(WS-ACC-ACCT-COL) TO WS-ROW-ACCT
004860     IF WS-ROW-ACCT = SPACES
004870         GO TO 2100-EXIT
004880     END-IF
004890     IF WS-POS-COUNT NOT < WS-POS-MAX
004900         IF NOT WS-POS-TABLE-FULL
004910             SET WS-POS-TABLE-FULL TO TRUE
004920             DISPLAY "Warning: more than " WS-POS-MAX
004930                 " accounts - the rest are not proved or rolled."
004940         END-IF
004950         GO TO 2100-EXIT
004960     END-IF
004970     ADD 1 TO WS-POS-COUNT
004980     MOVE WS-ROW-ACCT TO WS-POS-KEY(WS-POS-COUNT)
004985     MOVE SPACES TO WS-POS-STATUS(WS-POS-COUNT)
004990     IF WS-ACC-STATUS-COL > ZERO
004995         MOVE WS-CSV-FIELD(WS-ACC-STATUS-COL)
005000             TO WS-POS-STATUS(WS-POS-COUNT)
005005     END-IF
005010     MOVE ZERO TO WS-POS-REPORTED(WS-POS-COUNT)
005020     MOVE ZERO TO WS-POS-MOVEMENT(WS-POS-COUNT)
005030     MOVE ZERO TO WS-POS-TRN-COUNT(WS-POS-COUNT)
005040     MOVE ZERO TO WS-POS-OPENING(WS-POS-COUNT)
005050     MOVE SPACE TO WS-POS-RESULT(WS-POS-COUNT)
005060     MOVE 'N' TO WS-POS-AMT-OK-SW(WS-POS-COUNT)
005070     MOVE WS-CSV-FIELD(WS-ACC-AMT-COL) TO WS-FIELD-VALUE
005080     SET WS-EDIT-PASSED TO TRUE
005090     PERFORM 8000-CHECK-NUMERIC
005100         THRU 8000-EXIT
005110     IF WS-EDIT-PASSED
005120         MOVE FUNCTION NUMVAL(WS-FIELD-VALUE)
005130             TO WS-POS-REPORTED(WS-POS-COUNT)
005140         MOVE 'Y' TO WS-POS-AMT-OK-SW(WS-POS-COUNT)
005150     END-IF.
005160 2100-EXIT.
005170     EXIT.
005180******************************************************************
005190*  2800-SPLIT-ROW                                                *
005200******************************************************************
005210 2800-SPLIT-ROW.
005220     MOVE ZERO TO WS-CSV-FIELD-COUNT
005230     MOVE SPACES TO WS-CSV-FIELD-TABLE
005240     UNSTRING FEED-CSV-RECORD DELIMITED BY ','
005250         INTO WS-CSV-FIELD(1) WS-CSV-FIELD(2) WS-CSV-FIELD(3)
005260              WS-CSV-FIELD(4) WS-CSV-FIELD(5) WS-CSV-FIELD(6)
005270              WS-CSV-FIELD(7) WS-CSV-FIELD(8) WS-CSV-FIELD(9)
005280              WS-CSV-FIELD(10)
005290         TALLYING IN WS-CSV-FIELD-COUNT
005300     END-UNSTRING.
005310 2800-EXIT.
005320     EXIT.
005321******************************************************************
005322*  2810-FIND-HEADER-COLUMNS                                      *
005323*  SPLITS THE HEADER LINE IN FEED-CSV-RECORD AND NOTES WHERE     *
005324*  ACCT_NUM, TRANS_AMT, TRANS_TYPE, STATUS_CD AND TRANS_ID SIT   *
005325*  (ZERO WHEN A NAME IS NOT THERE) - THE SAME LOOK-UP MONTHEND   *
005326*  MAKES.                                                        *
005327******************************************************************
005328 2810-FIND-HEADER-COLUMNS.
005329     MOVE ZERO TO WS-HDR-ACCT-COL
005330     MOVE ZERO TO WS-HDR-AMT-COL
005331     MOVE ZERO TO WS-HDR-TYPE-COL
005332     MOVE ZERO TO WS-HDR-STATUS-COL
005333     MOVE ZERO TO WS-HDR-TID-COL
005334     PERFORM 2800-SPLIT-ROW
005335         THRU 2800-EXIT
005336     PERFORM 2820-MATCH-HEADER-NAME
005337         THRU 2820-EXIT
005338         VARYING WS-HDR-SUB FROM 1 BY 1
005339         UNTIL WS-HDR-SUB > WS-CSV-FIELD-COUNT.
005340 2810-EXIT.
005341     EXIT.
005342 2820-MATCH-HEADER-NAME.
005343     EVALUATE FUNCTION TRIM(WS-CSV-FIELD(WS-HDR-SUB))
005344         WHEN 'ACCT_NUM'
005345             MOVE WS-HDR-SUB TO WS-HDR-ACCT-COL
005346         WHEN 'TRANS_AMT'
005347             MOVE WS-HDR-SUB TO WS-HDR-AMT-COL
005348         WHEN 'TRANS_TYPE'
005349             MOVE WS-HDR-SUB TO WS-HDR-TYPE-COL
005350         WHEN 'STATUS_CD'
005351             MOVE WS-HDR-SUB TO WS-HDR-STATUS-COL
005352         WHEN 'TRANS_ID'
005353             MOVE WS-HDR-SUB TO WS-HDR-TID-COL
005354         WHEN OTHER
005355             CONTINUE
005356     END-EVALUATE.
005357 2820-EXIT.
005358     EXIT.
005359******************************************************************
005360*  2900-OPEN-FEED                                                *
005361*  OPENS WS-OPEN-FEED-NAME FOR THE BUSINESS DATE - THE FULL      *
005362*  SNAPSHOT FEEDDLTA KEPT IN THE ARCHIVE FIRST (A DELTA-MODE     *
005363*  NIGHT LEAVES ONLY CHANGED ROWS IN /workspace), THEN THE FILE  *
005364*  STILL IN /workspace, THEN THE COPY ALREADY UPLOADED AND       *
005365*  ARCHIVED.  ON A BACKDATED RUN (A BUSINESS DATE BEFORE TODAY,  *
005370*  AS IN A BACKLOG CATCH-UP) /workspace HOLDS TONIGHT'S FILE, SO *
005375*  ONLY THE FEED THE CHAIN HAS STAGED THERE FOR THE DATE IS READ *
005380*  FROM IT - ANY OTHER FEED COMES FROM ITS BACKLOG EXTRACT       *
005385*  (/workspace/BACKLOG/<name>.YYYYMMDD) IF NOT YET UPLOADED,     *
005390*  ELSE FROM THE ARCHIVE.  A FEED FOUND NOWHERE STOPS THE PROOF. *
005400******************************************************************
005410 2900-OPEN-FEED.
005420     MOVE 'N' TO WS-FEED-OPEN-SWITCH
005421     MOVE 'N' TO WS-BACKLOG-READ-SWITCH
005422     IF WS-RUN-DATE < WS-TODAY-DATE
005423             AND WS-OPEN-FEED-NAME NOT = WS-CHAIN-FEED-NAME
005424         SET WS-READ-FROM-BACKLOG TO TRUE
005425     END-IF
005430     MOVE SPACES TO WS-CSV-DYNAMIC-FILE
005440     STRING "/workspace/ARCHIVE-" WS-RUN-DATE "/"
005450         FUNCTION TRIM(WS-OPEN-FEED-NAME) ".full"
005460         DELIMITED BY SIZE
005470         INTO WS-CSV-DYNAMIC-FILE
005480     END-STRING
005490     OPEN INPUT FEED-CSV-FILE
005495     IF NOT WS-CSV-FILE-OK AND NOT WS-READ-FROM-BACKLOG
005500         MOVE SPACES TO WS-CSV-DYNAMIC-FILE
005505         STRING "/workspace/" FUNCTION TRIM(WS-OPEN-FEED-NAME)
005510             DELIMITED BY SIZE
005515             INTO WS-CSV-DYNAMIC-FILE
005520         END-STRING
005525         OPEN INPUT FEED-CSV-FILE
005530     END-IF
005535     IF NOT WS-CSV-FILE-OK AND WS-READ-FROM-BACKLOG
005540         MOVE SPACES TO WS-CSV-DYNAMIC-FILE
005545         STRING "/workspace/BACKLOG/"
005550             FUNCTION TRIM(WS-OPEN-FEED-NAME) "." WS-RUN-DATE
005555             DELIMITED BY SIZE
005560             INTO WS-CSV-DYNAMIC-FILE
005565         END-STRING
005570         OPEN INPUT FEED-CSV-FILE
005575     END-IF
005580     IF NOT WS-CSV-FILE-OK
005590         MOVE SPACES TO WS-CSV-DYNAMIC-FILE
005600         STRING "/workspace/ARCHIVE-" WS-RUN-DATE "/"
005610             FUNCTION TRIM(WS-OPEN-FEED-NAME)
005620             DELIMITED BY SIZE
005630             INTO WS-CSV-DYNAMIC-FILE
005640         END-STRING
005650         OPEN INPUT FEED-CSV-FILE
005660     END-IF
005670     IF NOT WS-CSV-FILE-OK
005680         MOVE '00' TO WS-CSV-FILE-STATUS
005690         SET WS-FEED-WAS-MISSING TO TRUE
005700         DISPLAY "Error: " FUNCTION TRIM(WS-OPEN-FEED-NAME)
005707             " for " WS-RUN-DATE " not found in /workspace, its "
005714             "backlog or its archive - positions cannot be "
005721             "proved."
005730         GO TO 2900-EXIT
005740     END-IF
005750     SET WS-FEED-IS-OPEN TO TRUE
005760     DISPLAY "Reading " WS-CSV-DYNAMIC-FILE(1:80).
005770 2900-EXIT.
005780     EXIT.
005790******************************************************************
005797*  3000-APPLY-MOVEMENT                                           *
005804*  ADDS EACH CR AND SUBTRACTS EACH DB TRANS_AMT IN TONIGHT'S     *
005811*  MOVEMENT FEED TO ITS ACCOUNT.  A ROW WITH A NON-NUMERIC       *
005818*  AMOUNT OR A TYPE OTHER THAN DB/CR IS LEFT OUT - THE UPLOAD    *
005825*  QUARANTINES IT, SO IT NEVER REACHES THE WAREHOUSE EITHER.     *
005832*  SO IS A ROW WHOSE TRANS_ID WAS ALREADY POSTED UNDER ANOTHER   *
005839*  BUSINESS DATE OR ALREADY APPEARED EARLIER IN THE FILE.        *
005846******************************************************************
005860 3000-APPLY-MOVEMENT.
005870     MOVE WS-POSN-TRAN-FEED TO WS-OPEN-FEED-NAME
005880     PERFORM 2900-OPEN-FEED
005890         THRU 2900-EXIT
005900     IF NOT WS-FEED-IS-OPEN
005910         GO TO 3000-EXIT
005920     END-IF
005922*    THE HEADER LINE NAMES THE COLUMNS
005924     READ FEED-CSV-FILE
005926         AT END
005928             CLOSE FEED-CSV-FILE
005930             GO TO 3000-EXIT
005932     END-READ
005934     PERFORM 2810-FIND-HEADER-COLUMNS
005936         THRU 2810-EXIT
005938     MOVE WS-HDR-ACCT-COL TO WS-TRN-ACCT-COL
005940     MOVE WS-HDR-AMT-COL TO WS-TRN-AMT-COL
005942     MOVE WS-HDR-TYPE-COL TO WS-TRN-TYPE-COL
005944     MOVE WS-HDR-TID-COL TO WS-TRN-TID-COL
005946     IF WS-TRN-ACCT-COL = ZERO OR WS-TRN-AMT-COL = ZERO
005948             OR WS-TRN-TYPE-COL = ZERO
005950         DISPLAY "Error: " FUNCTION TRIM(WS-POSN-TRAN-FEED)
005952             " header names no ACCT_NUM, TRANS_AMT or TRANS_TYPE"
005954             " - positions cannot be proved."
005956         CLOSE FEED-CSV-FILE
005958         SET WS-FEED-WAS-MISSING TO TRUE
005960         GO TO 3000-EXIT
005962     END-IF
005964     PERFORM 3050-OPEN-TRANSID-FILES
005966         THRU 3050-EXIT
005968     IF WS-FEED-WAS-MISSING
005970         CLOSE FEED-CSV-FILE
005972         GO TO 3000-EXIT
005974     END-IF
005990     PERFORM 3100-APPLY-ONE-TRANS
006000         THRU 3100-EXIT
006010         UNTIL WS-CSV-FILE-EOF
006016     CLOSE FEED-CSV-FILE
006022     MOVE '00' TO WS-CSV-FILE-STATUS
006028     PERFORM 3060-CLOSE-TRANSID-FILES
006034         THRU 3060-EXIT
006040     DISPLAY "Transactions read: " WS-TRN-ROWS
006046         "  applied: " WS-TRN-APPLIED
006052         "  left out: " WS-TRN-IGNORED
006058         "  already posted: " WS-TRN-REPEATED.
006070 3000-EXIT.
006080     EXIT.
006081******************************************************************
006082*  3050-OPEN-TRANSID-FILES                                       *
006083*  OPENS THE TRANS_ID REGISTER FOR READING (NOT THERE YET =      *
006084*  NOTHING POSTED) AND STARTS A FRESH WORK FILE FOR TONIGHT'S    *
006085*  TRANS_IDS.  WITHOUT THEM A RE-SENT TRANSACTION WOULD BE       *
006086*  COUNTED TWICE, SO THE PROOF STOPS INSTEAD.  A FEED WHOSE      *
006087*  HEADER NAMES NO TRANS_ID IS NOT CHECKED.                      *
006088******************************************************************
006089 3050-OPEN-TRANSID-FILES.
006090     MOVE 'N' TO WS-TRG-OPEN-SWITCH
006091     MOVE 'N' TO WS-TWK-OPEN-SWITCH
006092     IF WS-TRN-TID-COL = ZERO
006093         DISPLAY "Warning: " FUNCTION TRIM(WS-POSN-TRAN-FEED)
006094             " names no TRANS_ID - repeated transactions are not "
006095             "looked for."
006096         GO TO 3050-EXIT
006097     END-IF
006098     COMPUTE WS-TID-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
006099         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
006100         - WS-TID-RETAIN-DAYS)
006101     MOVE WS-TRANSID-REGISTER-NAME TO WS-TRG-DYNAMIC-FILE
006102     OPEN INPUT TRANSID-REGISTER-FILE
006103     EVALUATE TRUE
006104         WHEN WS-TRG-FILE-OK
006105             SET WS-TRG-OPEN TO TRUE
006106         WHEN WS-TRG-FILE-MISSING
006107             DISPLAY "Note: no TRANS_IDs registered yet - "
006108                 "checking tonight's movement against itself "
006109                 "only."
006110         WHEN OTHER
006111             DISPLAY "Error: TRANS_ID register "
006112                 FUNCTION TRIM(WS-TRANSID-REGISTER-NAME)
006113                 " could not be opened (status "
006114                 WS-TRG-FILE-STATUS ") - positions cannot be "
006115                 "proved."
006116             SET WS-FEED-WAS-MISSING TO TRUE
006117             GO TO 3050-EXIT
006118     END-EVALUATE
006119     CALL 'SYSTEM' USING WS-TWK-MKDIR-COMMAND
006120         RETURNING WS-TWK-MKDIR-RC
006121     OPEN OUTPUT TRANSID-WORK-FILE
006122     IF WS-TWK-FILE-OK
006123         CLOSE TRANSID-WORK-FILE
006124         OPEN I-O TRANSID-WORK-FILE
006125     END-IF
006126     IF NOT WS-TWK-FILE-OK
006127         DISPLAY "Error: TRANS_ID work file "
006128             FUNCTION TRIM(WS-TWK-DYNAMIC-FILE)
006129             " could not be opened - positions cannot be proved."
006130         PERFORM 3060-CLOSE-TRANSID-FILES
006131             THRU 3060-EXIT
006132         SET WS-FEED-WAS-MISSING TO TRUE
006133         GO TO 3050-EXIT
006134     END-IF
006135     SET WS-TWK-OPEN TO TRUE.
006136 3050-EXIT.
006137     EXIT.
006138 3060-CLOSE-TRANSID-FILES.
006139     IF WS-TRG-OPEN
006140         CLOSE TRANSID-REGISTER-FILE
006141         MOVE 'N' TO WS-TRG-OPEN-SWITCH
006142     END-IF
006143     IF WS-TWK-OPEN
006144         CLOSE TRANSID-WORK-FILE
006145         MOVE 'N' TO WS-TWK-OPEN-SWITCH
006146     END-IF.
006147 3060-EXIT.
006148     EXIT.
006149 3100-APPLY-ONE-TRANS.
006150     READ FEED-CSV-FILE
006151         AT END
006152             GO TO 3100-EXIT
006153     END-READ
006154     IF FEED-CSV-RECORD = SPACES
006155             OR FEED-CSV-RECORD(1:8) = 'TRAILER,'
006160         GO TO 3100-EXIT
006170     END-IF
006180     ADD 1 TO WS-TRN-ROWS
006190     PERFORM 2800-SPLIT-ROW
006200         THRU 2800-EXIT
006210     MOVE WS-CSV-FIELD(WS-TRN-ACCT-COL) TO WS-ROW-ACCT
006220     MOVE WS-CSV-FIELD(WS-TRN-TYPE-COL)(1:2) TO WS-ROW-TYPE
006230     MOVE WS-CSV-FIELD(WS-TRN-AMT-COL) TO WS-FIELD-VALUE
006240     SET WS-EDIT-PASSED TO TRUE
006250     PERFORM 8000-CHECK-NUMERIC
006260         THRU 8000-EXIT
006270     IF WS-ROW-ACCT = SPACES OR WS-EDIT-FAILED
006280             OR (WS-ROW-TYPE NOT = 'DB'
006285                 AND WS-ROW-TYPE NOT = 'CR')
006290         ADD 1 TO WS-TRN-IGNORED
006300         GO TO 3100-EXIT
006310     END-IF
006311     IF WS-TWK-OPEN
006312         PERFORM 3150-CHECK-TRANS-ID
006313             THRU 3150-EXIT
006314         IF WS-TID-ALREADY-POSTED
006315             ADD 1 TO WS-TRN-REPEATED
006316             GO TO 3100-EXIT
006317         END-IF
006318     END-IF
006320     MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO WS-ROW-AMOUNT
006330     IF WS-ROW-TYPE = 'DB'
006340         COMPUTE WS-ROW-AMOUNT = ZERO - WS-ROW-AMOUNT
006350     END-IF
006360     ADD 1 TO WS-TRN-APPLIED
006370     PERFORM 3200-FIND-ACCOUNT
006380         THRU 3200-EXIT
006390     IF WS-POS-HIT-SUB = ZERO
006400         PERFORM 3300-RECORD-UNREPORTED
006410             THRU 3300-EXIT
006420         GO TO 3100-EXIT
006430     END-IF
006440     ADD WS-ROW-AMOUNT TO WS-POS-MOVEMENT(WS-POS-HIT-SUB)
006450     ADD 1 TO WS-POS-TRN-COUNT(WS-POS-HIT-SUB).
006460 3100-EXIT.
006470     EXIT.
006471******************************************************************
006472*  3150-CHECK-TRANS-ID                                           *
006473*  SETS WS-TID-ALREADY-POSTED FOR A ROW WHOSE TRANS_ID THE       *
006474*  REGISTER HOLDS UNDER ANOTHER BUSINESS DATE INSIDE THE         *
006475*  RETENTION WINDOW, OR THAT AN EARLIER ROW TONIGHT ALREADY      *
006476*  CARRIED - THE SAME ROWS UPLOADCSV QUARANTINES.                *
006477******************************************************************
006478 3150-CHECK-TRANS-ID.
006479     MOVE 'N' TO WS-TID-SKIP-SWITCH
006480     MOVE WS-CSV-FIELD(WS-TRN-TID-COL) TO WS-ROW-TID
006481     IF WS-ROW-TID = SPACES
006482         GO TO 3150-EXIT
006483     END-IF
006484     IF WS-TRG-OPEN
006485         MOVE WS-ROW-TID TO TRANREG-TRANS-ID
006486         READ TRANSID-REGISTER-FILE
006487             KEY IS TRANREG-TRANS-ID
006488             INVALID KEY
006489                 CONTINUE
006490             NOT INVALID KEY
006491                 IF TRANREG-BUS-DATE NOT = WS-RUN-DATE
006492                         AND TRANREG-BUS-DATE
006493                             NOT < WS-TID-CUTOFF-DATE
006494                     SET WS-TID-ALREADY-POSTED TO TRUE
006495                 END-IF
006496         END-READ
006497     END-IF
006498     IF WS-TID-ALREADY-POSTED
006499         GO TO 3150-EXIT
006500     END-IF
006501     MOVE WS-ROW-TID TO TRANWRK-TRANS-ID
006502     MOVE WS-TRN-ROWS TO TRANWRK-ROW-NUM
006503     WRITE TRANWRK-RECORD
006504         INVALID KEY
006505             SET WS-TID-ALREADY-POSTED TO TRUE
006506     END-WRITE.
006507 3150-EXIT.
006508     EXIT.
006509 3200-FIND-ACCOUNT.
006510     MOVE ZERO TO WS-POS-HIT-SUB
006511     IF WS-POS-COUNT = ZERO
006512         GO TO 3200-EXIT
006520     END-IF
006530     SEARCH ALL WS-POS-ENTRY
006540         AT END
006550             CONTINUE
006560         WHEN WS-POS-KEY(WS-POS-IDX) = WS-ROW-ACCT
006570             SET WS-POS-HIT-SUB TO WS-POS-IDX
006580     END-SEARCH.
006590 3200-EXIT.
006600     EXIT.
006610******************************************************************
006620*  3300-RECORD-UNREPORTED                                        *
006630*  MOVEMENT ON AN ACCOUNT TONIGHT'S POSITION FEED DOES NOT       *
006640*  CARRY CANNOT BE PROVED - EACH SUCH ACCOUNT IS A BREAK.  THE   *
006650*  FIRST 500 ARE LISTED WITH THEIR MOVEMENT; ALL ARE COUNTED.    *
006660******************************************************************
006670 3300-RECORD-UNREPORTED.
006680     MOVE ZERO TO WS-UNR-HIT-SUB
006690     PERFORM 3310-MATCH-ONE-UNREPORTED
006700         THRU 3310-EXIT
006710         VARYING WS-UNR-SUB FROM 1 BY 1
006720         UNTIL WS-UNR-SUB > WS-UNR-COUNT
006730            OR WS-UNR-HIT-SUB > ZERO
006740     IF WS-UNR-HIT-SUB = ZERO
006750         ADD 1 TO WS-UNR-TOTAL
006760         IF WS-UNR-COUNT < 500
006770             ADD 1 TO WS-UNR-COUNT
006780             MOVE WS-UNR-COUNT TO WS-UNR-HIT-SUB
006790             MOVE WS-ROW-ACCT TO WS-UNR-KEY(WS-UNR-HIT-SUB)
006800             MOVE ZERO TO WS-UNR-MOVEMENT(WS-UNR-HIT-SUB)
006810             MOVE ZERO TO WS-UNR-TRN-COUNT(WS-UNR-HIT-SUB)
006820         END-IF
006830     END-IF
006840     IF WS-UNR-HIT-SUB > ZERO
006850         ADD WS-ROW-AMOUNT TO WS-UNR-MOVEMENT(WS-UNR-HIT-SUB)
006860         ADD 1 TO WS-UNR-TRN-COUNT(WS-UNR-HIT-SUB)
006870     END-IF.
006880 3300-EXIT.
006890     EXIT.
006900 3310-MATCH-ONE-UNREPORTED.
006910     IF WS-UNR-KEY(WS-UNR-SUB) = WS-ROW-ACCT
006920         MOVE WS-UNR-SUB TO WS-UNR-HIT-SUB
006930     END-IF.
006940 3310-EXIT.
006950     EXIT.
006960******************************************************************
006970*  4000-PROVE-POSITIONS                                          *
006980*  READS EACH REPORTED ACCOUNT'S OPENING POSITION FROM THE       *
006990*  MASTER AND PROVES OPENING + MOVEMENT = REPORTED.  THE         *
007000*  OPENING IS THE MASTER BALANCE, OR - WHEN THIS BUSINESS DATE   *
007010*  WAS ALREADY ROLLED IN BY AN EARLIER RUN - THE POSITION KEPT   *
007020*  FROM BEFORE IT.  A MASTER THAT DOES NOT EXIST YET MAKES       *
007030*  EVERY ACCOUNT NEW.                                            *
007040******************************************************************
007050 4000-PROVE-POSITIONS.
007060     MOVE WS-POSITION-FILE-NAME TO WS-POS-DYNAMIC-FILE
007070     MOVE 'N' TO WS-MASTER-SWITCH
007080     OPEN INPUT POSITION-FILE
007090     IF WS-POS-FILE-OK
007100         SET WS-MASTER-IS-OPEN TO TRUE
007110     ELSE
007120         IF WS-POS-FILE-MISSING
007130             DISPLAY "No account position master yet - every "
007140                 "account is seeded from tonight's amounts."
007150         ELSE
007160             DISPLAY "Error: account position master "
007170                 FUNCTION TRIM(WS-POSITION-FILE-NAME)
007180                 " could not be opened - status "
007190                 WS-POS-FILE-STATUS
007200             SET WS-MASTER-UNUSABLE TO TRUE
007210             GO TO 4000-EXIT
007220         END-IF
007230     END-IF
007240     PERFORM 4100-PROVE-ONE-ACCOUNT
007250         THRU 4100-EXIT
007260         VARYING WS-POS-SUB FROM 1 BY 1
007270         UNTIL WS-POS-SUB > WS-POS-COUNT
007280     IF WS-MASTER-IS-OPEN
007290         CLOSE POSITION-FILE
007300     END-IF
007310     ADD WS-UNR-TOTAL TO WS-BREAK-COUNT
007320     DISPLAY "Proved " WS-PROVED-COUNT "  new " WS-NEW-COUNT
007330         "  breaks " WS-BREAK-COUNT
007340         "  not proved " WS-NOT-PROVED-COUNT.
007350 4000-EXIT.
007360     EXIT.
007370 4100-PROVE-ONE-ACCOUNT.
007380     IF WS-POS-SUB > 1
007390         IF WS-POS-KEY(WS-POS-SUB) = WS-POS-KEY(WS-POS-SUB - 1)
007400             MOVE 'D' TO WS-POS-RESULT(WS-POS-SUB)
007410             ADD 1 TO WS-BREAK-COUNT
007420             GO TO 4100-EXIT
007430         END-IF
007440     END-IF
007450     IF WS-POS-AMT-OK-SW(WS-POS-SUB) NOT = 'Y'
007460         MOVE 'X' TO WS-POS-RESULT(WS-POS-SUB)
007470         ADD 1 TO WS-NOT-PROVED-COUNT
007480         GO TO 4100-EXIT
007490     END-IF
007500     MOVE 'N' TO WS-POS-RESULT(WS-POS-SUB)
007510     IF WS-MASTER-IS-OPEN
007520         MOVE WS-POS-KEY(WS-POS-SUB) TO ACCTPOS-ACCT-NUM
007530         READ POSITION-FILE
007540             INVALID KEY
007550                 MOVE 'N' TO WS-POS-RESULT(WS-POS-SUB)
007560             NOT INVALID KEY
007570                 MOVE 'P' TO WS-POS-RESULT(WS-POS-SUB)
007580         END-READ
007590     END-IF
007600     IF WS-POS-RESULT(WS-POS-SUB) = 'N'
007610         ADD 1 TO WS-NEW-COUNT
007620         GO TO 4100-EXIT
007630     END-IF
007640     IF ACCTPOS-POSN-DATE > WS-RUN-DATE
007650         MOVE 'A' TO WS-POS-RESULT(WS-POS-SUB)
007660         MOVE ACCTPOS-BALANCE TO WS-POS-OPENING(WS-POS-SUB)
007670         ADD 1 TO WS-BREAK-COUNT
007680         GO TO 4100-EXIT
007690     END-IF
007700     IF ACCTPOS-POSN-DATE = WS-RUN-DATE
007710         MOVE ACCTPOS-PRIOR-BALANCE TO WS-POS-OPENING(WS-POS-SUB)
007720     ELSE
007730         MOVE ACCTPOS-BALANCE TO WS-POS-OPENING(WS-POS-SUB)
007740     END-IF
007750     COMPUTE WS-EXPECTED-AMT = WS-POS-OPENING(WS-POS-SUB)
007760         + WS-POS-MOVEMENT(WS-POS-SUB)
007770     ADD WS-POS-OPENING(WS-POS-SUB) TO WS-TOT-OPENING
007780     ADD WS-POS-MOVEMENT(WS-POS-SUB) TO WS-TOT-MOVEMENT
007790     ADD WS-EXPECTED-AMT TO WS-TOT-EXPECTED
007800     ADD WS-POS-REPORTED(WS-POS-SUB) TO WS-TOT-REPORTED
007810     IF WS-EXPECTED-AMT = WS-POS-REPORTED(WS-POS-SUB)
007820         ADD 1 TO WS-PROVED-COUNT
007830     ELSE
007840         MOVE 'B' TO WS-POS-RESULT(WS-POS-SUB)
007850         ADD 1 TO WS-BREAK-COUNT
007860     END-IF.
007870 4100-EXIT.
007880     EXIT.
007890******************************************************************
007900*  5000-WRITE-BREAK-REPORT                                       *
007910*  ONE LINE PER BREAK - OPENING, MOVEMENT, EXPECTED AND          *
007920*  REPORTED AMOUNTS AND WHY - THEN THE NIGHT'S COUNTS AND        *
007930*  CONTROL TOTALS.  WRITTEN EVERY NIGHT, CLEAN OR NOT, SO THE    *
007940*  PROOF ITSELF IS ON RECORD.                                    *
007950******************************************************************
007960 5000-WRITE-BREAK-REPORT.
007970     CALL 'SYSTEM' USING WS-TIM-MKDIR-COMMAND
007980         RETURNING WS-TIM-MKDIR-RC
007990     MOVE WS-REPORT-FILE-NAME TO WS-RPT-DYNAMIC-FILE
008000     OPEN OUTPUT REPORT-FILE
008010     IF NOT WS-RPT-FILE-OK
008020         DISPLAY "Warning: break report " WS-REPORT-FILE-NAME
008030             " could not be opened - breaks shown here only."
008040         GO TO 5000-EXIT
008050     END-IF
008060     MOVE SPACES TO WS-PRINT-LINE
008070     STRING "POSNROLL  ACCOUNT POSITION ROLL-FORWARD PROOF"
008080         "   BUSINESS DATE: " WS-RUN-DATE
008090         DELIMITED BY SIZE
008100         INTO WS-PRINT-LINE
008110     END-STRING
008120     PERFORM 5900-WRITE-ONE-LINE
008130         THRU 5900-EXIT
008140     MOVE SPACES TO WS-PRINT-LINE
008150     STRING "POSITIONS: " FUNCTION TRIM(WS-POSN-ACCT-FEED)
008160         "   MOVEMENT: " FUNCTION TRIM(WS-POSN-TRAN-FEED)
008170         "   (CR LESS DB TRANS_AMT)"
008180         DELIMITED BY SIZE
008190         INTO WS-PRINT-LINE
008200     END-STRING
008210     PERFORM 5900-WRITE-ONE-LINE
008220         THRU 5900-EXIT
008230     MOVE ALL '=' TO WS-PRINT-LINE(1:127)
008240     PERFORM 5900-WRITE-ONE-LINE
008250         THRU 5900-EXIT
008260     MOVE SPACES TO WS-PRINT-LINE
008270     STRING "ACCT_NUM                  "
008280         "          OPENING         "
008290         "  MOVEMENT          EXPECTED"
008300         "          REPORTED  REASON"
008310         DELIMITED BY SIZE
008320         INTO WS-PRINT-LINE
008330     END-STRING
008340     PERFORM 5900-WRITE-ONE-LINE
008350         THRU 5900-EXIT
008360     MOVE ALL '-' TO WS-PRINT-LINE(1:127)
008370     PERFORM 5900-WRITE-ONE-LINE
008380         THRU 5900-EXIT
008390     PERFORM 5100-WRITE-ONE-BREAK
008400         THRU 5100-EXIT
008410         VARYING WS-POS-SUB FROM 1 BY 1
008420         UNTIL WS-POS-SUB > WS-POS-COUNT
008430     PERFORM 5200-WRITE-ONE-UNREPORTED
008440         THRU 5200-EXIT
008450         VARYING WS-UNR-SUB FROM 1 BY 1
008460         UNTIL WS-UNR-SUB > WS-UNR-COUNT
008470     IF WS-UNR-TOTAL > WS-UNR-COUNT
008480         MOVE SPACES TO WS-PRINT-LINE
008490         MOVE WS-UNR-TOTAL TO WS-COUNT-EDIT
008500         STRING "  ... " WS-COUNT-EDIT " UNREPORTED ACCOUNTS IN "
008510             "ALL - ONLY THE FIRST 500 ARE LISTED."
008520             DELIMITED BY SIZE
008530             INTO WS-PRINT-LINE
008540         END-STRING
008550         PERFORM 5900-WRITE-ONE-LINE
008560             THRU 5900-EXIT
008570     END-IF
008580     IF WS-BREAK-COUNT = ZERO
008590         MOVE "  NO BREAKS - ALL REPORTED ACCOUNTS ROLLED FORWARD"
008600             TO WS-PRINT-LINE
008610         PERFORM 5900-WRITE-ONE-LINE
008620             THRU 5900-EXIT
008630     END-IF
008640     PERFORM 5300-WRITE-TOTALS
008650         THRU 5300-EXIT
008660     CLOSE REPORT-FILE
008670     DISPLAY "Break report written to " WS-REPORT-FILE-NAME.
008680 5000-EXIT.
008690     EXIT.
008700 5100-WRITE-ONE-BREAK.
008710     IF WS-POS-RESULT(WS-POS-SUB) NOT = 'B'
008720             AND WS-POS-RESULT(WS-POS-SUB) NOT = 'A'
008730             AND WS-POS-RESULT(WS-POS-SUB) NOT = 'D'
008740         GO TO 5100-EXIT
008750     END-IF
008760     MOVE SPACES TO WS-BREAK-LINE-X
008770     MOVE WS-POS-KEY(WS-POS-SUB) TO WS-BRK-ACCT
008780     MOVE WS-POS-OPENING(WS-POS-SUB) TO WS-BRK-OPENING
008790     MOVE WS-POS-MOVEMENT(WS-POS-SUB) TO WS-BRK-MOVEMENT
008800     COMPUTE WS-BRK-EXPECTED = WS-POS-OPENING(WS-POS-SUB)
008810         + WS-POS-MOVEMENT(WS-POS-SUB)
008820     MOVE WS-POS-REPORTED(WS-POS-SUB) TO WS-BRK-REPORTED
008830     EVALUATE WS-POS-RESULT(WS-POS-SUB)
008840         WHEN 'B'
008850             MOVE "DOES NOT ROLL FORWARD" TO WS-BRK-REASON
008860         WHEN 'A'
008870             MOVE "MASTER ROLLED PAST THIS DATE"
008880                 TO WS-BRK-REASON
008890         WHEN 'D'
008900             MOVE "ACCOUNT REPORTED TWICE" TO WS-BRK-REASON
008910     END-EVALUATE
008920     MOVE WS-BREAK-LINE-X TO WS-PRINT-LINE
008930     PERFORM 5900-WRITE-ONE-LINE
008940         THRU 5900-EXIT
008950     DISPLAY "Break: " WS-POS-KEY(WS-POS-SUB) " "
008960         FUNCTION TRIM(WS-BRK-REASON).
008970 5100-EXIT.
008980     EXIT.
008990 5200-WRITE-ONE-UNREPORTED.
009000     MOVE SPACES TO WS-BREAK-LINE-X
009010     MOVE WS-UNR-KEY(WS-UNR-SUB) TO WS-BRK-ACCT
009020     MOVE WS-UNR-MOVEMENT(WS-UNR-SUB) TO WS-BRK-MOVEMENT
009030     MOVE "MOVEMENT, NO REPORTED POSITION" TO WS-BRK-REASON
009040     MOVE WS-BREAK-LINE-X TO WS-PRINT-LINE
009050     PERFORM 5900-WRITE-ONE-LINE
009060         THRU 5900-EXIT
009070     DISPLAY "Break: " WS-UNR-KEY(WS-UNR-SUB) " "
009080         FUNCTION TRIM(WS-BRK-REASON).
009090 5200-EXIT.
009100     EXIT.
009110 5300-WRITE-TOTALS.
009120     MOVE SPACES TO WS-PRINT-LINE
009130     PERFORM 5900-WRITE-ONE-LINE
009140         THRU 5900-EXIT
009150     MOVE WS-POS-COUNT TO WS-COUNT-EDIT
009160     MOVE SPACES TO WS-PRINT-LINE
009170     STRING "ACCOUNTS REPORTED.........: " WS-COUNT-EDIT
009180         DELIMITED BY SIZE INTO WS-PRINT-LINE
009190     END-STRING
009200     PERFORM 5900-WRITE-ONE-LINE
009210         THRU 5900-EXIT
009220     MOVE WS-PROVED-COUNT TO WS-COUNT-EDIT
009230     MOVE SPACES TO WS-PRINT-LINE
009240     STRING "ROLLED FORWARD (PROVED)...: " WS-COUNT-EDIT
009250         DELIMITED BY SIZE INTO WS-PRINT-LINE
009260     END-STRING
009270     PERFORM 5900-WRITE-ONE-LINE
009280         THRU 5900-EXIT
009290     MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
009300     MOVE SPACES TO WS-PRINT-LINE
009310     STRING "NEW ACCOUNTS SEEDED.......: " WS-COUNT-EDIT
009320         DELIMITED BY SIZE INTO WS-PRINT-LINE
009330     END-STRING
009340     PERFORM 5900-WRITE-ONE-LINE
009350         THRU 5900-EXIT
009360     MOVE WS-BREAK-COUNT TO WS-COUNT-EDIT
009370     MOVE SPACES TO WS-PRINT-LINE
009380     STRING "BREAKS....................: " WS-COUNT-EDIT
009390         DELIMITED BY SIZE INTO WS-PRINT-LINE
009400     END-STRING
009410     PERFORM 5900-WRITE-ONE-LINE
009420         THRU 5900-EXIT
009430     MOVE WS-NOT-PROVED-COUNT TO WS-COUNT-EDIT
009440     MOVE SPACES TO WS-PRINT-LINE
009450     STRING "NOT PROVED (AMOUNT NOT NUMERIC - QUARANTINED AT "
009460         "UPLOAD): " WS-COUNT-EDIT
009470         DELIMITED BY SIZE INTO WS-PRINT-LINE
009480     END-STRING
009490     PERFORM 5900-WRITE-ONE-LINE
009500         THRU 5900-EXIT
009510     MOVE WS-TRN-APPLIED TO WS-COUNT-EDIT
009520     MOVE SPACES TO WS-PRINT-LINE
009530     STRING "TRANSACTIONS APPLIED......: " WS-COUNT-EDIT
009540         DELIMITED BY SIZE INTO WS-PRINT-LINE
009550     END-STRING
009560     PERFORM 5900-WRITE-ONE-LINE
009570         THRU 5900-EXIT
009571     MOVE WS-TRN-REPEATED TO WS-COUNT-EDIT
009572     MOVE SPACES TO WS-PRINT-LINE
009573     STRING "ALREADY POSTED / REPEATED.: " WS-COUNT-EDIT
009574         DELIMITED BY SIZE INTO WS-PRINT-LINE
009575     END-STRING
009576     PERFORM 5900-WRITE-ONE-LINE
009577         THRU 5900-EXIT
009580     MOVE WS-TOT-OPENING TO WS-AMT-EDIT
009590     MOVE SPACES TO WS-PRINT-LINE
009600     STRING "TOTAL OPENING.............: " WS-AMT-EDIT
009610         DELIMITED BY SIZE INTO WS-PRINT-LINE
009620     END-STRING
009630     PERFORM 5900-WRITE-ONE-LINE
009640         THRU 5900-EXIT
009650     MOVE WS-TOT-MOVEMENT TO WS-AMT-EDIT
009660     MOVE SPACES TO WS-PRINT-LINE
009670     STRING "TOTAL MOVEMENT............: " WS-AMT-EDIT
009680         DELIMITED BY SIZE INTO WS-PRINT-LINE
009690     END-STRING
009700     PERFORM 5900-WRITE-ONE-LINE
009710         THRU 5900-EXIT
009720     MOVE WS-TOT-EXPECTED TO WS-AMT-EDIT
009730     MOVE SPACES TO WS-PRINT-LINE
009740     STRING "TOTAL EXPECTED............: " WS-AMT-EDIT
009750         DELIMITED BY SIZE INTO WS-PRINT-LINE
009760     END-STRING
009770     PERFORM 5900-WRITE-ONE-LINE
009780         THRU 5900-EXIT
009790     MOVE WS-TOT-REPORTED TO WS-AMT-EDIT
009800     MOVE SPACES TO WS-PRINT-LINE
009810     STRING "TOTAL REPORTED............: " WS-AMT-EDIT
009820         DELIMITED BY SIZE INTO WS-PRINT-LINE
009830     END-STRING
009840     PERFORM 5900-WRITE-ONE-LINE
009850         THRU 5900-EXIT.
009860 5300-EXIT.
009870     EXIT.
009880 5900-WRITE-ONE-LINE.
009890     MOVE WS-PRINT-LINE TO REPORT-RECORD
009900     WRITE REPORT-RECORD
009910     MOVE SPACES TO WS-PRINT-LINE.
009920 5900-EXIT.
009930     EXIT.
009940******************************************************************
009950*  6000-HOLD-OR-RELEASE                                          *
009960*  THE NIGHT HAS BREAKS.  AN APPROVED RELEASE ON THE GATE HOLD   *
009970*  REGISTER FOR THE POSITION FEED AND BUSINESS DATE LETS IT      *
009980*  THROUGH ONCE - MARKED USED AND AUDITED, THE BREAK REPORT      *
009990*  LEFT AS THE RECORD.  OTHERWISE THE HOLD IS RECORDED (ONCE)    *
010000*  FOR GATERLS AND THE MASTER STAYS WHERE IT WAS.                *
010010******************************************************************
010020 6000-HOLD-OR-RELEASE.
010030     MOVE WS-POSN-ACCT-FEED TO HOLDREG-KEY-FEED
010040     MOVE WS-RUN-DATE TO HOLDREG-KEY-BUS-DATE
010050     MOVE HOLDREG-GATE-POSITION TO HOLDREG-KEY-GATE
010060     PERFORM 8600-CHECK-GATE-RELEASE
010070         THRU 8600-EXIT
010080     MOVE SPACES TO WS-HOLD-CAUSE
010085     MOVE WS-BREAK-COUNT TO WS-COUNT-EDIT
010090     STRING FUNCTION TRIM(WS-COUNT-EDIT) " POSITION BREAKS"
010100         DELIMITED BY SIZE
010110         INTO WS-HOLD-CAUSE
010120     END-STRING
010130     MOVE WS-HOLD-CAUSE TO HOLDREG-TEXT
010140     IF HOLDREG-APPROVED
010150         MOVE 'USED' TO HOLDREG-EVENT
010160         PERFORM 8620-APPEND-REGISTER-EVENT
010170             THRU 8620-EXIT
010180         SET WS-NIGHT-RELEASED TO TRUE
010190         DISPLAY "RELEASED: " FUNCTION TRIM(WS-POSN-ACCT-FEED)
010200             " - " WS-BREAK-COUNT " breaks, passed on the "
010210             "release approved by " HOLDREG-APPROVER
010220         MOVE "RELEASE USED - POSITION" TO WS-AUDIT-OUTCOME
010230         MOVE WS-POS-COUNT TO WS-AUDIT-ROWS
010240         MOVE SPACES TO WS-AUDIT-TAIL
010250         STRING " BUSDATE=" HOLDREG-KEY-BUS-DATE
010260             " REQUESTER=" FUNCTION TRIM(HOLDREG-REQUESTER)
010270             " APPROVER=" FUNCTION TRIM(HOLDREG-APPROVER)
010280             " CAUSE=" FUNCTION TRIM(WS-HOLD-CAUSE)
010290             DELIMITED BY SIZE
010300             INTO WS-AUDIT-TAIL
010310         END-STRING
010320         PERFORM 8700-WRITE-AUDIT-RECORD
010330             THRU 8700-EXIT
010340         GO TO 6000-EXIT
010350     END-IF
010360     DISPLAY "HELD: " FUNCTION TRIM(WS-POSN-ACCT-FEED) " - "
010370         WS-BREAK-COUNT " accounts do not roll forward - see "
010380         FUNCTION TRIM(WS-REPORT-FILE-NAME)
010390     IF NOT HOLDREG-HELD AND NOT HOLDREG-REQUESTED
010400         MOVE 'HOLD' TO HOLDREG-EVENT
010410         PERFORM 8620-APPEND-REGISTER-EVENT
010420             THRU 8620-EXIT
010430     END-IF.
010440 6000-EXIT.
010450     EXIT.
010460******************************************************************
010470*  7000-ROLL-MASTER                                              *
010480*  WRITES TONIGHT'S POSITIONS TO THE MASTER.  THE FIRST ROLL OF  *
010490*  A BUSINESS DATE MOVES THE CURRENT POSITION INTO THE PRIOR     *
010500*  FIELDS; A RERUN OF THE SAME DATE KEEPS THEM, SO THE NIGHT IS  *
010510*  NEVER ROLLED IN TWICE.  ON A RELEASED NIGHT THE BREAK         *
010520*  ACCOUNTS TAKE THEIR REPORTED AMOUNT TOO, FLAGGED 'R'.         *
010530******************************************************************
010540 7000-ROLL-MASTER.
010550     CALL 'SYSTEM' USING WS-HRG-MKDIR-COMMAND
010560         RETURNING WS-HRG-MKDIR-RC
010570     MOVE WS-POSITION-FILE-NAME TO WS-POS-DYNAMIC-FILE
010580     OPEN I-O POSITION-FILE
010590     IF WS-POS-FILE-MISSING
010600         OPEN OUTPUT POSITION-FILE
010610         CLOSE POSITION-FILE
010620         OPEN I-O POSITION-FILE
010630     END-IF
010640     IF NOT WS-POS-FILE-OK
010650         DISPLAY "Error: account position master "
010660             FUNCTION TRIM(WS-POSITION-FILE-NAME)
010670             " could not be opened for update - status "
010680             WS-POS-FILE-STATUS
010690         SET WS-MASTER-UNUSABLE TO TRUE
010700         GO TO 7000-EXIT
010710     END-IF
010720     PERFORM 7100-ROLL-ONE-ACCOUNT
010730         THRU 7100-EXIT
010740         VARYING WS-POS-SUB FROM 1 BY 1
010750         UNTIL WS-POS-SUB > WS-POS-COUNT
010760     CLOSE POSITION-FILE
010770     DISPLAY "Account positions rolled to " WS-RUN-DATE ": "
010780         WS-ROLLED-COUNT.
010790 7000-EXIT.
010800     EXIT.
010810 7100-ROLL-ONE-ACCOUNT.
010820     IF WS-POS-RESULT(WS-POS-SUB) NOT = 'P'
010830             AND WS-POS-RESULT(WS-POS-SUB) NOT = 'N'
010840             AND WS-POS-RESULT(WS-POS-SUB) NOT = 'B'
010850         GO TO 7100-EXIT
010860     END-IF
010870     MOVE WS-POS-KEY(WS-POS-SUB) TO ACCTPOS-ACCT-NUM
010880     READ POSITION-FILE
010890         INVALID KEY
010900             PERFORM 7200-ADD-ONE-ACCOUNT
010910                 THRU 7200-EXIT
010920             GO TO 7100-EXIT
010930     END-READ
010940     IF ACCTPOS-POSN-DATE < WS-RUN-DATE
010950         MOVE ACCTPOS-BALANCE TO ACCTPOS-PRIOR-BALANCE
010960         MOVE ACCTPOS-STATUS-CD TO ACCTPOS-PRIOR-STATUS
010970         MOVE ACCTPOS-LAST-ACT-DATE TO ACCTPOS-PRIOR-ACT-DATE
010980         MOVE ACCTPOS-POSN-DATE TO ACCTPOS-PRIOR-POSN-DATE
010990     END-IF
011000     MOVE WS-POS-REPORTED(WS-POS-SUB) TO ACCTPOS-BALANCE
011010     MOVE WS-POS-STATUS(WS-POS-SUB) TO ACCTPOS-STATUS-CD
011020     MOVE WS-RUN-DATE TO ACCTPOS-POSN-DATE
011030     IF WS-POS-TRN-COUNT(WS-POS-SUB) > ZERO
011040         MOVE WS-RUN-DATE TO ACCTPOS-LAST-ACT-DATE
011050     ELSE
011060         MOVE ACCTPOS-PRIOR-ACT-DATE TO ACCTPOS-LAST-ACT-DATE
011070     END-IF
011080     IF WS-POS-RESULT(WS-POS-SUB) = 'B'
011090         SET ACCTPOS-ROLL-RELEASED TO TRUE
011100     ELSE
011110         SET ACCTPOS-ROLL-PROVED TO TRUE
011120     END-IF
011130     REWRITE ACCTPOS-RECORD
011140         INVALID KEY
011150             DISPLAY "Warning: position for "
011160                 WS-POS-KEY(WS-POS-SUB) " not rewritten."
011170         NOT INVALID KEY
011180             ADD 1 TO WS-ROLLED-COUNT
011190     END-REWRITE.
011200 7100-EXIT.
011210     EXIT.
011220 7200-ADD-ONE-ACCOUNT.
011230     MOVE SPACES TO ACCTPOS-RECORD
011240     MOVE WS-POS-KEY(WS-POS-SUB) TO ACCTPOS-ACCT-NUM
011250     MOVE WS-POS-REPORTED(WS-POS-SUB) TO ACCTPOS-BALANCE
011260     MOVE WS-POS-STATUS(WS-POS-SUB) TO ACCTPOS-STATUS-CD
011270     MOVE WS-RUN-DATE TO ACCTPOS-POSN-DATE
011280     MOVE ZERO TO ACCTPOS-PRIOR-BALANCE
011290     MOVE SPACES TO ACCTPOS-PRIOR-STATUS
011300     MOVE ZERO TO ACCTPOS-PRIOR-ACT-DATE
011310     MOVE ZERO TO ACCTPOS-PRIOR-POSN-DATE
011320     IF WS-POS-TRN-COUNT(WS-POS-SUB) > ZERO
011330         MOVE WS-RUN-DATE TO ACCTPOS-LAST-ACT-DATE
011340     ELSE
011350         MOVE ZERO TO ACCTPOS-LAST-ACT-DATE
011360     END-IF
011370     SET ACCTPOS-ROLL-NEW TO TRUE
011380     WRITE ACCTPOS-RECORD
011390         INVALID KEY
011400             DISPLAY "Warning: position for "
011410                 WS-POS-KEY(WS-POS-SUB) " not added."
011420         NOT INVALID KEY
011430             ADD 1 TO WS-ROLLED-COUNT
011440     END-WRITE.
011450 7200-EXIT.
011460     EXIT.
011470******************************************************************
011480*  8000-CHECK-NUMERIC                                            *
011490*  DIGITS WITH AT MOST ONE DECIMAL POINT AND AN OPTIONAL         *
011500*  LEADING MINUS SIGN - SAME EDIT THE UPLOADER APPLIES.          *
011510******************************************************************
011520 8000-CHECK-NUMERIC.
011530     MOVE SPACES TO WS-FIELD-WORK
011540     MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO WS-FIELD-WORK
011550     MOVE ZERO TO WS-FIELD-LEN
011560     INSPECT FUNCTION REVERSE(WS-FIELD-WORK)
011570         TALLYING WS-FIELD-LEN FOR LEADING SPACES
011580     COMPUTE WS-FIELD-LEN = 100 - WS-FIELD-LEN
011590     IF WS-FIELD-LEN = ZERO
011600         SET WS-EDIT-FAILED TO TRUE
011610         GO TO 8000-EXIT
011620     END-IF
011630     MOVE ZERO TO WS-DIGIT-COUNT
011640     MOVE ZERO TO WS-DOT-COUNT
011650     PERFORM 8100-SCAN-ONE-CHAR
011660         THRU 8100-EXIT
011670         VARYING WS-CHAR-SUB FROM 1 BY 1
011680         UNTIL WS-CHAR-SUB > WS-FIELD-LEN
011690            OR WS-EDIT-FAILED
011700     IF WS-DIGIT-COUNT = ZERO
011710         SET WS-EDIT-FAILED TO TRUE
011720     END-IF.
011730 8000-EXIT.
011740     EXIT.
011750 8100-SCAN-ONE-CHAR.
011760     EVALUATE TRUE
011770         WHEN WS-FIELD-WORK(WS-CHAR-SUB:1) >= '0'
011780                 AND WS-FIELD-WORK(WS-CHAR-SUB:1) <= '9'
011790             ADD 1 TO WS-DIGIT-COUNT
011800         WHEN WS-FIELD-WORK(WS-CHAR-SUB:1) = '.'
011810             ADD 1 TO WS-DOT-COUNT
011820             IF WS-DOT-COUNT > 1
011830                 SET WS-EDIT-FAILED TO TRUE
011840             END-IF
011850         WHEN WS-FIELD-WORK(WS-CHAR-SUB:1) = '-'
011860                 AND WS-CHAR-SUB = 1
011870             CONTINUE
011880         WHEN OTHER
011890             SET WS-EDIT-FAILED TO TRUE
011900     END-EVALUATE.
011910 8100-EXIT.
011920     EXIT.
011930     COPY HOLDRPL.
012810     COPY HOLDAPL.
013200******************************************************************
013210*  8700-WRITE-AUDIT-RECORD                                       *
013220*  APPENDS ONE LINE TO THE UPLOAD AUDIT LOG IN THE UPLOADCSV     *
013230*  LAYOUT - USED FOR A RELEASE TAKEN AGAINST POSITION BREAKS.    *
013240******************************************************************
013250 8700-WRITE-AUDIT-RECORD.
013260     CALL 'SYSTEM' USING WS-TIM-MKDIR-COMMAND
013270         RETURNING WS-TIM-MKDIR-RC
013280     ACCEPT WS-HRG-USER-ID FROM ENVIRONMENT "USER"
013290     IF WS-HRG-USER-ID = SPACES
013300         MOVE "UNKNOWN" TO WS-HRG-USER-ID
013310     END-IF
013320     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
013330     ACCEPT WS-AUDIT-TIME FROM TIME
013340     MOVE SPACES TO WS-AUDIT-RECORD-OUT
013350     STRING
013360         WS-AUDIT-DATE " " WS-AUDIT-TIME " "
013370         DELIMITED BY SIZE
013380         WS-HRG-USER-ID " "
013390         DELIMITED BY SIZE
013400         WS-POSN-ACCT-FEED " "
013410         DELIMITED BY SIZE
013420         "RC=" WS-AUDIT-ZERO-RC " HTTP=" WS-AUDIT-HTTP " "
013430         DELIMITED BY SIZE
013440         WS-AUDIT-OUTCOME
013450         DELIMITED BY SIZE
013460         " ROWS=" WS-AUDIT-ROWS
013470         " INGESTED=" WS-AUDIT-ZERO-ROWS
013480         " RETRIES=" WS-AUDIT-ZERO-RETRIES
013490         DELIMITED BY SIZE
013500         WS-AUDIT-TAIL
013510         DELIMITED BY SIZE
013520         INTO WS-AUDIT-RECORD-OUT
013530     END-STRING
013540     MOVE WS-AUDIT-LOG-FILE-NAME TO WS-AUD-DYNAMIC-FILE
013550     OPEN EXTEND AUDIT-LOG-FILE
013560     IF NOT WS-AUD-FILE-OK
013570         OPEN OUTPUT AUDIT-LOG-FILE
013580     END-IF
013590     IF NOT WS-AUD-FILE-OK
013600         DISPLAY "Warning: unable to open audit log "
013610             WS-AUDIT-LOG-FILE-NAME " - release use not recorded."
013620     ELSE
013630         MOVE WS-AUDIT-RECORD-OUT TO AUDIT-LOG-RECORD
013640         WRITE AUDIT-LOG-RECORD
013650         CLOSE AUDIT-LOG-FILE
013660     END-IF.
013670 8700-EXIT.
013680     EXIT.
013690******************************************************************
013700*  8800-TIMING-START                                             *
013710*  STAMPS THIS STEP'S START IN THE STEP-TIMING LOG SO THE        *
013720*  MONTHLY BATCH-WINDOW/SLA REPORT (SLARPT) CAN MEASURE HOW THE  *
013730*  NIGHTLY CHAIN SPENDS ITS WINDOW.                              *
013740******************************************************************
013750 8800-TIMING-START.
013760     ACCEPT WS-TIM-DATE FROM DATE YYYYMMDD
013770     ACCEPT WS-TIM-TIME FROM TIME
013780     COMPUTE WS-TIM-NOW-SECS = WS-TIM-HH * 3600
013790         + WS-TIM-MM * 60 + WS-TIM-SS
013800     MOVE WS-TIM-NOW-SECS TO WS-TIM-START-SECS
013810     MOVE 'START' TO WS-TIM-EVENT
013820     MOVE ZERO TO WS-TIM-ELAPSED
013830     MOVE ZERO TO WS-TIM-RC
013840     PERFORM 8820-WRITE-TIMING-LINE
013850         THRU 8820-EXIT.
013860 8800-EXIT.
013870     EXIT.
013880******************************************************************
013890*  8810-TIMING-END                                               *
013900*  STAMPS THE STEP'S END WITH THE ELAPSED SECONDS AND THE        *
013910*  RETURN CODE JUST SET.  A RUN CROSSING MIDNIGHT STILL GETS A   *
013920*  POSITIVE ELAPSED TIME.                                        *
013930******************************************************************
013940 8810-TIMING-END.
013950     ACCEPT WS-TIM-DATE FROM DATE YYYYMMDD
013960     ACCEPT WS-TIM-TIME FROM TIME
013970     COMPUTE WS-TIM-NOW-SECS = WS-TIM-HH * 3600
013980         + WS-TIM-MM * 60 + WS-TIM-SS
013990     IF WS-TIM-NOW-SECS < WS-TIM-START-SECS
014000         COMPUTE WS-TIM-ELAPSED = WS-TIM-NOW-SECS + 86400
014010             - WS-TIM-START-SECS
014020     ELSE
014030         COMPUTE WS-TIM-ELAPSED = WS-TIM-NOW-SECS
014040             - WS-TIM-START-SECS
014050     END-IF
014060     MOVE RETURN-CODE TO WS-TIM-RC
014070     MOVE 'END' TO WS-TIM-EVENT
014080     PERFORM 8820-WRITE-TIMING-LINE
014090         THRU 8820-EXIT.
014100 8810-EXIT.
014110     EXIT.
014120 8820-WRITE-TIMING-LINE.
014130     CALL 'SYSTEM' USING WS-TIM-MKDIR-COMMAND
014140         RETURNING WS-TIM-MKDIR-RC
014150     MOVE WS-TIMING-LOG-NAME TO WS-TML-DYNAMIC-FILE
014160     OPEN EXTEND TIMING-LOG-FILE
014170     IF NOT WS-TML-FILE-OK
014180         OPEN OUTPUT TIMING-LOG-FILE
014190     END-IF
014200     IF NOT WS-TML-FILE-OK
014210         DISPLAY "Warning: step-timing log "
014220             WS-TIMING-LOG-NAME " could not be opened."
014230         GO TO 8820-EXIT
014240     END-IF
014250     MOVE SPACES TO TIMING-LOG-RECORD
014260     STRING "TIMING|"
014270         FUNCTION TRIM(WS-TIM-STEP-NAME) "|"
014280         FUNCTION TRIM(WS-TIM-CONTEXT) "|"
014290         FUNCTION TRIM(WS-TIM-EVENT) "|"
014300         WS-TIM-DATE "|" WS-TIM-TIME "|"
014310         WS-TIM-ELAPSED "|" WS-TIM-RC
014320         DELIMITED BY SIZE
014330         INTO TIMING-LOG-RECORD
014340     END-STRING
014350     WRITE TIMING-LOG-RECORD
014360     CLOSE TIMING-LOG-FILE.
014370 8820-EXIT.
014380     EXIT.
014390******************************************************************
014400*  9000-TERMINATE                                                *
014410*  RC 12 WHEN A FEED OR THE MASTER COULD NOT BE READ, RC 8 WHEN  *
014420*  THE NIGHT HAS BREAKS AND NO APPROVED RELEASE, ELSE 0 - THE    *
014430*  CHAIN HOLDS THE POSITION FEED'S UPLOAD (AND ITS DEPENDENTS)   *
014440*  ON ANY NONZERO.                                               *
014450******************************************************************
014460 9000-TERMINATE.
014470     IF WS-NOT-POSITION-FEED
014480         MOVE 0 TO RETURN-CODE
014490         GO TO 9000-EXIT
014500     END-IF
014510     IF WS-FEED-WAS-MISSING OR WS-MASTER-UNUSABLE
014520         MOVE 12 TO RETURN-CODE
014530         GO TO 9000-EXIT
014540     END-IF
014550     IF WS-BREAK-COUNT > ZERO AND NOT WS-NIGHT-RELEASED
014560         MOVE 8 TO RETURN-CODE
014570     ELSE
014580         MOVE 0 TO RETURN-CODE
014590     END-IF.
014600 9000-EXIT.
014610     EXIT.
