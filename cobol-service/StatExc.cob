000100******************************************************************
000110*  PROGRAM-ID.  STATEXC
000120*  AUTHOR.      D. OKAFOR - DATA INTEGRATION SUPPORT
000130*  INSTALLATION. ENTERPRISE DATA SERVICES
000140*  DATE-WRITTEN. 2026-10-15
000150*  DATE-COMPILED.
000160*
000170*  REMARKS.
000180*      NIGHTLY STATUS EXCEPTION REPORT.  LISTS EVERY TRANSACTION
000190*      UPLOADED FOR THE BUSINESS DATE THAT WAS POSTED TO AN
000200*      ACCOUNT WHICH WAS CLOSED (CL) OR SUSPENDED (SU) ON THE
000210*      TRANSACTION'S OWN TRANS_DATE.  THE STATUS IN FORCE IS THE
000220*      LAST CHANGE ON THE STATUS-HISTORY MASTER (SEE STATHIST,
000230*      WRITTEN BY UPLOADCSV FROM THE STATUS FEED) EFFECTIVE ON
000240*      OR BEFORE THAT DATE; AN ACCOUNT WITH NO HISTORY YET FALLS
000250*      BACK TO THE STATUS ON THE ACCOUNT POSITION MASTER.
000260*
000270*      THE TRANSACTIONS ARE READ FROM THE COPY UPLOADCSV FILED
000280*      IN ARCHIVE-YYYYMMDD (CONFIG KEY POSITION-TRAN-FEED,
000290*      DEFAULT DAILY-TRANSACTIONS.CSV).  ROWS QUARANTINED AT
000300*      UPLOAD (LISTED BY ROW NUMBER IN THE FEED'S .rejdtl
000310*      COPY IN THE SAME ARCHIVE FOLDER) NEVER REACHED THE
000320*      WAREHOUSE AND ARE LEFT OUT, AS ARE DELETE ROWS OF A
000325*      DELTA-MODE NIGHT.
000327*      COLUMNS ARE FOUND BY NAME IN THE FEED'S HEADER LINE.
000330*
000340*      REPORT: /workspace/audit/status-exceptions-YYYYMMDD.txt,
000350*      WRITTEN EVERY NIGHT, CLEAN OR NOT.
000360*
000370*      SYSIN CARRIES THE BUSINESS DATE (YYYYMMDD) OR 'CURRENT'.
000372*      THE NIGHTLY RUNS IT AFTER THE CHAIN (UPLDCSVJ); A BACKLOG
000374*      CATCH-UP (FEEDCHN CATCHUP) RUNS IT FOR EACH BUSINESS
000376*      DATE ONCE THAT DATE'S TRANSACTIONS FEED HAS UPLOADED.
000380*
000390*      RETURN CODES:
000400*          0 = NO TRANSACTIONS ON CLOSED OR SUSPENDED ACCOUNTS
000410*          4 = EXCEPTIONS LISTED ON THE REPORT
000420*          8 = THE TRANSACTIONS FEED WAS NOT UPLOADED FOR THE
000430*              BUSINESS DATE - NOTHING TO CHECK
000436*         12 = THE STATUS-HISTORY MASTER COULD NOT BE READ, OR
000442*              THE FEED'S HEADER NAMES NO ACCT_NUM
000450*
000460*  MODIFICATION HISTORY.
000470*      2026-10-15  DAO  INITIAL VERSION.
000471*      2026-10-15  DAO  QUARANTINED ROWS ARE NOW TAKEN FROM THE
000472*                       BUSINESS DATE'S OWN .rejdtl COPY IN ITS
000473*                       ARCHIVE FOLDER, MATCHED BY ROW NUMBER.
000474*                       THE .badrows FILE IN THE REJECT FOLDER
000475*                       IS REPLACED BY EVERY LATER UPLOAD, SO A
000476*                       RUN FOR AN EARLIER DATE LEFT OUT THE
000477*                       WRONG NIGHT'S ROWS.
000478*      2026-10-15  DAO  FEED COLUMNS FOUND BY HEADER NAME.
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. StatExc.
000510 AUTHOR. D. OKAFOR.
000520 INSTALLATION. ENTERPRISE DATA SERVICES.
000530 DATE-WRITTEN. 2026-10-15.
000540 DATE-COMPILED.
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT FEED-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-DYNAMIC-FILE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CSV-FILE-STATUS.
000610     SELECT REJECT-DETAIL-FILE
000615         ASSIGN TO DYNAMIC WS-RJD-DYNAMIC-FILE
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RJD-FILE-STATUS.
000640     SELECT STATUS-HISTORY-FILE
000650         ASSIGN TO DYNAMIC WS-STH-DYNAMIC-FILE
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS STATHIST-KEY
000690         FILE STATUS IS WS-STH-FILE-STATUS.
000700     SELECT POSITION-FILE
000710         ASSIGN TO DYNAMIC WS-POS-DYNAMIC-FILE
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS ACCTPOS-ACCT-NUM
000750         FILE STATUS IS WS-POS-FILE-STATUS.
000760     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-DYNAMIC-FILE
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-RPT-FILE-STATUS.
000790     SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CFG-DYNAMIC-FILE
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-CFG-FILE-STATUS.
000820     SELECT TIMING-LOG-FILE ASSIGN TO DYNAMIC WS-TML-DYNAMIC-FILE
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-TML-FILE-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  FEED-CSV-FILE.
000880 01  FEED-CSV-RECORD             PIC X(1000).
000890 FD  REJECT-DETAIL-FILE.
000900 01  REJECT-DETAIL-RECORD        PIC X(1000).
000910 FD  STATUS-HISTORY-FILE.
000920 COPY STATHIST.
000930 FD  POSITION-FILE.
000940 COPY ACCTPOS.
000950 FD  REPORT-FILE.
000960 01  REPORT-RECORD               PIC X(132).
000970 FD  CONFIG-FILE.
000980 01  CONFIG-RECORD               PIC X(100).
000990 FD  TIMING-LOG-FILE.
001000 01  TIMING-LOG-RECORD           PIC X(130).
001010 WORKING-STORAGE SECTION.
001020*---------------------------------------------------------------*
001030*    BUSINESS DATE FROM SYSIN                                   *
001040*---------------------------------------------------------------*
001050 01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACES.
001060 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001070*---------------------------------------------------------------*
001080*    CONFIG FILE - WHICH FEED CARRIES THE TRANSACTIONS          *
001090*---------------------------------------------------------------*
001100 01  WS-CFG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001110 01  WS-CONFIG-FILE-NAME         PIC X(100)
001120         VALUE '/workspace/config/uploadcsv.cfg'.
001130 01  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
001140     88  WS-CFG-FILE-OK                       VALUE '00'.
001150     88  WS-CFG-FILE-EOF                      VALUE '10'.
001160 01  WS-CFG-KEY                  PIC X(30) VALUE SPACES.
001170 01  WS-CFG-VALUE                PIC X(60) VALUE SPACES.
001180 01  WS-TRAN-FEED                PIC X(30)
001190         VALUE 'daily-transactions.csv'.
001198*---------------------------------------------------------------*
001206*    WHERE THE COLUMNS SIT IN THE TRANSACTIONS FEED - FOUND     *
001214*    BY NAME IN ITS HEADER LINE (ZERO WHEN THE HEADER DOES NOT  *
001222*    NAME ONE).  A DELTA-MODE NIGHT ADDS ACTION_CD AFTER THE    *
001230*    LAST REGISTRY COLUMN                                       *
001238*---------------------------------------------------------------*
001246 01  WS-TRN-ID-COL               PIC 9(02) VALUE ZERO.
001254 01  WS-TRN-ACCT-COL             PIC 9(02) VALUE ZERO.
001262 01  WS-TRN-AMT-COL              PIC 9(02) VALUE ZERO.
001270 01  WS-TRN-DATE-COL             PIC 9(02) VALUE ZERO.
001278 01  WS-TRN-TYPE-COL             PIC 9(02) VALUE ZERO.
001286 01  WS-TRN-ACTION-COL           PIC 9(02) VALUE ZERO.
001294 01  WS-LAYOUT-BAD-SWITCH        PIC X(01) VALUE 'N'.
001302     88  WS-LAYOUT-UNUSABLE                   VALUE 'Y'.
001310*---------------------------------------------------------------*
001320*    TRANSACTIONS FEED - THE COPY ARCHIVED AFTER ITS UPLOAD     *
001330*---------------------------------------------------------------*
001340 01  WS-CSV-DYNAMIC-FILE         PIC X(150) VALUE SPACES.
001350 01  WS-CSV-FILE-STATUS          PIC X(02) VALUE '00'.
001360     88  WS-CSV-FILE-OK                       VALUE '00'.
001370     88  WS-CSV-FILE-EOF                      VALUE '10'.
001380 01  WS-FEED-MISSING-SWITCH      PIC X(01) VALUE 'N'.
001390     88  WS-FEED-WAS-MISSING                  VALUE 'Y'.
001400 01  WS-CSV-FIELD-TABLE.
001410     05  WS-CSV-FIELD            OCCURS 10 TIMES
001420                                 PIC X(100).
001430 01  WS-CSV-FIELD-COUNT          PIC 9(02) COMP VALUE ZERO.
001440 01  WS-HDR-SUB                  PIC 9(02) COMP VALUE ZERO.
001450 01  WS-ROW-TRANS-ID             PIC X(30) VALUE SPACES.
001460 01  WS-ROW-ACCT                 PIC X(30) VALUE SPACES.
001470 01  WS-ROW-AMOUNT               PIC S9(13)V99 VALUE ZERO.
001480 01  WS-ROW-TYPE                 PIC X(02) VALUE SPACES.
001490 01  WS-ROW-DATE                 PIC 9(08) VALUE ZERO.
001500*---------------------------------------------------------------*
001510*    ROWS QUARANTINED AT UPLOAD - THE ROW NUMBERS ON THE        *
001520*    .rejdtl COPY IN THE BUSINESS DATE'S ARCHIVE FOLDER, ONE    *
001530*    LINE PER FAILED EDIT, SO A ROW MAY BE LISTED MORE THAN     *
001535*    ONCE; IT IS TABLED ONCE.  ROW 0 IS THE HEADER ROW          *
001540*---------------------------------------------------------------*
001550 01  WS-RJD-DYNAMIC-FILE         PIC X(150) VALUE SPACES.
001560 01  WS-RJD-FILE-STATUS          PIC X(02) VALUE '00'.
001570     88  WS-RJD-FILE-OK                       VALUE '00'.
001580     88  WS-RJD-FILE-EOF                      VALUE '10'.
001590 01  WS-QTN-COUNT                PIC 9(05) COMP VALUE ZERO.
001600 01  WS-QTN-MAX                  PIC 9(05) COMP VALUE 20000.
001610 01  WS-QTN-TABLE.
001620     05  WS-QTN-ENTRY            OCCURS 1 TO 20000 TIMES
001630                                 DEPENDING ON WS-QTN-COUNT
001640                                 ASCENDING KEY IS WS-QTN-KEY
001650                                 INDEXED BY WS-QTN-IDX.
001660         10  WS-QTN-KEY          PIC 9(07).
001670 01  WS-QTN-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001680     88  WS-QTN-FOUND                         VALUE 'Y'.
001682 01  WS-QTN-ROW-NUMBER           PIC 9(07) VALUE ZERO.
001684 01  WS-TRN-ROW-NUMBER           PIC 9(07) VALUE ZERO.
001690*---------------------------------------------------------------*
001700*    STATUS-HISTORY MASTER (UPLOADCSV) AND ACCOUNT POSITION     *
001710*    MASTER (POSNROLL)                                          *
001720*---------------------------------------------------------------*
001730 01  WS-STH-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001740 01  WS-STATUS-HISTORY-NAME      PIC X(100)
001750         VALUE '/workspace/control/status-history.mst'.
001760 01  WS-STH-FILE-STATUS          PIC X(02) VALUE '00'.
001770     88  WS-STH-FILE-OK                       VALUE '00'.
001780     88  WS-STH-FILE-EOF                      VALUE '10'.
001790     88  WS-STH-FILE-MISSING                  VALUE '35'.
001800 01  WS-STH-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001810     88  WS-STH-IS-OPEN                       VALUE 'Y'.
001820 01  WS-STH-BAD-SWITCH           PIC X(01) VALUE 'N'.
001830     88  WS-STH-UNUSABLE                      VALUE 'Y'.
001840 01  WS-STH-SCAN-SWITCH          PIC X(01) VALUE 'N'.
001850     88  WS-STH-SCAN-DONE                     VALUE 'Y'.
001860 01  WS-POS-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001870 01  WS-POSITION-FILE-NAME       PIC X(100)
001880         VALUE '/workspace/control/account-position.mst'.
001890 01  WS-POS-FILE-STATUS          PIC X(02) VALUE '00'.
001900     88  WS-POS-FILE-OK                       VALUE '00'.
001910 01  WS-POS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001920     88  WS-POS-IS-OPEN                       VALUE 'Y'.
001930*---------------------------------------------------------------*
001940*    STATUS IN FORCE FOR THE ROW BEING CHECKED.  SOURCE:        *
001950*    H = STATUS-HISTORY MASTER, P = POSITION MASTER             *
001960*---------------------------------------------------------------*
001970 01  WS-STS-STATUS               PIC X(02) VALUE SPACES.
001980 01  WS-STS-SINCE                PIC 9(08) VALUE ZERO.
001990 01  WS-STS-REASON               PIC X(10) VALUE SPACES.
002000 01  WS-STS-SOURCE               PIC X(01) VALUE SPACE.
002010*---------------------------------------------------------------*
002020*    COUNTS AND CONTROL TOTALS FOR THE REPORT                   *
002030*---------------------------------------------------------------*
002040 01  WS-TRN-ROWS                 PIC 9(07) VALUE ZERO.
002050 01  WS-TRN-CHECKED              PIC 9(07) VALUE ZERO.
002060 01  WS-TRN-QUARANTINED          PIC 9(07) VALUE ZERO.
002070 01  WS-TRN-DELETES              PIC 9(07) VALUE ZERO.
002080 01  WS-EXC-COUNT                PIC 9(07) VALUE ZERO.
002090 01  WS-EXC-CL-COUNT             PIC 9(07) VALUE ZERO.
002100 01  WS-EXC-SU-COUNT             PIC 9(07) VALUE ZERO.
002110 01  WS-EXC-CL-AMOUNT            PIC S9(15)V99 VALUE ZERO.
002120 01  WS-EXC-SU-AMOUNT            PIC S9(15)V99 VALUE ZERO.
002130*---------------------------------------------------------------*
002140*    NUMERIC EDIT WORK AREA (SAME TRANS_AMT EDIT AS UPLOADCSV)  *
002150*---------------------------------------------------------------*
002160 01  WS-FIELD-VALUE              PIC X(100) VALUE SPACES.
002170 01  WS-FIELD-WORK               PIC X(100) VALUE SPACES.
002180 01  WS-FIELD-LEN                PIC 9(03) COMP VALUE ZERO.
002190 01  WS-CHAR-SUB                 PIC 9(03) COMP VALUE ZERO.
002200 01  WS-DIGIT-COUNT              PIC 9(02) COMP VALUE ZERO.
002210 01  WS-DOT-COUNT                PIC 9(02) COMP VALUE ZERO.
002220 01  WS-EDIT-OK-SWITCH           PIC X(01) VALUE 'Y'.
002230     88  WS-EDIT-PASSED                       VALUE 'Y'.
002240     88  WS-EDIT-FAILED                       VALUE 'N'.
002250*---------------------------------------------------------------*
002260*    EXCEPTION REPORT                                           *
002270*---------------------------------------------------------------*
002280 01  WS-RPT-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002290 01  WS-REPORT-FILE-NAME         PIC X(100) VALUE SPACES.
002300 01  WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.
002310     88  WS-RPT-FILE-OK                       VALUE '00'.
002320 01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE 'N'.
002330     88  WS-RPT-IS-OPEN                       VALUE 'Y'.
002340 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
002350 01  WS-EXC-LINE.
002360     05  WS-EXL-TRANS-ID         PIC X(20).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  WS-EXL-ACCT             PIC X(24).
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  WS-EXL-AMOUNT           PIC -(13)9.99.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  WS-EXL-TYPE             PIC X(04).
002430     05  WS-EXL-TRANS-DATE       PIC X(08).
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  WS-EXL-STATUS           PIC X(06).
002460     05  WS-EXL-SINCE            PIC X(08).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  WS-EXL-REASON           PIC X(10).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  WS-EXL-SOURCE           PIC X(24).
002510 01  WS-EXC-LINE-X REDEFINES WS-EXC-LINE
002520                                 PIC X(132).
002530 01  WS-AMT-EDIT                 PIC -(15)9.99 VALUE ZERO.
002540 01  WS-COUNT-EDIT               PIC Z(06)9 VALUE ZERO.
002550*---------------------------------------------------------------*
002560*    STEP TIMING LOG - ONE START AND ONE END LINE PER RUN       *
002570*    (TIMING|step|context|event|date|time|elapsed|rc), READ BY  *
002580*    THE MONTHLY BATCH-WINDOW/SLA REPORT (SLARPT).              *
002590*---------------------------------------------------------------*
002600 01  WS-TML-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002610 01  WS-TIMING-LOG-NAME          PIC X(100)
002620         VALUE '/workspace/audit/step-timing.log'.
002630 01  WS-TML-FILE-STATUS          PIC X(02) VALUE '00'.
002640     88  WS-TML-FILE-OK                       VALUE '00'.
002650 01  WS-TIM-STEP-NAME            PIC X(12) VALUE 'STATEXC'.
002660 01  WS-TIM-CONTEXT              PIC X(40) VALUE '*'.
002670 01  WS-TIM-EVENT                PIC X(05) VALUE SPACES.
002680 01  WS-TIM-DATE                 PIC 9(08) VALUE ZERO.
002690 01  WS-TIM-TIME                 PIC 9(08) VALUE ZERO.
002700 01  WS-TIM-TIME-X REDEFINES WS-TIM-TIME.
002710     05  WS-TIM-HH               PIC 9(02).
002720     05  WS-TIM-MM               PIC 9(02).
002730     05  WS-TIM-SS               PIC 9(02).
002740     05  FILLER                  PIC 9(02).
002750 01  WS-TIM-START-SECS           PIC 9(06) COMP VALUE ZERO.
002760 01  WS-TIM-NOW-SECS             PIC 9(06) COMP VALUE ZERO.
002770 01  WS-TIM-ELAPSED              PIC 9(06) VALUE ZERO.
002780 01  WS-TIM-RC                   PIC 9(04) VALUE ZERO.
002790 01  WS-TIM-MKDIR-COMMAND        PIC X(40)
002800         VALUE 'mkdir -p /workspace/audit'.
002810 01  WS-TIM-MKDIR-RC             PIC 9(04) COMP VALUE ZERO.
002820 PROCEDURE DIVISION.
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE
002850         THRU 1000-EXIT
002860     PERFORM 8800-TIMING-START
002870         THRU 8800-EXIT
002880     PERFORM 2000-LOAD-QUARANTINED
002890         THRU 2000-EXIT
002900     PERFORM 3000-OPEN-MASTERS
002910         THRU 3000-EXIT
002920     PERFORM 5000-OPEN-REPORT
002930         THRU 5000-EXIT
002940     IF NOT WS-STH-UNUSABLE
002950         PERFORM 4000-CHECK-TRANSACTIONS
002960             THRU 4000-EXIT
002970     END-IF
002980     PERFORM 5300-WRITE-TOTALS
002990         THRU 5300-EXIT
003000     PERFORM 3900-CLOSE-MASTERS
003010         THRU 3900-EXIT
003020     PERFORM 9000-TERMINATE
003030         THRU 9000-EXIT
003040     PERFORM 8810-TIMING-END
003050         THRU 8810-EXIT
003060     STOP RUN.
003070 0000-MAINLINE-EXIT.
003080     EXIT.
003090******************************************************************
003100*  1000-INITIALIZE                                               *
003110*  READS THE BUSINESS DATE FROM SYSIN ('CURRENT' OR YYYYMMDD)    *
003120*  AND THE TRANSACTIONS FEED NAME FROM THE CONFIG FILE.          *
003130******************************************************************
003140 1000-INITIALIZE.
003150     DISPLAY "Enter the business date (YYYYMMDD) or CURRENT: "
003160     ACCEPT WS-RUN-DATE-PARM
003170     IF WS-RUN-DATE-PARM = 'CURRENT'
003180             OR WS-RUN-DATE-PARM = SPACES
003190         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003200     ELSE
003210         MOVE FUNCTION NUMVAL(WS-RUN-DATE-PARM) TO WS-RUN-DATE
003220     END-IF
003230     MOVE WS-CONFIG-FILE-NAME TO WS-CFG-DYNAMIC-FILE
003240     OPEN INPUT CONFIG-FILE
003250     IF WS-CFG-FILE-OK
003260         PERFORM 1100-READ-ONE-CONFIG-LINE
003270             THRU 1100-EXIT
003280             UNTIL WS-CFG-FILE-EOF
003290         CLOSE CONFIG-FILE
003300     END-IF
003310     MOVE WS-TRAN-FEED TO WS-TIM-CONTEXT
003320     MOVE SPACES TO WS-REPORT-FILE-NAME
003330     STRING "/workspace/audit/status-exceptions-" WS-RUN-DATE
003340         ".txt"
003350         DELIMITED BY SIZE
003360         INTO WS-REPORT-FILE-NAME
003370     END-STRING
003380     DISPLAY "STATEXC  BUSINESS DATE " WS-RUN-DATE
003390         "  TRANSACTIONS " FUNCTION TRIM(WS-TRAN-FEED).
003400 1000-EXIT.
003410     EXIT.
003420 1100-READ-ONE-CONFIG-LINE.
003430     READ CONFIG-FILE
003440         AT END
003450             GO TO 1100-EXIT
003460     END-READ
003470     MOVE SPACES TO WS-CFG-KEY
003480     MOVE SPACES TO WS-CFG-VALUE
003490     UNSTRING CONFIG-RECORD DELIMITED BY '='
003500         INTO WS-CFG-KEY WS-CFG-VALUE
003510     END-UNSTRING
003520     IF WS-CFG-VALUE = SPACES
003530         GO TO 1100-EXIT
003540     END-IF
003550     IF WS-CFG-KEY = 'POSITION-TRAN-FEED'
003560         MOVE WS-CFG-VALUE TO WS-TRAN-FEED
003570     END-IF.
003580 1100-EXIT.
003590     EXIT.
003600******************************************************************
003610*  2000-LOAD-QUARANTINED                                         *
003620*  TABLES THE ROW NUMBER OF EVERY ROW THE UPLOAD QUARANTINED,    *
003630*  FROM THE .rejdtl COPY FILED IN THE BUSINESS DATE'S ARCHIVE    *
003640*  FOLDER, SO A RUN FOR ANY DATE LEAVES OUT THAT DATE'S ROWS.    *
003650*  NO FILE MEANS NOTHING WAS QUARANTINED THAT NIGHT.             *
003660******************************************************************
003670 2000-LOAD-QUARANTINED.
003680     MOVE ZERO TO WS-QTN-COUNT
003690     MOVE SPACES TO WS-RJD-DYNAMIC-FILE
003700     STRING "/workspace/ARCHIVE-" WS-RUN-DATE "/"
003710         FUNCTION TRIM(WS-TRAN-FEED) ".rejdtl"
003720         DELIMITED BY SIZE
003730         INTO WS-RJD-DYNAMIC-FILE
003740     END-STRING
003750     OPEN INPUT REJECT-DETAIL-FILE
003760     IF NOT WS-RJD-FILE-OK
003770         GO TO 2000-EXIT
003780     END-IF
003790     PERFORM 2100-LOAD-ONE-QUARANTINED
003800         THRU 2100-EXIT
003810         UNTIL WS-RJD-FILE-EOF
003820     CLOSE REJECT-DETAIL-FILE
003830     IF WS-QTN-COUNT > ZERO
003840         SORT WS-QTN-ENTRY ASCENDING WS-QTN-KEY
003850     END-IF
003860     DISPLAY "Quarantined rows on file: " WS-QTN-COUNT.
003870 2000-EXIT.
003880     EXIT.
003890 2100-LOAD-ONE-QUARANTINED.
003900     READ REJECT-DETAIL-FILE
003910         AT END
003920             GO TO 2100-EXIT
003930     END-READ
003940     IF REJECT-DETAIL-RECORD(1:4) NOT = 'ROW '
003945             OR REJECT-DETAIL-RECORD(5:7) IS NOT NUMERIC
003950         GO TO 2100-EXIT
003960     END-IF
003970     IF WS-QTN-COUNT NOT < WS-QTN-MAX
003980         DISPLAY "Warning: more than " WS-QTN-MAX
003990             " quarantined rows - the rest may be listed."
004000         MOVE '10' TO WS-RJD-FILE-STATUS
004010         GO TO 2100-EXIT
004020     END-IF
004030     MOVE REJECT-DETAIL-RECORD(5:7) TO WS-QTN-ROW-NUMBER
004040     IF WS-QTN-COUNT > ZERO
004050             AND WS-QTN-KEY(WS-QTN-COUNT) = WS-QTN-ROW-NUMBER
004060         GO TO 2100-EXIT
004070     END-IF
004100     ADD 1 TO WS-QTN-COUNT
004110     MOVE WS-QTN-ROW-NUMBER TO WS-QTN-KEY(WS-QTN-COUNT).
004120 2100-EXIT.
004130     EXIT.
004140******************************************************************
004150*  2800-SPLIT-ROW                                                *
004160******************************************************************
004170 2800-SPLIT-ROW.
004180     MOVE ZERO TO WS-CSV-FIELD-COUNT
004190     MOVE SPACES TO WS-CSV-FIELD-TABLE
004200     UNSTRING FEED-CSV-RECORD DELIMITED BY ','
004210         INTO WS-CSV-FIELD(1) WS-CSV-FIELD(2) WS-CSV-FIELD(3)
004220              WS-CSV-FIELD(4) WS-CSV-FIELD(5) WS-CSV-FIELD(6)
004230              WS-CSV-FIELD(7) WS-CSV-FIELD(8) WS-CSV-FIELD(9)
004240              WS-CSV-FIELD(10)
004250         TALLYING IN WS-CSV-FIELD-COUNT
004260     END-UNSTRING.
004270 2800-EXIT.
004280     EXIT.
004290******************************************************************
004300*  3000-OPEN-MASTERS                                             *
004310*  OPENS THE STATUS-HISTORY MASTER (NOT THERE YET = NO CHANGE    *
004320*  EVER POSTED) AND THE ACCOUNT POSITION MASTER FOR READING.     *
004330*  ANY OTHER FAILURE ON THE HISTORY STOPS THE CHECK - A REPORT   *
004340*  WITHOUT IT WOULD MISS EVERY CLOSURE SINCE THE LAST ROLL.      *
004350******************************************************************
004360 3000-OPEN-MASTERS.
004370     MOVE WS-STATUS-HISTORY-NAME TO WS-STH-DYNAMIC-FILE
004380     OPEN INPUT STATUS-HISTORY-FILE
004390     EVALUATE TRUE
004400         WHEN WS-STH-FILE-OK
004410             SET WS-STH-IS-OPEN TO TRUE
004420         WHEN WS-STH-FILE-MISSING
004430             DISPLAY "Note: no status history on file yet - "
004440                 "statuses taken from the position master."
004450         WHEN OTHER
004460             DISPLAY "Error: status history "
004470                 FUNCTION TRIM(WS-STATUS-HISTORY-NAME)
004480                 " could not be opened - status "
004490                 WS-STH-FILE-STATUS
004500             SET WS-STH-UNUSABLE TO TRUE
004510     END-EVALUATE
004520     MOVE WS-POSITION-FILE-NAME TO WS-POS-DYNAMIC-FILE
004530     OPEN INPUT POSITION-FILE
004540     IF WS-POS-FILE-OK
004550         SET WS-POS-IS-OPEN TO TRUE
004560     ELSE
004570         DISPLAY "Note: account position master not available "
004580             "- status " WS-POS-FILE-STATUS
004590     END-IF.
004600 3000-EXIT.
004610     EXIT.
004620 3900-CLOSE-MASTERS.
004630     IF WS-STH-IS-OPEN
004640         CLOSE STATUS-HISTORY-FILE
004650         MOVE 'N' TO WS-STH-OPEN-SWITCH
004660     END-IF
004670     IF WS-POS-IS-OPEN
004680         CLOSE POSITION-FILE
004690         MOVE 'N' TO WS-POS-OPEN-SWITCH
004700     END-IF.
004710 3900-EXIT.
004720     EXIT.
004730******************************************************************
004740*  4000-CHECK-TRANSACTIONS                                       *
004750*  READS THE TRANSACTIONS FEED AS UPLOADED AND ARCHIVED FOR THE  *
004760*  BUSINESS DATE.  THE HEADER TELLS WHETHER THE NIGHT WENT OUT   *
004770*  AS A DELTA (ACTION_CD COLUMN).  A FEED NOT IN THE ARCHIVE     *
004780*  WAS NOT UPLOADED - THERE IS NOTHING POSTED TO CHECK.          *
004790******************************************************************
004800 4000-CHECK-TRANSACTIONS.
004810     MOVE SPACES TO WS-CSV-DYNAMIC-FILE
004820     STRING "/workspace/ARCHIVE-" WS-RUN-DATE "/"
004830         FUNCTION TRIM(WS-TRAN-FEED)
004840         DELIMITED BY SIZE
004850         INTO WS-CSV-DYNAMIC-FILE
004860     END-STRING
004870     OPEN INPUT FEED-CSV-FILE
004880     IF NOT WS-CSV-FILE-OK
004890         SET WS-FEED-WAS-MISSING TO TRUE
004900         DISPLAY "Note: " FUNCTION TRIM(WS-TRAN-FEED)
004910             " was not uploaded for " WS-RUN-DATE
004920             " - no transactions to check."
004930         GO TO 4000-EXIT
004940     END-IF
004950     DISPLAY "Reading " WS-CSV-DYNAMIC-FILE(1:80)
004960     READ FEED-CSV-FILE
004970         AT END
004980             CLOSE FEED-CSV-FILE
004990             GO TO 4000-EXIT
005000     END-READ
005010     PERFORM 2800-SPLIT-ROW
005020         THRU 2800-EXIT
005023     MOVE ZERO TO WS-TRN-ID-COL
005026     MOVE ZERO TO WS-TRN-ACCT-COL
005029     MOVE ZERO TO WS-TRN-AMT-COL
005032     MOVE ZERO TO WS-TRN-DATE-COL
005035     MOVE ZERO TO WS-TRN-TYPE-COL
005038     MOVE ZERO TO WS-TRN-ACTION-COL
005041     PERFORM 4050-MATCH-HEADER-NAME
005044         THRU 4050-EXIT
005047         VARYING WS-HDR-SUB FROM 1 BY 1
005050         UNTIL WS-HDR-SUB > WS-CSV-FIELD-COUNT
005053     IF WS-TRN-ACCT-COL = ZERO
005056         SET WS-LAYOUT-UNUSABLE TO TRUE
005059         DISPLAY "Error: " FUNCTION TRIM(WS-TRAN-FEED)
005062             " header names no ACCT_NUM"
005065             " - no transactions checked."
005068         CLOSE FEED-CSV-FILE
005071         GO TO 4000-EXIT
005074     END-IF
005080     PERFORM 4100-CHECK-ONE-TRANS
005090         THRU 4100-EXIT
005100         UNTIL WS-CSV-FILE-EOF
005110     CLOSE FEED-CSV-FILE
005120     MOVE '00' TO WS-CSV-FILE-STATUS
005130     DISPLAY "Transactions read: " WS-TRN-ROWS
005140         "  checked: " WS-TRN-CHECKED
005150         "  exceptions: " WS-EXC-COUNT.
005160 4000-EXIT.
005170     EXIT.
005172 4050-MATCH-HEADER-NAME.
005174     EVALUATE FUNCTION TRIM(WS-CSV-FIELD(WS-HDR-SUB))
005176         WHEN 'TRANS_ID'
005178             MOVE WS-HDR-SUB TO WS-TRN-ID-COL
005180         WHEN 'ACCT_NUM'
005182             MOVE WS-HDR-SUB TO WS-TRN-ACCT-COL
005184         WHEN 'TRANS_AMT'
005186             MOVE WS-HDR-SUB TO WS-TRN-AMT-COL
005188         WHEN 'TRANS_DATE'
005190             MOVE WS-HDR-SUB TO WS-TRN-DATE-COL
005192         WHEN 'TRANS_TYPE'
005194             MOVE WS-HDR-SUB TO WS-TRN-TYPE-COL
005196         WHEN 'ACTION_CD'
005198             MOVE WS-HDR-SUB TO WS-TRN-ACTION-COL
005200         WHEN OTHER
005202             CONTINUE
005204     END-EVALUATE.
005220 4050-EXIT.
005230     EXIT.
005240 4100-CHECK-ONE-TRANS.
005250     READ FEED-CSV-FILE
005260         AT END
005270             GO TO 4100-EXIT
005280     END-READ
005282*    ROWS ARE NUMBERED THE WAY THE UPLOAD NUMBERED THEM ON ITS
005284*    REJECT DETAIL - EVERY LINE AFTER THE HEADER BUT A TRAILER
005286     IF FEED-CSV-RECORD(1:8) NOT = 'TRAILER,'
005288         ADD 1 TO WS-TRN-ROW-NUMBER
005289     END-IF
005290     IF FEED-CSV-RECORD = SPACES
005300             OR FEED-CSV-RECORD(1:8) = 'TRAILER,'
005310         GO TO 4100-EXIT
005320     END-IF
005330     ADD 1 TO WS-TRN-ROWS
005340     PERFORM 2800-SPLIT-ROW
005350         THRU 2800-EXIT
005354     MOVE SPACES TO WS-ROW-TRANS-ID
005358     MOVE SPACES TO WS-ROW-TYPE
005362     MOVE WS-CSV-FIELD(WS-TRN-ACCT-COL) TO WS-ROW-ACCT
005366     IF WS-TRN-ID-COL > ZERO
005370         MOVE WS-CSV-FIELD(WS-TRN-ID-COL) TO WS-ROW-TRANS-ID
005374     END-IF
005378     IF WS-TRN-TYPE-COL > ZERO
005382         MOVE WS-CSV-FIELD(WS-TRN-TYPE-COL)(1:2) TO WS-ROW-TYPE
005386     END-IF
005390     IF WS-TRN-ACTION-COL > ZERO
005400         IF WS-CSV-FIELD(WS-TRN-ACTION-COL)(1:1) = 'D'
005410             ADD 1 TO WS-TRN-DELETES
005420             GO TO 4100-EXIT
005430         END-IF
005440     END-IF
005450     IF WS-ROW-ACCT = SPACES
005460         GO TO 4100-EXIT
005470     END-IF
005480     PERFORM 4200-CHECK-QUARANTINED
005490         THRU 4200-EXIT
005500     IF WS-QTN-FOUND
005510         ADD 1 TO WS-TRN-QUARANTINED
005520         GO TO 4100-EXIT
005530     END-IF
005540     ADD 1 TO WS-TRN-CHECKED
005550*    THE STATUS THAT MATTERS IS THE ONE IN FORCE ON THE
005560*    TRANSACTION'S OWN DATE; A ROW WITHOUT A USABLE DATE IS
005570*    JUDGED AS AT THE BUSINESS DATE
005577     MOVE WS-RUN-DATE TO WS-ROW-DATE
005584     IF WS-TRN-DATE-COL > ZERO
005591         IF WS-CSV-FIELD(WS-TRN-DATE-COL)(1:8) IS NUMERIC
005598                 AND WS-CSV-FIELD(WS-TRN-DATE-COL)(9:1) = SPACE
005605             MOVE WS-CSV-FIELD(WS-TRN-DATE-COL)(1:8)
005612                 TO WS-ROW-DATE
005619         END-IF
005626     END-IF
005640     PERFORM 4300-FIND-STATUS
005650         THRU 4300-EXIT
005660     IF WS-STS-STATUS NOT = 'CL' AND WS-STS-STATUS NOT = 'SU'
005670         GO TO 4100-EXIT
005680     END-IF
005688     MOVE ZERO TO WS-ROW-AMOUNT
005696     IF WS-TRN-AMT-COL > ZERO
005704         MOVE WS-CSV-FIELD(WS-TRN-AMT-COL) TO WS-FIELD-VALUE
005712         SET WS-EDIT-PASSED TO TRUE
005720         PERFORM 8000-CHECK-NUMERIC
005728             THRU 8000-EXIT
005736         IF WS-EDIT-PASSED
005744             MOVE FUNCTION NUMVAL(WS-FIELD-VALUE) TO WS-ROW-AMOUNT
005752         END-IF
005760     END-IF
005770     ADD 1 TO WS-EXC-COUNT
005780     IF WS-STS-STATUS = 'CL'
005790         ADD 1 TO WS-EXC-CL-COUNT
005800         ADD WS-ROW-AMOUNT TO WS-EXC-CL-AMOUNT
005810     ELSE
005820         ADD 1 TO WS-EXC-SU-COUNT
005830         ADD WS-ROW-AMOUNT TO WS-EXC-SU-AMOUNT
005840     END-IF
005850     PERFORM 5100-WRITE-ONE-EXCEPTION
005860         THRU 5100-EXIT.
005870 4100-EXIT.
005880     EXIT.
005890 4200-CHECK-QUARANTINED.
005900     MOVE 'N' TO WS-QTN-FOUND-SWITCH
005910     IF WS-QTN-COUNT = ZERO
005920         GO TO 4200-EXIT
005930     END-IF
005940     SEARCH ALL WS-QTN-ENTRY
005950         AT END
005960             CONTINUE
005970         WHEN WS-QTN-KEY(WS-QTN-IDX) = WS-TRN-ROW-NUMBER
005980             SET WS-QTN-FOUND TO TRUE
005990     END-SEARCH.
006000 4200-EXIT.
006010     EXIT.
006020******************************************************************
006030*  4300-FIND-STATUS                                              *
006040*  THE LAST STATUS CHANGE ON THE HISTORY MASTER FOR THE ACCOUNT  *
006050*  EFFECTIVE ON OR BEFORE WS-ROW-DATE (THE KEY RUNS BY ACCOUNT,  *
006060*  THEN EFFECTIVE DATE, THEN POSTING).  AN ACCOUNT WITH NO       *
006070*  HISTORY AT ALL TAKES THE POSITION MASTER'S STATUS.            *
006080******************************************************************
006090 4300-FIND-STATUS.
006100     MOVE SPACES TO WS-STS-STATUS
006110     MOVE ZERO TO WS-STS-SINCE
006120     MOVE SPACES TO WS-STS-REASON
006130     MOVE SPACE TO WS-STS-SOURCE
006140     IF WS-STH-IS-OPEN
006150         MOVE WS-ROW-ACCT TO STATHIST-ACCT-NUM
006160         MOVE ZERO TO STATHIST-EFF-DATE
006170         MOVE ZERO TO STATHIST-POST-DATE
006180         MOVE ZERO TO STATHIST-ROW-NUM
006190         MOVE 'N' TO WS-STH-SCAN-SWITCH
006200         START STATUS-HISTORY-FILE
006210             KEY IS NOT LESS THAN STATHIST-KEY
006220             INVALID KEY
006230                 SET WS-STH-SCAN-DONE TO TRUE
006240         END-START
006250         PERFORM 4310-READ-ONE-HISTORY
006260             THRU 4310-EXIT
006270             UNTIL WS-STH-SCAN-DONE
006280     END-IF
006290     IF WS-STS-SOURCE NOT = SPACE OR NOT WS-POS-IS-OPEN
006300         GO TO 4300-EXIT
006310     END-IF
006320     MOVE WS-ROW-ACCT TO ACCTPOS-ACCT-NUM
006330     READ POSITION-FILE
006340         INVALID KEY
006350             GO TO 4300-EXIT
006360     END-READ
006370     MOVE ACCTPOS-STATUS-CD TO WS-STS-STATUS
006380     MOVE 'P' TO WS-STS-SOURCE.
006390 4300-EXIT.
006400     EXIT.
006410 4310-READ-ONE-HISTORY.
006420     READ STATUS-HISTORY-FILE NEXT RECORD
006430         AT END
006440             SET WS-STH-SCAN-DONE TO TRUE
006450             GO TO 4310-EXIT
006460     END-READ
006470     IF STATHIST-ACCT-NUM NOT = WS-ROW-ACCT
006480         SET WS-STH-SCAN-DONE TO TRUE
006490         GO TO 4310-EXIT
006500     END-IF
006501*    THE ACCOUNT'S FIRST CHANGE CAME AFTER THE TRANSACTION - IT
006502*    STILL HAD THE STATUS THAT CHANGE STARTED FROM
006503     IF STATHIST-EFF-DATE > WS-ROW-DATE
006504         IF WS-STS-SOURCE = SPACE
006505             MOVE STATHIST-FROM-STATUS TO WS-STS-STATUS
006506             MOVE 'H' TO WS-STS-SOURCE
006507         END-IF
006508         SET WS-STH-SCAN-DONE TO TRUE
006509         GO TO 4310-EXIT
006510     END-IF
006520     MOVE STATHIST-TO-STATUS TO WS-STS-STATUS
006530     MOVE STATHIST-EFF-DATE TO WS-STS-SINCE
006540     MOVE STATHIST-REASON-CD TO WS-STS-REASON
006550     MOVE 'H' TO WS-STS-SOURCE.
006560 4310-EXIT.
006570     EXIT.
006580******************************************************************
006590*  5000-OPEN-REPORT                                              *
006600*  STARTS THE EXCEPTION REPORT WITH ITS HEADINGS.  WRITTEN       *
006610*  EVERY NIGHT, CLEAN OR NOT, SO THE CHECK ITSELF IS ON RECORD.  *
006620******************************************************************
006630 5000-OPEN-REPORT.
006640     CALL 'SYSTEM' USING WS-TIM-MKDIR-COMMAND
006650         RETURNING WS-TIM-MKDIR-RC
006660     MOVE WS-REPORT-FILE-NAME TO WS-RPT-DYNAMIC-FILE
006670     OPEN OUTPUT REPORT-FILE
006680     IF NOT WS-RPT-FILE-OK
006690         DISPLAY "Warning: exception report "
006700             WS-REPORT-FILE-NAME
006710             " could not be opened - exceptions shown here only."
006720         GO TO 5000-EXIT
006730     END-IF
006740     SET WS-RPT-IS-OPEN TO TRUE
006750     MOVE SPACES TO WS-PRINT-LINE
006760     STRING "STATEXC  TRANSACTIONS ON CLOSED / SUSPENDED ACCOUNTS"
006770         "   BUSINESS DATE: " WS-RUN-DATE
006780         DELIMITED BY SIZE
006790         INTO WS-PRINT-LINE
006800     END-STRING
006810     PERFORM 5900-WRITE-ONE-LINE
006820         THRU 5900-EXIT
006830     MOVE SPACES TO WS-PRINT-LINE
006840     STRING "TRANSACTIONS: " FUNCTION TRIM(WS-TRAN-FEED)
006850         "   STATUS AS AT EACH TRANS_DATE (STATUS HISTORY, ELSE "
006860         "POSITION MASTER)"
006870         DELIMITED BY SIZE
006880         INTO WS-PRINT-LINE
006890     END-STRING
006900     PERFORM 5900-WRITE-ONE-LINE
006910         THRU 5900-EXIT
006920     MOVE ALL '=' TO WS-PRINT-LINE(1:127)
006930     PERFORM 5900-WRITE-ONE-LINE
006940         THRU 5900-EXIT
006950     MOVE SPACES TO WS-PRINT-LINE
006960     STRING "TRANS_ID             ACCT_NUM                 "
006970         "        TRANS_AMT  TYPE TRN_DATE  STATUS SINCE     "
006980         "REASON_CD   STATUS FROM"
006990         DELIMITED BY SIZE
007000         INTO WS-PRINT-LINE
007010     END-STRING
007020     PERFORM 5900-WRITE-ONE-LINE
007030         THRU 5900-EXIT
007040     MOVE ALL '-' TO WS-PRINT-LINE(1:127)
007050     PERFORM 5900-WRITE-ONE-LINE
007060         THRU 5900-EXIT.
007070 5000-EXIT.
007080     EXIT.
007090 5100-WRITE-ONE-EXCEPTION.
007100     MOVE SPACES TO WS-EXC-LINE-X
007110     MOVE WS-ROW-TRANS-ID TO WS-EXL-TRANS-ID
007120     MOVE WS-ROW-ACCT TO WS-EXL-ACCT
007130     MOVE WS-ROW-AMOUNT TO WS-EXL-AMOUNT
007140     MOVE WS-ROW-TYPE TO WS-EXL-TYPE
007150     MOVE WS-ROW-DATE TO WS-EXL-TRANS-DATE
007160     MOVE WS-STS-STATUS TO WS-EXL-STATUS
007170     IF WS-STS-SOURCE = 'H'
007175         IF WS-STS-SINCE > ZERO
007180             MOVE WS-STS-SINCE TO WS-EXL-SINCE
007185         END-IF
007190         MOVE WS-STS-REASON TO WS-EXL-REASON
007200         MOVE "STATUS HISTORY" TO WS-EXL-SOURCE
007210     ELSE
007220         MOVE "POSITION MASTER" TO WS-EXL-SOURCE
007230     END-IF
007240     DISPLAY "Exception: " FUNCTION TRIM(WS-ROW-TRANS-ID)
007250         " on " FUNCTION TRIM(WS-ROW-ACCT)
007260         " status " WS-STS-STATUS
007270     IF NOT WS-RPT-IS-OPEN
007280         GO TO 5100-EXIT
007290     END-IF
007300     MOVE WS-EXC-LINE-X TO WS-PRINT-LINE
007310     PERFORM 5900-WRITE-ONE-LINE
007320         THRU 5900-EXIT.
007330 5100-EXIT.
007340     EXIT.
007350******************************************************************
007360*  5300-WRITE-TOTALS                                             *
007370*  THE NIGHT'S COUNTS AND AMOUNTS BY STATUS, OR WHY NOTHING WAS  *
007380*  CHECKED, THEN CLOSES THE REPORT.                              *
007390******************************************************************
007400 5300-WRITE-TOTALS.
007410     IF NOT WS-RPT-IS-OPEN
007420         GO TO 5300-EXIT
007430     END-IF
007440     EVALUATE TRUE
007450         WHEN WS-STH-UNUSABLE
007460             MOVE "  NOT CHECKED - STATUS HISTORY NOT READABLE"
007470                 TO WS-PRINT-LINE
007471         WHEN WS-LAYOUT-UNUSABLE
007472             STRING "  NOT CHECKED - TRANSACTIONS HEADER NAMES "
007473                 "NO ACCT_NUM"
007474                 DELIMITED BY SIZE INTO WS-PRINT-LINE
007475             END-STRING
007480         WHEN WS-FEED-WAS-MISSING
007490             STRING "  NOT CHECKED - TRANSACTIONS NOT UPLOADED "
007500                 "FOR THIS BUSINESS DATE"
007510                 DELIMITED BY SIZE INTO WS-PRINT-LINE
007520             END-STRING
007530         WHEN WS-EXC-COUNT = ZERO
007540             STRING "  NO TRANSACTIONS ON CLOSED OR SUSPENDED "
007550                 "ACCOUNTS"
007560                 DELIMITED BY SIZE INTO WS-PRINT-LINE
007570             END-STRING
007580     END-EVALUATE
007590     IF WS-PRINT-LINE NOT = SPACES
007600         PERFORM 5900-WRITE-ONE-LINE
007610             THRU 5900-EXIT
007620     END-IF
007630     MOVE SPACES TO WS-PRINT-LINE
007640     PERFORM 5900-WRITE-ONE-LINE
007650         THRU 5900-EXIT
007660     MOVE WS-TRN-ROWS TO WS-COUNT-EDIT
007670     MOVE SPACES TO WS-PRINT-LINE
007680     STRING "TRANSACTIONS READ.........: " WS-COUNT-EDIT
007690         DELIMITED BY SIZE INTO WS-PRINT-LINE
007700     END-STRING
007710     PERFORM 5900-WRITE-ONE-LINE
007720         THRU 5900-EXIT
007730     MOVE WS-TRN-QUARANTINED TO WS-COUNT-EDIT
007740     MOVE SPACES TO WS-PRINT-LINE
007750     STRING "QUARANTINED (NOT POSTED)..: " WS-COUNT-EDIT
007760         DELIMITED BY SIZE INTO WS-PRINT-LINE
007770     END-STRING
007780     PERFORM 5900-WRITE-ONE-LINE
007790         THRU 5900-EXIT
007800     MOVE WS-TRN-DELETES TO WS-COUNT-EDIT
007810     MOVE SPACES TO WS-PRINT-LINE
007820     STRING "DELTA DELETES (NOT CHECKED): " WS-COUNT-EDIT
007830         DELIMITED BY SIZE INTO WS-PRINT-LINE
007840     END-STRING
007850     PERFORM 5900-WRITE-ONE-LINE
007860         THRU 5900-EXIT
007870     MOVE WS-TRN-CHECKED TO WS-COUNT-EDIT
007880     MOVE SPACES TO WS-PRINT-LINE
007890     STRING "TRANSACTIONS CHECKED......: " WS-COUNT-EDIT
007900         DELIMITED BY SIZE INTO WS-PRINT-LINE
007910     END-STRING
007920     PERFORM 5900-WRITE-ONE-LINE
007930         THRU 5900-EXIT
007940     MOVE WS-EXC-CL-COUNT TO WS-COUNT-EDIT
007950     MOVE WS-EXC-CL-AMOUNT TO WS-AMT-EDIT
007960     MOVE SPACES TO WS-PRINT-LINE
007970     STRING "ON CLOSED ACCOUNTS (CL)...: " WS-COUNT-EDIT
007980         "   AMOUNT: " WS-AMT-EDIT
007990         DELIMITED BY SIZE INTO WS-PRINT-LINE
008000     END-STRING
008010     PERFORM 5900-WRITE-ONE-LINE
008020         THRU 5900-EXIT
008030     MOVE WS-EXC-SU-COUNT TO WS-COUNT-EDIT
008040     MOVE WS-EXC-SU-AMOUNT TO WS-AMT-EDIT
008050     MOVE SPACES TO WS-PRINT-LINE
008060     STRING "ON SUSPENDED ACCOUNTS (SU): " WS-COUNT-EDIT
008070         "   AMOUNT: " WS-AMT-EDIT
008080         DELIMITED BY SIZE INTO WS-PRINT-LINE
008090     END-STRING
008100     PERFORM 5900-WRITE-ONE-LINE
008110         THRU 5900-EXIT
008120     CLOSE REPORT-FILE
008130     MOVE 'N' TO WS-RPT-OPEN-SWITCH
008140     DISPLAY "Status exception report written to "
008150         WS-REPORT-FILE-NAME.
008160 5300-EXIT.
008170     EXIT.
008180 5900-WRITE-ONE-LINE.
008190     MOVE WS-PRINT-LINE TO REPORT-RECORD
008200     WRITE REPORT-RECORD
008210     MOVE SPACES TO WS-PRINT-LINE.
008220 5900-EXIT.
008230     EXIT.
008240******************************************************************
008250*  8000-CHECK-NUMERIC                                            *
008260*  DIGITS WITH AT MOST ONE DECIMAL POINT AND AN OPTIONAL         *
008270*  LEADING MINUS SIGN - SAME EDIT THE UPLOADER APPLIES.          *
008280******************************************************************
008290 8000-CHECK-NUMERIC.
008300     MOVE SPACES TO WS-FIELD-WORK
008310     MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO WS-FIELD-WORK
008320     MOVE ZERO TO WS-FIELD-LEN
008330     INSPECT FUNCTION REVERSE(WS-FIELD-WORK)
008340         TALLYING WS-FIELD-LEN FOR LEADING SPACES
008350     COMPUTE WS-FIELD-LEN = 100 - WS-FIELD-LEN
008360     IF WS-FIELD-LEN = ZERO
008370         SET WS-EDIT-FAILED TO TRUE
008380         GO TO 8000-EXIT
008390     END-IF
008400     MOVE ZERO TO WS-DIGIT-COUNT
008410     MOVE ZERO TO WS-DOT-COUNT
008420     PERFORM 8100-SCAN-ONE-CHAR
008430         THRU 8100-EXIT
008440         VARYING WS-CHAR-SUB FROM 1 BY 1
008450         UNTIL WS-CHAR-SUB > WS-FIELD-LEN
008460            OR WS-EDIT-FAILED
008470     IF WS-DIGIT-COUNT = ZERO
008480         SET WS-EDIT-FAILED TO TRUE
008490     END-IF.
008500 8000-EXIT.
008510     EXIT.
008520 8100-SCAN-ONE-CHAR.
008530     EVALUATE TRUE
008540         WHEN WS-FIELD-WORK(WS-CHAR-SUB:1) >= '0'
008550                 AND WS-FIELD-WORK(WS-CHAR-SUB:1) <= '9'
008560             ADD 1 TO WS-DIGIT-COUNT
008570         WHEN WS-FIELD-WORK(WS-CHAR-SUB:1) = '.'
008580             ADD 1 TO WS-DOT-COUNT
008590             IF WS-DOT-COUNT > 1
008600                 SET WS-EDIT-FAILED TO TRUE
008610             END-IF
008620         WHEN WS-FIELD-WORK(WS-CHAR-SUB:1) = '-'
008630                 AND WS-CHAR-SUB = 1
008640             CONTINUE
008650         WHEN OTHER
008660             SET WS-EDIT-FAILED TO TRUE
008670     END-EVALUATE.
008680 8100-EXIT.
008690     EXIT.
008700******************************************************************
008710*  8800-TIMING-START                                             *
008720*  STAMPS THIS STEP'S START IN THE STEP-TIMING LOG SO THE        *
008730*  MONTHLY BATCH-WINDOW/SLA REPORT (SLARPT) CAN MEASURE HOW THE  *
008740*  NIGHTLY CHAIN SPENDS ITS WINDOW.                              *
008750******************************************************************
008760 8800-TIMING-START.
008770     ACCEPT WS-TIM-DATE FROM DATE YYYYMMDD
008780     ACCEPT WS-TIM-TIME FROM TIME
008790     COMPUTE WS-TIM-NOW-SECS = WS-TIM-HH * 3600
008800         + WS-TIM-MM * 60 + WS-TIM-SS
008810     MOVE WS-TIM-NOW-SECS TO WS-TIM-START-SECS
008820     MOVE 'START' TO WS-TIM-EVENT
008830     MOVE ZERO TO WS-TIM-ELAPSED
008840     MOVE ZERO TO WS-TIM-RC
008850     PERFORM 8820-WRITE-TIMING-LINE
008860         THRU 8820-EXIT.
008870 8800-EXIT.
008880     EXIT.
008890******************************************************************
008900*  8810-TIMING-END                                               *
008910*  STAMPS THE STEP'S END WITH THE ELAPSED SECONDS AND THE        *
008920*  RETURN CODE JUST SET.  A RUN CROSSING MIDNIGHT STILL GETS A   *
008930*  POSITIVE ELAPSED TIME.                                        *
008940******************************************************************
008950 8810-TIMING-END.
008960     ACCEPT WS-TIM-DATE FROM DATE YYYYMMDD
008970     ACCEPT WS-TIM-TIME FROM TIME
008980     COMPUTE WS-TIM-NOW-SECS = WS-TIM-HH * 3600
008990         + WS-TIM-MM * 60 + WS-TIM-SS
009000     IF WS-TIM-NOW-SECS < WS-TIM-START-SECS
009010         COMPUTE WS-TIM-ELAPSED = WS-TIM-NOW-SECS + 86400
009020             - WS-TIM-START-SECS
009030     ELSE
009040         COMPUTE WS-TIM-ELAPSED = WS-TIM-NOW-SECS
009050             - WS-TIM-START-SECS
009060     END-IF
009070     MOVE RETURN-CODE TO WS-TIM-RC
009080     MOVE 'END' TO WS-TIM-EVENT
009090     PERFORM 8820-WRITE-TIMING-LINE
009100         THRU 8820-EXIT.
009110 8810-EXIT.
009120     EXIT.
009130 8820-WRITE-TIMING-LINE.
009140     CALL 'SYSTEM' USING WS-TIM-MKDIR-COMMAND
009150         RETURNING WS-TIM-MKDIR-RC
009160     MOVE WS-TIMING-LOG-NAME TO WS-TML-DYNAMIC-FILE
009170     OPEN EXTEND TIMING-LOG-FILE
009180     IF NOT WS-TML-FILE-OK
009190         OPEN OUTPUT TIMING-LOG-FILE
009200     END-IF
009210     IF NOT WS-TML-FILE-OK
009220         DISPLAY "Warning: step-timing log "
009230             WS-TIMING-LOG-NAME " could not be opened."
009240         GO TO 8820-EXIT
009250     END-IF
009260     MOVE SPACES TO TIMING-LOG-RECORD
009270     STRING "TIMING|"
009280         FUNCTION TRIM(WS-TIM-STEP-NAME) "|"
009290         FUNCTION TRIM(WS-TIM-CONTEXT) "|"
009300         FUNCTION TRIM(WS-TIM-EVENT) "|"
009310         WS-TIM-DATE "|" WS-TIM-TIME "|"
009320         WS-TIM-ELAPSED "|" WS-TIM-RC
009330         DELIMITED BY SIZE
009340         INTO TIMING-LOG-RECORD
009350     END-STRING
009360     WRITE TIMING-LOG-RECORD
009370     CLOSE TIMING-LOG-FILE.
009380 8820-EXIT.
009390     EXIT.
009400******************************************************************
009410*  9000-TERMINATE                                                *
009418*  RC 12 WHEN THE STATUS HISTORY COULD NOT BE READ OR THE        *
009426*  FEED'S HEADER NAMES NO ACCT_NUM, RC 8 WHEN THE TRANSACTIONS   *
009434*  WERE NOT UPLOADED FOR THE DATE, RC 4 WHEN EXCEPTIONS WERE     *
009442*  LISTED, ELSE 0.                                               *
009450******************************************************************
009460 9000-TERMINATE.
009470     EVALUATE TRUE
009480         WHEN WS-STH-UNUSABLE
009490             MOVE 12 TO RETURN-CODE
009493         WHEN WS-LAYOUT-UNUSABLE
009496             MOVE 12 TO RETURN-CODE
009500         WHEN WS-FEED-WAS-MISSING
009510             MOVE 8 TO RETURN-CODE
009520         WHEN WS-EXC-COUNT > ZERO
009530             MOVE 4 TO RETURN-CODE
009540         WHEN OTHER
009550             MOVE 0 TO RETURN-CODE
009560     END-EVALUATE.
009570 9000-EXIT.
009580     EXIT.
