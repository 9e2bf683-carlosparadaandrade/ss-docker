000100******************************************************************
000110*  PROGRAM-ID.  RESPAPL
000120*  AUTHOR.      D. OKAFOR - DATA INTEGRATION SUPPORT
000130*  INSTALLATION. ENTERPRISE DATA SERVICES
000140*  DATE-WRITTEN. 2026-10-15
000150*  DATE-COMPILED.
000160*
000170*  REMARKS.
000180*      RESPONSE FILE APPLY.  DOWNLOADCSV LANDS THE UPLOADER
000190*      SERVICE'S PER-FEED RESPONSE FILES IN THE DATED INBOUND
000200*      FOLDER (/workspace/INBOUND-YYYYMMDD, ONE
000210*      <feed>-response.csv PER FEED); THIS STEP READS THEM.  AFTER
000220*      THE HEADER LINE (AND BEFORE THE TRAILER DOWNLOADCSV HAS
000230*      ALREADY BALANCED) EACH ROW STARTS WITH ITS ROW TYPE:
000240*          REJECT,<business-date>,<key-value>,<reason-code>,
000250*                 <column>,<message>
000260*          ENRICH,<acct-num>,<branch-cd>,<segment-cd>,
000270*                 <risk-rating>,<open-date YYYYMMDD>
000280*
000290*      REJECT - A ROW THE SERVICE TOOK IN BUT COULD NOT APPLY.
000300*      THE ROWS ARE MATCHED BACK TO THE SOURCE EXTRACT ARCHIVED
000310*      FOR THAT BUSINESS DATE (ARCHIVE-<date>/<feed>) ON THE
000320*      FEED'S KEY COLUMN - ITS FIRST REQUIRED COLUMN IN THE
000330*      REGISTRY VERSION IN FORCE THAT DATE, AS UPLOADXRF USES.
000340*      THE MATCHING ROWS ARE WRITTEN TO THE REJECT FOLDER UNDER
000350*      THE FEED'S NAME (ARCHIVED HEADER, THE ROWS, A FRESH
000360*      'TRAILER,<count>') WITH A <feed>.rejdtl IN THE UPLOADCSV
000370*      LAYOUT (REASON=SERVICE-REJECT, THE SERVICE'S OWN CODE,
000380*      ARCHIVED ROW NUMBER AND MESSAGE) AND A <feed>.busdate, SO
000390*      UPLOADRJR LISTS, UNMASKS AND RESTAGES THEM FOR REPAIR LIKE
000400*      ANY OTHER REJECT.  THE NUMBER OF ROWS THE SERVICE REJECTED
000410*      IS POSTED TO THE FEED-DATE'S UPLOAD-HISTORY RECORD FOR
000420*      UPLOADINQ.  FOR THE TRANS_ID FEED (CONFIG TRANSID-FEED)
000430*      THE REJECTED TRANS_IDS ARE TAKEN OFF THE DUPLICATE
000440*      REGISTER FOR THAT DATE, SO THE REPAIRED ROWS ARE NOT
000450*      QUARANTINED AS REPEATS WHEN THEY ARE RESUBMITTED.
000460*
000470*      ENRICH - REFERENCE DATA FOR AN ACCOUNT, APPLIED TO THE
000480*      KEYED ACCOUNT REFERENCE MASTER (SEE ACCTREF): A NEW
000490*      ACCOUNT IS ADDED, A CHANGED ONE REWRITTEN, A BLANK FIELD
000500*      LEAVES THE VALUE HELD.  EVERY ADD AND CHANGE IS LISTED IN
000510*      THE DAY'S REPORT (/workspace/audit/response-apply-
000520*      YYYYMMDD.txt) WITH THE COUNTS OF ACCOUNTS ADDED, CHANGED
000530*      AND UNCHANGED.
000540*
000550*      A FILE IS APPLIED WHOLE OR NOT AT ALL.  ONE THAT CANNOT
000560*      BE MATCHED (REJECT ROWS FOR MORE THAN ONE DATE, NO FEED
000570*      IN THE REGISTRY, NO ARCHIVED COPY, A REJECTED COPY OF THE
000580*      FEED ALREADY WAITING IN THE REJECT FOLDER) IS HELD WHERE
000590*      IT LANDED FOR THE NEXT RUN.  AN APPLIED FILE IS MOVED TO
000600*      INBOUND-YYYYMMDD/APPLIED-<run date> SO A RERUN DOES NOT
000610*      APPLY IT TWICE.  EVERY FILE APPLIED OR HELD IS AN AUDIT
000620*      LINE UNDER THE RESPONSE FILE'S NAME.
000630*
000640*      SYSIN CARRIES THE LANDING DATE (YYYYMMDD) OR 'CURRENT'.
000650*
000660*      RETURN CODES: 0 = EVERY RESPONSE FILE APPLIED CLEANLY,
000670*      4 = NO RESPONSE FILES, 8 = A FILE HELD, A REJECT ROW NOT
000680*      FOUND IN THE ARCHIVE, AN UNREADABLE ROW OR NO HISTORY
000690*      RECORD TO POST TO, 12 = BAD LANDING DATE, OR THE HISTORY
000700*      OR REFERENCE MASTER COULD NOT BE OPENED.
000710*
000720*  MODIFICATION HISTORY.
000730*      2026-10-15  DAO  INITIAL VERSION.
000740******************************************************************
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. RespApl.
000770 AUTHOR. D. OKAFOR.
000780 INSTALLATION. ENTERPRISE DATA SERVICES.
000790 DATE-WRITTEN. 2026-10-15.
000800 DATE-COMPILED.
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT SCAN-LIST-FILE ASSIGN TO DYNAMIC WS-SCN-DYNAMIC-FILE
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-SCN-FILE-STATUS.
000870     SELECT RESPONSE-FILE ASSIGN TO DYNAMIC WS-RSP-DYNAMIC-FILE
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-RSP-FILE-STATUS.
000900     SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REG-DYNAMIC-FILE
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-REG-FILE-STATUS.
000930     SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARC-DYNAMIC-FILE
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-ARC-FILE-STATUS.
000960     SELECT REJECT-OUT-FILE ASSIGN TO DYNAMIC WS-RJO-DYNAMIC-FILE
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-RJO-FILE-STATUS.
000990     SELECT REJECT-DETAIL-FILE
001000         ASSIGN TO DYNAMIC WS-RJD-DYNAMIC-FILE
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-RJD-FILE-STATUS.
001030     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-DYNAMIC-FILE
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-RPT-FILE-STATUS.
001060     SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CFG-DYNAMIC-FILE
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-CFG-FILE-STATUS.
001090     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUD-DYNAMIC-FILE
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-AUD-FILE-STATUS.
001120     SELECT HISTORY-FILE
001130         ASSIGN TO DYNAMIC WS-HIS-DYNAMIC-FILE
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS UPLHIST-KEY
001170         FILE STATUS IS WS-HIS-FILE-STATUS.
001180     SELECT REFERENCE-FILE
001190         ASSIGN TO DYNAMIC WS-REF-DYNAMIC-FILE
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS ACCTREF-ACCT-NUM
001230         FILE STATUS IS WS-REF-FILE-STATUS.
001240     SELECT TRANSID-REGISTER-FILE
001250         ASSIGN TO DYNAMIC WS-TRG-DYNAMIC-FILE
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS TRANREG-TRANS-ID
001290         FILE STATUS IS WS-TRG-FILE-STATUS.
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  SCAN-LIST-FILE.
001330 01  SCAN-LIST-RECORD            PIC X(100).
001340 FD  RESPONSE-FILE.
001350 01  RESPONSE-RECORD             PIC X(1000).
001360 FD  REGISTRY-FILE.
001370 01  REGISTRY-RECORD             PIC X(300).
001380 FD  ARCHIVE-FILE.
001390 01  ARCHIVE-RECORD              PIC X(1000).
001400 FD  REJECT-OUT-FILE.
001410 01  REJECT-OUT-RECORD           PIC X(1000).
001420 FD  REJECT-DETAIL-FILE.
001430 01  REJECT-DETAIL-RECORD        PIC X(300).
001440 FD  REPORT-FILE.
001450 01  REPORT-RECORD               PIC X(132).
001460 FD  CONFIG-FILE.
001470 01  CONFIG-RECORD               PIC X(100).
001480 FD  AUDIT-LOG-FILE.
001490 01  AUDIT-LOG-RECORD            PIC X(300).
001500 FD  HISTORY-FILE.
001510 COPY UPLHIST.
001520 FD  REFERENCE-FILE.
001530 COPY ACCTREF.
001540 FD  TRANSID-REGISTER-FILE.
001550 COPY TRANREG.
001560 WORKING-STORAGE SECTION.
001570*---------------------------------------------------------------*
001580*    LANDING DATE FROM SYSIN AND THE RUN DATE                   *
001590*---------------------------------------------------------------*
001600 01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACES.
001610 01  WS-LANDED-DATE              PIC 9(08) VALUE ZERO.
001620 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001630 01  WS-RUN-STOP-SWITCH          PIC X(01) VALUE 'N'.
001640     88  WS-RUN-STOPPED                       VALUE 'Y'.
001650 01  WS-ATTENTION-SWITCH         PIC X(01) VALUE 'N'.
001660     88  WS-NEEDS-ATTENTION                   VALUE 'Y'.
001670*---------------------------------------------------------------*
001680*    INBOUND FOLDER SCAN (VIA AN ls LISTING TO A WORK FILE)     *
001690*---------------------------------------------------------------*
001700 01  WS-INBOUND-DIR              PIC X(100) VALUE SPACES.
001710 01  WS-SCAN-LIST-NAME           PIC X(100)
001720         VALUE '/workspace/work/response-scan.lst'.
001730 01  WS-SCN-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001740 01  WS-SCN-FILE-STATUS          PIC X(02) VALUE '00'.
001750     88  WS-SCN-FILE-OK                       VALUE '00'.
001760     88  WS-SCN-FILE-EOF                      VALUE '10'.
001770 01  WS-SCAN-NAME                PIC X(100) VALUE SPACES.
001780 01  WS-SCAN-NAME-LENGTH         PIC 9(03) COMP VALUE ZERO.
001790 01  WS-RSP-SUFFIX-POS           PIC 9(03) COMP VALUE ZERO.
001800 01  WS-RESPONSE-FILES-SEEN      PIC 9(04) VALUE ZERO.
001810*---------------------------------------------------------------*
001820*    ONE RESPONSE FILE BEING APPLIED AND ITS SPLIT ROWS         *
001830*---------------------------------------------------------------*
001840 01  WS-RSP-DYNAMIC-FILE         PIC X(150) VALUE SPACES.
001850 01  WS-RSP-FILE-STATUS          PIC X(02) VALUE '00'.
001860     88  WS-RSP-FILE-OK                       VALUE '00'.
001870     88  WS-RSP-FILE-EOF                      VALUE '10'.
001880 01  WS-RSP-FEED-NAME            PIC X(30) VALUE SPACES.
001890 01  WS-RSP-HEADER-SWITCH        PIC X(01) VALUE 'N'.
001900     88  WS-RSP-HEADER-SEEN                   VALUE 'Y'.
001910 01  WS-RSP-LINE-FIELDS.
001920     05  WS-RSP-TYPE             PIC X(08).
001930     05  WS-RSP-FLD              OCCURS 5 TIMES
001940                                 PIC X(80).
001950 01  WS-RSP-BUS-DATE             PIC 9(08) VALUE ZERO.
001960 01  WS-RSP-DATE-MIXED-SW        PIC X(01) VALUE 'N'.
001970     88  WS-RSP-DATE-MIXED                    VALUE 'Y'.
001980 01  WS-FILE-HOLD-SWITCH         PIC X(01) VALUE 'N'.
001990     88  WS-FILE-HELD                         VALUE 'Y'.
002000 01  WS-HOLD-REASON              PIC X(60) VALUE SPACES.
002010*---------------------------------------------------------------*
002020*    PER-FILE COUNTS                                            *
002030*---------------------------------------------------------------*
002040 01  WS-RSP-REJECT-ROWS          PIC 9(07) VALUE ZERO.
002050 01  WS-RSP-REPEATED             PIC 9(07) VALUE ZERO.
002060 01  WS-RSP-MATCHED-ROWS         PIC 9(07) VALUE ZERO.
002070 01  WS-RSP-UNMATCHED            PIC 9(07) VALUE ZERO.
002080 01  WS-RSP-TIDS-RELEASED        PIC 9(07) VALUE ZERO.
002090 01  WS-RSP-ENRICH-ROWS          PIC 9(07) VALUE ZERO.
002100 01  WS-RSP-ADDED                PIC 9(07) VALUE ZERO.
002110 01  WS-RSP-CHANGED              PIC 9(07) VALUE ZERO.
002120 01  WS-RSP-UNCHANGED            PIC 9(07) VALUE ZERO.
002130 01  WS-RSP-BAD-ROWS             PIC 9(07) VALUE ZERO.
002140 01  WS-RSP-NO-HISTORY-SW        PIC X(01) VALUE 'N'.
002150     88  WS-RSP-NO-HISTORY                    VALUE 'Y'.
002160*---------------------------------------------------------------*
002170*    THE FILE'S REJECTED KEYS, SORTED FOR A BINARY SEARCH       *
002180*    (SAME PATTERN AS THE UPLOADXRF KEY TABLE) AND CUT TO ONE   *
002190*    ENTRY PER KEY.  HITS = ARCHIVED ROWS MATCHED TO THE KEY.   *
002200*---------------------------------------------------------------*
002210 01  WS-REJ-COUNT                PIC 9(05) COMP VALUE ZERO.
002220 01  WS-REJ-MAX                  PIC 9(05) COMP VALUE 5000.
002230 01  WS-REJ-TABLE.
002240     05  WS-REJ-ENTRY            OCCURS 1 TO 5000 TIMES
002250                                 DEPENDING ON WS-REJ-COUNT
002260                                 ASCENDING KEY IS WS-REJ-KEY
002270                                 INDEXED BY WS-REJ-IDX.
002280         10  WS-REJ-KEY          PIC X(60).
002290         10  WS-REJ-REASON       PIC X(30).
002300         10  WS-REJ-COL          PIC 9(02).
002310         10  WS-REJ-MESSAGE      PIC X(80).
002320         10  WS-REJ-HITS         PIC 9(05) COMP.
002330 01  WS-REJ-SUB                  PIC 9(05) COMP VALUE ZERO.
002340 01  WS-REJ-OUT-SUB              PIC 9(05) COMP VALUE ZERO.
002350 01  WS-REJ-HIT-SUB              PIC 9(05) COMP VALUE ZERO.
002360*---------------------------------------------------------------*
002370*    FEED REGISTRY - THE KEY COLUMN (FIRST REQUIRED COLUMN) OF  *
002380*    THE FEED'S VERSION IN FORCE ON THE REJECTS' BUSINESS DATE  *
002390*---------------------------------------------------------------*
002400 01  WS-REG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002410 01  WS-REGISTRY-FILE-NAME       PIC X(100) VALUE
002420      '/workspace/cobol-service/control/feed-registry.dat'.
002430 01  WS-REG-FILE-STATUS          PIC X(02) VALUE '00'.
002440     88  WS-REG-FILE-OK                       VALUE '00'.
002450     88  WS-REG-FILE-EOF                      VALUE '10'.
002460 01  WS-REG-TAG                  PIC X(08) VALUE SPACES.
002470 01  WS-REG-NAME                 PIC X(30) VALUE SPACES.
002480 01  WS-REG-COLS                 PIC X(02) VALUE SPACES.
002490 01  WS-REG-REQ-1                PIC X(02) VALUE SPACES.
002500*---------------------------------------------------------------*
002510*    FEED-REGISTRY VERSION IN FORCE                             *
002520*---------------------------------------------------------------*
002530     COPY REGVER.
002540 01  WS-KEY-COL                  PIC 9(02) VALUE ZERO.
002550 01  WS-DATE-EDIT                PIC X(08) VALUE SPACES.
002560*---------------------------------------------------------------*
002570*    ARCHIVED SOURCE EXTRACT AND THE REJECT FOLDER COPY BUILT   *
002580*    FROM IT                                                    *
002590*---------------------------------------------------------------*
002600 01  WS-ARC-DYNAMIC-FILE         PIC X(150) VALUE SPACES.
002610 01  WS-ARC-FILE-STATUS          PIC X(02) VALUE '00'.
002620     88  WS-ARC-FILE-OK                       VALUE '00'.
002630     88  WS-ARC-FILE-EOF                      VALUE '10'.
002640 01  WS-ARC-HEADER-SWITCH        PIC X(01) VALUE 'N'.
002650     88  WS-ARC-HEADER-SEEN                   VALUE 'Y'.
002660 01  WS-ARC-ROW-NUMBER           PIC 9(07) VALUE ZERO.
002670 01  WS-CSV-FIELD-TABLE.
002680     05  WS-CSV-FIELD            OCCURS 20 TIMES
002690                                 PIC X(100).
002700 01  WS-CSV-FIELD-COUNT          PIC 9(02) COMP VALUE ZERO.
002710 01  WS-ROW-KEY                  PIC X(60) VALUE SPACES.
002720 01  WS-REJECT-DIR               PIC X(100)
002730         VALUE '/workspace/REJECT'.
002740 01  WS-REJECT-TARGET            PIC X(150) VALUE SPACES.
002750 01  WS-RJO-DYNAMIC-FILE         PIC X(150) VALUE SPACES.
002760 01  WS-RJO-FILE-STATUS          PIC X(02) VALUE '00'.
002770     88  WS-RJO-FILE-OK                       VALUE '00'.
002780 01  WS-RJD-DYNAMIC-FILE         PIC X(160) VALUE SPACES.
002790 01  WS-RJD-FILE-STATUS          PIC X(02) VALUE '00'.
002800     88  WS-RJD-FILE-OK                       VALUE '00'.
002810 01  WS-RJD-COLUMN               PIC 9(02) VALUE ZERO.
002820*---------------------------------------------------------------*
002830*    TRANS_ID DUPLICATE REGISTER - ONLY OPENED WHEN IT EXISTS   *
002840*---------------------------------------------------------------*
002850 01  WS-TRG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002860 01  WS-TRANSID-REGISTER-NAME    PIC X(100)
002870         VALUE '/workspace/control/transid-register.mst'.
002880 01  WS-TRG-FILE-STATUS          PIC X(02) VALUE '00'.
002890     88  WS-TRG-FILE-OK                       VALUE '00'.
002900     88  WS-TRG-FILE-MISSING                  VALUE '35'.
002910 01  WS-TRG-OPEN-SWITCH          PIC X(01) VALUE 'N'.
002920     88  WS-TRG-IS-OPEN                       VALUE 'Y'.
002930 01  WS-TRG-BAD-SWITCH           PIC X(01) VALUE 'N'.
002940     88  WS-TRG-UNUSABLE                      VALUE 'Y'.
002950 01  WS-TRANSID-FEED             PIC X(30)
002960         VALUE 'daily-transactions.csv'.
002970*---------------------------------------------------------------*
002980*    UPLOAD-HISTORY MASTER                                      *
002990*---------------------------------------------------------------*
003000 01  WS-HIS-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003010 01  WS-HISTORY-FILE-NAME        PIC X(100)
003020         VALUE '/workspace/control/upload-history.mst'.
003030 01  WS-HIS-FILE-STATUS          PIC X(02) VALUE '00'.
003040     88  WS-HIS-FILE-OK                       VALUE '00'.
003050 01  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE 'N'.
003060     88  WS-HISTORY-IS-OPEN                   VALUE 'Y'.
003070*---------------------------------------------------------------*
003080*    ACCOUNT REFERENCE MASTER AND ONE ENRICHMENT ROW            *
003090*---------------------------------------------------------------*
003100 01  WS-REF-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003110 01  WS-REFERENCE-FILE-NAME      PIC X(100)
003120         VALUE '/workspace/control/account-reference.mst'.
003130 01  WS-REF-FILE-STATUS          PIC X(02) VALUE '00'.
003140     88  WS-REF-FILE-OK                       VALUE '00'.
003150     88  WS-REF-FILE-MISSING                  VALUE '35'.
003160 01  WS-REFERENCE-OPEN-SWITCH    PIC X(01) VALUE 'N'.
003170     88  WS-REFERENCE-IS-OPEN                 VALUE 'Y'.
003180 01  WS-ENR-BRANCH               PIC X(06) VALUE SPACES.
003190 01  WS-ENR-SEGMENT              PIC X(04) VALUE SPACES.
003200 01  WS-ENR-RISK                 PIC X(02) VALUE SPACES.
003210 01  WS-ENR-OPEN-DATE            PIC 9(08) VALUE ZERO.
003220 01  WS-ENR-CHANGE-SWITCH        PIC X(01) VALUE 'N'.
003230     88  WS-ENR-CHANGED                       VALUE 'Y'.
003240 01  WS-CHG-TEXT                 PIC X(100) VALUE SPACES.
003250 01  WS-CHG-PTR                  PIC 9(03) COMP VALUE ZERO.
003260*---------------------------------------------------------------*
003270*    RUN TOTALS                                                 *
003280*---------------------------------------------------------------*
003290 01  WS-FILES-APPLIED            PIC 9(05) VALUE ZERO.
003300 01  WS-FILES-HELD               PIC 9(05) VALUE ZERO.
003310 01  WS-TOT-SVC-REJECTS          PIC 9(07) VALUE ZERO.
003320 01  WS-TOT-ADDED                PIC 9(07) VALUE ZERO.
003330 01  WS-TOT-CHANGED              PIC 9(07) VALUE ZERO.
003340 01  WS-TOT-UNCHANGED            PIC 9(07) VALUE ZERO.
003350*---------------------------------------------------------------*
003360*    CONFIG FILE (WHICH FEED CARRIES THE TRANS_ID REGISTER)     *
003370*---------------------------------------------------------------*
003380 01  WS-CFG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003390 01  WS-CONFIG-FILE-NAME         PIC X(100)
003400         VALUE '/workspace/config/uploadcsv.cfg'.
003410 01  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
003420     88  WS-CFG-FILE-OK                       VALUE '00'.
003430     88  WS-CFG-FILE-EOF                      VALUE '10'.
003440 01  WS-CFG-KEY                  PIC X(30) VALUE SPACES.
003450 01  WS-CFG-VALUE                PIC X(60) VALUE SPACES.
003460*---------------------------------------------------------------*
003470*    SHELL COMMANDS FOR THE SCAN, THE REJECT FOLDER AND THE     *
003480*    APPLIED-FOLDER MOVES                                       *
003490*---------------------------------------------------------------*
003500 01  WS-COMMAND                  PIC X(500) VALUE SPACES.
003510 01  WS-COMMAND-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
003520*---------------------------------------------------------------*
003530*    APPLY REPORT (ONE PER RUN DATE, EACH RUN APPENDED)         *
003540*---------------------------------------------------------------*
003550 01  WS-RPT-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003560 01  WS-REPORT-FILE-NAME         PIC X(100) VALUE SPACES.
003570 01  WS-RPT-FILE-STATUS          PIC X(02) VALUE '00'.
003580     88  WS-RPT-FILE-OK                       VALUE '00'.
003590 01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
003600     88  WS-REPORT-IS-OPEN                    VALUE 'Y'.
003610 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
003620 01  WS-COUNT-EDIT               PIC Z(06)9 VALUE ZERO.
003630*---------------------------------------------------------------*
003640*    AUDIT LOG (SAME RECORD LAYOUT UPLOADCSV WRITES)            *
003650*---------------------------------------------------------------*
003660 01  WS-AUD-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003670 01  WS-AUDIT-LOG-FILE-NAME      PIC X(100)
003680         VALUE '/workspace/audit/upload-audit.log'.
003690 01  WS-AUD-FILE-STATUS          PIC X(02) VALUE '00'.
003700     88  WS-AUD-FILE-OK                       VALUE '00'.
003710 01  WS-AUDIT-USER-ID            PIC X(20) VALUE SPACES.
003720 01  WS-AUDIT-DATE               PIC 9(08) VALUE ZERO.
003730 01  WS-AUDIT-TIME               PIC 9(08) VALUE ZERO.
003740 01  WS-AUDIT-OUTCOME            PIC X(40) VALUE SPACES.
003750 01  WS-AUDIT-RECORD-OUT         PIC X(300) VALUE SPACES.
003760 01  WS-AUDIT-FEED               PIC X(100) VALUE SPACES.
003770 01  WS-AUDIT-ZERO-RC            PIC 9(04) VALUE ZERO.
003780 01  WS-AUDIT-ZERO-RETRIES       PIC 9(02) VALUE ZERO.
003790 01  WS-AUDIT-HTTP               PIC X(03) VALUE SPACES.
003800 01  WS-AUDIT-ROWS               PIC 9(07) VALUE ZERO.
003810 01  WS-AUDIT-APPLIED            PIC 9(07) VALUE ZERO.
003820 01  WS-AUDIT-TAIL               PIC X(150) VALUE SPACES.
003830 PROCEDURE DIVISION.
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE
003860         THRU 1000-EXIT
003870     IF NOT WS-RUN-STOPPED
003880         PERFORM 2000-SCAN-INBOUND-FOLDER
003890             THRU 2000-EXIT
003900     END-IF
003910     PERFORM 9000-TERMINATE
003920         THRU 9000-EXIT
003930     STOP RUN.
003940 0000-MAINLINE-EXIT.
003950     EXIT.
003960******************************************************************
003970*  1000-INITIALIZE                                               *
003980*  READS THE LANDING DATE FROM SYSIN ('CURRENT' OR YYYYMMDD) AND *
003990*  THE TRANS_ID FEED FROM THE UPLOADER CONFIG, THEN OPENS THE    *
004000*  HISTORY AND REFERENCE MASTERS FOR UPDATE (THE REFERENCE       *
004010*  MASTER IS CREATED ON ITS FIRST RUN) AND THE TRANS_ID REGISTER *
004020*  WHEN THERE IS ONE.  NEITHER MASTER, NOTHING IS APPLIED.       *
004030******************************************************************
004040 1000-INITIALIZE.
004050     DISPLAY "Enter the landing date (YYYYMMDD) or CURRENT: "
004060     ACCEPT WS-RUN-DATE-PARM
004070     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
004080     IF WS-RUN-DATE-PARM = 'CURRENT'
004090             OR WS-RUN-DATE-PARM = SPACES
004100         MOVE WS-TODAY-DATE TO WS-LANDED-DATE
004110     ELSE
004120         IF WS-RUN-DATE-PARM IS NOT NUMERIC
004130             DISPLAY "Error: landing date " WS-RUN-DATE-PARM
004140                 " is not YYYYMMDD or CURRENT."
004150             SET WS-RUN-STOPPED TO TRUE
004160             GO TO 1000-EXIT
004170         END-IF
004180         MOVE WS-RUN-DATE-PARM TO WS-LANDED-DATE
004190     END-IF
004200     MOVE SPACES TO WS-INBOUND-DIR
004210     STRING "/workspace/INBOUND-" WS-LANDED-DATE
004220         DELIMITED BY SIZE
004230         INTO WS-INBOUND-DIR
004240     END-STRING
004250     MOVE SPACES TO WS-COMMAND
004260     STRING "mkdir -p /workspace/work /workspace/audit "
004270         "/workspace/control " FUNCTION TRIM(WS-REJECT-DIR)
004280         DELIMITED BY SIZE
004290         INTO WS-COMMAND
004300     END-STRING
004310     CALL 'SYSTEM' USING WS-COMMAND
004320         RETURNING WS-COMMAND-RETURN-CODE
004330     MOVE WS-CONFIG-FILE-NAME TO WS-CFG-DYNAMIC-FILE
004340     OPEN INPUT CONFIG-FILE
004350     IF WS-CFG-FILE-OK
004360         PERFORM 1100-READ-ONE-CONFIG-LINE
004370             THRU 1100-EXIT
004380             UNTIL WS-CFG-FILE-EOF
004390         CLOSE CONFIG-FILE
004400     END-IF
004410     MOVE WS-HISTORY-FILE-NAME TO WS-HIS-DYNAMIC-FILE
004420     OPEN I-O HISTORY-FILE
004430     IF NOT WS-HIS-FILE-OK
004440         DISPLAY "Error: upload-history master "
004450             FUNCTION TRIM(WS-HISTORY-FILE-NAME)
004460             " could not be opened - status " WS-HIS-FILE-STATUS
004470         SET WS-RUN-STOPPED TO TRUE
004480         GO TO 1000-EXIT
004490     END-IF
004500     SET WS-HISTORY-IS-OPEN TO TRUE
004510     MOVE WS-REFERENCE-FILE-NAME TO WS-REF-DYNAMIC-FILE
004520     OPEN I-O REFERENCE-FILE
004530     IF WS-REF-FILE-MISSING
004540         OPEN OUTPUT REFERENCE-FILE
004550         CLOSE REFERENCE-FILE
004560         OPEN I-O REFERENCE-FILE
004570     END-IF
004580     IF NOT WS-REF-FILE-OK
004590         DISPLAY "Error: account reference master "
004600             FUNCTION TRIM(WS-REFERENCE-FILE-NAME)
004610             " could not be opened - status " WS-REF-FILE-STATUS
004620         SET WS-RUN-STOPPED TO TRUE
004630         GO TO 1000-EXIT
004640     END-IF
004650     SET WS-REFERENCE-IS-OPEN TO TRUE
004660     MOVE WS-TRANSID-REGISTER-NAME TO WS-TRG-DYNAMIC-FILE
004670     OPEN I-O TRANSID-REGISTER-FILE
004680     IF WS-TRG-FILE-OK
004690         SET WS-TRG-IS-OPEN TO TRUE
004700     ELSE
004710         IF NOT WS-TRG-FILE-MISSING
004720             DISPLAY "Warning: TRANS_ID register "
004730                 FUNCTION TRIM(WS-TRANSID-REGISTER-NAME)
004740                 " could not be opened (status "
004750                 WS-TRG-FILE-STATUS ") - service rejects for "
004760                 FUNCTION TRIM(WS-TRANSID-FEED) " will be held."
004770             SET WS-TRG-UNUSABLE TO TRUE
004780         END-IF
004790     END-IF
004800     MOVE SPACES TO WS-REPORT-FILE-NAME
004810     STRING "/workspace/audit/response-apply-" WS-TODAY-DATE
004820         ".txt"
004830         DELIMITED BY SIZE
004840         INTO WS-REPORT-FILE-NAME
004850     END-STRING
004860     MOVE WS-REPORT-FILE-NAME TO WS-RPT-DYNAMIC-FILE
004870     OPEN EXTEND REPORT-FILE
004880     IF NOT WS-RPT-FILE-OK
004890         OPEN OUTPUT REPORT-FILE
004900     END-IF
004910     IF WS-RPT-FILE-OK
004920         SET WS-REPORT-IS-OPEN TO TRUE
004930     ELSE
004940         DISPLAY "Warning: apply report " WS-REPORT-FILE-NAME
004950             " could not be opened - results shown here only."
004960     END-IF
004970     MOVE SPACES TO WS-PRINT-LINE
004980     STRING "RESPAPL  RESPONSE FILE APPLY   RUN DATE: "
004990         WS-TODAY-DATE "   LANDING DATE: " WS-LANDED-DATE
005000         DELIMITED BY SIZE
005010         INTO WS-PRINT-LINE
005020     END-STRING
005030     PERFORM 5900-WRITE-ONE-LINE
005040         THRU 5900-EXIT
005050     MOVE ALL '=' TO WS-PRINT-LINE(1:100)
005060     PERFORM 5900-WRITE-ONE-LINE
005070         THRU 5900-EXIT
005080     DISPLAY "RESPAPL  LANDING DATE " WS-LANDED-DATE
005090         "  FOLDER " FUNCTION TRIM(WS-INBOUND-DIR).
005100 1000-EXIT.
005110     EXIT.
005120 1100-READ-ONE-CONFIG-LINE.
005130     READ CONFIG-FILE
005140         AT END
005150             GO TO 1100-EXIT
005160     END-READ
005170     MOVE SPACES TO WS-CFG-KEY
005180     MOVE SPACES TO WS-CFG-VALUE
005190     UNSTRING CONFIG-RECORD DELIMITED BY '='
005200         INTO WS-CFG-KEY WS-CFG-VALUE
005210     END-UNSTRING
005220     IF WS-CFG-KEY = 'TRANSID-FEED'
005230         MOVE WS-CFG-VALUE TO WS-TRANSID-FEED
005240     END-IF.
005250 1100-EXIT.
005260     EXIT.
005270******************************************************************
005280*  2000-SCAN-INBOUND-FOLDER                                      *
005290*  LISTS THE LANDING DATE'S INBOUND FOLDER TO A WORK FILE AND    *
005300*  APPLIES EVERY <feed>-response.csv IT HOLDS.                   *
005310******************************************************************
005320 2000-SCAN-INBOUND-FOLDER.
005330     MOVE SPACES TO WS-COMMAND
005340     STRING "ls -1 " FUNCTION TRIM(WS-INBOUND-DIR) " > "
005350         FUNCTION TRIM(WS-SCAN-LIST-NAME) " 2>/dev/null"
005360         DELIMITED BY SIZE
005370         INTO WS-COMMAND
005380     END-STRING
005390     CALL 'SYSTEM' USING WS-COMMAND
005400         RETURNING WS-COMMAND-RETURN-CODE
005410     MOVE WS-SCAN-LIST-NAME TO WS-SCN-DYNAMIC-FILE
005420     OPEN INPUT SCAN-LIST-FILE
005430     IF NOT WS-SCN-FILE-OK
005440         DISPLAY "Note: inbound folder listing is empty or "
005450             "unavailable - no response files to apply."
005460         GO TO 2000-EXIT
005470     END-IF
005480     PERFORM 2100-PROCESS-ONE-ENTRY
005490         THRU 2100-EXIT
005500         UNTIL WS-SCN-FILE-EOF
005510     CLOSE SCAN-LIST-FILE.
005520 2000-EXIT.
005530     EXIT.
005540 2100-PROCESS-ONE-ENTRY.
005550     READ SCAN-LIST-FILE
005560         AT END
005570             GO TO 2100-EXIT
005580     END-READ
005590     MOVE SCAN-LIST-RECORD TO WS-SCAN-NAME
005600*    ONLY <feed>-response.csv - THE APPLIED FOLDERS AND ANYTHING
005610*    ELSE IN THE FOLDER ARE IGNORED
005620     MOVE ZERO TO WS-SCAN-NAME-LENGTH
005630     MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-NAME))
005640         TO WS-SCAN-NAME-LENGTH
005650     IF WS-SCAN-NAME-LENGTH < 14
005660         GO TO 2100-EXIT
005670     END-IF
005680     COMPUTE WS-RSP-SUFFIX-POS = WS-SCAN-NAME-LENGTH - 12
005690     IF WS-SCAN-NAME(WS-RSP-SUFFIX-POS:13) NOT = '-response.csv'
005700         GO TO 2100-EXIT
005710     END-IF
005720     MOVE SPACES TO WS-RSP-FEED-NAME
005730     STRING WS-SCAN-NAME(1:WS-RSP-SUFFIX-POS - 1) ".csv"
005740         DELIMITED BY SIZE
005750         INTO WS-RSP-FEED-NAME
005760     END-STRING
005770     ADD 1 TO WS-RESPONSE-FILES-SEEN
005780     DISPLAY "Response file: " WS-SCAN-NAME(1:60)
005790     PERFORM 2200-APPLY-ONE-RESPONSE-FILE
005800         THRU 2200-EXIT.
005810 2100-EXIT.
005820     EXIT.
005830******************************************************************
005840*  2200-APPLY-ONE-RESPONSE-FILE                                  *
005850*  LOADS THE FILE'S REJECT ROWS, BUILDS THE REJECT FOLDER COPY   *
005860*  FROM THE ARCHIVE, APPLIES THE ENRICHMENT ROWS, POSTS THE      *
005870*  REJECT COUNT AND MOVES THE FILE TO THE DATED APPLIED FOLDER.  *
005880*  A FILE THAT CANNOT BE MATCHED IS HELD BEFORE ANYTHING IS      *
005890*  APPLIED AND LEFT WHERE IT LANDED.                             *
005900******************************************************************
005910 2200-APPLY-ONE-RESPONSE-FILE.
005920     MOVE 'N' TO WS-FILE-HOLD-SWITCH
005930     MOVE SPACES TO WS-HOLD-REASON
005940     MOVE 'N' TO WS-RSP-DATE-MIXED-SW
005950     MOVE 'N' TO WS-RSP-NO-HISTORY-SW
005960     MOVE ZERO TO WS-RSP-BUS-DATE
005970     MOVE ZERO TO WS-REJ-COUNT
005980     MOVE ZERO TO WS-RSP-REJECT-ROWS
005990     MOVE ZERO TO WS-RSP-REPEATED
006000     MOVE ZERO TO WS-RSP-MATCHED-ROWS
006010     MOVE ZERO TO WS-RSP-UNMATCHED
006020     MOVE ZERO TO WS-RSP-TIDS-RELEASED
006030     MOVE ZERO TO WS-RSP-ENRICH-ROWS
006040     MOVE ZERO TO WS-RSP-ADDED
006050     MOVE ZERO TO WS-RSP-CHANGED
006060     MOVE ZERO TO WS-RSP-UNCHANGED
006070     MOVE ZERO TO WS-RSP-BAD-ROWS
006080     MOVE SPACES TO WS-PRINT-LINE
006090     PERFORM 5900-WRITE-ONE-LINE
006100         THRU 5900-EXIT
006110     MOVE SPACES TO WS-PRINT-LINE
006120     STRING "FILE: " FUNCTION TRIM(WS-SCAN-NAME)
006130         "   FEED: " FUNCTION TRIM(WS-RSP-FEED-NAME)
006140         DELIMITED BY SIZE
006150         INTO WS-PRINT-LINE
006160     END-STRING
006170     PERFORM 5900-WRITE-ONE-LINE
006180         THRU 5900-EXIT
006190     MOVE ALL '-' TO WS-PRINT-LINE(1:100)
006200     PERFORM 5900-WRITE-ONE-LINE
006210         THRU 5900-EXIT
006220     PERFORM 2300-LOAD-RESPONSE-FILE
006230         THRU 2300-EXIT
006240     IF NOT WS-FILE-HELD AND WS-REJ-COUNT > ZERO
006250         PERFORM 3000-BUILD-SERVICE-REJECTS
006260             THRU 3000-EXIT
006270     END-IF
006280     IF WS-FILE-HELD
006290         PERFORM 2900-HOLD-FILE
006300             THRU 2900-EXIT
006310         GO TO 2200-EXIT
006320     END-IF
006330     IF WS-RSP-ENRICH-ROWS > ZERO
006340         PERFORM 4000-APPLY-ENRICHMENT
006350             THRU 4000-EXIT
006360     END-IF
006370     IF WS-REJ-COUNT > ZERO
006380         PERFORM 3600-POST-REJECT-COUNT
006390             THRU 3600-EXIT
006400     END-IF
006410     PERFORM 2800-MOVE-TO-APPLIED
006420         THRU 2800-EXIT
006430     PERFORM 5000-WRITE-FILE-SUMMARY
006440         THRU 5000-EXIT
006450     ADD 1 TO WS-FILES-APPLIED
006460     ADD WS-REJ-COUNT TO WS-TOT-SVC-REJECTS
006470     ADD WS-RSP-ADDED TO WS-TOT-ADDED
006480     ADD WS-RSP-CHANGED TO WS-TOT-CHANGED
006490     ADD WS-RSP-UNCHANGED TO WS-TOT-UNCHANGED
006500     IF WS-RSP-UNMATCHED > ZERO OR WS-RSP-BAD-ROWS > ZERO
006510             OR WS-RSP-NO-HISTORY
006520         SET WS-NEEDS-ATTENTION TO TRUE
006530         MOVE "RESPONSE APPLIED - EXCEPTIONS" TO WS-AUDIT-OUTCOME
006540     ELSE
006550         MOVE "RESPONSE APPLIED" TO WS-AUDIT-OUTCOME
006560     END-IF
006570     MOVE WS-REJ-COUNT TO WS-AUDIT-ROWS
006580     COMPUTE WS-AUDIT-APPLIED = WS-RSP-ADDED + WS-RSP-CHANGED
006590     MOVE SPACES TO WS-AUDIT-TAIL
006600     STRING " FEED=" FUNCTION TRIM(WS-RSP-FEED-NAME)
006610         " BUSDATE=" WS-RSP-BUS-DATE
006620         " TO-REPAIR=" WS-RSP-MATCHED-ROWS
006630         " NOT-FOUND=" WS-RSP-UNMATCHED
006640         " ADDED=" WS-RSP-ADDED
006650         " CHANGED=" WS-RSP-CHANGED
006660         DELIMITED BY SIZE
006670         INTO WS-AUDIT-TAIL
006680     END-STRING
006690     PERFORM 8000-WRITE-AUDIT-RECORD
006700         THRU 8000-EXIT.
006710 2200-EXIT.
006720     EXIT.
006730******************************************************************
006740*  2300-LOAD-RESPONSE-FILE                                       *
006750*  FIRST PASS - COUNTS THE ROWS BY TYPE AND LOADS EVERY REJECT   *
006760*  ROW'S KEY, REASON, COLUMN AND MESSAGE.  THE HEADER LINE AND   *
006770*  THE TRAILER ARE STEPPED OVER.                                 *
006780******************************************************************
006790 2300-LOAD-RESPONSE-FILE.
006800     MOVE SPACES TO WS-RSP-DYNAMIC-FILE
006810     STRING FUNCTION TRIM(WS-INBOUND-DIR) "/"
006820         FUNCTION TRIM(WS-SCAN-NAME)
006830         DELIMITED BY SIZE
006840         INTO WS-RSP-DYNAMIC-FILE
006850     END-STRING
006860     OPEN INPUT RESPONSE-FILE
006870     IF NOT WS-RSP-FILE-OK
006880         SET WS-FILE-HELD TO TRUE
006890         MOVE "RESPONSE FILE COULD NOT BE OPENED"
006900             TO WS-HOLD-REASON
006910         GO TO 2300-EXIT
006920     END-IF
006930     MOVE 'N' TO WS-RSP-HEADER-SWITCH
006940     PERFORM 2310-LOAD-ONE-LINE
006950         THRU 2310-EXIT
006960         UNTIL WS-RSP-FILE-EOF
006970     CLOSE RESPONSE-FILE
006980     MOVE '00' TO WS-RSP-FILE-STATUS.
006990 2300-EXIT.
007000     EXIT.
007010 2310-LOAD-ONE-LINE.
007020     READ RESPONSE-FILE
007030         AT END
007040             GO TO 2310-EXIT
007050     END-READ
007060     IF RESPONSE-RECORD = SPACES
007070         GO TO 2310-EXIT
007080     END-IF
007090     IF NOT WS-RSP-HEADER-SEEN
007100         SET WS-RSP-HEADER-SEEN TO TRUE
007110         GO TO 2310-EXIT
007120     END-IF
007130     IF RESPONSE-RECORD(1:8) = 'TRAILER,'
007140         GO TO 2310-EXIT
007150     END-IF
007160     PERFORM 2350-SPLIT-RESPONSE-LINE
007170         THRU 2350-EXIT
007180     EVALUATE WS-RSP-TYPE
007190         WHEN 'REJECT'
007200             PERFORM 2320-NOTE-ONE-REJECT
007210                 THRU 2320-EXIT
007220         WHEN 'ENRICH'
007230             ADD 1 TO WS-RSP-ENRICH-ROWS
007240         WHEN OTHER
007250             PERFORM 2360-NOTE-BAD-ROW
007260                 THRU 2360-EXIT
007270     END-EVALUATE.
007280 2310-EXIT.
007290     EXIT.
007300 2320-NOTE-ONE-REJECT.
007310     IF WS-RSP-FLD(1)(1:8) IS NOT NUMERIC
007320             OR WS-RSP-FLD(2) = SPACES
007330         PERFORM 2360-NOTE-BAD-ROW
007340             THRU 2360-EXIT
007350         GO TO 2320-EXIT
007360     END-IF
007370     ADD 1 TO WS-RSP-REJECT-ROWS
007380     IF WS-RSP-BUS-DATE = ZERO
007390         MOVE WS-RSP-FLD(1)(1:8) TO WS-RSP-BUS-DATE
007400     ELSE
007410         IF WS-RSP-FLD(1)(1:8) NOT = WS-RSP-BUS-DATE
007420             SET WS-RSP-DATE-MIXED TO TRUE
007430         END-IF
007440     END-IF
007450     IF WS-REJ-COUNT NOT < WS-REJ-MAX
007460         IF NOT WS-FILE-HELD
007470             SET WS-FILE-HELD TO TRUE
007480             MOVE "MORE THAN 5000 REJECT ROWS" TO WS-HOLD-REASON
007490         END-IF
007500         GO TO 2320-EXIT
007510     END-IF
007520     ADD 1 TO WS-REJ-COUNT
007530     MOVE WS-RSP-FLD(2) TO WS-REJ-KEY(WS-REJ-COUNT)
007540     MOVE WS-RSP-FLD(3) TO WS-REJ-REASON(WS-REJ-COUNT)
007550     MOVE WS-RSP-FLD(5) TO WS-REJ-MESSAGE(WS-REJ-COUNT)
007560     MOVE ZERO TO WS-REJ-COL(WS-REJ-COUNT)
007570     IF WS-RSP-FLD(4)(1:1) IS NUMERIC
007580         MOVE FUNCTION NUMVAL(WS-RSP-FLD(4))
007590             TO WS-REJ-COL(WS-REJ-COUNT)
007600     END-IF
007610     MOVE ZERO TO WS-REJ-HITS(WS-REJ-COUNT).
007620 2320-EXIT.
007630     EXIT.
007640 2350-SPLIT-RESPONSE-LINE.
007650     MOVE SPACES TO WS-RSP-LINE-FIELDS
007660     UNSTRING RESPONSE-RECORD DELIMITED BY ','
007670         INTO WS-RSP-TYPE
007680              WS-RSP-FLD(1) WS-RSP-FLD(2) WS-RSP-FLD(3)
007690              WS-RSP-FLD(4) WS-RSP-FLD(5)
007700     END-UNSTRING.
007710 2350-EXIT.
007720     EXIT.
007730 2360-NOTE-BAD-ROW.
007740     ADD 1 TO WS-RSP-BAD-ROWS
007750     DISPLAY "Warning: unreadable response row not applied: "
007760         RESPONSE-RECORD(1:60)
007770     MOVE SPACES TO WS-PRINT-LINE
007780     STRING "  NOT APPLIED    " RESPONSE-RECORD(1:100)
007790         DELIMITED BY SIZE
007800         INTO WS-PRINT-LINE
007810     END-STRING
007820     PERFORM 5900-WRITE-ONE-LINE
007830         THRU 5900-EXIT.
007840 2360-EXIT.
007850     EXIT.
007860******************************************************************
007870*  2800-MOVE-TO-APPLIED                                          *
007880*  MOVES THE APPLIED FILE INTO THE INBOUND FOLDER'S DATED        *
007890*  APPLIED FOLDER SO A RERUN DOES NOT APPLY IT TWICE.            *
007900******************************************************************
007910 2800-MOVE-TO-APPLIED.
007920     MOVE SPACES TO WS-COMMAND
007930     STRING "mkdir -p " FUNCTION TRIM(WS-INBOUND-DIR)
007940         "/APPLIED-" WS-TODAY-DATE " && mv "
007950         FUNCTION TRIM(WS-INBOUND-DIR) "/"
007960         FUNCTION TRIM(WS-SCAN-NAME) " "
007970         FUNCTION TRIM(WS-INBOUND-DIR) "/APPLIED-"
007980         WS-TODAY-DATE "/"
007990         DELIMITED BY SIZE
008000         INTO WS-COMMAND
008010         ON OVERFLOW
008020             DISPLAY "Warning: move command for "
008030                 WS-SCAN-NAME(1:50) " is too long - file "
008040                 "left in place."
008050             GO TO 2800-EXIT
008060     END-STRING
008070     CALL 'SYSTEM' USING WS-COMMAND
008080         RETURNING WS-COMMAND-RETURN-CODE
008090     IF WS-COMMAND-RETURN-CODE NOT = ZERO
008100         DISPLAY "Warning: " WS-SCAN-NAME(1:50)
008110             " could not be moved to the applied folder - "
008120             "remove it before the next run."
008130         SET WS-NEEDS-ATTENTION TO TRUE
008140     END-IF.
008150 2800-EXIT.
008160     EXIT.
008170******************************************************************
008180*  2900-HOLD-FILE                                                *
008190*  NOTHING FROM THE FILE WAS APPLIED.  IT STAYS IN THE INBOUND   *
008200*  FOLDER FOR THE NEXT RUN ONCE THE CAUSE IS CLEARED.            *
008210******************************************************************
008220 2900-HOLD-FILE.
008230     ADD 1 TO WS-FILES-HELD
008240     SET WS-NEEDS-ATTENTION TO TRUE
008250     DISPLAY "HELD: " WS-SCAN-NAME(1:50) " - "
008260         FUNCTION TRIM(WS-HOLD-REASON)
008270     MOVE SPACES TO WS-PRINT-LINE
008280     STRING "  HELD - " FUNCTION TRIM(WS-HOLD-REASON)
008290         " - NOTHING APPLIED, FILE LEFT IN "
008300         FUNCTION TRIM(WS-INBOUND-DIR)
008310         DELIMITED BY SIZE
008320         INTO WS-PRINT-LINE
008330     END-STRING
008340     PERFORM 5900-WRITE-ONE-LINE
008350         THRU 5900-EXIT
008360     MOVE "FAILED - RESPONSE HELD" TO WS-AUDIT-OUTCOME
008370     MOVE WS-RSP-REJECT-ROWS TO WS-AUDIT-ROWS
008380     MOVE ZERO TO WS-AUDIT-APPLIED
008390     MOVE SPACES TO WS-AUDIT-TAIL
008400     STRING " FEED=" FUNCTION TRIM(WS-RSP-FEED-NAME)
008410         " BUSDATE=" WS-RSP-BUS-DATE
008420         " CAUSE=" FUNCTION TRIM(WS-HOLD-REASON)
008430         DELIMITED BY SIZE
008440         INTO WS-AUDIT-TAIL
008450     END-STRING
008460     PERFORM 8000-WRITE-AUDIT-RECORD
008470         THRU 8000-EXIT.
008480 2900-EXIT.
008490     EXIT.
008500******************************************************************
008510*  3000-BUILD-SERVICE-REJECTS                                    *
008520*  MATCHES THE REJECTED KEYS TO THE BUSINESS DATE'S ARCHIVED     *
008530*  EXTRACT AND WRITES THE MATCHING ROWS, THEIR REJECT DETAIL     *
008540*  AND THE BUSINESS DATE TO THE REJECT FOLDER UNDER THE FEED'S   *
008550*  NAME.  HELD IF THE ROWS SPAN DATES, THE KEY COLUMN OR THE     *
008560*  ARCHIVED COPY CANNOT BE FOUND, OR A REJECTED COPY OF THE      *
008570*  FEED IS ALREADY WAITING TO BE REPAIRED.                       *
008580******************************************************************
008590 3000-BUILD-SERVICE-REJECTS.
008600     IF WS-RSP-DATE-MIXED
008610         SET WS-FILE-HELD TO TRUE
008620         MOVE "REJECT ROWS CARRY MORE THAN ONE BUSINESS DATE"
008630             TO WS-HOLD-REASON
008640         GO TO 3000-EXIT
008650     END-IF
008660     SORT WS-REJ-ENTRY ASCENDING WS-REJ-KEY
008670     MOVE 1 TO WS-REJ-OUT-SUB
008680     PERFORM 3010-DROP-ONE-REPEAT
008690         THRU 3010-EXIT
008700         VARYING WS-REJ-SUB FROM 2 BY 1
008710         UNTIL WS-REJ-SUB > WS-REJ-COUNT
008720     MOVE WS-REJ-OUT-SUB TO WS-REJ-COUNT
008730     PERFORM 3100-FIND-KEY-COLUMN
008740         THRU 3100-EXIT
008750     IF WS-FILE-HELD
008760         GO TO 3000-EXIT
008770     END-IF
008780     IF WS-RSP-FEED-NAME = WS-TRANSID-FEED AND WS-TRG-UNUSABLE
008790         SET WS-FILE-HELD TO TRUE
008800         MOVE "TRANS_ID REGISTER COULD NOT BE OPENED"
008810             TO WS-HOLD-REASON
008820         GO TO 3000-EXIT
008830     END-IF
008840     MOVE SPACES TO WS-REJECT-TARGET
008850     STRING FUNCTION TRIM(WS-REJECT-DIR) "/"
008860         FUNCTION TRIM(WS-RSP-FEED-NAME)
008870         DELIMITED BY SIZE
008880         INTO WS-REJECT-TARGET
008890     END-STRING
008900     MOVE SPACES TO WS-COMMAND
008910     STRING "test -e " FUNCTION TRIM(WS-REJECT-TARGET)
008920         DELIMITED BY SIZE
008930         INTO WS-COMMAND
008940     END-STRING
008950     CALL 'SYSTEM' USING WS-COMMAND
008960         RETURNING WS-COMMAND-RETURN-CODE
008970     IF WS-COMMAND-RETURN-CODE = ZERO
008980         SET WS-FILE-HELD TO TRUE
008990         MOVE "FEED ALREADY WAITING IN REJECT - RESTAGE IT FIRST"
009000             TO WS-HOLD-REASON
009010         GO TO 3000-EXIT
009020     END-IF
009030     PERFORM 3200-OPEN-ARCHIVED-COPY
009040         THRU 3200-EXIT
009050     IF WS-FILE-HELD
009060         GO TO 3000-EXIT
009070     END-IF
009080     MOVE WS-REJECT-TARGET TO WS-RJO-DYNAMIC-FILE
009090     OPEN OUTPUT REJECT-OUT-FILE
009100     MOVE SPACES TO WS-RJD-DYNAMIC-FILE
009110     STRING FUNCTION TRIM(WS-REJECT-TARGET) ".rejdtl"
009120         DELIMITED BY SIZE
009130         INTO WS-RJD-DYNAMIC-FILE
009140     END-STRING
009150     OPEN OUTPUT REJECT-DETAIL-FILE
009160     IF NOT WS-RJO-FILE-OK OR NOT WS-RJD-FILE-OK
009170         CLOSE ARCHIVE-FILE
009180         IF WS-RJO-FILE-OK
009190             CLOSE REJECT-OUT-FILE
009200         END-IF
009210         IF WS-RJD-FILE-OK
009220             CLOSE REJECT-DETAIL-FILE
009230         END-IF
009240         PERFORM 3050-REMOVE-REJECT-COPY
009250             THRU 3050-EXIT
009260         SET WS-FILE-HELD TO TRUE
009270         MOVE "REJECT FOLDER COPY COULD NOT BE WRITTEN"
009280             TO WS-HOLD-REASON
009290         GO TO 3000-EXIT
009300     END-IF
009310     MOVE 'N' TO WS-ARC-HEADER-SWITCH
009320     MOVE ZERO TO WS-ARC-ROW-NUMBER
009330     PERFORM 3300-COPY-ONE-ARCHIVED-ROW
009340         THRU 3300-EXIT
009350         UNTIL WS-ARC-FILE-EOF
009360     CLOSE ARCHIVE-FILE
009370     MOVE SPACES TO REJECT-OUT-RECORD
009380     STRING "TRAILER," WS-RSP-MATCHED-ROWS
009390         DELIMITED BY SIZE
009400         INTO REJECT-OUT-RECORD
009410     END-STRING
009420     WRITE REJECT-OUT-RECORD
009430     CLOSE REJECT-OUT-FILE
009440     CLOSE REJECT-DETAIL-FILE
009450     PERFORM 3350-LIST-ONE-UNMATCHED
009460         THRU 3350-EXIT
009470         VARYING WS-REJ-SUB FROM 1 BY 1
009480         UNTIL WS-REJ-SUB > WS-REJ-COUNT
009490     IF WS-RSP-MATCHED-ROWS = ZERO
009500         PERFORM 3050-REMOVE-REJECT-COPY
009510             THRU 3050-EXIT
009520         DISPLAY "Warning: no rejected key of "
009530             FUNCTION TRIM(WS-RSP-FEED-NAME)
009540             " was found in its archived copy - "
009550             "nothing to repair."
009560         GO TO 3000-EXIT
009570     END-IF
009580     MOVE SPACES TO WS-COMMAND
009590     STRING "echo " WS-RSP-BUS-DATE " > "
009600         FUNCTION TRIM(WS-REJECT-TARGET) ".busdate"
009610         DELIMITED BY SIZE
009620         INTO WS-COMMAND
009630     END-STRING
009640     CALL 'SYSTEM' USING WS-COMMAND
009650         RETURNING WS-COMMAND-RETURN-CODE
009660     DISPLAY "Service rejects: " WS-RSP-MATCHED-ROWS
009670         " rows of " FUNCTION TRIM(WS-RSP-FEED-NAME) " for "
009680         WS-RSP-BUS-DATE " written to "
009690         FUNCTION TRIM(WS-REJECT-TARGET) " for repair.".
009700 3000-EXIT.
009710     EXIT.
009720 3010-DROP-ONE-REPEAT.
009730     IF WS-REJ-KEY(WS-REJ-SUB) = WS-REJ-KEY(WS-REJ-OUT-SUB)
009740         ADD 1 TO WS-RSP-REPEATED
009750         GO TO 3010-EXIT
009760     END-IF
009770     ADD 1 TO WS-REJ-OUT-SUB
009780     IF WS-REJ-OUT-SUB NOT = WS-REJ-SUB
009790         MOVE WS-REJ-ENTRY(WS-REJ-SUB)
009800             TO WS-REJ-ENTRY(WS-REJ-OUT-SUB)
009810     END-IF.
009820 3010-EXIT.
009830     EXIT.
009840 3050-REMOVE-REJECT-COPY.
009850     MOVE SPACES TO WS-COMMAND
009860     STRING "rm -f " FUNCTION TRIM(WS-REJECT-TARGET) " "
009870         FUNCTION TRIM(WS-REJECT-TARGET) ".rejdtl"
009880         DELIMITED BY SIZE
009890         INTO WS-COMMAND
009900     END-STRING
009910     CALL 'SYSTEM' USING WS-COMMAND
009920         RETURNING WS-COMMAND-RETURN-CODE.
009930 3050-EXIT.
009940     EXIT.
009950******************************************************************
009960*  3100-FIND-KEY-COLUMN                                          *
009970*  THE FEED'S KEY COLUMN IS ITS FIRST REQUIRED COLUMN IN THE     *
009980*  REGISTRY VERSION IN FORCE ON THE REJECTS' BUSINESS DATE -     *
009990*  THE LAYOUT THE ARCHIVED COPY WAS WRITTEN IN.                  *
010000******************************************************************
010010 3100-FIND-KEY-COLUMN.
010020     MOVE ZERO TO WS-KEY-COL
010030     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
010040     OPEN INPUT REGISTRY-FILE
010050     IF NOT WS-REG-FILE-OK
010060         SET WS-FILE-HELD TO TRUE
010070         MOVE "FEED REGISTRY COULD NOT BE OPENED"
010080             TO WS-HOLD-REASON
010090         GO TO 3100-EXIT
010100     END-IF
010110     MOVE WS-RSP-BUS-DATE TO REGVER-AS-OF-DATE
010120     PERFORM 8400-PICK-REGISTRY-VERSIONS
010130         THRU 8400-EXIT
010140     PERFORM 3110-READ-ONE-FEED-LINE
010150         THRU 3110-EXIT
010160         UNTIL WS-REG-FILE-EOF
010170     CLOSE REGISTRY-FILE
010180     IF WS-KEY-COL = ZERO
010190         MOVE WS-RSP-BUS-DATE TO WS-DATE-EDIT
010200         SET WS-FILE-HELD TO TRUE
010210         MOVE SPACES TO WS-HOLD-REASON
010220         STRING "FEED HAS NO KEY COLUMN IN THE REGISTRY ON "
010230             WS-DATE-EDIT
010240             DELIMITED BY SIZE
010250             INTO WS-HOLD-REASON
010260         END-STRING
010270     END-IF.
010280 3100-EXIT.
010290     EXIT.
010300 3110-READ-ONE-FEED-LINE.
010310     READ REGISTRY-FILE
010320         AT END
010330             GO TO 3110-EXIT
010340     END-READ
010350     ADD 1 TO REGVER-LINE-NO
010360     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
010370         GO TO 3110-EXIT
010380     END-IF
010390     MOVE SPACES TO WS-REG-TAG
010400     MOVE SPACES TO WS-REG-NAME
010410     MOVE SPACES TO WS-REG-REQ-1
010420     UNSTRING REGISTRY-RECORD DELIMITED BY '|'
010430         INTO WS-REG-TAG WS-REG-NAME WS-REG-COLS
010440              WS-REG-REQ-1
010450     END-UNSTRING
010460     IF WS-REG-TAG NOT = 'FEED'
010470             OR WS-REG-NAME NOT = WS-RSP-FEED-NAME
010480         GO TO 3110-EXIT
010490     END-IF
010500     PERFORM 8430-CHECK-VERSION-IN-FORCE
010510         THRU 8430-EXIT
010520     IF NOT REGVER-IN-FORCE
010530         GO TO 3110-EXIT
010540     END-IF
010550     IF WS-REG-REQ-1 IS NUMERIC AND WS-REG-REQ-1 NOT = '00'
010560         MOVE WS-REG-REQ-1 TO WS-KEY-COL
010570     END-IF.
010580 3110-EXIT.
010590     EXIT.
011590******************************************************************
011600*  3200-OPEN-ARCHIVED-COPY                                       *
011610*  OPENS THE EXTRACT ARCHIVED FOR THE BUSINESS DATE - THE ROWS   *
011620*  AS THEY WERE SENT (SENSITIVE COLUMN TOKENIZED, WHICH          *
011630*  UPLOADRJR UNDOES ON RESTAGE).  A FOLDER ALREADY COMPRESSED    *
011640*  BY UPLOADRTN MUST BE RESTORED FIRST.                          *
011650******************************************************************
011660 3200-OPEN-ARCHIVED-COPY.
011670     MOVE SPACES TO WS-ARC-DYNAMIC-FILE
011680     STRING "/workspace/ARCHIVE-" WS-RSP-BUS-DATE "/"
011690         FUNCTION TRIM(WS-RSP-FEED-NAME)
011700         DELIMITED BY SIZE
011710         INTO WS-ARC-DYNAMIC-FILE
011720     END-STRING
011730     OPEN INPUT ARCHIVE-FILE
011740     IF NOT WS-ARC-FILE-OK
011750         MOVE '00' TO WS-ARC-FILE-STATUS
011760         MOVE WS-RSP-BUS-DATE TO WS-DATE-EDIT
011770         SET WS-FILE-HELD TO TRUE
011780         MOVE SPACES TO WS-HOLD-REASON
011790         STRING "NO ARCHIVED COPY FOR " WS-DATE-EDIT
011800             " - RESTORE THE ARCHIVE FOLDER"
011810             DELIMITED BY SIZE
011820             INTO WS-HOLD-REASON
011830         END-STRING
011840     END-IF.
011850 3200-EXIT.
011860     EXIT.
011870******************************************************************
011880*  3300-COPY-ONE-ARCHIVED-ROW                                    *
011890*  THE ARCHIVED HEADER GOES OUT AS IT IS; A DATA ROW WHOSE KEY   *
011900*  THE SERVICE REJECTED GOES OUT WITH ONE REJECT DETAIL LINE,    *
011910*  AND FOR THE TRANS_ID FEED ITS REGISTER ENTRY IS RELEASED.     *
011920******************************************************************
011930 3300-COPY-ONE-ARCHIVED-ROW.
011940     READ ARCHIVE-FILE
011950         AT END
011960             GO TO 3300-EXIT
011970     END-READ
011980     IF NOT WS-ARC-HEADER-SEEN
011990         SET WS-ARC-HEADER-SEEN TO TRUE
012000         MOVE ARCHIVE-RECORD TO REJECT-OUT-RECORD
012010         WRITE REJECT-OUT-RECORD
012020         GO TO 3300-EXIT
012030     END-IF
012040     IF ARCHIVE-RECORD = SPACES
012050             OR ARCHIVE-RECORD(1:8) = 'TRAILER,'
012060         GO TO 3300-EXIT
012070     END-IF
012080     ADD 1 TO WS-ARC-ROW-NUMBER
012090     MOVE ZERO TO WS-CSV-FIELD-COUNT
012100     MOVE SPACES TO WS-CSV-FIELD-TABLE
012110     UNSTRING ARCHIVE-RECORD DELIMITED BY ','
012120         INTO WS-CSV-FIELD(1) WS-CSV-FIELD(2) WS-CSV-FIELD(3)
012130              WS-CSV-FIELD(4) WS-CSV-FIELD(5) WS-CSV-FIELD(6)
012140              WS-CSV-FIELD(7) WS-CSV-FIELD(8) WS-CSV-FIELD(9)
012150              WS-CSV-FIELD(10) WS-CSV-FIELD(11) WS-CSV-FIELD(12)
012160              WS-CSV-FIELD(13) WS-CSV-FIELD(14) WS-CSV-FIELD(15)
012170              WS-CSV-FIELD(16) WS-CSV-FIELD(17) WS-CSV-FIELD(18)
012180              WS-CSV-FIELD(19) WS-CSV-FIELD(20)
012190         TALLYING IN WS-CSV-FIELD-COUNT
012200     END-UNSTRING
012210     IF WS-KEY-COL > WS-CSV-FIELD-COUNT
012220         GO TO 3300-EXIT
012230     END-IF
012240     MOVE WS-CSV-FIELD(WS-KEY-COL) TO WS-ROW-KEY
012250     MOVE ZERO TO WS-REJ-HIT-SUB
012260     SEARCH ALL WS-REJ-ENTRY
012270         AT END
012280             CONTINUE
012290         WHEN WS-REJ-KEY(WS-REJ-IDX) = WS-ROW-KEY
012300             SET WS-REJ-HIT-SUB TO WS-REJ-IDX
012310     END-SEARCH
012320     IF WS-REJ-HIT-SUB = ZERO
012330         GO TO 3300-EXIT
012340     END-IF
012350     ADD 1 TO WS-REJ-HITS(WS-REJ-HIT-SUB)
012360     ADD 1 TO WS-RSP-MATCHED-ROWS
012370     MOVE ARCHIVE-RECORD TO REJECT-OUT-RECORD
012380     WRITE REJECT-OUT-RECORD
012390     MOVE WS-REJ-COL(WS-REJ-HIT-SUB) TO WS-RJD-COLUMN
012400     IF WS-RJD-COLUMN = ZERO
012410         MOVE WS-KEY-COL TO WS-RJD-COLUMN
012420     END-IF
012430     MOVE SPACES TO REJECT-DETAIL-RECORD
012440     STRING "ROW " WS-RSP-MATCHED-ROWS
012450         " COL " WS-RJD-COLUMN
012460         " REASON=SERVICE-REJECT"
012470         " SVC-CODE=" FUNCTION TRIM(WS-REJ-REASON(WS-REJ-HIT-SUB))
012480         " SRC-ROW=" WS-ARC-ROW-NUMBER
012490         " " FUNCTION TRIM(WS-REJ-MESSAGE(WS-REJ-HIT-SUB))
012500         DELIMITED BY SIZE
012510         INTO REJECT-DETAIL-RECORD
012520     END-STRING
012530     WRITE REJECT-DETAIL-RECORD
012540     IF WS-RSP-FEED-NAME = WS-TRANSID-FEED AND WS-TRG-IS-OPEN
012550         PERFORM 3400-RELEASE-TRANS-ID
012560             THRU 3400-EXIT
012570     END-IF.
012580 3300-EXIT.
012590     EXIT.
012600 3350-LIST-ONE-UNMATCHED.
012610     IF WS-REJ-HITS(WS-REJ-SUB) > ZERO
012620         GO TO 3350-EXIT
012630     END-IF
012640     ADD 1 TO WS-RSP-UNMATCHED
012650     DISPLAY "Warning: rejected key " WS-REJ-KEY(WS-REJ-SUB)(1:40)
012660         " not found in the archived copy."
012670     MOVE SPACES TO WS-PRINT-LINE
012680     STRING "  NOT IN ARCHIVE " WS-REJ-KEY(WS-REJ-SUB)(1:40)
012690         " " WS-REJ-REASON(WS-REJ-SUB)
012700         " " WS-REJ-MESSAGE(WS-REJ-SUB)(1:40)
012710         DELIMITED BY SIZE
012720         INTO WS-PRINT-LINE
012730     END-STRING
012740     PERFORM 5900-WRITE-ONE-LINE
012750         THRU 5900-EXIT.
012760 3350-EXIT.
012770     EXIT.
012780******************************************************************
012790*  3400-RELEASE-TRANS-ID                                         *
012800*  THE SERVICE NEVER APPLIED THE ROW, SO ITS TRANS_ID COMES OFF  *
012810*  THE DUPLICATE REGISTER FOR THE BUSINESS DATE - OTHERWISE THE  *
012820*  REPAIRED ROW WOULD BE QUARANTINED AS DUP-TRANS-ID ON ITS      *
012830*  RESUBMISSION.  AN ENTRY FROM ANOTHER DATE IS LEFT ALONE.      *
012840******************************************************************
012850 3400-RELEASE-TRANS-ID.
012860     MOVE WS-ROW-KEY TO TRANREG-TRANS-ID
012870     READ TRANSID-REGISTER-FILE
012880         INVALID KEY
012890             GO TO 3400-EXIT
012900     END-READ
012910     IF TRANREG-BUS-DATE NOT = WS-RSP-BUS-DATE
012920         GO TO 3400-EXIT
012930     END-IF
012940     DELETE TRANSID-REGISTER-FILE RECORD
012950         INVALID KEY
012960             CONTINUE
012970         NOT INVALID KEY
012980             ADD 1 TO WS-RSP-TIDS-RELEASED
012990     END-DELETE.
013000 3400-EXIT.
013010     EXIT.
013020******************************************************************
013030*  3600-POST-REJECT-COUNT                                        *
013040*  RECORDS HOW MANY ROWS THE SERVICE REJECTED ON THE FEED-DATE'S *
013050*  UPLOAD-HISTORY RECORD (KEYED READ, THEN REWRITE) FOR          *
013060*  UPLOADINQ.  SET, NOT ADDED, SO IT ALWAYS SHOWS THE LATEST     *
013070*  RESPONSE.                                                     *
013080******************************************************************
013090 3600-POST-REJECT-COUNT.
013100     MOVE SPACES TO UPLHIST-KEY
013110     MOVE WS-RSP-FEED-NAME TO UPLHIST-FEED-NAME
013120     MOVE WS-RSP-BUS-DATE TO UPLHIST-BUS-DATE
013130     READ HISTORY-FILE
013140         INVALID KEY
013150             SET WS-RSP-NO-HISTORY TO TRUE
013160             DISPLAY "Warning: service rejects for "
013170                 FUNCTION TRIM(WS-RSP-FEED-NAME) " "
013180                 WS-RSP-BUS-DATE
013190                 " match no upload-history record."
013200             GO TO 3600-EXIT
013210     END-READ
013220     MOVE WS-REJ-COUNT TO UPLHIST-SVC-REJECTS
013230     REWRITE UPLHIST-RECORD
013240         INVALID KEY
013250             SET WS-RSP-NO-HISTORY TO TRUE
013260             DISPLAY "Warning: history record for "
013270                 FUNCTION TRIM(WS-RSP-FEED-NAME) " "
013280                 WS-RSP-BUS-DATE " could not be rewritten."
013290     END-REWRITE.
013300 3600-EXIT.
013310     EXIT.
013320******************************************************************
013330*  4000-APPLY-ENRICHMENT                                         *
013340*  SECOND PASS - EACH ENRICH ROW ADDS ITS ACCOUNT TO THE         *
013350*  REFERENCE MASTER OR UPDATES THE FIELDS THAT CHANGED.          *
013360******************************************************************
013370 4000-APPLY-ENRICHMENT.
013380     OPEN INPUT RESPONSE-FILE
013390     IF NOT WS-RSP-FILE-OK
013400         DISPLAY "Warning: " WS-SCAN-NAME(1:50)
013410             " could not be reopened - enrichment not applied."
013420         MOVE WS-RSP-ENRICH-ROWS TO WS-RSP-BAD-ROWS
013430         GO TO 4000-EXIT
013440     END-IF
013450     MOVE 'N' TO WS-RSP-HEADER-SWITCH
013460     PERFORM 4100-APPLY-ONE-ENRICH-ROW
013470         THRU 4100-EXIT
013480         UNTIL WS-RSP-FILE-EOF
013490     CLOSE RESPONSE-FILE
013500     MOVE '00' TO WS-RSP-FILE-STATUS.
013510 4000-EXIT.
013520     EXIT.
013530 4100-APPLY-ONE-ENRICH-ROW.
013540     READ RESPONSE-FILE
013550         AT END
013560             GO TO 4100-EXIT
013570     END-READ
013580     IF RESPONSE-RECORD = SPACES
013590         GO TO 4100-EXIT
013600     END-IF
013610     IF NOT WS-RSP-HEADER-SEEN
013620         SET WS-RSP-HEADER-SEEN TO TRUE
013630         GO TO 4100-EXIT
013640     END-IF
013650     PERFORM 2350-SPLIT-RESPONSE-LINE
013660         THRU 2350-EXIT
013670     IF WS-RSP-TYPE NOT = 'ENRICH'
013680         GO TO 4100-EXIT
013690     END-IF
013700     IF WS-RSP-FLD(1) = SPACES
013710         PERFORM 2360-NOTE-BAD-ROW
013720             THRU 2360-EXIT
013730         GO TO 4100-EXIT
013740     END-IF
013750     MOVE ZERO TO WS-ENR-OPEN-DATE
013760     IF WS-RSP-FLD(5) NOT = SPACES
013770         IF WS-RSP-FLD(5)(1:8) IS NOT NUMERIC
013780             PERFORM 2360-NOTE-BAD-ROW
013790                 THRU 2360-EXIT
013800             GO TO 4100-EXIT
013810         END-IF
013820         MOVE WS-RSP-FLD(5)(1:8) TO WS-ENR-OPEN-DATE
013830     END-IF
013840     MOVE WS-RSP-FLD(2) TO WS-ENR-BRANCH
013850     MOVE WS-RSP-FLD(3) TO WS-ENR-SEGMENT
013860     MOVE WS-RSP-FLD(4) TO WS-ENR-RISK
013870     MOVE WS-RSP-FLD(1) TO ACCTREF-ACCT-NUM
013880     READ REFERENCE-FILE
013890         INVALID KEY
013900             PERFORM 4200-ADD-ONE-ACCOUNT
013910                 THRU 4200-EXIT
013920             GO TO 4100-EXIT
013930     END-READ
013940     PERFORM 4300-CHANGE-ONE-ACCOUNT
013950         THRU 4300-EXIT.
013960 4100-EXIT.
013970     EXIT.
013980 4200-ADD-ONE-ACCOUNT.
013990     MOVE SPACES TO ACCTREF-RECORD
014000     MOVE WS-RSP-FLD(1) TO ACCTREF-ACCT-NUM
014010     MOVE WS-ENR-BRANCH TO ACCTREF-BRANCH-CD
014020     MOVE WS-ENR-SEGMENT TO ACCTREF-SEGMENT-CD
014030     MOVE WS-ENR-RISK TO ACCTREF-RISK-RATING
014040     MOVE WS-ENR-OPEN-DATE TO ACCTREF-OPEN-DATE
014050     MOVE WS-TODAY-DATE TO ACCTREF-ADDED-DATE
014060     MOVE ZERO TO ACCTREF-CHANGED-DATE
014070     MOVE WS-SCAN-NAME TO ACCTREF-SOURCE-FILE
014080     MOVE ZERO TO ACCTREF-CHANGE-COUNT
014090     WRITE ACCTREF-RECORD
014100         INVALID KEY
014110             DISPLAY "Warning: reference record for "
014120                 ACCTREF-ACCT-NUM " not added."
014130             ADD 1 TO WS-RSP-BAD-ROWS
014140             GO TO 4200-EXIT
014150     END-WRITE
014160     ADD 1 TO WS-RSP-ADDED
014170     MOVE SPACES TO WS-PRINT-LINE
014180     STRING "  ADDED          " ACCTREF-ACCT-NUM
014190         " BRANCH=" ACCTREF-BRANCH-CD
014200         " SEGMENT=" ACCTREF-SEGMENT-CD
014210         " RISK=" ACCTREF-RISK-RATING
014220         " OPENED=" ACCTREF-OPEN-DATE
014230         DELIMITED BY SIZE
014240         INTO WS-PRINT-LINE
014250     END-STRING
014260     PERFORM 5900-WRITE-ONE-LINE
014270         THRU 5900-EXIT.
014280 4200-EXIT.
014290     EXIT.
014300******************************************************************
014310*  4300-CHANGE-ONE-ACCOUNT                                       *
014320*  COMPARES EACH FIELD THE ROW SUPPLIES WITH THE ONE HELD AND    *
014330*  REWRITES THE RECORD ONLY WHEN ONE DIFFERS, LISTING EACH       *
014340*  CHANGE AS OLD>NEW.  A BLANK FIELD KEEPS THE VALUE HELD.       *
014350******************************************************************
014360 4300-CHANGE-ONE-ACCOUNT.
014370     MOVE 'N' TO WS-ENR-CHANGE-SWITCH
014380     MOVE SPACES TO WS-CHG-TEXT
014390     MOVE 1 TO WS-CHG-PTR
014400     IF WS-ENR-BRANCH NOT = SPACES
014410             AND WS-ENR-BRANCH NOT = ACCTREF-BRANCH-CD
014420         STRING " BRANCH=" ACCTREF-BRANCH-CD ">" WS-ENR-BRANCH
014430             DELIMITED BY SIZE
014440             INTO WS-CHG-TEXT
014450             WITH POINTER WS-CHG-PTR
014460         END-STRING
014470         MOVE WS-ENR-BRANCH TO ACCTREF-BRANCH-CD
014480         SET WS-ENR-CHANGED TO TRUE
014490     END-IF
014500     IF WS-ENR-SEGMENT NOT = SPACES
014510             AND WS-ENR-SEGMENT NOT = ACCTREF-SEGMENT-CD
014520         STRING " SEGMENT=" ACCTREF-SEGMENT-CD ">" WS-ENR-SEGMENT
014530             DELIMITED BY SIZE
014540             INTO WS-CHG-TEXT
014550             WITH POINTER WS-CHG-PTR
014560         END-STRING
014570         MOVE WS-ENR-SEGMENT TO ACCTREF-SEGMENT-CD
014580         SET WS-ENR-CHANGED TO TRUE
014590     END-IF
014600     IF WS-ENR-RISK NOT = SPACES
014610             AND WS-ENR-RISK NOT = ACCTREF-RISK-RATING
014620         STRING " RISK=" ACCTREF-RISK-RATING ">" WS-ENR-RISK
014630             DELIMITED BY SIZE
014640             INTO WS-CHG-TEXT
014650             WITH POINTER WS-CHG-PTR
014660         END-STRING
014670         MOVE WS-ENR-RISK TO ACCTREF-RISK-RATING
014680         SET WS-ENR-CHANGED TO TRUE
014690     END-IF
014700     IF WS-ENR-OPEN-DATE NOT = ZERO
014710             AND WS-ENR-OPEN-DATE NOT = ACCTREF-OPEN-DATE
014720         STRING " OPENED=" ACCTREF-OPEN-DATE ">" WS-ENR-OPEN-DATE
014730             DELIMITED BY SIZE
014740             INTO WS-CHG-TEXT
014750             WITH POINTER WS-CHG-PTR
014760         END-STRING
014770         MOVE WS-ENR-OPEN-DATE TO ACCTREF-OPEN-DATE
014780         SET WS-ENR-CHANGED TO TRUE
014790     END-IF
014800     IF NOT WS-ENR-CHANGED
014810         ADD 1 TO WS-RSP-UNCHANGED
014820         GO TO 4300-EXIT
014830     END-IF
014840     MOVE WS-TODAY-DATE TO ACCTREF-CHANGED-DATE
014850     MOVE WS-SCAN-NAME TO ACCTREF-SOURCE-FILE
014860     IF ACCTREF-CHANGE-COUNT < 99999
014870         ADD 1 TO ACCTREF-CHANGE-COUNT
014880     END-IF
014890     REWRITE ACCTREF-RECORD
014900         INVALID KEY
014910             DISPLAY "Warning: reference record for "
014920                 ACCTREF-ACCT-NUM " not rewritten."
014930             ADD 1 TO WS-RSP-BAD-ROWS
014940             GO TO 4300-EXIT
014950     END-REWRITE
014960     ADD 1 TO WS-RSP-CHANGED
014970     MOVE SPACES TO WS-PRINT-LINE
014980     STRING "  CHANGED        " ACCTREF-ACCT-NUM WS-CHG-TEXT
014990         DELIMITED BY SIZE
015000         INTO WS-PRINT-LINE
015010     END-STRING
015020     PERFORM 5900-WRITE-ONE-LINE
015030         THRU 5900-EXIT.
015040 4300-EXIT.
015050     EXIT.
015060******************************************************************
015070*  5000-WRITE-FILE-SUMMARY                                       *
015080*  THE APPLIED FILE'S COUNTS - SERVICE REJECTS AND WHERE THEY    *
015090*  WENT, AND THE REFERENCE MASTER CHANGE COUNTS.                 *
015100******************************************************************
015110 5000-WRITE-FILE-SUMMARY.
015120     IF WS-REJ-COUNT > ZERO
015130         MOVE WS-REJ-COUNT TO WS-COUNT-EDIT
015140         MOVE SPACES TO WS-PRINT-LINE
015150         STRING "  SERVICE REJECTS (BUSINESS DATE "
015160             WS-RSP-BUS-DATE ")..: " WS-COUNT-EDIT
015170             DELIMITED BY SIZE INTO WS-PRINT-LINE
015180         END-STRING
015190         PERFORM 5900-WRITE-ONE-LINE
015200             THRU 5900-EXIT
015210         MOVE WS-RSP-REPEATED TO WS-COUNT-EDIT
015220         MOVE SPACES TO WS-PRINT-LINE
015230         STRING "  KEYS REPEATED IN THE RESPONSE.........: "
015240             WS-COUNT-EDIT
015250             DELIMITED BY SIZE INTO WS-PRINT-LINE
015260         END-STRING
015270         PERFORM 5900-WRITE-ONE-LINE
015280             THRU 5900-EXIT
015290         MOVE WS-RSP-MATCHED-ROWS TO WS-COUNT-EDIT
015300         MOVE SPACES TO WS-PRINT-LINE
015310         STRING "  ARCHIVED ROWS SENT FOR REPAIR.........: "
015320             WS-COUNT-EDIT "  (" FUNCTION TRIM(WS-REJECT-TARGET)
015330             ")"
015340             DELIMITED BY SIZE INTO WS-PRINT-LINE
015350         END-STRING
015360         PERFORM 5900-WRITE-ONE-LINE
015370             THRU 5900-EXIT
015380         MOVE WS-RSP-UNMATCHED TO WS-COUNT-EDIT
015390         MOVE SPACES TO WS-PRINT-LINE
015400         STRING "  REJECTED KEYS NOT FOUND IN ARCHIVE....: "
015410             WS-COUNT-EDIT
015420             DELIMITED BY SIZE INTO WS-PRINT-LINE
015430         END-STRING
015440         PERFORM 5900-WRITE-ONE-LINE
015450             THRU 5900-EXIT
015460         IF WS-RSP-FEED-NAME = WS-TRANSID-FEED
015470             MOVE WS-RSP-TIDS-RELEASED TO WS-COUNT-EDIT
015480             MOVE SPACES TO WS-PRINT-LINE
015490             STRING "  TRANS_IDS RELEASED FROM THE REGISTER..: "
015500                 WS-COUNT-EDIT
015510                 DELIMITED BY SIZE INTO WS-PRINT-LINE
015520             END-STRING
015530             PERFORM 5900-WRITE-ONE-LINE
015540                 THRU 5900-EXIT
015550         END-IF
015560         IF WS-RSP-NO-HISTORY
015570             MOVE "  NO UPLOAD-HISTORY RECORD - COUNT NOT POSTED"
015580                 TO WS-PRINT-LINE
015590             PERFORM 5900-WRITE-ONE-LINE
015600                 THRU 5900-EXIT
015610         END-IF
015620     END-IF
015630     IF WS-RSP-ENRICH-ROWS > ZERO
015640         MOVE WS-RSP-ADDED TO WS-COUNT-EDIT
015650         MOVE SPACES TO WS-PRINT-LINE
015660         STRING "  REFERENCE ACCOUNTS ADDED..............: "
015670             WS-COUNT-EDIT
015680             DELIMITED BY SIZE INTO WS-PRINT-LINE
015690         END-STRING
015700         PERFORM 5900-WRITE-ONE-LINE
015710             THRU 5900-EXIT
015720         MOVE WS-RSP-CHANGED TO WS-COUNT-EDIT
015730         MOVE SPACES TO WS-PRINT-LINE
015740         STRING "  REFERENCE ACCOUNTS CHANGED............: "
015750             WS-COUNT-EDIT
015760             DELIMITED BY SIZE INTO WS-PRINT-LINE
015770         END-STRING
015780         PERFORM 5900-WRITE-ONE-LINE
015790             THRU 5900-EXIT
015800         MOVE WS-RSP-UNCHANGED TO WS-COUNT-EDIT
015810         MOVE SPACES TO WS-PRINT-LINE
015820         STRING "  REFERENCE ACCOUNTS UNCHANGED..........: "
015830             WS-COUNT-EDIT
015840             DELIMITED BY SIZE INTO WS-PRINT-LINE
015850         END-STRING
015860         PERFORM 5900-WRITE-ONE-LINE
015870             THRU 5900-EXIT
015880     END-IF
015890     MOVE WS-RSP-BAD-ROWS TO WS-COUNT-EDIT
015900     MOVE SPACES TO WS-PRINT-LINE
015910     STRING "  ROWS NOT APPLIED......................: "
015920         WS-COUNT-EDIT
015930         DELIMITED BY SIZE INTO WS-PRINT-LINE
015940     END-STRING
015950     PERFORM 5900-WRITE-ONE-LINE
015960         THRU 5900-EXIT
015970     MOVE SPACES TO WS-PRINT-LINE
015980     STRING "  APPLIED - MOVED TO " FUNCTION TRIM(WS-INBOUND-DIR)
015990         "/APPLIED-" WS-TODAY-DATE
016000         DELIMITED BY SIZE INTO WS-PRINT-LINE
016010     END-STRING
016020     PERFORM 5900-WRITE-ONE-LINE
016030         THRU 5900-EXIT.
016040 5000-EXIT.
016050     EXIT.
016060 5900-WRITE-ONE-LINE.
016070     IF WS-REPORT-IS-OPEN
016080         MOVE WS-PRINT-LINE TO REPORT-RECORD
016090         WRITE REPORT-RECORD
016100     END-IF
016110     MOVE SPACES TO WS-PRINT-LINE.
016120 5900-EXIT.
016130     EXIT.
016140******************************************************************
016150*  8000-WRITE-AUDIT-RECORD                                       *
016160*  APPENDS ONE LINE PER RESPONSE FILE TO THE UPLOAD AUDIT LOG IN *
016170*  THE UPLOADCSV LAYOUT, UNDER THE RESPONSE FILE'S NAME AS       *
016180*  DOWNLOADCSV WRITES IT - ROWS CARRIES THE SERVICE REJECTS,     *
016190*  INGESTED THE REFERENCE ACCOUNTS ADDED OR CHANGED.             *
016200******************************************************************
016210 8000-WRITE-AUDIT-RECORD.
016220     ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
016230     IF WS-AUDIT-USER-ID = SPACES
016240         MOVE "UNKNOWN" TO WS-AUDIT-USER-ID
016250     END-IF
016260     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
016270     ACCEPT WS-AUDIT-TIME FROM TIME
016280     MOVE WS-SCAN-NAME TO WS-AUDIT-FEED
016290     MOVE SPACES TO WS-AUDIT-RECORD-OUT
016300     STRING
016310         WS-AUDIT-DATE " " WS-AUDIT-TIME " "
016320         DELIMITED BY SIZE
016330         WS-AUDIT-USER-ID " "
016340         DELIMITED BY SIZE
016350         WS-AUDIT-FEED " "
016360         DELIMITED BY SIZE
016370         "RC=" WS-AUDIT-ZERO-RC " HTTP=" WS-AUDIT-HTTP " "
016380         DELIMITED BY SIZE
016390         WS-AUDIT-OUTCOME
016400         DELIMITED BY SIZE
016410         " ROWS=" WS-AUDIT-ROWS
016420         " INGESTED=" WS-AUDIT-APPLIED
016430         " RETRIES=" WS-AUDIT-ZERO-RETRIES
016440         DELIMITED BY SIZE
016450         WS-AUDIT-TAIL
016460         DELIMITED BY SIZE
016470         INTO WS-AUDIT-RECORD-OUT
016480     END-STRING
016490     MOVE WS-AUDIT-LOG-FILE-NAME TO WS-AUD-DYNAMIC-FILE
016500     OPEN EXTEND AUDIT-LOG-FILE
016510     IF NOT WS-AUD-FILE-OK
016520         OPEN OUTPUT AUDIT-LOG-FILE
016530     END-IF
016540     IF NOT WS-AUD-FILE-OK
016550         DISPLAY "Warning: unable to open audit log "
016560             WS-AUDIT-LOG-FILE-NAME " - record not written for "
016570             WS-AUDIT-FEED(1:40)
016580     ELSE
016590         MOVE WS-AUDIT-RECORD-OUT TO AUDIT-LOG-RECORD
016600         WRITE AUDIT-LOG-RECORD
016610         CLOSE AUDIT-LOG-FILE
016620     END-IF.
016630 8000-EXIT.
016640     EXIT.
016645     COPY REGVPCK.
016650******************************************************************
016660*  9000-TERMINATE                                                *
016670*  CLOSES THE MASTERS, WRITES THE RUN TOTALS AND SETS THE        *
016680*  RETURN CODE.                                                  *
016690******************************************************************
016700 9000-TERMINATE.
016710     IF WS-HISTORY-IS-OPEN
016720         CLOSE HISTORY-FILE
016730     END-IF
016740     IF WS-REFERENCE-IS-OPEN
016750         CLOSE REFERENCE-FILE
016760     END-IF
016770     IF WS-TRG-IS-OPEN
016780         CLOSE TRANSID-REGISTER-FILE
016790     END-IF
016800     IF WS-REPORT-IS-OPEN
016810         MOVE SPACES TO WS-PRINT-LINE
016820         PERFORM 5900-WRITE-ONE-LINE
016830             THRU 5900-EXIT
016840         MOVE SPACES TO WS-PRINT-LINE
016850         STRING "RUN TOTALS - FILES APPLIED: " WS-FILES-APPLIED
016860             "  HELD: " WS-FILES-HELD
016870             "  SERVICE REJECTS: " WS-TOT-SVC-REJECTS
016880             DELIMITED BY SIZE INTO WS-PRINT-LINE
016890         END-STRING
016900         PERFORM 5900-WRITE-ONE-LINE
016910             THRU 5900-EXIT
016920         MOVE SPACES TO WS-PRINT-LINE
016930         STRING "             ACCOUNTS ADDED: " WS-TOT-ADDED
016940             "  CHANGED: " WS-TOT-CHANGED
016950             "  UNCHANGED: " WS-TOT-UNCHANGED
016960             DELIMITED BY SIZE INTO WS-PRINT-LINE
016970         END-STRING
016980         PERFORM 5900-WRITE-ONE-LINE
016990             THRU 5900-EXIT
017000         CLOSE REPORT-FILE
017010         DISPLAY "Apply report written to " WS-REPORT-FILE-NAME
017020     END-IF
017030     DISPLAY "Response files seen: " WS-RESPONSE-FILES-SEEN
017040         "  applied: " WS-FILES-APPLIED
017050         "  held: " WS-FILES-HELD
017060     DISPLAY "Service rejects: " WS-TOT-SVC-REJECTS
017070         "  accounts added: " WS-TOT-ADDED
017080         "  changed: " WS-TOT-CHANGED
017090         "  unchanged: " WS-TOT-UNCHANGED
017100     IF WS-RUN-STOPPED
017110         MOVE 12 TO RETURN-CODE
017120         GO TO 9000-EXIT
017130     END-IF
017140     IF WS-NEEDS-ATTENTION
017150         MOVE 8 TO RETURN-CODE
017160         GO TO 9000-EXIT
017170     END-IF
017180     IF WS-RESPONSE-FILES-SEEN = ZERO
017190         MOVE 4 TO RETURN-CODE
017200     ELSE
017210         MOVE 0 TO RETURN-CODE
017220     END-IF.
017230 9000-EXIT.
017240     EXIT.
