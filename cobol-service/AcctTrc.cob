000100******************************************************************
000110*  PROGRAM-ID.  ACCTTRC
000120*  AUTHOR.      D. OKAFOR - DATA INTEGRATION SUPPORT
000130*  INSTALLATION. ENTERPRISE DATA SERVICES
000140*  DATE-WRITTEN. 2026-10-15
000150*  DATE-COMPILED.
000160*
000170*  REMARKS.
000180*      ACCOUNT TRACE INQUIRY.  ANSWERS "WHAT HAPPENED TO ACCOUNT
000190*      X LAST TUESDAY" IN ONE RUN INSTEAD OF A GREP THROUGH THE
000200*      ARCHIVE FOLDERS, THE REJECT FOLDER, THE AUDIT LOG AND THE
000210*      UPLOAD-HISTORY MASTER ONE AT A TIME.  SYSIN CARRIES THREE
000220*      LINES - ACCT_NUM, FROM-DATE YYYYMMDD, TO-DATE YYYYMMDD
000230*      (OR 'EQUAL' / BLANK FOR A SINGLE DATE).
000240*
000250*      FOR EVERY BUSINESS DATE IN RANGE AND EVERY FEED IN THE
000260*      REGISTRY WHOSE LAYOUT CARRIES AN ACCT_NUM COLUMN, EACH
000270*      ROW FOR THE ACCOUNT IS LISTED AS ARCHIVED, WITH WHAT
000280*      BECAME OF IT:
000290*          UPLOADED (ON A DELTA NIGHT WITH ITS ACTION A/C/D)
000300*          QUARANTINED - THE RULE AND COLUMN, FROM THE DATED
000310*              REJECT DETAIL <name>.rejdtl UPLOADCSV KEEPS IN
000320*              THE ARCHIVE FOLDER
000330*          ORPHAN-REJECTED - FROM THE DATED ORPHAN KEY LIST
000340*              <name>.orphans UPLOADXRF KEEPS THERE
000350*          NOT UPLOADED - THE WHOLE FILE WAS REJECTED (THE ROW
000360*              IS READ FROM THE REJECT FOLDER COPY, WHEN ITS
000366*              <name>.busdate SHOWS IT WAS REJECTED FOR THAT
000372*              DATE)
000375*          IN THE <name>.full SNAPSHOT ONLY - UNCHANGED ON A
000380*              DELTA NIGHT, SO NOT SENT
000390*      FOLLOWED BY THE FEED-DATE'S UPLOAD OUTCOME AND DOWNSTREAM
000400*      ACK STATUS FROM THE UPLOAD-HISTORY MASTER AND ITS LINES
000410*      IN THE UPLOAD AUDIT LOG.
000420*
000430*      THE ROWS ARE SHOWN AS THEY SIT IN THE MASKED ARCHIVED
000440*      COPIES.  A FEED'S SENSITIVE COLUMN IS NEVER SHOWN IN
000450*      CLEAR - A VALUE THAT IS NOT A TOKEN (A CLEAR-TEXT
000460*      FALLBACK COPY) IS BLANKED OUT HERE TOO - AND A NOTE
000470*      POINTS TO MASKRVL, THE ONLY AUDITED REVEAL PATH.
000472*      EACH DATE USES THE FEED'S REGISTRY VERSION IN FORCE ON IT
000474*      FOR THE SENSITIVE COLUMN; A FEED WITH NO VERSION IN FORCE
000476*      YET ON A DATE IS NOT LOOKED FOR ON THAT DATE.
000480*
000490*      ARCHIVE FOLDERS ALREADY COMPRESSED BY UPLOADRTN ARE NOT
000500*      OPENED; THE DATE IS LISTED AS NEEDING A RESTORE.
000510*
000520*      RETURN CODES:
000530*          0 = THE ACCOUNT WAS FOUND
000540*          4 = NO APPEARANCE OF THE ACCOUNT IN THE RANGE
000550*          8 = BAD PARAMETERS OR THE FEED REGISTRY COULD NOT BE
000560*              READ
000570*
000580*  MODIFICATION HISTORY.
000590*      2026-10-15  DAO  INITIAL VERSION.
000593*      2026-10-15  DAO  SENSITIVE COLUMN TAKEN FROM THE FEED'S
000596*                       REGISTRY VERSION IN FORCE ON EACH DATE.
000597*      2026-10-15  DAO  A REJECT FOLDER COPY IS ONLY READ FOR
000598*                       THE DATE IN ITS <name>.busdate.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. AcctTrc.
000630 AUTHOR. D. OKAFOR.
000640 INSTALLATION. ENTERPRISE DATA SERVICES.
000650 DATE-WRITTEN. 2026-10-15.
000660 DATE-COMPILED.
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REG-DYNAMIC-FILE
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-REG-FILE-STATUS.
000730     SELECT FEED-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-DYNAMIC-FILE
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CSV-FILE-STATUS.
000760     SELECT DETAIL-FILE ASSIGN TO DYNAMIC WS-DTL-DYNAMIC-FILE
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-DTL-FILE-STATUS.
000790     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUD-DYNAMIC-FILE
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUD-FILE-STATUS.
000820     SELECT HISTORY-FILE
000830         ASSIGN TO DYNAMIC WS-HIS-DYNAMIC-FILE
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS UPLHIST-KEY
000870         FILE STATUS IS WS-HIS-FILE-STATUS.
000872     SELECT REJECT-DATE-FILE
000874         ASSIGN TO DYNAMIC WS-RDT-DYNAMIC-FILE
000876         ORGANIZATION IS LINE SEQUENTIAL
000878         FILE STATUS IS WS-RDT-FILE-STATUS.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  REGISTRY-FILE.
000910 01  REGISTRY-RECORD             PIC X(300).
000920 FD  FEED-CSV-FILE.
000930 01  FEED-CSV-RECORD             PIC X(1000).
000940 FD  DETAIL-FILE.
000950 01  DETAIL-RECORD               PIC X(200).
000960 FD  AUDIT-LOG-FILE.
000970 01  AUDIT-LOG-RECORD            PIC X(400).
000980 FD  HISTORY-FILE.
000990 COPY UPLHIST.
000993 FD  REJECT-DATE-FILE.
000996 01  REJECT-DATE-RECORD          PIC X(08).
001000 WORKING-STORAGE SECTION.
001010*---------------------------------------------------------------*
001020*    INQUIRY PARAMETERS FROM SYSIN                              *
001030*---------------------------------------------------------------*
001040 01  WS-TRC-ACCOUNT              PIC X(30) VALUE SPACES.
001050 01  WS-TRC-FROM-PARM            PIC X(08) VALUE SPACES.
001060 01  WS-TRC-TO-PARM              PIC X(08) VALUE SPACES.
001070 01  WS-TRC-FROM-DATE            PIC 9(08) VALUE ZERO.
001080 01  WS-TRC-TO-DATE              PIC 9(08) VALUE ZERO.
001090 01  WS-FROM-INTEGER             PIC 9(08) COMP VALUE ZERO.
001100 01  WS-TO-INTEGER               PIC 9(08) COMP VALUE ZERO.
001110 01  WS-DAY-INTEGER              PIC 9(08) COMP VALUE ZERO.
001120 01  WS-DAY-DATE                 PIC 9(08) VALUE ZERO.
001130 01  WS-MAX-RANGE-DAYS           PIC 9(04) COMP VALUE 366.
001140 01  WS-PARMS-BAD-SWITCH         PIC X(01) VALUE 'N'.
001150     88  WS-PARMS-BAD                         VALUE 'Y'.
001160*---------------------------------------------------------------*
001170*    FEED REGISTRY - FEED NAME, RUN MODE (FIELD 11) AND          *
001180*    SENSITIVE COLUMN (FIELD 13) OF EVERY FEED                  *
001190*---------------------------------------------------------------*
001200 01  WS-REG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001210 01  WS-REGISTRY-FILE-NAME       PIC X(100) VALUE
001220      '/workspace/cobol-service/control/feed-registry.dat'.
001230 01  WS-REG-FILE-STATUS          PIC X(02) VALUE '00'.
001240     88  WS-REG-FILE-OK                       VALUE '00'.
001250     88  WS-REG-FILE-EOF                      VALUE '10'.
001260 01  WS-REG-TAG                  PIC X(08) VALUE SPACES.
001270 01  WS-REG-NAME                 PIC X(30) VALUE SPACES.
001280 01  WS-REG-COLS                 PIC X(02) VALUE SPACES.
001290 01  WS-REG-REQ-1                PIC X(02) VALUE SPACES.
001300 01  WS-REG-REQ-2                PIC X(02) VALUE SPACES.
001310 01  WS-REG-AMT                  PIC X(02) VALUE SPACES.
001320 01  WS-REG-ACTIVE               PIC X(01) VALUE SPACES.
001330 01  WS-REG-DEST                 PIC X(30) VALUE SPACES.
001340 01  WS-REG-HEADER               PIC X(200) VALUE SPACES.
001350 01  WS-REG-TOL                  PIC X(03) VALUE SPACES.
001360 01  WS-REG-MODE                 PIC X(01) VALUE SPACES.
001370 01  WS-REG-SLA                  PIC X(04) VALUE SPACES.
001373 01  WS-REG-SENS                 PIC X(02) VALUE SPACES.
001376 01  WS-REG-ORDER                PIC X(02) VALUE SPACES.
001379 01  WS-REG-DEPS                 PIC X(100) VALUE SPACES.
001382 01  WS-REG-EFF                  PIC X(08) VALUE SPACES.
001385 01  WS-FEED-COUNT               PIC 9(02) COMP VALUE ZERO.
001388 01  WS-FEED-SUB                 PIC 9(02) COMP VALUE ZERO.
001391 01  WS-FEED-HIT-SUB             PIC 9(02) COMP VALUE ZERO.
001394 01  WS-FEED-TABLE.
001397     05  WS-FEED-ENTRY           OCCURS 50 TIMES.
001400         10  WS-FEED-NAME        PIC X(30).
001403*---------------------------------------------------------------*
001406*    EVERY REGISTRY VERSION OF THE FEEDS ABOVE - THE SENSITIVE  *
001409*    COLUMN OF EACH DATE COMES FROM THE VERSION IN FORCE ON IT  *
001412*---------------------------------------------------------------*
001415 01  WS-FVR-TABLE.
001418     05  WS-FVR-ENTRY            OCCURS 200 TIMES.
001421         10  WS-FVR-FEED-SUB     PIC 9(02) COMP.
001424         10  WS-FVR-EFF          PIC 9(08).
001427         10  WS-FVR-SENS-COL     PIC 9(02).
001430 01  WS-FVR-COUNT                PIC 9(03) COMP VALUE ZERO.
001433 01  WS-FVR-SUB                  PIC 9(03) COMP VALUE ZERO.
001436 01  WS-FVR-HIT-SUB              PIC 9(03) COMP VALUE ZERO.
001450 01  WS-REGISTRY-BAD-SWITCH      PIC X(01) VALUE 'N'.
001460     88  WS-REGISTRY-UNUSABLE                 VALUE 'Y'.
001470*---------------------------------------------------------------*
001480*    ARCHIVED / REJECTED COPY SCAN                              *
001490*---------------------------------------------------------------*
001500 01  WS-CSV-DYNAMIC-FILE         PIC X(130) VALUE SPACES.
001510 01  WS-CSV-FILE-STATUS          PIC X(02) VALUE '00'.
001520     88  WS-CSV-FILE-OK                       VALUE '00'.
001530     88  WS-CSV-FILE-EOF                      VALUE '10'.
001540 01  WS-SCAN-SOURCE              PIC X(01) VALUE SPACE.
001550 01  WS-HEADER-SEEN-SWITCH       PIC X(01) VALUE 'N'.
001560     88  WS-HEADER-SEEN                       VALUE 'Y'.
001570 01  WS-CSV-FIELD-TABLE.
001580     05  WS-CSV-FIELD            OCCURS 10 TIMES
001590                                 PIC X(100).
001600 01  WS-CSV-FIELD-COUNT          PIC 9(02) COMP VALUE ZERO.
001610 01  WS-HDR-SUB                  PIC 9(02) COMP VALUE ZERO.
001620 01  WS-FLD-SUB                  PIC 9(02) COMP VALUE ZERO.
001630 01  WS-ACCT-COL                 PIC 9(02) VALUE ZERO.
001640 01  WS-ACTION-COL               PIC 9(02) VALUE ZERO.
001650 01  WS-SENS-COL                 PIC 9(02) VALUE ZERO.
001660 01  WS-SENS-NAME                PIC X(30) VALUE SPACES.
001670 01  WS-DATA-ROW-NUMBER          PIC 9(07) VALUE ZERO.
001680 01  WS-ROW-TEXT                 PIC X(300) VALUE SPACES.
001690 01  WS-ROW-POINTER              PIC 9(04) COMP VALUE ZERO.
001700 01  WS-SENT-COPY-SWITCH         PIC X(01) VALUE 'N'.
001710     88  WS-SENT-COPY-FOUND                   VALUE 'Y'.
001720 01  WS-SENT-HIT-SWITCH          PIC X(01) VALUE 'N'.
001730     88  WS-SENT-HAS-ACCOUNT                  VALUE 'Y'.
001740 01  WS-FULL-COPY-SWITCH         PIC X(01) VALUE 'N'.
001750     88  WS-FULL-COPY-FOUND                   VALUE 'Y'.
001760 01  WS-MASK-NOTE-SWITCH         PIC X(01) VALUE 'N'.
001770     88  WS-MASK-NOTE-NEEDED                  VALUE 'Y'.
001780*---------------------------------------------------------------*
001790*    THE ACCOUNT'S APPEARANCES IN ONE FEED-DATE - SOURCE S =    *
001800*    THE ARCHIVED (SENT) FILE, F = THE <name>.full SNAPSHOT,    *
001810*    R = THE REJECT FOLDER COPY OF A REJECTED FILE, O = ONLY    *
001820*    THE ORPHAN KEY LIST (THE ROW ITSELF IS NO LONGER HELD)     *
001830*---------------------------------------------------------------*
001840 01  WS-APP-COUNT                PIC 9(02) COMP VALUE ZERO.
001850 01  WS-APP-SUB                  PIC 9(02) COMP VALUE ZERO.
001860 01  WS-APP-MAX                  PIC 9(02) COMP VALUE 20.
001870 01  WS-APP-OVERFLOW             PIC 9(05) VALUE ZERO.
001880 01  WS-APP-TABLE.
001890     05  WS-APP-ENTRY            OCCURS 20 TIMES.
001900         10  WS-APP-SOURCE       PIC X(01).
001910         10  WS-APP-ROW          PIC 9(07).
001920         10  WS-APP-ACTION       PIC X(01).
001930         10  WS-APP-REASON       PIC X(40).
001940         10  WS-APP-REJ-COL      PIC X(02).
001950         10  WS-APP-ORPHAN       PIC X(01).
001960         10  WS-APP-TEXT         PIC X(300).
001970 01  WS-APP-STATUS               PIC X(80) VALUE SPACES.
001980 01  WS-APP-SOURCE-TEXT          PIC X(10) VALUE SPACES.
001990*---------------------------------------------------------------*
002000*    DATED REJECT DETAIL AND ORPHAN KEY LIST                    *
002010*    (ROW nnnnnnn COL nn REASON=xxx / ROW nnnnnnn ACCT_NUM key) *
002020*---------------------------------------------------------------*
002030 01  WS-DTL-DYNAMIC-FILE         PIC X(130) VALUE SPACES.
002040 01  WS-DTL-FILE-STATUS          PIC X(02) VALUE '00'.
002050     88  WS-DTL-FILE-OK                       VALUE '00'.
002060     88  WS-DTL-FILE-EOF                      VALUE '10'.
002070 01  WS-DTL-WORD-1               PIC X(10) VALUE SPACES.
002080 01  WS-DTL-ROW-TEXT             PIC X(10) VALUE SPACES.
002090 01  WS-DTL-WORD-3               PIC X(10) VALUE SPACES.
002100 01  WS-DTL-VALUE-4              PIC X(40) VALUE SPACES.
002110 01  WS-DTL-VALUE-5              PIC X(60) VALUE SPACES.
002120 01  WS-DTL-ROW                  PIC 9(07) VALUE ZERO.
002130 01  WS-DTL-MATCH-SWITCH         PIC X(01) VALUE 'N'.
002140     88  WS-DTL-ROW-MATCHED                   VALUE 'Y'.
002150 01  WS-REJDTL-SWITCH            PIC X(01) VALUE 'N'.
002160     88  WS-REJDTL-FOUND                      VALUE 'Y'.
002170 01  WS-ORPHANS-SWITCH           PIC X(01) VALUE 'N'.
002180     88  WS-ORPHANS-FOUND                     VALUE 'Y'.
002190 01  WS-AUDIT-REJECT-SWITCH      PIC X(01) VALUE 'N'.
002200     88  WS-AUDIT-SHOWS-REJECT                VALUE 'Y'.
002201*---------------------------------------------------------------*
002202*    BUSINESS DATE OF THE FILE WAITING IN THE REJECT FOLDER     *
002203*    (<name>.busdate, LEFT THERE BY UPLOADCSV WITH THE FILE)    *
002204*---------------------------------------------------------------*
002205 01  WS-RDT-DYNAMIC-FILE         PIC X(130) VALUE SPACES.
002206 01  WS-RDT-FILE-STATUS          PIC X(02) VALUE '00'.
002207     88  WS-RDT-FILE-OK                       VALUE '00'.
002208 01  WS-REJECT-BUS-DATE          PIC 9(08) VALUE ZERO.
002210*---------------------------------------------------------------*
002220*    UPLOAD AUDIT LOG (FIXED OFFSETS AS WRITTEN BY UPLOADCSV     *
002230*    3700-WRITE-AUDIT-RECORD) - THE LINES FOR THE DATE RANGE     *
002240*    ARE HELD IN A TABLE, KEYED BY FEED AND BUSINESS DATE (THE   *
002250*    BUS-DATE= TAG OF A BACKDATED RUN, ELSE THE RUN DATE)        *
002260*---------------------------------------------------------------*
002270 01  WS-AUD-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002280 01  WS-AUDIT-LOG-FILE-NAME      PIC X(100)
002290         VALUE '/workspace/audit/upload-audit.log'.
002300 01  WS-AUD-FILE-STATUS          PIC X(02) VALUE '00'.
002310     88  WS-AUD-FILE-OK                       VALUE '00'.
002320     88  WS-AUD-FILE-EOF                      VALUE '10'.
002330 01  WS-AUDIT-LINE.
002340     05  WS-AUD-DATE             PIC X(08).
002350     05  FILLER                  PIC X(01).
002360     05  WS-AUD-TIME             PIC X(08).
002370     05  FILLER                  PIC X(01).
002380     05  WS-AUD-USER             PIC X(20).
002390     05  FILLER                  PIC X(01).
002400     05  WS-AUD-FILE             PIC X(100).
002410     05  FILLER                  PIC X(01).
002420     05  FILLER                  PIC X(03).
002430     05  WS-AUD-RC               PIC X(04).
002440     05  FILLER                  PIC X(06).
002450     05  WS-AUD-HTTP             PIC X(03).
002460     05  FILLER                  PIC X(01).
002470     05  WS-AUD-OUTCOME          PIC X(40).
002480     05  FILLER                  PIC X(01).
002490     05  WS-AUD-ROWS-TAG         PIC X(05).
002500     05  WS-AUD-ROWS             PIC X(07).
002510     05  FILLER                  PIC X(10).
002520     05  WS-AUD-INGESTED         PIC X(07).
002530     05  FILLER                  PIC X(09).
002540     05  WS-AUD-RETRIES          PIC X(02).
002550     05  WS-AUD-TAIL             PIC X(162).
002560 01  WS-AUD-TAIL-HEAD            PIC X(162) VALUE SPACES.
002570 01  WS-AUD-TAIL-DATE            PIC X(162) VALUE SPACES.
002580 01  WS-AUD-BUS-DATE             PIC 9(08) VALUE ZERO.
002590 01  WS-AUD-ACCT-TAG             PIC X(40) VALUE SPACES.
002600 01  WS-AUD-ACCT-TAG-LEN         PIC 9(03) COMP VALUE ZERO.
002610 01  WS-AUD-ACCT-HITS            PIC 9(03) COMP VALUE ZERO.
002620 01  WS-AUT-COUNT                PIC 9(04) COMP VALUE ZERO.
002630 01  WS-AUT-SUB                  PIC 9(04) COMP VALUE ZERO.
002640 01  WS-AUT-MAX                  PIC 9(04) COMP VALUE 2000.
002650 01  WS-AUT-TABLE.
002660     05  WS-AUT-ENTRY            OCCURS 2000 TIMES.
002670         10  WS-AUT-FEED         PIC X(30).
002680         10  WS-AUT-BUS-DATE     PIC 9(08).
002690         10  WS-AUT-TIME         PIC X(08).
002700         10  WS-AUT-USER         PIC X(20).
002710         10  WS-AUT-OUTCOME      PIC X(40).
002720         10  WS-AUT-ROWS         PIC X(07).
002730*---------------------------------------------------------------*
002740*    UPLOAD-HISTORY MASTER                                      *
002750*---------------------------------------------------------------*
002760 01  WS-HIS-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
002770 01  WS-HISTORY-FILE-NAME        PIC X(100)
002780         VALUE '/workspace/control/upload-history.mst'.
002790 01  WS-HIS-FILE-STATUS          PIC X(02) VALUE '00'.
002800     88  WS-HIS-FILE-OK                       VALUE '00'.
002810 01  WS-HIS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
002820     88  WS-HIS-OPEN                          VALUE 'Y'.
002830 01  WS-HIS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002840     88  WS-HIS-FOUND                         VALUE 'Y'.
002850*---------------------------------------------------------------*
002860*    SHELL COMMAND WORK AREA AND RESULT COUNTS                  *
002870*---------------------------------------------------------------*
002880 01  WS-COMMAND                  PIC X(200) VALUE SPACES.
002890 01  WS-COMMAND-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
002900 01  WS-FEED-DATES-SHOWN         PIC 9(05) VALUE ZERO.
002910 01  WS-ROWS-SHOWN               PIC 9(05) VALUE ZERO.
002920 01  WS-DATES-COMPRESSED         PIC 9(05) VALUE ZERO.
002930 PROCEDURE DIVISION.
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE
002960         THRU 1000-EXIT
002970     IF NOT WS-PARMS-BAD
002980         PERFORM 1100-LOAD-REGISTRY
002990             THRU 1100-EXIT
003000     END-IF
003010     IF NOT WS-PARMS-BAD AND NOT WS-REGISTRY-UNUSABLE
003020         PERFORM 1200-LOAD-AUDIT-LOG
003030             THRU 1200-EXIT
003040         PERFORM 1300-OPEN-HISTORY
003050             THRU 1300-EXIT
003060         PERFORM 2000-TRACE-ONE-DATE
003070             THRU 2000-EXIT
003080             VARYING WS-DAY-INTEGER FROM WS-FROM-INTEGER BY 1
003090             UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
003100         IF WS-HIS-OPEN
003110             CLOSE HISTORY-FILE
003120         END-IF
003130     END-IF
003140     PERFORM 9000-TERMINATE
003150         THRU 9000-EXIT
003160     STOP RUN.
003170 0000-MAINLINE-EXIT.
003180     EXIT.
003190******************************************************************
003200*  1000-INITIALIZE                                              *
003210*  READS THE ACCOUNT AND THE DATE RANGE ('EQUAL' OR BLANK TO-   *
003220*  DATE MEANS ONE DAY).  A RANGE LONGER THAN A YEAR IS REFUSED  *
003230*  - IT WOULD OPEN EVERY FEED OF EVERY NIGHT ON DISK.           *
003240******************************************************************
003250 1000-INITIALIZE.
003260     DISPLAY "Enter the account number (ACCT_NUM): "
003270     ACCEPT WS-TRC-ACCOUNT
003280     DISPLAY "Enter the from-date (YYYYMMDD): "
003290     ACCEPT WS-TRC-FROM-PARM
003300     DISPLAY "Enter the to-date (YYYYMMDD or EQUAL): "
003310     ACCEPT WS-TRC-TO-PARM
003320     IF WS-TRC-ACCOUNT = SPACES
003330         DISPLAY "Error: no account number given."
003340         SET WS-PARMS-BAD TO TRUE
003350         GO TO 1000-EXIT
003360     END-IF
003370     IF WS-TRC-FROM-PARM IS NOT NUMERIC
003380         DISPLAY "Error: from-date " WS-TRC-FROM-PARM
003390             " is not YYYYMMDD."
003400         SET WS-PARMS-BAD TO TRUE
003410         GO TO 1000-EXIT
003420     END-IF
003430     MOVE FUNCTION NUMVAL(WS-TRC-FROM-PARM) TO WS-TRC-FROM-DATE
003440     IF WS-TRC-TO-PARM = 'EQUAL' OR WS-TRC-TO-PARM = SPACES
003450         MOVE WS-TRC-FROM-DATE TO WS-TRC-TO-DATE
003460     ELSE
003470         IF WS-TRC-TO-PARM IS NOT NUMERIC
003480             DISPLAY "Error: to-date " WS-TRC-TO-PARM
003490                 " is not YYYYMMDD."
003500             SET WS-PARMS-BAD TO TRUE
003510             GO TO 1000-EXIT
003520         END-IF
003530         MOVE FUNCTION NUMVAL(WS-TRC-TO-PARM) TO WS-TRC-TO-DATE
003540     END-IF
003550     IF FUNCTION TEST-DATE-YYYYMMDD(WS-TRC-FROM-DATE) NOT = ZERO
003560             OR FUNCTION TEST-DATE-YYYYMMDD(WS-TRC-TO-DATE)
003570                 NOT = ZERO
003580             OR WS-TRC-TO-DATE < WS-TRC-FROM-DATE
003590         DISPLAY "Error: date range " WS-TRC-FROM-DATE
003600             " to " WS-TRC-TO-DATE " is not valid."
003610         SET WS-PARMS-BAD TO TRUE
003620         GO TO 1000-EXIT
003630     END-IF
003640     COMPUTE WS-FROM-INTEGER =
003650         FUNCTION INTEGER-OF-DATE(WS-TRC-FROM-DATE)
003660     COMPUTE WS-TO-INTEGER =
003670         FUNCTION INTEGER-OF-DATE(WS-TRC-TO-DATE)
003680     IF WS-TO-INTEGER - WS-FROM-INTEGER >= WS-MAX-RANGE-DAYS
003690         DISPLAY "Error: date range longer than "
003700             WS-MAX-RANGE-DAYS " days - narrow the inquiry."
003710         SET WS-PARMS-BAD TO TRUE
003720         GO TO 1000-EXIT
003730     END-IF
003740     MOVE SPACES TO WS-AUD-ACCT-TAG
003750     STRING "ACCT=" FUNCTION TRIM(WS-TRC-ACCOUNT) " "
003760         DELIMITED BY SIZE
003770         INTO WS-AUD-ACCT-TAG
003780     END-STRING
003790     COMPUTE WS-AUD-ACCT-TAG-LEN =
003800         FUNCTION LENGTH(FUNCTION TRIM(WS-TRC-ACCOUNT)) + 6
003810     DISPLAY "ACCTTRC  ACCOUNT: " FUNCTION TRIM(WS-TRC-ACCOUNT)
003820     DISPLAY "         FROM: " WS-TRC-FROM-DATE
003830         "  TO: " WS-TRC-TO-DATE.
003840 1000-EXIT.
003850     EXIT.
003860******************************************************************
003870*  1100-LOAD-REGISTRY                                           *
003880*  EVERY FEED IN THE REGISTRY, ACTIVE OR NOT (AN INACTIVE FEED  *
003890*  MAY STILL HAVE ARCHIVES IN RANGE), WITH EVERY VERSION'S      *
003900*  EFFECTIVE DATE AND SENSITIVE COLUMN.  WHETHER A FEED CARRIES *
003910*  ACCT_NUM AT ALL IS DECIDED FROM EACH COPY'S OWN HEADER LINE. *
003920******************************************************************
003930 1100-LOAD-REGISTRY.
003940     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
003950     OPEN INPUT REGISTRY-FILE
003960     IF NOT WS-REG-FILE-OK
003970         DISPLAY "Error: feed registry "
003980             WS-REGISTRY-FILE-NAME " could not be opened."
003990         SET WS-REGISTRY-UNUSABLE TO TRUE
004000         GO TO 1100-EXIT
004010     END-IF
004020     PERFORM 1110-LOAD-ONE-FEED
004030         THRU 1110-EXIT
004040         UNTIL WS-REG-FILE-EOF
004050     CLOSE REGISTRY-FILE
004060     IF WS-FEED-COUNT = ZERO
004070         DISPLAY "Error: no feeds in the feed registry."
004080         SET WS-REGISTRY-UNUSABLE TO TRUE
004090     END-IF.
004100 1100-EXIT.
004110     EXIT.
004120 1110-LOAD-ONE-FEED.
004130     READ REGISTRY-FILE
004140         AT END
004150             GO TO 1110-EXIT
004160     END-READ
004170     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
004180         GO TO 1110-EXIT
004190     END-IF
004200     MOVE SPACES TO WS-REG-TAG
004210     MOVE SPACES TO WS-REG-NAME
004215     MOVE SPACES TO WS-REG-SENS
004220     MOVE SPACES TO WS-REG-EFF
004225     UNSTRING REGISTRY-RECORD DELIMITED BY '|'
004230         INTO WS-REG-TAG WS-REG-NAME WS-REG-COLS
004235              WS-REG-REQ-1 WS-REG-REQ-2 WS-REG-AMT
004240              WS-REG-ACTIVE WS-REG-DEST WS-REG-HEADER
004245              WS-REG-TOL WS-REG-MODE WS-REG-SLA
004250              WS-REG-SENS WS-REG-ORDER WS-REG-DEPS
004255              WS-REG-EFF
004260     END-UNSTRING
004265     IF WS-REG-TAG NOT = 'FEED' OR WS-REG-NAME = SPACES
004270         GO TO 1110-EXIT
004275     END-IF
004280     MOVE ZERO TO WS-FEED-HIT-SUB
004285     PERFORM 1115-MATCH-FEED-NAME
004290         THRU 1115-EXIT
004295         VARYING WS-FEED-SUB FROM 1 BY 1
004300         UNTIL WS-FEED-SUB > WS-FEED-COUNT
004305            OR WS-FEED-HIT-SUB > ZERO
004310     IF WS-FEED-HIT-SUB = ZERO
004315         IF WS-FEED-COUNT = 50
004320             DISPLAY "Warning: more than 50 feeds in the "
004325                 "registry - " FUNCTION TRIM(WS-REG-NAME)
004330                 " not traced."
004335             GO TO 1110-EXIT
004340         END-IF
004345         ADD 1 TO WS-FEED-COUNT
004350         MOVE WS-FEED-COUNT TO WS-FEED-HIT-SUB
004355         MOVE WS-REG-NAME TO WS-FEED-NAME(WS-FEED-COUNT)
004360     END-IF
004365     IF WS-FVR-COUNT = 200
004370         DISPLAY "Warning: more than 200 feed versions in the "
004375             "registry - " FUNCTION TRIM(WS-REG-NAME)
004380             " version ignored."
004385         GO TO 1110-EXIT
004390     END-IF
004395     ADD 1 TO WS-FVR-COUNT
004400     MOVE WS-FEED-HIT-SUB TO WS-FVR-FEED-SUB(WS-FVR-COUNT)
004405     MOVE ZERO TO WS-FVR-EFF(WS-FVR-COUNT)
004410     IF WS-REG-EFF IS NUMERIC
004415         MOVE WS-REG-EFF TO WS-FVR-EFF(WS-FVR-COUNT)
004420     END-IF
004425     MOVE ZERO TO WS-FVR-SENS-COL(WS-FVR-COUNT)
004430     IF WS-REG-SENS(1:2) IS NUMERIC
004435         MOVE FUNCTION NUMVAL(WS-REG-SENS)
004440             TO WS-FVR-SENS-COL(WS-FVR-COUNT)
004445     END-IF.
004450 1110-EXIT.
004460     EXIT.
004461 1115-MATCH-FEED-NAME.
004462     IF WS-FEED-NAME(WS-FEED-SUB) = WS-REG-NAME
004463         MOVE WS-FEED-SUB TO WS-FEED-HIT-SUB
004464     END-IF.
004465 1115-EXIT.
004466     EXIT.
004467******************************************************************
004468*  1120-FIND-VERSION-IN-FORCE                                   *
004469*  WS-FVR-HIT-SUB = FEED WS-FEED-SUB'S VERSION WITH THE LATEST  *
004470*  EFFECTIVE DATE NOT AFTER WS-DAY-DATE (THE LATER LINE ON A    *
004471*  TIE), ZERO IF NONE WAS IN FORCE YET.                         *
004472******************************************************************
004473 1120-FIND-VERSION-IN-FORCE.
004474     MOVE ZERO TO WS-FVR-HIT-SUB
004475     PERFORM 1130-CHECK-ONE-VERSION
004476         THRU 1130-EXIT
004477         VARYING WS-FVR-SUB FROM 1 BY 1
004478         UNTIL WS-FVR-SUB > WS-FVR-COUNT.
004479 1120-EXIT.
004480     EXIT.
004481 1130-CHECK-ONE-VERSION.
004482     IF WS-FVR-FEED-SUB(WS-FVR-SUB) NOT = WS-FEED-SUB
004483             OR WS-FVR-EFF(WS-FVR-SUB) > WS-DAY-DATE
004484         GO TO 1130-EXIT
004485     END-IF
004486     IF WS-FVR-HIT-SUB > ZERO
004487         IF WS-FVR-EFF(WS-FVR-SUB) < WS-FVR-EFF(WS-FVR-HIT-SUB)
004488             GO TO 1130-EXIT
004489         END-IF
004490     END-IF
004491     MOVE WS-FVR-SUB TO WS-FVR-HIT-SUB.
004492 1130-EXIT.
004493     EXIT.
004494******************************************************************
004495*  1200-LOAD-AUDIT-LOG                                          *
004496*  HOLDS THE AUDIT LINES WHOSE BUSINESS DATE FALLS IN THE       *
004500*  RANGE.  A REVEAL LINE (MASKRVL) IS KEPT ONLY WHEN IT WAS     *
004510*  FOR THIS ACCOUNT.  NO AUDIT LOG IS NOT AN ERROR.             *
004520******************************************************************
004530 1200-LOAD-AUDIT-LOG.
004540     MOVE WS-AUDIT-LOG-FILE-NAME TO WS-AUD-DYNAMIC-FILE
004550     OPEN INPUT AUDIT-LOG-FILE
004560     IF NOT WS-AUD-FILE-OK
004570         DISPLAY "Note: audit log " WS-AUDIT-LOG-FILE-NAME(1:40)
004580             " could not be opened - audit lines not shown."
004590         GO TO 1200-EXIT
004600     END-IF
004610     PERFORM 1210-LOAD-ONE-AUDIT-LINE
004620         THRU 1210-EXIT
004630         UNTIL WS-AUD-FILE-EOF
004640     CLOSE AUDIT-LOG-FILE.
004650 1200-EXIT.
004660     EXIT.
004670 1210-LOAD-ONE-AUDIT-LINE.
004680     READ AUDIT-LOG-FILE
004690         AT END
004700             GO TO 1210-EXIT
004710     END-READ
004720     MOVE AUDIT-LOG-RECORD TO WS-AUDIT-LINE
004730     IF WS-AUD-DATE IS NOT NUMERIC
004740         GO TO 1210-EXIT
004750     END-IF
004760     MOVE FUNCTION NUMVAL(WS-AUD-DATE) TO WS-AUD-BUS-DATE
004770     MOVE SPACES TO WS-AUD-TAIL-HEAD
004780     MOVE SPACES TO WS-AUD-TAIL-DATE
004790     UNSTRING WS-AUD-TAIL DELIMITED BY 'BUS-DATE=' OR 'BUSDATE='
004800         INTO WS-AUD-TAIL-HEAD WS-AUD-TAIL-DATE
004810     END-UNSTRING
004820     IF WS-AUD-TAIL-DATE(1:8) IS NUMERIC
004830         MOVE FUNCTION NUMVAL(WS-AUD-TAIL-DATE(1:8))
004840             TO WS-AUD-BUS-DATE
004850     END-IF
004860     IF WS-AUD-BUS-DATE < WS-TRC-FROM-DATE
004870             OR WS-AUD-BUS-DATE > WS-TRC-TO-DATE
004880         GO TO 1210-EXIT
004890     END-IF
004900     IF WS-AUD-OUTCOME(1:16) = 'SENSITIVE VALUE '
004910             OR WS-AUD-OUTCOME(1:15) = 'REVEAL ATTEMPT '
004920         MOVE ZERO TO WS-AUD-ACCT-HITS
004930         INSPECT AUDIT-LOG-RECORD TALLYING WS-AUD-ACCT-HITS
004940             FOR ALL WS-AUD-ACCT-TAG(1:WS-AUD-ACCT-TAG-LEN)
004950         IF WS-AUD-ACCT-HITS = ZERO
004960             GO TO 1210-EXIT
004970         END-IF
004980     END-IF
004990     IF WS-AUT-COUNT = WS-AUT-MAX
005000         GO TO 1210-EXIT
005010     END-IF
005020     ADD 1 TO WS-AUT-COUNT
005030     MOVE WS-AUD-FILE(1:30) TO WS-AUT-FEED(WS-AUT-COUNT)
005040     MOVE WS-AUD-BUS-DATE TO WS-AUT-BUS-DATE(WS-AUT-COUNT)
005050     MOVE WS-AUD-TIME TO WS-AUT-TIME(WS-AUT-COUNT)
005060     MOVE WS-AUD-USER TO WS-AUT-USER(WS-AUT-COUNT)
005070     MOVE WS-AUD-OUTCOME TO WS-AUT-OUTCOME(WS-AUT-COUNT)
005080     MOVE WS-AUD-ROWS TO WS-AUT-ROWS(WS-AUT-COUNT).
005090 1210-EXIT.
005100     EXIT.
005110******************************************************************
005120*  1300-OPEN-HISTORY                                            *
005130*  THE UPLOAD-HISTORY MASTER GIVES EACH FEED-DATE'S OUTCOME AND *
005140*  DOWNSTREAM ACK.  WITHOUT IT THE TRACE STILL RUNS.            *
005150******************************************************************
005160 1300-OPEN-HISTORY.
005170     MOVE WS-HISTORY-FILE-NAME TO WS-HIS-DYNAMIC-FILE
005180     OPEN INPUT HISTORY-FILE
005190     IF WS-HIS-FILE-OK
005200         SET WS-HIS-OPEN TO TRUE
005210     ELSE
005220         DISPLAY "Note: upload-history master "
005230             WS-HISTORY-FILE-NAME(1:40) " could not be opened"
005240             " - outcome and ack status not shown."
005250     END-IF.
005260 1300-EXIT.
005270     EXIT.
005280******************************************************************
005290*  2000-TRACE-ONE-DATE                                          *
005300*  ONE BUSINESS DATE - EVERY REGISTERED FEED IN TURN.  A DATE   *
005310*  WHOSE ARCHIVE FOLDER RETENTION HAS ALREADY COMPRESSED IS     *
005320*  LISTED AS NEEDING A RESTORE RATHER THAN SILENTLY SKIPPED.    *
005330******************************************************************
005340 2000-TRACE-ONE-DATE.
005350     COMPUTE WS-DAY-DATE =
005360         FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
005370     MOVE SPACES TO WS-COMMAND
005380     STRING "test -f /workspace/ARCHIVE-" WS-DAY-DATE ".tar.gz"
005390         " && test ! -d /workspace/ARCHIVE-" WS-DAY-DATE
005400         DELIMITED BY SIZE
005410         INTO WS-COMMAND
005420     END-STRING
005430     CALL 'SYSTEM' USING WS-COMMAND
005440         RETURNING WS-COMMAND-RETURN-CODE
005450     IF WS-COMMAND-RETURN-CODE = ZERO
005460         ADD 1 TO WS-DATES-COMPRESSED
005470         DISPLAY WS-DAY-DATE " ARCHIVE-" WS-DAY-DATE
005480             " HAS BEEN COMPRESSED BY RETENTION - RESTORE IT"
005490             " TO TRACE THIS DATE"
005500         GO TO 2000-EXIT
005510     END-IF
005520     PERFORM 2100-TRACE-ONE-FEED
005530         THRU 2100-EXIT
005540         VARYING WS-FEED-SUB FROM 1 BY 1
005550         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
005560 2000-EXIT.
005570     EXIT.
005580******************************************************************
005590*  2100-TRACE-ONE-FEED                                          *
005600*  COLLECTS THE ACCOUNT'S ROWS FOR ONE FEED-DATE - THE SENT     *
005610*  ARCHIVE COPY, THE DELTA NIGHT'S FULL SNAPSHOT, AND (WHEN     *
005620*  NOTHING WAS ARCHIVED BUT THE FILE WAS REJECTED THAT NIGHT)   *
005630*  THE REJECT FOLDER COPY - THEN MARKS THEM FROM THE DATED      *
005640*  REJECT DETAIL AND ORPHAN LIST.                               *
005643*  A FEED WITH NO REGISTRY VERSION IN FORCE ON THE DATE IS      *
005646*  SKIPPED.                                                     *
005650******************************************************************
005652 2100-TRACE-ONE-FEED.
005654     PERFORM 1120-FIND-VERSION-IN-FORCE
005656         THRU 1120-EXIT
005658     IF WS-FVR-HIT-SUB = ZERO
005660         GO TO 2100-EXIT
005662     END-IF
005670     MOVE ZERO TO WS-APP-COUNT
005680     MOVE ZERO TO WS-APP-OVERFLOW
005690     MOVE 'N' TO WS-SENT-COPY-SWITCH
005700     MOVE 'N' TO WS-SENT-HIT-SWITCH
005710     MOVE 'N' TO WS-FULL-COPY-SWITCH
005720     MOVE 'N' TO WS-REJDTL-SWITCH
005730     MOVE 'N' TO WS-ORPHANS-SWITCH
005740     MOVE 'N' TO WS-MASK-NOTE-SWITCH
005750     MOVE SPACES TO WS-SENS-NAME
005760     MOVE WS-FVR-SENS-COL(WS-FVR-HIT-SUB) TO WS-SENS-COL
005770     MOVE 'S' TO WS-SCAN-SOURCE
005780     MOVE SPACES TO WS-CSV-DYNAMIC-FILE
005790     STRING "/workspace/ARCHIVE-" WS-DAY-DATE "/"
005800         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB))
005810         DELIMITED BY SIZE
005820         INTO WS-CSV-DYNAMIC-FILE
005830     END-STRING
005840     PERFORM 2200-SCAN-ONE-COPY
005850         THRU 2200-EXIT
005860     MOVE 'F' TO WS-SCAN-SOURCE
005870     MOVE SPACES TO WS-CSV-DYNAMIC-FILE
005880     STRING "/workspace/ARCHIVE-" WS-DAY-DATE "/"
005890         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ".full"
005900         DELIMITED BY SIZE
005910         INTO WS-CSV-DYNAMIC-FILE
005920     END-STRING
005930     PERFORM 2200-SCAN-ONE-COPY
005940         THRU 2200-EXIT
005950     PERFORM 2400-APPLY-REJECT-DETAIL
005960         THRU 2400-EXIT
005970     PERFORM 2500-APPLY-ORPHAN-LIST
005980         THRU 2500-EXIT
005990     IF NOT WS-SENT-COPY-FOUND
006000         PERFORM 2150-CHECK-FILE-REJECTED
006010             THRU 2150-EXIT
006020     END-IF
006030     IF WS-APP-COUNT > ZERO
006040         PERFORM 3000-SHOW-FEED-DATE
006050             THRU 3000-EXIT
006060     END-IF.
006070 2100-EXIT.
006080     EXIT.
006090******************************************************************
006100*  2150-CHECK-FILE-REJECTED                                     *
006107*  NO ARCHIVED COPY - IF THE FILE WAS REJECTED THAT NIGHT (A    *
006114*  DATED REJECT DETAIL OR ORPHAN LIST, OR A REJECTED LINE IN    *
006121*  THE AUDIT LOG) THE ROWS ARE READ FROM THE REJECT FOLDER,     *
006128*  WHERE THE FILE WAITS FOR REPAIR, AND MARKED AGAIN.  THE      *
006135*  FOLDER ONLY HOLDS THE LATEST REJECTED COPY, SO IT IS READ    *
006142*  ONLY WHEN ITS <name>.busdate IS THIS DATE - A COPY WITH NO   *
006146*  <name>.busdate PREDATES THE NOTE AND IS TAKEN AS TODAY'S.    *
006150******************************************************************
006160 2150-CHECK-FILE-REJECTED.
006170     MOVE 'N' TO WS-AUDIT-REJECT-SWITCH
006180     PERFORM 2160-FIND-AUDIT-REJECT
006190         THRU 2160-EXIT
006200         VARYING WS-AUT-SUB FROM 1 BY 1
006210         UNTIL WS-AUT-SUB > WS-AUT-COUNT
006220            OR WS-AUDIT-SHOWS-REJECT
006230     IF NOT WS-REJDTL-FOUND AND NOT WS-ORPHANS-FOUND
006240             AND NOT WS-AUDIT-SHOWS-REJECT
006250         GO TO 2150-EXIT
006260     END-IF
006261     PERFORM 2170-READ-REJECT-DATE
006262         THRU 2170-EXIT
006263     IF WS-REJECT-BUS-DATE NOT = WS-DAY-DATE
006264         GO TO 2150-EXIT
006265     END-IF
006270     MOVE 'R' TO WS-SCAN-SOURCE
006280     MOVE SPACES TO WS-CSV-DYNAMIC-FILE
006290     STRING "/workspace/REJECT/"
006300         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB))
006310         DELIMITED BY SIZE
006320         INTO WS-CSV-DYNAMIC-FILE
006330     END-STRING
006340     PERFORM 2200-SCAN-ONE-COPY
006350         THRU 2200-EXIT
006360     PERFORM 2400-APPLY-REJECT-DETAIL
006370         THRU 2400-EXIT
006380     PERFORM 2500-APPLY-ORPHAN-LIST
006390         THRU 2500-EXIT.
006400 2150-EXIT.
006410     EXIT.
006420 2160-FIND-AUDIT-REJECT.
006430     IF WS-AUT-BUS-DATE(WS-AUT-SUB) = WS-DAY-DATE
006440             AND WS-AUT-FEED(WS-AUT-SUB)
006450                 = WS-FEED-NAME(WS-FEED-SUB)
006460             AND WS-AUT-OUTCOME(WS-AUT-SUB)(1:8) = 'REJECTED'
006470         SET WS-AUDIT-SHOWS-REJECT TO TRUE
006480     END-IF.
006490 2160-EXIT.
006500     EXIT.
006503 2170-READ-REJECT-DATE.
006504     ACCEPT WS-REJECT-BUS-DATE FROM DATE YYYYMMDD
006505     MOVE SPACES TO WS-RDT-DYNAMIC-FILE
006506     STRING "/workspace/REJECT/"
006507         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ".busdate"
006508         DELIMITED BY SIZE
006509         INTO WS-RDT-DYNAMIC-FILE
006510     END-STRING
006511     OPEN INPUT REJECT-DATE-FILE
006512     IF NOT WS-RDT-FILE-OK
006513         GO TO 2170-EXIT
006514     END-IF
006515     READ REJECT-DATE-FILE
006516         AT END
006517             MOVE SPACES TO REJECT-DATE-RECORD
006518     END-READ
006519     IF REJECT-DATE-RECORD IS NUMERIC
006520         MOVE REJECT-DATE-RECORD TO WS-REJECT-BUS-DATE
006521     END-IF
006522     CLOSE REJECT-DATE-FILE.
006523 2170-EXIT.
006524     EXIT.
006525******************************************************************
006526*  2200-SCAN-ONE-COPY                                           *
006530*  READS ONE COPY, FINDING ACCT_NUM (AND ACTION_CD ON A DELTA   *
006540*  NIGHT) FROM ITS OWN HEADER, AND KEEPS EVERY ROW FOR THE      *
006550*  ACCOUNT WITH ITS DATA ROW NUMBER - THE SAME NUMBERING THE    *
006560*  REJECT DETAIL AND ORPHAN LIST USE.  A MISSING COPY IS        *
006570*  SIMPLY NOT THERE THAT NIGHT.                                 *
006580******************************************************************
006590 2200-SCAN-ONE-COPY.
006600     MOVE 'N' TO WS-HEADER-SEEN-SWITCH
006610     MOVE ZERO TO WS-ACCT-COL
006620     MOVE ZERO TO WS-ACTION-COL
006630     MOVE ZERO TO WS-DATA-ROW-NUMBER
006640     OPEN INPUT FEED-CSV-FILE
006650     IF NOT WS-CSV-FILE-OK
006660         MOVE '00' TO WS-CSV-FILE-STATUS
006670         GO TO 2200-EXIT
006680     END-IF
006690     EVALUATE WS-SCAN-SOURCE
006700         WHEN 'S'
006710             SET WS-SENT-COPY-FOUND TO TRUE
006720         WHEN 'F'
006730             SET WS-FULL-COPY-FOUND TO TRUE
006740         WHEN OTHER
006750             CONTINUE
006760     END-EVALUATE
006770     PERFORM 2210-SCAN-ONE-ROW
006780         THRU 2210-EXIT
006790         UNTIL WS-CSV-FILE-EOF
006800     CLOSE FEED-CSV-FILE
006810     MOVE '00' TO WS-CSV-FILE-STATUS.
006820 2200-EXIT.
006830     EXIT.
006840 2210-SCAN-ONE-ROW.
006850     READ FEED-CSV-FILE
006860         AT END
006870             GO TO 2210-EXIT
006880     END-READ
006890     IF FEED-CSV-RECORD(1:8) = 'TRAILER,'
006900             OR FEED-CSV-RECORD = SPACES
006910         GO TO 2210-EXIT
006920     END-IF
006930     MOVE ZERO TO WS-CSV-FIELD-COUNT
006940     MOVE SPACES TO WS-CSV-FIELD-TABLE
006950     UNSTRING FEED-CSV-RECORD DELIMITED BY ','
006960         INTO WS-CSV-FIELD(1) WS-CSV-FIELD(2) WS-CSV-FIELD(3)
006970              WS-CSV-FIELD(4) WS-CSV-FIELD(5) WS-CSV-FIELD(6)
006980              WS-CSV-FIELD(7) WS-CSV-FIELD(8) WS-CSV-FIELD(9)
006990              WS-CSV-FIELD(10)
007000         TALLYING IN WS-CSV-FIELD-COUNT
007010     END-UNSTRING
007020     IF NOT WS-HEADER-SEEN
007030         SET WS-HEADER-SEEN TO TRUE
007040         PERFORM 2220-FIND-HEADER-COLUMN
007050             THRU 2220-EXIT
007060             VARYING WS-HDR-SUB FROM 1 BY 1
007070             UNTIL WS-HDR-SUB > WS-CSV-FIELD-COUNT
007080         IF WS-ACCT-COL = ZERO
007090             MOVE '10' TO WS-CSV-FILE-STATUS
007100         END-IF
007110         GO TO 2210-EXIT
007120     END-IF
007130     ADD 1 TO WS-DATA-ROW-NUMBER
007140     IF WS-ACCT-COL > WS-CSV-FIELD-COUNT
007150         GO TO 2210-EXIT
007160     END-IF
007170     IF FUNCTION TRIM(WS-CSV-FIELD(WS-ACCT-COL))
007180             NOT = FUNCTION TRIM(WS-TRC-ACCOUNT)
007190         GO TO 2210-EXIT
007200     END-IF
007210     IF WS-SCAN-SOURCE = 'S'
007220         SET WS-SENT-HAS-ACCOUNT TO TRUE
007230     END-IF
007240     IF WS-APP-COUNT = WS-APP-MAX
007250         ADD 1 TO WS-APP-OVERFLOW
007260         GO TO 2210-EXIT
007270     END-IF
007280     ADD 1 TO WS-APP-COUNT
007290     MOVE WS-SCAN-SOURCE TO WS-APP-SOURCE(WS-APP-COUNT)
007300     MOVE WS-DATA-ROW-NUMBER TO WS-APP-ROW(WS-APP-COUNT)
007310     MOVE SPACE TO WS-APP-ACTION(WS-APP-COUNT)
007320     IF WS-ACTION-COL > ZERO
007330             AND WS-ACTION-COL NOT > WS-CSV-FIELD-COUNT
007340         MOVE WS-CSV-FIELD(WS-ACTION-COL)(1:1)
007350             TO WS-APP-ACTION(WS-APP-COUNT)
007360     END-IF
007370     MOVE SPACES TO WS-APP-REASON(WS-APP-COUNT)
007380     MOVE SPACES TO WS-APP-REJ-COL(WS-APP-COUNT)
007390     MOVE 'N' TO WS-APP-ORPHAN(WS-APP-COUNT)
007400     PERFORM 2230-BUILD-MASKED-ROW
007410         THRU 2230-EXIT
007420     MOVE WS-ROW-TEXT TO WS-APP-TEXT(WS-APP-COUNT).
007430 2210-EXIT.
007440     EXIT.
007450 2220-FIND-HEADER-COLUMN.
007460     IF FUNCTION TRIM(WS-CSV-FIELD(WS-HDR-SUB)) = 'ACCT_NUM'
007470             AND WS-ACCT-COL = ZERO
007480         MOVE WS-HDR-SUB TO WS-ACCT-COL
007490     END-IF
007500     IF FUNCTION TRIM(WS-CSV-FIELD(WS-HDR-SUB)) = 'ACTION_CD'
007510         MOVE WS-HDR-SUB TO WS-ACTION-COL
007520     END-IF
007530     IF WS-HDR-SUB = WS-SENS-COL
007540         MOVE WS-CSV-FIELD(WS-HDR-SUB) TO WS-SENS-NAME
007550     END-IF.
007560 2220-EXIT.
007570     EXIT.
007580******************************************************************
007590*  2230-BUILD-MASKED-ROW                                        *
007600*  THE ROW AS ARCHIVED, EXCEPT THAT A SENSITIVE-COLUMN VALUE    *
007610*  WHICH IS NOT A TOKEN (T + 15 DIGITS) IS BLANKED OUT - THE    *
007620*  TRACE MUST NOT SHOW WHAT ONLY MASKRVL MAY REVEAL.            *
007630******************************************************************
007640 2230-BUILD-MASKED-ROW.
007650     IF WS-SENS-COL = ZERO
007660             OR WS-SENS-COL > WS-CSV-FIELD-COUNT
007670         MOVE FEED-CSV-RECORD TO WS-ROW-TEXT
007680         GO TO 2230-EXIT
007690     END-IF
007700     SET WS-MASK-NOTE-NEEDED TO TRUE
007710     IF WS-CSV-FIELD(WS-SENS-COL) NOT = SPACES
007720             AND (WS-CSV-FIELD(WS-SENS-COL)(1:1) NOT = 'T'
007730               OR WS-CSV-FIELD(WS-SENS-COL)(2:15) IS NOT NUMERIC)
007740         MOVE '*MASKED*' TO WS-CSV-FIELD(WS-SENS-COL)
007750     END-IF
007760     MOVE SPACES TO WS-ROW-TEXT
007770     MOVE 1 TO WS-ROW-POINTER
007780     PERFORM 2235-APPEND-ONE-FIELD
007790         THRU 2235-EXIT
007800         VARYING WS-FLD-SUB FROM 1 BY 1
007810         UNTIL WS-FLD-SUB > WS-CSV-FIELD-COUNT.
007820 2230-EXIT.
007830     EXIT.
007840 2235-APPEND-ONE-FIELD.
007850     IF WS-FLD-SUB > 1
007860         STRING "," DELIMITED BY SIZE
007870             INTO WS-ROW-TEXT
007880             WITH POINTER WS-ROW-POINTER
007890         END-STRING
007900     END-IF
007910     IF WS-CSV-FIELD(WS-FLD-SUB) NOT = SPACES
007920         STRING FUNCTION TRIM(WS-CSV-FIELD(WS-FLD-SUB))
007930             DELIMITED BY SIZE
007940             INTO WS-ROW-TEXT
007950             WITH POINTER WS-ROW-POINTER
007960         END-STRING
007970     END-IF.
007980 2235-EXIT.
007990     EXIT.
008000******************************************************************
008010*  2400-APPLY-REJECT-DETAIL                                     *
008020*  READS THE DATED REJECT DETAIL UPLOADCSV KEPT IN THE ARCHIVE  *
008030*  FOLDER AND MARKS EACH OF THE ACCOUNT'S ROWS (SENT OR         *
008040*  REJECT-FOLDER COPY) WITH THE RULE AND COLUMN IT FAILED.      *
008050*  ROW 0000000 IS A HEADER FAILURE - THE WHOLE FILE.            *
008060******************************************************************
008070 2400-APPLY-REJECT-DETAIL.
008080     MOVE SPACES TO WS-DTL-DYNAMIC-FILE
008090     STRING "/workspace/ARCHIVE-" WS-DAY-DATE "/"
008100         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ".rejdtl"
008110         DELIMITED BY SIZE
008120         INTO WS-DTL-DYNAMIC-FILE
008130     END-STRING
008140     OPEN INPUT DETAIL-FILE
008150     IF NOT WS-DTL-FILE-OK
008160         MOVE '00' TO WS-DTL-FILE-STATUS
008170         GO TO 2400-EXIT
008180     END-IF
008190     SET WS-REJDTL-FOUND TO TRUE
008200     PERFORM 2410-APPLY-ONE-DETAIL
008210         THRU 2410-EXIT
008220         UNTIL WS-DTL-FILE-EOF
008230     CLOSE DETAIL-FILE
008240     MOVE '00' TO WS-DTL-FILE-STATUS.
008250 2400-EXIT.
008260     EXIT.
008270 2410-APPLY-ONE-DETAIL.
008280     READ DETAIL-FILE
008290         AT END
008300             GO TO 2410-EXIT
008310     END-READ
008320     PERFORM 2600-SPLIT-DETAIL-LINE
008330         THRU 2600-EXIT
008340     IF NOT WS-DTL-ROW-MATCHED
008350         GO TO 2410-EXIT
008360     END-IF
008370     PERFORM 2420-MARK-ONE-APPEARANCE
008380         THRU 2420-EXIT
008390         VARYING WS-APP-SUB FROM 1 BY 1
008400         UNTIL WS-APP-SUB > WS-APP-COUNT.
008410 2410-EXIT.
008420     EXIT.
008430 2420-MARK-ONE-APPEARANCE.
008440     IF WS-APP-SOURCE(WS-APP-SUB) = 'F'
008450             OR WS-APP-REASON(WS-APP-SUB) NOT = SPACES
008460         GO TO 2420-EXIT
008470     END-IF
008480     IF WS-APP-ROW(WS-APP-SUB) = WS-DTL-ROW OR WS-DTL-ROW = ZERO
008490         MOVE WS-DTL-VALUE-5(8:40) TO WS-APP-REASON(WS-APP-SUB)
008500         MOVE WS-DTL-VALUE-4(1:2) TO WS-APP-REJ-COL(WS-APP-SUB)
008510     END-IF.
008520 2420-EXIT.
008530     EXIT.
008540******************************************************************
008550*  2500-APPLY-ORPHAN-LIST                                       *
008560*  READS THE DATED ORPHAN KEY LIST UPLOADXRF KEPT.  AN ENTRY    *
008570*  FOR THIS ACCOUNT MARKS THE MATCHING ROW; IF THE ROW ITSELF   *
008580*  IS NO LONGER HELD (THE REJECTED FILE WAS SINCE REPAIRED)     *
008590*  THE LIST ENTRY IS SHOWN ON ITS OWN.                          *
008600******************************************************************
008610 2500-APPLY-ORPHAN-LIST.
008620     MOVE SPACES TO WS-DTL-DYNAMIC-FILE
008630     STRING "/workspace/ARCHIVE-" WS-DAY-DATE "/"
008640         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB)) ".orphans"
008650         DELIMITED BY SIZE
008660         INTO WS-DTL-DYNAMIC-FILE
008670     END-STRING
008680     OPEN INPUT DETAIL-FILE
008690     IF NOT WS-DTL-FILE-OK
008700         MOVE '00' TO WS-DTL-FILE-STATUS
008710         GO TO 2500-EXIT
008720     END-IF
008730     SET WS-ORPHANS-FOUND TO TRUE
008740     PERFORM 2510-APPLY-ONE-ORPHAN
008750         THRU 2510-EXIT
008760         UNTIL WS-DTL-FILE-EOF
008770     CLOSE DETAIL-FILE
008780     MOVE '00' TO WS-DTL-FILE-STATUS.
008790 2500-EXIT.
008800     EXIT.
008810 2510-APPLY-ONE-ORPHAN.
008820     READ DETAIL-FILE
008830         AT END
008840             GO TO 2510-EXIT
008850     END-READ
008860     PERFORM 2600-SPLIT-DETAIL-LINE
008870         THRU 2600-EXIT
008880     IF NOT WS-DTL-ROW-MATCHED
008890             OR FUNCTION TRIM(WS-DTL-VALUE-4)
008900                 NOT = FUNCTION TRIM(WS-TRC-ACCOUNT)
008910         GO TO 2510-EXIT
008920     END-IF
008930     MOVE 'N' TO WS-DTL-MATCH-SWITCH
008940     PERFORM 2520-MARK-ONE-ORPHAN
008950         THRU 2520-EXIT
008960         VARYING WS-APP-SUB FROM 1 BY 1
008970         UNTIL WS-APP-SUB > WS-APP-COUNT
008980     IF WS-DTL-ROW-MATCHED
008990         GO TO 2510-EXIT
009000     END-IF
009010*    NOT IN ANY COPY HELD - LISTED ON ITS OWN ONCE THE REJECT
009020*    FOLDER COPY HAS BEEN LOOKED AT TOO
009030     IF WS-SCAN-SOURCE NOT = 'R'
009040         GO TO 2510-EXIT
009050     END-IF
009100     IF WS-APP-COUNT = WS-APP-MAX
009110         ADD 1 TO WS-APP-OVERFLOW
009120         GO TO 2510-EXIT
009130     END-IF
009140     ADD 1 TO WS-APP-COUNT
009150     MOVE 'O' TO WS-APP-SOURCE(WS-APP-COUNT)
009160     MOVE WS-DTL-ROW TO WS-APP-ROW(WS-APP-COUNT)
009170     MOVE SPACE TO WS-APP-ACTION(WS-APP-COUNT)
009180     MOVE SPACES TO WS-APP-REASON(WS-APP-COUNT)
009190     MOVE SPACES TO WS-APP-REJ-COL(WS-APP-COUNT)
009200     MOVE 'Y' TO WS-APP-ORPHAN(WS-APP-COUNT)
009210     MOVE SPACES TO WS-APP-TEXT(WS-APP-COUNT).
009220 2510-EXIT.
009230     EXIT.
009240 2520-MARK-ONE-ORPHAN.
009250     IF WS-APP-SOURCE(WS-APP-SUB) = 'F'
009260         GO TO 2520-EXIT
009270     END-IF
009280     IF WS-APP-ROW(WS-APP-SUB) = WS-DTL-ROW
009290         MOVE 'Y' TO WS-APP-ORPHAN(WS-APP-SUB)
009300         SET WS-DTL-ROW-MATCHED TO TRUE
009310     END-IF.
009320 2520-EXIT.
009330     EXIT.
009410******************************************************************
009420*  2600-SPLIT-DETAIL-LINE                                       *
009430*  SPLITS 'ROW nnnnnnn COL nn REASON=xxx ...' OR                *
009440*  'ROW nnnnnnn ACCT_NUM key' INTO ITS WORDS.                   *
009450******************************************************************
009460 2600-SPLIT-DETAIL-LINE.
009470     MOVE 'N' TO WS-DTL-MATCH-SWITCH
009480     MOVE SPACES TO WS-DTL-WORD-1
009490     MOVE SPACES TO WS-DTL-ROW-TEXT
009500     MOVE SPACES TO WS-DTL-WORD-3
009510     MOVE SPACES TO WS-DTL-VALUE-4
009520     MOVE SPACES TO WS-DTL-VALUE-5
009530     UNSTRING DETAIL-RECORD DELIMITED BY ALL SPACE
009540         INTO WS-DTL-WORD-1 WS-DTL-ROW-TEXT WS-DTL-WORD-3
009550              WS-DTL-VALUE-4 WS-DTL-VALUE-5
009560     END-UNSTRING
009570     IF WS-DTL-WORD-1 NOT = 'ROW'
009580             OR WS-DTL-ROW-TEXT(1:7) IS NOT NUMERIC
009590         GO TO 2600-EXIT
009600     END-IF
009610     MOVE FUNCTION NUMVAL(WS-DTL-ROW-TEXT(1:7)) TO WS-DTL-ROW
009620     SET WS-DTL-ROW-MATCHED TO TRUE.
009630 2600-EXIT.
009640     EXIT.
009650******************************************************************
009660*  3000-SHOW-FEED-DATE                                          *
009670*  ONE BLOCK PER FEED-DATE THE ACCOUNT APPEARS IN: THE FEED'S   *
009680*  OUTCOME AND DOWNSTREAM ACK, EACH ROW WITH WHAT BECAME OF IT, *
009690*  THE FEED-DATE'S AUDIT LINES, AND THE MASKING NOTE.           *
009700******************************************************************
009710 3000-SHOW-FEED-DATE.
009720     ADD 1 TO WS-FEED-DATES-SHOWN
009730     DISPLAY " "
009740     DISPLAY WS-DAY-DATE " "
009745         FUNCTION TRIM(WS-FEED-NAME(WS-FEED-SUB))
009750     PERFORM 3100-SHOW-HISTORY
009760         THRU 3100-EXIT
009770     PERFORM 3200-SHOW-ONE-APPEARANCE
009780         THRU 3200-EXIT
009790         VARYING WS-APP-SUB FROM 1 BY 1
009800         UNTIL WS-APP-SUB > WS-APP-COUNT
009810     IF WS-APP-OVERFLOW > ZERO
009820         DISPLAY "         ... " WS-APP-OVERFLOW
009830             " FURTHER ROWS FOR THE ACCOUNT NOT LISTED"
009840     END-IF
009850     PERFORM 3300-SHOW-AUDIT-LINE
009860         THRU 3300-EXIT
009870         VARYING WS-AUT-SUB FROM 1 BY 1
009880         UNTIL WS-AUT-SUB > WS-AUT-COUNT
009890     IF WS-MASK-NOTE-NEEDED
009900         DISPLAY "         NOTE: " FUNCTION TRIM(WS-SENS-NAME)
009910             " (COL " WS-SENS-COL ") IS MASKED - REVEAL ONLY"
009920             " THROUGH MASKRVL (FEED, DATE, ACCOUNT, REASON)"
009930     END-IF.
009940 3000-EXIT.
009950     EXIT.
009960 3100-SHOW-HISTORY.
009970     IF NOT WS-HIS-OPEN
009980         GO TO 3100-EXIT
009990     END-IF
010000     MOVE 'N' TO WS-HIS-FOUND-SWITCH
010010     MOVE WS-FEED-NAME(WS-FEED-SUB) TO UPLHIST-FEED-NAME
010020     MOVE WS-DAY-DATE TO UPLHIST-BUS-DATE
010030     READ HISTORY-FILE
010040         KEY IS UPLHIST-KEY
010050         INVALID KEY
010060             CONTINUE
010070         NOT INVALID KEY
010080             SET WS-HIS-FOUND TO TRUE
010090     END-READ
010100     IF NOT WS-HIS-FOUND
010110         DISPLAY "         UPLOAD=NO UPLOAD-HISTORY RECORD"
010120         GO TO 3100-EXIT
010130     END-IF
010140     DISPLAY "         UPLOAD=" FUNCTION TRIM(UPLHIST-OUTCOME)
010150         " ROWS SENT=" UPLHIST-ROWS-SENT
010160         " INGESTED=" UPLHIST-ROWS-INGESTED
010170     IF UPLHIST-RUN-CORRECTION
010180         DISPLAY "         CORRECTION AT " UPLHIST-RUN-TIME
010190             " SUPERSEDED THE " UPLHIST-SUPERSEDED-TIME
010200             " RUN"
010210     END-IF
010220     EVALUATE TRUE
010230         WHEN UPLHIST-ACK-ACCEPTED
010240             DISPLAY "         DOWNSTREAM=ACCEPTED ON "
010250                 UPLHIST-ACK-DATE " ("
010260                 UPLHIST-ACK-ROWS " ROWS APPLIED)"
010270         WHEN UPLHIST-ACK-REJECTED
010280             DISPLAY "         DOWNSTREAM=REJECTED ON "
010290                 UPLHIST-ACK-DATE
010300         WHEN UPLHIST-OUTCOME(1:7) = 'SUCCESS'
010310             DISPLAY "         DOWNSTREAM=AWAITING ACK"
010320         WHEN OTHER
010330             CONTINUE
010340     END-EVALUATE.
010350 3100-EXIT.
010360     EXIT.
010370******************************************************************
010380*  3200-SHOW-ONE-APPEARANCE                                     *
010390*  WHAT BECAME OF ONE ROW.  A QUARANTINE OR ORPHAN MARK WINS    *
010400*  OVER THE COPY IT CAME FROM; A SENT ROW WITHOUT ONE WENT OUT. *
010410******************************************************************
010420 3200-SHOW-ONE-APPEARANCE.
010430     MOVE SPACES TO WS-APP-STATUS
010440     EVALUATE WS-APP-SOURCE(WS-APP-SUB)
010450         WHEN 'S'
010460             MOVE 'ARCHIVED' TO WS-APP-SOURCE-TEXT
010470         WHEN 'F'
010480             MOVE 'FULL SNAP' TO WS-APP-SOURCE-TEXT
010490         WHEN 'R'
010500             MOVE 'REJECT DIR' TO WS-APP-SOURCE-TEXT
010510         WHEN OTHER
010520             MOVE 'ORPHAN LST' TO WS-APP-SOURCE-TEXT
010530     END-EVALUATE
010540     EVALUATE TRUE
010550         WHEN WS-APP-SOURCE(WS-APP-SUB) = 'F'
010560                 AND WS-SENT-HAS-ACCOUNT
010570             MOVE 'IN THE FULL SNAPSHOT - SENT AS THE DELTA ROW'
010580                 TO WS-APP-STATUS
010590         WHEN WS-APP-SOURCE(WS-APP-SUB) = 'F'
010600                 AND WS-SENT-COPY-FOUND
010610             MOVE 'IN THE FULL SNAPSHOT - UNCHANGED, NOT SENT'
010620                 TO WS-APP-STATUS
010630         WHEN WS-APP-SOURCE(WS-APP-SUB) = 'F'
010640             MOVE 'IN THE FULL SNAPSHOT - DELTA NOT UPLOADED'
010650                 TO WS-APP-STATUS
010660         WHEN WS-APP-REASON(WS-APP-SUB) NOT = SPACES
010670             STRING "QUARANTINED - RULE="
010680                 FUNCTION TRIM(WS-APP-REASON(WS-APP-SUB))
010690                 " COL=" WS-APP-REJ-COL(WS-APP-SUB)
010700                 DELIMITED BY SIZE
010710                 INTO WS-APP-STATUS
010720             END-STRING
010730         WHEN WS-APP-ORPHAN(WS-APP-SUB) = 'Y'
010740                 AND WS-APP-SOURCE(WS-APP-SUB) = 'S'
010750             MOVE 'UPLOADED - ORPHAN KEY SENT ON A GATE RELEASE'
010760                 TO WS-APP-STATUS
010770         WHEN WS-APP-ORPHAN(WS-APP-SUB) = 'Y'
010780             MOVE 'ORPHAN-REJECTED - ACCT_NUM NOT IN THE PARENT'
010790                 TO WS-APP-STATUS
010800         WHEN WS-APP-SOURCE(WS-APP-SUB) = 'S'
010810             MOVE 'UPLOADED' TO WS-APP-STATUS
010820         WHEN OTHER
010830             MOVE 'NOT UPLOADED - THE WHOLE FILE WAS REJECTED'
010840                 TO WS-APP-STATUS
010850     END-EVALUATE
010860     IF WS-APP-ACTION(WS-APP-SUB) NOT = SPACE
010870             AND WS-APP-SOURCE(WS-APP-SUB) NOT = 'F'
010880         DISPLAY "  ROW " WS-APP-ROW(WS-APP-SUB) " "
010890             WS-APP-SOURCE-TEXT " "
010900             FUNCTION TRIM(WS-APP-STATUS)
010910             " - DELTA ACTION=" WS-APP-ACTION(WS-APP-SUB)
010920     ELSE
010930         DISPLAY "  ROW " WS-APP-ROW(WS-APP-SUB) " "
010940             WS-APP-SOURCE-TEXT " "
010950             FUNCTION TRIM(WS-APP-STATUS)
010960     END-IF
010970     IF WS-APP-TEXT(WS-APP-SUB) NOT = SPACES
010980         DISPLAY "         DATA: "
010990             FUNCTION TRIM(WS-APP-TEXT(WS-APP-SUB))
011000     END-IF
011010     ADD 1 TO WS-ROWS-SHOWN.
011020 3200-EXIT.
011030     EXIT.
011040 3300-SHOW-AUDIT-LINE.
011050     IF WS-AUT-BUS-DATE(WS-AUT-SUB) = WS-DAY-DATE
011060             AND WS-AUT-FEED(WS-AUT-SUB)
011070                 = WS-FEED-NAME(WS-FEED-SUB)
011080         DISPLAY "         AUDIT " WS-AUT-TIME(WS-AUT-SUB)
011090             " " FUNCTION TRIM(WS-AUT-USER(WS-AUT-SUB))
011100             " " FUNCTION TRIM(WS-AUT-OUTCOME(WS-AUT-SUB))
011110             " ROWS=" WS-AUT-ROWS(WS-AUT-SUB)
011120     END-IF.
011130 3300-EXIT.
011140     EXIT.
011150******************************************************************
011160*  9000-TERMINATE                                               *
011170*  RC 0 = FOUND, 4 = NOTHING FOR THE ACCOUNT IN THE RANGE, 8 =  *
011180*  BAD PARAMETERS OR NO REGISTRY.                               *
011190******************************************************************
011200 9000-TERMINATE.
011210     IF WS-PARMS-BAD OR WS-REGISTRY-UNUSABLE
011220         MOVE 8 TO RETURN-CODE
011230         GO TO 9000-EXIT
011240     END-IF
011250     DISPLAY " "
011260     DISPLAY "Feed-dates shown: " WS-FEED-DATES-SHOWN
011270         "  rows shown: " WS-ROWS-SHOWN
011280     IF WS-DATES-COMPRESSED > ZERO
011290         DISPLAY "Dates not searched (archive compressed): "
011300             WS-DATES-COMPRESSED
011310     END-IF
011320     IF WS-FEED-DATES-SHOWN = ZERO
011330         MOVE 4 TO RETURN-CODE
011340     ELSE
011350         MOVE 0 TO RETURN-CODE
011360     END-IF.
011370 9000-EXIT.
011380     EXIT.
