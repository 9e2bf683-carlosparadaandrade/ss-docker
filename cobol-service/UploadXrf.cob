000300*      NONZERO RETURN CODE SO THE JCL COND= CHAIN HALTS THE
000310*      REMAINING UPLOAD STEPS.
000320*
000321*      WHICH FEEDS ARE CHECKED, AGAINST WHICH PARENT, COMES FROM
000322*      THE DEPENDS-ON FIELD OF THE FEED REGISTRY: AN ENTRY
000323*      <parent-csv>:<col> SAYS COLUMN <col> OF THIS FEED MUST
000324*      HOLD A KEY PRESENT IN THE PARENT FEED'S KEY COLUMN (ITS
000325*      FIRST REQUIRED COLUMN).  RUN BY THE NIGHTLY CHAIN DRIVER
000326*      (FEEDCHN), UPLOAD-CHAIN-FEED=<csv-name> IN THE ENVIRONMENT
000327*      LIMITS THE CHECK TO THAT ONE DEPENDENT FEED.
000328*
000329*      RETURN CODES:
000330*          0 = EVERY DEPENDENT FEED PRESENT CROSS-CHECKED CLEAN
000331*          4 = A PARENT FEED COULD NOT BE FOUND TO CHECK AGAINST
000332*          8 = A FEED WAS REJECTED FOR ORPHAN KEYS (UNLESS AN
000333*              APPROVED GATERLS RELEASE FOR THE FEED AND RUN
000334*              DATE IS ON THE GATE HOLD REGISTER - THE FEED
000335*              PASSES, ITS ORPHAN LIST IS KEPT, RELEASE USED)
000336*         12 = THE FEED REGISTRY COULD NOT BE LOADED
000337*
000338*  MODIFICATION HISTORY.
000340*      2026-08-22  DAO  INITIAL VERSION.
000341*      2026-09-02  DAO  WHEN THE ACCOUNTS FEED RUNS IN DELTA
000342*                       MODE THE FILE IN /WORKSPACE HOLDS ONLY
000348*                       THE STEP-TIMING LOG SO THE MONTHLY
000349*                       BATCH-WINDOW/SLA REPORT (SLARPT) HAS REAL
000350*                       ELAPSED-TIME DATA TO WORK FROM.
000351*      2026-10-15  DAO  FEEDS, PARENTS AND KEY COLUMNS COME FROM
000352*                       THE REGISTRY VERSION IN FORCE ON THE RUN
000353*                       DATE; UPLOAD-CHAIN-FEED SET BY FEEDCHN.
000354*      2026-10-15  DAO  ORPHAN REJECTS GO ON THE GATE HOLD
000355*                       REGISTER (GATERLS RELEASE, HOLDRPL/APL);
000356*                       ORPHAN LIST KEPT IN ARCHIVE <name>.orphans
000357*      2026-10-15  DAO  BACKDATED RUNS READ THE DATE'S PARENT;
000358*                       KEY COLUMN NAMED FROM THE PARENT'S HEADER.
000359*      2026-10-15  DAO  AN APPROVED RELEASE LAPSES AFTER
000360*                       RELEASE-VALID-DAYS (CONFIG); REGISTRY
000361*                       VERSION PARAGRAPHS SHARED VIA REGVPCK.
000362******************************************************************
000363 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. UploadXrf.
000380 AUTHOR. D. OKAFOR.
000390 INSTALLATION. ENTERPRISE DATA SERVICES.
000540         ASSIGN TO DYNAMIC WS-ORP-DYNAMIC-FILE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ORP-FILE-STATUS.
000561     SELECT REGISTRY-FILE ASSIGN TO DYNAMIC WS-REG-DYNAMIC-FILE
000562         ORGANIZATION IS LINE SEQUENTIAL
000563         FILE STATUS IS WS-REG-FILE-STATUS.
000570     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUD-DYNAMIC-FILE
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-AUD-FILE-STATUS.
000591     SELECT TIMING-LOG-FILE ASSIGN TO DYNAMIC WS-TML-DYNAMIC-FILE
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS WS-TML-FILE-STATUS.
000594     SELECT HOLD-REGISTER-FILE
000595         ASSIGN TO DYNAMIC WS-HRG-DYNAMIC-FILE
000596         ORGANIZATION IS LINE SEQUENTIAL
000597         FILE STATUS IS WS-HRG-FILE-STATUS.
000598     SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CFG-DYNAMIC-FILE
000599         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CFG-FILE-STATUS.
000601 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ACCOUNT-FEED-FILE.
000630 01  ACCOUNT-FEED-RECORD         PIC X(1000).
000690 01  AUDIT-LOG-RECORD            PIC X(300).
000691 FD  TIMING-LOG-FILE.
000692 01  TIMING-LOG-RECORD           PIC X(130).
000693 FD  REGISTRY-FILE.
000694 01  REGISTRY-RECORD             PIC X(300).
000695 FD  HOLD-REGISTER-FILE.
000696 01  HOLD-REGISTER-RECORD        PIC X(300).
000697 FD  CONFIG-FILE.
000698 01  CONFIG-RECORD               PIC X(100).
000700 WORKING-STORAGE SECTION.
000710*---------------------------------------------------------------*
000711*    FEED REGISTRY - DEPENDS-ON FIELDS AND PARENT KEY COLUMNS   *
000712*---------------------------------------------------------------*
000713 01  WS-REG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
000714 01  WS-REGISTRY-FILE-NAME       PIC X(100) VALUE
000715      '/workspace/cobol-service/control/feed-registry.dat'.
000716 01  WS-REG-FILE-STATUS          PIC X(02) VALUE '00'.
000717     88  WS-REG-FILE-OK                       VALUE '00'.
000718     88  WS-REG-FILE-EOF                      VALUE '10'.
000719*---------------------------------------------------------------*
000720*    PARENT FEED (SOURCE OF THE KEY TABLE)                      *
000730*---------------------------------------------------------------*
000740 01  WS-ACCT-DYNAMIC-FILE        PIC X(100) VALUE SPACES.
000750 01  WS-ACCT-FILE-STATUS         PIC X(02) VALUE '00'.
000830                                 INDEXED BY WS-ACCT-IDX
000840                                 PIC X(30).
000850*---------------------------------------------------------------*
000860*    FEEDS TO BE CHECKED AGAINST A PARENT'S KEY TABLE, FROM THE *
000866*    REGISTRY DEPENDS-ON FIELD - THE COLUMN WHERE THE PARENT'S  *
000872*    KEY SITS IN THIS FEED, AND THE PARENT'S OWN KEY COLUMN     *
000880*---------------------------------------------------------------*
000890 01  WS-CHECK-FEED-TABLE.
000900     05  WS-CHECK-FEED-ENTRY     OCCURS 50 TIMES.
000910         10  WS-CHECK-FEED-NAME  PIC X(30).
000920         10  WS-CHECK-ACCT-COL   PIC 9(02).
000922         10  WS-CHECK-PARENT-NAME
000924                                 PIC X(30).
000926         10  WS-CHECK-PARENT-COL PIC 9(02).
000928         10  WS-CHECK-KEY-NAME   PIC X(30).
000930 01  WS-CHECK-FEED-MAX           PIC 9(02) COMP VALUE ZERO.
000931 01  WS-REG-TAG                  PIC X(08) VALUE SPACES.
000932 01  WS-REG-NAME                 PIC X(30) VALUE SPACES.
000933 01  WS-REG-REQ-1                PIC X(02) VALUE SPACES.
000934 01  WS-REG-ACTIVE               PIC X(01) VALUE SPACES.
000935 01  WS-REG-HEADER               PIC X(200) VALUE SPACES.
000936 01  WS-REG-DEPS                 PIC X(100) VALUE SPACES.
000937 01  WS-DEP-ITEM-TABLE.
000938     05  WS-DEP-ITEM             OCCURS 3 TIMES
000939                                 PIC X(34).
000940 01  WS-CHECK-FEED-SUB           PIC 9(02) COMP VALUE ZERO.
000941 01  WS-KEYCOL-COUNT             PIC 9(02) COMP VALUE ZERO.
000942 01  WS-KEYCOL-TABLE.
000943     05  WS-KEYCOL-ENTRY         OCCURS 50 TIMES.
000944         10  WS-KEYCOL-NAME      PIC X(30).
000945         10  WS-KEYCOL-COL       PIC X(02).
000946         10  WS-KEYCOL-HEADER    PIC X(200).
000947 01  WS-KEYCOL-SUB               PIC 9(02) COMP VALUE ZERO.
000948 01  WS-DEP-ITEM-SUB             PIC 9(01) COMP VALUE ZERO.
000949 01  WS-DEP-ITEM-NAME            PIC X(30) VALUE SPACES.
000950 01  WS-CHK-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
000960 01  WS-CHK-FILE-STATUS          PIC X(02) VALUE '00'.
000970     88  WS-CHK-FILE-OK                       VALUE '00'.
000990 01  WS-FILE-NAME                PIC X(100) VALUE SPACES.
001000 01  WS-ROW-NUMBER               PIC 9(07) VALUE ZERO.
001010 01  WS-LOOKUP-KEY               PIC X(30) VALUE SPACES.
001011 01  WS-DEP-ITEM-COL             PIC X(02) VALUE SPACES.
001012 01  WS-HDR-PICK-SOURCE          PIC X(200) VALUE SPACES.
001013 01  WS-HDR-PICK-COL             PIC 9(02) VALUE ZERO.
001014 01  WS-HDR-PICK-NAME            PIC X(30) VALUE SPACES.
001015 01  WS-HDR-NAME-TABLE.
001016     05  WS-HDR-NAME             OCCURS 10 TIMES
001017                                 PIC X(30).
001020 01  WS-KEY-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001030     88  WS-KEY-FOUND                         VALUE 'Y'.
001040     88  WS-KEY-NOT-FOUND                     VALUE 'N'.
001090     88  WS-FEED-HAS-ORPHANS                  VALUE 'Y'.
001100 01  WS-RUN-FAILURE-SWITCH       PIC X(01) VALUE 'N'.
001110     88  WS-RUN-HAD-FAILURE                   VALUE 'Y'.
001120 01  WS-PARENT-MISSING-SWITCH    PIC X(01) VALUE 'N'.
001130     88  WS-PARENT-FEED-MISSING               VALUE 'Y'.
001131 01  WS-LOADED-PARENT-NAME       PIC X(30) VALUE SPACES.
001132 01  WS-PARENT-LOAD-SWITCH       PIC X(01) VALUE 'N'.
001133     88  WS-PARENT-KEYS-LOADED                VALUE 'Y'.
001134 01  WS-REGISTRY-BAD-SWITCH      PIC X(01) VALUE 'N'.
001135     88  WS-REGISTRY-UNUSABLE                 VALUE 'Y'.
001140 COPY CSVREC.
001150*---------------------------------------------------------------*
001160*    ORPHAN KEY LIST WRITTEN BESIDE THE REJECTED FEED           *
001220 01  WS-ORPHAN-LIST-OPEN-SW      PIC X(01) VALUE 'N'.
001230     88  WS-ORPHAN-LIST-IS-OPEN               VALUE 'Y'.
001240 01  WS-ORPHAN-LINE              PIC X(80) VALUE SPACES.
001241     COPY REGVER.
001250*---------------------------------------------------------------*
001260*    RUN DATE (FOR LOCATING THE DATE'S ARCHIVE FOLDER) AND      *
001262*    TODAY'S DATE - A RUN DATE BEFORE IT IS A BACKDATED RUN     *
001270*---------------------------------------------------------------*
001280 01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACES.
001290 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001293 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001296 01  WS-BACKLOG-ACCT-FILE        PIC X(100) VALUE SPACES.
001300 01  WS-ARCHIVE-ACCT-FILE        PIC X(100) VALUE SPACES.
001301 01  WS-FULL-SNAP-FILE           PIC X(110) VALUE SPACES.
001302 01  WS-WORKSPACE-ACCT-FILE      PIC X(100) VALUE SPACES.
001303 01  WS-CHAIN-FEED-NAME          PIC X(30) VALUE SPACES.
001310*---------------------------------------------------------------*
001320*    REJECT HANDLING (SAME CONVENTION AS UPLOADCSV)             *
001330*---------------------------------------------------------------*
001360 01  WS-MOVE-COMMAND             PIC X(350) VALUE SPACES.
001370 01  WS-MOVE-RETURN-CODE         PIC 9(04) COMP VALUE ZERO.
001380*---------------------------------------------------------------*
001381*    GATE HOLD REGISTER - ORPHAN REJECTIONS AND THEIR RELEASES  *
001382*---------------------------------------------------------------*
001383     COPY HOLDREG.
001384 01  WS-HRG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001385 01  WS-HRG-FILE-STATUS          PIC X(02) VALUE '00'.
001386     88  WS-HRG-FILE-OK                       VALUE '00'.
001387     88  WS-HRG-FILE-EOF                      VALUE '10'.
001388 01  WS-HRG-LINE-OUT             PIC X(300) VALUE SPACES.
001389*---------------------------------------------------------------*
001390*    CONFIG FILE (SAME FILE THE UPLOADER READS) - HOW LONG AN   *
001391*    APPROVED RELEASE STAYS VALID                               *
001392*---------------------------------------------------------------*
001393 01  WS-CFG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001394 01  WS-CONFIG-FILE-NAME         PIC X(100)
001395         VALUE '/workspace/config/uploadcsv.cfg'.
001396 01  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
001397     88  WS-CFG-FILE-OK                       VALUE '00'.
001398     88  WS-CFG-FILE-EOF                      VALUE '10'.
001399 01  WS-CFG-KEY                  PIC X(20) VALUE SPACES.
001400 01  WS-CFG-VALUE                PIC X(60) VALUE SPACES.
001401*---------------------------------------------------------------*
001402*    AUDIT LOG (SAME RECORD LAYOUT UPLOADCSV WRITES)            *
001403*---------------------------------------------------------------*
001410 01  WS-AUD-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001420 01  WS-AUDIT-LOG-FILE-NAME      PIC X(100)
001430         VALUE '/workspace/audit/upload-audit.log'.
001460 01  WS-AUDIT-USER-ID            PIC X(20) VALUE SPACES.
001470 01  WS-AUDIT-DATE               PIC 9(08) VALUE ZERO.
001480 01  WS-AUDIT-TIME               PIC 9(08) VALUE ZERO.
001481 01  WS-HRG-NOW-DATE             PIC 9(08) VALUE ZERO.
001482 01  WS-HRG-NOW-TIME             PIC 9(08) VALUE ZERO.
001483 01  WS-HRG-USER-ID              PIC X(20) VALUE SPACES.
001484 01  WS-HRG-MKDIR-COMMAND        PIC X(40)
001485         VALUE 'mkdir -p /workspace/control'.
001486 01  WS-HRG-MKDIR-RC             PIC 9(04) COMP VALUE ZERO.
001490 01  WS-AUDIT-OUTCOME            PIC X(40) VALUE SPACES.
001500 01  WS-AUDIT-RECORD-OUT         PIC X(300) VALUE SPACES.
001510 01  WS-AUDIT-RETURN-CODE        PIC 9(04) VALUE ZERO.
001520 01  WS-AUDIT-ROW-COUNT          PIC 9(07) VALUE ZERO.
001530 01  WS-AUDIT-INGESTED           PIC 9(07) VALUE ZERO.
001531 01  WS-AUDIT-TAIL               PIC X(60) VALUE SPACES.
001540 01  WS-AUDIT-RETRIES            PIC 9(02) VALUE ZERO.
001550 01  WS-AUDIT-HTTP               PIC X(03) VALUE SPACES.
001551*---------------------------------------------------------------*
001590         THRU 1000-EXIT
001591     PERFORM 8800-TIMING-START
001592         THRU 8800-EXIT
001602     PERFORM 1500-LOAD-REGISTRY
001610         THRU 1500-EXIT
001620     IF NOT WS-REGISTRY-UNUSABLE
001630         PERFORM 3000-CHECK-ONE-FEED
001640             THRU 3000-EXIT
001650             VARYING WS-CHECK-FEED-SUB FROM 1 BY 1
001730******************************************************************
001740*  1000-INITIALIZE                                               *
001750*  READS THE RUN DATE FROM SYSIN ('CURRENT' OR YYYYMMDD FOR A    *
001760*  RERUN) - IT IS ONLY USED TO LOCATE THE DATE'S ARCHIVE FOLDER  *
001770*  WHEN A PARENT FEED HAS ALREADY BEEN UPLOADED AND MOVED, AND   *
001780*  (BEFORE TODAY) TO MARK A BACKDATED RUN - AND THE ONE FEED TO  *
001790*  CHECK WHEN RUN BY THE CHAIN DRIVER.                           *
001800******************************************************************
001810 1000-INITIALIZE.
001820     DISPLAY "Enter the run date (YYYYMMDD) or CURRENT: "
001840     IF WS-RUN-DATE-PARM = 'CURRENT'
001850             OR WS-RUN-DATE-PARM = SPACES
001860         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001861     ELSE
001862         MOVE FUNCTION NUMVAL(WS-RUN-DATE-PARM) TO WS-RUN-DATE
001863     END-IF
001864     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001865     ACCEPT WS-CHAIN-FEED-NAME
001866         FROM ENVIRONMENT "UPLOAD-CHAIN-FEED"
001867     IF WS-CHAIN-FEED-NAME NOT = SPACES
001868         MOVE WS-CHAIN-FEED-NAME TO WS-TIM-CONTEXT
001869     END-IF
001870     MOVE WS-CONFIG-FILE-NAME TO WS-CFG-DYNAMIC-FILE
001871     OPEN INPUT CONFIG-FILE
001872     IF WS-CFG-FILE-OK
001873         PERFORM 1100-READ-ONE-CONFIG-LINE
001874             THRU 1100-EXIT
001875             UNTIL WS-CFG-FILE-EOF
001876         CLOSE CONFIG-FILE
001877     END-IF.
001878 1000-EXIT.
001879     EXIT.
001880 1100-READ-ONE-CONFIG-LINE.
001881     READ CONFIG-FILE
001882         AT END
001883             GO TO 1100-EXIT
001884     END-READ
001885     MOVE SPACES TO WS-CFG-KEY
001886     MOVE SPACES TO WS-CFG-VALUE
001887     UNSTRING CONFIG-RECORD DELIMITED BY '='
001888         INTO WS-CFG-KEY WS-CFG-VALUE
001889     END-UNSTRING
001890     IF WS-CFG-KEY = 'RELEASE-VALID-DAYS'
001891         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO HOLDREG-VALID-DAYS
001892     END-IF.
001893 1100-EXIT.
001894     EXIT.
001895******************************************************************
001896*  1500-LOAD-REGISTRY                                            *
001897*  BUILDS THE CHECK TABLE FROM THE REGISTRY: ONE ENTRY PER       *
001898*  KEYED DEPENDENCY (<parent-csv>:<col>) OF AN ACTIVE FEED.  A   *
001899*  DEPENDENCY WITHOUT A COLUMN ONLY ORDERS THE CHAIN AND IS NOT  *
001900*  CROSS-CHECKED.  EACH PARENT'S KEY COLUMN IS ITS FIRST         *
001901*  REQUIRED COLUMN, RESOLVED ONCE EVERY LINE HAS BEEN READ, AND  *
001902*  ITS NAME (FOR THE ORPHAN TEXTS) IS THAT COLUMN'S NAME IN THE  *
001903*  PARENT'S EXPECTED HEADER - FAILING THAT, THE DEPENDENT FEED'S *
001904*  OWN NAME FOR THE COLUMN HOLDING THE KEY.                      *
001905*  ONLY EACH FEED'S VERSION IN FORCE ON THE RUN DATE IS LOADED.  *
001906******************************************************************
001907 1500-LOAD-REGISTRY.
001908     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
001909     OPEN INPUT REGISTRY-FILE
001910     IF NOT WS-REG-FILE-OK
001911         DISPLAY "Error: feed registry "
001912             WS-REGISTRY-FILE-NAME " could not be opened."
001913         SET WS-REGISTRY-UNUSABLE TO TRUE
001914         GO TO 1500-EXIT
001915     END-IF
001916     MOVE WS-RUN-DATE TO REGVER-AS-OF-DATE
001917     PERFORM 8400-PICK-REGISTRY-VERSIONS
001918         THRU 8400-EXIT
001919     PERFORM 1510-LOAD-ONE-FEED
001920         THRU 1510-EXIT
001921         UNTIL WS-REG-FILE-EOF
001922     CLOSE REGISTRY-FILE
001923     PERFORM 1530-RESOLVE-PARENT-COL
001924         THRU 1530-EXIT
001925         VARYING WS-CHECK-FEED-SUB FROM 1 BY 1
001926         UNTIL WS-CHECK-FEED-SUB > WS-CHECK-FEED-MAX
001927     IF WS-CHECK-FEED-MAX = ZERO
001928         DISPLAY "No keyed feed dependency to cross-check."
001929     END-IF.
001930 1500-EXIT.
001931     EXIT.
001932 1510-LOAD-ONE-FEED.
001933     READ REGISTRY-FILE
001934         AT END
001935             GO TO 1510-EXIT
001936     END-READ
001937     ADD 1 TO REGVER-LINE-NO
001938     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
001939         GO TO 1510-EXIT
001940     END-IF
001941     MOVE SPACES TO WS-REG-TAG
001942     MOVE SPACES TO WS-REG-NAME
001943     MOVE SPACES TO WS-REG-REQ-1
001944     MOVE SPACES TO WS-REG-ACTIVE
001945     MOVE SPACES TO WS-REG-DEPS
001946*    ONLY THE FIELDS THIS CHECK USES ARE KEPT - THE REST ARE
001947*    STEPPED OVER INTO THE REGVER SKIP SLOTS
001948     UNSTRING REGISTRY-RECORD DELIMITED BY '|'
001949         INTO WS-REG-TAG WS-REG-NAME REGVER-SKIP(1)
001950              WS-REG-REQ-1 REGVER-SKIP(2) REGVER-SKIP(3)
001951              WS-REG-ACTIVE REGVER-SKIP(4) WS-REG-HEADER
001952              REGVER-SKIP(5) REGVER-SKIP(6) REGVER-SKIP(7)
001953              REGVER-SKIP(8) REGVER-SKIP(9) WS-REG-DEPS
001954     END-UNSTRING
001955     IF WS-REG-TAG NOT = 'FEED'
001956         GO TO 1510-EXIT
001957     END-IF
001958     PERFORM 8430-CHECK-VERSION-IN-FORCE
001959         THRU 8430-EXIT
001960     IF NOT REGVER-IN-FORCE
001961         GO TO 1510-EXIT
001962     END-IF
001963     IF WS-KEYCOL-COUNT < 50
001964         ADD 1 TO WS-KEYCOL-COUNT
001965         MOVE WS-REG-NAME TO WS-KEYCOL-NAME(WS-KEYCOL-COUNT)
001966         MOVE WS-REG-REQ-1 TO WS-KEYCOL-COL(WS-KEYCOL-COUNT)
001967         MOVE WS-REG-HEADER TO WS-KEYCOL-HEADER(WS-KEYCOL-COUNT)
001968     END-IF
001969     IF WS-REG-ACTIVE NOT = 'Y' OR WS-REG-DEPS = SPACES
001970         GO TO 1510-EXIT
001971     END-IF
001972     IF WS-CHAIN-FEED-NAME NOT = SPACES
001973             AND WS-REG-NAME NOT = WS-CHAIN-FEED-NAME
001974         GO TO 1510-EXIT
001975     END-IF
001976     MOVE SPACES TO WS-DEP-ITEM-TABLE
001977     UNSTRING WS-REG-DEPS DELIMITED BY ','
001978         INTO WS-DEP-ITEM(1) WS-DEP-ITEM(2) WS-DEP-ITEM(3)
001979     END-UNSTRING
001980     PERFORM 1520-STORE-ONE-DEP
001981         THRU 1520-EXIT
001982         VARYING WS-DEP-ITEM-SUB FROM 1 BY 1
001983         UNTIL WS-DEP-ITEM-SUB > 3.
001984 1510-EXIT.
001985     EXIT.
001986 1520-STORE-ONE-DEP.
001987     IF WS-DEP-ITEM(WS-DEP-ITEM-SUB) = SPACES
001988         GO TO 1520-EXIT
001989     END-IF
001990     MOVE SPACES TO WS-DEP-ITEM-NAME
001991     MOVE SPACES TO WS-DEP-ITEM-COL
001992     UNSTRING WS-DEP-ITEM(WS-DEP-ITEM-SUB) DELIMITED BY ':'
001993         INTO WS-DEP-ITEM-NAME WS-DEP-ITEM-COL
001994     END-UNSTRING
001995     IF WS-DEP-ITEM-COL(1:2) IS NOT NUMERIC
001996             OR WS-DEP-ITEM-COL = '00'
001997         GO TO 1520-EXIT
001998     END-IF
001999     IF WS-CHECK-FEED-MAX = 50
002000         DISPLAY "Warning: more than 50 keyed dependencies - "
002001             WS-REG-NAME " on " WS-DEP-ITEM-NAME " not checked."
002002         GO TO 1520-EXIT
002003     END-IF
002004     ADD 1 TO WS-CHECK-FEED-MAX
002005     MOVE WS-REG-NAME TO WS-CHECK-FEED-NAME(WS-CHECK-FEED-MAX)
002006     MOVE FUNCTION NUMVAL(WS-DEP-ITEM-COL)
002007         TO WS-CHECK-ACCT-COL(WS-CHECK-FEED-MAX)
002008     MOVE FUNCTION TRIM(WS-DEP-ITEM-NAME)
002009         TO WS-CHECK-PARENT-NAME(WS-CHECK-FEED-MAX)
002010     MOVE 1 TO WS-CHECK-PARENT-COL(WS-CHECK-FEED-MAX)
002011     MOVE WS-REG-HEADER TO WS-HDR-PICK-SOURCE
002012     MOVE WS-CHECK-ACCT-COL(WS-CHECK-FEED-MAX) TO WS-HDR-PICK-COL
002013     PERFORM 1545-PICK-HEADER-NAME
002014         THRU 1545-EXIT
002015     MOVE WS-HDR-PICK-NAME
002016         TO WS-CHECK-KEY-NAME(WS-CHECK-FEED-MAX).
002017 1520-EXIT.
002018     EXIT.
002019 1530-RESOLVE-PARENT-COL.
002020     PERFORM 1540-MATCH-ONE-KEYCOL
002021         THRU 1540-EXIT
002022         VARYING WS-KEYCOL-SUB FROM 1 BY 1
002023         UNTIL WS-KEYCOL-SUB > WS-KEYCOL-COUNT.
002024 1530-EXIT.
002025     EXIT.
002026 1540-MATCH-ONE-KEYCOL.
002027     IF WS-KEYCOL-NAME(WS-KEYCOL-SUB)
002028             = WS-CHECK-PARENT-NAME(WS-CHECK-FEED-SUB)
002029             AND WS-KEYCOL-COL(WS-KEYCOL-SUB)(1:2) IS NUMERIC
002030             AND WS-KEYCOL-COL(WS-KEYCOL-SUB) NOT = '00'
002031         MOVE FUNCTION NUMVAL(WS-KEYCOL-COL(WS-KEYCOL-SUB))
002032             TO WS-CHECK-PARENT-COL(WS-CHECK-FEED-SUB)
002033         MOVE WS-KEYCOL-HEADER(WS-KEYCOL-SUB)
002034             TO WS-HDR-PICK-SOURCE
002035         MOVE WS-CHECK-PARENT-COL(WS-CHECK-FEED-SUB)
002036             TO WS-HDR-PICK-COL
002037         PERFORM 1545-PICK-HEADER-NAME
002038             THRU 1545-EXIT
002039         IF WS-HDR-PICK-NAME NOT = 'KEY'
002040             MOVE WS-HDR-PICK-NAME
002041                 TO WS-CHECK-KEY-NAME(WS-CHECK-FEED-SUB)
002042         END-IF
002043     END-IF.
002044 1540-EXIT.
002045     EXIT.
002046 1545-PICK-HEADER-NAME.
002047     MOVE 'KEY' TO WS-HDR-PICK-NAME
002048     IF WS-HDR-PICK-COL = ZERO OR WS-HDR-PICK-COL > 10
002049         GO TO 1545-EXIT
002050     END-IF
002051     MOVE SPACES TO WS-HDR-NAME-TABLE
002052     UNSTRING WS-HDR-PICK-SOURCE DELIMITED BY ','
002053         INTO WS-HDR-NAME(1) WS-HDR-NAME(2) WS-HDR-NAME(3)
002054              WS-HDR-NAME(4) WS-HDR-NAME(5) WS-HDR-NAME(6)
002055              WS-HDR-NAME(7) WS-HDR-NAME(8) WS-HDR-NAME(9)
002056              WS-HDR-NAME(10)
002057     END-UNSTRING
002058     IF WS-HDR-NAME(WS-HDR-PICK-COL) NOT = SPACES
002059         MOVE WS-HDR-NAME(WS-HDR-PICK-COL) TO WS-HDR-PICK-NAME
002060     END-IF.
002061 1545-EXIT.
002062     EXIT.
002063******************************************************************
002064*  2000-LOAD-PARENT-KEYS                                         *
002065*  FINDS THE PARENT FEED FOR THE RUN DATE - IN /WORKSPACE IF THE *
002066*  UPLOAD STEP LEFT IT THERE, OTHERWISE IN THE DATE'S ARCHIVE    *
002067*  FOLDER.  ON A BACKDATED RUN /WORKSPACE HOLDS TONIGHT'S FILE,  *
002068*  SO IT IS NOT LOOKED AT - A PARENT NOT YET UPLOADED FOR THE    *
002069*  DATE IS READ FROM ITS BACKLOG EXTRACT (/workspace/BACKLOG/    *
002070*  <name>.YYYYMMDD) INSTEAD.  LOADS EVERY KEY (THE PARENT'S KEY  *
002071*  COLUMN) INTO THE KEY TABLE, SORTED SO THE FEED CHECKS CAN     *
002072*  BINARY-SEARCH IT.                                             *
002073******************************************************************
002080 2000-LOAD-PARENT-KEYS.
002083     PERFORM 2050-SET-PARENT-PATHS
002086         THRU 2050-EXIT
002090     MOVE ZERO TO WS-ACCT-COUNT
002091*    A DELTA-MODE NIGHT LEAVES ONLY CHANGED ROWS IN /WORKSPACE -
002092*    THE FULL SNAPSHOT FEEDDLTA KEPT IN TODAY'S ARCHIVE IS THE
002093*    COMPLETE KEY SET, SO IT IS PREFERRED WHEN IT EXISTS.
002094     MOVE WS-FULL-SNAP-FILE TO WS-ACCT-DYNAMIC-FILE
002095     OPEN INPUT ACCOUNT-FEED-FILE
002100     IF NOT WS-ACCT-FILE-OK AND WS-RUN-DATE NOT < WS-TODAY-DATE
002105         MOVE WS-WORKSPACE-ACCT-FILE
002110             TO WS-ACCT-DYNAMIC-FILE
002120         OPEN INPUT ACCOUNT-FEED-FILE
002125     END-IF
002140         MOVE WS-ARCHIVE-ACCT-FILE TO WS-ACCT-DYNAMIC-FILE
002150         OPEN INPUT ACCOUNT-FEED-FILE
002160     END-IF
002162     IF NOT WS-ACCT-FILE-OK AND WS-RUN-DATE < WS-TODAY-DATE
002164         MOVE WS-BACKLOG-ACCT-FILE TO WS-ACCT-DYNAMIC-FILE
002166         OPEN INPUT ACCOUNT-FEED-FILE
002168     END-IF
002170     IF NOT WS-ACCT-FILE-OK
002177         DISPLAY "Error: parent feed " WS-LOADED-PARENT-NAME
002184             " not found for " WS-RUN-DATE " in /workspace, "
002191             WS-ARCHIVE-ACCT-FILE " or its backlog."
002200         DISPLAY "Cross-feed check cannot run without the "
002210             "parent feed."
002220         SET WS-PARENT-FEED-MISSING TO TRUE
002230         GO TO 2000-EXIT
002240     END-IF
002250     DISPLAY "Loading parent keys from " WS-ACCT-DYNAMIC-FILE
002260*    SKIP THE HEADER LINE
002270     READ ACCOUNT-FEED-FILE
002280         AT END
002290             CLOSE ACCOUNT-FEED-FILE
002295             SET WS-PARENT-KEYS-LOADED TO TRUE
002300             GO TO 2000-EXIT
002310     END-READ
002320     PERFORM 2100-LOAD-ONE-KEY
002350            OR WS-ACCT-COUNT = 500000
002360     IF WS-ACCT-COUNT = 500000
002370             AND NOT WS-ACCT-FILE-EOF
002380         DISPLAY "Warning: parent feed has more than 500000 "
002390             "rows - keys beyond the table limit were not "
002400             "loaded and may report as orphans."
002410     END-IF
002420     CLOSE ACCOUNT-FEED-FILE
002425     SET WS-PARENT-KEYS-LOADED TO TRUE
002430     IF WS-ACCT-COUNT > ZERO
002440         SORT WS-ACCT-KEY ASCENDING WS-ACCT-KEY
002450     END-IF
002460     DISPLAY "Parent keys loaded: " WS-ACCT-COUNT.
002470 2000-EXIT.
002480     EXIT.
002481******************************************************************
002482*  2050-SET-PARENT-PATHS                                         *
002483*  NAMES THE PLACES THE CURRENT CHECK'S PARENT FEED MAY BE READ  *
002484*  FROM FOR THE RUN DATE: ITS FULL SNAPSHOT AND COPY IN THE      *
002485*  DATE'S ARCHIVE FOLDER, /WORKSPACE AND ITS BACKLOG EXTRACT.    *
002486******************************************************************
002487 2050-SET-PARENT-PATHS.
002488     MOVE WS-CHECK-PARENT-NAME(WS-CHECK-FEED-SUB)
002489         TO WS-LOADED-PARENT-NAME
002490     MOVE 'N' TO WS-PARENT-LOAD-SWITCH
002491     MOVE SPACES TO WS-ARCHIVE-ACCT-FILE
002492     STRING "/workspace/ARCHIVE-" WS-RUN-DATE "/"
002493         FUNCTION TRIM(WS-LOADED-PARENT-NAME)
002494         DELIMITED BY SIZE
002495         INTO WS-ARCHIVE-ACCT-FILE
002496     END-STRING
002497     MOVE SPACES TO WS-FULL-SNAP-FILE
002498     STRING FUNCTION TRIM(WS-ARCHIVE-ACCT-FILE) ".full"
002499         DELIMITED BY SIZE
002500         INTO WS-FULL-SNAP-FILE
002501     END-STRING
002502     MOVE SPACES TO WS-WORKSPACE-ACCT-FILE
002503     STRING "/workspace/" FUNCTION TRIM(WS-LOADED-PARENT-NAME)
002504         DELIMITED BY SIZE
002505         INTO WS-WORKSPACE-ACCT-FILE
002506     END-STRING
002507     MOVE SPACES TO WS-BACKLOG-ACCT-FILE
002508     STRING "/workspace/BACKLOG/"
002509         FUNCTION TRIM(WS-LOADED-PARENT-NAME) "." WS-RUN-DATE
002510         DELIMITED BY SIZE
002511         INTO WS-BACKLOG-ACCT-FILE
002512     END-STRING.
002513 2050-EXIT.
002514     EXIT.
002515 2100-LOAD-ONE-KEY.
002516     READ ACCOUNT-FEED-FILE
002517         AT END
002520             GO TO 2100-EXIT
002530     END-READ
002540*    THE TRAILER CONTROL RECORD CARRIES NO KEY
002550     IF ACCOUNT-FEED-RECORD(1:8) = 'TRAILER,'
002560         GO TO 2100-EXIT
002570     END-IF
002640              CSV-FIELD(10)
002650         TALLYING IN CSV-FIELD-COUNT
002660     END-UNSTRING
002666     IF CSV-FIELD(WS-CHECK-PARENT-COL(WS-CHECK-FEED-SUB))
002672             NOT = SPACES
002680         ADD 1 TO WS-ACCT-COUNT
002685         MOVE CSV-FIELD(WS-CHECK-PARENT-COL(WS-CHECK-FEED-SUB))
002690             TO WS-ACCT-KEY(WS-ACCT-COUNT)
002700     END-IF.
002710 2100-EXIT.
002720     EXIT.
002730******************************************************************
002740*  3000-CHECK-ONE-FEED                                           *
002750*  VERIFIES EVERY KEY IN ONE DEPENDENT FEED AGAINST ITS PARENT'S *
002760*  KEY TABLE.  A FEED CARRYING ORPHAN KEYS IS MOVED              *
002770*  TO THE REJECT FOLDER WITH THE ORPHAN KEY LIST BESIDE IT,      *
002780*  RECORDED IN THE AUDIT LOG, AND FAILS THE RUN.                 *
002790******************************************************************
002800 3000-CHECK-ONE-FEED.
002801     IF WS-CHECK-PARENT-NAME(WS-CHECK-FEED-SUB)
002802             NOT = WS-LOADED-PARENT-NAME
002803         PERFORM 2000-LOAD-PARENT-KEYS
002804             THRU 2000-EXIT
002805     END-IF
002810     MOVE WS-CHECK-FEED-NAME(WS-CHECK-FEED-SUB) TO WS-FILE-NAME
002811     IF NOT WS-PARENT-KEYS-LOADED
002812         DISPLAY "Note: " WS-FILE-NAME " not cross-checked - "
002813             "parent feed " WS-LOADED-PARENT-NAME " is missing."
002814         GO TO 3000-EXIT
002815     END-IF
002820     MOVE ZERO TO WS-ORPHAN-COUNT
002830     MOVE ZERO TO WS-ORPHAN-DISPLAYED
002840     MOVE ZERO TO WS-ROW-NUMBER
003080     IF WS-ORPHAN-LIST-IS-OPEN
003090         CLOSE ORPHAN-LIST-FILE
003100     END-IF
003103     PERFORM 3500-KEEP-DATED-ORPHANS
003106         THRU 3500-EXIT
003110     IF WS-FEED-HAS-ORPHANS
003120         PERFORM 3400-HOLD-OR-RELEASE
003230             THRU 3400-EXIT
003270     ELSE
003280         DISPLAY WS-FILE-NAME
003290             " cross-checked clean against "
003300             WS-ACCT-COUNT " keys of " WS-LOADED-PARENT-NAME
003310     END-IF.
003320 3000-EXIT.
003330     EXIT.
003360         AT END
003370             GO TO 3100-EXIT
003380     END-READ
003390*    THE TRAILER CONTROL RECORD CARRIES NO KEY
003400     IF CHECK-FEED-RECORD(1:8) = 'TRAILER,'
003410         GO TO 3100-EXIT
003420     END-IF
003850     IF WS-ORPHAN-DISPLAYED < WS-ORPHAN-DISPLAY-MAX
003860         ADD 1 TO WS-ORPHAN-DISPLAYED
003870         DISPLAY "Orphan: " WS-FILE-NAME(1:30) " row "
003875             WS-ROW-NUMBER " "
003880             FUNCTION TRIM(WS-CHECK-KEY-NAME(WS-CHECK-FEED-SUB))
003885             " " WS-LOOKUP-KEY
003890     END-IF
003900     IF NOT WS-ORPHAN-LIST-IS-OPEN
003910         MOVE SPACES TO WS-ORPHAN-LIST-NAME
004120     END-IF
004130     IF WS-ORPHAN-LIST-IS-OPEN
004140         MOVE SPACES TO WS-ORPHAN-LINE
004150         STRING "ROW " WS-ROW-NUMBER " "
004153             FUNCTION TRIM(WS-CHECK-KEY-NAME(WS-CHECK-FEED-SUB))
004156             " "
004160             FUNCTION TRIM(WS-LOOKUP-KEY)
004170             DELIMITED BY SIZE
004180             INTO WS-ORPHAN-LINE
004230 3300-EXIT.
004240     EXIT.
004250******************************************************************
004251*  3400-HOLD-OR-RELEASE                                          *
004252*  THE FEED CARRIES ORPHAN KEYS.  AN APPROVED RELEASE ON THE     *
004253*  GATE HOLD REGISTER FOR THIS FEED AND RUN DATE LETS IT         *
004254*  THROUGH ONCE - MARKED USED AND AUDITED, THE ORPHAN LIST LEFT  *
004255*  AS THE RECORD OF WHAT WENT OUT.  OTHERWISE THE FEED IS        *
004256*  REJECTED AS BEFORE AND THE HOLD RECORDED (ONCE) FOR GATERLS.  *
004257******************************************************************
004258 3400-HOLD-OR-RELEASE.
004259     MOVE FUNCTION TRIM(WS-FILE-NAME) TO HOLDREG-KEY-FEED
004260     MOVE WS-RUN-DATE TO HOLDREG-KEY-BUS-DATE
004261     MOVE HOLDREG-GATE-ORPHANS TO HOLDREG-KEY-GATE
004262     PERFORM 8600-CHECK-GATE-RELEASE
004263         THRU 8600-EXIT
004264     MOVE SPACES TO HOLDREG-TEXT
004265     STRING WS-ORPHAN-COUNT " ORPHAN KEYS AGAINST "
004266         FUNCTION TRIM(WS-LOADED-PARENT-NAME)
004267         DELIMITED BY SIZE
004268         INTO HOLDREG-TEXT
004269     END-STRING
004270     IF HOLDREG-APPROVED
004271         MOVE 'USED' TO HOLDREG-EVENT
004272         PERFORM 8620-APPEND-REGISTER-EVENT
004273             THRU 8620-EXIT
004274         DISPLAY "Note: " WS-FILE-NAME " - " WS-ORPHAN-COUNT
004275             " orphan keys, passed on the release approved by "
004276             HOLDREG-APPROVER
004277         DISPLAY "Orphan key list: " WS-ORPHAN-LIST-NAME
004278         MOVE "RELEASE USED - ORPHANS" TO WS-AUDIT-OUTCOME
004279         MOVE SPACES TO WS-AUDIT-TAIL
004280         STRING " BUSDATE=" HOLDREG-KEY-BUS-DATE
004281             " ORPHANS=" WS-ORPHAN-COUNT
004282             " APPROVER=" FUNCTION TRIM(HOLDREG-APPROVER)
004283             DELIMITED BY SIZE
004284             INTO WS-AUDIT-TAIL
004285         END-STRING
004286         PERFORM 8000-WRITE-AUDIT-RECORD
004287             THRU 8000-EXIT
004288         MOVE SPACES TO WS-AUDIT-TAIL
004289         GO TO 3400-EXIT
004290     END-IF
004291     DISPLAY "Rejecting " WS-FILE-NAME " - "
004292         WS-ORPHAN-COUNT " keys have no matching row in "
004293         WS-LOADED-PARENT-NAME
004294     DISPLAY "Orphan key list: " WS-ORPHAN-LIST-NAME
004295     MOVE SPACES TO WS-AUDIT-OUTCOME
004296     STRING "REJECTED - " WS-ORPHAN-COUNT " ORPHAN "
004297         FUNCTION TRIM(WS-CHECK-KEY-NAME(WS-CHECK-FEED-SUB))
004298         " KEYS"
004299         DELIMITED BY SIZE
004300         INTO WS-AUDIT-OUTCOME
004301     END-STRING
004302     PERFORM 8000-WRITE-AUDIT-RECORD
004303         THRU 8000-EXIT
004304     PERFORM 8100-REJECT-FILE
004305         THRU 8100-EXIT
004306     SET WS-RUN-HAD-FAILURE TO TRUE
004307     IF NOT HOLDREG-HELD AND NOT HOLDREG-REQUESTED
004308         MOVE 'HOLD' TO HOLDREG-EVENT
004309         PERFORM 8620-APPEND-REGISTER-EVENT
004310             THRU 8620-EXIT
004311     END-IF.
004312 3400-EXIT.
004313     EXIT.
004314******************************************************************
004315*  3500-KEEP-DATED-ORPHANS                                       *
004316*  COPIES THE ORPHAN KEY LIST (ROW NUMBERS AND KEYS) INTO THE    *
004317*  RUN DATE'S ARCHIVE FOLDER - THE COPY BESIDE THE REJECTED FEED *
004318*  IS REPLACED ON THE NEXT REJECTION.  A CLEAN CROSS-CHECK       *
004319*  REMOVES ANY COPY LEFT BY AN EARLIER RUN OF THE SAME DATE.     *
004320******************************************************************
004321 3500-KEEP-DATED-ORPHANS.
004322     MOVE SPACES TO WS-MOVE-COMMAND
004323     IF WS-FEED-HAS-ORPHANS AND WS-ORPHAN-LIST-IS-OPEN
004324         STRING "mkdir -p /workspace/ARCHIVE-" WS-RUN-DATE
004325             " && cp " FUNCTION TRIM(WS-ORPHAN-LIST-NAME)
004326             " /workspace/ARCHIVE-" WS-RUN-DATE "/"
004327             FUNCTION TRIM(WS-FILE-NAME) ".orphans"
004328             DELIMITED BY SIZE
004329             INTO WS-MOVE-COMMAND
004330         END-STRING
004331     ELSE
004332         STRING "rm -f /workspace/ARCHIVE-" WS-RUN-DATE "/"
004333             FUNCTION TRIM(WS-FILE-NAME) ".orphans"
004334             DELIMITED BY SIZE
004335             INTO WS-MOVE-COMMAND
004336         END-STRING
004337     END-IF
004338     CALL 'SYSTEM' USING WS-MOVE-COMMAND
004339         RETURNING WS-MOVE-RETURN-CODE.
004340 3500-EXIT.
004341     EXIT.
004342******************************************************************
004343*  8000-WRITE-AUDIT-RECORD                                       *
004344*  APPENDS ONE LINE TO THE SAME UPLOAD AUDIT LOG UPLOADCSV       *
004345*  WRITES, IN THE SAME FIXED LAYOUT, SO THE FEED'S FULL HISTORY  *
004346*  - INCLUDING A CROSS-FEED REJECTION - READS IN ONE PLACE.      *
004347******************************************************************
004348 8000-WRITE-AUDIT-RECORD.
004349     ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
004350     IF WS-AUDIT-USER-ID = SPACES
004351         MOVE "UNKNOWN" TO WS-AUDIT-USER-ID
004352     END-IF
004360     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
004370     ACCEPT WS-AUDIT-TIME FROM TIME
004380     MOVE ZERO TO WS-AUDIT-RETURN-CODE
004560         " INGESTED=" WS-AUDIT-INGESTED
004570         " RETRIES=" WS-AUDIT-RETRIES
004580         DELIMITED BY SIZE
004583         WS-AUDIT-TAIL
004586         DELIMITED BY SIZE
004590         INTO WS-AUDIT-RECORD-OUT
004600     END-STRING
004610     MOVE WS-AUDIT-LOG-FILE-NAME TO WS-AUD-DYNAMIC-FILE
004970         RETURNING WS-MOVE-RETURN-CODE
004980     DISPLAY "Moved " WS-FILE-NAME " to " WS-REJECT-DIR.
004990 8100-EXIT.
004992     EXIT.
004994     COPY REGVPCK.
004996     COPY HOLDRPL.
004998     COPY HOLDAPL.
005001******************************************************************
005002*  8800-TIMING-START                                             *
005003*  STAMPS THIS STEP'S START IN THE STEP-TIMING LOG SO THE        *
005070     EXIT.
005071******************************************************************
005072*  9000-TERMINATE                                                *
005073*  RC=8 WHEN A FEED WAS REJECTED FOR ORPHAN KEYS, RC=4 WHEN A    *
005074*  PARENT FEED WAS NOT FOUND, RC=12 WHEN THE REGISTRY COULD      *
005075*  NOT BE READ, ELSE 0 - THE CHAIN HOLDS THE UPLOAD ON NONZERO.  *
005076******************************************************************
005077 9000-TERMINATE.
005080     IF WS-RUN-HAD-FAILURE
005090         MOVE 8 TO RETURN-CODE
005100         GO TO 9000-EXIT
005110     END-IF
005111     IF WS-REGISTRY-UNUSABLE
005112         MOVE 12 TO RETURN-CODE
005113         GO TO 9000-EXIT
005114     END-IF
005120     IF WS-PARENT-FEED-MISSING
005130         MOVE 4 TO RETURN-CODE
005140     ELSE
005150         MOVE 0 TO RETURN-CODE
