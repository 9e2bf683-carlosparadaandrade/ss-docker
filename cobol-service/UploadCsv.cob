001044*                       THE MATCHED DATE AND FINGERPRINT
001045*                       FROM WORKING STORAGE INSTEAD OF THE
001046*                       CLOSED MASTER'S RECORD AREA.
001047*      2026-10-15  DAO  STALE DUPLICATES GO ON THE GATE HOLD
001048*                       REGISTER; A GATERLS RELEASE LETS ONE IN.
001049*      2026-10-15  DAO  UPLOAD-BUS-DATE (FEEDCHN, INCLUDING ITS
001050*                       BACKLOG CATCH-UP) DRIVES THE STAMPS, HOLD
001051*                       KEY, ARCHIVE AND HISTORY KEY; CHECKED
001052*                       AGAINST THE CALENDAR AND THE TRAILER.
001053*      2026-10-15  DAO  STATUS FEED ROWS ARE JUDGED BY THE
001054*                       TRANSITION RULES; ACCEPTED CHANGES ARE
001055*                       POSTED TO THE STATUS-HISTORY MASTER.
001056*      2026-10-15  DAO  TRANS_ID DUPLICATE REGISTER CHECK ON THE
001057*                       TRANSACTIONS FEED (DUP-TRANS-ID).
001058*      2026-10-15  DAO  REJECT DETAIL KEPT IN THE DATE'S ARCHIVE
001059*                       (<name>.rejdtl), WITH THE FAILING VALUE.
001060*      2026-10-15  DAO  FEED TABLE FROM THE REGISTRY VERSION IN
001061*                       FORCE ON THE BUSINESS DATE; <name>.busdate
001062*                       LEFT WITH A REJECT; HOLDRPL/HOLDAPL.
001063*      2026-10-15  DAO  STATUS AND TRANSACTIONS COLUMNS FOUND BY
001064*                       HEADER NAME; AN APPROVAL LAPSES AFTER
001065*                       RELEASE-VALID-DAYS; A RESUBMISSION POSTS
001066*                       UNDER THE DATE STAGED BESIDE IT, AS A
001067*                       CORRECTION WHEN THAT DATE HAS HISTORY.
001068******************************************************************
001069 IDENTIFICATION DIVISION.
001070 PROGRAM-ID. UploadCsv.
001071 AUTHOR. D. OKAFOR.
001072 INSTALLATION. ENTERPRISE DATA SERVICES.
001073 DATE-WRITTEN. 2025-11-03.
001074 DATE-COMPILED.
001075 ENVIRONMENT DIVISION.
001080 INPUT-OUTPUT SECTION.
001090 FILE-CONTROL.
001100     SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CTL-DYNAMIC-FILE
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-CTL-FILE-STATUS.
001121     SELECT HOLD-REGISTER-FILE
001122         ASSIGN TO DYNAMIC WS-HRG-DYNAMIC-FILE
001123         ORGANIZATION IS LINE SEQUENTIAL
001124         FILE STATUS IS WS-HRG-FILE-STATUS.
001130     SELECT UPLOAD-FILE ASSIGN TO DYNAMIC DYNAMIC-FILE
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-FILE-STATUS.
001151     SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CAL-DYNAMIC-FILE
001152         ORGANIZATION IS LINE SEQUENTIAL
001153         FILE STATUS IS WS-CAL-FILE-STATUS.
001160     SELECT RESPONSE-STATUS-FILE
001170         ASSIGN TO DYNAMIC WS-RESP-STATUS-DYNAMIC
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-RESP-STATUS-FS.
001191     SELECT CAL-CONTROL-FILE
001192         ASSIGN TO DYNAMIC WS-CCT-DYNAMIC-FILE
001193         ORGANIZATION IS LINE SEQUENTIAL
001194         FILE STATUS IS WS-CCT-FILE-STATUS.
001195     SELECT STAGED-DATE-FILE
001196         ASSIGN TO DYNAMIC WS-SDT-DYNAMIC-FILE
001197         ORGANIZATION IS LINE SEQUENTIAL
001198         FILE STATUS IS WS-SDT-FILE-STATUS.
001200     SELECT RESPONSE-BODY-FILE
001210         ASSIGN TO DYNAMIC WS-RESP-BODY-DYNAMIC
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-RESP-BODY-FS.
001231     SELECT STATUS-RULES-FILE
001232         ASSIGN TO DYNAMIC WS-STR-DYNAMIC-FILE
001233         ORGANIZATION IS LINE SEQUENTIAL
001234         FILE STATUS IS WS-STR-FILE-STATUS.
001240     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-DYNAMIC-FILE
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-CKPT-FILE-STATUS.
001261     SELECT STATUS-HISTORY-FILE
001262         ASSIGN TO DYNAMIC WS-STH-DYNAMIC-FILE
001263         ORGANIZATION IS INDEXED
001264         ACCESS MODE IS DYNAMIC
001265         RECORD KEY IS STATHIST-KEY
001266         FILE STATUS IS WS-STH-FILE-STATUS.
001270     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUD-DYNAMIC-FILE
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-AUD-FILE-STATUS.
001291     SELECT POSITION-FILE
001292         ASSIGN TO DYNAMIC WS-POS-DYNAMIC-FILE
001293         ORGANIZATION IS INDEXED
001294         ACCESS MODE IS RANDOM
001295         RECORD KEY IS ACCTPOS-ACCT-NUM
001296         FILE STATUS IS WS-POS-FILE-STATUS.
001300     SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CFG-DYNAMIC-FILE
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-CFG-FILE-STATUS.
001321     SELECT TRANSID-REGISTER-FILE
001322         ASSIGN TO DYNAMIC WS-TRG-DYNAMIC-FILE
001323         ORGANIZATION IS INDEXED
001324         ACCESS MODE IS DYNAMIC
001325         RECORD KEY IS TRANREG-TRANS-ID
001326         FILE STATUS IS WS-TRG-FILE-STATUS.
001330     SELECT REJECT-DETAIL-FILE
001340         ASSIGN TO DYNAMIC WS-RJD-DYNAMIC-FILE
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-RJD-FILE-STATUS.
001361     SELECT TRANSID-WORK-FILE
001362         ASSIGN TO DYNAMIC WS-TWK-DYNAMIC-FILE
001363         ORGANIZATION IS INDEXED
001364         ACCESS MODE IS DYNAMIC
001365         RECORD KEY IS TRANWRK-TRANS-ID
001366         FILE STATUS IS WS-TWK-FILE-STATUS.
001370     SELECT DQ-RULES-FILE
001380         ASSIGN TO DYNAMIC WS-DQR-DYNAMIC-FILE
001390         ORGANIZATION IS LINE SEQUENTIAL
001620 01  CONTROL-RECORD              PIC X(100).
001630 FD  UPLOAD-FILE.
001640 01  UPLOAD-RECORD               PIC X(1000).
001641 FD  HOLD-REGISTER-FILE.
001642 01  HOLD-REGISTER-RECORD        PIC X(300).
001643 FD  CALENDAR-FILE.
001644 01  CALENDAR-RECORD             PIC X(100).
001645 FD  CAL-CONTROL-FILE.
001646 01  CAL-CONTROL-RECORD          PIC X(100).
001647 FD  STAGED-DATE-FILE.
001648 01  STAGED-DATE-RECORD          PIC X(08).
001649 FD  STATUS-RULES-FILE.
001650 01  STATUS-RULES-RECORD         PIC X(120).
001651 FD  RESPONSE-STATUS-FILE.
001660 01  RESPONSE-STATUS-RECORD      PIC X(10).
001661 FD  STATUS-HISTORY-FILE.
001662 COPY STATHIST.
001663 FD  POSITION-FILE.
001664 COPY ACCTPOS.
001665 FD  TRANSID-REGISTER-FILE.
001666 COPY TRANREG.
001670 FD  RESPONSE-BODY-FILE.
001680 01  RESPONSE-BODY-RECORD        PIC X(200).
001681*    TONIGHT'S TRANS_IDS SO FAR - THE IN-FILE DUPLICATE CHECK
001682*    AND, ONCE THE FEED UPLOADS, THE ROWS TO REGISTER
001683 FD  TRANSID-WORK-FILE.
001684 01  TRANWRK-RECORD.
001685     05  TRANWRK-TRANS-ID        PIC X(30).
001686     05  TRANWRK-AMOUNT          PIC S9(13)V99.
001687     05  TRANWRK-ACCT-NUM        PIC X(30).
001688     05  TRANWRK-ROW-NUM         PIC 9(07).
001690 FD  CHECKPOINT-FILE.
001700 01  CHECKPOINT-RECORD           PIC X(100).
001710 FD  AUDIT-LOG-FILE.
002800     88  WS-REJECT-DETAIL-OPEN                VALUE 'Y'.
002810 01  WS-REJECT-COLUMN            PIC 9(02) VALUE ZERO.
002820 01  WS-REJECT-REASON            PIC X(24) VALUE SPACES.
002822*    OPTIONAL DETAIL WRITTEN AFTER THE REASON CODE (E.G. THE
002824*    ORIGINAL BUSINESS DATE OF A DUPLICATE TRANS_ID)
002826 01  WS-REJECT-NOTE              PIC X(50) VALUE SPACES.
002830 01  WS-RJD-DETAIL-LINE          PIC X(100) VALUE SPACES.
002840*---------------------------------------------------------------*
002850*    TRAILER RECORD CONTROL TOTALS - THE LAST LINE OF A FEED    *
002860*    ('TRAILER,<record count>[,<hash total of TRANS_AMT>        *
002866*    [,<business date YYYYMMDD>]]') IS BALANCED AGAINST THE     *
002872*    BODY ROWS READ AND THE AMOUNTS SUMMED BEFORE ANY UPLOAD IS *
002878*    ATTEMPTED, AND ITS BUSINESS DATE (WHEN CARRIED) MUST BE    *
002884*    THE DATE THIS RUN IS POSTING.  FEEDS WITHOUT A TRAILER     *
002890*    (UPSTREAM NOT YET MIGRATED) ARE PASSED THROUGH WITH A NOTE.*
002920 01  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
002930     88  WS-TRAILER-FOUND                     VALUE 'Y'.
002940 01  WS-TRL-TAG                  PIC X(08) VALUE SPACES.
002950 01  WS-TRL-COUNT-TEXT           PIC X(10) VALUE SPACES.
002960 01  WS-TRL-HASH-TEXT            PIC X(20) VALUE SPACES.
002962 01  WS-TRL-BUS-DATE-TEXT        PIC X(10) VALUE SPACES.
002964 01  WS-BUS-DATE-MISMATCH-SW     PIC X(01) VALUE 'N'.
002966     88  WS-BUS-DATE-MISMATCH                 VALUE 'Y'.
002970 01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
002980 01  WS-TRAILER-HASH             PIC S9(13)V99 VALUE ZERO.
002990 01  WS-AMOUNT-SUM               PIC S9(13)V99 VALUE ZERO.
003160 01  WS-HIST-BUS-DATE            PIC 9(08) VALUE ZERO.
003170 01  WS-CKPT-STAMP-DATE          PIC 9(08) VALUE ZERO.
003180*---------------------------------------------------------------*
003181*    GATE HOLD REGISTER - A STALE DUPLICATE IS RECORDED AGAINST *
003182*    THE FEED AND BUSINESS DATE; AN APPROVED GATERLS RELEASE    *
003183*    LETS A KNOWN REPLAY THROUGH ONCE                           *
003184*---------------------------------------------------------------*
003185     COPY HOLDREG.
003186 01  WS-HRG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003187 01  WS-HRG-FILE-STATUS          PIC X(02) VALUE '00'.
003188     88  WS-HRG-FILE-OK                       VALUE '00'.
003189     88  WS-HRG-FILE-EOF                      VALUE '10'.
003190 01  WS-HRG-LINE-OUT             PIC X(300) VALUE SPACES.
003191 01  WS-HRG-NOW-DATE             PIC 9(08) VALUE ZERO.
003192 01  WS-HRG-NOW-TIME             PIC 9(08) VALUE ZERO.
003193 01  WS-HRG-USER-ID              PIC X(20) VALUE SPACES.
003194 01  WS-HRG-MKDIR-COMMAND        PIC X(40)
003195         VALUE 'mkdir -p /workspace/control'.
003196 01  WS-HRG-MKDIR-RC             PIC 9(04) COMP VALUE ZERO.
003197*---------------------------------------------------------------*
003198*    FEED REGISTRY (DATA-DRIVEN FEED DEFINITIONS - SEE          *
003200*    FEEDMAINT FOR THE MAINTENANCE PROGRAM)                     *
003210*---------------------------------------------------------------*
003220 01  WS-REG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
003365 01  WS-REG-SENS                 PIC X(02) VALUE SPACES.
003366 01  WS-DELTA-HEADER-WORK        PIC X(200) VALUE SPACES.
003370*---------------------------------------------------------------*
003372*    FEED-REGISTRY VERSION IN FORCE                             *
003374*---------------------------------------------------------------*
003376     COPY REGVER.
003378*---------------------------------------------------------------*
003380*    CHUNKED UPLOAD - THE CLEAN ROWS OF A LARGE EXTRACT ARE     *
003390*    SPLIT INTO SEQUENCED CHUNK FILES (EACH WITH THE HEADER     *
003400*    REPEATED) THAT ARE UPLOADED AND CHECKPOINTED ONE BY ONE,   *
004330 01  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
004340 01  WS-MONTH-DAYS               PIC X(24) VALUE
004350         '312831303130313130313031'.
004353*    WS-TODAY-DATE IS THE BUSINESS DATE BEING POSTED - THE RUN
004356*    DATE UNLESS UPLOAD-BUS-DATE NAMES AN EARLIER ONE (1600).
004360 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
004370 01  WS-TODAY-DATE-TEXT          PIC X(08) VALUE SPACES.
004380 01  WS-CODE-VALUE-TABLE.
004390     05  WS-CODE-VALUE           OCCURS 10 TIMES
004400                                 PIC X(10).
004410 01  WS-CODE-SUB                 PIC 9(02) COMP VALUE ZERO.
004411*---------------------------------------------------------------*
004412*    ACCOUNT STATUS LIFECYCLE - THE STATUS FEED'S ROWS ARE      *
004413*    JUDGED AGAINST EACH ACCOUNT'S CURRENT STATUS USING THE     *
004414*    TRANSITION RULES FILE (FROM/TO PAIR, REASON_CD REQUIRED,   *
004415*    UPD_BY REQUIRED).  THE CURRENT STATUS IS TONIGHT'S LAST    *
004416*    ACCEPTED CHANGE FOR THE ACCOUNT, ELSE THE LAST ENTRY IN    *
004417*    THE STATUS-HISTORY MASTER, ELSE THE ACCOUNT POSITION       *
004418*    MASTER, ELSE NONE ('--').  ACCEPTED CHANGES ARE HELD IN    *
004419*    THE PENDING TABLE AND POSTED ONLY ONCE THE FEED UPLOADS.   *
004420*---------------------------------------------------------------*
004421 01  WS-STATUS-FEED              PIC X(30)
004422         VALUE 'daily-status.csv'.
004423 01  WS-STATUS-FEED-SWITCH       PIC X(01) VALUE 'N'.
004424     88  WS-IS-STATUS-FEED                    VALUE 'Y'.
004425 01  WS-STR-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
004426 01  WS-STATUS-RULES-FILE-NAME   PIC X(100) VALUE
004427         '/workspace/cobol-service/control/status-rules.dat'.
004428 01  WS-STR-FILE-STATUS          PIC X(02) VALUE '00'.
004429     88  WS-STR-FILE-OK                       VALUE '00'.
004430     88  WS-STR-FILE-EOF                      VALUE '10'.
004431 01  WS-STS-RULE-TABLE.
004432     05  WS-STS-RULE-ENTRY       OCCURS 50 TIMES.
004433         10  WS-STS-FROM         PIC X(02).
004434         10  WS-STS-TO           PIC X(02).
004435         10  WS-STS-REASON-REQ   PIC X(01).
004436         10  WS-STS-UPD-BY       PIC X(20).
004437 01  WS-STS-RULE-COUNT           PIC 9(03) COMP VALUE ZERO.
004438 01  WS-STS-RULE-SUB             PIC 9(03) COMP VALUE ZERO.
004439 01  WS-STS-RULE-HIT             PIC 9(03) COMP VALUE ZERO.
004440 01  WS-STX-TAG                  PIC X(08) VALUE SPACES.
004441 01  WS-STX-FROM                 PIC X(02) VALUE SPACES.
004442 01  WS-STX-TO                   PIC X(02) VALUE SPACES.
004443 01  WS-STX-REASON-REQ           PIC X(01) VALUE SPACES.
004444 01  WS-STX-UPD-BY               PIC X(20) VALUE SPACES.
004445 01  WS-STH-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
004446 01  WS-STATUS-HISTORY-NAME      PIC X(100)
004447         VALUE '/workspace/control/status-history.mst'.
004448 01  WS-STH-FILE-STATUS          PIC X(02) VALUE '00'.
004449     88  WS-STH-FILE-OK                       VALUE '00'.
004450     88  WS-STH-FILE-EOF                      VALUE '10'.
004451     88  WS-STH-FILE-MISSING                  VALUE '35'.
004452 01  WS-STH-OPEN-SWITCH          PIC X(01) VALUE 'N'.
004453     88  WS-STH-OPEN                          VALUE 'Y'.
004454 01  WS-STH-SCAN-SWITCH          PIC X(01) VALUE 'N'.
004455     88  WS-STH-SCAN-DONE                     VALUE 'Y'.
004456 01  WS-POS-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
004457 01  WS-POSITION-FILE-NAME       PIC X(100)
004458         VALUE '/workspace/control/account-position.mst'.
004459 01  WS-POS-FILE-STATUS          PIC X(02) VALUE '00'.
004460     88  WS-POS-FILE-OK                       VALUE '00'.
004461 01  WS-POS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
004462     88  WS-POS-OPEN                          VALUE 'Y'.
004463 01  WS-STS-ACCT                 PIC X(30) VALUE SPACES.
004464 01  WS-STS-NEW                  PIC X(02) VALUE SPACES.
004465 01  WS-STS-CURRENT              PIC X(02) VALUE SPACES.
004466 01  WS-STS-REASON               PIC X(10) VALUE SPACES.
004467 01  WS-STS-UPD-BY-VALUE         PIC X(20) VALUE SPACES.
004468 01  WS-STS-EFF-DATE             PIC 9(08) VALUE ZERO.
004469 01  WS-STS-FOUND-SWITCH         PIC X(01) VALUE 'N'.
004470     88  WS-STS-CURRENT-FOUND                 VALUE 'Y'.
004471*    WHERE THE STATUS FEED'S COLUMNS SIT - FOUND BY NAME IN ITS
004472*    HEADER LINE (ZERO WHEN THE HEADER DOES NOT NAME ONE)
004473 01  WS-STS-ACCT-COL             PIC 9(02) VALUE ZERO.
004474 01  WS-STS-STATUS-COL           PIC 9(02) VALUE ZERO.
004475 01  WS-STS-DATE-COL             PIC 9(02) VALUE ZERO.
004476 01  WS-STS-REASON-COL           PIC 9(02) VALUE ZERO.
004477 01  WS-STS-UPD-BY-COL           PIC 9(02) VALUE ZERO.
004478 01  WS-STS-DATE-TEXT            PIC X(10) VALUE SPACES.
004479 01  WS-STP-TABLE.
004480     05  WS-STP-ENTRY            OCCURS 5000 TIMES.
004481         10  WS-STP-ACCT         PIC X(30).
004482         10  WS-STP-FROM         PIC X(02).
004483         10  WS-STP-TO           PIC X(02).
004484         10  WS-STP-EFF-DATE     PIC 9(08).
004485         10  WS-STP-REASON       PIC X(10).
004486         10  WS-STP-UPD-BY       PIC X(20).
004487         10  WS-STP-ROW-NUM      PIC 9(07).
004488 01  WS-STP-COUNT                PIC 9(04) COMP VALUE ZERO.
004489 01  WS-STP-SUB                  PIC 9(04) COMP VALUE ZERO.
004490 01  WS-STP-POSTED               PIC 9(05) VALUE ZERO.
004491 01  WS-STP-PURGED               PIC 9(05) VALUE ZERO.
004492*---------------------------------------------------------------*
004493*    TRANS_ID DUPLICATE REGISTER - EVERY TRANS_ID THE           *
004494*    TRANSACTIONS FEED HAS UPLOADED, WITH ITS BUSINESS DATE     *
004495*    AND AMOUNT.  TONIGHT'S ROWS ARE CHECKED AGAINST IT (ITS    *
004496*    OWN BUSINESS DATE AND ENTRIES PAST THE RETENTION WINDOW    *
004497*    IGNORED) AND AGAINST EACH OTHER THROUGH AN INDEXED WORK    *
004498*    FILE, WHICH IS POSTED TO THE REGISTER ONCE THE FEED HAS    *
004499*    UPLOADED.                                                  *
004500*---------------------------------------------------------------*
004501 01  WS-TRANSID-FEED             PIC X(30)
004502         VALUE 'daily-transactions.csv'.
004503 01  WS-TRANSID-FEED-SWITCH      PIC X(01) VALUE 'N'.
004504     88  WS-IS-TRANSID-FEED                   VALUE 'Y'.
004505 01  WS-TID-COL                  PIC 9(02) VALUE ZERO.
004506 01  WS-TID-ACCT-COL             PIC 9(02) VALUE ZERO.
004507 01  WS-TID-RETAIN-DAYS          PIC 9(04) VALUE 90.
004508 01  WS-TID-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
004509 01  WS-TRG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
004510 01  WS-TRANSID-REGISTER-NAME    PIC X(100)
004511         VALUE '/workspace/control/transid-register.mst'.
004512 01  WS-TRG-FILE-STATUS          PIC X(02) VALUE '00'.
004513     88  WS-TRG-FILE-OK                       VALUE '00'.
004514     88  WS-TRG-FILE-EOF                      VALUE '10'.
004515     88  WS-TRG-FILE-MISSING                  VALUE '35'.
004516 01  WS-TRG-OPEN-SWITCH          PIC X(01) VALUE 'N'.
004517     88  WS-TRG-OPEN                          VALUE 'Y'.
004518 01  WS-TRG-SCAN-SWITCH          PIC X(01) VALUE 'N'.
004519     88  WS-TRG-SCAN-DONE                     VALUE 'Y'.
004520 01  WS-TWK-DYNAMIC-FILE         PIC X(130) VALUE SPACES.
004521 01  WS-TWK-FILE-STATUS          PIC X(02) VALUE '00'.
004522     88  WS-TWK-FILE-OK                       VALUE '00'.
004523     88  WS-TWK-FILE-EOF                      VALUE '10'.
004524 01  WS-TWK-OPEN-SWITCH          PIC X(01) VALUE 'N'.
004525     88  WS-TWK-OPEN                          VALUE 'Y'.
004526 01  WS-TID-VALUE                PIC X(30) VALUE SPACES.
004527 01  WS-TID-AMOUNT               PIC S9(13)V99 VALUE ZERO.
004528 01  WS-TID-AMT-MATCH            PIC X(01) VALUE SPACE.
004529 01  WS-TID-ACTION               PIC X(01) VALUE SPACE.
004530 01  WS-TID-ROW-COUNT            PIC 9(07) VALUE ZERO.
004531 01  WS-TID-DUP-COUNT            PIC 9(07) VALUE ZERO.
004532 01  WS-TID-POSTED               PIC 9(07) VALUE ZERO.
004533 01  WS-TID-PURGED               PIC 9(07) VALUE ZERO.
004534 01  WS-COL-SUB                  PIC 9(02) COMP VALUE ZERO.
004535 COPY CSVREC.
004536*---------------------------------------------------------------*
004537*    AUDIT LOG (ONE LINE PER UPLOAD ATTEMPT, WHO/WHEN/WHAT)     *
004538*---------------------------------------------------------------*
004539 01  WS-AUD-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
004540 01  WS-AUDIT-LOG-FILE-NAME      PIC X(100)
004541         VALUE '/workspace/audit/upload-audit.log'.
004542 01  WS-AUD-FILE-STATUS          PIC X(02) VALUE '00'.
004543     88  WS-AUD-FILE-OK                       VALUE '00'.
004544 01  WS-AUDIT-USER-ID            PIC X(20) VALUE SPACES.
004545 01  WS-AUDIT-DATE               PIC 9(08) VALUE ZERO.
004546 01  WS-AUDIT-TIME               PIC 9(08) VALUE ZERO.
004547 01  WS-AUDIT-OUTCOME            PIC X(40) VALUE SPACES.
004550 01  WS-AUDIT-RECORD-OUT         PIC X(300) VALUE SPACES.
004560 01  WS-AUDIT-EXTRA              PIC X(60) VALUE SPACES.
004570 01  WS-AUDIT-RETURN-CODE        PIC 9(04) VALUE ZERO.
004580 01  WS-AUDIT-RETRIES            PIC 9(02) VALUE ZERO.
004581 01  WS-AUDIT-BUS-DATE-TAG       PIC X(18) VALUE SPACES.
004582*---------------------------------------------------------------*
004583*    BUSINESS DATE OF THE RUN - UPLOAD-BUS-DATE IN THE STEP     *
004584*    ENVIRONMENT NAMES A BACKLOG DATE, OR A RESUBMISSION CARRIES*
004585*    ITS OWN (<name>.busdate STAGED BESIDE THE FIRST CSV BY     *
004586*    UPLOADRJR); A DATE BEFORE THE RUN DATE IS CHECKED AGAINST  *
004587*    THE FEED CALENDAR (DAY MASK AND HOLIDAYS) THE SAME WAY     *
004588*    FEEDMON CHECKS THE RUN DATE                                *
004589*---------------------------------------------------------------*
004590 01  WS-CLOCK-DATE               PIC 9(08) VALUE ZERO.
004591 01  WS-BUS-DATE-PARM            PIC X(08) VALUE SPACES.
004592 01  WS-BUS-DATE-NUM             PIC 9(08) VALUE ZERO.
004593 01  WS-BUS-DAY-OF-WEEK          PIC 9(01) VALUE ZERO.
004594 01  WS-BACKLOG-RUN-SW           PIC X(01) VALUE 'N'.
004595     88  WS-BACKLOG-RUN                       VALUE 'Y'.
004596 01  WS-BUS-DATE-BAD-SW          PIC X(01) VALUE 'N'.
004597     88  WS-BUS-DATE-UNUSABLE                 VALUE 'Y'.
004598 01  WS-BUS-HOLIDAY-SW           PIC X(01) VALUE 'N'.
004599     88  WS-BUS-DATE-IS-HOLIDAY               VALUE 'Y'.
004600 01  WS-FEED-DAY-SW              PIC X(01) VALUE 'Y'.
004601     88  WS-IS-FEED-DAY                       VALUE 'Y'.
004602     88  WS-NOT-FEED-DAY                      VALUE 'N'.
004603 01  WS-BUS-DATE-ORIGIN          PIC X(100)
004604         VALUE 'UPLOAD-BUS-DATE'.
004605 01  WS-BUS-DATE-NOTE-SW         PIC X(01) VALUE 'N'.
004606     88  WS-BUS-DATE-FROM-NOTE                VALUE 'Y'.
004607 01  WS-SDT-DYNAMIC-FILE         PIC X(110) VALUE SPACES.
004608 01  WS-SDT-FILE-STATUS          PIC X(02) VALUE '00'.
004609     88  WS-SDT-FILE-OK                       VALUE '00'.
004610 01  WS-CAL-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
004611 01  WS-CALENDAR-FILE-NAME       PIC X(100)
004612         VALUE
004613         '/workspace/cobol-service/control/feed-calendar.dat'.
004614 01  WS-CAL-FILE-STATUS          PIC X(02) VALUE '00'.
004615     88  WS-CAL-FILE-OK                       VALUE '00'.
004616     88  WS-CAL-FILE-EOF                      VALUE '10'.
004617 01  WS-CAL-RECORD-TYPE          PIC X(10) VALUE SPACES.
004618 01  WS-CAL-FIELD-2              PIC X(60) VALUE SPACES.
004619 01  WS-CAL-FIELD-3              PIC X(10) VALUE SPACES.
004620 01  WS-CAL-CONTROL-DIR          PIC X(50)
004621         VALUE '/workspace/cobol-service/control/'.
004622 01  WS-CCT-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
004623 01  WS-CCT-FILE-STATUS          PIC X(02) VALUE '00'.
004624     88  WS-CCT-FILE-OK                       VALUE '00'.
004625     88  WS-CCT-FILE-EOF                      VALUE '10'.
004626 01  WS-CAL-EXPECTED-FLAG        PIC X(01) VALUE SPACES.
004627 01  WS-CAL-CSV-COUNT            PIC 9(03) COMP VALUE ZERO.
004628 01  WS-CAL-CSV-SUB              PIC 9(03) COMP VALUE ZERO.
004629 01  WS-CAL-CSV-TABLE.
004630     05  WS-CAL-CSV-ENTRY        OCCURS 100 TIMES.
004631         10  WS-CAL-CSV-NAME     PIC X(100).
004632         10  WS-CAL-CSV-EXPECTED PIC X(01).
004633*---------------------------------------------------------------*
004634*    UPLOADER ENDPOINT (EXTERNALIZED VIA THE CONFIG FILE SO THE *
004635*    HOST AND PORT ARE NOT BAKED INTO THE PROGRAM)              *
004636*---------------------------------------------------------------*
004637 01  WS-CFG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
004640 01  WS-CONFIG-FILE-NAME         PIC X(100)
004650         VALUE '/workspace/config/uploadcsv.cfg'.
004660 01  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
004690         VALUE 'csv-uploader-container'.
004700 01  WS-UPLOAD-PORT               PIC X(05) VALUE '3000'.
004710 01  WS-CFG-KEY                   PIC X(20) VALUE SPACES.
004711 01  WS-CFG-VALUE                 PIC X(60) VALUE SPACES.
004712*---------------------------------------------------------------*
004713*    RUN SERIALIZATION AND THE INTRADAY CORRECTION MODE - ONE   *
004714*    INSTANCE AT A TIME OWNS THE CHECKPOINT LOG AND THE HISTORY *
004715*    MASTER (THE LOCK IS AN ATOMICALLY-CREATED DIRECTORY); A    *
004716*    RUN STARTED WITH UPLOAD-RUN-MODE=CORRECTION MARKS ITS      *
004717*    HISTORY RECORD AS SUPERSEDING THE EARLIER SAME-DATE ONE.   *
004718*---------------------------------------------------------------*
004719 01  WS-RUN-LOCK-DIR              PIC X(50)
004720         VALUE '/workspace/control/upload-run.lock'.
004721 01  WS-RUN-LOCK-SWITCH           PIC X(01) VALUE 'N'.
004722     88  WS-RUN-LOCK-HELD                     VALUE 'Y'.
004723 01  WS-LOCK-WAIT-SECS            PIC 9(04) COMP VALUE 300.
004724 01  WS-LOCK-WAITED-SECS          PIC 9(04) COMP VALUE ZERO.
004725 01  WS-LOCK-COMMAND              PIC X(100) VALUE SPACES.
004726 01  WS-LOCK-RETURN-CODE          PIC 9(04) COMP VALUE ZERO.
004727 01  WS-RUN-MODE                  PIC X(12) VALUE SPACES.
004728     88  WS-CORRECTION-RUN                    VALUE 'CORRECTION'.
004729 01  WS-RESUBMIT-CORR-SWITCH      PIC X(01) VALUE 'N'.
004730     88  WS-RESUBMIT-CORRECTION               VALUE 'Y'.
004738 01  WS-AUDIT-MODE-TAG            PIC X(16) VALUE SPACES.
004739 01  WS-RUN-TIME-NOW              PIC 9(08) VALUE ZERO.
004740 01  WS-PRIOR-REC-SWITCH          PIC X(01) VALUE 'N'.
005000 1000-INITIALIZE.
005010     DISPLAY "Enter the name of the control file listing CSVs: "
005020     ACCEPT WS-CONTROL-FILE-NAME
005021     MOVE WS-CONTROL-FILE-NAME TO WS-CTL-DYNAMIC-FILE
005022*    THE BUSINESS DATE COMES NEXT - IT PICKS THE REGISTRY
005023*    VERSIONS THE FEED TABLE IS LOADED FROM, AND A RESUBMISSION
005024*    FINDS ITS OWN BESIDE THE FIRST CSV THE CONTROL FILE NAMES.
005025     PERFORM 1600-SET-BUSINESS-DATE
005026         THRU 1600-EXIT
005031*    AN INTRADAY CORRECTION RUN IS MARKED THROUGH THE STEP
005032*    ENVIRONMENT (UPLOAD-RUN-MODE=CORRECTION - SEE UPLDCORJ)
005033*    SO THE NIGHTLY SYSIN STREAMS NEED NO EXTRA CARD.
005090         THRU 1200-EXIT
005120     PERFORM 1400-LOAD-DQ-RULES
005130         THRU 1400-EXIT
005140     PERFORM 1450-LOAD-STATUS-RULES
005150         THRU 1450-EXIT.
005160 1000-EXIT.
005170     EXIT.
005180******************************************************************
005340*  NIGHTLY FEED THE JCL WRAPPER RUNS, KEYED BY THE FEED'S CSV   *
005350*  FILE NAME - SO 3130-CHECK-HEADER-ROW VALIDATES EACH FEED     *
005360*  AGAINST ITS OWN LAYOUT INSTEAD OF ONE SHARED CONSTANT.       *
005365*  EACH FEED'S VERSION IN FORCE ON THE BUSINESS DATE IS USED.   *
005370******************************************************************
005380 1100-INIT-FEED-TABLE.
005390     MOVE ZERO TO CSV-FEED-COUNT
005460             THRU 1150-EXIT
005470         GO TO 1100-EXIT
005480     END-IF
005482     MOVE WS-TODAY-DATE TO REGVER-AS-OF-DATE
005484     PERFORM 8400-PICK-REGISTRY-VERSIONS
005486         THRU 8400-EXIT
005490     PERFORM 1110-LOAD-ONE-FEED
005500         THRU 1110-EXIT
005510         UNTIL WS-REG-FILE-EOF
005660         AT END
005670             GO TO 1110-EXIT
005680     END-READ
005685     ADD 1 TO REGVER-LINE-NO
005690     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
005700         GO TO 1110-EXIT
005710     END-IF
005880             REGISTRY-RECORD(1:60)
005890         GO TO 1110-EXIT
005900     END-IF
005901     PERFORM 8430-CHECK-VERSION-IN-FORCE
005902         THRU 8430-EXIT
005903     IF NOT REGVER-IN-FORCE
005904         GO TO 1110-EXIT
005905     END-IF
005910     IF CSV-FEED-COUNT = 50
005920         DISPLAY "Warning: more than 50 feeds in the registry "
005930             "- extras ignored."
007250     IF WS-CFG-KEY = 'MAX-RETRIES'
007260         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-MAX-RETRIES
007270     END-IF
007271     IF WS-CFG-KEY = 'TRANSID-RETAIN-DAYS'
007272         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
007273             TO WS-TID-RETAIN-DAYS
007274     END-IF
007280     IF WS-CFG-KEY = 'RETRY-BACKOFF'
007290         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-RETRY-BACKOFF
007300     END-IF
007301     IF WS-CFG-KEY = 'STATUS-FEED'
007302         MOVE WS-CFG-VALUE TO WS-STATUS-FEED
007303     END-IF
007304     IF WS-CFG-KEY = 'TRANSID-FEED'
007305         MOVE WS-CFG-VALUE TO WS-TRANSID-FEED
007306     END-IF
007307     IF WS-CFG-KEY = 'RELEASE-VALID-DAYS'
007308         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO HOLDREG-VALID-DAYS
007309     END-IF
007310     IF WS-CFG-KEY = 'CHUNK-ROWS'
007320         MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-CHUNK-SIZE
007330     END-IF
007850             "extras ignored."
007860         GO TO 1410-EXIT
007870     END-IF
007871     ADD 1 TO WS-DQ-RULE-COUNT
007872     MOVE WS-DQX-FEED TO WS-DQ-FEED(WS-DQ-RULE-COUNT)
007873     MOVE FUNCTION NUMVAL(WS-DQX-COL)
007874         TO WS-DQ-COL(WS-DQ-RULE-COUNT)
007875     MOVE WS-DQX-TYPE TO WS-DQ-TYPE(WS-DQ-RULE-COUNT)
007876     MOVE WS-DQX-PARM TO WS-DQ-PARM(WS-DQ-RULE-COUNT).
007877 1410-EXIT.
007878     EXIT.
007879******************************************************************
007880*  1450-LOAD-STATUS-RULES                                       *
007881*  LOADS THE ACCOUNT STATUS TRANSITION RULES (ALLOWED FROM/TO   *
007882*  PAIRS AND WHETHER EACH NEEDS A REASON_CD OR A NAMED UPD_BY). *
007883*  WITHOUT THE FILE THE STATUS FEED'S ROWS ARE NOT JUDGED FOR   *
007884*  LIFECYCLE AND NO STATUS HISTORY IS POSTED.                   *
007885******************************************************************
007886 1450-LOAD-STATUS-RULES.
007887     MOVE ZERO TO WS-STS-RULE-COUNT
007888     MOVE WS-STATUS-RULES-FILE-NAME TO WS-STR-DYNAMIC-FILE
007889     OPEN INPUT STATUS-RULES-FILE
007890     IF NOT WS-STR-FILE-OK
007891         DISPLAY "Note: status transition rules file "
007892             WS-STATUS-RULES-FILE-NAME
007893             " not found - status lifecycle checks skipped."
007894         GO TO 1450-EXIT
007895     END-IF
007896     PERFORM 1460-LOAD-ONE-STATUS-RULE
007897         THRU 1460-EXIT
007898         UNTIL WS-STR-FILE-EOF
007899     CLOSE STATUS-RULES-FILE
007900     DISPLAY "Status transition rules loaded: " WS-STS-RULE-COUNT.
007901 1450-EXIT.
007902     EXIT.
007903 1460-LOAD-ONE-STATUS-RULE.
007904     READ STATUS-RULES-FILE
007905         AT END
007906             GO TO 1460-EXIT
007907     END-READ
007908     IF STATUS-RULES-RECORD(1:1) = '*'
007909             OR STATUS-RULES-RECORD = SPACES
007910         GO TO 1460-EXIT
007911     END-IF
007912     MOVE SPACES TO WS-STX-TAG
007913     MOVE SPACES TO WS-STX-FROM
007914     MOVE SPACES TO WS-STX-TO
007915     MOVE SPACES TO WS-STX-REASON-REQ
007916     MOVE SPACES TO WS-STX-UPD-BY
007917     UNSTRING STATUS-RULES-RECORD DELIMITED BY ','
007918         INTO WS-STX-TAG WS-STX-FROM WS-STX-TO
007919              WS-STX-REASON-REQ WS-STX-UPD-BY
007920     END-UNSTRING
007921     IF WS-STX-TAG NOT = 'TRANS'
007922         DISPLAY "Warning: unrecognized status rules line "
007923             "ignored: " STATUS-RULES-RECORD(1:60)
007924         GO TO 1460-EXIT
007925     END-IF
007926     IF WS-STS-RULE-COUNT = 50
007927         DISPLAY "Warning: more than 50 status transition rules "
007928             "- extras ignored."
007929         GO TO 1460-EXIT
007930     END-IF
007931     ADD 1 TO WS-STS-RULE-COUNT
007932     MOVE WS-STX-FROM TO WS-STS-FROM(WS-STS-RULE-COUNT)
007933     MOVE WS-STX-TO TO WS-STS-TO(WS-STS-RULE-COUNT)
007934     MOVE WS-STX-REASON-REQ
007935         TO WS-STS-REASON-REQ(WS-STS-RULE-COUNT)
007936     IF WS-STX-UPD-BY = '*'
007937         MOVE SPACES TO WS-STS-UPD-BY(WS-STS-RULE-COUNT)
007938     ELSE
007939         MOVE WS-STX-UPD-BY TO WS-STS-UPD-BY(WS-STS-RULE-COUNT)
007940     END-IF.
007941 1460-EXIT.
007942     EXIT.
007943******************************************************************
007952*  1500-ACQUIRE-RUN-LOCK                                        *
007953*  TAKES THE RUN LOCK - AN ATOMICALLY-CREATED DIRECTORY, SO TWO *
007954*  INVOCATIONS RACING FOR IT CANNOT BOTH WIN.  A BUSY LOCK IS   *
008003 1520-EXIT.
008004     EXIT.
008005******************************************************************
008006*  1600-SET-BUSINESS-DATE                                       *
008007*  THE BUSINESS DATE IS THE RUN DATE UNLESS UPLOAD-BUS-DATE IN  *
008008*  THE STEP ENVIRONMENT NAMES ANOTHER (FEEDCHN SETS IT FOR      *
008009*  EVERY STEP, AND TO EACH BACKLOG DATE IN TURN IN A CATCH-UP   *
008010*  RUN) OR, FAILING THAT, THE FIRST CSV THE CONTROL FILE NAMES  *
008011*  HAS A <name>.busdate BESIDE IT (A RESUBMISSION UPLOADRJR     *
008012*  STAGED - SEE 1605).  IT MUST BE A REAL DATE NO LATER THAN    *
008013*  TODAY.  A DATE BEFORE TODAY LOADS THE FEED CALENDAR SO EACH  *
008014*  FILE CAN BE CHECKED AS A DAY ITS FEED IS ACTUALLY PRODUCED.  *
008015******************************************************************
008016 1600-SET-BUSINESS-DATE.
008017     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
008018     MOVE WS-CLOCK-DATE TO WS-TODAY-DATE
008019     MOVE WS-TODAY-DATE TO WS-TODAY-DATE-TEXT
008020     ACCEPT WS-BUS-DATE-PARM FROM ENVIRONMENT "UPLOAD-BUS-DATE"
008021     IF WS-BUS-DATE-PARM = SPACES
008022         PERFORM 1605-READ-STAGED-BUS-DATE
008023             THRU 1605-EXIT
008024     END-IF
008025     IF WS-BUS-DATE-PARM = SPACES
008026         GO TO 1600-EXIT
008027     END-IF
008028     MOVE ZERO TO WS-BUS-DATE-NUM
008029     IF WS-BUS-DATE-PARM IS NUMERIC
008030         MOVE WS-BUS-DATE-PARM TO WS-BUS-DATE-NUM
008031     END-IF
008032     IF WS-BUS-DATE-NUM = ZERO
008033             OR FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE-NUM)
008034                 NOT = ZERO
008035             OR WS-BUS-DATE-NUM > WS-CLOCK-DATE
008036         DISPLAY "Error: business date " WS-BUS-DATE-PARM
008037             " in " FUNCTION TRIM(WS-BUS-DATE-ORIGIN)
008038             " is not a valid date on or before today -"
008039             " no file will be processed."
008040         SET WS-BUS-DATE-UNUSABLE TO TRUE
008041         GO TO 1600-EXIT
008042     END-IF
008043     MOVE WS-BUS-DATE-NUM TO WS-TODAY-DATE
008044     MOVE WS-TODAY-DATE TO WS-TODAY-DATE-TEXT
008045     IF WS-TODAY-DATE = WS-CLOCK-DATE
008046         GO TO 1600-EXIT
008047     END-IF
008048     SET WS-BACKLOG-RUN TO TRUE
008049     MOVE SPACES TO WS-AUDIT-BUS-DATE-TAG
008050     STRING " BUS-DATE=" WS-TODAY-DATE-TEXT
008051         DELIMITED BY SIZE
008052         INTO WS-AUDIT-BUS-DATE-TAG
008053     END-STRING
008054     DISPLAY "Posting under business date " WS-TODAY-DATE-TEXT
008055         " (run date " WS-CLOCK-DATE ")."
008056     PERFORM 1610-LOAD-FEED-CALENDAR
008057         THRU 1610-EXIT.
008058 1600-EXIT.
008059     EXIT.
008060******************************************************************
008061*  1605-READ-STAGED-BUS-DATE                                    *
008062*  UPLOADRJR STAGES A REJECTED CSV WITH THE BUSINESS DATE IT WAS*
008063*  REJECTED UNDER (<name>.busdate BESIDE IT) AND STAGES ONE DATE*
008064*  PER RUN, SO THE NOTE BESIDE THE FIRST CSV THE CONTROL FILE   *
008065*  NAMES DATES THE WHOLE RUN.  NO NOTE LEAVES THE RUN DATE.  THE*
008066*  CONTROL FILE IS READ AGAIN FROM THE TOP BY 2000.             *
008067******************************************************************
008068 1605-READ-STAGED-BUS-DATE.
008069     OPEN INPUT CONTROL-FILE
008070     IF NOT WS-CTL-FILE-OK
008071         GO TO 1605-EXIT
008072     END-IF
008073     READ CONTROL-FILE
008074         AT END
008075             MOVE SPACES TO CONTROL-RECORD
008076     END-READ
008077     CLOSE CONTROL-FILE
008078     IF CONTROL-RECORD = SPACES
008079         GO TO 1605-EXIT
008080     END-IF
008081     MOVE SPACES TO WS-SDT-DYNAMIC-FILE
008082     STRING FUNCTION TRIM(CONTROL-RECORD) ".busdate"
008083         DELIMITED BY SIZE
008084         INTO WS-SDT-DYNAMIC-FILE
008085     END-STRING
008086     OPEN INPUT STAGED-DATE-FILE
008087     IF NOT WS-SDT-FILE-OK
008088         GO TO 1605-EXIT
008089     END-IF
008090     READ STAGED-DATE-FILE
008091         AT END
008092             MOVE SPACES TO STAGED-DATE-RECORD
008093     END-READ
008094     CLOSE STAGED-DATE-FILE
008095     IF STAGED-DATE-RECORD = SPACES
008096         GO TO 1605-EXIT
008097     END-IF
008098     MOVE STAGED-DATE-RECORD TO WS-BUS-DATE-PARM
008099     MOVE WS-SDT-DYNAMIC-FILE TO WS-BUS-DATE-ORIGIN
008100     SET WS-BUS-DATE-FROM-NOTE TO TRUE
008101     DISPLAY "Resubmission - business date " WS-BUS-DATE-PARM
008102         " taken from " FUNCTION TRIM(WS-SDT-DYNAMIC-FILE) ".".
008103 1605-EXIT.
008104     EXIT.
008105******************************************************************
008106*  1610-LOAD-FEED-CALENDAR                                      *
008107*  A HOLIDAY LINE FOR THE BUSINESS DATE MAKES IT NO FEED'S DAY. *
008108*  EACH FEED LINE'S CONTROL FILE IS READ SO EVERY CSV IT NAMES  *
008109*  IS TABLED AS EXPECTED OR NOT ON THE BUSINESS DATE'S WEEKDAY  *
008110*  (DAY 1 OF THE INTEGER-OF-DATE EPOCH WAS A MONDAY).  NO       *
008111*  CALENDAR MEANS NO CHECK - FEEDMON ALREADY STOPS THE CHAIN    *
008112*  WHEN THE CALENDAR IS MISSING.                                *
008113******************************************************************
008114 1610-LOAD-FEED-CALENDAR.
008115     MOVE ZERO TO WS-CAL-CSV-COUNT
008116     COMPUTE WS-BUS-DAY-OF-WEEK = FUNCTION MOD(
008117         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1, 7) + 1
008118     MOVE WS-CALENDAR-FILE-NAME TO WS-CAL-DYNAMIC-FILE
008119     OPEN INPUT CALENDAR-FILE
008120     IF NOT WS-CAL-FILE-OK
008121         DISPLAY "Warning: feed calendar " WS-CALENDAR-FILE-NAME
008122             " could not be opened - business date not checked."
008123         GO TO 1610-EXIT
008124     END-IF
008125     PERFORM 1620-LOAD-ONE-CAL-LINE
008126         THRU 1620-EXIT
008127         UNTIL WS-CAL-FILE-EOF
008128     CLOSE CALENDAR-FILE.
008129 1610-EXIT.
008130     EXIT.
008131 1620-LOAD-ONE-CAL-LINE.
008132     READ CALENDAR-FILE
008133         AT END
008134             GO TO 1620-EXIT
008135     END-READ
008136     IF CALENDAR-RECORD(1:1) = '*' OR CALENDAR-RECORD = SPACES
008137         GO TO 1620-EXIT
008138     END-IF
008139     MOVE SPACES TO WS-CAL-RECORD-TYPE
008140     MOVE SPACES TO WS-CAL-FIELD-2
008141     MOVE SPACES TO WS-CAL-FIELD-3
008142     UNSTRING CALENDAR-RECORD DELIMITED BY ','
008143         INTO WS-CAL-RECORD-TYPE WS-CAL-FIELD-2 WS-CAL-FIELD-3
008144     END-UNSTRING
008145     IF WS-CAL-RECORD-TYPE = 'HOLIDAY'
008146         IF WS-CAL-FIELD-2(1:8) = WS-TODAY-DATE-TEXT
008147             SET WS-BUS-DATE-IS-HOLIDAY TO TRUE
008148         END-IF
008149         GO TO 1620-EXIT
008150     END-IF
008151     IF WS-CAL-RECORD-TYPE NOT = 'FEED'
008152         GO TO 1620-EXIT
008153     END-IF
008154     IF WS-CAL-FIELD-3(WS-BUS-DAY-OF-WEEK:1) = 'Y'
008155         MOVE 'Y' TO WS-CAL-EXPECTED-FLAG
008156     ELSE
008157         MOVE 'N' TO WS-CAL-EXPECTED-FLAG
008158     END-IF
008159     MOVE SPACES TO WS-CCT-DYNAMIC-FILE
008160     STRING FUNCTION TRIM(WS-CAL-CONTROL-DIR)
008161         FUNCTION TRIM(WS-CAL-FIELD-2)
008162         DELIMITED BY SIZE
008163         INTO WS-CCT-DYNAMIC-FILE
008164     END-STRING
008165     OPEN INPUT CAL-CONTROL-FILE
008166     IF NOT WS-CCT-FILE-OK
008167         GO TO 1620-EXIT
008168     END-IF
008169     PERFORM 1630-LOAD-ONE-CAL-CSV
008170         THRU 1630-EXIT
008171         UNTIL WS-CCT-FILE-EOF
008172     CLOSE CAL-CONTROL-FILE
008173     MOVE '00' TO WS-CCT-FILE-STATUS.
008174 1620-EXIT.
008175     EXIT.
008176 1630-LOAD-ONE-CAL-CSV.
008177     READ CAL-CONTROL-FILE
008178         AT END
008179             GO TO 1630-EXIT
008180     END-READ
008181     IF CAL-CONTROL-RECORD = SPACES
008182             OR WS-CAL-CSV-COUNT = 100
008183         GO TO 1630-EXIT
008184     END-IF
008185     ADD 1 TO WS-CAL-CSV-COUNT
008186     MOVE CAL-CONTROL-RECORD TO WS-CAL-CSV-NAME(WS-CAL-CSV-COUNT)
008187     MOVE WS-CAL-EXPECTED-FLAG
008188         TO WS-CAL-CSV-EXPECTED(WS-CAL-CSV-COUNT).
008189 1630-EXIT.
008190     EXIT.
008191******************************************************************
008192*  2000-PROCESS-CONTROL-FILE                                    *
008193*  OPEN THE CONTROL FILE AND LOOP OVER EVERY CSV NAME IT LISTS, *
008194*  PERFORMING THE UPLOAD LOGIC FOR EACH ONE IN TURN.            *
008195******************************************************************
008196 2000-PROCESS-CONTROL-FILE.
008197     IF WS-BUS-DATE-UNUSABLE
008198         SET WS-BATCH-HAD-FAILURE TO TRUE
008199         GO TO 2000-EXIT
008200     END-IF
008201     OPEN INPUT CONTROL-FILE
008202     IF NOT WS-CTL-FILE-OK
008203         DISPLAY "Error: control file " WS-CONTROL-FILE-NAME
008204             " does not exist or is not accessible."
008205         SET WS-BATCH-HAD-FAILURE TO TRUE
008206         GO TO 2000-EXIT
008207     END-IF
008208     PERFORM 2100-READ-CONTROL-RECORD
008209         THRU 2100-EXIT
008210     PERFORM UNTIL WS-END-OF-CONTROL-FILE
008211         MOVE CONTROL-RECORD TO WS-FILE-NAME
008212         PERFORM 3000-PROCESS-ONE-FILE
008213             THRU 3005-EXIT
008214         PERFORM 2100-READ-CONTROL-RECORD
008215             THRU 2100-EXIT
008216     END-PERFORM
008217     CLOSE CONTROL-FILE.
008218 2000-EXIT.
008219     EXIT.
008220 2100-READ-CONTROL-RECORD.
008221     READ CONTROL-FILE
008230         AT END
008240             SET WS-END-OF-CONTROL-FILE TO TRUE
008250     END-READ.
008410     MOVE SPACES TO WS-AUDIT-EXTRA
008420     MOVE 'N' TO WS-FILE-LEFT-SWITCH
008421     MOVE ZERO TO CSV-ACTIVE-SENS-COL
008422     MOVE SPACES TO WS-HTTP-STATUS
008423     IF WS-BUS-DATE-FROM-NOTE
008424         PERFORM 3020-CHECK-RESUBMIT-HISTORY
008425             THRU 3020-EXIT
008426     END-IF
008431*    A CORRECTION RUN EXISTS PRECISELY TO RESEND A FILE THE
008432*    CHECKPOINT ALREADY SHOWS AS UPLOADED - ITS SAME-DATE
008433*    WHOLE-FILE AND CHUNK ENTRIES ARE PURGED (3070) SO
008760             THRU 3700-EXIT
008770         GO TO 3000-EXIT
008780     END-IF
008781     IF WS-BACKLOG-RUN
008782         PERFORM 3030-CHECK-FEED-CALENDAR
008783             THRU 3030-EXIT
008784     END-IF
008785     IF WS-NOT-FEED-DAY
008786         PERFORM 3040-REJECT-NOT-FEED-DAY
008787             THRU 3040-EXIT
008788         GO TO 3000-EXIT
008789     END-IF
008790     IF WS-FILE-IS-INVALID
008800         DISPLAY "Rejecting " WS-FILE-NAME
008810             " - failed row validation, upload not attempted."
009150         SET WS-BATCH-HAD-FAILURE TO TRUE
009160         GO TO 3000-EXIT
009170     END-IF
009171     IF WS-BUS-DATE-MISMATCH
009172         PERFORM 3199-REJECT-DATE-MISMATCH
009173             THRU 3199-EXIT
009174         GO TO 3000-EXIT
009175     END-IF
009180     IF WS-NO-CLEAN-ROWS
009190         DISPLAY "Rejecting " WS-FILE-NAME
009200             " - every data row failed validation, upload "
009560     IF WS-UPLOAD-SUCCESSFUL
009570         PERFORM 3800-ARCHIVE-FILE
009580             THRU 3800-EXIT
009581         IF WS-IS-STATUS-FEED
009582             PERFORM 3460-POST-STATUS-CHANGES
009583                 THRU 3460-EXIT
009584         END-IF
009585         IF WS-IS-TRANSID-FEED
009586             PERFORM 3540-POST-TRANS-IDS
009587                 THRU 3540-EXIT
009588         END-IF
009590         PERFORM 3660-CLEANUP-CHUNK-FILES
009600             THRU 3660-EXIT
009610     ELSE
009817 3005-EXIT.
009818     EXIT.
009820******************************************************************
009821*  3020-CHECK-RESUBMIT-HISTORY                                  *
009822*  A RESUBMISSION POSTED UNDER THE DATE IT WAS REJECTED UNDER   *
009823*  (1605) RUNS AS A CORRECTION WHEN THE UPLOAD-HISTORY MASTER   *
009824*  ALREADY HOLDS A RECORD FOR THE FILE ON THAT DATE - THE NEW   *
009825*  RECORD SUPERSEDES IT, AND THE DATE'S CHECKPOINT, TRANS_ID    *
009826*  AND STATUS ENTRIES FOR THE FILE ARE REPLACED, NOT ADDED TO.  *
009827*  A FILE WITH NO HISTORY ON THE DATE POSTS AS A FIRST UPLOAD.  *
009828*  THE FILE'S NOTE IS REMOVED ONCE THE RUN HAS ITS DATE.        *
009829******************************************************************
009830 3020-CHECK-RESUBMIT-HISTORY.
009831     IF WS-RESUBMIT-CORRECTION
009832         MOVE SPACES TO WS-RUN-MODE
009833         MOVE SPACES TO WS-AUDIT-MODE-TAG
009834         MOVE 'N' TO WS-RESUBMIT-CORR-SWITCH
009835     END-IF
009836     MOVE SPACES TO WS-MOVE-COMMAND
009837     STRING "rm -f " FUNCTION TRIM(WS-FILE-NAME) ".busdate"
009838         DELIMITED BY SIZE
009839         INTO WS-MOVE-COMMAND
009840     END-STRING
009841     CALL 'SYSTEM' USING WS-MOVE-COMMAND
009842         RETURNING WS-MOVE-RETURN-CODE
009843     IF WS-CORRECTION-RUN
009844         GO TO 3020-EXIT
009845     END-IF
009846     MOVE WS-HISTORY-FILE-NAME TO WS-HIS-DYNAMIC-FILE
009847     OPEN INPUT HISTORY-FILE
009848     IF NOT WS-HIS-FILE-OK
009849         GO TO 3020-EXIT
009850     END-IF
009851     MOVE SPACES TO UPLHIST-RECORD
009852     MOVE FUNCTION TRIM(WS-FILE-NAME) TO UPLHIST-FEED-NAME
009853     MOVE WS-TODAY-DATE TO UPLHIST-BUS-DATE
009854     READ HISTORY-FILE
009855         INVALID KEY
009856             CONTINUE
009857         NOT INVALID KEY
009858             MOVE 'CORRECTION' TO WS-RUN-MODE
009859             MOVE ' MODE=CORRECTION' TO WS-AUDIT-MODE-TAG
009860             SET WS-RESUBMIT-CORRECTION TO TRUE
009861             DISPLAY "Resubmitting " FUNCTION TRIM(WS-FILE-NAME)
009862                 " as a correction of its " WS-TODAY-DATE-TEXT
009863                 " upload."
009864     END-READ
009865     CLOSE HISTORY-FILE.
009866 3020-EXIT.
009867     EXIT.
009868******************************************************************
009869*  3030-CHECK-FEED-CALENDAR                                     *
009870*  A BACKLOG BUSINESS DATE MUST BE A DAY THIS CSV'S FEED IS     *
009871*  PRODUCED - NOT A CALENDAR HOLIDAY AND SET IN ITS FEED LINE'S *
009872*  DAY MASK.  A CSV NO CALENDAR FEED LINE NAMES IS NOT CHECKED. *
009873******************************************************************
009874 3030-CHECK-FEED-CALENDAR.
009875     SET WS-IS-FEED-DAY TO TRUE
009876     IF WS-BUS-DATE-IS-HOLIDAY
009877         SET WS-NOT-FEED-DAY TO TRUE
009878         GO TO 3030-EXIT
009879     END-IF
009880     PERFORM 3035-MATCH-ONE-CAL-CSV
009881         THRU 3035-EXIT
009882         VARYING WS-CAL-CSV-SUB FROM 1 BY 1
009883         UNTIL WS-CAL-CSV-SUB > WS-CAL-CSV-COUNT.
009884 3030-EXIT.
009885     EXIT.
009886 3035-MATCH-ONE-CAL-CSV.
009887     IF WS-CAL-CSV-NAME(WS-CAL-CSV-SUB) = WS-FILE-NAME
009888             AND WS-CAL-CSV-EXPECTED(WS-CAL-CSV-SUB) = 'N'
009889         SET WS-NOT-FEED-DAY TO TRUE
009890     END-IF.
009891 3035-EXIT.
009892     EXIT.
009893******************************************************************
009894*  3040-REJECT-NOT-FEED-DAY                                      *
009895*  A BACKDATED FILE FOR A DATE ITS FEED IS NOT PRODUCED ON (DAY  *
009896*  MASK OR HOLIDAY IN THE FEED CALENDAR) IS REJECTED UNSENT,     *
009897*  AUDITED AND POSTED TO THE UPLOAD HISTORY, AND FAILS THE RUN.  *
009898******************************************************************
009899 3040-REJECT-NOT-FEED-DAY.
009900     DISPLAY "Rejecting " WS-FILE-NAME
009901         " - business date " WS-TODAY-DATE-TEXT
009902         " is not a day this feed is produced, upload "
009903         "not attempted."
009904     MOVE "REJECTED - NOT A FEED BUSINESS DAY"
009905         TO WS-AUDIT-OUTCOME
009906     PERFORM 3700-WRITE-AUDIT-RECORD
009907         THRU 3700-EXIT
009908     PERFORM 3810-REJECT-FILE
009909         THRU 3810-EXIT
009910     PERFORM 3900-POST-HISTORY
009911         THRU 3900-EXIT
009912     SET WS-BATCH-HAD-FAILURE TO TRUE.
009913 3040-EXIT.
009914     EXIT.
009915******************************************************************
009916*  3050-CHECK-ALREADY-DONE                                      *
009917*  SEARCHES THE IN-MEMORY CHECKPOINT TABLE FOR THIS FILE NAME   *
009918*  SO A RERUN OF THE BATCH DOES NOT RESEND A CSV THAT ALREADY   *
009919*  MADE IT TO THE UPLOADER ON A PRIOR, INTERRUPTED PASS.        *
009920******************************************************************
009921 3050-CHECK-ALREADY-DONE.
009922     SET WS-FILE-NOT-YET-DONE TO TRUE
009923     MOVE ZERO TO WS-CHECKPOINT-SUB
009924     PERFORM 3060-SCAN-ONE-ENTRY
009925         VARYING WS-CHECKPOINT-SUB FROM 1 BY 1
009930         UNTIL WS-CHECKPOINT-SUB > WS-CHECKPOINT-COUNT
009940             OR WS-FILE-ALREADY-DONE.
009950 3050-EXIT.
010311     MOVE ZERO TO WS-FP-HASH
010312     MOVE ZERO TO WS-FP-HASH-TEXT
010313     MOVE 'N' TO WS-STALE-DUP-SWITCH
010315     MOVE 'N' TO WS-BUS-DATE-MISMATCH-SW
010317     MOVE SPACES TO WS-TRL-BUS-DATE-TEXT
010320*    CHUNK STATE AND THE ACTIVE-FEED FIELDS MUST BE CLEAN BEFORE
010330*    THE FIRST READ - AN EMPTY FILE LEAVES THE HEADER CHECK
010340*    UNREACHED AND MUST NOT INHERIT THE PREVIOUS FILE'S STATE.
010350     MOVE ZERO TO WS-CHUNK-COUNT
010360     MOVE ZERO TO WS-CUR-CHUNK-ROWS
010361     MOVE 'N' TO WS-TRANSID-FEED-SWITCH
010362     IF FUNCTION TRIM(WS-FILE-NAME)
010363             = FUNCTION TRIM(WS-TRANSID-FEED)
010364         SET WS-IS-TRANSID-FEED TO TRUE
010365     END-IF
010370     MOVE 'Y' TO CSV-ACTIVE-FLAG
010371     MOVE 'F' TO CSV-ACTIVE-MODE
010372     MOVE ZERO TO CSV-ACTIVE-SENS-COL
010380     MOVE '/upload' TO CSV-ACTIVE-DEST
010390     PERFORM 3105-BUILD-ACTIVE-RULES
010400         THRU 3105-EXIT
010401     MOVE 'N' TO WS-STATUS-FEED-SWITCH
010402     MOVE ZERO TO WS-STP-COUNT
010403     IF WS-STS-RULE-COUNT > ZERO
010404             AND FUNCTION TRIM(WS-FILE-NAME)
010405                 = FUNCTION TRIM(WS-STATUS-FEED)
010406         SET WS-IS-STATUS-FEED TO TRUE
010407     END-IF
010410     OPEN INPUT UPLOAD-FILE
010420     READ UPLOAD-FILE
010430         AT END
010620         GO TO 3100-EXIT
010630     END-IF
010640     MOVE UPLOAD-RECORD TO WS-HEADER-RECORD
010641     IF WS-IS-STATUS-FEED OR WS-IS-TRANSID-FEED
010642         PERFORM 3390-FIND-NAMED-COLUMNS
010643             THRU 3390-EXIT
010644         IF WS-FILE-IS-INVALID
010645             CLOSE UPLOAD-FILE
010646             GO TO 3100-EXIT
010647         END-IF
010648     END-IF
010649     IF WS-IS-TRANSID-FEED
010650         PERFORM 3500-OPEN-TRANSID-FILES
010651             THRU 3500-EXIT
010652         IF WS-FILE-IS-INVALID
010653             CLOSE UPLOAD-FILE
010654             GO TO 3100-EXIT
010655         END-IF
010656     END-IF
010657     PERFORM 3116-OPEN-NEXT-CHUNK
010660         THRU 3116-EXIT
010670     IF WS-FILE-IS-INVALID
010680         CLOSE UPLOAD-FILE
010683         PERFORM 3530-CLOSE-TRANSID-FILES
010686             THRU 3530-EXIT
010690         GO TO 3100-EXIT
010700     END-IF
010702     IF WS-IS-STATUS-FEED
010704         PERFORM 3400-OPEN-STATUS-MASTERS
010706             THRU 3400-EXIT
010708     END-IF
010710     PERFORM 3110-COUNT-ONE-ROW
010720         UNTIL WS-FILE-STATUS = '10'
010730     CLOSE UPLOAD-FILE
010731     IF WS-IS-STATUS-FEED
010732         PERFORM 3450-CLOSE-STATUS-MASTERS
010733             THRU 3450-EXIT
010734     END-IF
010735     IF WS-IS-TRANSID-FEED
010736         PERFORM 3530-CLOSE-TRANSID-FILES
010737             THRU 3530-EXIT
010738     END-IF
010740     CLOSE CLEAN-ROWS-FILE
010750     MOVE WS-CUR-CHUNK-ROWS TO WS-CHUNK-ROWS-OF(WS-CHUNK-COUNT)
010760     PERFORM 3155-CLOSE-BAD-ROWS
010830     IF WS-TRAILER-OUT-OF-BAL
010840         GO TO 3100-EXIT
010850     END-IF
010851     PERFORM 3194-CHECK-TRAILER-DATE
010852         THRU 3194-EXIT
010853     IF WS-BUS-DATE-MISMATCH
010854         GO TO 3100-EXIT
010855     END-IF
010860     IF WS-BAD-ROW-COUNT > ZERO
010870         DISPLAY "Rows quarantined from " WS-FILE-NAME ": "
010880             WS-BAD-ROW-COUNT " (clean rows remaining: "
011430                     PERFORM 3125-APPLY-DQ-RULES
011440                         THRU 3125-EXIT
011450                 END-IF
011451                 IF WS-ROW-IS-GOOD AND WS-IS-STATUS-FEED
011452                     PERFORM 3410-CHECK-STATUS-CHANGE
011453                         THRU 3410-EXIT
011454                 END-IF
011455                 IF WS-ROW-IS-GOOD AND WS-IS-TRANSID-FEED
011456                     PERFORM 3510-CHECK-TRANS-ID
011457                         THRU 3510-EXIT
011458                 END-IF
011460                 PERFORM 3118-ACCUMULATE-AMOUNT
011470                     THRU 3118-EXIT
011480                 IF WS-ROW-IS-BAD
012410     MOVE SPACES TO WS-TRL-TAG
012420     MOVE SPACES TO WS-TRL-COUNT-TEXT
012430     MOVE SPACES TO WS-TRL-HASH-TEXT
012434     MOVE SPACES TO WS-TRL-BUS-DATE-TEXT
012440     UNSTRING UPLOAD-RECORD DELIMITED BY ','
012450         INTO WS-TRL-TAG WS-TRL-COUNT-TEXT WS-TRL-HASH-TEXT
012455              WS-TRL-BUS-DATE-TEXT
012460     END-UNSTRING
012470     IF WS-TRL-COUNT-TEXT = SPACES
012480         MOVE ZERO TO WS-TRAILER-COUNT
012590 3190-EXIT.
012600     EXIT.
012610******************************************************************
012611*  3194-CHECK-TRAILER-DATE                                      *
012612*  A TRAILER THAT CARRIES ITS OWN BUSINESS DATE MUST CARRY THE  *
012613*  DATE THIS RUN IS POSTING - A BACKLOG EXTRACT DROPPED INTO    *
012614*  TONIGHT'S RUN (OR STAGED UNDER THE WRONG DATE) WOULD         *
012615*  OTHERWISE BE ARCHIVED AND POSTED AS THE WRONG NIGHT'S DATA.  *
012616******************************************************************
012617 3194-CHECK-TRAILER-DATE.
012618     IF NOT WS-TRAILER-FOUND
012619             OR WS-TRL-BUS-DATE-TEXT = SPACES
012620         GO TO 3194-EXIT
012621     END-IF
012622     IF WS-TRL-BUS-DATE-TEXT(1:8) NOT = WS-TODAY-DATE-TEXT
012623         DISPLAY "Error: " WS-FILE-NAME(1:40)
012624             " trailer is for business date "
012625             WS-TRL-BUS-DATE-TEXT(1:8) " but this run is posting "
012626             WS-TODAY-DATE-TEXT " - stage it for a CATCHUP run."
012627         SET WS-BUS-DATE-MISMATCH TO TRUE
012628     END-IF.
012629 3194-EXIT.
012630     EXIT.
012631******************************************************************
012632*  3195-BALANCE-TRAILER                                         *
012633*  BALANCES THE BODY AGAINST THE TRAILER'S CONTROL TOTALS -     *
012640*  EVERY DATA ROW READ AGAINST THE RECORD COUNT, AND THE SUM    *
012650*  OF THE NUMERIC TRANS_AMT VALUES AGAINST THE HASH TOTAL.  A   *
012660*  FILE THAT DOES NOT BALANCE TO ITS OWN TRAILER IS REJECTED    *
013051*    THE MASTER IS CLOSED.
013052     IF WS-FP-PRIOR-FOUND
013053             AND WS-FP-PRIOR-FP = WS-FP-HASH-TEXT
013054         PERFORM 3198-HOLD-OR-RELEASE
013055             THRU 3198-EXIT
013059     END-IF.
013060 3196-EXIT.
013061     EXIT.
013076 3197-EXIT.
013077     EXIT.
013078******************************************************************
013079*  3198-HOLD-OR-RELEASE                                         *
013080*  THE EXTRACT MATCHES A PRIOR NIGHT'S.  AN APPROVED RELEASE ON *
013081*  THE GATE HOLD REGISTER FOR THIS FEED AND BUSINESS DATE (A    *
013082*  KNOWN UPSTREAM REPLAY) LETS IT THROUGH ONCE - THE RELEASE IS *
013083*  MARKED USED AND AUDITED.  OTHERWISE THE FILE IS HELD AS A    *
013084*  STALE DUPLICATE AND THE HOLD RECORDED (ONCE) FOR GATERLS.    *
013085******************************************************************
013086 3198-HOLD-OR-RELEASE.
013087     MOVE FUNCTION TRIM(WS-FILE-NAME) TO HOLDREG-KEY-FEED
013088     MOVE WS-TODAY-DATE TO HOLDREG-KEY-BUS-DATE
013089     MOVE HOLDREG-GATE-STALE-DUP TO HOLDREG-KEY-GATE
013090     PERFORM 8600-CHECK-GATE-RELEASE
013091         THRU 8600-EXIT
013092     IF HOLDREG-APPROVED
013093         MOVE 'USED' TO HOLDREG-EVENT
013094         MOVE SPACES TO HOLDREG-TEXT
013095         STRING "MATCHES BUS-DATE " WS-FP-PRIOR-DATE
013096             DELIMITED BY SIZE
013097             INTO HOLDREG-TEXT
013098         END-STRING
013099         PERFORM 8620-APPEND-REGISTER-EVENT
013100             THRU 8620-EXIT
013101         DISPLAY "Note: " WS-FILE-NAME(1:40)
013102             " matches the " WS-FP-PRIOR-DATE
013103             " extract - uploaded on the release approved by "
013104             HOLDREG-APPROVER
013105         MOVE "RELEASE USED - STALE-DUP" TO WS-AUDIT-OUTCOME
013106         MOVE SPACES TO WS-AUDIT-EXTRA
013107         STRING " BUSDATE=" HOLDREG-KEY-BUS-DATE
013108             " APPROVER=" FUNCTION TRIM(HOLDREG-APPROVER)
013109             DELIMITED BY SIZE
013110             INTO WS-AUDIT-EXTRA
013111         END-STRING
013112         PERFORM 3700-WRITE-AUDIT-RECORD
013113             THRU 3700-EXIT
013114         MOVE SPACES TO WS-AUDIT-EXTRA
013115         GO TO 3198-EXIT
013116     END-IF
013117     DISPLAY "Error: " WS-FILE-NAME(1:40)
013118         " is byte-identical to the "
013119         WS-FP-PRIOR-DATE " extract - held as a stale "
013120         "duplicate, upload not attempted."
013121     SET WS-FILE-IS-STALE-DUP TO TRUE
013122     IF NOT HOLDREG-HELD AND NOT HOLDREG-REQUESTED
013123         MOVE 'HOLD' TO HOLDREG-EVENT
013124         MOVE SPACES TO HOLDREG-TEXT
013125         STRING "MATCHES BUS-DATE " WS-FP-PRIOR-DATE
013126             DELIMITED BY SIZE
013127             INTO HOLDREG-TEXT
013128         END-STRING
013129         PERFORM 8620-APPEND-REGISTER-EVENT
013130             THRU 8620-EXIT
013131     END-IF.
013132 3198-EXIT.
013133     EXIT.
013134******************************************************************
013135*  3199-REJECT-DATE-MISMATCH                                     *
013136*  A FILE WHOSE TRAILER CARRIES A BUSINESS DATE OTHER THAN THE   *
013137*  DATE BEING POSTED IS REJECTED UNSENT, AUDITED (TRL-DATE=) AND *
013138*  POSTED TO THE UPLOAD HISTORY, AND FAILS THE RUN.              *
013139******************************************************************
013140 3199-REJECT-DATE-MISMATCH.
013141     DISPLAY "Rejecting " WS-FILE-NAME
013142         " - trailer business date does not match the date "
013143         "being posted, upload not attempted."
013144     MOVE "REJECTED - BUSINESS DATE MISMATCH"
013145         TO WS-AUDIT-OUTCOME
013146     MOVE SPACES TO WS-AUDIT-EXTRA
013147     STRING " TRL-DATE=" WS-TRL-BUS-DATE-TEXT(1:8)
013148         DELIMITED BY SIZE
013149         INTO WS-AUDIT-EXTRA
013150     END-STRING
013151     PERFORM 3700-WRITE-AUDIT-RECORD
013152         THRU 3700-EXIT
013153     PERFORM 3810-REJECT-FILE
013154         THRU 3810-EXIT
013155     PERFORM 3900-POST-HISTORY
013156         THRU 3900-EXIT
013157     SET WS-BATCH-HAD-FAILURE TO TRUE.
013158 3199-EXIT.
013159     EXIT.
013160******************************************************************
013161*  3120-VALIDATE-ONE-ROW                                        *
013162*  SPLITS THE DATA ROW ON COMMAS AND CHECKS THE RESULT AGAINST  *
013163*  THE CSVREC LAYOUT - THE RIGHT NUMBER OF COLUMNS, AND A VALUE *
013164*  PRESENT IN EACH COLUMN THE LAYOUT MARKS AS REQUIRED.  A      *
013165*  FAILING ROW IS MARKED BAD AND QUARANTINED; IT NO LONGER      *
013166*  CONDEMNS THE WHOLE FILE.                                     *
013167******************************************************************
013168 3120-VALIDATE-ONE-ROW.
013169     MOVE ZERO TO CSV-FIELD-COUNT
013170     MOVE SPACES TO CSV-FIELD-TABLE
013171     UNSTRING UPLOAD-RECORD DELIMITED BY ','
013172         INTO CSV-FIELD(1) CSV-FIELD(2) CSV-FIELD(3)
013173              CSV-FIELD(4) CSV-FIELD(5) CSV-FIELD(6)
013174              CSV-FIELD(7) CSV-FIELD(8) CSV-FIELD(9)
013180              CSV-FIELD(10)
013190         TALLYING IN CSV-FIELD-COUNT
013200     END-UNSTRING
014040             WS-FIELD-VALUE
014050         SET WS-ROW-IS-BAD TO TRUE
014060         MOVE WS-DQ-COL(WS-RULE-IDX) TO WS-REJECT-COLUMN
014061         MOVE SPACES TO WS-REJECT-NOTE
014062         IF WS-DQ-COL(WS-RULE-IDX) = CSV-ACTIVE-SENS-COL
014063             MOVE "VALUE=*MASKED*" TO WS-REJECT-NOTE
014064         ELSE
014065             STRING "VALUE=" WS-FIELD-VALUE(1:40)
014066                 DELIMITED BY SIZE
014067                 INTO WS-REJECT-NOTE
014068             END-STRING
014069         END-IF
014070         PERFORM 3140-WRITE-REJECT-DETAIL
014080             THRU 3140-EXIT
014090     END-IF.
015190         DELIMITED BY SIZE
015200         INTO WS-RJD-DETAIL-LINE
015210     END-STRING
015211     IF WS-REJECT-NOTE NOT = SPACES
015212         MOVE SPACES TO WS-RJD-DETAIL-LINE
015213         STRING "ROW " WS-DATA-ROW-NUMBER
015214             " COL " WS-REJECT-COLUMN
015215             " REASON=" FUNCTION TRIM(WS-REJECT-REASON)
015216             " " FUNCTION TRIM(WS-REJECT-NOTE)
015217             DELIMITED BY SIZE
015218             INTO WS-RJD-DETAIL-LINE
015219         END-STRING
015220         MOVE SPACES TO WS-REJECT-NOTE
015221     END-IF
015222     MOVE WS-RJD-DETAIL-LINE TO REJECT-DETAIL-RECORD
015230     WRITE REJECT-DETAIL-RECORD.
015240 3140-EXIT.
015250     EXIT.
015270*  3150-CLOSE-REJECT-DETAIL                                     *
015280*  CLOSES THE REJECT-DETAIL FILE AT THE END OF THE VALIDATION   *
015290*  PASS AND TELLS THE OPERATOR WHERE TO FIND IT.                *
015291*  A COPY IS KEPT IN THE BUSINESS DATE'S ARCHIVE FOLDER AS THE  *
015292*  DATED RECORD OF WHAT WAS QUARANTINED - ROW NUMBERS, REASONS  *
015293*  AND THE FAILING VALUE OF A DQ EDIT, NEVER THE SENSITIVE      *
015294*  COLUMN IN CLEAR.  A CLEAN PASS REMOVES ANY COPY LEFT BY AN   *
015295*  EARLIER RUN OF THE SAME DATE.                                *
015300******************************************************************
015310 3150-CLOSE-REJECT-DETAIL.
015311     MOVE SPACES TO WS-MOVE-COMMAND
015312     STRING "rm -f /workspace/ARCHIVE-" WS-TODAY-DATE "/"
015313         FUNCTION TRIM(WS-FILE-NAME) ".rejdtl"
015314         DELIMITED BY SIZE
015315         INTO WS-MOVE-COMMAND
015316     END-STRING
015320     IF WS-REJECT-DETAIL-OPEN
015330         CLOSE REJECT-DETAIL-FILE
015340         MOVE 'N' TO WS-RJD-OPEN-SWITCH
015350         DISPLAY "Reject detail written to "
015360             WS-REJECT-DETAIL-NAME
015361         MOVE SPACES TO WS-MOVE-COMMAND
015362         STRING "mkdir -p /workspace/ARCHIVE-" WS-TODAY-DATE
015363             " && cp " FUNCTION TRIM(WS-REJECT-DETAIL-NAME)
015364             " /workspace/ARCHIVE-" WS-TODAY-DATE "/"
015365             FUNCTION TRIM(WS-FILE-NAME) ".rejdtl"
015366             DELIMITED BY SIZE
015367             INTO WS-MOVE-COMMAND
015368         END-STRING
015370     END-IF
015371     CALL 'SYSTEM' USING WS-MOVE-COMMAND
015372         RETURNING WS-MOVE-RETURN-CODE.
015380 3150-EXIT.
015390     EXIT.
015400******************************************************************
019410 3300-EXIT.
019420     EXIT.
019430******************************************************************
019431*  3390-FIND-NAMED-COLUMNS                                      *
019432*  FINDS THE COLUMNS THE STATUS CHECK (ACCT_NUM, STATUS_CD,     *
019433*  STATUS_DATE, REASON_CD, UPD_BY) OR THE TRANS_ID CHECK        *
019434*  (TRANS_ID, ACCT_NUM) READS BY NAME IN THE HEADER LINE,       *
019435*  WHICH 3130 HAS ALREADY MATCHED TO THE REGISTRY VERSION IN    *
019436*  FORCE, SO A FEED RE-LAID-OUT BY FEEDMAINT IS STILL READ      *
019437*  CORRECTLY.  A HEADER WITHOUT THE KEY COLUMNS A CHECK NEEDS   *
019438*  CANNOT BE CHECKED, SO THE FEED IS REJECTED RATHER THAN SENT. *
019439******************************************************************
019440 3390-FIND-NAMED-COLUMNS.
019441     MOVE ZERO TO WS-STS-ACCT-COL
019442     MOVE ZERO TO WS-STS-STATUS-COL
019443     MOVE ZERO TO WS-STS-DATE-COL
019444     MOVE ZERO TO WS-STS-REASON-COL
019445     MOVE ZERO TO WS-STS-UPD-BY-COL
019446     MOVE ZERO TO WS-TID-COL
019447     MOVE ZERO TO WS-TID-ACCT-COL
019448     MOVE ZERO TO CSV-FIELD-COUNT
019449     MOVE SPACES TO CSV-FIELD-TABLE
019450     UNSTRING WS-HEADER-RECORD DELIMITED BY ','
019451         INTO CSV-FIELD(1) CSV-FIELD(2) CSV-FIELD(3)
019452              CSV-FIELD(4) CSV-FIELD(5) CSV-FIELD(6)
019453              CSV-FIELD(7) CSV-FIELD(8) CSV-FIELD(9)
019454              CSV-FIELD(10)
019455         TALLYING IN CSV-FIELD-COUNT
019456     END-UNSTRING
019457     PERFORM 3395-MATCH-ONE-COLUMN-NAME
019458         THRU 3395-EXIT
019459         VARYING WS-COL-SUB FROM 1 BY 1
019460         UNTIL WS-COL-SUB > CSV-FIELD-COUNT
019461     IF WS-IS-STATUS-FEED
019462             AND (WS-STS-ACCT-COL = ZERO
019463                  OR WS-STS-STATUS-COL = ZERO)
019464         DISPLAY "Error: " WS-FILE-NAME(1:40)
019465             " header names no ACCT_NUM or STATUS_CD - status "
019466             "changes cannot be checked."
019467         SET WS-FILE-IS-INVALID TO TRUE
019468     END-IF
019469     IF WS-IS-TRANSID-FEED AND WS-TID-COL = ZERO
019470         DISPLAY "Error: " WS-FILE-NAME(1:40)
019471             " header names no TRANS_ID - repeats cannot be "
019472             "checked."
019473         SET WS-FILE-IS-INVALID TO TRUE
019474     END-IF.
019475 3390-EXIT.
019476     EXIT.
019477 3395-MATCH-ONE-COLUMN-NAME.
019478     EVALUATE FUNCTION TRIM(CSV-FIELD(WS-COL-SUB))
019479         WHEN 'ACCT_NUM'
019480             MOVE WS-COL-SUB TO WS-STS-ACCT-COL
019481             MOVE WS-COL-SUB TO WS-TID-ACCT-COL
019482         WHEN 'STATUS_CD'
019483             MOVE WS-COL-SUB TO WS-STS-STATUS-COL
019484         WHEN 'STATUS_DATE'
019485             MOVE WS-COL-SUB TO WS-STS-DATE-COL
019486         WHEN 'REASON_CD'
019487             MOVE WS-COL-SUB TO WS-STS-REASON-COL
019488         WHEN 'UPD_BY'
019489             MOVE WS-COL-SUB TO WS-STS-UPD-BY-COL
019490         WHEN 'TRANS_ID'
019491             MOVE WS-COL-SUB TO WS-TID-COL
019492         WHEN OTHER
019493             CONTINUE
019494     END-EVALUATE.
019495 3395-EXIT.
019496     EXIT.
019497******************************************************************
019498*  3400-OPEN-STATUS-MASTERS                                     *
019499*  OPENS THE STATUS-HISTORY AND ACCOUNT POSITION MASTERS FOR    *
019500*  THE STATUS FEED'S COUNT PASS.  EITHER MAY BE ABSENT - A      *
019501*  FIRST NIGHT HAS NO HISTORY YET, AND AN ACCOUNT FOUND IN      *
019502*  NEITHER IS JUDGED AS HAVING NO STATUS ON FILE ('--').        *
019503******************************************************************
019504 3400-OPEN-STATUS-MASTERS.
019505     MOVE 'N' TO WS-STH-OPEN-SWITCH
019506     MOVE 'N' TO WS-POS-OPEN-SWITCH
019507     MOVE WS-STATUS-HISTORY-NAME TO WS-STH-DYNAMIC-FILE
019508     OPEN INPUT STATUS-HISTORY-FILE
019509     IF WS-STH-FILE-OK
019510         SET WS-STH-OPEN TO TRUE
019511     ELSE
019512         IF NOT WS-STH-FILE-MISSING
019513             DISPLAY "Warning: status-history master "
019514                 WS-STATUS-HISTORY-NAME " could not be opened "
019515                 "(status " WS-STH-FILE-STATUS ") - current "
019516                 "status taken from the position master only."
019517         END-IF
019518     END-IF
019519     MOVE WS-POSITION-FILE-NAME TO WS-POS-DYNAMIC-FILE
019520     OPEN INPUT POSITION-FILE
019521     IF WS-POS-FILE-OK
019522         SET WS-POS-OPEN TO TRUE
019523     END-IF.
019524 3400-EXIT.
019525     EXIT.
019526******************************************************************
019527*  3410-CHECK-STATUS-CHANGE                                     *
019528*  JUDGES ONE STATUS ROW (ALREADY THROUGH THE LAYOUT AND DQ     *
019529*  EDITS) AGAINST THE ACCOUNT'S CURRENT STATUS.  A ROW THAT     *
019530*  REPEATS THE CURRENT STATUS IS NOT A CHANGE AND PASSES.  A    *
019531*  CHANGE MUST BE LISTED IN THE TRANSITION RULES, CARRY A       *
019532*  REASON_CD WHEN THE RULE SAYS SO AND COME FROM THE RULE'S     *
019533*  UPD_BY WHEN ONE IS NAMED - OTHERWISE THE ROW IS QUARANTINED  *
019534*  WITH A REJECT-DETAIL LINE PER FAILURE.  AN ACCEPTED CHANGE   *
019535*  JOINS THE PENDING TABLE, SO A LATER ROW FOR THE SAME ACCOUNT *
019536*  TONIGHT IS JUDGED FROM IT.                                   *
019537******************************************************************
019538 3410-CHECK-STATUS-CHANGE.
019539*    A DELTA FEED'S DELETE ROW CARRIES NO NEW STATUS
019540     IF CSV-ACTIVE-MODE = 'D'
019541             AND CSV-FIELD(CSV-FIELD-COUNT) = 'D'
019542         GO TO 3410-EXIT
019543     END-IF
019544     MOVE CSV-FIELD(WS-STS-ACCT-COL) TO WS-STS-ACCT
019545     MOVE CSV-FIELD(WS-STS-STATUS-COL) TO WS-STS-NEW
019546     MOVE SPACES TO WS-STS-DATE-TEXT
019547     MOVE SPACES TO WS-STS-REASON
019548     MOVE SPACES TO WS-STS-UPD-BY-VALUE
019549     IF WS-STS-DATE-COL > ZERO
019550         MOVE CSV-FIELD(WS-STS-DATE-COL) TO WS-STS-DATE-TEXT
019551     END-IF
019552     IF WS-STS-REASON-COL > ZERO
019553         MOVE CSV-FIELD(WS-STS-REASON-COL) TO WS-STS-REASON
019554     END-IF
019555     IF WS-STS-UPD-BY-COL > ZERO
019556         MOVE CSV-FIELD(WS-STS-UPD-BY-COL) TO WS-STS-UPD-BY-VALUE
019557     END-IF
019558     IF WS-STS-ACCT = SPACES OR WS-STS-NEW = SPACES
019559         GO TO 3410-EXIT
019560     END-IF
019561*    THE CHANGE TAKES EFFECT ON ITS STATUS_DATE (ALREADY DATE-
019562*    EDITED BY THE DQ RULES); A ROW WITHOUT ONE TAKES EFFECT ON
019563*    THE BUSINESS DATE BEING POSTED
019564     IF WS-STS-DATE-TEXT(1:8) IS NUMERIC
019565             AND WS-STS-DATE-TEXT(9:1) = SPACE
019566         MOVE WS-STS-DATE-TEXT(1:8) TO WS-STS-EFF-DATE
019567     ELSE
019568         MOVE WS-TODAY-DATE TO WS-STS-EFF-DATE
019569     END-IF
019570     PERFORM 3420-FIND-CURRENT-STATUS
019571         THRU 3420-EXIT
019572     IF WS-STS-CURRENT = WS-STS-NEW
019573         GO TO 3410-EXIT
019574     END-IF
019575     MOVE ZERO TO WS-STS-RULE-HIT
019576     PERFORM 3440-MATCH-ONE-TRANS-RULE
019577         THRU 3440-EXIT
019578         VARYING WS-STS-RULE-SUB FROM 1 BY 1
019579         UNTIL WS-STS-RULE-SUB > WS-STS-RULE-COUNT
019580             OR WS-STS-RULE-HIT > ZERO
019581     IF WS-STS-RULE-HIT = ZERO
019582         DISPLAY "Error: " WS-FILE-NAME " row "
019583             WS-DATA-ROW-NUMBER " account "
019584             FUNCTION TRIM(WS-STS-ACCT) " status change "
019585             WS-STS-CURRENT " to " WS-STS-NEW " is not allowed"
019586         SET WS-ROW-IS-BAD TO TRUE
019587         MOVE WS-STS-STATUS-COL TO WS-REJECT-COLUMN
019588         MOVE "STATUS-TRANS-NOT-ALLOWED" TO WS-REJECT-REASON
019589         PERFORM 3140-WRITE-REJECT-DETAIL
019590             THRU 3140-EXIT
019591         GO TO 3410-EXIT
019592     END-IF
019593     IF WS-STS-REASON-REQ(WS-STS-RULE-HIT) = 'Y'
019594             AND WS-STS-REASON = SPACES
019595         DISPLAY "Error: " WS-FILE-NAME " row "
019596             WS-DATA-ROW-NUMBER " account "
019597             FUNCTION TRIM(WS-STS-ACCT) " status change "
019598             WS-STS-CURRENT " to " WS-STS-NEW
019599             " needs a REASON_CD"
019600         SET WS-ROW-IS-BAD TO TRUE
019601         MOVE WS-STS-REASON-COL TO WS-REJECT-COLUMN
019602         MOVE "STATUS-REASON-REQUIRED" TO WS-REJECT-REASON
019603         PERFORM 3140-WRITE-REJECT-DETAIL
019604             THRU 3140-EXIT
019605     END-IF
019606     IF WS-STS-UPD-BY(WS-STS-RULE-HIT) NOT = SPACES
019607             AND WS-STS-UPD-BY-VALUE
019608                 NOT = WS-STS-UPD-BY(WS-STS-RULE-HIT)
019609         DISPLAY "Error: " WS-FILE-NAME " row "
019610             WS-DATA-ROW-NUMBER " account "
019611             FUNCTION TRIM(WS-STS-ACCT) " status change "
019612             WS-STS-CURRENT " to " WS-STS-NEW " may only be "
019613             "made by " WS-STS-UPD-BY(WS-STS-RULE-HIT)
019614         SET WS-ROW-IS-BAD TO TRUE
019615         MOVE WS-STS-UPD-BY-COL TO WS-REJECT-COLUMN
019616         MOVE "STATUS-UPDBY-NOT-ALLOWED" TO WS-REJECT-REASON
019617         PERFORM 3140-WRITE-REJECT-DETAIL
019618             THRU 3140-EXIT
019619     END-IF
019620     IF WS-ROW-IS-BAD
019621         GO TO 3410-EXIT
019622     END-IF
019623*    A CHANGE THAT CANNOT BE HELD FOR POSTING IS NOT LET THROUGH
019624*    UNRECORDED - IT IS QUARANTINED FOR THE NEXT RUN INSTEAD
019625     IF WS-STP-COUNT = 5000
019626         DISPLAY "Error: " WS-FILE-NAME " row "
019627             WS-DATA-ROW-NUMBER " - more than 5000 status "
019628             "changes in one extract, row quarantined."
019629         SET WS-ROW-IS-BAD TO TRUE
019630         MOVE WS-STS-STATUS-COL TO WS-REJECT-COLUMN
019631         MOVE "STATUS-CHANGES-OVERFLOW" TO WS-REJECT-REASON
019632         PERFORM 3140-WRITE-REJECT-DETAIL
019633             THRU 3140-EXIT
019634         GO TO 3410-EXIT
019635     END-IF
019636     ADD 1 TO WS-STP-COUNT
019637     MOVE WS-STS-ACCT TO WS-STP-ACCT(WS-STP-COUNT)
019638     MOVE WS-STS-CURRENT TO WS-STP-FROM(WS-STP-COUNT)
019639     MOVE WS-STS-NEW TO WS-STP-TO(WS-STP-COUNT)
019640     MOVE WS-STS-EFF-DATE TO WS-STP-EFF-DATE(WS-STP-COUNT)
019641     MOVE WS-STS-REASON TO WS-STP-REASON(WS-STP-COUNT)
019642     MOVE WS-STS-UPD-BY-VALUE TO WS-STP-UPD-BY(WS-STP-COUNT)
019643     MOVE WS-DATA-ROW-NUMBER TO WS-STP-ROW-NUM(WS-STP-COUNT).
019644 3410-EXIT.
019645     EXIT.
019646******************************************************************
019647*  3420-FIND-CURRENT-STATUS                                     *
019648*  TONIGHT'S OWN LATEST ACCEPTED CHANGE FOR THE ACCOUNT FIRST,  *
019649*  THEN THE LAST STATUS-HISTORY ENTRY, THEN THE POSITION        *
019650*  MASTER.  THE POSITION MASTER MAY ALREADY HAVE BEEN ROLLED    *
019651*  FOR THIS BUSINESS DATE FROM THE ACCOUNTS FEED, SO ITS PRIOR  *
019652*  STATUS IS THE ONE THAT STOOD BEFORE TONIGHT.                 *
019653******************************************************************
019654 3420-FIND-CURRENT-STATUS.
019655     MOVE 'N' TO WS-STS-FOUND-SWITCH
019656     MOVE '--' TO WS-STS-CURRENT
019657     PERFORM 3425-SCAN-ONE-PENDING
019658         THRU 3425-EXIT
019659         VARYING WS-STP-SUB FROM WS-STP-COUNT BY -1
019660         UNTIL WS-STP-SUB < 1
019661             OR WS-STS-CURRENT-FOUND
019662     IF WS-STS-CURRENT-FOUND
019663         GO TO 3420-EXIT
019664     END-IF
019665     IF WS-STH-OPEN
019666         PERFORM 3430-READ-STATUS-HISTORY
019667             THRU 3430-EXIT
019668         IF WS-STS-CURRENT-FOUND
019669             GO TO 3420-EXIT
019670         END-IF
019671     END-IF
019672     IF NOT WS-POS-OPEN
019673         GO TO 3420-EXIT
019674     END-IF
019675     MOVE WS-STS-ACCT TO ACCTPOS-ACCT-NUM
019676     READ POSITION-FILE
019677         INVALID KEY
019678             GO TO 3420-EXIT
019679     END-READ
019680     IF ACCTPOS-POSN-DATE = WS-TODAY-DATE
019681         IF ACCTPOS-PRIOR-STATUS NOT = SPACES
019682             MOVE ACCTPOS-PRIOR-STATUS TO WS-STS-CURRENT
019683             SET WS-STS-CURRENT-FOUND TO TRUE
019684         END-IF
019685     ELSE
019686         IF ACCTPOS-STATUS-CD NOT = SPACES
019687             MOVE ACCTPOS-STATUS-CD TO WS-STS-CURRENT
019688             SET WS-STS-CURRENT-FOUND TO TRUE
019689         END-IF
019690     END-IF.
019691 3420-EXIT.
019692     EXIT.
019693 3425-SCAN-ONE-PENDING.
019694     IF WS-STP-ACCT(WS-STP-SUB) = WS-STS-ACCT
019695         MOVE WS-STP-TO(WS-STP-SUB) TO WS-STS-CURRENT
019696         SET WS-STS-CURRENT-FOUND TO TRUE
019697     END-IF.
019698 3425-EXIT.
019699     EXIT.
019700******************************************************************
019701*  3430-READ-STATUS-HISTORY                                     *
019702*  POSITIONS ON THE ACCOUNT'S FIRST HISTORY ENTRY AND READS     *
019703*  FORWARD - THE KEY RUNS BY EFFECTIVE DATE, SO THE LAST ENTRY  *
019704*  READ IS THE CURRENT STATUS.  ENTRIES POSTED UNDER THIS SAME  *
019705*  BUSINESS DATE ARE PASSED OVER: THEY BELONG TO THE RUN A      *
019706*  CORRECTION RUN IS REPLACING.                                 *
019707******************************************************************
019708 3430-READ-STATUS-HISTORY.
019709     MOVE 'N' TO WS-STH-SCAN-SWITCH
019710     MOVE WS-STS-ACCT TO STATHIST-ACCT-NUM
019711     MOVE ZERO TO STATHIST-EFF-DATE
019712     MOVE ZERO TO STATHIST-POST-DATE
019713     MOVE ZERO TO STATHIST-ROW-NUM
019714     START STATUS-HISTORY-FILE
019715         KEY IS NOT LESS THAN STATHIST-KEY
019716         INVALID KEY
019717             GO TO 3430-EXIT
019718     END-START
019719     PERFORM 3435-READ-NEXT-HISTORY
019720         THRU 3435-EXIT
019721         UNTIL WS-STH-SCAN-DONE.
019722 3430-EXIT.
019723     EXIT.
019724 3435-READ-NEXT-HISTORY.
019725     READ STATUS-HISTORY-FILE NEXT RECORD
019726         AT END
019727             SET WS-STH-SCAN-DONE TO TRUE
019728             GO TO 3435-EXIT
019729     END-READ
019730     IF NOT WS-STH-FILE-OK
019731             OR STATHIST-ACCT-NUM NOT = WS-STS-ACCT
019732         SET WS-STH-SCAN-DONE TO TRUE
019733         GO TO 3435-EXIT
019734     END-IF
019735     IF STATHIST-POST-DATE = WS-TODAY-DATE
019736         GO TO 3435-EXIT
019737     END-IF
019738     MOVE STATHIST-TO-STATUS TO WS-STS-CURRENT
019739     SET WS-STS-CURRENT-FOUND TO TRUE.
019740 3435-EXIT.
019741     EXIT.
019742 3440-MATCH-ONE-TRANS-RULE.
019743     IF WS-STS-FROM(WS-STS-RULE-SUB) = WS-STS-CURRENT
019744             AND WS-STS-TO(WS-STS-RULE-SUB) = WS-STS-NEW
019745         MOVE WS-STS-RULE-SUB TO WS-STS-RULE-HIT
019746     END-IF.
019747 3440-EXIT.
019748     EXIT.
019749 3450-CLOSE-STATUS-MASTERS.
019750     IF WS-STH-OPEN
019751         CLOSE STATUS-HISTORY-FILE
019752         MOVE 'N' TO WS-STH-OPEN-SWITCH
019753     END-IF
019754     IF WS-POS-OPEN
019755         CLOSE POSITION-FILE
019756         MOVE 'N' TO WS-POS-OPEN-SWITCH
019757     END-IF.
019758 3450-EXIT.
019759     EXIT.
019760******************************************************************
019761*  3460-POST-STATUS-CHANGES                                     *
019762*  ONCE THE STATUS FEED HAS UPLOADED, POSTS EVERY ACCEPTED      *
019763*  CHANGE TO THE STATUS-HISTORY MASTER UNDER ITS EFFECTIVE      *
019764*  DATE.  QUARANTINED ROWS NEVER REACH THE PENDING TABLE, AND A *
019765*  FEED THAT FAILS TO UPLOAD POSTS NOTHING.  A CORRECTION RUN   *
019766*  FIRST REMOVES THE ENTRIES ITS BUSINESS DATE POSTED EARLIER,  *
019767*  SO THE RESENT EXTRACT REPLACES THEM RATHER THAN ADDING TO    *
019768*  THEM.                                                        *
019769******************************************************************
019770 3460-POST-STATUS-CHANGES.
019771     MOVE ZERO TO WS-STP-POSTED
019772     MOVE ZERO TO WS-STP-PURGED
019773     IF WS-STP-COUNT = ZERO AND NOT WS-CORRECTION-RUN
019774         DISPLAY "No account status changes to post from "
019775             WS-FILE-NAME(1:40)
019776         GO TO 3460-EXIT
019777     END-IF
019778     MOVE WS-STATUS-HISTORY-NAME TO WS-STH-DYNAMIC-FILE
019779     OPEN I-O STATUS-HISTORY-FILE
019780     IF WS-STH-FILE-MISSING
019781         OPEN OUTPUT STATUS-HISTORY-FILE
019782         CLOSE STATUS-HISTORY-FILE
019783         OPEN I-O STATUS-HISTORY-FILE
019784     END-IF
019785     IF NOT WS-STH-FILE-OK
019786         DISPLAY "Warning: status-history master "
019787             WS-STATUS-HISTORY-NAME " could not be opened - "
019788             WS-STP-COUNT " status changes not posted for "
019789             WS-FILE-NAME(1:40)
019790         GO TO 3460-EXIT
019791     END-IF
019792     IF WS-CORRECTION-RUN
019793         PERFORM 3470-PURGE-CORRECTION-CHANGES
019794             THRU 3470-EXIT
019795     END-IF
019796     ACCEPT WS-RUN-TIME-NOW FROM TIME
019797     PERFORM 3465-POST-ONE-CHANGE
019798         THRU 3465-EXIT
019799         VARYING WS-STP-SUB FROM 1 BY 1
019800         UNTIL WS-STP-SUB > WS-STP-COUNT
019801     CLOSE STATUS-HISTORY-FILE
019802     IF WS-STP-PURGED > ZERO
019803         DISPLAY "Status changes replaced by this correction "
019804             "run: " WS-STP-PURGED
019805     END-IF
019806     DISPLAY "Account status changes posted to the status "
019807         "history: " WS-STP-POSTED.
019808 3460-EXIT.
019809     EXIT.
019810 3465-POST-ONE-CHANGE.
019811     MOVE SPACES TO STATHIST-RECORD
019812     MOVE WS-STP-ACCT(WS-STP-SUB) TO STATHIST-ACCT-NUM
019813     MOVE WS-STP-EFF-DATE(WS-STP-SUB) TO STATHIST-EFF-DATE
019814     MOVE WS-TODAY-DATE TO STATHIST-POST-DATE
019815     MOVE WS-STP-ROW-NUM(WS-STP-SUB) TO STATHIST-ROW-NUM
019816     MOVE WS-STP-FROM(WS-STP-SUB) TO STATHIST-FROM-STATUS
019817     MOVE WS-STP-TO(WS-STP-SUB) TO STATHIST-TO-STATUS
019818     MOVE WS-STP-REASON(WS-STP-SUB) TO STATHIST-REASON-CD
019819     MOVE WS-STP-UPD-BY(WS-STP-SUB) TO STATHIST-UPD-BY
019820     MOVE WS-RUN-TIME-NOW TO STATHIST-POST-TIME
019821     MOVE WS-AUDIT-USER-ID TO STATHIST-POST-USER
019822     WRITE STATHIST-RECORD
019823         INVALID KEY
019824             REWRITE STATHIST-RECORD
019825     END-WRITE
019826     IF WS-STH-FILE-OK
019827         ADD 1 TO WS-STP-POSTED
019828     ELSE
019829         DISPLAY "Warning: status change for account "
019830             FUNCTION TRIM(WS-STP-ACCT(WS-STP-SUB))
019831             " could not be posted (status "
019832             WS-STH-FILE-STATUS ")."
019833     END-IF.
019834 3465-EXIT.
019835     EXIT.
019836******************************************************************
019837*  3470-PURGE-CORRECTION-CHANGES                                *
019838*  DELETES EVERY STATUS-HISTORY ENTRY POSTED UNDER THIS         *
019839*  BUSINESS DATE BY THE RUN BEING CORRECTED.                    *
019840******************************************************************
019841 3470-PURGE-CORRECTION-CHANGES.
019842     MOVE 'N' TO WS-STH-SCAN-SWITCH
019843     MOVE LOW-VALUES TO STATHIST-KEY
019844     START STATUS-HISTORY-FILE
019845         KEY IS NOT LESS THAN STATHIST-KEY
019846         INVALID KEY
019847             GO TO 3470-EXIT
019848     END-START
019849     PERFORM 3475-PURGE-ONE-CHANGE
019850         THRU 3475-EXIT
019851         UNTIL WS-STH-SCAN-DONE.
019852 3470-EXIT.
019853     EXIT.
019854 3475-PURGE-ONE-CHANGE.
019855     READ STATUS-HISTORY-FILE NEXT RECORD
019856         AT END
019857             SET WS-STH-SCAN-DONE TO TRUE
019858             GO TO 3475-EXIT
019859     END-READ
019860     IF NOT WS-STH-FILE-OK
019861         SET WS-STH-SCAN-DONE TO TRUE
019862         GO TO 3475-EXIT
019863     END-IF
019864     IF STATHIST-POST-DATE = WS-TODAY-DATE
019865         DELETE STATUS-HISTORY-FILE RECORD
019866             INVALID KEY
019867                 CONTINUE
019868             NOT INVALID KEY
019869                 ADD 1 TO WS-STP-PURGED
019870         END-DELETE
019871     END-IF.
019872 3475-EXIT.
019873     EXIT.
019874******************************************************************
019875*  3500-OPEN-TRANSID-FILES                                      *
019876*  OPENS THE TRANS_ID REGISTER FOR READING (NOT THERE YET =     *
019877*  NOTHING REGISTERED) AND STARTS A FRESH WORK FILE FOR         *
019878*  TONIGHT'S TRANS_IDS.  WITHOUT EITHER THE FEED CANNOT BE      *
019879*  CHECKED FOR REPEATS, SO IT IS HELD RATHER THAN SENT.         *
019880******************************************************************
019881 3500-OPEN-TRANSID-FILES.
019882     MOVE ZERO TO WS-TID-ROW-COUNT
019883     MOVE ZERO TO WS-TID-DUP-COUNT
019884     COMPUTE WS-TID-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
019885         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
019886         - WS-TID-RETAIN-DAYS)
019887     MOVE WS-TRANSID-REGISTER-NAME TO WS-TRG-DYNAMIC-FILE
019888     OPEN INPUT TRANSID-REGISTER-FILE
019889     EVALUATE TRUE
019890         WHEN WS-TRG-FILE-OK
019891             SET WS-TRG-OPEN TO TRUE
019892         WHEN WS-TRG-FILE-MISSING
019893             DISPLAY "Note: no TRANS_IDs registered yet - "
019894                 "checking " WS-FILE-NAME(1:40)
019895                 " against itself only."
019896         WHEN OTHER
019897             DISPLAY "Error: TRANS_ID register "
019898                 FUNCTION TRIM(WS-TRANSID-REGISTER-NAME)
019899                 " could not be opened (status "
019900                 WS-TRG-FILE-STATUS ") - " WS-FILE-NAME(1:40)
019901                 " cannot be processed."
019902             SET WS-FILE-IS-INVALID TO TRUE
019903             GO TO 3500-EXIT
019904     END-EVALUATE
019905     MOVE SPACES TO WS-TWK-DYNAMIC-FILE
019906     STRING "/workspace/work/" FUNCTION TRIM(WS-FILE-NAME)
019907         ".tid"
019908         DELIMITED BY SIZE
019909         INTO WS-TWK-DYNAMIC-FILE
019910     END-STRING
019911     OPEN OUTPUT TRANSID-WORK-FILE
019912     IF WS-TWK-FILE-OK
019913         CLOSE TRANSID-WORK-FILE
019914         OPEN I-O TRANSID-WORK-FILE
019915     END-IF
019916     IF NOT WS-TWK-FILE-OK
019917         DISPLAY "Error: TRANS_ID work file "
019918             WS-TWK-DYNAMIC-FILE(1:60) " could not be opened - "
019919             WS-FILE-NAME(1:40) " cannot be processed."
019920         PERFORM 3530-CLOSE-TRANSID-FILES
019921             THRU 3530-EXIT
019922         SET WS-FILE-IS-INVALID TO TRUE
019923         GO TO 3500-EXIT
019924     END-IF
019925     SET WS-TWK-OPEN TO TRUE.
019926 3500-EXIT.
019927     EXIT.
019928******************************************************************
019929*  3510-CHECK-TRANS-ID                                          *
019930*  A ROW (ALREADY THROUGH EVERY OTHER EDIT) WHOSE TRANS_ID WAS  *
019931*  UPLOADED UNDER ANOTHER BUSINESS DATE INSIDE THE RETENTION    *
019932*  WINDOW, OR ALREADY APPEARS IN AN EARLIER GOOD ROW TONIGHT,   *
019933*  IS QUARANTINED.  THE REJECT-DETAIL LINE CARRIES THE          *
019934*  ORIGINAL BUSINESS DATE AND WHETHER TRANS_AMT MATCHES.  ON A  *
019935*  DELTA NIGHT A DELETE ROW IS NOT CHECKED AND A CHANGE ROW IS  *
019936*  EXPECTED TO BE REGISTERED ALREADY - IT IS ONLY CHECKED       *
019937*  AGAINST TONIGHT'S OTHER ROWS.                                *
019938******************************************************************
019939 3510-CHECK-TRANS-ID.
019940     MOVE SPACE TO WS-TID-ACTION
019941     IF CSV-ACTIVE-MODE = 'D'
019942         MOVE CSV-FIELD(CSV-FIELD-COUNT)(1:1) TO WS-TID-ACTION
019943     END-IF
019944     IF WS-TID-ACTION = 'D'
019945         GO TO 3510-EXIT
019946     END-IF
019947     MOVE CSV-FIELD(WS-TID-COL) TO WS-TID-VALUE
019948     IF WS-TID-VALUE = SPACES
019949         GO TO 3510-EXIT
019950     END-IF
019951     ADD 1 TO WS-TID-ROW-COUNT
019952     MOVE ZERO TO WS-TID-AMOUNT
019953     IF CSV-ACTIVE-AMT-COL > ZERO
019954             AND CSV-ACTIVE-AMT-COL NOT > CSV-FIELD-COUNT
019955         MOVE CSV-FIELD(CSV-ACTIVE-AMT-COL) TO WS-FIELD-VALUE
019956         SET WS-EDIT-PASSED TO TRUE
019957         PERFORM 3160-CHECK-NUMERIC
019958             THRU 3160-EXIT
019959         IF WS-EDIT-PASSED
019960             MOVE FUNCTION NUMVAL(WS-FIELD-VALUE)
019961                 TO WS-TID-AMOUNT
019962         END-IF
019963     END-IF
019964     IF WS-TRG-OPEN AND WS-TID-ACTION NOT = 'C'
019965         MOVE WS-TID-VALUE TO TRANREG-TRANS-ID
019966         READ TRANSID-REGISTER-FILE
019967             KEY IS TRANREG-TRANS-ID
019968             INVALID KEY
019969                 CONTINUE
019970             NOT INVALID KEY
019971                 IF TRANREG-BUS-DATE NOT = WS-TODAY-DATE
019972                         AND TRANREG-BUS-DATE
019973                             NOT < WS-TID-CUTOFF-DATE
019974                     PERFORM 3515-REJECT-REGISTERED-ID
019975                         THRU 3515-EXIT
019976                 END-IF
019977         END-READ
019978     END-IF
019979     IF WS-ROW-IS-BAD
019980         GO TO 3510-EXIT
019981     END-IF
019982     MOVE WS-TID-VALUE TO TRANWRK-TRANS-ID
019983     MOVE WS-TID-AMOUNT TO TRANWRK-AMOUNT
019984     MOVE SPACES TO TRANWRK-ACCT-NUM
019985     IF WS-TID-ACCT-COL > ZERO
019986         MOVE CSV-FIELD(WS-TID-ACCT-COL) TO TRANWRK-ACCT-NUM
019987     END-IF
019988     MOVE WS-DATA-ROW-NUMBER TO TRANWRK-ROW-NUM
019989     WRITE TRANWRK-RECORD
019990         INVALID KEY
019991             PERFORM 3520-REJECT-REPEATED-ID
019992                 THRU 3520-EXIT
019993     END-WRITE.
019994 3510-EXIT.
019995     EXIT.
019996 3515-REJECT-REGISTERED-ID.
019997     IF TRANREG-AMOUNT = WS-TID-AMOUNT
019998         MOVE 'Y' TO WS-TID-AMT-MATCH
019999     ELSE
020000         MOVE 'N' TO WS-TID-AMT-MATCH
020001     END-IF
020002     DISPLAY "Error: " WS-FILE-NAME " row "
020003         WS-DATA-ROW-NUMBER " TRANS_ID "
020004         FUNCTION TRIM(WS-TID-VALUE)
020005         " was already uploaded for " TRANREG-BUS-DATE
020006         " (amount match " WS-TID-AMT-MATCH ")."
020007     SET WS-ROW-IS-BAD TO TRUE
020008     ADD 1 TO WS-TID-DUP-COUNT
020009     MOVE WS-TID-COL TO WS-REJECT-COLUMN
020010     MOVE "DUP-TRANS-ID" TO WS-REJECT-REASON
020011     MOVE SPACES TO WS-REJECT-NOTE
020012     STRING "ORIG-DATE=" TRANREG-BUS-DATE
020013         " AMT-MATCH=" WS-TID-AMT-MATCH
020014         DELIMITED BY SIZE
020015         INTO WS-REJECT-NOTE
020016     END-STRING
020017     PERFORM 3140-WRITE-REJECT-DETAIL
020018         THRU 3140-EXIT.
020019 3515-EXIT.
020020     EXIT.
020021 3520-REJECT-REPEATED-ID.
020022     READ TRANSID-WORK-FILE
020023         KEY IS TRANWRK-TRANS-ID
020024         INVALID KEY
020025             MOVE ZERO TO TRANWRK-ROW-NUM
020026             MOVE ZERO TO TRANWRK-AMOUNT
020027     END-READ
020028     IF TRANWRK-AMOUNT = WS-TID-AMOUNT
020029         MOVE 'Y' TO WS-TID-AMT-MATCH
020030     ELSE
020031         MOVE 'N' TO WS-TID-AMT-MATCH
020032     END-IF
020033     DISPLAY "Error: " WS-FILE-NAME " row "
020034         WS-DATA-ROW-NUMBER " TRANS_ID "
020035         FUNCTION TRIM(WS-TID-VALUE)
020036         " repeats row " TRANWRK-ROW-NUM
020037         " (amount match " WS-TID-AMT-MATCH ")."
020038     SET WS-ROW-IS-BAD TO TRUE
020039     ADD 1 TO WS-TID-DUP-COUNT
020040     MOVE WS-TID-COL TO WS-REJECT-COLUMN
020041     MOVE "DUP-TRANS-ID-IN-FILE" TO WS-REJECT-REASON
020042     MOVE SPACES TO WS-REJECT-NOTE
020043     STRING "ORIG-DATE=" WS-TODAY-DATE
020044         " AMT-MATCH=" WS-TID-AMT-MATCH
020045         " FIRST-ROW=" TRANWRK-ROW-NUM
020046         DELIMITED BY SIZE
020047         INTO WS-REJECT-NOTE
020048     END-STRING
020049     PERFORM 3140-WRITE-REJECT-DETAIL
020050         THRU 3140-EXIT.
020051 3520-EXIT.
020052     EXIT.
020053 3530-CLOSE-TRANSID-FILES.
020054     IF WS-TRG-OPEN
020055         CLOSE TRANSID-REGISTER-FILE
020056         MOVE 'N' TO WS-TRG-OPEN-SWITCH
020057     END-IF
020058     IF WS-TWK-OPEN
020059         CLOSE TRANSID-WORK-FILE
020060         MOVE 'N' TO WS-TWK-OPEN-SWITCH
020061         DISPLAY "TRANS_IDs checked: " WS-TID-ROW-COUNT
020062             "  duplicates quarantined: " WS-TID-DUP-COUNT
020063     END-IF.
020064 3530-EXIT.
020065     EXIT.
020066******************************************************************
020067*  3540-POST-TRANS-IDS                                          *
020068*  ONCE THE TRANSACTIONS FEED HAS UPLOADED, ADDS TONIGHT'S      *
020069*  TRANS_IDS (THE WORK FILE - GOOD ROWS ONLY) TO THE REGISTER   *
020070*  UNDER THE BUSINESS DATE.  A FEED THAT FAILS POSTS NOTHING.   *
020071*  A CORRECTION RUN FIRST REMOVES THE ENTRIES ITS BUSINESS      *
020072*  DATE REGISTERED EARLIER, SO A ROW DROPPED FROM THE RESENT    *
020073*  EXTRACT DOES NOT STAY REGISTERED.                            *
020074******************************************************************
020075 3540-POST-TRANS-IDS.
020076     MOVE ZERO TO WS-TID-POSTED
020077     MOVE ZERO TO WS-TID-PURGED
020078     MOVE WS-TRANSID-REGISTER-NAME TO WS-TRG-DYNAMIC-FILE
020079     OPEN I-O TRANSID-REGISTER-FILE
020080     IF WS-TRG-FILE-MISSING
020081         OPEN OUTPUT TRANSID-REGISTER-FILE
020082         CLOSE TRANSID-REGISTER-FILE
020083         OPEN I-O TRANSID-REGISTER-FILE
020084     END-IF
020085     IF NOT WS-TRG-FILE-OK
020086         DISPLAY "Warning: TRANS_ID register "
020087             WS-TRANSID-REGISTER-NAME " could not be opened - "
020088             "tonight's TRANS_IDs not registered for "
020089             WS-FILE-NAME(1:40)
020090         GO TO 3540-EXIT
020091     END-IF
020092     IF WS-CORRECTION-RUN
020093         PERFORM 3550-PURGE-CORRECTION-IDS
020094             THRU 3550-EXIT
020095     END-IF
020096     OPEN INPUT TRANSID-WORK-FILE
020097     IF NOT WS-TWK-FILE-OK
020098         DISPLAY "Warning: TRANS_ID work file "
020099             WS-TWK-DYNAMIC-FILE(1:60) " could not be read - "
020100             "tonight's TRANS_IDs not registered."
020101         CLOSE TRANSID-REGISTER-FILE
020102         GO TO 3540-EXIT
020103     END-IF
020104     ACCEPT WS-RUN-TIME-NOW FROM TIME
020105     PERFORM 3545-POST-ONE-TRANS-ID
020106         THRU 3545-EXIT
020107         UNTIL WS-TWK-FILE-EOF
020108     CLOSE TRANSID-WORK-FILE
020109     CLOSE TRANSID-REGISTER-FILE
020110     IF WS-TID-PURGED > ZERO
020111         DISPLAY "TRANS_IDs replaced by this correction run: "
020112             WS-TID-PURGED
020113     END-IF
020114     DISPLAY "TRANS_IDs added to the duplicate register: "
020115         WS-TID-POSTED.
020116 3540-EXIT.
020117     EXIT.
020118 3545-POST-ONE-TRANS-ID.
020119     READ TRANSID-WORK-FILE NEXT RECORD
020120         AT END
020121             GO TO 3545-EXIT
020122     END-READ
020123     IF NOT WS-TWK-FILE-OK
020124         MOVE '10' TO WS-TWK-FILE-STATUS
020125         GO TO 3545-EXIT
020126     END-IF
020127     MOVE SPACES TO TRANREG-RECORD
020128     MOVE TRANWRK-TRANS-ID TO TRANREG-TRANS-ID
020129     MOVE WS-TODAY-DATE TO TRANREG-BUS-DATE
020130     MOVE TRANWRK-AMOUNT TO TRANREG-AMOUNT
020131     MOVE TRANWRK-ACCT-NUM TO TRANREG-ACCT-NUM
020132     MOVE TRANWRK-ROW-NUM TO TRANREG-ROW-NUM
020133     MOVE WS-RUN-TIME-NOW TO TRANREG-POST-TIME
020134     WRITE TRANREG-RECORD
020135         INVALID KEY
020136             REWRITE TRANREG-RECORD
020137     END-WRITE
020138     IF WS-TRG-FILE-OK
020139         ADD 1 TO WS-TID-POSTED
020140     ELSE
020141         DISPLAY "Warning: TRANS_ID "
020142             FUNCTION TRIM(TRANWRK-TRANS-ID)
020143             " could not be registered (status "
020144             WS-TRG-FILE-STATUS ")."
020145     END-IF.
020146 3545-EXIT.
020147     EXIT.
020148******************************************************************
020149*  3550-PURGE-CORRECTION-IDS                                    *
020150*  DELETES EVERY REGISTER ENTRY POSTED UNDER THIS BUSINESS      *
020151*  DATE BY THE RUN BEING CORRECTED.                             *
020152******************************************************************
020153 3550-PURGE-CORRECTION-IDS.
020154     MOVE 'N' TO WS-TRG-SCAN-SWITCH
020155     MOVE LOW-VALUES TO TRANREG-TRANS-ID
020156     START TRANSID-REGISTER-FILE
020157         KEY IS NOT LESS THAN TRANREG-TRANS-ID
020158         INVALID KEY
020159             GO TO 3550-EXIT
020160     END-START
020161     PERFORM 3555-PURGE-ONE-ID
020162         THRU 3555-EXIT
020163         UNTIL WS-TRG-SCAN-DONE.
020164 3550-EXIT.
020165     EXIT.
020166 3555-PURGE-ONE-ID.
020167     READ TRANSID-REGISTER-FILE NEXT RECORD
020168         AT END
020169             SET WS-TRG-SCAN-DONE TO TRUE
020170             GO TO 3555-EXIT
020171     END-READ
020172     IF NOT WS-TRG-FILE-OK
020173         SET WS-TRG-SCAN-DONE TO TRUE
020174         GO TO 3555-EXIT
020175     END-IF
020176     IF TRANREG-BUS-DATE = WS-TODAY-DATE
020177         DELETE TRANSID-REGISTER-FILE RECORD
020178             INVALID KEY
020179                 CONTINUE
020180             NOT INVALID KEY
020181                 ADD 1 TO WS-TID-PURGED
020182         END-DELETE
020183     END-IF.
020184 3555-EXIT.
020185     EXIT.
020186******************************************************************
020187*  3600-UPDATE-CHECKPOINT                                       *
020188*  APPENDS THIS FILE NAME TO THE CHECKPOINT LOG AND THE IN-     *
020189*  MEMORY TABLE ONCE THE UPLOAD HAS BEEN CONFIRMED SUCCESSFUL,  *
020190*  SO A LATER RERUN IN THIS SAME PROGRAM EXECUTION (AND ANY     *
020191*  FUTURE RUN) WILL SKIP IT.                                    *
020192******************************************************************
020193 3600-UPDATE-CHECKPOINT.
020194     MOVE WS-CHECKPOINT-FILE-NAME TO WS-CKPT-DYNAMIC-FILE
020195     OPEN EXTEND CHECKPOINT-FILE
020196     IF NOT WS-CKPT-FILE-OK
020197         OPEN OUTPUT CHECKPOINT-FILE
020198     END-IF
020199*    STAMP WITH THE RUN'S BUSINESS DATE SO A BATCH THAT CROSSES
020200*    MIDNIGHT STILL MATCHES ITS OWN ENTRIES ON A SAME-NIGHT RERUN
020201     MOVE WS-TODAY-DATE TO WS-CKPT-STAMP-DATE
020202     MOVE SPACES TO CHECKPOINT-RECORD
020203     STRING WS-CKPT-STAMP-DATE " "
020204         FUNCTION TRIM(WS-FILE-NAME)
020205         DELIMITED BY SIZE
020206         INTO CHECKPOINT-RECORD
020207     END-STRING
020208     IF WS-CHECKPOINT-COUNT < 9999
020209         ADD 1 TO WS-CHECKPOINT-COUNT
020210         MOVE CHECKPOINT-RECORD
020211             TO WS-CHECKPOINT-ENTRY(WS-CHECKPOINT-COUNT)
020212     END-IF
020213     WRITE CHECKPOINT-RECORD
020214     CLOSE CHECKPOINT-FILE.
020215 3600-EXIT.
020216     EXIT.
020217******************************************************************
020218*  3650-CHECKPOINT-CHUNK                                        *
020219*  APPENDS THIS CHUNK'S DATE-STAMPED ENTRY TO THE CHECKPOINT    *
020220*  LOG AND THE IN-MEMORY TABLE THE MOMENT ITS UPLOAD IS         *
020221*  CONFIRMED, SO A LATER FAILURE IN THE SAME FILE RESUMES AT    *
020222*  THE CHUNK THAT FAILED.                                       *
020223******************************************************************
020224 3650-CHECKPOINT-CHUNK.
020225     MOVE WS-CHECKPOINT-FILE-NAME TO WS-CKPT-DYNAMIC-FILE
020226     OPEN EXTEND CHECKPOINT-FILE
020227     IF NOT WS-CKPT-FILE-OK
020228         OPEN OUTPUT CHECKPOINT-FILE
020229     END-IF
020230*    STAMP WITH THE RUN'S BUSINESS DATE SO A BATCH THAT CROSSES
020231*    MIDNIGHT STILL MATCHES ITS OWN ENTRIES ON A SAME-NIGHT RERUN
020232     MOVE WS-TODAY-DATE TO WS-CKPT-STAMP-DATE
020233     MOVE SPACES TO CHECKPOINT-RECORD
020234     STRING WS-CKPT-STAMP-DATE " "
020235         FUNCTION TRIM(WS-CHUNK-ID)
020236         DELIMITED BY SIZE
020237         INTO CHECKPOINT-RECORD
020238     END-STRING
020239     IF WS-CHECKPOINT-COUNT < 9999
020240         ADD 1 TO WS-CHECKPOINT-COUNT
020241         MOVE CHECKPOINT-RECORD
020242             TO WS-CHECKPOINT-ENTRY(WS-CHECKPOINT-COUNT)
020243     END-IF
020244     WRITE CHECKPOINT-RECORD
020245     CLOSE CHECKPOINT-FILE.
020246 3650-EXIT.
020247     EXIT.
020248******************************************************************
020249*  3660-CLEANUP-CHUNK-FILES                                     *
020250*  REMOVES THE CHUNK WORK FILES ONCE THE WHOLE FEED HAS BEEN    *
020251*  CONFIRMED UPLOADED - A RERUN REGENERATES THEM FROM THE       *
020252*  SOURCE, SO NOTHING IS LOST.                                  *
020253******************************************************************
020254 3660-CLEANUP-CHUNK-FILES.
020255     MOVE SPACES TO WS-MOVE-COMMAND
020256     STRING "rm -f /workspace/work/"
020257         FUNCTION TRIM(WS-FILE-NAME) ".c*"
020258         DELIMITED BY SIZE
020259         INTO WS-MOVE-COMMAND
020260     END-STRING
020261     CALL 'SYSTEM' USING WS-MOVE-COMMAND
020262         RETURNING WS-MOVE-RETURN-CODE.
020263 3660-EXIT.
020264     EXIT.
020265******************************************************************
020266*  3700-WRITE-AUDIT-RECORD                                      *
020267*  APPENDS ONE LINE TO THE AUDIT LOG FOR EVERY UPLOAD ATTEMPT -  *
020268*  WHO RAN THE JOB, WHEN, WHICH FILE, AND WHAT HAPPENED TO IT.   *
020269******************************************************************
020270 3700-WRITE-AUDIT-RECORD.
020280     ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
020290     IF WS-AUDIT-USER-ID = SPACES
020520         DELIMITED BY SIZE
020521         WS-AUDIT-MODE-TAG
020522         DELIMITED BY SIZE
020524         WS-AUDIT-BUS-DATE-TAG
020526         DELIMITED BY SIZE
020530         INTO WS-AUDIT-RECORD-OUT
020540     END-STRING
020550     MOVE WS-AUDIT-LOG-FILE-NAME TO WS-AUD-DYNAMIC-FILE
020750*  CLEAR RECORD OF WHAT WENT OUT ON WHAT DAY IS KEPT ON DISK.    *
020760******************************************************************
020770 3800-ARCHIVE-FILE.
020773*    THE BUSINESS DATE'S FOLDER, NOT THE RUN DATE'S - A BACKLOG
020776*    EXTRACT IS FILED WITH THE NIGHT IT BELONGS TO.
020780     MOVE WS-TODAY-DATE TO WS-ARCHIVE-DATE
020790     STRING "/workspace/ARCHIVE-" WS-ARCHIVE-DATE
020800         DELIMITED BY SIZE
020810         INTO WS-ARCHIVE-DIR
021068         IF NOT WS-MSK-FAILED
021069             DISPLAY "Moved " WS-FILE-NAME(1:40)
021070                 " (masked) to " WS-REJECT-DIR(1:40)
021071             GO TO 3810-NOTE-DATE
021072         END-IF
021073         DISPLAY "Warning: masked reject failed for "
021074             WS-FILE-NAME(1:40)
021190     END-STRING
021200     CALL 'SYSTEM' USING WS-MOVE-COMMAND
021210         RETURNING WS-MOVE-RETURN-CODE
021211     DISPLAY "Moved " WS-FILE-NAME " to " WS-REJECT-DIR.
021212 3810-NOTE-DATE.
021213     PERFORM 3815-NOTE-REJECT-DATE
021214         THRU 3815-EXIT.
021215 3810-EXIT.
021216     EXIT.
021217******************************************************************
021218*  3815-NOTE-REJECT-DATE                                        *
021219*  LEAVES <name>.busdate BESIDE THE REJECTED FILE, HOLDING THE  *
021220*  BUSINESS DATE IT WAS POSTED UNDER, SO THE RESTAGE            *
021221*  (UPLOADRJR) UNMASKS IT WITH THE REGISTRY VERSION IN FORCE    *
021222*  ON THAT DATE.                                                *
021223******************************************************************
021224 3815-NOTE-REJECT-DATE.
021225     MOVE SPACES TO WS-MOVE-COMMAND
021226     STRING "echo " WS-TODAY-DATE-TEXT " > "
021227         FUNCTION TRIM(WS-REJECT-DIR) "/"
021228         FUNCTION TRIM(WS-FILE-NAME) ".busdate"
021229         DELIMITED BY SIZE
021230         INTO WS-MOVE-COMMAND
021231     END-STRING
021232     CALL 'SYSTEM' USING WS-MOVE-COMMAND
021233         RETURNING WS-MOVE-RETURN-CODE.
021234 3815-EXIT.
021235     EXIT.
021236******************************************************************
021242*  3820-STORE-MASKED-COPY                                       *
021243*  WRITES THE FEED TO THE TARGET FOLDER WITH THE SENSITIVE      *
021244*  COLUMN TOKENIZED, APPENDS ANY NEW TOKEN MAPPINGS TO THE     *
021690     END-WRITE
021700     CLOSE HISTORY-FILE.
021710 3900-EXIT.
021711     EXIT.
021712******************************************************************
021713*  3910-READ-PRIOR-RECORD                                       *
021714*  A CORRECTION RUN FIRST READS THE SAME-DATE RECORD IT IS      *
021715*  ABOUT TO REPLACE, SO ITS RUN TIME SURVIVES ON THE NEW        *
021716*  RECORD'S SUPERSEDE TRAIL.                                    *
021717******************************************************************
021718 3910-READ-PRIOR-RECORD.
021719     MOVE SPACES TO UPLHIST-RECORD
021720     MOVE FUNCTION TRIM(WS-FILE-NAME) TO UPLHIST-FEED-NAME
021721     MOVE WS-HIST-BUS-DATE TO UPLHIST-BUS-DATE
021722     READ HISTORY-FILE
021723         INVALID KEY
021724             CONTINUE
021725         NOT INVALID KEY
021726             SET WS-PRIOR-REC-FOUND TO TRUE
021727             MOVE UPLHIST-RUN-TIME TO WS-PRIOR-RUN-TIME
021728     END-READ.
021729 3910-EXIT.
021730     EXIT.
021731     COPY REGVPCK.
021732     COPY HOLDRPL.
021733     COPY HOLDAPL.
021740******************************************************************
021741*  8800-TIMING-START                                             *
021742*  STAMPS THIS STEP'S START IN THE STEP-TIMING LOG SO THE        *
