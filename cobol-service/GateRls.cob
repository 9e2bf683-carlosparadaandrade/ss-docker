000100******************************************************************
000110*  PROGRAM-ID.  GATERLS
000120*  AUTHOR.      D. OKAFOR - DATA INTEGRATION SUPPORT
000130*  INSTALLATION. ENTERPRISE DATA SERVICES
000140*  DATE-WRITTEN. 2026-10-15
000150*  DATE-COMPILED.
000160*
000170*  REMARKS.
000180*      OPERATOR RELEASE OF A FEED HELD BY A GATE.  THE FEEDTRND
000190*      VOLUME/AMOUNT BAND (GATE TREND), THE UPLOADCSV STALE-
000200*      DUPLICATE CHECK (GATE STALE-DUP) AND THE UPLOADXRF
000210*      ORPHAN-KEY CHECK (GATE ORPHANS) AND THE POSNROLL ACCOUNT
000212*      POSITION PROOF (GATE POSITION) EACH RECORD A HOLD IN
000220*      THE GATE HOLD REGISTER (SEE HOLDREG.CPY) AGAINST THE
000230*      FEED AND BUSINESS DATE.  A MONTH-END VOLUME SPIKE OR A
000240*      KNOWN UPSTREAM REPLAY IS A LEGITIMATE REASON TO LET THAT
000250*      ONE FEED-DATE THROUGH, SO AN OPERATOR REQUESTS A ONE-TIME
000260*      RELEASE WITH A REASON AND A SECOND, DIFFERENT USER ID
000270*      APPROVES IT (MAKER-CHECKER).  THE GATE HONOURS AN
000280*      APPROVED RELEASE FOR THAT FEED, DATE AND GATE ONLY, THE
000290*      NEXT TIME IT RUNS, AND MARKS IT USED.  A RELEASE NOT
000300*      USED WITHIN RELEASE-VALID-DAYS OF ITS REQUEST (UPLOADER
000310*      CONFIG, DEFAULT 1) IS EXPIRED AT THE START OF EVERY RUN.
000320*      EVERY REQUEST, APPROVAL, REFUSAL AND EXPIRY GOES TO THE
000330*      UPLOAD AUDIT LOG; UPLOADRPT LISTS THEM WITH THE GATES'
000340*      RELEASE-USED LINES AS THE NIGHT'S OVERRIDES.
000350*
000360*      A TREND OR POSITION HOLD ONLY NEEDS THE CHAIN RESUMED
000365*      (UPLDRSTJ).
000370*      A STALE-DUP OR ORPHANS HOLD ALSO MOVED THE EXTRACT TO
000380*      THE REJECT FOLDER - RESTAGE IT WITH UPLOADRJR FIRST.
000390*
000400*      SYSIN CARRIES ONE COMMAND PER LINE, 'END' TO FINISH:
000410*        LIST                  OPEN HOLDS AND RELEASES
000420*        LIST|feed             EVERYTHING ON FILE FOR A FEED
000430*        REQUEST|feed|busdate|gate|reason
000440*        APPROVE|feed|busdate|gate
000450*      REQUEST NEEDS A HOLD (OR AN EXPIRED RELEASE) ON FILE
000460*      AND A REASON; APPROVE NEEDS A REQUESTED RELEASE AND A
000470*      USER ID OTHER THAN THE REQUESTER'S.
000480*      RC 0 = ALL COMMANDS APPLIED, 8 = A COMMAND WAS REJECTED,
000490*      4 = NOTHING TO DO.
000500*
000510*  MODIFICATION HISTORY.
000520*      2026-10-15  DAO  INITIAL VERSION.
000525*      2026-10-15  DAO  POSITION GATE (POSNROLL BALANCE PROOF).
000526*      2026-10-15  DAO  THE REGISTER EVENT RULES (NOW
000527*                       8630-APPLY-EVENT) COME FROM THE HOLDAPL
000528*                       COPYBOOK THE GATES ALSO USE.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. GateRls.
000560 AUTHOR. D. OKAFOR.
000570 INSTALLATION. ENTERPRISE DATA SERVICES.
000580 DATE-WRITTEN. 2026-10-15.
000590 DATE-COMPILED.
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT HOLD-REGISTER-FILE
000640         ASSIGN TO DYNAMIC WS-HRG-DYNAMIC-FILE
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-HRG-FILE-STATUS.
000670     SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CFG-DYNAMIC-FILE
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CFG-FILE-STATUS.
000700     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUD-DYNAMIC-FILE
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AUD-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  HOLD-REGISTER-FILE.
000760 01  HOLD-REGISTER-RECORD        PIC X(300).
000770 FD  CONFIG-FILE.
000780 01  CONFIG-RECORD               PIC X(100).
000790 FD  AUDIT-LOG-FILE.
000800 01  AUDIT-LOG-RECORD            PIC X(400).
000810 WORKING-STORAGE SECTION.
000820*---------------------------------------------------------------*
000830*    GATE HOLD REGISTER                                          *
000840*---------------------------------------------------------------*
000850     COPY HOLDREG.
000860 01  WS-HRG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
000870 01  WS-HRG-FILE-STATUS          PIC X(02) VALUE '00'.
000880     88  WS-HRG-FILE-OK                       VALUE '00'.
000890     88  WS-HRG-FILE-EOF                      VALUE '10'.
000900 01  WS-HRG-LINE-OUT             PIC X(300) VALUE SPACES.
000910*---------------------------------------------------------------*
000920*    ONE ENTRY PER FEED/DATE/GATE ON FILE, HOLDING THE STATE     *
000930*    ITS EVENTS ROLL UP TO (SAME LAYOUT AS HOLDREG-LOOKUP)       *
000940*---------------------------------------------------------------*
000950 01  WS-REL-TABLE.
000960     05  WS-REL-ENTRY            OCCURS 500 TIMES.
000970         10  WS-REL-FEED         PIC X(30).
000980         10  WS-REL-BUS-DATE     PIC X(08).
000990         10  WS-REL-GATE         PIC X(10).
001000         10  WS-REL-STATE        PIC X(01).
001010         10  WS-REL-HOLD-DATE    PIC X(08).
001020         10  WS-REL-REQUESTER    PIC X(20).
001030         10  WS-REL-REQ-DATE     PIC X(08).
001040         10  WS-REL-APPROVER     PIC X(20).
001050         10  WS-REL-REASON       PIC X(100).
001060 01  WS-REL-COUNT                PIC 9(03) COMP VALUE ZERO.
001070 01  WS-REL-SUB                  PIC 9(03) COMP VALUE ZERO.
001080 01  WS-REL-HIT-SUB              PIC 9(03) COMP VALUE ZERO.
001090 01  WS-REL-HIT-SWITCH           PIC X(01) VALUE 'N'.
001100     88  WS-REL-FOUND                         VALUE 'Y'.
001110 01  WS-REL-FULL-SWITCH          PIC X(01) VALUE 'N'.
001120     88  WS-REL-TABLE-FULL                    VALUE 'Y'.
001130 01  WS-STATE-TEXT               PIC X(18) VALUE SPACES.
001140 01  WS-LISTED-COUNT             PIC 9(03) COMP VALUE ZERO.
001150*---------------------------------------------------------------*
001160*    RELEASE EXPIRY (RELEASE-VALID-DAYS FROM THE UPLOADER        *
001170*    CONFIG)                                                     *
001180*---------------------------------------------------------------*
001190 01  WS-CFG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001200 01  WS-CONFIG-FILE-NAME         PIC X(100)
001210         VALUE '/workspace/config/uploadcsv.cfg'.
001220 01  WS-CFG-FILE-STATUS          PIC X(02) VALUE '00'.
001230     88  WS-CFG-FILE-OK                       VALUE '00'.
001240     88  WS-CFG-FILE-EOF                      VALUE '10'.
001250 01  WS-CFG-KEY                  PIC X(20) VALUE SPACES.
001260 01  WS-CFG-VALUE                PIC X(60) VALUE SPACES.
001270 01  WS-RELEASE-VALID-DAYS       PIC 9(03) VALUE 1.
001280 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001290 01  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
001300 01  WS-EXPIRY-CUTOFF            PIC 9(08) VALUE ZERO.
001310 01  WS-EXPIRY-CUTOFF-TEXT       PIC X(08) VALUE SPACES.
001320 01  WS-RELEASES-EXPIRED         PIC 9(03) COMP VALUE ZERO.
001330 01  WS-RUN-USER                 PIC X(20) VALUE SPACES.
001340*---------------------------------------------------------------*
001350*    COMMAND INPUT AND ITS PARSED FIELDS                         *
001360*---------------------------------------------------------------*
001370 01  WS-COMMAND-LINE             PIC X(300) VALUE SPACES.
001380 01  WS-CMD-VERB                 PIC X(12) VALUE SPACES.
001390 01  WS-CMD-FEED                 PIC X(30) VALUE SPACES.
001400 01  WS-CMD-BUS-DATE             PIC X(08) VALUE SPACES.
001410 01  WS-CMD-GATE                 PIC X(10) VALUE SPACES.
001420 01  WS-CMD-REASON               PIC X(100) VALUE SPACES.
001430 01  WS-COMMANDS-READ            PIC 9(03) COMP VALUE ZERO.
001440 01  WS-COMMANDS-APPLIED         PIC 9(03) COMP VALUE ZERO.
001450 01  WS-COMMANDS-REJECTED        PIC 9(03) COMP VALUE ZERO.
001460 01  WS-COMMAND-LIMIT            PIC 9(03) COMP VALUE 100.
001470 01  WS-END-SWITCH               PIC X(01) VALUE 'N'.
001480     88  WS-END-OF-COMMANDS                   VALUE 'Y'.
001490 01  WS-EDIT-OK-SWITCH           PIC X(01) VALUE 'Y'.
001500     88  WS-EDIT-PASSED                       VALUE 'Y'.
001510     88  WS-EDIT-FAILED                       VALUE 'N'.
001520*---------------------------------------------------------------*
001530*    AUDIT LOG (SAME RECORD LAYOUT UPLOADCSV WRITES, WITH THE    *
001540*    RELEASE DETAIL AS A TAIL AFTER THE FIXED COLUMNS)           *
001550*---------------------------------------------------------------*
001560 01  WS-AUD-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001570 01  WS-AUDIT-LOG-FILE-NAME      PIC X(100)
001580         VALUE '/workspace/audit/upload-audit.log'.
001590 01  WS-AUD-FILE-STATUS          PIC X(02) VALUE '00'.
001600     88  WS-AUD-FILE-OK                       VALUE '00'.
001610 01  WS-AUDIT-FEED               PIC X(100) VALUE SPACES.
001620 01  WS-AUDIT-DATE               PIC 9(08) VALUE ZERO.
001630 01  WS-AUDIT-TIME               PIC 9(08) VALUE ZERO.
001640 01  WS-AUDIT-OUTCOME            PIC X(40) VALUE SPACES.
001650 01  WS-AUDIT-TAIL               PIC X(160) VALUE SPACES.
001660 01  WS-AUDIT-RECORD-OUT         PIC X(400) VALUE SPACES.
001670 01  WS-AUDIT-ZERO-RC            PIC 9(04) VALUE ZERO.
001680 01  WS-AUDIT-ZERO-ROWS          PIC 9(07) VALUE ZERO.
001690 01  WS-AUDIT-ZERO-RETRIES       PIC 9(02) VALUE ZERO.
001700 01  WS-AUDIT-HTTP               PIC X(03) VALUE SPACES.
001710*---------------------------------------------------------------*
001720*    SHELL COMMAND WORK AREA                                     *
001730*---------------------------------------------------------------*
001740 01  WS-COMMAND                  PIC X(200) VALUE SPACES.
001750 01  WS-COMMAND-RETURN-CODE      PIC 9(04) COMP VALUE ZERO.
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE
001790         THRU 1000-EXIT
001800     PERFORM 1200-LOAD-REGISTER
001810         THRU 1200-EXIT
001820     PERFORM 1300-EXPIRE-STALE-RELEASES
001830         THRU 1300-EXIT
001840         VARYING WS-REL-SUB FROM 1 BY 1
001850         UNTIL WS-REL-SUB > WS-REL-COUNT
001860     PERFORM 2000-PROCESS-ONE-COMMAND
001870         THRU 2000-EXIT
001880         UNTIL WS-END-OF-COMMANDS
001890            OR WS-COMMANDS-READ NOT LESS THAN WS-COMMAND-LIMIT
001900     PERFORM 9000-TERMINATE
001910         THRU 9000-EXIT
001920     STOP RUN.
001930 0000-MAINLINE-EXIT.
001940     EXIT.
001950******************************************************************
001960*  1000-INITIALIZE                                               *
001970*  PICKS UP RELEASE-VALID-DAYS FROM THE UPLOADER CONFIG, THE     *
001980*  RUNNING USER ID (THE MAKER OR THE CHECKER) AND THE EXPIRY     *
001990*  CUTOFF - A RELEASE REQUESTED BEFORE THE CUTOFF AND NOT YET    *
002000*  USED HAS LAPSED.                                              *
002010******************************************************************
002020 1000-INITIALIZE.
002030     MOVE "mkdir -p /workspace/control /workspace/audit"
002040         TO WS-COMMAND
002050     CALL 'SYSTEM' USING WS-COMMAND
002060         RETURNING WS-COMMAND-RETURN-CODE
002070     MOVE WS-CONFIG-FILE-NAME TO WS-CFG-DYNAMIC-FILE
002080     OPEN INPUT CONFIG-FILE
002090     IF WS-CFG-FILE-OK
002100         PERFORM 1100-READ-ONE-CONFIG-LINE
002110             THRU 1100-EXIT
002120             UNTIL WS-CFG-FILE-EOF
002130         CLOSE CONFIG-FILE
002140     END-IF
002150     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
002160     IF WS-RUN-USER = SPACES
002170         MOVE "UNKNOWN" TO WS-RUN-USER
002180     END-IF
002190     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002200     COMPUTE WS-EXPIRY-CUTOFF = FUNCTION DATE-OF-INTEGER(
002210         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
002220         - WS-RELEASE-VALID-DAYS)
002230     MOVE WS-EXPIRY-CUTOFF TO WS-EXPIRY-CUTOFF-TEXT
002240     DISPLAY "GATERLS  USER: " WS-RUN-USER
002250         "  RELEASES VALID " WS-RELEASE-VALID-DAYS " DAY(S)".
002260 1000-EXIT.
002270     EXIT.
002280 1100-READ-ONE-CONFIG-LINE.
002290     READ CONFIG-FILE
002300         AT END
002310             GO TO 1100-EXIT
002320     END-READ
002330     MOVE SPACES TO WS-CFG-KEY
002340     MOVE SPACES TO WS-CFG-VALUE
002350     UNSTRING CONFIG-RECORD DELIMITED BY '='
002360         INTO WS-CFG-KEY WS-CFG-VALUE
002370     END-UNSTRING
002380     IF WS-CFG-KEY = 'RELEASE-VALID-DAYS'
002390         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
002400             TO WS-RELEASE-VALID-DAYS
002410     END-IF.
002420 1100-EXIT.
002430     EXIT.
002440******************************************************************
002450*  1200-LOAD-REGISTER                                            *
002460*  REPLAYS THE REGISTER INTO THE WORK TABLE, ONE ENTRY PER       *
002470*  FEED/DATE/GATE.  A MISSING REGISTER JUST MEANS NOTHING HAS    *
002480*  BEEN HELD YET.                                                *
002490******************************************************************
002500 1200-LOAD-REGISTER.
002510     MOVE HOLDREG-FILE-NAME TO WS-HRG-DYNAMIC-FILE
002520     OPEN INPUT HOLD-REGISTER-FILE
002530     IF NOT WS-HRG-FILE-OK
002540         DISPLAY "Note: hold register not found - nothing "
002550             "has been held yet."
002560         MOVE '00' TO WS-HRG-FILE-STATUS
002570         GO TO 1200-EXIT
002580     END-IF
002590     PERFORM 1210-LOAD-ONE-EVENT
002600         THRU 1210-EXIT
002610         UNTIL WS-HRG-FILE-EOF
002620     CLOSE HOLD-REGISTER-FILE
002630     MOVE '00' TO WS-HRG-FILE-STATUS
002640     IF WS-REL-TABLE-FULL
002650         DISPLAY "Warning: more than 500 feed/date/gate "
002660             "entries in the hold register - the rest were "
002670             "not loaded."
002680     END-IF
002690     DISPLAY "Register entries loaded: " WS-REL-COUNT.
002700 1200-EXIT.
002710     EXIT.
002720 1210-LOAD-ONE-EVENT.
002730     READ HOLD-REGISTER-FILE
002740         AT END
002750             GO TO 1210-EXIT
002760     END-READ
002770     IF HOLD-REGISTER-RECORD(1:1) = '*'
002780             OR HOLD-REGISTER-RECORD = SPACES
002790         GO TO 1210-EXIT
002800     END-IF
002810     MOVE SPACES TO HOLDREG-EVENT-FIELDS
002820     UNSTRING HOLD-REGISTER-RECORD DELIMITED BY '|'
002830         INTO HOLDREG-EVENT HOLDREG-FEED HOLDREG-BUS-DATE
002840              HOLDREG-GATE HOLDREG-DATE HOLDREG-TIME
002850              HOLDREG-USER HOLDREG-TEXT
002860     END-UNSTRING
002870     MOVE HOLDREG-FEED TO WS-CMD-FEED
002880     MOVE HOLDREG-BUS-DATE TO WS-CMD-BUS-DATE
002890     MOVE HOLDREG-GATE TO WS-CMD-GATE
002900     PERFORM 5000-FIND-ENTRY
002910         THRU 5000-EXIT
002920     IF NOT WS-REL-FOUND
002930         IF WS-REL-COUNT = 500
002940             SET WS-REL-TABLE-FULL TO TRUE
002950             GO TO 1210-EXIT
002960         END-IF
002970         ADD 1 TO WS-REL-COUNT
002980         MOVE WS-REL-COUNT TO WS-REL-HIT-SUB
002990         MOVE SPACES TO WS-REL-ENTRY(WS-REL-HIT-SUB)
003000         MOVE HOLDREG-FEED TO WS-REL-FEED(WS-REL-HIT-SUB)
003010         MOVE HOLDREG-BUS-DATE
003020             TO WS-REL-BUS-DATE(WS-REL-HIT-SUB)
003030         MOVE HOLDREG-GATE TO WS-REL-GATE(WS-REL-HIT-SUB)
003040     END-IF
003050     MOVE WS-REL-ENTRY(WS-REL-HIT-SUB) TO HOLDREG-LOOKUP
003060     PERFORM 8630-APPLY-EVENT
003070         THRU 8630-EXIT
003080     MOVE HOLDREG-LOOKUP TO WS-REL-ENTRY(WS-REL-HIT-SUB).
003090 1210-EXIT.
003100     EXIT.
003110******************************************************************
003120*  1300-EXPIRE-STALE-RELEASES                                    *
003130*  A RELEASE REQUESTED BEFORE THE CUTOFF AND NOT YET USED -      *
003140*  WHETHER STILL AWAITING APPROVAL OR APPROVED AND NEVER RUN -   *
003150*  LAPSES, SO AN OLD APPROVAL CANNOT LET A LATER RERUN THROUGH.  *
003170******************************************************************
003180 1300-EXPIRE-STALE-RELEASES.
003190     IF WS-REL-STATE(WS-REL-SUB) NOT = 'R'
003200             AND WS-REL-STATE(WS-REL-SUB) NOT = 'A'
003210         GO TO 1300-EXIT
003220     END-IF
003230     IF WS-REL-REQ-DATE(WS-REL-SUB) NOT < WS-EXPIRY-CUTOFF-TEXT
003240         GO TO 1300-EXIT
003250     END-IF
003260     MOVE WS-REL-SUB TO WS-REL-HIT-SUB
003270     MOVE 'EXPIRE' TO HOLDREG-EVENT
003280     MOVE WS-REL-REASON(WS-REL-HIT-SUB) TO HOLDREG-TEXT
003290     PERFORM 7000-APPEND-REGISTER-EVENT
003300         THRU 7000-EXIT
003310     MOVE 'X' TO WS-REL-STATE(WS-REL-HIT-SUB)
003320     ADD 1 TO WS-RELEASES-EXPIRED
003330     DISPLAY "Expired: release of "
003340         WS-REL-FEED(WS-REL-HIT-SUB) " "
003350         WS-REL-BUS-DATE(WS-REL-HIT-SUB) " "
003360         WS-REL-GATE(WS-REL-HIT-SUB)
003370         " requested " WS-REL-REQ-DATE(WS-REL-HIT-SUB)
003380     MOVE SPACES TO WS-AUDIT-OUTCOME
003390     STRING "RELEASE EXPIRED - "
003400         WS-REL-GATE(WS-REL-HIT-SUB)
003410         DELIMITED BY SIZE
003420         INTO WS-AUDIT-OUTCOME
003430     END-STRING
003440     MOVE SPACES TO WS-AUDIT-TAIL
003450     STRING " BUSDATE=" WS-REL-BUS-DATE(WS-REL-HIT-SUB)
003460         " REQUESTED=" WS-REL-REQ-DATE(WS-REL-HIT-SUB)
003470         " REQUESTER="
003480         FUNCTION TRIM(WS-REL-REQUESTER(WS-REL-HIT-SUB))
003490         DELIMITED BY SIZE
003500         INTO WS-AUDIT-TAIL
003510     END-STRING
003520     PERFORM 8000-WRITE-AUDIT-RECORD
003530         THRU 8000-EXIT.
003540 1300-EXIT.
003550     EXIT.
003560******************************************************************
003570*  2000-PROCESS-ONE-COMMAND                                      *
003580*  READS AND DISPATCHES ONE SYSIN COMMAND.  A COMMAND LIMIT      *
003590*  GUARDS AGAINST A MISSING 'END' LINE IN THE JOB STREAM.        *
003600******************************************************************
003610 2000-PROCESS-ONE-COMMAND.
003620     MOVE SPACES TO WS-COMMAND-LINE
003630     ACCEPT WS-COMMAND-LINE
003640     ADD 1 TO WS-COMMANDS-READ
003650     IF WS-COMMAND-LINE = 'END' OR WS-COMMAND-LINE = SPACES
003660         SET WS-END-OF-COMMANDS TO TRUE
003670         GO TO 2000-EXIT
003680     END-IF
003690     DISPLAY "Command: " WS-COMMAND-LINE(1:70)
003700     MOVE SPACES TO WS-CMD-VERB
003710     MOVE SPACES TO WS-CMD-FEED
003720     MOVE SPACES TO WS-CMD-BUS-DATE
003730     MOVE SPACES TO WS-CMD-GATE
003740     MOVE SPACES TO WS-CMD-REASON
003750     UNSTRING WS-COMMAND-LINE DELIMITED BY '|'
003760         INTO WS-CMD-VERB WS-CMD-FEED WS-CMD-BUS-DATE
003770              WS-CMD-GATE WS-CMD-REASON
003780     END-UNSTRING
003790     EVALUATE WS-CMD-VERB
003800         WHEN 'LIST'
003810             PERFORM 3000-LIST-REGISTER
003820                 THRU 3000-EXIT
003830         WHEN 'REQUEST'
003840             PERFORM 4000-REQUEST-RELEASE
003850                 THRU 4000-EXIT
003860         WHEN 'APPROVE'
003870             PERFORM 4100-APPROVE-RELEASE
003880                 THRU 4100-EXIT
003890         WHEN OTHER
003900             DISPLAY "Rejected: unknown command verb "
003910                 WS-CMD-VERB
003920             ADD 1 TO WS-COMMANDS-REJECTED
003930     END-EVALUATE.
003940 2000-EXIT.
003950     EXIT.
003960******************************************************************
003970*  3000-LIST-REGISTER                                            *
003980*  WITHOUT A FEED, LISTS WHAT STILL NEEDS ATTENTION - HOLDS,     *
003990*  AND RELEASES REQUESTED OR APPROVED BUT NOT YET USED.  WITH A  *
004000*  FEED, LISTS EVERY ENTRY ON FILE FOR IT.                       *
004010******************************************************************
004020 3000-LIST-REGISTER.
004030     MOVE ZERO TO WS-LISTED-COUNT
004040     PERFORM 3100-LIST-ONE-ENTRY
004050         THRU 3100-EXIT
004060         VARYING WS-REL-SUB FROM 1 BY 1
004070         UNTIL WS-REL-SUB > WS-REL-COUNT
004080     IF WS-LISTED-COUNT = ZERO
004090         DISPLAY "Nothing on the hold register to list."
004100     END-IF
004110     ADD 1 TO WS-COMMANDS-APPLIED.
004120 3000-EXIT.
004130     EXIT.
004140 3100-LIST-ONE-ENTRY.
004150     IF WS-CMD-FEED = SPACES
004160         IF WS-REL-STATE(WS-REL-SUB) NOT = 'H'
004170                 AND WS-REL-STATE(WS-REL-SUB) NOT = 'R'
004180                 AND WS-REL-STATE(WS-REL-SUB) NOT = 'A'
004190             GO TO 3100-EXIT
004200         END-IF
004210     ELSE
004220         IF WS-REL-FEED(WS-REL-SUB) NOT = WS-CMD-FEED
004230             GO TO 3100-EXIT
004240         END-IF
004250     END-IF
004260     EVALUATE WS-REL-STATE(WS-REL-SUB)
004270         WHEN 'H'
004280             MOVE 'HELD' TO WS-STATE-TEXT
004290         WHEN 'R'
004300             MOVE 'RELEASE REQUESTED' TO WS-STATE-TEXT
004310         WHEN 'A'
004320             MOVE 'RELEASE APPROVED' TO WS-STATE-TEXT
004330         WHEN 'U'
004340             MOVE 'RELEASE USED' TO WS-STATE-TEXT
004350         WHEN 'X'
004360             MOVE 'RELEASE EXPIRED' TO WS-STATE-TEXT
004370         WHEN OTHER
004380             MOVE 'NO HOLD' TO WS-STATE-TEXT
004390     END-EVALUATE
004400     ADD 1 TO WS-LISTED-COUNT
004410     DISPLAY WS-REL-FEED(WS-REL-SUB) " "
004420         WS-REL-BUS-DATE(WS-REL-SUB) " "
004430         WS-REL-GATE(WS-REL-SUB) " " WS-STATE-TEXT
004440         " HELD=" WS-REL-HOLD-DATE(WS-REL-SUB)
004450     IF WS-REL-REQUESTER(WS-REL-SUB) NOT = SPACES
004460         DISPLAY "    REQUESTED " WS-REL-REQ-DATE(WS-REL-SUB)
004470             " BY " WS-REL-REQUESTER(WS-REL-SUB)
004480             " APPROVER " WS-REL-APPROVER(WS-REL-SUB)
004490         DISPLAY "    REASON=" WS-REL-REASON(WS-REL-SUB)(1:60)
004500     END-IF.
004510 3100-EXIT.
004520     EXIT.
004530******************************************************************
004540*  4000-REQUEST-RELEASE                                          *
004550*  THE MAKER'S HALF.  THE FEED/DATE/GATE MUST BE HELD (OR ITS    *
004560*  LAST RELEASE MUST HAVE EXPIRED) AND A REASON IS REQUIRED -    *
004570*  THE REASON IS WHAT THE CHECKER AND THE MORNING REPORT SEE.    *
004580******************************************************************
004590 4000-REQUEST-RELEASE.
004600     PERFORM 4900-EDIT-COMMAND-KEY
004610         THRU 4900-EXIT
004620     IF WS-EDIT-FAILED
004630         ADD 1 TO WS-COMMANDS-REJECTED
004640         GO TO 4000-EXIT
004650     END-IF
004660     IF WS-CMD-REASON = SPACES
004670         DISPLAY "Rejected: a release needs a reason."
004680         ADD 1 TO WS-COMMANDS-REJECTED
004690         GO TO 4000-EXIT
004700     END-IF
004710     IF WS-REL-STATE(WS-REL-HIT-SUB) NOT = 'H'
004720             AND WS-REL-STATE(WS-REL-HIT-SUB) NOT = 'X'
004730         DISPLAY "Rejected: " WS-CMD-FEED " "
004740             WS-CMD-BUS-DATE " " WS-CMD-GATE
004750             " is not held - nothing to release."
004760         ADD 1 TO WS-COMMANDS-REJECTED
004770         GO TO 4000-EXIT
004780     END-IF
004790     MOVE 'REQUEST' TO HOLDREG-EVENT
004800     MOVE WS-CMD-REASON TO HOLDREG-TEXT
004810     PERFORM 7000-APPEND-REGISTER-EVENT
004820         THRU 7000-EXIT
004830     MOVE 'R' TO WS-REL-STATE(WS-REL-HIT-SUB)
004840     MOVE WS-RUN-USER TO WS-REL-REQUESTER(WS-REL-HIT-SUB)
004850     MOVE WS-TODAY-DATE TO WS-REL-REQ-DATE(WS-REL-HIT-SUB)
004860     MOVE SPACES TO WS-REL-APPROVER(WS-REL-HIT-SUB)
004870     MOVE WS-CMD-REASON TO WS-REL-REASON(WS-REL-HIT-SUB)
004880     ADD 1 TO WS-COMMANDS-APPLIED
004890     DISPLAY "Release requested - awaiting approval by a "
004900         "second user."
004910     MOVE SPACES TO WS-AUDIT-OUTCOME
004920     STRING "RELEASE REQUESTED - " WS-CMD-GATE
004930         DELIMITED BY SIZE
004940         INTO WS-AUDIT-OUTCOME
004950     END-STRING
004960     MOVE SPACES TO WS-AUDIT-TAIL
004970     STRING " BUSDATE=" WS-CMD-BUS-DATE
004980         " REASON=" FUNCTION TRIM(WS-CMD-REASON)
004990         DELIMITED BY SIZE
005000         INTO WS-AUDIT-TAIL
005010     END-STRING
005020     PERFORM 8000-WRITE-AUDIT-RECORD
005030         THRU 8000-EXIT.
005040 4000-EXIT.
005050     EXIT.
005060******************************************************************
005070*  4100-APPROVE-RELEASE                                          *
005080*  THE CHECKER'S HALF.  ONLY A REQUESTED RELEASE CAN BE          *
005090*  APPROVED, AND NEVER BY THE USER WHO REQUESTED IT - A          *
005100*  SELF-APPROVAL IS REFUSED AND THE REFUSAL ITSELF IS AUDITED.   *
005110******************************************************************
005120 4100-APPROVE-RELEASE.
005130     PERFORM 4900-EDIT-COMMAND-KEY
005140         THRU 4900-EXIT
005150     IF WS-EDIT-FAILED
005160         ADD 1 TO WS-COMMANDS-REJECTED
005170         GO TO 4100-EXIT
005180     END-IF
005190     IF WS-REL-STATE(WS-REL-HIT-SUB) NOT = 'R'
005200         DISPLAY "Rejected: " WS-CMD-FEED " "
005210             WS-CMD-BUS-DATE " " WS-CMD-GATE
005220             " has no release awaiting approval."
005230         ADD 1 TO WS-COMMANDS-REJECTED
005240         GO TO 4100-EXIT
005250     END-IF
005260     IF WS-REL-REQUESTER(WS-REL-HIT-SUB) = WS-RUN-USER
005270         DISPLAY "Rejected: " WS-RUN-USER
005280             " requested this release and cannot also "
005290             "approve it."
005300         ADD 1 TO WS-COMMANDS-REJECTED
005310         MOVE SPACES TO WS-AUDIT-OUTCOME
005320         STRING "RELEASE APPROVAL REFUSED - " WS-CMD-GATE
005330             DELIMITED BY SIZE
005340             INTO WS-AUDIT-OUTCOME
005350         END-STRING
005360         MOVE SPACES TO WS-AUDIT-TAIL
005370         STRING " BUSDATE=" WS-CMD-BUS-DATE
005380             " REQUESTER=" FUNCTION TRIM(WS-RUN-USER)
005390             " SAME USER ID"
005400             DELIMITED BY SIZE
005410             INTO WS-AUDIT-TAIL
005420         END-STRING
005430         PERFORM 8000-WRITE-AUDIT-RECORD
005440             THRU 8000-EXIT
005450         GO TO 4100-EXIT
005460     END-IF
005470     MOVE 'APPROVE' TO HOLDREG-EVENT
005480     MOVE WS-REL-REASON(WS-REL-HIT-SUB) TO HOLDREG-TEXT
005490     PERFORM 7000-APPEND-REGISTER-EVENT
005500         THRU 7000-EXIT
005510     MOVE 'A' TO WS-REL-STATE(WS-REL-HIT-SUB)
005520     MOVE WS-RUN-USER TO WS-REL-APPROVER(WS-REL-HIT-SUB)
005530     ADD 1 TO WS-COMMANDS-APPLIED
005540     DISPLAY "Release approved - the " WS-CMD-GATE
005550         " gate will let " WS-CMD-FEED
005560     DISPLAY "    through for " WS-CMD-BUS-DATE
005570         " the next time it runs."
005580     MOVE SPACES TO WS-AUDIT-OUTCOME
005590     STRING "RELEASE APPROVED - " WS-CMD-GATE
005600         DELIMITED BY SIZE
005610         INTO WS-AUDIT-OUTCOME
005620     END-STRING
005630     MOVE SPACES TO WS-AUDIT-TAIL
005640     STRING " BUSDATE=" WS-CMD-BUS-DATE
005650         " REQUESTER="
005660         FUNCTION TRIM(WS-REL-REQUESTER(WS-REL-HIT-SUB))
005670         " REASON="
005680         FUNCTION TRIM(WS-REL-REASON(WS-REL-HIT-SUB))
005690         DELIMITED BY SIZE
005700         INTO WS-AUDIT-TAIL
005710     END-STRING
005720     PERFORM 8000-WRITE-AUDIT-RECORD
005730         THRU 8000-EXIT.
005740 4100-EXIT.
005750     EXIT.
005760******************************************************************
005770*  4900-EDIT-COMMAND-KEY                                         *
005780*  CHECKS THE FEED/DATE/GATE ON A REQUEST OR APPROVE AND FINDS   *
005790*  ITS REGISTER ENTRY.                                           *
005800******************************************************************
005810 4900-EDIT-COMMAND-KEY.
005820     SET WS-EDIT-PASSED TO TRUE
005830     IF WS-CMD-FEED = SPACES
005840         DISPLAY "Rejected: no feed name given."
005850         SET WS-EDIT-FAILED TO TRUE
005860         GO TO 4900-EXIT
005870     END-IF
005880     IF WS-CMD-BUS-DATE IS NOT NUMERIC
005890         DISPLAY "Rejected: business date " WS-CMD-BUS-DATE
005900             " is not YYYYMMDD."
005910         SET WS-EDIT-FAILED TO TRUE
005920         GO TO 4900-EXIT
005930     END-IF
005940     IF WS-CMD-GATE NOT = HOLDREG-GATE-TREND
005950             AND WS-CMD-GATE NOT = HOLDREG-GATE-STALE-DUP
005960             AND WS-CMD-GATE NOT = HOLDREG-GATE-ORPHANS
005965             AND WS-CMD-GATE NOT = HOLDREG-GATE-POSITION
005970         DISPLAY "Rejected: gate " WS-CMD-GATE
005980             " is not TREND, STALE-DUP, ORPHANS or POSITION."
005990         SET WS-EDIT-FAILED TO TRUE
006000         GO TO 4900-EXIT
006010     END-IF
006020     PERFORM 5000-FIND-ENTRY
006030         THRU 5000-EXIT
006040     IF NOT WS-REL-FOUND
006050         DISPLAY "Rejected: " WS-CMD-FEED " "
006060             WS-CMD-BUS-DATE " " WS-CMD-GATE
006070             " has never been held."
006080         SET WS-EDIT-FAILED TO TRUE
006090     END-IF.
006100 4900-EXIT.
006110     EXIT.
006120******************************************************************
006130*  5000-FIND-ENTRY                                               *
006140*  LOOKS UP WS-CMD-FEED/BUS-DATE/GATE IN THE WORK TABLE.         *
006150******************************************************************
006160 5000-FIND-ENTRY.
006170     MOVE 'N' TO WS-REL-HIT-SWITCH
006180     MOVE ZERO TO WS-REL-HIT-SUB
006190     PERFORM 5010-CHECK-ONE-ENTRY
006200         THRU 5010-EXIT
006210         VARYING WS-REL-SUB FROM 1 BY 1
006220         UNTIL WS-REL-SUB > WS-REL-COUNT
006230            OR WS-REL-FOUND.
006240 5000-EXIT.
006250     EXIT.
006260 5010-CHECK-ONE-ENTRY.
006270     IF WS-REL-FEED(WS-REL-SUB) = WS-CMD-FEED
006280             AND WS-REL-BUS-DATE(WS-REL-SUB) = WS-CMD-BUS-DATE
006290             AND WS-REL-GATE(WS-REL-SUB) = WS-CMD-GATE
006300         SET WS-REL-FOUND TO TRUE
006310         MOVE WS-REL-SUB TO WS-REL-HIT-SUB
006320     END-IF.
006330 5010-EXIT.
006340     EXIT.
006740******************************************************************
006750*  7000-APPEND-REGISTER-EVENT                                    *
006760*  APPENDS HOLDREG-EVENT (WITH HOLDREG-TEXT) FOR THE ENTRY AT    *
006770*  WS-REL-HIT-SUB, STAMPED WITH THE RUNNING USER AND THE TIME.   *
006780******************************************************************
006790 7000-APPEND-REGISTER-EVENT.
006800     ACCEPT WS-NOW-TIME FROM TIME
006810     MOVE SPACES TO WS-HRG-LINE-OUT
006820     STRING FUNCTION TRIM(HOLDREG-EVENT) "|"
006830         FUNCTION TRIM(WS-REL-FEED(WS-REL-HIT-SUB)) "|"
006840         WS-REL-BUS-DATE(WS-REL-HIT-SUB) "|"
006850         FUNCTION TRIM(WS-REL-GATE(WS-REL-HIT-SUB)) "|"
006860         WS-TODAY-DATE "|" WS-NOW-TIME "|"
006870         FUNCTION TRIM(WS-RUN-USER) "|"
006880         FUNCTION TRIM(HOLDREG-TEXT)
006890         DELIMITED BY SIZE
006900         INTO WS-HRG-LINE-OUT
006910     END-STRING
006920     MOVE HOLDREG-FILE-NAME TO WS-HRG-DYNAMIC-FILE
006930     OPEN EXTEND HOLD-REGISTER-FILE
006940     IF NOT WS-HRG-FILE-OK
006950         OPEN OUTPUT HOLD-REGISTER-FILE
006960     END-IF
006970     IF NOT WS-HRG-FILE-OK
006980         DISPLAY "Error: unable to open hold register "
006990             HOLDREG-FILE-NAME
007000         ADD 1 TO WS-COMMANDS-REJECTED
007010     ELSE
007020         MOVE WS-HRG-LINE-OUT TO HOLD-REGISTER-RECORD
007030         WRITE HOLD-REGISTER-RECORD
007040         CLOSE HOLD-REGISTER-FILE
007050     END-IF.
007060 7000-EXIT.
007070     EXIT.
007080******************************************************************
007090*  8000-WRITE-AUDIT-RECORD                                       *
007100*  ONE LINE IN THE UPLOAD AUDIT LOG PER RELEASE EVENT, IN THE    *
007110*  SAME FIXED LAYOUT, WITH THE BUSINESS DATE, THE PEOPLE AND     *
007120*  THE REASON AS A TAIL AFTER THE FIXED COLUMNS.                 *
007130******************************************************************
007140 8000-WRITE-AUDIT-RECORD.
007150     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
007160     ACCEPT WS-AUDIT-TIME FROM TIME
007170     MOVE WS-REL-FEED(WS-REL-HIT-SUB) TO WS-AUDIT-FEED
007180     MOVE SPACES TO WS-AUDIT-RECORD-OUT
007190     STRING
007200         WS-AUDIT-DATE " " WS-AUDIT-TIME " "
007210         DELIMITED BY SIZE
007220         WS-RUN-USER " "
007230         DELIMITED BY SIZE
007240         WS-AUDIT-FEED " "
007250         DELIMITED BY SIZE
007260         "RC=" WS-AUDIT-ZERO-RC " HTTP=" WS-AUDIT-HTTP " "
007270         DELIMITED BY SIZE
007280         WS-AUDIT-OUTCOME
007290         DELIMITED BY SIZE
007300         " ROWS=" WS-AUDIT-ZERO-ROWS
007310         " INGESTED=" WS-AUDIT-ZERO-ROWS
007320         " RETRIES=" WS-AUDIT-ZERO-RETRIES
007330         DELIMITED BY SIZE
007340         WS-AUDIT-TAIL
007350         DELIMITED BY SIZE
007360         INTO WS-AUDIT-RECORD-OUT
007370     END-STRING
007380     MOVE WS-AUDIT-LOG-FILE-NAME TO WS-AUD-DYNAMIC-FILE
007390     OPEN EXTEND AUDIT-LOG-FILE
007400     IF NOT WS-AUD-FILE-OK
007410         OPEN OUTPUT AUDIT-LOG-FILE
007420     END-IF
007430     IF NOT WS-AUD-FILE-OK
007440         DISPLAY "Warning: unable to open audit log "
007450             WS-AUDIT-LOG-FILE-NAME " - release event not "
007460             "recorded."
007470     ELSE
007480         MOVE WS-AUDIT-RECORD-OUT TO AUDIT-LOG-RECORD
007490         WRITE AUDIT-LOG-RECORD
007500         CLOSE AUDIT-LOG-FILE
007510     END-IF.
007520 8000-EXIT.
007530     EXIT.
007535     COPY HOLDAPL.
007540******************************************************************
007550*  9000-TERMINATE                                                *
007560*  RC 8 = A COMMAND WAS REJECTED (INCLUDING A REFUSED SELF-      *
007570*  APPROVAL), 4 = NOTHING DONE, 0 = ALL APPLIED.                 *
007580******************************************************************
007590 9000-TERMINATE.
007600     DISPLAY "Commands applied: " WS-COMMANDS-APPLIED
007610         "  rejected: " WS-COMMANDS-REJECTED
007620         "  releases expired: " WS-RELEASES-EXPIRED
007630     IF WS-COMMANDS-REJECTED > ZERO
007640         MOVE 8 TO RETURN-CODE
007650         GO TO 9000-EXIT
007660     END-IF
007670     IF WS-COMMANDS-APPLIED = ZERO
007680             AND WS-RELEASES-EXPIRED = ZERO
007690         MOVE 4 TO RETURN-CODE
007700     ELSE
007710         MOVE 0 TO RETURN-CODE
007720     END-IF.
007730 9000-EXIT.
007740     EXIT.
