000482*                       THE STEP-TIMING LOG SO THE MONTHLY
000483*                       BATCH-WINDOW/SLA REPORT (SLARPT) HAS REAL
000484*                       ELAPSED-TIME DATA TO WORK FROM.
000485*      2026-10-15  DAO  UPLOAD-CHAIN-FEED LIMITS THE RUN TO ONE
000486*                       FEED (FEEDCHN); THE TRAILER CARRIES THE
000487*                       RUN DATE; FEEDS AND COLUMNS COME FROM THE
000488*                       REGISTRY VERSION IN FORCE ON THE RUN DATE.
000489*      2026-10-15  DAO  REGISTRY VERSION PARAGRAPHS SHARED VIA
000490*                       REGVPCK.
000491******************************************************************
000492 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. FeedDlta.
000510 AUTHOR. D. OKAFOR.
000520 INSTALLATION. ENTERPRISE DATA SERVICES.
001000 01  WS-REG-MODE                 PIC X(01) VALUE SPACES.
001001 01  WS-REG-SLA                  PIC X(04) VALUE SPACES.
001002 01  WS-REG-SENS                 PIC X(02) VALUE SPACES.
001003*---------------------------------------------------------------*
001004*    FEED-REGISTRY VERSION IN FORCE                             *
001005*---------------------------------------------------------------*
001006     COPY REGVER.
001010 01  WS-DELTA-FEED-TABLE.
001020     05  WS-DLF-ENTRY            OCCURS 50 TIMES.
001030         10  WS-DLF-NAME         PIC X(30).
001100*---------------------------------------------------------------*
001110 01  WS-RUN-DATE-PARM            PIC X(08) VALUE SPACES.
001120 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001125 01  WS-CHAIN-FEED-NAME          PIC X(30) VALUE SPACES.
001130 01  WS-PRIOR-DATE               PIC 9(08) VALUE ZERO.
001140 01  WS-DAY-OFFSET               PIC 9(02) COMP VALUE ZERO.
001150 01  WS-PRIOR-FOUND-SWITCH       PIC X(01) VALUE 'N'.
002200     ELSE
002210         MOVE FUNCTION NUMVAL(WS-RUN-DATE-PARM) TO WS-RUN-DATE
002220     END-IF
002221     ACCEPT WS-CHAIN-FEED-NAME
002222         FROM ENVIRONMENT "UPLOAD-CHAIN-FEED"
002223     IF WS-CHAIN-FEED-NAME NOT = SPACES
002224         MOVE WS-CHAIN-FEED-NAME TO WS-TIM-CONTEXT
002225     END-IF
002230     MOVE "mkdir -p /workspace/work" TO WS-COMMAND
002240     CALL 'SYSTEM' USING WS-COMMAND
002250         RETURNING WS-COMMAND-RETURN-CODE.
002290*  2000-LOAD-REGISTRY                                            *
002300*  KEEPS ONLY THE ACTIVE FEEDS THE REGISTRY MARKS MODE D -       *
002310*  THEIR NAME, KEY COLUMN (REQUIRED COLUMN 1) AND AMOUNT COLUMN. *
002315*  ONLY EACH FEED'S VERSION IN FORCE ON THE RUN DATE IS LOADED.  *
002320******************************************************************
002330 2000-LOAD-REGISTRY.
002340     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
002390             "no delta feeds to build."
002400         GO TO 2000-EXIT
002410     END-IF
002412     MOVE WS-RUN-DATE TO REGVER-AS-OF-DATE
002414     PERFORM 8400-PICK-REGISTRY-VERSIONS
002416         THRU 8400-EXIT
002420     PERFORM 2100-LOAD-ONE-FEED
002430         THRU 2100-EXIT
002440         UNTIL WS-REG-FILE-EOF
002510         AT END
002520             GO TO 2100-EXIT
002530     END-READ
002535     ADD 1 TO REGVER-LINE-NO
002540     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
002550         GO TO 2100-EXIT
002560     END-IF
002770             OR WS-DLF-COUNT = 50
002780         GO TO 2100-EXIT
002790     END-IF
002791     PERFORM 8430-CHECK-VERSION-IN-FORCE
002792         THRU 8430-EXIT
002793     IF NOT REGVER-IN-FORCE
002794         GO TO 2100-EXIT
002795     END-IF
002796     IF WS-CHAIN-FEED-NAME NOT = SPACES
002797             AND WS-REG-NAME NOT = WS-CHAIN-FEED-NAME
002798         GO TO 2100-EXIT
002799     END-IF
002800     ADD 1 TO WS-DLF-COUNT
002810     MOVE WS-REG-NAME TO WS-DLF-NAME(WS-DLF-COUNT)
002820     MOVE FUNCTION NUMVAL(WS-REG-REQ-1)
006490******************************************************************
006500*  3500-WRITE-TRAILER                                            *
006510*  THE DELTA GETS ITS OWN CONTROL TOTALS SO THE UPLOADER'S       *
006520*  TRAILER BALANCE CHECK WORKS ON IT UNCHANGED, PLUS THE         *
006522*  BUSINESS DATE IT WAS BUILT FOR ('TRAILER,rows,[amt],date').   *
006530******************************************************************
006540 3500-WRITE-TRAILER.
006550     MOVE WS-DELTA-WORK-NAME TO WS-DLT-DYNAMIC-FILE
006640     IF WS-DLF-AMT-COL(WS-DLF-SUB) > ZERO
006650         MOVE WS-DELTA-AMT-SUM TO WS-DELTA-AMT-EDIT
006660         STRING "TRAILER," WS-DELTA-ROWS ","
006670             FUNCTION TRIM(WS-DELTA-AMT-EDIT) ","
006677             WS-RUN-DATE
006680             DELIMITED BY SIZE
006690             INTO DELTA-RECORD
006700         END-STRING
006710     ELSE
006720         STRING "TRAILER," WS-DELTA-ROWS ",," WS-RUN-DATE
006730             DELIMITED BY SIZE
006740             INTO DELTA-RECORD
006750         END-STRING
008530             SET WS-EDIT-FAILED TO TRUE
008540     END-EVALUATE.
008550 8100-EXIT.
008553     EXIT.
008556     COPY REGVPCK.
008561******************************************************************
008562*  8800-TIMING-START                                             *
008563*  STAMPS THIS STEP'S START IN THE STEP-TIMING LOG SO THE        *
