000413*                       TRUNCATED TO 'CURREN', NEVER
000414*                       MATCHED, AND EVERY SCHEDULED RUN
000415*                       PRODUCED AN EMPTY REPORT RC 4.
000416*      2026-10-15  DAO  EACH NIGHT IS JUDGED AGAINST THE SLA
000417*                       TARGET OF THE FEED'S REGISTRY VERSION IN
000418*                       FORCE THAT NIGHT; THE FEED LINE SHOWS THE
000419*                       TARGET AT MONTH END AND THE DATE IT TOOK
000420*                       EFFECT WHEN IT CHANGED DURING THE MONTH.
000421*      2026-10-15  DAO  THE VERSION IN FORCE ON EACH NIGHT IS NOW
000422*                       PICKED WITH THE SHARED REGVER COPYBOOK,
000423*                       ONE REGISTRY PASS PER NIGHT OF THE MONTH.
000424******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. SlaRpt.
000450 AUTHOR. D. OKAFOR.
001130 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
001140     05  WS-TODAY-MONTH          PIC X(06).
001150     05  FILLER                  PIC X(02).
001151 01  WS-MONTH-START-DATE         PIC 9(08) VALUE ZERO.
001152 01  WS-MONTH-START-DATE-X REDEFINES WS-MONTH-START-DATE
001153                                 PIC X(08).
001154 01  WS-MONTH-END-DATE           PIC 9(08) VALUE ZERO.
001155 01  WS-MONTH-END-DATE-X REDEFINES WS-MONTH-END-DATE
001156                                 PIC X(08).
001160*---------------------------------------------------------------*
001170*    PER-FEED SLA ACCUMULATORS (FEED NAMES AND SLA TARGETS      *
001180*    FROM THE REGISTRY - FIELD 12, HHMM)                        *
001220         10  WS-FEED-NAME        PIC X(30).
001230         10  WS-FEED-SLA         PIC X(04).
001240         10  WS-FEED-SLA-SECS    PIC 9(06) COMP.
001245         10  WS-FEED-SLA-FROM    PIC 9(08).
001250         10  WS-FEED-RUNS        PIC 9(05) COMP.
001260         10  WS-FEED-TOT-ELAPSED PIC 9(09) COMP.
001270         10  WS-FEED-MAX-ELAPSED PIC 9(06) COMP.
001310 01  WS-FEED-SUB                 PIC 9(02) COMP VALUE ZERO.
001320 01  WS-FEED-HIT-SUB             PIC 9(02) COMP VALUE ZERO.
001330*---------------------------------------------------------------*
001331*    SLA TARGET IN FORCE EACH NIGHT (BY FEED ROW, THEN DAY)     *
001332*---------------------------------------------------------------*
001333 01  WS-SLV-TABLE.
001334     05  WS-SLV-FEED             OCCURS 50 TIMES.
001335         10  WS-SLV-NIGHT        OCCURS 31 TIMES.
001336             15  WS-SLV-IN-FORCE PIC X(01).
001337             15  WS-SLV-SLA-SECS PIC 9(06) COMP.
001338 01  WS-SLV-DAY                  PIC 9(02) COMP VALUE ZERO.
001339*---------------------------------------------------------------*
001340*    FEED REGISTRY INPUT                                        *
001350*---------------------------------------------------------------*
001360 01  WS-REG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001510 01  WS-REG-TOL                  PIC X(03) VALUE SPACES.
001520 01  WS-REG-MODE                 PIC X(01) VALUE SPACES.
001530 01  WS-REG-SLA                  PIC X(04) VALUE SPACES.
001531 01  WS-REG-SENS                 PIC X(02) VALUE SPACES.
001532 01  WS-REG-ORDER                PIC X(02) VALUE SPACES.
001533 01  WS-REG-DEPS                 PIC X(100) VALUE SPACES.
001534 01  WS-REG-EFF                  PIC X(08) VALUE SPACES.
001535 01  WS-REG-EFF-N                PIC 9(08) VALUE ZERO.
001536     COPY REGVER.
001540*---------------------------------------------------------------*
001550*    RETRY-BURST ASSUMPTION FROM THE UPLOADER CONFIG - THE      *
001560*    SECONDS ONE FULL RETRY CYCLE (EVERY BACKOFF SLEEP) WOULD   *
002090 01  WS-TIME-EDIT                PIC X(08) VALUE SPACES.
002100 01  WS-NIGHT-DATE               PIC X(08) VALUE SPACES.
002110 01  WS-NIGHT-DAY                PIC 9(02) VALUE ZERO.
002115 01  WS-SLV-PRINT-POINTER        PIC 9(03) COMP VALUE ZERO.
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE
002380     ELSE
002390         MOVE WS-MONTH-PARM(1:6) TO WS-REPORT-MONTH
002400     END-IF
002402     MOVE WS-REPORT-MONTH TO WS-MONTH-START-DATE-X(1:6)
002404     MOVE '01' TO WS-MONTH-START-DATE-X(7:2)
002406     MOVE WS-REPORT-MONTH TO WS-MONTH-END-DATE-X(1:6)
002408     MOVE '31' TO WS-MONTH-END-DATE-X(7:2)
002410     INITIALIZE WS-FEED-TABLE
002420     MOVE HIGH-VALUES TO WS-NIGHT-TABLE
002430     PERFORM 1050-CLEAR-ONE-NIGHT
002680     EXIT.
002690******************************************************************
002700*  1100-LOAD-REGISTRY                                           *
002705*  ONE SLA ACCUMULATOR ROW PER FEED WITH A REGISTRY VERSION IN  *
002710*  FORCE ON SOME NIGHT OF THE REPORT MONTH.  THE REGISTRY IS    *
002715*  READ ONCE PER NIGHT (DAYS 1-31) FOR THE VERSIONS IN FORCE ON *
002720*  IT, KEEPING EACH ONE'S HHMM COMPLETION TARGET (FIELD 12,     *
002725*  DEFAULT 0130 WHEN A LINE FROM BEFORE THE FIELD EXISTED       *
002730*  CARRIES NONE).  THE ROW SHOWS THE TARGET IN FORCE AT MONTH   *
002735*  END.                                                         *
002740******************************************************************
002750 1100-LOAD-REGISTRY.
002755     INITIALIZE WS-SLV-TABLE
002760     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
002770     OPEN INPUT REGISTRY-FILE
002780     IF NOT WS-REG-FILE-OK
002810             "the SLA section will be empty."
002820         GO TO 1100-EXIT
002830     END-IF
002835     CLOSE REGISTRY-FILE
002840     PERFORM 1110-LOAD-ONE-NIGHT
002850         THRU 1110-EXIT
002854         VARYING WS-SLV-DAY FROM 1 BY 1
002858         UNTIL WS-SLV-DAY > 31
002862     PERFORM 1120-SET-MONTH-END-TARGET
002866         THRU 1120-EXIT
002870         VARYING WS-FEED-SUB FROM 1 BY 1
002874         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
002880 1100-EXIT.
002890     EXIT.
002900 1110-LOAD-ONE-NIGHT.
002901     COMPUTE REGVER-AS-OF-DATE =
002902         WS-MONTH-START-DATE + WS-SLV-DAY - 1
002903     OPEN INPUT REGISTRY-FILE
002904     IF NOT WS-REG-FILE-OK
002905         GO TO 1110-EXIT
002906     END-IF
002907     PERFORM 8400-PICK-REGISTRY-VERSIONS
002908         THRU 8400-EXIT
002909     PERFORM 1112-LOAD-ONE-FEED
002910         THRU 1112-EXIT
002911         UNTIL WS-REG-FILE-EOF
002912     CLOSE REGISTRY-FILE.
002913 1110-EXIT.
002914     EXIT.
002915 1112-LOAD-ONE-FEED.
002916     READ REGISTRY-FILE
002920         AT END
002930             GO TO 1112-EXIT
002940     END-READ
002945     ADD 1 TO REGVER-LINE-NO
002950     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
002960         GO TO 1112-EXIT
002970     END-IF
002980     MOVE SPACES TO WS-REG-TAG
002990     MOVE SPACES TO WS-REG-NAME
003000     MOVE SPACES TO WS-REG-SLA
003005     MOVE SPACES TO WS-REG-EFF
003010     UNSTRING REGISTRY-RECORD DELIMITED BY '|'
003020         INTO WS-REG-TAG WS-REG-NAME WS-REG-COLS
003030              WS-REG-REQ-1 WS-REG-REQ-2 WS-REG-AMT
003040              WS-REG-ACTIVE WS-REG-DEST WS-REG-HEADER
003050              WS-REG-TOL WS-REG-MODE WS-REG-SLA
003053              WS-REG-SENS WS-REG-ORDER WS-REG-DEPS
003056              WS-REG-EFF
003060     END-UNSTRING
003062     IF WS-REG-TAG NOT = 'FEED'
003080         GO TO 1112-EXIT
003081     END-IF
003082     PERFORM 8430-CHECK-VERSION-IN-FORCE
003083         THRU 8430-EXIT
003084     IF NOT REGVER-IN-FORCE
003085         GO TO 1112-EXIT
003086     END-IF
003087     IF WS-REG-EFF IS NUMERIC
003088         MOVE WS-REG-EFF TO WS-REG-EFF-N
003089     ELSE
003090         MOVE ZERO TO WS-REG-EFF-N
003091     END-IF
003100     IF WS-REG-SLA = SPACES
003110             OR WS-REG-SLA(1:4) IS NOT NUMERIC
003120         MOVE '0130' TO WS-REG-SLA
003130     END-IF
003131     MOVE ZERO TO WS-FEED-HIT-SUB
003132     PERFORM 1115-MATCH-FEED-NAME
003133         THRU 1115-EXIT
003134         VARYING WS-FEED-SUB FROM 1 BY 1
003135         UNTIL WS-FEED-SUB > WS-FEED-COUNT
003136            OR WS-FEED-HIT-SUB > ZERO
003137     IF WS-FEED-HIT-SUB = ZERO
003138         IF WS-FEED-COUNT = 50
003139             GO TO 1112-EXIT
003140         END-IF
003141         ADD 1 TO WS-FEED-COUNT
003142         MOVE WS-FEED-COUNT TO WS-FEED-HIT-SUB
003150         MOVE WS-REG-NAME TO WS-FEED-NAME(WS-FEED-COUNT)
003157     END-IF
003164     MOVE 'Y' TO WS-SLV-IN-FORCE(WS-FEED-HIT-SUB, WS-SLV-DAY)
003171     COMPUTE WS-SLV-SLA-SECS(WS-FEED-HIT-SUB, WS-SLV-DAY) =
003180         FUNCTION NUMVAL(WS-REG-SLA(1:2)) * 3600
003190         + FUNCTION NUMVAL(WS-REG-SLA(3:2)) * 60
003191*    THE LAST NIGHT'S VERSION IS THE ONE THE FEED ROW SHOWS - ITS
003192*    EFFECTIVE DATE IS KEPT FOR 1120 TO JUDGE
003193     IF WS-SLV-DAY = 31
003194         MOVE WS-REG-SLA TO WS-FEED-SLA(WS-FEED-HIT-SUB)
003195         MOVE WS-SLV-SLA-SECS(WS-FEED-HIT-SUB, WS-SLV-DAY)
003196             TO WS-FEED-SLA-SECS(WS-FEED-HIT-SUB)
003197         MOVE WS-REG-EFF-N TO WS-FEED-SLA-FROM(WS-FEED-HIT-SUB)
003198     END-IF.
003200 1112-EXIT.
003201     EXIT.
003202 1115-MATCH-FEED-NAME.
003203     IF WS-FEED-NAME(WS-FEED-SUB) = WS-REG-NAME
003204         MOVE WS-FEED-SUB TO WS-FEED-HIT-SUB
003205     END-IF.
003206 1115-EXIT.
003207     EXIT.
003208******************************************************************
003209*  1120-SET-MONTH-END-TARGET                                    *
003210*  THE FEED ROW SHOWS THE DATE THE MONTH-END TARGET TOOK EFFECT *
003211*  ONLY WHEN AN EARLIER VERSION WAS IN FORCE THE NIGHT BEFORE   *
003212*  IT - OTHERWISE THE TARGET COVERED THE WHOLE MONTH.           *
003213******************************************************************
003214 1120-SET-MONTH-END-TARGET.
003215     IF WS-FEED-SLA-FROM(WS-FEED-SUB) NOT > WS-MONTH-START-DATE
003216         MOVE ZERO TO WS-FEED-SLA-FROM(WS-FEED-SUB)
003217         GO TO 1120-EXIT
003218     END-IF
003219     COMPUTE WS-SLV-DAY =
003220         WS-FEED-SLA-FROM(WS-FEED-SUB) - WS-MONTH-START-DATE
003221     IF WS-SLV-IN-FORCE(WS-FEED-SUB, WS-SLV-DAY) NOT = 'Y'
003222         MOVE ZERO TO WS-FEED-SLA-FROM(WS-FEED-SUB)
003223     END-IF.
003224 1120-EXIT.
003225     EXIT.
003226******************************************************************
003230*  1200-LOAD-CONFIG                                             *
003240*  THE RETRY TUNING DRIVES THE "ONE MORE RETRY CYCLE" RISK      *
003250*  ARITHMETIC - SAME KEYS THE UPLOADER ITSELF READS.            *
004780******************************************************************
004790*  2300-TALLY-FEED-SLA                                          *
004800*  ONE UPLOADCSV FEED END LINE - ELAPSED INTO THE TREND, THE    *
004810*  COMPLETION TIME JUDGED AGAINST THE SLA TARGET OF THE FEED'S  *
004814*  VERSION IN FORCE THAT NIGHT, AND THE ONE-MORE-RETRY RISK     *
004822*  TEST.  RUNS AFTER MIDDAY (INTRADAY CORRECTIONS) STAY OUT OF  *
004830*  THE SLA JUDGEMENTS.                                          *
004840******************************************************************
004850 2300-TALLY-FEED-SLA.
004860     MOVE ZERO TO WS-FEED-HIT-SUB
005150     IF WS-TIM-HH NOT < 12
005160         GO TO 2300-EXIT
005170     END-IF
005171     IF WS-TIM-DATE-X(7:2) IS NOT NUMERIC
005172             OR WS-TIM-DATE-X(7:2) = '00'
005173             OR WS-TIM-DATE-X(7:2) > '31'
005174         GO TO 2300-EXIT
005175     END-IF
005176     MOVE FUNCTION NUMVAL(WS-TIM-DATE-X(7:2)) TO WS-SLV-DAY
005177     IF WS-SLV-IN-FORCE(WS-FEED-HIT-SUB, WS-SLV-DAY) NOT = 'Y'
005178         GO TO 2300-EXIT
005179     END-IF
005180     IF WS-TIM-SECS > WS-SLV-SLA-SECS(WS-FEED-HIT-SUB, WS-SLV-DAY)
005190         ADD 1 TO WS-FEED-PAST-SLA(WS-FEED-HIT-SUB)
005200     ELSE
005210         IF WS-TIM-SECS + WS-RETRY-BURST-SECS
005220                 > WS-SLV-SLA-SECS(WS-FEED-HIT-SUB, WS-SLV-DAY)
005230             ADD 1 TO WS-FEED-AT-RISK(WS-FEED-HIT-SUB)
005240         END-IF
005250     END-IF.
006010         DELIMITED BY SIZE
006020         INTO WS-PRINT-LINE
006030     END-STRING
006031     IF WS-FEED-SLA-FROM(WS-FEED-SUB) > ZERO
006032         MOVE 55 TO WS-SLV-PRINT-POINTER
006033         STRING " FROM " WS-FEED-SLA-FROM(WS-FEED-SUB)
006034             " (EARLIER NIGHTS: PRIOR TARGET)"
006035             DELIMITED BY SIZE
006036             INTO WS-PRINT-LINE
006037             WITH POINTER WS-SLV-PRINT-POINTER
006038         END-STRING
006039     END-IF
006040     PERFORM 3900-WRITE-ONE-LINE
006050         THRU 3900-EXIT
006060     MOVE WS-FEED-RUNS(WS-FEED-SUB) TO WS-COUNT-EDIT
007030     MOVE SPACES TO WS-PRINT-LINE.
007040 3900-EXIT.
007050     EXIT.
007055     COPY REGVPCK.
007060******************************************************************
007070*  9000-TERMINATE                                               *
007080*  RC 4 WHEN THE MONTH HAD NO TIMING DATA SO A SCRIPTED RUN     *
