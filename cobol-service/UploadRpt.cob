000292*                       THE STEP-TIMING LOG SO THE MONTHLY
000293*                       BATCH-WINDOW/SLA REPORT (SLARPT) HAS REAL
000294*                       ELAPSED-TIME DATA TO WORK FROM.
000295*      2026-10-15  DAO  GATE RELEASE AUDIT LINES ARE LISTED IN A
000296*                       NEW GATE RELEASES / OVERRIDES SECTION, NOT
000297*                       COUNTED AS FILE ATTEMPTS (RECORD NOW 400).
000298*      2026-10-15  DAO  THE FEED SECTIONS FOLLOW THE REGISTRY
000299*                       VERSIONS IN FORCE ON THE REPORT DATE.
000300*      2026-10-15  DAO  REGISTRY VERSION PARAGRAPHS SHARED VIA
000301*                       REGVPCK.
000302******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. UploadRpt.
000330 AUTHOR. D. OKAFOR.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  AUDIT-LOG-FILE.
000520 01  AUDIT-LOG-RECORD            PIC X(400).
000530 FD  REGISTRY-FILE.
000540 01  REGISTRY-RECORD             PIC X(300).
000550 FD  REPORT-FILE.
000870     05  WS-AUD-INGESTED         PIC X(07).
000880     05  FILLER                  PIC X(09).
000890     05  WS-AUD-RETRIES          PIC X(02).
000900     05  WS-AUD-TAIL             PIC X(162).
000910*---------------------------------------------------------------*
000920*    REPORT OUTPUT                                              *
000930*---------------------------------------------------------------*
001330 01  WS-REG-NAME                 PIC X(30) VALUE SPACES.
001340 01  WS-FEED-SUB                 PIC 9(02) COMP VALUE ZERO.
001350 01  WS-FEED-HIT-SUB             PIC 9(02) COMP VALUE ZERO.
001355     COPY REGVER.
001360*---------------------------------------------------------------*
001370*    RUN START/END TIMES AND MONTH-TO-DATE FAILURE TREND        *
001380*---------------------------------------------------------------*
001460 01  WS-TREND-DAY                PIC 9(02) VALUE ZERO.
001470 01  WS-TODAY-DAY                PIC 9(02) VALUE ZERO.
001480*---------------------------------------------------------------*
001481*    GATE RELEASES / OVERRIDES - 'RELEASE ...' AUDIT LINES       *
001482*    WRITTEN BY GATERLS AND THE GATES THEMSELVES.  THESE ARE     *
001483*    OPERATOR ACTIONS, NOT FILE ATTEMPTS, SO THEY ARE LISTED     *
001484*    ON THEIR OWN AND KEPT OUT OF THE FEED SECTION COUNTS.       *
001485*---------------------------------------------------------------*
001486 01  WS-OVR-TABLE.
001487     05  WS-OVR-ENTRY            OCCURS 100 TIMES.
001488         10  WS-OVR-TIME         PIC X(08).
001489         10  WS-OVR-USER         PIC X(20).
001490         10  WS-OVR-FEED         PIC X(30).
001491         10  WS-OVR-OUTCOME      PIC X(40).
001492         10  WS-OVR-DETAIL       PIC X(100).
001493 01  WS-OVR-MAX                  PIC 9(03) COMP VALUE ZERO.
001494 01  WS-OVR-SUB                  PIC 9(03) COMP VALUE ZERO.
001495 01  WS-OVR-DROPPED              PIC 9(05) COMP VALUE ZERO.
001496*---------------------------------------------------------------*
001497*    PRINT LINE WORK FIELDS                                     *
001500*---------------------------------------------------------------*
001510 01  WS-PRINT-LINE               PIC X(132) VALUE SPACES.
001520 01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
002020*  ONE REPORT SECTION PER FEED IN THE REGISTRY (FALLING BACK TO *
002030*  THE THREE ORIGINAL FEEDS WHEN THE REGISTRY IS ABSENT), PLUS  *
002040*  THE CATCH-ALL BUCKET AS THE LAST ENTRY.                      *
002043*  ONLY FEEDS WITH A VERSION IN FORCE ON THE REPORT DATE ARE    *
002046*  LISTED, EACH ONCE.                                           *
002050******************************************************************
002060 1100-LOAD-FEED-NAMES.
002070     MOVE ZERO TO WS-FEED-MAX
002080     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
002090     OPEN INPUT REGISTRY-FILE
002100     IF WS-REG-FILE-OK
002102         MOVE WS-REPORT-DATE TO REGVER-AS-OF-DATE
002104         PERFORM 8400-PICK-REGISTRY-VERSIONS
002106             THRU 8400-EXIT
002110         PERFORM 1110-LOAD-ONE-NAME
002120             THRU 1110-EXIT
002130             UNTIL WS-REG-FILE-EOF
002280         AT END
002290             GO TO 1110-EXIT
002300     END-READ
002305     ADD 1 TO REGVER-LINE-NO
002310     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
002320         GO TO 1110-EXIT
002330     END-IF
002390     IF WS-REG-TAG NOT = 'FEED' OR WS-FEED-MAX = 50
002400         GO TO 1110-EXIT
002410     END-IF
002411     PERFORM 8430-CHECK-VERSION-IN-FORCE
002412         THRU 8430-EXIT
002413     IF NOT REGVER-IN-FORCE
002414         GO TO 1110-EXIT
002415     END-IF
002420     ADD 1 TO WS-FEED-MAX
002430     MOVE WS-REG-NAME TO WS-FEED-NAME(WS-FEED-MAX).
002440 1110-EXIT.
003070     IF WS-AUD-TIME > WS-RUN-END-TIME
003080         MOVE WS-AUD-TIME TO WS-RUN-END-TIME
003090     END-IF
003091     IF WS-AUD-OUTCOME(1:8) = 'RELEASE '
003092         PERFORM 2320-RECORD-OVERRIDE
003093             THRU 2320-EXIT
003094         GO TO 2300-EXIT
003095     END-IF
003100     MOVE WS-FEED-MAX TO WS-FEED-HIT-SUB
003110     MOVE ZERO TO WS-FEED-SUB
003120     PERFORM 2310-MATCH-ONE-FEED
003460 2310-EXIT.
003470     EXIT.
003480******************************************************************
003481*  2320-RECORD-OVERRIDE                                          *
003482*  KEEPS ONE GATE RELEASE LINE FOR THE OVERRIDES SECTION - WHO,  *
003483*  WHEN, WHICH FEED, WHAT WAS DONE AND THE DETAIL TAIL (BUSINESS *
003484*  DATE, REQUESTER, APPROVER, REASON) THE WRITER APPENDED.       *
003485******************************************************************
003486 2320-RECORD-OVERRIDE.
003487     IF WS-OVR-MAX = 100
003488         ADD 1 TO WS-OVR-DROPPED
003489         GO TO 2320-EXIT
003490     END-IF
003491     ADD 1 TO WS-OVR-MAX
003492     MOVE WS-AUD-TIME TO WS-OVR-TIME(WS-OVR-MAX)
003493     MOVE WS-AUD-USER TO WS-OVR-USER(WS-OVR-MAX)
003494     MOVE WS-AUD-FILE TO WS-OVR-FEED(WS-OVR-MAX)
003495     MOVE WS-AUD-OUTCOME TO WS-OVR-OUTCOME(WS-OVR-MAX)
003496     MOVE WS-AUD-TAIL TO WS-OVR-DETAIL(WS-OVR-MAX).
003497 2320-EXIT.
003498     EXIT.
003499******************************************************************
003500*  3000-WRITE-REPORT                                             *
003501*  FORMATS THE SUMMARY - A HEADING, ONE SECTION PER FEED, THE    *
003510*  RUN WINDOW AND THE MONTH-TO-DATE FAILURE TREND - INTO THE     *
003520*  DATED REPORT FILE UNDER /WORKSPACE/AUDIT.                     *
003530******************************************************************
003860         THRU 3200-EXIT
003870     PERFORM 3300-WRITE-TREND-SECTION
003880         THRU 3300-EXIT
003883     PERFORM 3400-WRITE-OVERRIDES
003886         THRU 3400-EXIT
003890     CLOSE REPORT-FILE
003900     DISPLAY "Report written to " WS-REPORT-FILE-NAME.
003910 3000-EXIT.
005290     MOVE SPACES TO WS-PRINT-LINE
005300     STRING "  " WS-TREND-DATE "  FAILURES/REJECTS: "
005310         WS-COUNT-EDIT
005311         DELIMITED BY SIZE INTO WS-PRINT-LINE
005312     END-STRING
005313     PERFORM 3900-WRITE-ONE-LINE
005314         THRU 3900-EXIT.
005315 3310-EXIT.
005316     EXIT.
005317******************************************************************
005318*  3400-WRITE-OVERRIDES                                          *
005319*  LISTS EVERY GATE RELEASE EVENT OF THE REPORT DATE SO THE      *
005320*  MORNING SHIFT SEES WHICH HELD FEEDS WERE LET THROUGH, AND ON  *
005321*  WHOSE SAY, ALONGSIDE THE UPLOAD FIGURES THEY AFFECTED.        *
005322******************************************************************
005323 3400-WRITE-OVERRIDES.
005324     MOVE SPACES TO WS-PRINT-LINE
005325     PERFORM 3900-WRITE-ONE-LINE
005326         THRU 3900-EXIT
005327     MOVE "GATE RELEASES / OVERRIDES" TO WS-PRINT-LINE
005328     PERFORM 3900-WRITE-ONE-LINE
005329         THRU 3900-EXIT
005330     MOVE ALL '-' TO WS-PRINT-LINE(1:25)
005331     PERFORM 3900-WRITE-ONE-LINE
005332         THRU 3900-EXIT
005333     IF WS-OVR-MAX = ZERO
005334         MOVE "  NONE." TO WS-PRINT-LINE
005335         PERFORM 3900-WRITE-ONE-LINE
005336             THRU 3900-EXIT
005337         GO TO 3400-EXIT
005338     END-IF
005339     PERFORM 3410-WRITE-ONE-OVERRIDE
005340         THRU 3410-EXIT
005341         VARYING WS-OVR-SUB FROM 1 BY 1
005342         UNTIL WS-OVR-SUB > WS-OVR-MAX
005343     IF WS-OVR-DROPPED > ZERO
005344         MOVE WS-OVR-DROPPED TO WS-COUNT-EDIT
005345         STRING "  ... " WS-COUNT-EDIT
005346             " FURTHER RELEASE EVENTS NOT LISTED - SEE AUDIT LOG."
005347             DELIMITED BY SIZE INTO WS-PRINT-LINE
005348         END-STRING
005349         PERFORM 3900-WRITE-ONE-LINE
005350             THRU 3900-EXIT
005351     END-IF.
005352 3400-EXIT.
005353     EXIT.
005354 3410-WRITE-ONE-OVERRIDE.
005355     MOVE WS-OVR-TIME(WS-OVR-SUB) TO WS-TIME-EDIT
005356     STRING "  "
005357         WS-TIME-EDIT(1:2) ":" WS-TIME-EDIT(3:2) ":"
005358         WS-TIME-EDIT(5:2) "  "
005359         WS-OVR-USER(WS-OVR-SUB) " "
005360         WS-OVR-FEED(WS-OVR-SUB) " "
005361         WS-OVR-OUTCOME(WS-OVR-SUB)
005362         DELIMITED BY SIZE INTO WS-PRINT-LINE
005363     END-STRING
005364     PERFORM 3900-WRITE-ONE-LINE
005365         THRU 3900-EXIT
005366     IF WS-OVR-DETAIL(WS-OVR-SUB) NOT = SPACES
005367         MOVE WS-OVR-DETAIL(WS-OVR-SUB) TO WS-PRINT-LINE(13:)
005368         PERFORM 3900-WRITE-ONE-LINE
005369             THRU 3900-EXIT
005370     END-IF.
005371 3410-EXIT.
005372     EXIT.
005380 3900-WRITE-ONE-LINE.
005390     MOVE WS-PRINT-LINE TO REPORT-RECORD
005400     WRITE REPORT-RECORD
005410     MOVE SPACES TO WS-PRINT-LINE.
005420 3900-EXIT.
005423     EXIT.
005426     COPY REGVPCK.
005431******************************************************************
005432*  8800-TIMING-START                                             *
005433*  STAMPS THIS STEP'S START IN THE STEP-TIMING LOG SO THE        *
