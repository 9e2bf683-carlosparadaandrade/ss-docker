000392*                       EXISTS TO KEEP.  THE FIXED-OFFSET
000393*                       READERS ONLY PARSE THE FIRST 197
000394*                       COLUMNS, SO THE LONGER TAIL IS SAFE.
000395*      2026-10-15  DAO  THE KEY AND SENSITIVE COLUMNS ARE TAKEN
000396*                       FROM THE FEED'S REGISTRY VERSION IN FORCE
000397*                       ON THE REQUESTED BUSINESS DATE, SO AN OLD
000398*                       ARCHIVE IS READ IN ITS OWN LAYOUT.
000399*      2026-10-15  DAO  REGISTRY VERSION PARAGRAPHS SHARED VIA
000400*                       REGVPCK.
000401******************************************************************
000402 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. MaskRvl.
000420 AUTHOR. D. OKAFOR.
000430 INSTALLATION. ENTERPRISE DATA SERVICES.
001020 01  WS-REG-MODE                 PIC X(01) VALUE SPACES.
001030 01  WS-REG-SLA                  PIC X(04) VALUE SPACES.
001040 01  WS-REG-SENS                 PIC X(02) VALUE SPACES.
001042*---------------------------------------------------------------*
001044*    FEED-REGISTRY VERSION IN FORCE                             *
001046*---------------------------------------------------------------*
001048     COPY REGVER.
001050 01  WS-FEED-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001060     88  WS-FEED-FOUND                        VALUE 'Y'.
001070 01  WS-KEY-COL                  PIC 9(02) VALUE ZERO.
002200*  LOOKS THE FEED UP IN THE REGISTRY FOR ITS KEY COLUMN         *
002210*  (REQUIRED COLUMN 1) AND SENSITIVE COLUMN.  A FEED WITHOUT A  *
002220*  SENSITIVE COLUMN HAS NOTHING MASKED TO REVEAL.               *
002225*  THE VERSION USED IS THE ONE IN FORCE ON THE REQUESTED DATE.  *
002230******************************************************************
002240 2000-FIND-FEED-COLUMNS.
002250     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
002300         SET WS-REGISTRY-UNUSABLE TO TRUE
002310         GO TO 2000-EXIT
002320     END-IF
002322     MOVE WS-REQ-DATE TO REGVER-AS-OF-DATE
002324     PERFORM 8400-PICK-REGISTRY-VERSIONS
002326         THRU 8400-EXIT
002330     PERFORM 2100-CHECK-ONE-FEED
002340         THRU 2100-EXIT
002350         UNTIL WS-REG-FILE-EOF
002370     CLOSE REGISTRY-FILE
002380     IF NOT WS-FEED-FOUND
002390         DISPLAY "Error: " WS-REQ-FEED
002400             " is not in the feed registry on " WS-REQ-DATE "."
002410         SET WS-REGISTRY-UNUSABLE TO TRUE
002420         GO TO 2000-EXIT
002430     END-IF
002540         AT END
002550             GO TO 2100-EXIT
002560     END-READ
002565     ADD 1 TO REGVER-LINE-NO
002570     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
002580         GO TO 2100-EXIT
002590     END-IF
002730                 NOT = FUNCTION TRIM(WS-REQ-FEED)
002740         GO TO 2100-EXIT
002750     END-IF
002751     PERFORM 8430-CHECK-VERSION-IN-FORCE
002752         THRU 8430-EXIT
002753     IF NOT REGVER-IN-FORCE
002754         GO TO 2100-EXIT
002755     END-IF
002760     SET WS-FEED-FOUND TO TRUE
002770     IF WS-REG-REQ-1(1:2) IS NUMERIC
002780         MOVE FUNCTION NUMVAL(WS-REG-REQ-1) TO WS-KEY-COL
005270     END-IF.
005280 8000-EXIT.
005290     EXIT.
005295     COPY REGVPCK.
005300******************************************************************
005310*  9000-TERMINATE                                               *
005320*  RC 0 = REVEALED, 4 = NOT FOUND, 8 = REGISTRY OR FEED         *
