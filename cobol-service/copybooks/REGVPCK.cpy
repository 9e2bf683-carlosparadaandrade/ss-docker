000100******************************************************************
000110*  REGVPCK.CPY
000120*  FEED-REGISTRY VERSION PICK - THE PROCEDURE DIVISION PARAGRAPHS
000130*  EVERY REGISTRY LOADER USES TO LOAD ONLY EACH FEED'S VERSION IN
000140*  FORCE (SEE REGVER).  THE PROGRAM COPIES REGVER IN
000150*  WORKING-STORAGE AND DECLARES REGISTRY-FILE (RECORD
000160*  REGISTRY-RECORD) WITH STATUS 88S WS-REG-FILE-OK/-EOF.  WITH THE
000170*  REGISTRY OPEN AND REGVER-AS-OF-DATE SET, PERFORM
000180*  8400-PICK-REGISTRY-VERSIONS THRU 8400-EXIT; THEN, FOR EACH LINE
000190*  READ (COUNTING IT IN REGVER-LINE-NO), PERFORM
000200*  8430-CHECK-VERSION-IN-FORCE THRU 8430-EXIT AND SKIP THE LINE
000210*  UNLESS REGVER-IN-FORCE.
000220******************************************************************
000230*  8400-PICK-REGISTRY-VERSIONS                                   *
000240*  FIRST PASS OVER THE OPEN REGISTRY - NOTES FOR EACH FEED THE   *
000250*  LINE OF ITS VERSION IN FORCE ON REGVER-AS-OF-DATE, THEN       *
000260*  REOPENS THE REGISTRY FOR THE LOAD PROPER.                     *
000270******************************************************************
000280 8400-PICK-REGISTRY-VERSIONS.
000290     MOVE ZERO TO REGVER-COUNT
000300     MOVE ZERO TO REGVER-LINE-NO
000310     PERFORM 8410-NOTE-ONE-VERSION
000320         THRU 8410-EXIT
000330         UNTIL WS-REG-FILE-EOF
000340     CLOSE REGISTRY-FILE
000350     OPEN INPUT REGISTRY-FILE
000360     MOVE ZERO TO REGVER-LINE-NO
000370     IF NOT WS-REG-FILE-OK
000380         DISPLAY "Warning: feed registry could not be reopened - "
000390             "no feed versions loaded."
000400         SET WS-REG-FILE-EOF TO TRUE
000410     END-IF.
000420 8400-EXIT.
000430     EXIT.
000440 8410-NOTE-ONE-VERSION.
000450     READ REGISTRY-FILE
000460         AT END
000470             GO TO 8410-EXIT
000480     END-READ
000490     ADD 1 TO REGVER-LINE-NO
000500     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
000510         GO TO 8410-EXIT
000520     END-IF
000530     MOVE SPACES TO REGVER-LINE-FIELDS
000540     UNSTRING REGISTRY-RECORD DELIMITED BY '|'
000550         INTO REGVER-TAG REGVER-FEED-NAME
000560              REGVER-SKIP(1) REGVER-SKIP(2) REGVER-SKIP(3)
000570              REGVER-SKIP(4) REGVER-SKIP(5) REGVER-SKIP(6)
000580              REGVER-SKIP(7) REGVER-SKIP(8) REGVER-SKIP(9)
000590              REGVER-SKIP(10) REGVER-SKIP(11) REGVER-SKIP(12)
000600              REGVER-SKIP(13) REGVER-EFF-TEXT
000610     END-UNSTRING
000620     IF REGVER-TAG NOT = 'FEED'
000630         GO TO 8410-EXIT
000640     END-IF
000650     IF REGVER-EFF-TEXT IS NUMERIC
000660         MOVE REGVER-EFF-TEXT TO REGVER-EFF-DATE
000670     ELSE
000680         MOVE ZERO TO REGVER-EFF-DATE
000690     END-IF
000700     IF REGVER-EFF-DATE > REGVER-AS-OF-DATE
000710         GO TO 8410-EXIT
000720     END-IF
000730     MOVE ZERO TO REGVER-HIT-SUB
000740     PERFORM 8420-MATCH-VERSION-FEED
000750         THRU 8420-EXIT
000760         VARYING REGVER-SUB FROM 1 BY 1
000770         UNTIL REGVER-SUB > REGVER-COUNT
000780     IF REGVER-HIT-SUB = ZERO
000790         IF REGVER-COUNT = 50
000800             GO TO 8410-EXIT
000810         END-IF
000820         ADD 1 TO REGVER-COUNT
000830         MOVE REGVER-COUNT TO REGVER-HIT-SUB
000840         MOVE REGVER-FEED-NAME TO REGVER-FEED(REGVER-HIT-SUB)
000850     ELSE
000860*        AN OLDER VERSION THAN THE ONE ALREADY NOTED - IGNORED
000870         IF REGVER-EFF-DATE < REGVER-EFF(REGVER-HIT-SUB)
000880             GO TO 8410-EXIT
000890         END-IF
000900     END-IF
000910     MOVE REGVER-EFF-DATE TO REGVER-EFF(REGVER-HIT-SUB)
000920     MOVE REGVER-LINE-NO TO REGVER-LINE(REGVER-HIT-SUB).
000930 8410-EXIT.
000940     EXIT.
000950 8420-MATCH-VERSION-FEED.
000960     IF REGVER-FEED(REGVER-SUB) = REGVER-FEED-NAME
000970         MOVE REGVER-SUB TO REGVER-HIT-SUB
000980     END-IF.
000990 8420-EXIT.
001000     EXIT.
001010******************************************************************
001020*  8430-CHECK-VERSION-IN-FORCE                                   *
001030*  SETS REGVER-IN-FORCE WHEN THE REGISTRY LINE JUST READ         *
001040*  (REGVER-LINE-NO) IS A FEED'S VERSION IN FORCE.                *
001050******************************************************************
001060 8430-CHECK-VERSION-IN-FORCE.
001070     MOVE 'N' TO REGVER-IN-FORCE-SWITCH
001080     PERFORM 8440-MATCH-VERSION-LINE
001090         THRU 8440-EXIT
001100         VARYING REGVER-SUB FROM 1 BY 1
001110         UNTIL REGVER-SUB > REGVER-COUNT
001120             OR REGVER-IN-FORCE.
001130 8430-EXIT.
001140     EXIT.
001150 8440-MATCH-VERSION-LINE.
001160     IF REGVER-LINE(REGVER-SUB) = REGVER-LINE-NO
001170         SET REGVER-IN-FORCE TO TRUE
001180     END-IF.
001190 8440-EXIT.
001200     EXIT.
