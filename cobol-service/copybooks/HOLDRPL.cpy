000100******************************************************************
000110*  HOLDRPL.CPY
000120*  GATE HOLD REGISTER REPLAY FOR ONE FEED/BUSINESS DATE/GATE -
000130*  THE PROCEDURE DIVISION PARAGRAPHS EVERY GATE (FEEDTRND,
000140*  UPLOADCSV, UPLOADXRF, POSNROLL) USES TO LEARN WHETHER A HELD
000150*  FEED HAS AN APPROVED RELEASE.  THE PROGRAM COPIES HOLDREG IN
000160*  WORKING-STORAGE, DECLARES HOLD-REGISTER-FILE (RECORD
000170*  HOLD-REGISTER-RECORD) ASSIGNED TO WS-HRG-DYNAMIC-FILE WITH
000180*  STATUS WS-HRG-FILE-STATUS (88S WS-HRG-FILE-OK/-EOF), AND
000190*  COPIES HOLDAPL FOR 8630-APPLY-EVENT.  SET HOLDREG-KEY-FEED,
000200*  -BUS-DATE AND -GATE (AND HOLDREG-VALID-DAYS FROM THE CONFIG),
000210*  THEN PERFORM 8600-CHECK-GATE-RELEASE THRU 8600-EXIT; THE STATE
000220*  IS LEFT IN HOLDREG-LOOKUP.  TO RECORD AN EVENT, SET
000230*  HOLDREG-EVENT AND HOLDREG-TEXT FOR THE SAME KEY AND PERFORM
000240*  8620-APPEND-REGISTER-EVENT THRU 8620-EXIT, WHICH ALSO NEEDS
000250*  WS-HRG-MKDIR-COMMAND/-RC, WS-HRG-USER-ID, WS-HRG-NOW-DATE,
000260*  WS-HRG-NOW-TIME AND WS-HRG-LINE-OUT IN WORKING-STORAGE.
000270******************************************************************
000280*  8600-CHECK-GATE-RELEASE                                       *
000290*  REPLAYS THE GATE HOLD REGISTER FOR HOLDREG-KEY-FEED/BUS-DATE/ *
000300*  GATE, LEAVING THE RELEASE STATE IN HOLDREG-LOOKUP.  A MISSING *
000310*  REGISTER MEANS NOTHING WAS EVER HELD.  A RELEASE STILL OPEN   *
000320*  PAST RELEASE-VALID-DAYS IS TAKEN AS EXPIRED HERE, THE SAME    *
000330*  CUTOFF GATERLS APPLIES, SO NO GATE HONOURS A STALE APPROVAL   *
000340*  JUST BECAUSE GATERLS HAS NOT RUN SINCE.                       *
000350******************************************************************
000360 8600-CHECK-GATE-RELEASE.
000370     MOVE SPACES TO HOLDREG-STATE
000380     MOVE SPACES TO HOLDREG-HOLD-DATE
000390     MOVE SPACES TO HOLDREG-REQUESTER
000400     MOVE SPACES TO HOLDREG-REQ-DATE
000410     MOVE SPACES TO HOLDREG-APPROVER
000420     MOVE SPACES TO HOLDREG-REASON
000430     MOVE HOLDREG-FILE-NAME TO WS-HRG-DYNAMIC-FILE
000440     OPEN INPUT HOLD-REGISTER-FILE
000450     IF NOT WS-HRG-FILE-OK
000460         MOVE '00' TO WS-HRG-FILE-STATUS
000470         GO TO 8600-EXIT
000480     END-IF
000490     PERFORM 8610-REPLAY-ONE-EVENT
000500         THRU 8610-EXIT
000510         UNTIL WS-HRG-FILE-EOF
000520     CLOSE HOLD-REGISTER-FILE
000530     MOVE '00' TO WS-HRG-FILE-STATUS
000540     IF NOT HOLDREG-REQUESTED AND NOT HOLDREG-APPROVED
000550         GO TO 8600-EXIT
000560     END-IF
000570     ACCEPT HOLDREG-TODAY-DATE FROM DATE YYYYMMDD
000580     COMPUTE HOLDREG-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
000590         FUNCTION INTEGER-OF-DATE(HOLDREG-TODAY-DATE)
000600         - HOLDREG-VALID-DAYS)
000610     IF HOLDREG-REQ-DATE < HOLDREG-CUTOFF-TEXT
000620         SET HOLDREG-EXPIRED TO TRUE
000630         DISPLAY "Note: the release of "
000640             FUNCTION TRIM(HOLDREG-KEY-FEED) " "
000650             HOLDREG-KEY-BUS-DATE " "
000660             FUNCTION TRIM(HOLDREG-KEY-GATE)
000670             " requested " HOLDREG-REQ-DATE " has lapsed."
000680     END-IF.
000690 8600-EXIT.
000700     EXIT.
000710 8610-REPLAY-ONE-EVENT.
000720     READ HOLD-REGISTER-FILE
000730         AT END
000740             GO TO 8610-EXIT
000750     END-READ
000760     MOVE SPACES TO HOLDREG-EVENT-FIELDS
000770     UNSTRING HOLD-REGISTER-RECORD DELIMITED BY '|'
000780         INTO HOLDREG-EVENT HOLDREG-FEED HOLDREG-BUS-DATE
000790              HOLDREG-GATE HOLDREG-DATE HOLDREG-TIME
000800              HOLDREG-USER HOLDREG-TEXT
000810     END-UNSTRING
000820     IF HOLDREG-FEED NOT = HOLDREG-KEY-FEED
000830             OR HOLDREG-BUS-DATE NOT = HOLDREG-KEY-BUS-DATE
000840             OR HOLDREG-GATE NOT = HOLDREG-KEY-GATE
000850         GO TO 8610-EXIT
000860     END-IF
000870     PERFORM 8630-APPLY-EVENT
000880         THRU 8630-EXIT.
000890 8610-EXIT.
000900     EXIT.
000910******************************************************************
000920*  8620-APPEND-REGISTER-EVENT                                    *
000930*  APPENDS HOLDREG-EVENT (WITH HOLDREG-TEXT) FOR THE KEY IN      *
000940*  HOLDREG-LOOKUP, STAMPED WITH THE JOB'S USER AND THE TIME.     *
000950******************************************************************
000960 8620-APPEND-REGISTER-EVENT.
000970     CALL 'SYSTEM' USING WS-HRG-MKDIR-COMMAND
000980         RETURNING WS-HRG-MKDIR-RC
000990     ACCEPT WS-HRG-USER-ID FROM ENVIRONMENT "USER"
001000     IF WS-HRG-USER-ID = SPACES
001010         MOVE "UNKNOWN" TO WS-HRG-USER-ID
001020     END-IF
001030     ACCEPT WS-HRG-NOW-DATE FROM DATE YYYYMMDD
001040     ACCEPT WS-HRG-NOW-TIME FROM TIME
001050     MOVE SPACES TO WS-HRG-LINE-OUT
001060     STRING FUNCTION TRIM(HOLDREG-EVENT) "|"
001070         FUNCTION TRIM(HOLDREG-KEY-FEED) "|"
001080         HOLDREG-KEY-BUS-DATE "|"
001090         FUNCTION TRIM(HOLDREG-KEY-GATE) "|"
001100         WS-HRG-NOW-DATE "|" WS-HRG-NOW-TIME "|"
001110         FUNCTION TRIM(WS-HRG-USER-ID) "|"
001120         FUNCTION TRIM(HOLDREG-TEXT)
001130         DELIMITED BY SIZE
001140         INTO WS-HRG-LINE-OUT
001150     END-STRING
001160     MOVE HOLDREG-FILE-NAME TO WS-HRG-DYNAMIC-FILE
001170     OPEN EXTEND HOLD-REGISTER-FILE
001180     IF NOT WS-HRG-FILE-OK
001190         OPEN OUTPUT HOLD-REGISTER-FILE
001200     END-IF
001210     IF NOT WS-HRG-FILE-OK
001220         DISPLAY "Warning: unable to open hold register "
001230             HOLDREG-FILE-NAME " - " FUNCTION TRIM(HOLDREG-EVENT)
001240             " not recorded."
001250     ELSE
001260         MOVE WS-HRG-LINE-OUT TO HOLD-REGISTER-RECORD
001270         WRITE HOLD-REGISTER-RECORD
001280         CLOSE HOLD-REGISTER-FILE
001290     END-IF
001300     MOVE '00' TO WS-HRG-FILE-STATUS.
001310 8620-EXIT.
001320     EXIT.
