000270*      IN THE UPLOAD AUDIT LOG SO THE FILE'S FULL HISTORY -
000280*      REJECTION, RESUBMISSION AND FINAL OUTCOME - READS IN ONE
000290*      PLACE.  STALE COMPANIONS (.rejdtl, .orphans, .badrows) ARE
000291*      REMOVED WHEN THE CSV IS STAGED; ITS .busdate (LEFT BY
000292*      UPLOADCSV - THE BUSINESS DATE IT WAS REJECTED UNDER) IS
000293*      STAGED BESIDE IT, SO THE RESUBMISSION POSTS UNDER THAT
000294*      DATE RATHER THAN TODAY'S.  ONE RUN STAGES FILES OF ONE
000295*      BUSINESS DATE ONLY - A FILE REJECTED UNDER ANOTHER DATE
000296*      WAITS IN THE REJECT FOLDER FOR THE NEXT RUN.  A FEED THE
000301*      REGISTRY MARKS WITH A SENSITIVE COLUMN SITS IN THE REJECT
000302*      FOLDER MASKED (TOKENS FOR THE CLEAR VALUES - SEE UPLOADCSV)
000303*      - ITS RESTAGE REBUILDS THE CLEAR ROWS FROM THE SECURED
000304*      TOKEN STORE SO THE RESUBMISSION UPLOADS REAL DATA.  THE
000305*      SENSITIVE COLUMN IS THE ONE IN THE FEED'S REGISTRY VERSION
000306*      IN FORCE ON THAT SAME BUSINESS DATE (TODAY IF THE FILE HAS
000307*      NO .busdate).
000310*
000320*  MODIFICATION HISTORY.
000330*      2026-08-22  DAO  INITIAL VERSION.
000334*                       WHILE IT IS STAGED, SO UPLOADCSV
000335*                       RECEIVES THE CLEAR ROWS IT NEEDS TO
000336*                       RESUBMIT.
000337*      2026-10-15  DAO  UNMASKING USES THE FEED'S REGISTRY
000338*                       VERSION IN FORCE ON THE REJECTED FILE'S
000339*                       BUSINESS DATE (<name>.busdate).
000340*      2026-10-15  DAO  THE REJECTED FILE'S .busdate IS STAGED
000341*                       BESIDE IT INSTEAD OF BEING REMOVED, SO
000342*                       UPLOADCSV POSTS THE RESUBMISSION UNDER
000343*                       ITS OWN BUSINESS DATE.  ONE BUSINESS
000344*                       DATE PER RUN.
000345******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. UploadRjr.
000370 AUTHOR. D. OKAFOR.
000480         ASSIGN TO DYNAMIC WS-CTL-DYNAMIC-FILE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CTL-FILE-STATUS.
000501     SELECT REJECT-DATE-FILE
000502         ASSIGN TO DYNAMIC WS-RDT-DYNAMIC-FILE
000503         ORGANIZATION IS LINE SEQUENTIAL
000504         FILE STATUS IS WS-RDT-FILE-STATUS.
000510     SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUD-DYNAMIC-FILE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUD-FILE-STATUS.
000570 01  SCAN-LIST-RECORD            PIC X(100).
000580 FD  RESUBMIT-CTL-FILE.
000590 01  RESUBMIT-CTL-RECORD         PIC X(100).
000591 FD  REJECT-DATE-FILE.
000592 01  REJECT-DATE-RECORD          PIC X(08).
000600 FD  AUDIT-LOG-FILE.
000610 01  AUDIT-LOG-RECORD            PIC X(300).
000611 FD  REGISTRY-FILE.
000820 01  WS-CSV-SUFFIX-POS           PIC 9(03) COMP VALUE ZERO.
000830 01  WS-REJECTS-FOUND            PIC 9(04) VALUE ZERO.
000840 01  WS-FILES-STAGED             PIC 9(04) VALUE ZERO.
000845 01  WS-STAGE-BUS-DATE           PIC 9(08) VALUE ZERO.
000850*---------------------------------------------------------------*
000860*    RESUBMIT CONTROL FILE HANDED TO THE UPLOAD STEP            *
000870*---------------------------------------------------------------*
001000 01  WS-CHECKPOINT-FILE-NAME     PIC X(100)
001010         VALUE '/workspace/control/upload-checkpoint.log'.
001011*---------------------------------------------------------------*
001012*    FEED REGISTRY - THE SENSITIVE COLUMN IN THE FEED'S VERSION *
001013*    IN FORCE ON THE DATE A REJECTED FILE WAS POSTED UNDER (A   *
001014*    FEED WITH ONE SITS IN THE REJECT FOLDER MASKED)            *
001015*---------------------------------------------------------------*
001016 01  WS-REG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001017 01  WS-REGISTRY-FILE-NAME       PIC X(100) VALUE
001032 01  WS-REG-MODE                 PIC X(01) VALUE SPACES.
001033 01  WS-REG-SLA                  PIC X(04) VALUE SPACES.
001034 01  WS-REG-SENS                 PIC X(02) VALUE SPACES.
001035 01  WS-RDT-DYNAMIC-FILE         PIC X(130) VALUE SPACES.
001036 01  WS-RDT-FILE-STATUS          PIC X(02) VALUE '00'.
001037     88  WS-RDT-FILE-OK                       VALUE '00'.
001038 01  WS-REJECT-BUS-DATE          PIC 9(08) VALUE ZERO.
001039     COPY REGVER.
001041 01  WS-ACTIVE-SENS-COL          PIC 9(02) VALUE ZERO.
001042*---------------------------------------------------------------*
001043*    SECURED TOKEN STORE - TOKEN TO CLEAR VALUE, LOADED ONCE    *
001370     ACCEPT WS-SELECTION
001380     IF WS-SELECTION = 'ALL' OR WS-SELECTION = SPACES
001390         SET WS-SELECT-ALL TO TRUE
001467     END-IF.
001468 1000-EXIT.
001469     EXIT.
001470******************************************************************
001471*  2000-SCAN-REJECT-FOLDER                                       *
002000     EXIT.
002010******************************************************************
002020*  2200-STAGE-ONE-FILE                                           *
002030*  MOVES THE REPAIRED CSV BACK INTO /WORKSPACE WITH ITS          *
002035*  BUSINESS-DATE NOTE, DROPS ITS STALE COMPANION FILES, ADDS IT  *
002040*  TO THE RESUBMIT CONTROL FILE AND RECORDS THE RESUBMISSION IN  *
002045*  THE UPLOAD AUDIT LOG.  UPLOADCSV POSTS A WHOLE CONTROL FILE   *
002050*  UNDER ONE BUSINESS DATE, SO A FILE REJECTED UNDER A DATE      *
002055*  OTHER THAN THE ONE ALREADY STAGED IS LEFT FOR THE NEXT RUN.   *
002060******************************************************************
002070 2200-STAGE-ONE-FILE.
002071     PERFORM 2270-READ-REJECT-DATE
002072         THRU 2270-EXIT
002073     IF WS-FILES-STAGED > ZERO
002074             AND WS-REJECT-BUS-DATE NOT = WS-STAGE-BUS-DATE
002075         DISPLAY "Note: " WS-SCAN-NAME(1:40) " rejected under "
002076             WS-REJECT-BUS-DATE " - left for a later run."
002077         GO TO 2200-EXIT
002078     END-IF
002080     IF NOT WS-CTL-FILE-IS-OPEN
002090         MOVE WS-RESUBMIT-CTL-NAME TO WS-CTL-DYNAMIC-FILE
002100         OPEN OUTPUT RESUBMIT-CTL-FILE
002430     MOVE WS-SCAN-NAME TO RESUBMIT-CTL-RECORD
002440     WRITE RESUBMIT-CTL-RECORD
002450     ADD 1 TO WS-FILES-STAGED
002455     MOVE WS-REJECT-BUS-DATE TO WS-STAGE-BUS-DATE
002460     DISPLAY "Staged " WS-SCAN-NAME(1:60)
002470         " for resubmission."
002471*    ITS BUSINESS-DATE NOTE GOES WITH IT - SEE UPLOADCSV 1600
002472     MOVE SPACES TO WS-COMMAND
002473     STRING "rm -f /workspace/" FUNCTION TRIM(WS-SCAN-NAME)
002474         ".busdate; mv " FUNCTION TRIM(WS-REJECT-DIR) "/"
002475         FUNCTION TRIM(WS-SCAN-NAME) ".busdate /workspace/"
002476         " 2>/dev/null" DELIMITED BY SIZE INTO WS-COMMAND
002477     END-STRING
002478     CALL 'SYSTEM' USING WS-COMMAND
002479         RETURNING WS-COMMAND-RETURN-CODE
002480*    A REPAIRED FILE'S CHUNK BOUNDARIES MAY HAVE MOVED, SO ITS
002490*    PER-CHUNK CHECKPOINT ENTRIES MUST NOT SURVIVE INTO THE
002500*    RESUBMISSION RUN - ONLY WHOLE-FILE ENTRIES WOULD BE VALID,
002650                 WS-SCAN-NAME(1:50) " could not be cleared."
002660             GO TO 2200-AUDIT
002670     END-STRING
002671     CALL 'SYSTEM' USING WS-COMMAND
002672         RETURNING WS-COMMAND-RETURN-CODE.
002673 2200-AUDIT.
002674     MOVE "RESUBMITTED FROM REJECT" TO WS-AUDIT-OUTCOME
002675     PERFORM 8000-WRITE-AUDIT-RECORD
002676         THRU 8000-EXIT.
002677 2200-EXIT.
002678     EXIT.
002679******************************************************************
002680*  2250-FIND-SENS-COL                                            *
002681*  THE FILE'S SENSITIVE COLUMN IS THE ONE IN ITS FEED'S VERSION  *
002682*  IN FORCE ON THE BUSINESS DATE IT WAS REJECTED UNDER.  A       *
002683*  MISSING REGISTRY JUST MEANS NO FEED IS TREATED AS MASKED,     *
002684*  SAME AS BEFORE MASKING EXISTED.                               *
002685******************************************************************
002686 2250-FIND-SENS-COL.
002687     MOVE ZERO TO WS-ACTIVE-SENS-COL
002688     MOVE WS-REGISTRY-FILE-NAME TO WS-REG-DYNAMIC-FILE
002689     OPEN INPUT REGISTRY-FILE
002690     IF NOT WS-REG-FILE-OK
002691         GO TO 2250-EXIT
002692     END-IF
002693     MOVE WS-REJECT-BUS-DATE TO REGVER-AS-OF-DATE
002694     PERFORM 8400-PICK-REGISTRY-VERSIONS
002695         THRU 8400-EXIT
002696     PERFORM 2260-MATCH-ONE-FEED
002697         THRU 2260-EXIT
002698         UNTIL WS-REG-FILE-EOF
002699     CLOSE REGISTRY-FILE.
002700 2250-EXIT.
002701     EXIT.
002702 2260-MATCH-ONE-FEED.
002703     READ REGISTRY-FILE
002704         AT END
002705             GO TO 2260-EXIT
002706     END-READ
002707     ADD 1 TO REGVER-LINE-NO
002708     IF REGISTRY-RECORD(1:1) = '*' OR REGISTRY-RECORD = SPACES
002709         GO TO 2260-EXIT
002710     END-IF
002711     MOVE SPACES TO WS-REG-TAG
002712     MOVE SPACES TO WS-REG-NAME
002713     MOVE SPACES TO WS-REG-SENS
002714     UNSTRING REGISTRY-RECORD DELIMITED BY '|'
002715         INTO WS-REG-TAG WS-REG-NAME WS-REG-COLS
002716              WS-REG-REQ-1 WS-REG-REQ-2 WS-REG-AMT
002717              WS-REG-ACTIVE WS-REG-DEST WS-REG-HEADER
002718              WS-REG-TOL WS-REG-MODE WS-REG-SLA
002719              WS-REG-SENS
002720     END-UNSTRING
002721     IF WS-REG-TAG NOT = 'FEED'
002722             OR FUNCTION TRIM(WS-REG-NAME)
002723                 NOT = FUNCTION TRIM(WS-SCAN-NAME)
002724         GO TO 2260-EXIT
002725     END-IF
002726     PERFORM 8430-CHECK-VERSION-IN-FORCE
002727         THRU 8430-EXIT
002728     IF NOT REGVER-IN-FORCE
002729         GO TO 2260-EXIT
002730     END-IF
002731     IF WS-REG-SENS(1:2) IS NUMERIC
002732         MOVE FUNCTION NUMVAL(WS-REG-SENS) TO WS-ACTIVE-SENS-COL
002733     END-IF.
002734 2260-EXIT.
002735     EXIT.
002736******************************************************************
002737*  2270-READ-REJECT-DATE                                         *
002738*  UPLOADCSV LEAVES <name>.busdate BESIDE A REJECTED FILE WITH   *
002739*  THE BUSINESS DATE IT WAS POSTED UNDER.  A FILE WITHOUT ONE    *
002740*  (REJECTED BEFORE IT WAS KEPT, OR BY THE CROSS-FEED CHECK) IS  *
002741*  TAKEN AS TODAY'S.                                             *
002742******************************************************************
002743 2270-READ-REJECT-DATE.
002744     ACCEPT WS-REJECT-BUS-DATE FROM DATE YYYYMMDD
002745     MOVE SPACES TO WS-RDT-DYNAMIC-FILE
002746     STRING FUNCTION TRIM(WS-REJECT-DIR) "/"
002747         FUNCTION TRIM(WS-SCAN-NAME) ".busdate"
002748         DELIMITED BY SIZE
002749         INTO WS-RDT-DYNAMIC-FILE
002750     END-STRING
002751     OPEN INPUT REJECT-DATE-FILE
002752     IF NOT WS-RDT-FILE-OK
002753         GO TO 2270-EXIT
002754     END-IF
002755     READ REJECT-DATE-FILE
002756         AT END
002757             MOVE SPACES TO REJECT-DATE-RECORD
002758     END-READ
002759     IF REJECT-DATE-RECORD IS NUMERIC
002760         MOVE REJECT-DATE-RECORD TO WS-REJECT-BUS-DATE
002761         DISPLAY "Staging " WS-SCAN-NAME(1:50)
002762             " under business date " WS-REJECT-BUS-DATE "."
002763     END-IF
002764     CLOSE REJECT-DATE-FILE.
002765 2270-EXIT.
002766     EXIT.
002767******************************************************************
002768*  2300-UNMASK-AND-STAGE                                         *
003190     END-IF.
003200 8000-EXIT.
003210     EXIT.
003215     COPY REGVPCK.
003220******************************************************************
003230*  9000-TERMINATE                                                *
003240*  RC=0 WHEN AT LEAST ONE FILE WAS STAGED FOR RESUBMISSION,      *
