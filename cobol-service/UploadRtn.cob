000280*      FILE NAMES) ARE TREATED AS AGED AND TRIMMED.
000290*      THE RETENTION AGE COMES FROM RETENTION-DAYS IN THE
000300*      UPLOADER CONFIG FILE (DEFAULT 60 DAYS).
000302*      THE TRANS_ID DUPLICATE REGISTER WRITTEN BY THE UPLOADER
000304*      IS KEPT FOR TRANSID-RETAIN-DAYS (DEFAULT 90 DAYS) - OLDER
000306*      ENTRIES ARE DELETED HERE.
000310*
000320*  MODIFICATION HISTORY.
000330*      2026-08-22  DAO  INITIAL VERSION.
000332*                       THE STEP-TIMING LOG SO THE MONTHLY
000333*                       BATCH-WINDOW/SLA REPORT (SLARPT) HAS REAL
000334*                       ELAPSED-TIME DATA TO WORK FROM.
000335*      2026-10-15  DAO  TRANS_ID DUPLICATE REGISTER ENTRIES OLDER
000336*                       THAN TRANSID-RETAIN-DAYS (DEFAULT 90) ARE
000337*                       DELETED FROM THE REGISTER EACH NIGHT.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. UploadRtn.
000571     SELECT TIMING-LOG-FILE ASSIGN TO DYNAMIC WS-TML-DYNAMIC-FILE
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS WS-TML-FILE-STATUS.
000574     SELECT TRANSID-REGISTER-FILE
000575         ASSIGN TO DYNAMIC WS-TRG-DYNAMIC-FILE
000576         ORGANIZATION IS INDEXED
000577         ACCESS MODE IS DYNAMIC
000578         RECORD KEY IS TRANREG-TRANS-ID
000579         FILE STATUS IS WS-TRG-FILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CONFIG-FILE.
000670 01  CKPT-TRIM-RECORD            PIC X(100).
000671 FD  TIMING-LOG-FILE.
000672 01  TIMING-LOG-RECORD           PIC X(130).
000674 FD  TRANSID-REGISTER-FILE.
000676     COPY TRANREG.
000680 WORKING-STORAGE SECTION.
000690*---------------------------------------------------------------*
000700*    RETENTION TUNING FROM THE UPLOADER CONFIG FILE             *
000780 01  WS-CFG-KEY                  PIC X(20) VALUE SPACES.
000790 01  WS-CFG-VALUE                PIC X(60) VALUE SPACES.
000800 01  WS-RETENTION-DAYS           PIC 9(04) VALUE 60.
000805 01  WS-TID-RETAIN-DAYS          PIC 9(04) VALUE 90.
000810*---------------------------------------------------------------*
000820*    CUTOFF DATE ARITHMETIC                                     *
000830*---------------------------------------------------------------*
000850 01  WS-TODAY-INTEGER            PIC 9(08) COMP VALUE ZERO.
000860 01  WS-CUTOFF-INTEGER           PIC 9(08) COMP VALUE ZERO.
000870 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
000875 01  WS-TID-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
000880*---------------------------------------------------------------*
000890*    ARCHIVE FOLDER SWEEP                                       *
000900*---------------------------------------------------------------*
001000 01  WS-DIRS-SEEN                PIC 9(04) VALUE ZERO.
001010 01  WS-DIRS-PURGED              PIC 9(04) VALUE ZERO.
001020*---------------------------------------------------------------*
001030*    CHECKPOINT LOG AND TRANS_ID REGISTER TRIM                  *
001040*---------------------------------------------------------------*
001050 01  WS-CKPT-DYNAMIC-FILE        PIC X(100) VALUE SPACES.
001060 01  WS-CHECKPOINT-FILE-NAME     PIC X(100)
001170 01  WS-CKPT-ENTRY-DATE          PIC 9(08) VALUE ZERO.
001180 01  WS-ENTRIES-KEPT             PIC 9(05) VALUE ZERO.
001190 01  WS-ENTRIES-TRIMMED          PIC 9(05) VALUE ZERO.
001191 01  WS-TRG-DYNAMIC-FILE         PIC X(100) VALUE SPACES.
001192 01  WS-TRANSID-REGISTER-NAME    PIC X(100)
001193         VALUE '/workspace/control/transid-register.mst'.
001194 01  WS-TRG-FILE-STATUS          PIC X(02) VALUE '00'.
001195     88  WS-TRG-FILE-OK                       VALUE '00'.
001196     88  WS-TRG-FILE-EOF                      VALUE '10'.
001197     88  WS-TRG-FILE-MISSING                  VALUE '35'.
001198 01  WS-TIDS-KEPT                PIC 9(07) VALUE ZERO.
001199 01  WS-TIDS-PURGED              PIC 9(07) VALUE ZERO.
001200*---------------------------------------------------------------*
001210*    SHELL COMMAND WORK AREA                                    *
001220*---------------------------------------------------------------*
001300         THRU 2000-EXIT
001310     PERFORM 3000-TRIM-CHECKPOINT-LOG
001320         THRU 3000-EXIT
001323     PERFORM 4000-TRIM-TRANSID-REGISTER
001326         THRU 4000-EXIT
001330     PERFORM 9000-TERMINATE
001340         THRU 9000-EXIT
001341     PERFORM 8810-TIMING-END
001750     IF WS-CFG-KEY = 'RETENTION-DAYS'
001760         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
001770             TO WS-RETENTION-DAYS
001772     END-IF
001774     IF WS-CFG-KEY = 'TRANSID-RETAIN-DAYS'
001776         MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
001778             TO WS-TID-RETAIN-DAYS
001780     END-IF.
001790 1100-EXIT.
001800     EXIT.
002960     END-IF
002970     IF WS-CKPT-ENTRY-DATE NOT < WS-CUTOFF-DATE
002980         MOVE CHECKPOINT-RECORD TO CKPT-TRIM-RECORD
002981         WRITE CKPT-TRIM-RECORD
002982         ADD 1 TO WS-ENTRIES-KEPT
002983     ELSE
002984         ADD 1 TO WS-ENTRIES-TRIMMED
002985     END-IF.
002986 3100-EXIT.
002987     EXIT.
002988******************************************************************
002989*  4000-TRIM-TRANSID-REGISTER                                    *
002990*  DELETES TRANS_ID REGISTER ENTRIES WHOSE BUSINESS DATE IS      *
002991*  OLDER THAN TRANSID-RETAIN-DAYS.  THE UPLOADER ALREADY         *
002992*  IGNORES THEM; THIS ONLY KEEPS THE REGISTER FROM GROWING.      *
002993******************************************************************
002994 4000-TRIM-TRANSID-REGISTER.
002995     COMPUTE WS-TID-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
002996         WS-TODAY-INTEGER - WS-TID-RETAIN-DAYS)
002997     MOVE WS-TRANSID-REGISTER-NAME TO WS-TRG-DYNAMIC-FILE
002998     OPEN I-O TRANSID-REGISTER-FILE
002999     IF WS-TRG-FILE-MISSING
003000         DISPLAY "Note: no TRANS_ID register to trim."
003001         GO TO 4000-EXIT
003002     END-IF
003003     IF NOT WS-TRG-FILE-OK
003004         DISPLAY "Warning: TRANS_ID register "
003005             FUNCTION TRIM(WS-TRANSID-REGISTER-NAME)
003006             " could not be opened (status " WS-TRG-FILE-STATUS
003007             ") - left as is."
003008         GO TO 4000-EXIT
003009     END-IF
003010     MOVE LOW-VALUES TO TRANREG-TRANS-ID
003011     START TRANSID-REGISTER-FILE
003012         KEY IS NOT LESS THAN TRANREG-TRANS-ID
003013         INVALID KEY
003014             MOVE '10' TO WS-TRG-FILE-STATUS
003015     END-START
003016     PERFORM 4100-TRIM-ONE-TRANS-ID
003017         THRU 4100-EXIT
003018         UNTIL WS-TRG-FILE-EOF
003019     CLOSE TRANSID-REGISTER-FILE.
003020 4000-EXIT.
003021     EXIT.
003022 4100-TRIM-ONE-TRANS-ID.
003023     READ TRANSID-REGISTER-FILE NEXT RECORD
003024         AT END
003025             GO TO 4100-EXIT
003026     END-READ
003027     IF NOT WS-TRG-FILE-OK
003028         MOVE '10' TO WS-TRG-FILE-STATUS
003029         GO TO 4100-EXIT
003030     END-IF
003031     IF TRANREG-BUS-DATE NOT < WS-TID-CUTOFF-DATE
003032         ADD 1 TO WS-TIDS-KEPT
003033         GO TO 4100-EXIT
003034     END-IF
003035     DELETE TRANSID-REGISTER-FILE RECORD
003036         INVALID KEY
003037             CONTINUE
003038         NOT INVALID KEY
003039             ADD 1 TO WS-TIDS-PURGED
003040     END-DELETE.
003041 4100-EXIT.
003042     EXIT.
003043******************************************************************
003052*  8800-TIMING-START                                             *
003053*  STAMPS THIS STEP'S START IN THE STEP-TIMING LOG SO THE        *
003054*  MONTHLY BATCH-WINDOW/SLA REPORT (SLARPT) CAN MEASURE HOW THE  *
003126         "  compressed and purged: " WS-DIRS-PURGED
003127     DISPLAY "Checkpoint entries kept: " WS-ENTRIES-KEPT
003130         "  trimmed: " WS-ENTRIES-TRIMMED
003133     DISPLAY "TRANS_ID register entries kept: " WS-TIDS-KEPT
003136         "  purged: " WS-TIDS-PURGED
003140     MOVE 0 TO RETURN-CODE.
003150 9000-EXIT.
003160     EXIT.
