000140*  THE FINAL OUTCOME OF THAT FEED'S RUN (A RERUN REWRITES THE
000150*  RECORD, SO THE MASTER ALWAYS ANSWERS "DID IT GO OUT, AND
000160*  HOW MANY ROWS" WITH THE LATEST STATE).  WRITTEN BY UPLOADCSV,
000165*  AND REWRITTEN BY RESPAPL WHEN A DOWNLOADED RESPONSE FILE IS
000167*  APPLIED.
000170*  READ BY THE UPLOADINQ INQUIRY PROGRAM.
000180******************************************************************
000190 01  UPLHIST-RECORD.
000311         88  UPLHIST-RUN-ORIGINAL            VALUE SPACE.
000312         88  UPLHIST-RUN-CORRECTION          VALUE 'C'.
000313     05  UPLHIST-SUPERSEDED-TIME PIC 9(08).
000314*        ROWS THE UPLOADER SERVICE ITSELF REJECTED, POSTED BY
000315*        RESPAPL FROM THE SERVICE'S DOWNLOADED RESPONSE FILE WHEN
000316*        IT SENDS THEM TO REJECT FOR REPAIR.  SPACES UNTIL THEN,
000317*        AND ON RECORDS POSTED BEFORE THE FIELD EXISTED.
000318     05  UPLHIST-SVC-REJECTS     PIC 9(07).
000319     05  FILLER                  PIC X(03).
