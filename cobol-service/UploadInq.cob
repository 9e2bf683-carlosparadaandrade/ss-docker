000301*                       THE INQUIRY ANSWERS "DID DOWNSTREAM
000302*                       ACTUALLY APPLY IT", NOT JUST "DID IT GO
000303*                       OUT".
000304*      2026-10-15  DAO  EACH RECORD NOW ALSO SHOWS HOW MANY
000305*                       ROWS THE UPLOADER SERVICE ITSELF REJECTED,
000306*                       AS RESPAPL POSTS THEM FROM THE SERVICE'S
000307*                       RESPONSE FILE AND SENDS THEM FOR REPAIR.
000308******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. UploadInq.
000330 AUTHOR. D. OKAFOR.
001710         " INGESTED=" UPLHIST-ROWS-INGESTED
001720         " HTTP=" UPLHIST-HTTP-STATUS
001730         " RETRIES=" UPLHIST-RETRY-COUNT
001732     IF UPLHIST-SVC-REJECTS IS NUMERIC
001734             AND UPLHIST-SVC-REJECTS > ZERO
001736         DISPLAY "         SERVICE REJECTS=" UPLHIST-SVC-REJECTS
001737             " (SENT TO REJECT FOR REPAIR)"
001738     END-IF
001740     DISPLAY "         LOCATION=" UPLHIST-ARCHIVE-LOC
001741     IF UPLHIST-RUN-CORRECTION
001742         DISPLAY "         CORRECTION AT " UPLHIST-RUN-TIME
