000100******************************************************************
000110*  TRANREG.CPY
000120*  TRANS_ID DUPLICATE REGISTER RECORD - ONE RECORD PER TRANS_ID
000130*  UPLOADED FROM THE TRANSACTIONS FEED, KEYED BY TRANS_ID, WITH
000140*  THE BUSINESS DATE IT WAS POSTED UNDER AND ITS TRANS_AMT.
000150*  WRITTEN BY UPLOADCSV ONLY ONCE THE FEED HAS UPLOADED, SO A
000160*  FAILED OR CORRECTED RUN NEVER LEAVES ITS ROWS BEHIND; READ BY
000170*  UPLOADCSV TO QUARANTINE A TRANS_ID RE-SENT ON A LATER NIGHT.
000180*  ENTRIES OLDER THAN TRANSID-RETAIN-DAYS ARE IGNORED BY THE
000190*  CHECK AND REMOVED BY UPLOADRTN.
000200******************************************************************
000210 01  TRANREG-RECORD.
000220     05  TRANREG-TRANS-ID        PIC X(30).
000230     05  TRANREG-BUS-DATE        PIC 9(08).
000240     05  TRANREG-AMOUNT          PIC S9(13)V99.
000250     05  TRANREG-ACCT-NUM        PIC X(30).
000260*        DATA ROW OF THE BUSINESS DATE'S EXTRACT IT CAME FROM
000270     05  TRANREG-ROW-NUM         PIC 9(07).
000280     05  TRANREG-POST-TIME       PIC 9(08).
000290     05  FILLER                  PIC X(20).
