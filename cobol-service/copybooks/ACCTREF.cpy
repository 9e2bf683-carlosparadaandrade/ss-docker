000100******************************************************************
000110*  ACCTREF.CPY
000120*  ACCOUNT REFERENCE MASTER RECORD - ONE RECORD PER ACCT_NUM,
000130*  HOLDING THE REFERENCE ATTRIBUTES THE UPLOADER SERVICE SENDS
000140*  BACK ON ITS ENRICHMENT ROWS (BRANCH, SEGMENT, RISK RATING,
000150*  OPENING DATE).  MAINTAINED BY RESPAPL FROM THE DOWNLOADED
000160*  RESPONSE FILES: A NEW ACCOUNT IS ADDED, A CHANGED ONE IS
000170*  REWRITTEN WITH THE DATE AND RESPONSE FILE OF THE CHANGE.
000180*  NO SENSITIVE COLUMN IS EVER HELD HERE.
000190******************************************************************
000200 01  ACCTREF-RECORD.
000210     05  ACCTREF-ACCT-NUM        PIC X(30).
000220     05  ACCTREF-BRANCH-CD       PIC X(06).
000230     05  ACCTREF-SEGMENT-CD      PIC X(04).
000240     05  ACCTREF-RISK-RATING     PIC X(02).
000250     05  ACCTREF-OPEN-DATE       PIC 9(08).
000260*        DATE THE ACCOUNT WAS FIRST ADDED, AND THE DATE, SOURCE
000270*        RESPONSE FILE AND RUNNING COUNT OF ITS LAST CHANGE
000280*        (ZERO / SPACES UNTIL IT FIRST CHANGES)
000290     05  ACCTREF-ADDED-DATE      PIC 9(08).
000300     05  ACCTREF-CHANGED-DATE    PIC 9(08).
000310     05  ACCTREF-SOURCE-FILE     PIC X(40).
000320     05  ACCTREF-CHANGE-COUNT    PIC 9(05).
000330     05  FILLER                  PIC X(20).
