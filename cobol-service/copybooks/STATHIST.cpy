000100******************************************************************
000110*  STATHIST.CPY
000120*  ACCOUNT STATUS-CHANGE HISTORY RECORD - ONE RECORD PER STATUS
000130*  CHANGE ACCEPTED FROM THE STATUS FEED, KEYED BY ACCT_NUM, THE
000140*  DATE THE CHANGE TAKES EFFECT (STATUS_DATE), THE BUSINESS DATE
000150*  IT WAS POSTED UNDER AND ITS ROW IN THAT NIGHT'S EXTRACT.  THE
000160*  LAST RECORD FOR AN ACCOUNT IS ITS CURRENT STATUS.  WRITTEN BY
000170*  UPLOADCSV ONCE THE STATUS FEED HAS UPLOADED; READ BY UPLOADCSV
000180*  (TRANSITION RULES) AND STATEXC (CL/SU TRANSACTION EXCEPTIONS).
000190*  A RERUN OF THE SAME BUSINESS DATE REWRITES ITS OWN RECORDS.
000200******************************************************************
000210 01  STATHIST-RECORD.
000220     05  STATHIST-KEY.
000230         10  STATHIST-ACCT-NUM   PIC X(30).
000240         10  STATHIST-EFF-DATE   PIC 9(08).
000250         10  STATHIST-POST-DATE  PIC 9(08).
000260         10  STATHIST-ROW-NUM    PIC 9(07).
000270*        STATUS BEFORE AND AFTER THE CHANGE ('--' = THE ACCOUNT
000280*        HAD NO STATUS ON FILE)
000290     05  STATHIST-FROM-STATUS    PIC X(02).
000300     05  STATHIST-TO-STATUS      PIC X(02).
000310     05  STATHIST-REASON-CD      PIC X(10).
000320     05  STATHIST-UPD-BY         PIC X(20).
000330     05  STATHIST-POST-TIME      PIC 9(08).
000340     05  STATHIST-POST-USER      PIC X(20).
000350     05  FILLER                  PIC X(20).
