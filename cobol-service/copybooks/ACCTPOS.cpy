000100******************************************************************
000110*  ACCTPOS.CPY
000120*  ACCOUNT POSITION MASTER RECORD - ONE RECORD PER ACCT_NUM,
000130*  HOLDING THE LAST PROVED BALANCE, STATUS AND ACTIVITY DATE.
000140*  ROLLED FORWARD EACH NIGHT BY POSNROLL: PRIOR BALANCE PLUS
000150*  THE NIGHT'S CR LESS DB TRANS_AMT MUST EQUAL THE AMOUNT THE
000160*  ACCOUNTS FEED REPORTS.  THE OPENING POSITION OF THE LAST
000170*  DATE ROLLED IS KEPT BESIDE THE NEW ONE, SO A RERUN OF THE
000180*  SAME BUSINESS DATE PROVES FROM THE SAME STARTING POINT
000190*  INSTEAD OF ROLLING THE NIGHT IN TWICE.
000200******************************************************************
000210 01  ACCTPOS-RECORD.
000220     05  ACCTPOS-ACCT-NUM        PIC X(30).
000230     05  ACCTPOS-BALANCE         PIC S9(13)V99.
000240     05  ACCTPOS-STATUS-CD       PIC X(02).
000250     05  ACCTPOS-LAST-ACT-DATE   PIC 9(08).
000260*        BUSINESS DATE THE BALANCE ABOVE WAS PROVED FOR
000270     05  ACCTPOS-POSN-DATE       PIC 9(08).
000280*        THE POSITION AS IT STOOD BEFORE ACCTPOS-POSN-DATE WAS
000290*        ROLLED IN (ZERO FOR AN ACCOUNT FIRST SEEN THAT NIGHT)
000300     05  ACCTPOS-PRIOR-BALANCE   PIC S9(13)V99.
000310     05  ACCTPOS-PRIOR-STATUS    PIC X(02).
000320     05  ACCTPOS-PRIOR-ACT-DATE  PIC 9(08).
000330     05  ACCTPOS-PRIOR-POSN-DATE PIC 9(08).
000340*        HOW THE LAST ROLL WAS ACCEPTED - P = PROVED, N = NEW
000350*        ACCOUNT SEEDED FROM THE REPORTED AMOUNT, R = TAKEN ON
000360*        AN APPROVED POSITION-GATE RELEASE DESPITE A BREAK
000370     05  ACCTPOS-ROLL-FLAG       PIC X(01).
000380         88  ACCTPOS-ROLL-PROVED              VALUE 'P'.
000390         88  ACCTPOS-ROLL-NEW                 VALUE 'N'.
000400         88  ACCTPOS-ROLL-RELEASED            VALUE 'R'.
000410     05  FILLER                  PIC X(20).
