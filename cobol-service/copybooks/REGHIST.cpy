000100******************************************************************
000110*  REGHIST.CPY
000120*  FEED-REGISTRY CHANGE JOURNAL - AN APPEND-ONLY FILE WRITTEN BY
000130*  FEEDMAINT, TWO PIPE-DELIMITED LINES PER APPLIED ADD, CHANGE,
000140*  ACTIVATE OR DEACTIVATE:
000150*      action|feed|effective|date|time|user|BEFORE|<image>
000160*      action|feed|effective|date|time|user|AFTER|<image>
000170*  <image> IS THE WHOLE REGISTRY LINE (FEED|...|effective) - THE
000180*  BEFORE IMAGE IS THE VERSION THAT WAS IN FORCE ON THE NEW
000190*  VERSION'S EFFECTIVE DATE (OR THE SCHEDULED VERSION BEING
000200*  CORRECTED), '(NONE)' FOR A NEW FEED.  NOTHING IS EVER
000210*  REWRITTEN, SO THE FILE IS ITS OWN TRAIL; FEEDMAINT HISTORY
000220*  LISTS IT FOR ONE FEED.
000230******************************************************************
000240 01  REGHIST-FILE-NAME           PIC X(100)
000250         VALUE '/workspace/control/feed-registry-history.dat'.
000260*---------------------------------------------------------------*
000270*    ONE JOURNAL LINE, SPLIT INTO ITS FIELDS                    *
000280*---------------------------------------------------------------*
000290 01  REGHIST-FIELDS.
000300     05  REGHIST-ACTION          PIC X(10).
000310     05  REGHIST-FEED            PIC X(30).
000320     05  REGHIST-EFF-DATE        PIC X(08).
000330     05  REGHIST-DATE            PIC X(08).
000340     05  REGHIST-TIME            PIC X(08).
000350     05  REGHIST-USER            PIC X(20).
000360     05  REGHIST-IMAGE-TAG       PIC X(06).
000370         88  REGHIST-BEFORE-IMAGE             VALUE 'BEFORE'.
000380         88  REGHIST-AFTER-IMAGE              VALUE 'AFTER'.
000390     05  REGHIST-IMAGE           PIC X(300).
