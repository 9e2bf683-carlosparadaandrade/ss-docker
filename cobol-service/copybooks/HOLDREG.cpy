000100******************************************************************
000110*  HOLDREG.CPY
000120*  GATE HOLD REGISTER - AN APPEND-ONLY JOURNAL, ONE PIPE-
000130*  DELIMITED LINE PER EVENT AGAINST A FEED, BUSINESS DATE AND
000140*  GATE (TREND = FEEDTRND BAND, STALE-DUP = UPLOADCSV RE-SHIPPED
000150*  EXTRACT, ORPHANS = UPLOADXRF MISSING PARENT KEYS, POSITION =
000155*  POSNROLL ACCOUNT POSITION BREAKS):
000160*      EVENT|feed|busdate|gate|date|time|user|text
000170*  EVENTS: HOLD (WRITTEN BY THE GATE), REQUEST AND APPROVE
000180*  (WRITTEN BY GATERLS - TWO DIFFERENT USER IDS), USED (WRITTEN
000190*  BY THE GATE WHEN IT LETS THE FEED THROUGH ON THE APPROVED
000200*  RELEASE) AND EXPIRE (WRITTEN BY GATERLS WHEN A RELEASE WAS
000210*  NOT USED IN TIME).  A FEED/DATE/GATE'S RELEASE STATE IS THE
000220*  RESULT OF REPLAYING ITS EVENTS IN ORDER; NOTHING IS EVER
000230*  REWRITTEN, SO THE FILE IS ITS OWN TRAIL.
000240******************************************************************
000250 01  HOLDREG-FILE-NAME           PIC X(100)
000260         VALUE '/workspace/control/hold-register.dat'.
000270*---------------------------------------------------------------*
000280*    ONE REGISTER LINE, SPLIT INTO ITS FIELDS                   *
000290*---------------------------------------------------------------*
000300 01  HOLDREG-EVENT-FIELDS.
000310     05  HOLDREG-EVENT           PIC X(08).
000320         88  HOLDREG-EVT-HOLD                 VALUE 'HOLD'.
000330         88  HOLDREG-EVT-REQUEST              VALUE 'REQUEST'.
000340         88  HOLDREG-EVT-APPROVE              VALUE 'APPROVE'.
000350         88  HOLDREG-EVT-USED                 VALUE 'USED'.
000360         88  HOLDREG-EVT-EXPIRE               VALUE 'EXPIRE'.
000370     05  HOLDREG-FEED            PIC X(30).
000380     05  HOLDREG-BUS-DATE        PIC X(08).
000390     05  HOLDREG-GATE            PIC X(10).
000400     05  HOLDREG-DATE            PIC X(08).
000410     05  HOLDREG-TIME            PIC X(08).
000420     05  HOLDREG-USER            PIC X(20).
000430     05  HOLDREG-TEXT            PIC X(100).
000440*---------------------------------------------------------------*
000450*    THE FEED/DATE/GATE BEING LOOKED UP AND THE RELEASE STATE   *
000460*    ITS EVENTS ROLL UP TO                                      *
000470*---------------------------------------------------------------*
000480 01  HOLDREG-LOOKUP.
000490     05  HOLDREG-KEY-FEED        PIC X(30).
000500     05  HOLDREG-KEY-BUS-DATE    PIC X(08).
000510     05  HOLDREG-KEY-GATE        PIC X(10).
000520     05  HOLDREG-STATE           PIC X(01).
000530         88  HOLDREG-NO-HOLD                  VALUE SPACE.
000540         88  HOLDREG-HELD                     VALUE 'H'.
000550         88  HOLDREG-REQUESTED                VALUE 'R'.
000560         88  HOLDREG-APPROVED                 VALUE 'A'.
000570         88  HOLDREG-USED                     VALUE 'U'.
000580         88  HOLDREG-EXPIRED                  VALUE 'X'.
000585     05  HOLDREG-HOLD-DATE       PIC X(08).
000590     05  HOLDREG-REQUESTER       PIC X(20).
000600     05  HOLDREG-REQ-DATE        PIC X(08).
000610     05  HOLDREG-APPROVER        PIC X(20).
000620     05  HOLDREG-REASON          PIC X(100).
000621*---------------------------------------------------------------*
000622*    RELEASE LIFETIME - RELEASE-VALID-DAYS FROM THE UPLOADER    *
000623*    CONFIG, SET BY THE PROGRAM'S CONFIG READ.  A RELEASE       *
000624*    REQUESTED BEFORE TODAY LESS THAT MANY DAYS HAS LAPSED,     *
000625*    WHETHER OR NOT GATERLS HAS YET WRITTEN ITS EXPIRE.         *
000626*---------------------------------------------------------------*
000627 01  HOLDREG-VALID-DAYS          PIC 9(03) VALUE 1.
000628 01  HOLDREG-TODAY-DATE          PIC 9(08) VALUE ZERO.
000629 01  HOLDREG-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
000630 01  HOLDREG-CUTOFF-TEXT REDEFINES HOLDREG-CUTOFF-DATE
000631                                 PIC X(08).
000632*---------------------------------------------------------------*
000640*    GATE NAMES AS THEY APPEAR IN THE REGISTER                  *
000650*---------------------------------------------------------------*
000660 01  HOLDREG-GATE-NAMES.
000670     05  HOLDREG-GATE-TREND      PIC X(10) VALUE 'TREND'.
000680     05  HOLDREG-GATE-STALE-DUP  PIC X(10) VALUE 'STALE-DUP'.
000690     05  HOLDREG-GATE-ORPHANS    PIC X(10) VALUE 'ORPHANS'.
000695     05  HOLDREG-GATE-POSITION   PIC X(10) VALUE 'POSITION'.
