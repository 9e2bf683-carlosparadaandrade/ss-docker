000100******************************************************************
000110*  REGVER.CPY
000120*  FEED-REGISTRY VERSION SELECTION.  A FEED CAN HAVE SEVERAL
000130*  REGISTRY LINES, ONE PER VERSION; FIELD 16 IS THE DATE THE
000140*  VERSION TAKES EFFECT (YYYYMMDD - BLANK ON A LINE FROM BEFORE
000150*  VERSIONS WERE KEPT, MEANING IN FORCE SINCE THE START).  THE
000160*  VERSION IN FORCE ON A BUSINESS DATE IS THE FEED'S LINE WITH
000170*  THE LATEST EFFECTIVE DATE NOT AFTER IT (THE LATER LINE IF
000180*  TWO SHARE A DATE).  A LOADER SETS REGVER-AS-OF-DATE, NOTES
000190*  THE LINE NUMBER IN FORCE FOR EACH FEED IN A FIRST PASS OVER
000200*  THE REGISTRY, AND THEN LOADS ONLY THOSE LINES; A FEED WHOSE
000210*  VERSIONS ALL START LATER IS NOT LOADED AT ALL.  FEEDMAINT
000220*  KEEPS THE VERSIONS AND THEIR CHANGE JOURNAL (SEE REGHIST);
000225*  REGVPCK HOLDS THE PARAGRAPHS THAT PICK THE LINES IN FORCE.
000230******************************************************************
000240 01  REGVER-AS-OF-DATE           PIC 9(08) VALUE ZERO.
000250 01  REGVER-LINE-NO              PIC 9(05) COMP VALUE ZERO.
000260*---------------------------------------------------------------*
000270*    ONE REGISTRY LINE - ONLY THE NAME AND EFFECTIVE DATE ARE   *
000280*    KEPT, THE FIELDS IN BETWEEN ARE STEPPED OVER                *
000290*---------------------------------------------------------------*
000300 01  REGVER-LINE-FIELDS.
000310     05  REGVER-TAG              PIC X(08).
000320     05  REGVER-FEED-NAME        PIC X(30).
000330     05  REGVER-SKIP             OCCURS 13 TIMES
000340                                 PIC X(01).
000350     05  REGVER-EFF-TEXT         PIC X(08).
000360 01  REGVER-EFF-DATE             PIC 9(08) VALUE ZERO.
000370*---------------------------------------------------------------*
000380*    THE LINE IN FORCE FOR EACH FEED                            *
000390*---------------------------------------------------------------*
000400 01  REGVER-TABLE.
000410     05  REGVER-ENTRY            OCCURS 50 TIMES.
000420         10  REGVER-FEED         PIC X(30).
000430         10  REGVER-EFF          PIC 9(08).
000440         10  REGVER-LINE         PIC 9(05) COMP.
000450 01  REGVER-COUNT                PIC 9(02) COMP VALUE ZERO.
000460 01  REGVER-SUB                  PIC 9(02) COMP VALUE ZERO.
000470 01  REGVER-HIT-SUB              PIC 9(02) COMP VALUE ZERO.
000480 01  REGVER-IN-FORCE-SWITCH      PIC X(01) VALUE 'N'.
000490     88  REGVER-IN-FORCE                      VALUE 'Y'.
