000100******************************************************************
000110*  HOLDAPL.CPY
000120*  GATE HOLD REGISTER EVENT RULES - 8630-APPLY-EVENT ROLLS THE
000130*  EVENT IN HOLDREG-EVENT-FIELDS INTO THE RELEASE STATE IN
000140*  HOLDREG-LOOKUP (SEE HOLDREG).  SHARED BY GATERLS AND EVERY
000150*  GATE SO THEY CANNOT DISAGREE ABOUT A RELEASE.
000160******************************************************************
000170*  8630-APPLY-EVENT                                              *
000180*  ROLLS ONE REGISTER EVENT INTO HOLDREG-LOOKUP.  AN EVENT THAT  *
000190*  DOES NOT FIT THE CURRENT STATE (AN APPROVE WITH NO REQUEST,   *
000200*  SAY) IS IGNORED.                                              *
000210******************************************************************
000220 8630-APPLY-EVENT.
000230     EVALUATE TRUE
000240         WHEN HOLDREG-EVT-HOLD
000250             IF HOLDREG-NO-HOLD OR HOLDREG-USED
000260                     OR HOLDREG-EXPIRED
000270                 SET HOLDREG-HELD TO TRUE
000280                 MOVE HOLDREG-DATE TO HOLDREG-HOLD-DATE
000290             END-IF
000300         WHEN HOLDREG-EVT-REQUEST
000310             IF HOLDREG-HELD OR HOLDREG-EXPIRED
000320                 SET HOLDREG-REQUESTED TO TRUE
000330                 MOVE HOLDREG-USER TO HOLDREG-REQUESTER
000340                 MOVE HOLDREG-DATE TO HOLDREG-REQ-DATE
000350                 MOVE SPACES TO HOLDREG-APPROVER
000360                 MOVE HOLDREG-TEXT TO HOLDREG-REASON
000370             END-IF
000380         WHEN HOLDREG-EVT-APPROVE
000390             IF HOLDREG-REQUESTED
000400                     AND HOLDREG-USER NOT = HOLDREG-REQUESTER
000410                 SET HOLDREG-APPROVED TO TRUE
000420                 MOVE HOLDREG-USER TO HOLDREG-APPROVER
000430             END-IF
000440         WHEN HOLDREG-EVT-USED
000450             IF HOLDREG-APPROVED
000460                 SET HOLDREG-USED TO TRUE
000470             END-IF
000480         WHEN HOLDREG-EVT-EXPIRE
000490             IF HOLDREG-REQUESTED OR HOLDREG-APPROVED
000500                 SET HOLDREG-EXPIRED TO TRUE
000510             END-IF
000520     END-EVALUATE.
000530 8630-EXIT.
000540     EXIT.
