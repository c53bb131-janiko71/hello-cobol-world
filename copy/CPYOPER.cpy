001280* EVERY LEGACY PASSWORD IS CHANGED ON ITS FIRST SIGN-ON AFTER
001290* THE UPGRADE).
001300*----------------------------------------------------------------
001310* LOCKOUT - EVERY FAILED SIGN-ON AGAINST AN ID ON FILE, IN ANY
001320* PROGRAM, IS COUNTED ON OPR-FAILED-COUNT BY THE OPRSIGN
001330* SUBROUTINE (SEE CPYSIGN) WITH ITS DATE AND TIME.  FAILURES
001340* FURTHER APART THAN THE SITE WINDOW (SECPARM, SEE CPYSECP)
001350* START THE COUNT AGAIN; REACHING THE SITE LIMIT SETS THE
001360* STATUS TO "L" AND ONLY A SUPERVISOR UNLOCK IN OPERMNT LIFTS
001370* IT.  A GOOD SIGN-ON CLEARS THE COUNT AND STAMPS
001380* OPR-LAST-SIGNON-DATE.  A RECORD FROM BEFORE THESE FIELDS
001390* EXISTED IS SHORT - THEY READ AS SPACES (NO FAILURES, NEVER
001395* SIGNED ON SINCE).
001398*----------------------------------------------------------------
001400 01  OPERATOR-RECORD.
001500     05  OPR-OPERATOR-ID          PIC X(08).
001600     05  OPR-NAME                 PIC X(20).
002100     05  OPR-STATUS               PIC X(01).
002200         88  OPR-STATUS-ACTIVE               VALUES "A" " ".
002300         88  OPR-STATUS-DISABLED             VALUE "D".
002350         88  OPR-STATUS-LOCKED               VALUE "L".
002400     05  OPR-PWD-CHANGED-DATE     PIC 9(08).
002500     05  OPR-PWD-FORCE-FLAG       PIC X(01).
002600         88  OPR-PWD-FORCE-CHANGE            VALUE "Y".
002700     05  OPR-FAILED-COUNT         PIC 9(02).
002800     05  OPR-LAST-FAIL-DATE       PIC 9(08).
002900     05  OPR-LAST-FAIL-TIME       PIC 9(08).
003000     05  OPR-LAST-SIGNON-DATE     PIC 9(08).
