000100*----------------------------------------------------------------
000200* CPYSECP  -  SITE SIGN-ON SECURITY PARAMETERS (SECPARM).  ONE
000300*             OPTIONAL RECORD, READ BY THE OPRSIGN SUBROUTINE ON
000400*             EVERY CALL AND BY THE SECRPT SECURITY EXCEPTIONS
000500*             REPORT.  NO CARD, OR A ZERO FIELD, TAKES THE
000600*             DEFAULT; A NON-NUMERIC FIELD ALSO TAKES THE
000700*             DEFAULT SO A DAMAGED CARD CAN NEVER OPEN THE
000800*             SCREENS WIDER THAN THE DEFAULTS DO.
000900*----------------------------------------------------------------
001000*     SCP-MAX-FAILURES    CONSECUTIVE FAILED SIGN-ONS THAT LOCK
001100*                         AN OPERATOR (DEFAULT 5).
001200*     SCP-WINDOW-MINUTES  A FAILURE MORE THAN THIS MANY MINUTES
001300*                         AFTER THE LAST ONE STARTS THE COUNT
001400*                         AGAIN (DEFAULT 30).
001500*     SCP-DORMANT-DAYS    SECRPT LISTS OPERATORS WITH NO SIGN-ON
001600*                         IN THIS MANY DAYS (DEFAULT 90).
001700*----------------------------------------------------------------
001800 01  SECURITY-PARM-RECORD.
001900     05  SCP-MAX-FAILURES         PIC 9(02).
002000     05  SCP-WINDOW-MINUTES       PIC 9(04).
002100     05  SCP-DORMANT-DAYS         PIC 9(03).
