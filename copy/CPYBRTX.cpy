000100*----------------------------------------------------------------
000200* CPYBRTX  -  BRANCH MASTER MAINTENANCE CARD (BRCHTXN), READ BY
000300*             BRMAINT.  ONE CARD PER CHANGE TO THE BRANCH MASTER
000400*             (CPYBRCH).  EVERY CARD NAMES THE SUPERVISOR WHO
000500*             AUTHORISED IT; A CARD WHOSE OPERATOR IS NOT AN
000600*             ACTIVE SUPERVISOR ON OPERMST IS REFUSED, THE SAME
000700*             AS A FORCE ON THE MANIPDRV PARM CARD.
000800*----------------------------------------------------------------
000900* BRT-ACTION VALUES -
001000*     "A"  ADD     - NEW BRANCH, ACTIVE.  NAME AND EXPECTED
001100*                    FLAG ARE REQUIRED; A BLANK CLASS IS THE
001150*                    DEFAULT CLASS.
001200*     "C"  CHANGE  - EACH NON-BLANK NAME, CLASS OR EXPECTED
001300*                    FLAG REPLACES THE ONE ON FILE.  A CLASS OF
001400*                    "**" SETS THE DEFAULT (BLANK) CLASS.
001500*     "X"  CLOSE   - HEADERS FROM THE BRANCH ARE REFUSED.
001600*     "R"  REOPEN  - A CLOSED BRANCH IS ACTIVE AGAIN.
001700*----------------------------------------------------------------
001800 01  BRANCH-TXN-RECORD.
001900     05  BRT-ACTION               PIC X(01).
002000         88  BRT-ADD                         VALUE "A".
002100         88  BRT-CHANGE                      VALUE "C".
002200         88  BRT-CLOSE                       VALUE "X".
002300         88  BRT-REOPEN                      VALUE "R".
002400     05  BRT-BATCH-ID             PIC X(08).
002500     05  BRT-BRANCH-NAME          PIC X(30).
002600     05  BRT-RATE-CLASS           PIC X(02).
002700     05  BRT-EXPECTED-FLAG        PIC X(01).
002800         88  BRT-EXPECTED-VALID              VALUES "Y" "N".
002900     05  BRT-OPERATOR-ID          PIC X(08).
