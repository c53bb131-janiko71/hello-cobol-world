000100*----------------------------------------------------------------
000200* CPYBRCH  -  BRANCH MASTER RECORD (BRCHMST).  ONE RECORD PER
000300*             BRANCH, KEYED ON THE BATCH ID THE BRANCH PUTS ON
000400*             ITS TRANSACTION HEADERS.  THE MASTER, NOT THE
000500*             HEADER, OWNS THE RATE CLASS A BRANCH CONVERTS
000600*             UNDER: TRANEDIT REJECTS A HEADER FOR AN UNKNOWN
000700*             OR CLOSED BRANCH OR ONE QUOTING ANY OTHER CLASS,
000800*             AND MANIPDRV 2500-START-BATCH APPLIES THE CLASS
000900*             HELD HERE.  BRMISS LISTS EVERY ACTIVE BRANCH
001000*             FLAGGED AS EXPECTED DAILY THAT HAS NO BATCH ON
001100*             BATCHREG.  THE FILE IS MAINTAINED BY BRMAINT.
001200*----------------------------------------------------------------
001300* BRM-STATUS VALUES -
001400*     "A"  ACTIVE  - HEADERS ACCEPTED.
001500*     "C"  CLOSED  - HEADERS REJECTED BY TRANEDIT, AND THE
001600*                    BRANCH IS NOT CHASED BY BRMISS.
001700* BRM-EXPECTED-FLAG VALUES -
001800*     "Y"  A FILE IS EXPECTED EVERY BUSINESS DAY.
001900*     "N"  FILES ARRIVE AS AND WHEN.
002000*----------------------------------------------------------------
002100 01  BRANCH-MASTER-RECORD.
002200     05  BRM-BATCH-ID             PIC X(08).
002300     05  BRM-BRANCH-NAME          PIC X(30).
002400     05  BRM-RATE-CLASS           PIC X(02).
002500     05  BRM-STATUS               PIC X(01).
002600         88  BRM-STATUS-ACTIVE               VALUE "A".
002700         88  BRM-STATUS-CLOSED               VALUE "C".
002800     05  BRM-EXPECTED-FLAG        PIC X(01).
002900         88  BRM-EXPECTED-DAILY              VALUE "Y".
003000         88  BRM-NOT-EXPECTED-DAILY          VALUE "N".
003100     05  BRM-LAST-MAINT-DATE      PIC 9(08).
003200     05  BRM-LAST-MAINT-OPER      PIC X(08).
