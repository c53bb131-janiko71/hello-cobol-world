000100*----------------------------------------------------------------
000200* CPYRSIM  -  PARAMETER CARD FOR THE RATESIM RATE WHAT-IF RUN
000300*             (RSIMPARM).  ONE RECORD, REQUIRED.  THE RUN
000400*             REPLAYS THE CALCULATIONS ON THE AUDIT TRAIL DATED
000500*             RSM-FROM-DATE TO RSM-TO-DATE (BOTH REQUIRED,
000600*             INCLUSIVE) THROUGH A RATE THAT IS NOT YET LIVE AND
000700*             REPORTS WHAT D WOULD HAVE BEEN.
000800*----------------------------------------------------------------
000900* RSM-MODE VALUES -
001000*     "P"  PROPOSED  - RSM-PROPOSED-PCT FOR THE ONE CLASS IN
001100*                      RSM-RATE-CLASS (BLANK = DEFAULT CLASS).
001200*     "U"  UPCOMING  - EACH CLASS'S NEXT RATETAB ENTRY NOT YET
001300*                      IN EFFECT, AS LOADED ON THE MANIPDRV RATE
001400*                      SCREEN.  RSM-ALL-CLASSES "Y" TAKES EVERY
001500*                      CLASS THAT HAS ONE; OTHERWISE ONLY THE
001600*                      CLASS IN RSM-RATE-CLASS.
001700*----------------------------------------------------------------
001800 01  RATE-SIM-PARM-RECORD.
001900     05  RSM-MODE                 PIC X(01).
002000         88  RSM-MODE-PROPOSED               VALUE "P".
002100         88  RSM-MODE-UPCOMING               VALUE "U".
002200     05  RSM-RATE-CLASS           PIC X(02).
002300     05  RSM-ALL-CLASSES          PIC X(01).
002400         88  RSM-EVERY-CLASS                 VALUE "Y".
002500     05  RSM-PROPOSED-PCT         PIC 9(03)V9(02).
002600     05  RSM-FROM-DATE            PIC 9(08).
002700     05  RSM-TO-DATE              PIC 9(08).
