000100*----------------------------------------------------------------
000200* CPYPHST  -  PERIOD HISTORY RECORD (PERHIST, INDEXED).  THE
000300*             FIGURES OF EVERY CLOSED PERIOD, WRITTEN BY THE
000400*             MNTHEND MONTH-END CLOSE AS IT LOCKS THE PERIOD, SO
000500*             THE MONTHS CAN STILL BE COMPARED ONCE AUDARCH HAS
000600*             PRUNED THE TRAIL.  ONE RECORD PER FIGURE PER
000700*             PERIOD, KEYED FIGURE FIRST AND PERIOD LAST, SO A
000800*             FIGURE'S MONTHS READ TOGETHER IN PERIOD ORDER -
000900*             THE WAY THE TRNDRPT TREND REPORT WALKS THE FILE.
001000*             A PERIOD REOPENED (ITS PERCLOSE RECORD REMOVED)
001100*             AND CLOSED AGAIN HAS ITS HISTORY REPLACED WHOLE.
001200*----------------------------------------------------------------
001300* PHS-CATEGORY / PHS-ITEM VALUES -
001400*     "G"  GL POSTINGS FOR THE PERIOD, ONE RECORD EACH FOR
001500*          ITEM "WRITTEN", "ACCEPTED", "REJECTED" AND
001600*          "WRITEOFF" (WRITTEN OFF): COUNT AND D VALUE.  THE
001700*          WRITTEN VALUE LEAVES REVERSALS OUT, AS MERPT DOES.
001800*     "J"  CALCULATIONS BY JOB ID (ITEM): COUNT, C AND D TOTALS.
001900*     "P"  THE CLOSE ITSELF (ITEM SPACES): COUNT IS THE
002000*          CALCULATIONS CONSOLIDATED, WITH THE CLOSE DATE AND
002100*          SUPERVISOR.  EVERY CLOSED PERIOD ON FILE HAS ONE.
002200*     "R"  CALCULATIONS BY RATE CLASS (ITEM), ALL OF THE
002300*          CLASS'S EFFECTIVE RATES TOGETHER: COUNT, C AND D.
002400*     "W"  WRITE-OFFS MADE IN THE PERIOD AND NOT BOUNCED
002500*          (ITEM SPACES): COUNT AND VALUE.
002600*     "X"  REJECTS RAISED IN THE PERIOD (ITEM SPACES): COUNT
002700*          AND VALUE.
002800* PHS-VALUE-2 IS ZERO WHERE THE FIGURE HAS ONLY ONE VALUE.
002900*----------------------------------------------------------------
003000 01  PERIOD-HISTORY-RECORD.
003100     05  PHS-KEY.
003200         10  PHS-CATEGORY         PIC X(01).
003300             88  PHS-CAT-GL                  VALUE "G".
003400             88  PHS-CAT-JOB                 VALUE "J".
003500             88  PHS-CAT-PERIOD              VALUE "P".
003600             88  PHS-CAT-RATE-CLASS          VALUE "R".
003700             88  PHS-CAT-WRITEOFFS           VALUE "W".
003800             88  PHS-CAT-REJECTS             VALUE "X".
003900         10  PHS-ITEM             PIC X(08).
004000         10  PHS-PERIOD           PIC 9(06).
004100     05  PHS-COUNT                PIC 9(07).
004200     05  PHS-VALUE-1              PIC 9(11)V9(02).
004300     05  PHS-VALUE-2              PIC 9(11)V9(02).
004400     05  PHS-CLOSE-DATE           PIC 9(08).
004500     05  PHS-OPERATOR-ID          PIC X(08).
