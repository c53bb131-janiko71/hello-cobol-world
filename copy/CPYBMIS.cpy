000100*----------------------------------------------------------------
000200* CPYBMIS  -  PARAMETER CARD FOR THE BRMISS MISSING-BRANCH
000300*             REPORT.  ONE RECORD: THE BUSINESS DATE TO CHASE.
000400*             THE REPORT NORMALLY RUNS UNATTENDED AHEAD OF THE
000500*             NIGHTLY MANIPDRV FOR THE DAY JUST EDITED, SO NO
000600*             CARD, OR A ZERO DATE, TAKES THE RUN DATE; A CARD
000700*             IS ONLY NEEDED TO CHASE A BUSINESS DATE AFTER THE
000800*             FACT.  A NON-NUMERIC DATE REFUSES THE RUN.
000900*----------------------------------------------------------------
001000 01  MISS-PARM-RECORD.
001100     05  MISS-BUS-DATE            PIC 9(08).
