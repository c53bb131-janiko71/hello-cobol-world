000100*----------------------------------------------------------------
000200* CPYTRND  -  PARAMETER CARD FOR THE TRNDRPT 13-MONTH TREND
000300*             REPORT (TRNDPARM).  ONE RECORD: THE LAST PERIOD
000400*             (YYYYMM) TO REPORT AND THE MONTH-ON-MONTH MOVEMENT,
000500*             IN WHOLE PERCENT, BEYOND WHICH A FIGURE IS FLAGGED.
000600*             NO CARD, OR A ZERO PERIOD, REPORTS UP TO THE LATEST
000700*             PERIOD ON THE HISTORY FILE; A ZERO PERCENTAGE TAKES
000800*             THE HOUSE DEFAULT OF 10.  A NON-NUMERIC FIELD
000900*             REFUSES THE RUN.
001000*----------------------------------------------------------------
001100 01  TREND-PARM-RECORD.
001200     05  TRD-END-PERIOD           PIC 9(06).
001300     05  TRD-THRESHOLD-PCT        PIC 9(03).
