000100*----------------------------------------------------------------
000200* CPYSETL  -  PARAMETER CARD FOR THE STLRPT BRANCH SETTLEMENT
000300*             STATEMENT.  ONE RECORD: THE BUSINESS DATE TO
000400*             SETTLE AND, OPTIONALLY, THE ONE BRANCH BATCH ID TO
000500*             SETTLE IT FOR (BLANK TAKES EVERY BRANCH WITH WORK
000600*             ON THE DATE).  NO CARD, OR NO USABLE DATE, SETTLES
000700*             NOTHING AND ENDS WITH THE RUN-REFUSED RETURN CODE,
000800*             AS THE DAYPROOF CARD (CPYPROOF) DOES.
000900*----------------------------------------------------------------
001000 01  SETL-PARM-RECORD.
001100     05  SETL-BUS-DATE            PIC 9(08).
001200     05  SETL-BATCH-ID            PIC X(08).
