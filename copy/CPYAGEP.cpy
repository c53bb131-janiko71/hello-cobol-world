000100*----------------------------------------------------------------
000200* CPYAGEP  -  PARAMETER CARD FOR THE AGERPT OUTSTANDING-ITEMS
000300*             AGING REPORT (AGEPARM).  ONE RECORD: THE SITE'S
000400*             ESCALATION THRESHOLDS IN DAYS OUTSTANDING.  AN
000500*             ITEM OLDER THAN THE WARNING THRESHOLD RAISES A
000600*             WARNING ON OPSLOG, ONE OLDER THAN THE ERROR
000700*             THRESHOLD AN ERROR.  NO CARD, OR A ZERO, TAKES THE
000800*             DEFAULT - WARN PAST 5 DAYS, ERROR PAST 10, THE
000900*             REPORT'S OWN BUCKET BOUNDARIES.  A NON-NUMERIC
001000*             THRESHOLD, OR AN ERROR THRESHOLD BELOW THE WARNING
001100*             ONE, REFUSES THE RUN.
001200*----------------------------------------------------------------
001300 01  AGE-PARM-RECORD.
001400     05  AGP-WARN-DAYS            PIC 9(03).
001500     05  AGP-ERROR-DAYS           PIC 9(03).
