000100*----------------------------------------------------------------
000200* CPYSECR  -  PARAMETER CARD FOR THE SECRPT DAILY SECURITY
000300*             EXCEPTIONS REPORT (SECRPARM).  ONE RECORD: THE
000400*             DAY OF AUDIT TRAIL TO REPORT.  THE REPORT NORMALLY
000500*             RUNS AT THE END OF THE DAY IT COVERS, SO NO CARD,
000600*             OR A ZERO DATE, TAKES THE RUN DATE; A CARD IS ONLY
000700*             NEEDED TO REPORT AN EARLIER DAY AFTER THE FACT.  A
000800*             NON-NUMERIC DATE REFUSES THE RUN.  THE DORMANT
000900*             SIGN-ON LIMIT IS THE SITE'S, ON SECPARM (CPYSECP).
001000*----------------------------------------------------------------
001100 01  SECURITY-REPORT-PARM-RECORD.
001200     05  SRP-REPORT-DATE          PIC 9(08).
