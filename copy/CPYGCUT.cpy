000100*----------------------------------------------------------------
000200* CPYGCUT  -  PARAMETER CARD FOR A GLCUT RECUT.  THE NIGHTLY CUT
000300*             RUNS WITH NO CARD.  A CARD NAMING A TRANSMISSION
000400*             NUMBER TURNS THE RUN INTO A RECUT: THE NAMED
000500*             TRANSMISSION IS REBUILT ON GLXMIT FROM THE GLMST
000600*             POSTINGS STAMPED WITH ITS NUMBER - SAME HEADER,
000700*             SAME DETAILS, SAME HASH TOTAL - AND NOTHING ON
000800*             GLMST CHANGES.  THE RECUT IS HONOURED ONLY FOR AN
000900*             OPERATOR HOLDING SUPERVISOR AUTHORITY ON THE
001000*             OPERATOR MASTER (SEE CPYOPER), THE SAME RULE THE
001100*             MNTHEND CLOSE CARD FOLLOWS.
001200*----------------------------------------------------------------
001300 01  GLCUT-PARM-RECORD.
001400     05  GCP-XMIT-NUMBER          PIC 9(07).
001500     05  GCP-OPERATOR-ID          PIC X(08).
