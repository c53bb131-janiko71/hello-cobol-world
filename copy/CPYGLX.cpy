000600*             RECEIVER CAN PROVE THE FILE ARRIVED WHOLE.
000700*----------------------------------------------------------------
000800* GLX RECORD TYPES -
000900*     "H"  HEADER   - CUT DATE AND TIME OF THIS TRANSMISSION
000910*                     AND ITS NUMBER.  NUMBERS RUN ONE UP FROM
000920*                     CUT TO CUT (SEE CPYGLXL), SO THE LEDGER
000930*                     CAN SEE A MISSING TRANSMISSION.  A RECUT
000940*                     REPEATS THE ORIGINAL HEADER EXACTLY.
001000*     "D"  DETAIL   - ONE SWEPT GL POSTING, FULL GL-RECORD-KEY.
001100*     "T"  TRAILER  - DETAIL COUNT AND GL-D-VALUE HASH TOTAL.
001110*----------------------------------------------------------------
001120* A DETAIL CARRIES THE POSTING TYPE (SEE CPYGL).  A CORRECTION
001130* TRAVELS AS A REVERSAL ("R") AND ITS REPLACEMENT ("C") ON
001140* CONSECUTIVE DETAILS, BOTH NAMING THE KEY OF THE POSTING
001150* CORRECTED AND THE REASON; THE LEDGER TAKES A REVERSAL OFF.
001160* THE HASH TOTAL IS A CONTROL SUM OF THE VALUES AS SENT, NOT A
001170* NET - A REVERSAL ADDS TO IT LIKE ANY OTHER DETAIL.
001200*----------------------------------------------------------------
001300 01  GLX-HEADER-RECORD.
001400     05  GLX-HDR-RECORD-TYPE      PIC X(01).
001500     05  GLX-HDR-CUT-DATE         PIC 9(08).
001600     05  GLX-HDR-CUT-TIME         PIC 9(08).
001610     05  GLX-HDR-XMIT-NUMBER      PIC 9(07).

001700 01  GLX-DETAIL-RECORD.
001800     05  GLX-DTL-RECORD-TYPE      PIC X(01).
002000     05  GLX-DTL-RUN-DATE         PIC 9(08).
002100     05  GLX-DTL-RUN-TIME         PIC 9(08).
002200     05  GLX-DTL-SEQUENCE         PIC 9(07).
002300     05  GLX-DTL-D-VALUE          PIC 9(07)V9(02).
002310     05  GLX-DTL-POSTING-TYPE     PIC X(01).
002320     05  GLX-DTL-ORIG-KEY.
002330         10  GLX-DTL-ORIG-JOB-ID  PIC X(08).
002340         10  GLX-DTL-ORIG-RUN-DATE PIC 9(08).
002350         10  GLX-DTL-ORIG-RUN-TIME PIC 9(08).
002360         10  GLX-DTL-ORIG-SEQUENCE PIC 9(07).
002370     05  GLX-DTL-CORR-REASON      PIC X(30).

002400 01  GLX-TRAILER-RECORD.
002500     05  GLX-TRL-RECORD-TYPE      PIC X(01).
002600     05  GLX-TRL-RECORD-COUNT     PIC 9(07).
002700     05  GLX-TRL-HASH-TOTAL       PIC 9(13)V9(02).
