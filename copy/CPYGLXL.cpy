000100*----------------------------------------------------------------
000200* CPYGLXL  -  GL TRANSMISSION LOG RECORD (GLXLOG).  GLCUT
000300*             APPENDS ONE "C" RECORD PER CUT - THE NUMBER GIVEN
000400*             TO THE TRANSMISSION, ITS CUT DATE AND TIME, AND THE
000500*             DETAIL COUNT AND HASH TOTAL ON ITS TRAILER - AND
000600*             ONE "R" RECORD PER SUPERVISOR RECUT, CARRYING THE
000700*             SAME NUMBER AND CUT STAMP, THE COUNT AND HASH THE
000800*             RECUT PRODUCED, AND WHO ASKED FOR IT AND WHEN.
000900*             THE NEXT CUT IS NUMBERED ONE PAST THE HIGHEST "C"
001000*             RECORD ON FILE.  THE LOG IS ONLY EVER APPENDED;
001100*             GLXRPT LISTS IT WITH EACH TRANSMISSION'S
001200*             ACKNOWLEDGMENT STANDING FROM GLMST.
001300*----------------------------------------------------------------
001400* XLG-ENTRY-TYPE VALUES -
001500*     "C"  CUT    - WRITTEN BY THE NIGHTLY GLCUT.
001600*     "R"  RECUT  - WRITTEN BY A GLCUT RECUT (SEE CPYGCUT).
001700*----------------------------------------------------------------
001800 01  GL-XMIT-LOG-RECORD.
001900     05  XLG-ENTRY-TYPE           PIC X(01).
002000         88  XLG-CUT                         VALUE "C".
002100         88  XLG-RECUT                       VALUE "R".
002200     05  XLG-XMIT-NUMBER          PIC 9(07).
002300     05  XLG-CUT-DATE             PIC 9(08).
002400     05  XLG-CUT-TIME             PIC 9(08).
002500     05  XLG-RECORD-COUNT         PIC 9(07).
002600     05  XLG-HASH-TOTAL           PIC 9(13)V9(02).
002700     05  XLG-RUN-DATE             PIC 9(08).
002800     05  XLG-OPERATOR-ID          PIC X(08).
