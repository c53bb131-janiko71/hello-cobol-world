000750*             AUDITORS CAN SEE WHAT WAS ABANDONED, WHY AND BY
000800*             WHOM WITHOUT THE MASTER.  APPENDED BY GLREVIEW;
000900*             THE MASTER RECORD ITSELF IS MARKED "W" (SEE
000950*             CPYGL).  MANIPDRV APPENDS ONE TOO WHEN A
000960*             MAINTENANCE CORRECTION REPLACES A REJECTED
000970*             POSTING - THE REASON IS THE CORRECTION'S AND THE
000980*             OPERATOR THE ONE WHO MADE IT.
001000*----------------------------------------------------------------
001100 01  GL-WRITEOFF-RECORD.
001200     05  GWF-JOB-ID               PIC X(08).
001300     05  GWF-RUN-DATE             PIC 9(08).
001400     05  GWF-RUN-TIME             PIC 9(08).
001500     05  GWF-SEQUENCE             PIC 9(07).
001600     05  GWF-D-VALUE              PIC 9(07)V9(02).
001700     05  GWF-ACK-REASON           PIC X(30).
001800     05  GWF-WRITEOFF-REASON      PIC X(30).
001900     05  GWF-WRITEOFF-DATE        PIC 9(08).
