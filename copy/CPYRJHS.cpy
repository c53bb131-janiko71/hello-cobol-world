000100*----------------------------------------------------------------
000200* CPYRJHS  -  REJECT HISTORY RECORD (REJHIST).  MANIPDRV
000300*             APPENDS ONE RECORD EVERY TIME A BATCH RUN READS
000400*             TRANS-IN THROUGH TO THE END: THE JOB, THE RUN DATE
000500*             AND TIME, AND THE REJECTS THE RUN WROTE TO REJOUT
000600*             WITH THEIR VALUE AS THE RUN RECONCILED IT.  A
000700*             RESTARTED RUN CARRIES THE CHECKPOINTED FIGURES
000800*             FORWARD AND IS WRITTEN ONCE, WHEN IT COMPLETES.
000900*             REJOUT IS RECREATED BY EVERY FRESH RUN, SO THIS IS
001000*             THE ONLY STANDING RECORD OF A PERIOD'S REJECTS -
001100*             MNTHEND ADDS IT UP BY THE PERIOD OF THE RUN DATE.
001200*----------------------------------------------------------------
001300 01  REJECT-HISTORY-RECORD.
001400     05  RJH-JOB-ID               PIC X(08).
001500     05  RJH-RUN-DATE             PIC 9(08).
001600     05  RJH-RUN-TIME             PIC 9(08).
001700     05  RJH-REJECT-COUNT         PIC 9(07).
001800     05  RJH-REJECT-VALUE         PIC 9(11)V9(02).
