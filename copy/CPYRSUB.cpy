000100*----------------------------------------------------------------
000200* CPYRSUB  -  RESUBMISSION LOG RECORD (RESUBLOG).  REJRECYC
000300*             APPENDS ONE RECORD FOR EVERY REJECT IT CORRECTS
000400*             ONTO RESUBIN, IDENTIFIED THE SAME WAY A WRITE-OFF
000500*             IDENTIFIES ITS REJECT - BY THE REJECT'S RUN DATE
000600*             AND RECORD NUMBER.  WITH THE WRITEOFF FILE IT
000700*             TELLS AGERPT WHICH REJOUT ITEMS ARE STILL OPEN.
000800*----------------------------------------------------------------
000900 01  RESUB-LOG-RECORD.
001000     05  RSL-REJ-RUN-DATE         PIC 9(08).
001100     05  RSL-REJ-RECORD-NO        PIC 9(07).
001200     05  RSL-RESUB-DATE           PIC 9(08).
001300     05  RSL-BATCH-ID             PIC X(08).
001400     05  RSL-OPERATOR-ID          PIC X(08).
