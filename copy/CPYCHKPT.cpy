000700 01  CHECKPOINT-RECORD.
000800     05  CHK-JOB-ID               PIC X(08).
000900     05  CHK-LAST-RECORD-NO       PIC 9(07).
000950     05  CHK-CONTROL-TOTAL-ACCUM  PIC 9(11)V9(02).
000960     05  CHK-LINE-COUNT           PIC 9(05).
000970     05  CHK-REJECT-COUNT         PIC 9(07).
000980     05  CHK-REJECT-TOTAL-ACCUM   PIC 9(11)V9(02).
000982     05  CHK-BATCH-ID             PIC X(08).
000983     05  CHK-BATCH-BUS-DATE       PIC 9(08).
000984     05  CHK-BATCH-RECORDS        PIC 9(07).
000985     05  CHK-BATCH-CONTROL-ACCUM  PIC 9(11)V9(02).
000986     05  CHK-BATCH-REJ-COUNT      PIC 9(07).
000987     05  CHK-BATCH-REJ-ACCUM      PIC 9(11)V9(02).
000988     05  CHK-BATCH-OPEN-FLAG      PIC X(01).
000989     05  CHK-BATCH-ERROR-FLAG     PIC X(01).
000990     05  CHK-BATCH-RATE-CLASS     PIC X(02).
