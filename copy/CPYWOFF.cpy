000996*     "B"  BOUNCED BY SUPERVISOR - BACK TO REJRECYC REVIEW.
000997* A RECORD FROM BEFORE DUAL CONTROL READS A BLANK STATUS AND
000998* COUNTS AS APPROVED - THOSE WRITE-OFFS WERE FINAL WHEN MADE.
001008* THE RAW AND INPUT FIELDS CARRY THE REJECT'S NINE-BYTE VALUES
001018* AS KEYED (SEE CPYREJ).  WOF-BATCH-ID AND WOF-BUS-DATE ARE
001028* CARRIED OVER FROM THE REJECT SO THE WRITE-OFF SETTLES TO THE
001038* BRANCH THAT KEYED THE ITEM; AN OLDER RECORD READS SPACES.
001048*----------------------------------------------------------------
001100 01  WRITEOFF-RECORD.
001200     05  WOF-REJ-RUN-DATE         PIC 9(08).
001300     05  WOF-REJ-RECORD-NO        PIC 9(07).
001400     05  WOF-RECORD-TYPE          PIC X(01).
001500     05  WOF-RAW-VALUE            PIC X(09).
001502     05  WOF-RAW-AMOUNT REDEFINES WOF-RAW-VALUE
001504                                  PIC 9(07)V9(02).
001600     05  WOF-INPUT-A              PIC X(09).
001602     05  WOF-INPUT-A-AMOUNT REDEFINES WOF-INPUT-A
001604                                  PIC 9(07)V9(02).
001700     05  WOF-INPUT-B              PIC X(09).
001702     05  WOF-INPUT-B-AMOUNT REDEFINES WOF-INPUT-B
001704                                  PIC 9(07)V9(02).
001800     05  WOF-OP-CODE              PIC X(01).
001900     05  WOF-REASON               PIC X(30).
002000     05  WOF-WRITEOFF-DATE        PIC 9(08).
002500     05  WOF-OPERATOR-ID          PIC X(08).
002600     05  WOF-APPROVER-ID          PIC X(08).
002700     05  WOF-DECISION-DATE        PIC 9(08).
002800     05  WOF-BATCH-ID             PIC X(08).
002900     05  WOF-BUS-DATE             PIC 9(08).
