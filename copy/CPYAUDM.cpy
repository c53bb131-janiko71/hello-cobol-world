001800         10  AUDM-RUN-TIME        PIC 9(08).
001900         10  AUDM-SEQUENCE        PIC 9(07).
002000     05  AUDM-OPERATOR-ID         PIC X(08).
002100     05  AUDM-INPUT-A             PIC 9(07)V9(02).
002200     05  AUDM-INPUT-B             PIC 9(07)V9(02).
002300     05  AUDM-RESULT-C            PIC 9(07)V9(02).
002400     05  AUDM-RESULT-D            PIC 9(07)V9(02).
002500     05  AUDM-RUN-MODE            PIC X(01).
002600     05  AUDM-RECORD-TYPE         PIC X(01).
002700         88  AUDM-TYPE-CALCULATION           VALUE "C".
002900         88  AUDM-TYPE-ADMIN-ACTION          VALUE "A".
003000     05  AUDM-ADMIN-TARGET        PIC X(08).
003100     05  AUDM-RATE-CLASS          PIC X(02).
003200     05  AUDM-BATCH-ID            PIC X(08).
003300     05  AUDM-BUS-DATE            PIC 9(08).
