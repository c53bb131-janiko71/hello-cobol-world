000272*                  MASTER IS ONLY BUILT FRESH ONCE AT LEAST ONE
000274*                  INPUT HAS OPENED - A RUN WITH NEITHER LEAVES
000276*                  THE OLD MASTER UNTOUCHED.
000277* 2026-10-15 JM    AUDIT VALUES WIDENED TO SEVEN DIGITS AND TWO
000278*                  DECIMALS (SEE CPYAUDIT) - ARCHIVE RECORD
000279*                  LENGTH FOLLOWS.  AN ARCHIVE CUT BEFORE THE
000280*                  CHANGE IS CONVERTED BY VALCONV BEFORE LOADING.
000281* 2026-10-15 JM    BRANCH BATCH ID AND BUSINESS DATE CARRIED TO
000282*                  THE MASTER; ARCHIVE RECORD LENGTH FOLLOWS.  A
000283*                  SHORTER RECORD LOADS THEM AS SPACES AND ZERO.
000284*----------------------------------------------------------------
000290
000300******************************************************************
000310* ENVIRONMENT DIVISION.
000540 FILE SECTION.
000550 FD  ARCHIVE-IN
000560     LABEL RECORDS ARE STANDARD.
000570 01  ARCHIVE-RECORD           PIC X(96).
000580
000590 FD  AUDIT-IN
000600     LABEL RECORDS ARE STANDARD.
002150     MOVE AUD-RECORD-TYPE  TO AUDM-RECORD-TYPE
002160     MOVE AUD-ADMIN-TARGET TO AUDM-ADMIN-TARGET
002165     MOVE AUD-RATE-CLASS   TO AUDM-RATE-CLASS
002166     MOVE AUD-BATCH-ID     TO AUDM-BATCH-ID
002167     IF AUD-BUS-DATE IS NUMERIC
002168         MOVE AUD-BUS-DATE TO AUDM-BUS-DATE
002169     ELSE
002171         MOVE ZERO         TO AUDM-BUS-DATE
002173     END-IF
002175     WRITE AUDM-RECORD
002180         INVALID KEY
002190             ADD 1 TO AB-DUP-COUNT
002200         NOT INVALID KEY
