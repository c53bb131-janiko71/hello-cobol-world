000688*                            WHO ACTED, AUD-ADMIN-TARGET THE
000690*                            OPERATOR ACTED ON, AND AUD-RUN-MODE
000692*                            THE ACTION (A ADD, D DISABLE,
000693*                            R PASSWORD RESET, U UNLOCK,
000694*                            L LOCKOUT).  VALUES ZERO.  A
000695*                            LOCKOUT IS AUTOMATIC - ITS
000696*                            OPERATOR ID IS "*SYSTEM*" AND ITS
000697*                            JOB ID THE PROGRAM SIGNED ON TO.
000702*                            RECORDS FROM BEFORE THE TARGET
000707*                            FIELD EXISTED ARE SHORT - IT READS
000712*                            AS SPACES.
000717* THE VALUE FIELDS ARE AMOUNTS, SEVEN DIGITS AND TWO DECIMALS.
000722* A TRAIL FROM BEFORE THEY WERE WIDENED IS CONVERTED ONCE BY
000727* VALCONV.
000732* AUD-BATCH-ID AND AUD-BUS-DATE ARE THE BRANCH BATCH HEADER A
000737* BATCH CALCULATION WAS MADE UNDER.  INTERACTIVE, MAINTENANCE,
000742* SIGN-ON AND ADMIN RECORDS CARRY SPACES AND ZERO; A RECORD
000747* FROM BEFORE THE FIELDS EXISTED IS SHORT AND READS AS SPACES.
000752*----------------------------------------------------------------
000800 01  AUDIT-RECORD.
000900     05  AUD-RUN-DATE             PIC 9(08).
001000     05  AUD-RUN-TIME             PIC 9(08).
001100     05  AUD-JOB-ID               PIC X(08).
001200     05  AUD-OPERATOR-ID          PIC X(08).
001300     05  AUD-INPUT-A              PIC 9(07)V9(02).
001400     05  AUD-INPUT-B              PIC 9(07)V9(02).
001500     05  AUD-RESULT-C             PIC 9(07)V9(02).
001600     05  AUD-RESULT-D             PIC 9(07)V9(02).
001700     05  AUD-RUN-MODE             PIC X(01).
001800     05  AUD-RECORD-TYPE          PIC X(01).
001900         88  AUD-TYPE-CALCULATION            VALUE "C".
002400*        CPYRATE) - BLANK IS THE DEFAULT CLASS, AND WHAT A
002500*        RECORD FROM BEFORE THE FIELD EXISTED READS AS.
002600     05  AUD-RATE-CLASS           PIC X(02).
002700     05  AUD-BATCH-ID             PIC X(08).
002800     05  AUD-BUS-DATE             PIC 9(08).
