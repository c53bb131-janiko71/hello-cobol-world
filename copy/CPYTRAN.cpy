001390* TRANS-AB-B FOR AN "A" RECORD - SO THE BRANCH CAN STRIKE IT
001400* WITHOUT KNOWING WHAT THE COMPUTED RESULT WILL BE.
001410*----------------------------------------------------------------
001420* EVERY VALUE IS AN AMOUNT OF UP TO SEVEN WHOLE DIGITS AND TWO
001430* IMPLIED DECIMALS, KEYED ZERO-FILLED WITH NO POINT (000012345
001440* IS 123.45).  THE -X VIEWS ARE THE SAME BYTES AS KEYED, FOR
001450* CARRYING A VALUE THAT FAILED VALIDATION ONTO THE REJECT FILE.
001460*----------------------------------------------------------------
001500 01  TRANS-RECORD.
001600     05  TRANS-RECORD-TYPE       PIC X(01).
001650         88  TRANS-BATCH-HEADER             VALUE "H".
001700         88  TRANS-DETAIL                   VALUE "D".
001750         88  TRANS-AB-DETAIL                VALUE "A".
001800         88  TRANS-TRAILER                  VALUE "T".
001900     05  TRANS-C-VALUE           PIC 9(07)V9(02).
001950     05  TRANS-C-VALUE-X REDEFINES TRANS-C-VALUE
001960                                 PIC X(09).
002000     05  FILLER                  PIC X(14).

002005 01  TRANS-HEADER-RECORD REDEFINES TRANS-RECORD.
002006     05  FILLER                  PIC X(01).
002009     05  TRANS-HDR-RATE-CLASS    PIC X(02).
002010     05  FILLER                  PIC X(05).

002015 01  TRANS-AB-DETAIL-RECORD REDEFINES TRANS-RECORD.
002020     05  FILLER                  PIC X(01).
002030     05  TRANS-AB-A              PIC 9(07)V9(02).
002032     05  TRANS-AB-A-X REDEFINES TRANS-AB-A
002034                                 PIC X(09).
002040     05  TRANS-AB-B              PIC 9(07)V9(02).
002042     05  TRANS-AB-B-X REDEFINES TRANS-AB-B
002044                                 PIC X(09).
002050     05  TRANS-AB-OP             PIC X(01).
002060         88  TRANS-AB-OP-VALID              VALUES "A" "S"
002070                                                   "M" "D".
002080     05  FILLER                  PIC X(04).

002100 01  TRANS-TRAILER-RECORD REDEFINES TRANS-RECORD.
002200     05  TRANS-TRL-RECORD-TYPE   PIC X(01).
002300     05  TRANS-TRL-RECORD-COUNT  PIC 9(07).
002400     05  TRANS-TRL-CONTROL-TOTAL PIC 9(11)V9(02).
002450     05  FILLER                  PIC X(03).
