000700*     "A"  ADD       - COMPUTE C FROM A + B.
000710*     "S"  SUBTRACT  - COMPUTE C FROM A - B.
000720*     "M"  MULTIPLY  - COMPUTE C FROM A * B.
000730*     "D"  DIVIDE    - COMPUTE C FROM A / B (TO TWO PLACES).
000800*     "V"  VALIDATE  - VALIDATE AND CONVERT A SUPPLIED C
000900*                      (BATCH MODE).
000910*----------------------------------------------------------------
000970* FROM THE RATE TABLE (SEE CPYRATE) BEFORE THE FIRST CALL.  D IS
000980* DERIVED AS C TIMES MN-INPUT-RATE PER CENT, ROUNDED; A CALL
000990* THAT NEEDS D WHEN NO RATE IS IN EFFECT IS REJECTED.
000992*----------------------------------------------------------------
000994* A, B, C AND D ARE AMOUNTS - SEVEN WHOLE DIGITS AND TWO
000996* DECIMALS.  A RESULT TOO LARGE FOR THAT IS REJECTED.
001000*----------------------------------------------------------------
001100 01  MN-LINK-AREA.
001200     05  MN-FUNCTION-CODE         PIC X(01).
001320         88  MN-FUNC-MULTIPLY                VALUE "M".
001330         88  MN-FUNC-DIVIDE                  VALUE "D".
001400         88  MN-FUNC-VALIDATE                VALUE "V".
001500     05  MN-INPUT-A               PIC 9(07)V9(02).
001600     05  MN-INPUT-B               PIC 9(07)V9(02).
001700     05  MN-INPUT-C               PIC 9(07)V9(02).
001710     05  MN-INPUT-RATE            PIC 9(03)V9(02).
001720     05  MN-RATE-IN-EFFECT        PIC X(01).
001730         88  MN-RATE-FOUND                   VALUE "Y".
001740         88  MN-RATE-MISSING                 VALUE "N".
001800     05  MN-RETURN-C              PIC 9(07)V9(02).
001900     05  MN-RETURN-D              PIC 9(07)V9(02).
002000     05  MN-RETURN-STATUS         PIC X(01).
002100         88  MN-STATUS-OK                    VALUE "0".
002150         88  MN-STATUS-REJECTED              VALUE "9".
