000100*----------------------------------------------------------------
000200* CPYSIGN  -  CALL INTERFACE TO THE OPRSIGN SUBROUTINE, WHICH
000300*             KEEPS THE SIGN-ON HISTORY ON THE OPERATOR MASTER
000400*             (SEE CPYOPER).  EVERY PROGRAM WITH A SIGN-ON
000500*             SCREEN CALLS IT ONCE PER ATTEMPT, SO THE FAILED
000600*             COUNT RUNS ACROSS SESSIONS AND PROGRAMS.  THE
000700*             CALLER STILL WRITES ITS OWN TYPE "S" AUDIT RECORD
000800*             FOR THE FAILURE, AND A TYPE "A" LOCK RECORD WHEN
000900*             SG-STATUS-LOCKED COMES BACK (SEE CPYAUDIT).
001000*----------------------------------------------------------------
001100* SG-FUNCTION-CODE VALUES -
001200*     "F"  FAILED    - COUNT A FAILED ATTEMPT FOR THE ID; LOCK
001300*                      THE OPERATOR AT THE SITE LIMIT.
001400*     "S"  SIGNED ON - CLEAR THE COUNT AND STAMP THE LAST
001500*                      SIGN-ON DATE.
001600* SG-RETURN-STATUS VALUES -
001700*     "0"  RECORDED.
001800*     "L"  RECORDED, AND THIS FAILURE LOCKED THE OPERATOR.
001900*     "N"  THE ID IS NOT ON THE MASTER - NOTHING TO RECORD.
002000*     "9"  THE MASTER COULD NOT BE READ OR REWRITTEN.
002100*----------------------------------------------------------------
002200 01  SG-LINK-AREA.
002300     05  SG-FUNCTION-CODE         PIC X(01).
002400         88  SG-FUNC-FAILED                  VALUE "F".
002500         88  SG-FUNC-SIGNED-ON               VALUE "S".
002600     05  SG-OPERATOR-ID           PIC X(08).
002700     05  SG-RUN-DATE              PIC 9(08).
002800     05  SG-RUN-TIME              PIC 9(08).
002900     05  SG-FAILED-COUNT          PIC 9(02).
003000     05  SG-RETURN-STATUS         PIC X(01).
003100         88  SG-STATUS-OK                    VALUE "0".
003200         88  SG-STATUS-LOCKED                VALUE "L".
003300         88  SG-STATUS-NOT-ON-FILE           VALUE "N".
003400         88  SG-STATUS-NOT-UPDATED           VALUE "9".
