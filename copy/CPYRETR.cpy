000100*----------------------------------------------------------------
000200* CPYRETR  -  REQUEST CARDS FOR THE AUDRETR AUDIT RETRIEVAL RUN
000300*             (RETRPARM).  THE FIRST CARD IS THE REQUEST ("R"):
000400*             A RUN-DATE RANGE, A JOB ID, AN OPERATOR ID AND A
000500*             RECORD TYPE (SEE CPYAUDIT), AND WHO ASKED.  A ZERO
000600*             DATE IS NO LIMIT ON THAT SIDE; A BLANK JOB,
000700*             OPERATOR OR TYPE IS NO FILTER.  A NON-NUMERIC
000800*             DATE, A FROM DATE AFTER THE TO DATE OR AN UNKNOWN
000900*             TYPE REFUSES THE RUN.  EACH CARD AFTER IT ("A")
001000*             NAMES ONE AUDARCHV ARCHIVE GENERATION TO SEARCH,
001100*             OLDEST FIRST - THE NAME THE ARCHIVE WAS GIVEN WHEN
001200*             AUDARCH CUT IT.  THE LIVE AUDITOUT TRAIL IS ALWAYS
001300*             SEARCHED LAST, SO THE ARCHIVES AND THE TRAIL READ
001400*             AS ONE HISTORY.
001500*----------------------------------------------------------------
001600 01  RETRIEVAL-REQUEST-CARD.
001700     05  RTQ-CARD-TYPE            PIC X(01).
001800         88  RTQ-REQUEST-CARD                VALUE "R".
001900         88  RTQ-ARCHIVE-CARD                VALUE "A".
002000     05  RTQ-CARD-BODY            PIC X(79).
002100     05  RTQ-REQUEST REDEFINES RTQ-CARD-BODY.
002200         10  RTQ-FROM-DATE        PIC 9(08).
002300         10  RTQ-TO-DATE          PIC 9(08).
002400         10  RTQ-JOB-ID           PIC X(08).
002500         10  RTQ-OPERATOR-ID      PIC X(08).
002600         10  RTQ-RECORD-TYPE      PIC X(01).
002700         10  RTQ-REQUESTED-BY     PIC X(20).
002800         10  FILLER               PIC X(26).
002900     05  RTQ-ARCHIVE REDEFINES RTQ-CARD-BODY.
003000         10  RTQ-ARCHIVE-NAME     PIC X(44).
003100         10  FILLER               PIC X(35).
