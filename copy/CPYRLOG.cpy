000100*----------------------------------------------------------------
000200* CPYRLOG  -  AUDIT RETRIEVAL LOG RECORD (RETRLOG).  AUDRETR
000300*             APPENDS ONE "Q" RECORD PER RETRIEVAL RUN - THE
000400*             REQUEST AS CARDED, WHO ASKED, AND HOW MANY SOURCES
000500*             WERE SEARCHED AND RECORDS EXTRACTED - FOLLOWED BY
000600*             ONE "S" RECORD PER SOURCE SEARCHED: EACH ARCHIVE
000700*             GENERATION NAMED AND THE LIVE TRAIL, WITH ITS OPEN
000800*             STATUS ("00" IS FOUND), THE RECORDS READ AND GIVEN,
000900*             AND THE RUN DATES IT HELD.  THE RUN DATE AND TIME
001000*             TIE A REQUEST'S RECORDS TOGETHER.  THE LOG IS ONLY
001100*             EVER APPENDED, SO IT IS THE STANDING RECORD OF WHAT
001200*             WAS HANDED TO THE AUDITORS AND FROM WHERE.
001300*----------------------------------------------------------------
001400 01  RETRIEVAL-LOG-RECORD.
001500     05  RLG-ENTRY-TYPE           PIC X(01).
001600         88  RLG-REQUEST                     VALUE "Q".
001700         88  RLG-SOURCE                      VALUE "S".
001800     05  RLG-RUN-DATE             PIC 9(08).
001900     05  RLG-RUN-TIME             PIC 9(08).
002000     05  RLG-DETAIL               PIC X(80).
002100     05  RLG-REQUEST-DETAIL REDEFINES RLG-DETAIL.
002200         10  RLG-FROM-DATE        PIC 9(08).
002300         10  RLG-TO-DATE          PIC 9(08).
002400         10  RLG-JOB-ID           PIC X(08).
002500         10  RLG-OPERATOR-ID      PIC X(08).
002600         10  RLG-RECORD-TYPE      PIC X(01).
002700         10  RLG-REQUESTED-BY     PIC X(20).
002800         10  RLG-SOURCES          PIC 9(03).
002900         10  RLG-SELECTED         PIC 9(07).
003000         10  FILLER               PIC X(17).
003100     05  RLG-SOURCE-DETAIL REDEFINES RLG-DETAIL.
003200         10  RLG-SOURCE-NAME      PIC X(44).
003300         10  RLG-OPEN-STATUS      PIC X(02).
003400         10  RLG-RECORDS-READ     PIC 9(07).
003500         10  RLG-RECORDS-GIVEN    PIC 9(07).
003600         10  RLG-FIRST-DATE       PIC 9(08).
003700         10  RLG-LAST-DATE        PIC 9(08).
003800         10  FILLER               PIC X(04).
