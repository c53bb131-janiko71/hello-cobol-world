000210*                  AN ITEM IS ITS KEYED INPUT - THE C VALUE OF
000220*                  A "D" DETAIL, A PLUS B OF AN "A" DETAIL -
000230*                  THE SAME SIDE THE BATCH CONTROL TOTALS USE.
000231* 2026-10-15 JM    ITEM VALUES ARE NOW SEVEN DIGITS AND TWO
000232*                  DECIMALS (SEE CPYWOFF) - TAKEN THROUGH THE
000233*                  -AMOUNT VIEWS AND PRINTED WITH DECIMALS.
000240*----------------------------------------------------------------
000250
000260******************************************************************
000690     05  WR-PENDING-COUNT     PIC 9(07) COMP VALUE ZERO.
000700     05  WR-APPROVED-COUNT    PIC 9(07) COMP VALUE ZERO.
000710     05  WR-BOUNCED-COUNT     PIC 9(07) COMP VALUE ZERO.
000720     05  WR-ITEM-VALUE        PIC 9(09)V9(02) COMP VALUE ZERO.
000730     05  WR-GRAND-VALUE       PIC 9(11)V9(02) COMP VALUE ZERO.
000740     05  WR-REASON-COUNT      PIC 9(03) COMP VALUE ZERO.
000750     05  WR-REASON-INDEX      PIC 9(03) COMP VALUE ZERO.
000760     05  WR-REASON-HIT        PIC 9(03) COMP VALUE ZERO.
000810
000820 01  WR-RUN-DATE              PIC 9(08).
000830
000840 77  WR-NUM-WORK              PIC 9(07)V9(02).
000850
000860*    ONE ROW PER REJECT REASON AND ONE PER WRITE-OFF DATE SEEN.
000870 01  WR-REASON-TABLE.
000880     05  WR-REASON-ENTRY      OCCURS 50 TIMES.
000890         10  WR-RSN-TEXT      PIC X(30).
000900         10  WR-RSN-COUNT     PIC 9(07) COMP.
000910         10  WR-RSN-VALUE     PIC 9(11)V9(02) COMP.
000920
000930 01  WR-DATE-TABLE.
000940     05  WR-DATE-ENTRY        OCCURS 100 TIMES.
000950         10  WR-DTE-DATE      PIC 9(08).
000960         10  WR-DTE-COUNT     PIC 9(07) COMP.
000970         10  WR-DTE-VALUE     PIC 9(11)V9(02) COMP.
000980
000990 01  WR-HEADING-LINE.
001000     05  PIC X(28) VALUE "WRITE-OFF REGISTER - DATE : ".
001160     05  PIC X(01) VALUE SPACE.
001170     05  WR-RNL-COUNT         PIC ZZZZZZ9.
001180     05  PIC X(01) VALUE SPACE.
001190     05  WR-RNL-VALUE         PIC Z(10)9.99.
001200
001210 01  WR-DATE-HEADING          PIC X(80)
001220     VALUE "BY WRITE-OFF DATE".
001260     05  PIC X(23) VALUE SPACE.
001270     05  WR-DTL-COUNT         PIC ZZZZZZ9.
001280     05  PIC X(01) VALUE SPACE.
001290     05  WR-DTL-VALUE         PIC Z(10)9.99.
001300
001310 01  WR-TOTAL-LINE.
001320     05  PIC X(24) VALUE "WRITE-OFFS ON FILE    : ".
001330     05  WR-TOT-COUNT         PIC ZZZZZZ9.
001340     05  PIC X(23) VALUE "  VALUE EXCL BOUNCED : ".
001350     05  WR-TOT-VALUE         PIC Z(10)9.99.
001360
001370 01  WR-BLANK-LINE            PIC X(80)      VALUE SPACES.
001380
002040     MOVE ZERO TO WR-ITEM-VALUE
002050     IF WOF-RECORD-TYPE = "A"
002060         IF WOF-INPUT-A IS NUMERIC
002070             MOVE WOF-INPUT-A-AMOUNT TO WR-NUM-WORK
002080             ADD WR-NUM-WORK TO WR-ITEM-VALUE
002090         END-IF
002100         IF WOF-INPUT-B IS NUMERIC
002110             MOVE WOF-INPUT-B-AMOUNT TO WR-NUM-WORK
002120             ADD WR-NUM-WORK TO WR-ITEM-VALUE
002130         END-IF
002140     ELSE
002150         IF WOF-RAW-VALUE IS NUMERIC
002160             MOVE WOF-RAW-AMOUNT TO WR-NUM-WORK
002170             ADD WR-NUM-WORK TO WR-ITEM-VALUE
002180         END-IF
002190     END-IF.
