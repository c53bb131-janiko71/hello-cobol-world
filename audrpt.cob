000314* 2026-09-01 JM    TYPE "A" RECORDS (OPERMNT ADMINISTRATION
000315*                  ACTIONS, SEE CPYAUDIT) LIKEWISE GET THEIR
000316*                  OWN LINE AND STAY OUT OF THE SUMMARIES.
000317* 2026-10-15 JM    C/D TOTALS WIDENED FOR THE SEVEN-DIGIT
000318*                  TWO-DECIMAL AMOUNTS AND PRINTED WITH DECIMALS.
000319*----------------------------------------------------------------

000320******************************************************************
000330* ENVIRONMENT DIVISION.
000770     05  AR-GROUP-INDEX       PIC 9(03) COMP VALUE ZERO.
000780     05  AR-GROUP-FOUND-INDEX PIC 9(03) COMP VALUE ZERO.
000790     05  AR-DROPPED-COUNT     PIC 9(07) COMP VALUE ZERO.
000800     05  AR-GRAND-C-TOTAL     PIC 9(11)V9(02) COMP VALUE ZERO.
000810     05  AR-GRAND-D-TOTAL     PIC 9(11)V9(02) COMP VALUE ZERO.
000812     05  AR-SIGNON-FAIL-COUNT PIC 9(07) COMP VALUE ZERO.
000814     05  AR-ADMIN-COUNT       PIC 9(07) COMP VALUE ZERO.

000870         10  AR-GRP-OPER-ID   PIC X(08).
000880         10  AR-GRP-MODE      PIC X(01).
000890         10  AR-GRP-COUNT     PIC 9(07) COMP.
000900         10  AR-GRP-C-TOTAL   PIC 9(11)V9(02) COMP.
000910         10  AR-GRP-D-TOTAL   PIC 9(11)V9(02) COMP.

000920 01  AR-HEADING-LINE.
000930     05  PIC X(31) VALUE "AUDIT ACTIVITY SUMMARY - DATE :".
001070     05  PIC X(09) VALUE "OPERATOR ".
001080     05  PIC X(06) VALUE "MODE  ".
001090     05  PIC X(09) VALUE "   COUNT ".
001100     05  PIC X(13) VALUE "      C TOTAL".
001110     05  PIC X(16) VALUE "         D TOTAL".

001120 01  AR-DETAIL-LINE.
001130     05  AR-DTL-JOB-ID        PIC X(08).
001180     05  PIC X(01) VALUE SPACE.
001190     05  AR-DTL-COUNT         PIC ZZZZZZ9.
001200     05  PIC X(01) VALUE SPACE.
001210     05  AR-DTL-C-TOTAL       PIC Z(10)9.99.
001220     05  PIC X(02) VALUE SPACE.
001230     05  AR-DTL-D-TOTAL       PIC Z(10)9.99.

001240 01  AR-TOTAL-LINE.
001250     05  PIC X(24) VALUE "RECORDS SELECTED      : ".
001260     05  AR-TOT-SELECTED      PIC ZZZZZZ9.
001270     05  PIC X(10) VALUE " C TOTAL :".
001280     05  AR-TOT-C             PIC Z(10)9.99.
001290     05  PIC X(10) VALUE " D TOTAL :".
001300     05  AR-TOT-D             PIC Z(10)9.99.

001302 01  AR-SIGNON-LINE.
001304     05  PIC X(24) VALUE "SIGN-ON FAILURES      : ".
002984     WRITE REPORT-RECORD FROM AR-SIGNON-LINE
002986     MOVE AR-ADMIN-COUNT TO AR-ADMIN-ECHO
002988     WRITE REPORT-RECORD FROM AR-ADMIN-LINE
002989     MOVE AR-READ-COUNT TO AR-READ-ECHO
002990     WRITE REPORT-RECORD FROM AR-READ-LINE
003000     IF AR-DROPPED-COUNT > ZERO
003010         DISPLAY "AUDRPT - GROUP TABLE FULL, "
