000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    GLXRPT.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  GL TRANSMISSION LOG REPORT.  EACH
000150*                  TRANSMISSION GLCUT HAS LOGGED ON GLXLOG (SEE
000160*                  CPYGLXL) IS LISTED ON GLXLRPT WITH ITS CUT
000170*                  STAMP, COUNT AND HASH, HOW MANY TIMES IT HAS
000180*                  BEEN RECUT, AND HOW ITS POSTINGS NOW STAND ON
000190*                  GLMST -
000200*                  ACCEPTED, REJECTED (WRITTEN OFF OR REQUEUED
000210*                  INCLUDED) OR STILL AWAITING GLACK.  A
000220*                  TRANSMISSION WITH NOTHING AWAITING GLACK IS
000230*                  FULLY ACKNOWLEDGED.  POSTINGS STAMPED WITH A
000240*                  NUMBER THE LOG NEVER RECORDED ARE FLAGGED.
000242* 2026-10-15 JM    WITH NO GLXLOG AT ALL GLMST IS STILL TALLIED,
000244*                  SO EVERY STAMPED POSTING SHOWS AS UNLOGGED, AND
000246*                  THE MISSING LOG IS REPORTED AND GIVES RC 4.
000250*----------------------------------------------------------------
000260
000270******************************************************************
000280* ENVIRONMENT DIVISION.
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT XMIT-LOG        ASSIGN TO "GLXLOG"
000340                             ORGANIZATION LINE SEQUENTIAL
000350                             FILE STATUS IS GX-LOG-FILE-STATUS.
000360
000370     SELECT GL-IN           ASSIGN TO "GLMST"
000380                             ORGANIZATION IS INDEXED
000390                             ACCESS MODE IS DYNAMIC
000400                             RECORD KEY IS GL-RECORD-KEY
000410                             FILE STATUS IS GX-GL-FILE-STATUS.
000420
000430     SELECT XMIT-REPORT     ASSIGN TO "GLXLRPT"
000440                             ORGANIZATION LINE SEQUENTIAL.
000450
000460******************************************************************
000470* DATA DIVISION.
000480******************************************************************
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  XMIT-LOG
000520     LABEL RECORDS ARE STANDARD.
000530     COPY CPYGLXL.
000540
000550 FD  GL-IN
000560     LABEL RECORDS ARE STANDARD.
000570     COPY CPYGL.
000580
000590 FD  XMIT-REPORT
000600     LABEL RECORDS ARE STANDARD.
000610     COPY CPYRPT.
000620
000630 WORKING-STORAGE SECTION.
000640
000650 01  GX-SWITCHES.
000660     05  GX-LOG-EOF-SWITCH    PIC X(01)    VALUE "N".
000670         88  GX-LOG-END-OF-FILE            VALUE "Y".
000680         88  GX-LOG-NOT-END-OF-FILE         VALUE "N".
000690     05  GX-GL-EOF-SWITCH     PIC X(01)    VALUE "N".
000700         88  GX-GL-END-OF-FILE             VALUE "Y".
000710         88  GX-GL-NOT-END-OF-FILE          VALUE "N".
000720     05  GX-LOG-EXISTS-SWITCH PIC X(01)    VALUE "N".
000730         88  GX-LOG-EXISTS                 VALUE "Y".
000740         88  GX-NO-LOG                      VALUE "N".
000750     05  GX-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
000760         88  GX-FILE-FAILURE               VALUE "Y".
000770         88  GX-NO-FILE-FAILURE             VALUE "N".
000772     05  GX-LOG-MISSING-SWITCH PIC X(01)   VALUE "N".
000774         88  GX-LOG-MISSING                VALUE "Y".
000776         88  GX-LOG-PRESENT                 VALUE "N".
000780
000790 01  GX-LOG-FILE-STATUS       PIC X(02).
000800 01  GX-GL-FILE-STATUS        PIC X(02).
000810
000820 01  GX-COUNTERS.
000830     05  GX-LOG-READ          PIC 9(07) COMP VALUE ZERO.
000840     05  GX-GL-READ           PIC 9(07) COMP VALUE ZERO.
000850     05  GX-LISTED-COUNT      PIC 9(07) COMP VALUE ZERO.
000860     05  GX-ACKED-COUNT       PIC 9(07) COMP VALUE ZERO.
000870     05  GX-OPEN-COUNT        PIC 9(07) COMP VALUE ZERO.
000880     05  GX-OLDER-COUNT       PIC 9(07) COMP VALUE ZERO.
000890     05  GX-UNLOGGED-POSTINGS PIC 9(07) COMP VALUE ZERO.
000900     05  GX-ENTRY-COUNT       PIC 9(03) COMP VALUE ZERO.
000910     05  GX-INDEX             PIC 9(03) COMP VALUE ZERO.
000920
000930 01  GX-RUN-DATE              PIC 9(08).
000940
000950*    THE TABLE HOLDS THE MOST RECENT 500 NUMBERS, FROM THE BASE
000960*    NUMBER UP TO THE HIGHEST ON THE LOG; ENTRY N IS TRANSMISSION
000970*    BASE + N - 1.  OLDER TRANSMISSIONS ARE COUNTED, NOT LISTED.
000980 01  GX-NUMBER-FIELDS.
000990     05  GX-HIGH-NUMBER       PIC 9(07)      VALUE ZERO.
001000     05  GX-BASE-NUMBER       PIC 9(07)      VALUE 1.
001010     05  GX-ENTRY-NUMBER      PIC 9(07)      VALUE ZERO.
001020
001030 01  GX-XMIT-TABLE.
001040     05  GX-XMIT-ENTRY        OCCURS 500 TIMES.
001050         10  GX-TBL-LOGGED    PIC X(01).
001060             88  GX-TBL-ON-LOG             VALUE "Y".
001070         10  GX-TBL-CUT-DATE  PIC 9(08).
001080         10  GX-TBL-CUT-TIME  PIC 9(08).
001090         10  GX-TBL-COUNT     PIC 9(07).
001100         10  GX-TBL-HASH      PIC 9(13)V9(02).
001110         10  GX-TBL-RECUTS    PIC 9(03) COMP.
001120         10  GX-TBL-STAMPED   PIC 9(07) COMP.
001130         10  GX-TBL-ACCEPTED  PIC 9(07) COMP.
001140         10  GX-TBL-REJECTED  PIC 9(07) COMP.
001150         10  GX-TBL-PENDING   PIC 9(07) COMP.
001160
001170 01  GX-HEADING-LINE.
001180     05  PIC X(31) VALUE "GL TRANSMISSION LOG     RUN : ".
001190     05  GX-HDG-RUN-DATE      PIC 9(08).
001200
001210 01  GX-COLUMN-LINE.
001220     05  PIC X(40) VALUE "XMIT-NO CUT DATE CUT TIME    RECS    ".
001230     05  PIC X(40) VALUE "HASH TOTAL   ACC   REJ  PEND RC STATUS".
001240
001250 01  GX-DETAIL-LINE.
001260     05  GX-DTL-NUMBER        PIC 9(07).
001270     05  PIC X(01) VALUE SPACE.
001280     05  GX-DTL-CUT-DATE      PIC 9(08).
001290     05  PIC X(01) VALUE SPACE.
001300     05  GX-DTL-CUT-TIME      PIC 9(08).
001310     05  PIC X(01) VALUE SPACE.
001320     05  GX-DTL-COUNT         PIC ZZZZZZ9.
001330     05  PIC X(01) VALUE SPACE.
001340     05  GX-DTL-HASH          PIC Z(10)9.99.
001350     05  PIC X(01) VALUE SPACE.
001360     05  GX-DTL-ACCEPTED      PIC ZZZZ9.
001370     05  PIC X(01) VALUE SPACE.
001380     05  GX-DTL-REJECTED      PIC ZZZZ9.
001390     05  PIC X(01) VALUE SPACE.
001400     05  GX-DTL-PENDING       PIC ZZZZ9.
001410     05  PIC X(01) VALUE SPACE.
001420     05  GX-DTL-RECUTS        PIC Z9.
001430     05  PIC X(01) VALUE SPACE.
001440     05  GX-DTL-STATUS        PIC X(10).
001450
001460 01  GX-NONE-LINE.
001470     05  PIC X(40) VALUE "NO TRANSMISSION ON THE LOG".
001472
001474 01  GX-NO-LOG-LINE.
001476     05  PIC X(60) VALUE
001478         "NO TRANSMISSION LOG - ALL STAMPED POSTINGS UNLOGGED".
001480
001490 01  GX-SUMMARY-LINE.
001500     05  PIC X(09) VALUE "LISTED : ".
001510     05  GX-SUM-LISTED        PIC ZZZZZZ9.
001520     05  PIC X(10) VALUE "  ACKED : ".
001530     05  GX-SUM-ACKED         PIC ZZZZZZ9.
001540     05  PIC X(09) VALUE "  OPEN : ".
001550     05  GX-SUM-OPEN          PIC ZZZZZZ9.
001560     05  PIC X(20) VALUE "  OLDER, UNLISTED : ".
001570     05  GX-SUM-OLDER         PIC ZZZZZZ9.
001580
001590 01  GX-UNLOGGED-LINE.
001600     05  PIC X(34) VALUE "POSTINGS WITH AN UNLOGGED NUMBER: ".
001610     05  GX-UNL-COUNT         PIC ZZZZZZ9.
001620
001630 01  GX-BLANK-LINE            PIC X(80)      VALUE SPACES.
001640
001650 77  GX-RC-VALUE              PIC 9(02)      VALUE ZERO.
001660
001670******************************************************************
001680* PROCEDURE DIVISION.
001690******************************************************************
001700 PROCEDURE DIVISION.
001710
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE     THRU 1000-EXIT
001740     IF GX-NO-FILE-FAILURE
001750         IF GX-LOG-EXISTS
001760             PERFORM 1200-LOAD-LOG THRU 1200-EXIT
001765         END-IF
001770         PERFORM 2000-TALLY-GL   THRU 2000-EXIT
001780         PERFORM 3000-PRINT-ENTRY THRU 3000-EXIT
001790             VARYING GX-INDEX FROM 1 BY 1
001800             UNTIL GX-INDEX > GX-ENTRY-COUNT
001810     END-IF
001820     PERFORM 9000-TERMINATE      THRU 9000-EXIT
001830     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
001840     STOP RUN.
001850
001860*----------------------------------------------------------------
001870 1000-INITIALIZE.
001880*----------------------------------------------------------------
001890     ACCEPT GX-RUN-DATE FROM DATE YYYYMMDD
001900     OPEN OUTPUT XMIT-REPORT
001910     MOVE GX-RUN-DATE TO GX-HDG-RUN-DATE
001920     WRITE REPORT-RECORD FROM GX-HEADING-LINE
001930     WRITE REPORT-RECORD FROM GX-BLANK-LINE
001940     WRITE REPORT-RECORD FROM GX-COLUMN-LINE
001950*    NO LOG YET MEANS GLCUT HAS NEVER CUT A NUMBERED TRANSMISSION.
001952*    GLMST IS STILL TALLIED AGAINST THE EMPTY TABLE, SO ANY
001954*    POSTING THAT CARRIES A NUMBER IS REPORTED AS UNLOGGED.
001960     OPEN INPUT XMIT-LOG
001970     IF GX-LOG-FILE-STATUS = "35"
001975         SET GX-LOG-MISSING TO TRUE
001980         GO TO 1000-EXIT
001990     END-IF
002000     IF GX-LOG-FILE-STATUS NOT = "00"
002010         DISPLAY "GLXRPT - GLXLOG OPEN FAILED, STATUS "
002020             GX-LOG-FILE-STATUS
002030         SET GX-FILE-FAILURE TO TRUE
002040         GO TO 1000-EXIT
002050     END-IF
002060     PERFORM 1100-READ-LOG THRU 1100-EXIT
002070     PERFORM 1110-FIND-HIGHEST THRU 1110-EXIT
002080         UNTIL GX-LOG-END-OF-FILE
002090     CLOSE XMIT-LOG
002100     IF GX-HIGH-NUMBER = ZERO
002110         GO TO 1000-EXIT
002120     END-IF
002130     SET GX-LOG-EXISTS TO TRUE
002140     IF GX-HIGH-NUMBER > 500
002150         COMPUTE GX-BASE-NUMBER = GX-HIGH-NUMBER - 499
002160     END-IF
002170     COMPUTE GX-ENTRY-COUNT = GX-HIGH-NUMBER - GX-BASE-NUMBER + 1
002180     PERFORM 1150-CLEAR-ENTRY THRU 1150-EXIT
002190         VARYING GX-INDEX FROM 1 BY 1
002200         UNTIL GX-INDEX > GX-ENTRY-COUNT.
002210 1000-EXIT.
002220     EXIT.
002230
002240*----------------------------------------------------------------
002250 1100-READ-LOG.
002260*----------------------------------------------------------------
002270     READ XMIT-LOG
002280         AT END
002290             SET GX-LOG-END-OF-FILE TO TRUE
002300     END-READ.
002310 1100-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------------
002350 1110-FIND-HIGHEST.
002360*----------------------------------------------------------------
002370     IF XLG-XMIT-NUMBER IS NUMERIC
002380      AND XLG-XMIT-NUMBER > GX-HIGH-NUMBER
002390         MOVE XLG-XMIT-NUMBER TO GX-HIGH-NUMBER
002400     END-IF
002410     PERFORM 1100-READ-LOG THRU 1100-EXIT.
002420 1110-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------------
002460 1150-CLEAR-ENTRY.
002470*----------------------------------------------------------------
002480     MOVE "N"  TO GX-TBL-LOGGED(GX-INDEX)
002490     MOVE ZERO TO GX-TBL-CUT-DATE(GX-INDEX)
002500     MOVE ZERO TO GX-TBL-CUT-TIME(GX-INDEX)
002510     MOVE ZERO TO GX-TBL-COUNT(GX-INDEX)
002520     MOVE ZERO TO GX-TBL-HASH(GX-INDEX)
002530     MOVE ZERO TO GX-TBL-RECUTS(GX-INDEX)
002540     MOVE ZERO TO GX-TBL-STAMPED(GX-INDEX)
002550     MOVE ZERO TO GX-TBL-ACCEPTED(GX-INDEX)
002560     MOVE ZERO TO GX-TBL-REJECTED(GX-INDEX)
002570     MOVE ZERO TO GX-TBL-PENDING(GX-INDEX).
002580 1150-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------
002620 1200-LOAD-LOG.
002630*----------------------------------------------------------------
002640*    SECOND PASS: EACH CUT FILLS ITS ENTRY, EACH RECUT ADDS ONE TO
002650*    ITS RECUT COUNT.
002660     SET GX-LOG-NOT-END-OF-FILE TO TRUE
002670     OPEN INPUT XMIT-LOG
002680     IF GX-LOG-FILE-STATUS NOT = "00"
002690         DISPLAY "GLXRPT - GLXLOG REOPEN FAILED, STATUS "
002700             GX-LOG-FILE-STATUS
002710         SET GX-FILE-FAILURE TO TRUE
002720         GO TO 1200-EXIT
002730     END-IF
002740     PERFORM 1100-READ-LOG THRU 1100-EXIT
002750     PERFORM 1220-STORE-LOG-ENTRY THRU 1220-EXIT
002760         UNTIL GX-LOG-END-OF-FILE
002770     CLOSE XMIT-LOG.
002780 1200-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------
002820 1220-STORE-LOG-ENTRY.
002830*----------------------------------------------------------------
002840     ADD 1 TO GX-LOG-READ
002850     IF XLG-XMIT-NUMBER IS NOT NUMERIC
002860      OR XLG-XMIT-NUMBER = ZERO
002870         GO TO 1220-READ
002880     END-IF
002890     IF XLG-XMIT-NUMBER < GX-BASE-NUMBER
002900         IF XLG-CUT
002910             ADD 1 TO GX-OLDER-COUNT
002920         END-IF
002930         GO TO 1220-READ
002940     END-IF
002950     COMPUTE GX-INDEX = XLG-XMIT-NUMBER - GX-BASE-NUMBER + 1
002960     EVALUATE TRUE
002970         WHEN XLG-CUT
002980             MOVE "Y"              TO GX-TBL-LOGGED(GX-INDEX)
002990             MOVE XLG-CUT-DATE     TO GX-TBL-CUT-DATE(GX-INDEX)
003000             MOVE XLG-CUT-TIME     TO GX-TBL-CUT-TIME(GX-INDEX)
003010             MOVE XLG-RECORD-COUNT TO GX-TBL-COUNT(GX-INDEX)
003020             MOVE XLG-HASH-TOTAL   TO GX-TBL-HASH(GX-INDEX)
003030         WHEN XLG-RECUT
003040             ADD 1 TO GX-TBL-RECUTS(GX-INDEX)
003050     END-EVALUATE.
003060 1220-READ.
003070     PERFORM 1100-READ-LOG THRU 1100-EXIT.
003080 1220-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------------
003120 2000-TALLY-GL.
003130*----------------------------------------------------------------
003140*    WITHOUT THE MASTER NO TRANSMISSION'S STANDING IS KNOWN, SO
003150*    THE LOG IS STILL LISTED BUT EVERY LINE SHOWS OPEN.
003160     OPEN INPUT GL-IN
003170     IF GX-GL-FILE-STATUS NOT = "00"
003180         DISPLAY "GLXRPT - GLMST OPEN FAILED, STATUS "
003190             GX-GL-FILE-STATUS
003200         SET GX-FILE-FAILURE TO TRUE
003210         GO TO 2000-EXIT
003220     END-IF
003230     PERFORM 2100-READ-GL THRU 2100-EXIT
003240     PERFORM 2200-TALLY-POSTING THRU 2200-EXIT
003250         UNTIL GX-GL-END-OF-FILE
003260     CLOSE GL-IN.
003270 2000-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310 2100-READ-GL.
003320*----------------------------------------------------------------
003330     READ GL-IN NEXT
003340     IF GX-GL-FILE-STATUS NOT = "00"
003350         SET GX-GL-END-OF-FILE TO TRUE
003360     END-IF.
003370 2100-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------
003410 2200-TALLY-POSTING.
003420*----------------------------------------------------------------
003430*    A POSTING GLREVIEW REQUEUED IS UNSENT BUT STILL CARRIES THE
003440*    NUMBER IT WAS REJECTED UNDER - IT COUNTS AS REJECTED THERE
003450*    UNTIL THE NEXT CUT RESTAMPS IT.
003460     ADD 1 TO GX-GL-READ
003470     IF GL-XMIT-NUMBER IS NOT NUMERIC
003480      OR GL-XMIT-NUMBER = ZERO
003490      OR GL-XMIT-NUMBER < GX-BASE-NUMBER
003500         GO TO 2200-READ
003510     END-IF
003520     IF GL-XMIT-NUMBER > GX-HIGH-NUMBER
003530         ADD 1 TO GX-UNLOGGED-POSTINGS
003540         GO TO 2200-READ
003550     END-IF
003560     COMPUTE GX-INDEX = GL-XMIT-NUMBER - GX-BASE-NUMBER + 1
003570     IF NOT GX-TBL-ON-LOG(GX-INDEX)
003580         ADD 1 TO GX-UNLOGGED-POSTINGS
003590     END-IF
003600     ADD 1 TO GX-TBL-STAMPED(GX-INDEX)
003610     EVALUATE TRUE
003620         WHEN NOT GL-SENT
003630             ADD 1 TO GX-TBL-REJECTED(GX-INDEX)
003640         WHEN GL-ACK-ACCEPTED
003650             ADD 1 TO GX-TBL-ACCEPTED(GX-INDEX)
003660         WHEN GL-ACK-REJECTED
003670          OR GL-ACK-WRITTEN-OFF
003680             ADD 1 TO GX-TBL-REJECTED(GX-INDEX)
003690         WHEN OTHER
003700             ADD 1 TO GX-TBL-PENDING(GX-INDEX)
003710     END-EVALUATE.
003720 2200-READ.
003730     PERFORM 2100-READ-GL THRU 2100-EXIT.
003740 2200-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------
003780 3000-PRINT-ENTRY.
003790*----------------------------------------------------------------
003800*    A NUMBER NEITHER LOGGED NOR STAMPED ON ANY POSTING IS A GAP
003810*    THE LOG NEVER HAD (E.G. A LOST LOG ENTRY WITH NOTHING SWEPT)
003820*    AND IS NOT PRINTED.
003830     IF NOT GX-TBL-ON-LOG(GX-INDEX)
003840      AND GX-TBL-STAMPED(GX-INDEX) = ZERO
003850         GO TO 3000-EXIT
003860     END-IF
003870     COMPUTE GX-ENTRY-NUMBER = GX-BASE-NUMBER + GX-INDEX - 1
003880     MOVE GX-ENTRY-NUMBER          TO GX-DTL-NUMBER
003890     MOVE GX-TBL-CUT-DATE(GX-INDEX) TO GX-DTL-CUT-DATE
003900     MOVE GX-TBL-CUT-TIME(GX-INDEX) TO GX-DTL-CUT-TIME
003910     MOVE GX-TBL-COUNT(GX-INDEX)    TO GX-DTL-COUNT
003920     MOVE GX-TBL-HASH(GX-INDEX)     TO GX-DTL-HASH
003930     MOVE GX-TBL-ACCEPTED(GX-INDEX) TO GX-DTL-ACCEPTED
003940     MOVE GX-TBL-REJECTED(GX-INDEX) TO GX-DTL-REJECTED
003950     MOVE GX-TBL-PENDING(GX-INDEX)  TO GX-DTL-PENDING
003960     MOVE GX-TBL-RECUTS(GX-INDEX)   TO GX-DTL-RECUTS
003970     EVALUATE TRUE
003980         WHEN NOT GX-TBL-ON-LOG(GX-INDEX)
003990             MOVE "NOT LOGGED" TO GX-DTL-STATUS
004000         WHEN GX-TBL-PENDING(GX-INDEX) = ZERO
004010          AND GX-NO-FILE-FAILURE
004020             MOVE "ACKED"      TO GX-DTL-STATUS
004030             ADD 1 TO GX-ACKED-COUNT
004040         WHEN OTHER
004050             MOVE "OPEN"       TO GX-DTL-STATUS
004060             ADD 1 TO GX-OPEN-COUNT
004070     END-EVALUATE
004080     IF GX-TBL-ON-LOG(GX-INDEX)
004090         ADD 1 TO GX-LISTED-COUNT
004100     END-IF
004110     WRITE REPORT-RECORD FROM GX-DETAIL-LINE.
004120 3000-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160 9000-TERMINATE.
004170*----------------------------------------------------------------
004172     IF GX-LOG-MISSING
004174         WRITE REPORT-RECORD FROM GX-NO-LOG-LINE
004176     ELSE
004180         IF GX-LISTED-COUNT = ZERO
004190          AND GX-NO-FILE-FAILURE
004200             WRITE REPORT-RECORD FROM GX-NONE-LINE
004210         END-IF
004215     END-IF
004220     MOVE GX-LISTED-COUNT TO GX-SUM-LISTED
004230     MOVE GX-ACKED-COUNT  TO GX-SUM-ACKED
004240     MOVE GX-OPEN-COUNT   TO GX-SUM-OPEN
004250     MOVE GX-OLDER-COUNT  TO GX-SUM-OLDER
004260     WRITE REPORT-RECORD FROM GX-BLANK-LINE
004270     WRITE REPORT-RECORD FROM GX-SUMMARY-LINE
004280     IF GX-UNLOGGED-POSTINGS > ZERO
004290         MOVE GX-UNLOGGED-POSTINGS TO GX-UNL-COUNT
004300         WRITE REPORT-RECORD FROM GX-UNLOGGED-LINE
004310         DISPLAY "GLXRPT - " GX-UNLOGGED-LINE
004320     END-IF
004330     CLOSE XMIT-REPORT
004340     DISPLAY "GLXRPT - " GX-SUMMARY-LINE.
004350 9000-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------
004390 9500-SET-RETURN-CODE.
004400*----------------------------------------------------------------
004410*        12  GLXLOG OR GLMST COULD NOT BE READ
004420*         4  POSTINGS CARRY A NUMBER THE LOG DOES NOT HAVE, OR
004425*            THERE IS NO LOG AT ALL
004430*         0  LOG LISTED
004440     EVALUATE TRUE
004450         WHEN GX-FILE-FAILURE
004460             MOVE 12 TO GX-RC-VALUE
004470         WHEN GX-UNLOGGED-POSTINGS > ZERO
004475          OR GX-LOG-MISSING
004480             MOVE 4 TO GX-RC-VALUE
004490         WHEN OTHER
004500             MOVE 0 TO GX-RC-VALUE
004510     END-EVALUATE
004520     MOVE GX-RC-VALUE TO RETURN-CODE.
004530 9500-EXIT.
004540     EXIT.
