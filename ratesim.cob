000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    RATESIM.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  RATE WHAT-IF SIMULATION REPORT
000150*                  (RSIMRPT).
000160*                  REPLAYS THE CALCULATIONS ON AUDITOUT FOR A PAST
000170*                  PERIOD THROUGH A RATE THAT IS NOT YET LIVE -
000180*                  A PROPOSED PERCENTAGE FOR ONE CLASS, OR EACH
000190*                  CLASS'S NEXT RATETAB ENTRY NOT YET IN EFFECT
000200*                  (RSIMPARM, SEE CPYRSIM) - AND REPORTS CURRENT
000210*                  AGAINST PROJECTED D BY JOB AND BY CLASS: COUNT,
000220*                  TOTALS, DIFFERENCE AND CEILING HITS.  D IS
000230*                  DERIVED BY CALLING MANIPULATION, SO THE
000240*                  ROUNDING AND THE CEILING ARE THE LIVE ONES.
000250*                  NOTHING IS WRITTEN BUT THE REPORT.
000252* 2026-10-15 JM    NO REPORT BODY IS PRINTED WHEN AUDITOUT CANNOT
000254*                  BE READ, AND THE REPORT IS ALWAYS CLOSED.  THE
000256*                  CLASS LOOKUP KEY IS NOW KEPT IN WORKING
000258*                  STORAGE, NOT IN THE CLOSED RATETAB RECORD.
000260*----------------------------------------------------------------
000270
000280******************************************************************
000290* ENVIRONMENT DIVISION.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RSIM-PARM       ASSIGN TO "RSIMPARM"
000350                             ORGANIZATION IS SEQUENTIAL
000360                             FILE STATUS IS RS-PARM-FILE-STATUS.
000370
000380     SELECT RATE-TABLE      ASSIGN TO "RATETAB"
000390                             ORGANIZATION LINE SEQUENTIAL
000400                             FILE STATUS IS RS-RATE-FILE-STATUS.
000410
000420*    THE LIVE TRAIL, OR AN AUDARCHV GENERATION IN THE SAME LAYOUT
000430*    WHEN THE PERIOD TO REPLAY HAS ALREADY BEEN ARCHIVED.
000440     SELECT AUDIT-IN        ASSIGN TO "AUDITOUT"
000450                             ORGANIZATION LINE SEQUENTIAL
000460                             FILE STATUS IS RS-AUDIT-FILE-STATUS.
000470
000480     SELECT RSIM-REPORT     ASSIGN TO "RSIMRPT"
000490                             ORGANIZATION LINE SEQUENTIAL.
000500
000510******************************************************************
000520* DATA DIVISION.
000530******************************************************************
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RSIM-PARM
000570     LABEL RECORDS ARE STANDARD.
000580     COPY CPYRSIM.
000590
000600 FD  RATE-TABLE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CPYRATE.
000630
000640 FD  AUDIT-IN
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CPYAUDIT.
000670
000680 FD  RSIM-REPORT
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CPYRPT.
000710
000720 WORKING-STORAGE SECTION.
000730
000740 01  RS-SWITCHES.
000750     05  RS-EOF-SWITCH        PIC X(01)    VALUE "N".
000760         88  RS-END-OF-FILE                VALUE "Y".
000770         88  RS-NOT-END-OF-FILE             VALUE "N".
000780     05  RS-REFUSED-SWITCH    PIC X(01)    VALUE "N".
000790         88  RS-RUN-REFUSED                VALUE "Y".
000800         88  RS-RUN-ACCEPTED                VALUE "N".
000810     05  RS-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
000820         88  RS-FILE-FAILURE               VALUE "Y".
000830         88  RS-NO-FILE-FAILURE             VALUE "N".
000840     05  RS-MATCH-SWITCH      PIC X(01)    VALUE "N".
000850         88  RS-MATCH-FOUND                VALUE "Y".
000860         88  RS-MATCH-NOT-FOUND             VALUE "N".
000870     05  RS-NO-RATE-SWITCH    PIC X(01)    VALUE "N".
000880         88  RS-NO-UPCOMING-RATE           VALUE "Y".
000890         88  RS-UPCOMING-RATE-FOUND         VALUE "N".
000900     05  RS-PASS-SWITCH       PIC X(01)    VALUE "U".
000910         88  RS-UPCOMING-PASS              VALUE "U".
000920         88  RS-CURRENT-PASS                VALUE "C".
000922     05  RS-RPT-OPEN-SWITCH   PIC X(01)    VALUE "N".
000924         88  RS-RPT-OPENED                 VALUE "Y".
000926         88  RS-RPT-NOT-OPENED              VALUE "N".
000930
000940 01  RS-PARM-FILE-STATUS      PIC X(02).
000950 01  RS-RATE-FILE-STATUS      PIC X(02).
000960 01  RS-AUDIT-FILE-STATUS     PIC X(02).
000970
000980 01  RS-COUNTERS.
000990     05  RS-AUDIT-READ        PIC 9(07) COMP VALUE ZERO.
001000     05  RS-REPLAYED          PIC 9(07) COMP VALUE ZERO.
001010     05  RS-NOT-REPLAYED      PIC 9(07) COMP VALUE ZERO.
001020     05  RS-CEILING-TOTAL     PIC 9(07) COMP VALUE ZERO.
001030     05  RS-JOB-DROPPED       PIC 9(07) COMP VALUE ZERO.
001040     05  RS-CLASS-DROPPED     PIC 9(07) COMP VALUE ZERO.
001050
001060 01  RS-RUN-FIELDS.
001070     05  RS-RUN-DATE          PIC 9(08).
001080     05  RS-PROJECTED-D       PIC 9(07)V9(02).
001090     05  RS-CEILING-HIT       PIC 9(01)      VALUE ZERO.
001100     05  RS-DIFFERENCE        PIC S9(11)V9(02).
001105     05  RS-SEARCH-CLASS      PIC X(02).
001110
001120*    ONE ENTRY PER RATE CLASS BEING SIMULATED, WITH THE RATE IT
001130*    CONVERTS AT TODAY AND THE RATE IT WOULD CONVERT AT.  A
001140*    PROPOSED RATE HAS NO EFFECTIVE DATE (ZERO).
001150 01  RS-CLASS-TABLE.
001160     05  RS-CLASS-LOADED      PIC 9(04) COMP VALUE ZERO.
001170     05  RS-CLASS-INDEX       PIC 9(04) COMP VALUE ZERO.
001180     05  RS-CLASS-ENTRY       OCCURS 50 TIMES.
001190         10  RS-CLS-CLASS           PIC X(02).
001200         10  RS-CLS-CURRENT-DATE    PIC 9(08).
001210         10  RS-CLS-CURRENT-PCT     PIC 9(03)V9(02).
001220         10  RS-CLS-NEW-DATE        PIC 9(08).
001230         10  RS-CLS-NEW-PCT         PIC 9(03)V9(02).
001240         10  RS-CLS-COUNT           PIC 9(07)       COMP.
001250         10  RS-CLS-CURRENT-D       PIC 9(11)V9(02) COMP.
001260         10  RS-CLS-PROJECTED-D     PIC 9(11)V9(02) COMP.
001270         10  RS-CLS-CEILING         PIC 9(07)       COMP.
001280
001290*    ONE ENTRY PER JOB WITHIN CLASS, AS MNTHEND TOTALS ITS JOBS.
001300 01  RS-JOB-TABLE.
001310     05  RS-JOB-LOADED        PIC 9(04) COMP VALUE ZERO.
001320     05  RS-JOB-INDEX         PIC 9(04) COMP VALUE ZERO.
001330     05  RS-JOB-ENTRY         OCCURS 200 TIMES.
001340         10  RS-JOB-ID              PIC X(08).
001350         10  RS-JOB-CLASS           PIC X(02).
001360         10  RS-JOB-COUNT           PIC 9(07)       COMP.
001370         10  RS-JOB-CURRENT-D       PIC 9(11)V9(02) COMP.
001380         10  RS-JOB-PROJECTED-D     PIC 9(11)V9(02) COMP.
001390         10  RS-JOB-CEILING         PIC 9(07)       COMP.
001400
001410 01  RS-GRAND-TOTALS.
001420     05  RS-GRD-COUNT         PIC 9(07)       COMP VALUE ZERO.
001430     05  RS-GRD-CURRENT-D     PIC 9(11)V9(02) COMP VALUE ZERO.
001440     05  RS-GRD-PROJECTED-D   PIC 9(11)V9(02) COMP VALUE ZERO.
001450
001460     COPY CPYLINK.
001470
001480 01  RS-HEADING-LINE.
001490     05  PIC X(33) VALUE "RATE WHAT-IF SIMULATION - RUN ON ".
001500     05  RS-HDG-RUN-DATE      PIC 9(08).
001510     05  PIC X(09) VALUE "  PERIOD ".
001520     05  RS-HDG-FROM-DATE     PIC 9(08).
001530     05  PIC X(04) VALUE " TO ".
001540     05  RS-HDG-TO-DATE       PIC 9(08).
001550
001560 01  RS-PROPOSED-LINE.
001570     05  PIC X(28) VALUE "BASIS: PROPOSED RATE        ".
001580     05  RS-PRL-PCT           PIC ZZ9.99.
001590     05  PIC X(11) VALUE " FOR CLASS ".
001600     05  RS-PRL-CLASS         PIC X(02).
001610
001620 01  RS-UPCOMING-LINE.
001630     05  PIC X(31) VALUE "BASIS: UPCOMING RATETAB ENTRIES".
001640     05  PIC X(19) VALUE " NOT YET IN EFFECT".
001650
001660 01  RS-CLASS-HEADING.
001670     05  PIC X(06) VALUE "CLASS ".
001680     05  RS-CHD-CLASS         PIC X(02).
001690     05  PIC X(12) VALUE "  RATE NOW  ".
001700     05  RS-CHD-CURRENT-PCT   PIC ZZ9.99.
001710     05  PIC X(13) VALUE "  PROJECTED  ".
001720     05  RS-CHD-NEW-PCT       PIC ZZ9.99.
001730     05  PIC X(02) VALUE SPACES.
001740     05  RS-CHD-NEW-DATE      PIC X(18).
001750
001760 01  RS-EFFECTIVE-TEXT.
001770     05  PIC X(10) VALUE "EFFECTIVE ".
001780     05  RS-EFT-DATE          PIC 9(08).
001790
001800 01  RS-COLUMN-LINE.
001810     05  PIC X(12) VALUE "JOB ID".
001820     05  PIC X(07) VALUE "  COUNT".
001830     05  PIC X(15) VALUE "      CURRENT D".
001840     05  PIC X(15) VALUE "    PROJECTED D".
001850     05  PIC X(16) VALUE "      DIFFERENCE".
001860     05  PIC X(06) VALUE "  CEIL".
001870
001880 01  RS-DETAIL-LINE.
001890     05  RS-DTL-JOB-ID        PIC X(12).
001900     05  RS-DTL-COUNT         PIC ZZZZZZ9.
001910     05  PIC X(01) VALUE SPACE.
001920     05  RS-DTL-CURRENT-D     PIC Z(10)9.99.
001930     05  PIC X(01) VALUE SPACE.
001940     05  RS-DTL-PROJECTED-D   PIC Z(10)9.99.
001950     05  PIC X(01) VALUE SPACE.
001960     05  RS-DTL-DIFFERENCE    PIC Z(10)9.99-.
001970     05  PIC X(01) VALUE SPACE.
001980     05  RS-DTL-CEILING       PIC ZZZZ9.
001990
002000 01  RS-NONE-LINE.
002010     05  PIC X(40) VALUE "NO CALCULATIONS IN THE PERIOD".
002020
002030 01  RS-SUMMARY-LINE.
002040     05  PIC X(15) VALUE "AUDIT READ  : ".
002050     05  RS-SUM-READ          PIC ZZZZZZ9.
002060     05  PIC X(15) VALUE "  REPLAYED  : ".
002070     05  RS-SUM-REPLAYED      PIC ZZZZZZ9.
002080     05  PIC X(15) VALUE "  CEILING   : ".
002090     05  RS-SUM-CEILING       PIC ZZZZZZ9.
002100
002110 01  RS-SKIPPED-LINE.
002120     05  PIC X(40)
002130         VALUE "CALCULATIONS NOT REPLAYABLE (BAD C)   : ".
002140     05  RS-SKP-COUNT         PIC ZZZZZZ9.
002150
002160 01  RS-CEILING-NOTE.
002170     05  PIC X(45)
002180         VALUE "CEILING = CONVERTED D WOULD EXCEED 9999999.99".
002190     05  PIC X(30) VALUE " AND BE REJECTED (PROJECTED 0)".
002200
002210 01  RS-BLANK-LINE            PIC X(80)      VALUE SPACES.
002220
002230 77  RS-RC-VALUE              PIC 9(02)      VALUE ZERO.
002240
002250******************************************************************
002260* PROCEDURE DIVISION.
002270******************************************************************
002280 PROCEDURE DIVISION.
002290
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002320     IF RS-RUN-ACCEPTED
002330      AND RS-NO-FILE-FAILURE
002340      AND RS-CLASS-LOADED > ZERO
002350         PERFORM 2000-REPLAY-AUDIT THRU 2000-EXIT
002355         IF RS-NO-FILE-FAILURE
002360             PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
002365         END-IF
002370     END-IF
002380     PERFORM 9000-TERMINATE       THRU 9000-EXIT
002390     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
002400     STOP RUN.
002410
002420*----------------------------------------------------------------
002430 1000-INITIALIZE.
002440*----------------------------------------------------------------
002450     ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
002460     PERFORM 1100-READ-RSIM-PARM THRU 1100-EXIT
002470     IF RS-RUN-REFUSED
002480         GO TO 1000-EXIT
002490     END-IF
002500     PERFORM 1200-BUILD-CLASSES THRU 1200-EXIT
002510     IF RS-FILE-FAILURE
002520         GO TO 1000-EXIT
002530     END-IF
002540     OPEN OUTPUT RSIM-REPORT
002545     SET RS-RPT-OPENED TO TRUE
002550     MOVE RS-RUN-DATE      TO RS-HDG-RUN-DATE
002560     MOVE RSM-FROM-DATE    TO RS-HDG-FROM-DATE
002570     MOVE RSM-TO-DATE      TO RS-HDG-TO-DATE
002580     WRITE REPORT-RECORD FROM RS-HEADING-LINE
002590     IF RSM-MODE-PROPOSED
002600         MOVE RSM-PROPOSED-PCT TO RS-PRL-PCT
002610         MOVE RSM-RATE-CLASS   TO RS-PRL-CLASS
002620         WRITE REPORT-RECORD FROM RS-PROPOSED-LINE
002630     ELSE
002640         WRITE REPORT-RECORD FROM RS-UPCOMING-LINE
002650     END-IF
002660     IF RS-CLASS-LOADED = ZERO
002670         DISPLAY "RATESIM - NO UPCOMING RATE ON RATETAB FOR THE "
002680             "CLASSES REQUESTED, NOTHING SIMULATED"
002690         SET RS-NO-UPCOMING-RATE TO TRUE
002700     END-IF.
002710 1000-EXIT.
002720     EXIT.
002730
002740*----------------------------------------------------------------
002750 1100-READ-RSIM-PARM.
002760*----------------------------------------------------------------
002770*    THE CARD IS REQUIRED - THERE IS NO SENSIBLE DEFAULT PERIOD
002780*    OR RATE TO SIMULATE.
002790     MOVE SPACES TO RATE-SIM-PARM-RECORD
002800     OPEN INPUT RSIM-PARM
002810     IF RS-PARM-FILE-STATUS = "00"
002820         READ RSIM-PARM
002830             AT END
002840                 CONTINUE
002850         END-READ
002860         CLOSE RSIM-PARM
002870     END-IF
002880     IF NOT RSM-MODE-PROPOSED
002890      AND NOT RSM-MODE-UPCOMING
002900         DISPLAY "RATESIM - NO RSIMPARM CARD OR INVALID MODE, "
002910             "NOTHING SIMULATED"
002920         SET RS-RUN-REFUSED TO TRUE
002930         GO TO 1100-EXIT
002940     END-IF
002950     IF RSM-FROM-DATE IS NOT NUMERIC
002960      OR RSM-TO-DATE IS NOT NUMERIC
002970      OR RSM-FROM-DATE = ZERO
002980      OR RSM-FROM-DATE > RSM-TO-DATE
002990         DISPLAY "RATESIM - INVALID PERIOD ON RSIMPARM, "
003000             "NOTHING SIMULATED"
003010         SET RS-RUN-REFUSED TO TRUE
003020         GO TO 1100-EXIT
003030     END-IF
003040     IF RSM-MODE-PROPOSED
003050         IF RSM-PROPOSED-PCT IS NOT NUMERIC
003060          OR RSM-PROPOSED-PCT = ZERO
003070             DISPLAY "RATESIM - INVALID PROPOSED RATE ON "
003080                 "RSIMPARM, NOTHING SIMULATED"
003090             SET RS-RUN-REFUSED TO TRUE
003100         END-IF
003110     END-IF.
003120 1100-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------------
003160 1200-BUILD-CLASSES.
003170*----------------------------------------------------------------
003180*    A PROPOSED RATE IS ONE CLASS.  UPCOMING RATES TAKE THE
003190*    EARLIEST RATETAB ENTRY DATED AFTER TODAY FOR EACH CLASS IN
003200*    SCOPE (FIRST PASS).  EITHER WAY A SECOND PASS FINDS THE RATE
003210*    EACH CLASS CONVERTS AT TODAY, AS MANIPDRV 1400 LOOKS IT UP.
003220     INITIALIZE RS-CLASS-TABLE
003230     IF RSM-MODE-PROPOSED
003240         MOVE 1 TO RS-CLASS-LOADED
003250         MOVE RSM-RATE-CLASS   TO RS-CLS-CLASS(1)
003260         MOVE RSM-PROPOSED-PCT TO RS-CLS-NEW-PCT(1)
003270     ELSE
003280         SET RS-UPCOMING-PASS TO TRUE
003290         PERFORM 1300-SCAN-RATETAB THRU 1300-EXIT
003300         IF RS-FILE-FAILURE
003310             GO TO 1200-EXIT
003320         END-IF
003330     END-IF
003340     SET RS-CURRENT-PASS TO TRUE
003350     PERFORM 1300-SCAN-RATETAB THRU 1300-EXIT.
003360 1200-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400 1300-SCAN-RATETAB.
003410*----------------------------------------------------------------
003420*    ONE PASS OF THE RATE TABLE, FOR THE PASS THE CALLER SET.
003430*    NO RATE TABLE AT ALL IS TAKEN AS AN EMPTY ONE.
003440     OPEN INPUT RATE-TABLE
003450     IF RS-RATE-FILE-STATUS = "35"
003460         GO TO 1300-EXIT
003470     END-IF
003480     IF RS-RATE-FILE-STATUS NOT = "00"
003490         DISPLAY "RATESIM - RATETAB OPEN FAILED, STATUS "
003500             RS-RATE-FILE-STATUS
003510         SET RS-FILE-FAILURE TO TRUE
003520         GO TO 1300-EXIT
003530     END-IF
003540     SET RS-NOT-END-OF-FILE TO TRUE
003550     PERFORM 1310-READ-RATE-RECORD THRU 1310-EXIT
003560     PERFORM 1320-SCAN-RATE-RECORD THRU 1320-EXIT
003570         UNTIL RS-END-OF-FILE
003580     CLOSE RATE-TABLE.
003590 1300-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630 1310-READ-RATE-RECORD.
003640*----------------------------------------------------------------
003650     READ RATE-TABLE
003660         AT END
003670             SET RS-END-OF-FILE TO TRUE
003680     END-READ.
003690 1310-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730 1320-SCAN-RATE-RECORD.
003740*----------------------------------------------------------------
003750     IF RATE-EFFECTIVE-DATE IS NOT NUMERIC
003760      OR RATE-PERCENT IS NOT NUMERIC
003770         GO TO 1320-READ
003780     END-IF
003785     MOVE RATE-CLASS TO RS-SEARCH-CLASS
003790     PERFORM 3000-FIND-CLASS THRU 3000-EXIT
003800     IF RS-CURRENT-PASS
003810         IF RS-MATCH-FOUND
003820          AND RATE-EFFECTIVE-DATE NOT > RS-RUN-DATE
003830          AND RATE-EFFECTIVE-DATE NOT <
003840                  RS-CLS-CURRENT-DATE(RS-CLASS-INDEX)
003850             MOVE RATE-EFFECTIVE-DATE
003860                 TO RS-CLS-CURRENT-DATE(RS-CLASS-INDEX)
003870             MOVE RATE-PERCENT
003880                 TO RS-CLS-CURRENT-PCT(RS-CLASS-INDEX)
003890         END-IF
003900         GO TO 1320-READ
003910     END-IF
003920     IF RATE-EFFECTIVE-DATE NOT > RS-RUN-DATE
003930         GO TO 1320-READ
003940     END-IF
003950     IF NOT RSM-EVERY-CLASS
003960      AND RATE-CLASS NOT = RSM-RATE-CLASS
003970         GO TO 1320-READ
003980     END-IF
003990     IF RS-MATCH-FOUND
004000         IF RATE-EFFECTIVE-DATE < RS-CLS-NEW-DATE(RS-CLASS-INDEX)
004010             MOVE RATE-EFFECTIVE-DATE
004020                 TO RS-CLS-NEW-DATE(RS-CLASS-INDEX)
004030             MOVE RATE-PERCENT TO RS-CLS-NEW-PCT(RS-CLASS-INDEX)
004040         END-IF
004050         GO TO 1320-READ
004060     END-IF
004070     IF RS-CLASS-LOADED < 50
004080         ADD 1 TO RS-CLASS-LOADED
004090         MOVE RATE-CLASS TO RS-CLS-CLASS(RS-CLASS-LOADED)
004100         MOVE RATE-EFFECTIVE-DATE
004110             TO RS-CLS-NEW-DATE(RS-CLASS-LOADED)
004120         MOVE RATE-PERCENT TO RS-CLS-NEW-PCT(RS-CLASS-LOADED)
004130     ELSE
004140         ADD 1 TO RS-CLASS-DROPPED
004150     END-IF.
004160 1320-READ.
004170     PERFORM 1310-READ-RATE-RECORD THRU 1310-EXIT.
004180 1320-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------
004220 2000-REPLAY-AUDIT.
004230*----------------------------------------------------------------
004240     OPEN INPUT AUDIT-IN
004250     IF RS-AUDIT-FILE-STATUS NOT = "00"
004260         DISPLAY "RATESIM - AUDITOUT OPEN FAILED, STATUS "
004270             RS-AUDIT-FILE-STATUS
004280         SET RS-FILE-FAILURE TO TRUE
004290         GO TO 2000-EXIT
004300     END-IF
004310     SET RS-NOT-END-OF-FILE TO TRUE
004320     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
004330     PERFORM 2200-REPLAY-CALCULATION THRU 2200-EXIT
004340         UNTIL RS-END-OF-FILE
004350     CLOSE AUDIT-IN.
004360 2000-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400 2100-READ-AUDIT.
004410*----------------------------------------------------------------
004420     READ AUDIT-IN
004430         AT END
004440             SET RS-END-OF-FILE TO TRUE
004450         NOT AT END
004460             ADD 1 TO RS-AUDIT-READ
004470     END-READ.
004480 2100-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------------
004520 2200-REPLAY-CALCULATION.
004530*----------------------------------------------------------------
004540*    ONLY CALCULATIONS (TYPE "C", OR BLANK ON AN OLD RECORD) DATED
004550*    IN THE PERIOD, FOR A CLASS BEING SIMULATED.
004560     IF NOT AUD-TYPE-CALCULATION
004570      AND AUD-RECORD-TYPE NOT = SPACE
004580         GO TO 2200-READ
004590     END-IF
004600     IF AUD-RUN-DATE < RSM-FROM-DATE
004610      OR AUD-RUN-DATE > RSM-TO-DATE
004620         GO TO 2200-READ
004630     END-IF
004640     MOVE AUD-RATE-CLASS TO RS-SEARCH-CLASS
004650     PERFORM 3000-FIND-CLASS THRU 3000-EXIT
004660     IF RS-MATCH-NOT-FOUND
004670         GO TO 2200-READ
004680     END-IF
004690     IF AUD-RESULT-C IS NOT NUMERIC
004700      OR AUD-RESULT-D IS NOT NUMERIC
004710         ADD 1 TO RS-NOT-REPLAYED
004720         GO TO 2200-READ
004730     END-IF
004740*    THE NEW D COMES FROM MANIPULATION ITSELF.  A CONVERSION THAT
004750*    WOULD OVERFLOW IS A CEILING HIT AND WOULD POST NOTHING; ANY
004760*    OTHER REJECTION (A ZERO C) COULD NOT HAVE BEEN POSTED EITHER.
004770     MOVE "V"           TO MN-FUNCTION-CODE
004780     MOVE AUD-RESULT-C  TO MN-INPUT-C
004790     MOVE RS-CLS-NEW-PCT(RS-CLASS-INDEX) TO MN-INPUT-RATE
004800     SET MN-RATE-FOUND  TO TRUE
004810     CALL "MANIPULATION" USING MN-LINK-AREA
004820     MOVE ZERO TO RS-CEILING-HIT
004830     IF MN-STATUS-OK
004840         MOVE MN-RETURN-D TO RS-PROJECTED-D
004850     ELSE
004860         IF MN-REJECT-REASON = "CONVERTED D EXCEEDS 9999999.99"
004870             MOVE ZERO TO RS-PROJECTED-D
004880             MOVE 1 TO RS-CEILING-HIT
004890         ELSE
004900             ADD 1 TO RS-NOT-REPLAYED
004910             GO TO 2200-READ
004920         END-IF
004930     END-IF
004940     ADD 1 TO RS-REPLAYED
004950     ADD RS-CEILING-HIT TO RS-CEILING-TOTAL
004960     ADD 1              TO RS-CLS-COUNT(RS-CLASS-INDEX)
004970     ADD AUD-RESULT-D   TO RS-CLS-CURRENT-D(RS-CLASS-INDEX)
004980     ADD RS-PROJECTED-D TO RS-CLS-PROJECTED-D(RS-CLASS-INDEX)
004990     ADD RS-CEILING-HIT TO RS-CLS-CEILING(RS-CLASS-INDEX)
005000     PERFORM 3100-ACCUMULATE-JOB THRU 3100-EXIT.
005010 2200-READ.
005020     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
005030 2200-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070 3000-FIND-CLASS.
005080*----------------------------------------------------------------
005090*    LOOKS RS-SEARCH-CLASS UP IN THE CLASS TABLE.  ON A MATCH
005100*    RS-CLASS-INDEX IS LEFT ON THE ENTRY.
005110     SET RS-MATCH-NOT-FOUND TO TRUE
005120     PERFORM 3010-MATCH-CLASS THRU 3010-EXIT
005130         VARYING RS-CLASS-INDEX FROM 1 BY 1
005140         UNTIL RS-CLASS-INDEX > RS-CLASS-LOADED
005150            OR RS-MATCH-FOUND
005160     IF RS-MATCH-FOUND
005170         SUBTRACT 1 FROM RS-CLASS-INDEX
005180     END-IF.
005190 3000-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230 3010-MATCH-CLASS.
005240*----------------------------------------------------------------
005250     IF RS-CLS-CLASS(RS-CLASS-INDEX) = RS-SEARCH-CLASS
005260         SET RS-MATCH-FOUND TO TRUE
005270     END-IF.
005280 3010-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------
005320 3100-ACCUMULATE-JOB.
005330*----------------------------------------------------------------
005340     SET RS-MATCH-NOT-FOUND TO TRUE
005350     PERFORM 3110-MATCH-JOB THRU 3110-EXIT
005360         VARYING RS-JOB-INDEX FROM 1 BY 1
005370         UNTIL RS-JOB-INDEX > RS-JOB-LOADED
005380            OR RS-MATCH-FOUND
005390     IF RS-MATCH-FOUND
005400         SUBTRACT 1 FROM RS-JOB-INDEX
005410     ELSE
005420         IF RS-JOB-LOADED < 200
005430             ADD 1 TO RS-JOB-LOADED
005440             MOVE RS-JOB-LOADED TO RS-JOB-INDEX
005450             MOVE AUD-JOB-ID     TO RS-JOB-ID(RS-JOB-INDEX)
005460             MOVE AUD-RATE-CLASS TO RS-JOB-CLASS(RS-JOB-INDEX)
005470             MOVE ZERO TO RS-JOB-COUNT(RS-JOB-INDEX)
005480             MOVE ZERO TO RS-JOB-CURRENT-D(RS-JOB-INDEX)
005490             MOVE ZERO TO RS-JOB-PROJECTED-D(RS-JOB-INDEX)
005500             MOVE ZERO TO RS-JOB-CEILING(RS-JOB-INDEX)
005510         ELSE
005520             ADD 1 TO RS-JOB-DROPPED
005530             GO TO 3100-EXIT
005540         END-IF
005550     END-IF
005560     ADD 1              TO RS-JOB-COUNT(RS-JOB-INDEX)
005570     ADD AUD-RESULT-D   TO RS-JOB-CURRENT-D(RS-JOB-INDEX)
005580     ADD RS-PROJECTED-D TO RS-JOB-PROJECTED-D(RS-JOB-INDEX)
005590     ADD RS-CEILING-HIT TO RS-JOB-CEILING(RS-JOB-INDEX).
005600 3100-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640 3110-MATCH-JOB.
005650*----------------------------------------------------------------
005660     IF RS-JOB-ID(RS-JOB-INDEX)    = AUD-JOB-ID
005670      AND RS-JOB-CLASS(RS-JOB-INDEX) = AUD-RATE-CLASS
005680         SET RS-MATCH-FOUND TO TRUE
005690     END-IF.
005700 3110-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740 5000-PRINT-REPORT.
005750*----------------------------------------------------------------
005760*    ONE SECTION PER CLASS - ITS JOBS, THEN THE CLASS TOTAL - AND
005770*    A GRAND TOTAL ACROSS THE CLASSES.
005780     PERFORM 5100-PRINT-CLASS THRU 5100-EXIT
005790         VARYING RS-CLASS-INDEX FROM 1 BY 1
005800         UNTIL RS-CLASS-INDEX > RS-CLASS-LOADED
005810     WRITE REPORT-RECORD FROM RS-BLANK-LINE
005820     MOVE "ALL CLASSES"      TO RS-DTL-JOB-ID
005830     MOVE RS-GRD-COUNT       TO RS-DTL-COUNT
005840     MOVE RS-GRD-CURRENT-D   TO RS-DTL-CURRENT-D
005850     MOVE RS-GRD-PROJECTED-D TO RS-DTL-PROJECTED-D
005860     COMPUTE RS-DIFFERENCE = RS-GRD-PROJECTED-D - RS-GRD-CURRENT-D
005870     MOVE RS-DIFFERENCE      TO RS-DTL-DIFFERENCE
005880     MOVE RS-CEILING-TOTAL   TO RS-DTL-CEILING
005890     WRITE REPORT-RECORD FROM RS-DETAIL-LINE.
005900 5000-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940 5100-PRINT-CLASS.
005950*----------------------------------------------------------------
005960     MOVE RS-CLS-CLASS(RS-CLASS-INDEX)       TO RS-CHD-CLASS
005970     MOVE RS-CLS-CURRENT-PCT(RS-CLASS-INDEX) TO RS-CHD-CURRENT-PCT
005980     MOVE RS-CLS-NEW-PCT(RS-CLASS-INDEX)     TO RS-CHD-NEW-PCT
005990     IF RS-CLS-NEW-DATE(RS-CLASS-INDEX) = ZERO
006000         MOVE "PROPOSED" TO RS-CHD-NEW-DATE
006010     ELSE
006020         MOVE RS-CLS-NEW-DATE(RS-CLASS-INDEX) TO RS-EFT-DATE
006030         MOVE RS-EFFECTIVE-TEXT TO RS-CHD-NEW-DATE
006040     END-IF
006050     WRITE REPORT-RECORD FROM RS-BLANK-LINE
006060     WRITE REPORT-RECORD FROM RS-CLASS-HEADING
006070     WRITE REPORT-RECORD FROM RS-COLUMN-LINE
006080     IF RS-CLS-COUNT(RS-CLASS-INDEX) = ZERO
006090         WRITE REPORT-RECORD FROM RS-NONE-LINE
006100         GO TO 5100-EXIT
006110     END-IF
006120     PERFORM 5200-PRINT-JOB THRU 5200-EXIT
006130         VARYING RS-JOB-INDEX FROM 1 BY 1
006140         UNTIL RS-JOB-INDEX > RS-JOB-LOADED
006150     MOVE "CLASS TOTAL" TO RS-DTL-JOB-ID
006160     MOVE RS-CLS-COUNT(RS-CLASS-INDEX)       TO RS-DTL-COUNT
006170     MOVE RS-CLS-CURRENT-D(RS-CLASS-INDEX)   TO RS-DTL-CURRENT-D
006180     MOVE RS-CLS-PROJECTED-D(RS-CLASS-INDEX) TO RS-DTL-PROJECTED-D
006190     COMPUTE RS-DIFFERENCE = RS-CLS-PROJECTED-D(RS-CLASS-INDEX)
006200                           - RS-CLS-CURRENT-D(RS-CLASS-INDEX)
006210     MOVE RS-DIFFERENCE TO RS-DTL-DIFFERENCE
006220     MOVE RS-CLS-CEILING(RS-CLASS-INDEX)     TO RS-DTL-CEILING
006230     WRITE REPORT-RECORD FROM RS-DETAIL-LINE
006240     ADD RS-CLS-COUNT(RS-CLASS-INDEX)       TO RS-GRD-COUNT
006250     ADD RS-CLS-CURRENT-D(RS-CLASS-INDEX)   TO RS-GRD-CURRENT-D
006260     ADD RS-CLS-PROJECTED-D(RS-CLASS-INDEX) TO RS-GRD-PROJECTED-D.
006270 5100-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------------
006310 5200-PRINT-JOB.
006320*----------------------------------------------------------------
006330     IF RS-JOB-CLASS(RS-JOB-INDEX)
006340         NOT = RS-CLS-CLASS(RS-CLASS-INDEX)
006350         GO TO 5200-EXIT
006360     END-IF
006370     MOVE RS-JOB-ID(RS-JOB-INDEX)          TO RS-DTL-JOB-ID
006380     MOVE RS-JOB-COUNT(RS-JOB-INDEX)       TO RS-DTL-COUNT
006390     MOVE RS-JOB-CURRENT-D(RS-JOB-INDEX)   TO RS-DTL-CURRENT-D
006400     MOVE RS-JOB-PROJECTED-D(RS-JOB-INDEX) TO RS-DTL-PROJECTED-D
006410     COMPUTE RS-DIFFERENCE = RS-JOB-PROJECTED-D(RS-JOB-INDEX)
006420                           - RS-JOB-CURRENT-D(RS-JOB-INDEX)
006430     MOVE RS-DIFFERENCE TO RS-DTL-DIFFERENCE
006440     MOVE RS-JOB-CEILING(RS-JOB-INDEX)     TO RS-DTL-CEILING
006450     WRITE REPORT-RECORD FROM RS-DETAIL-LINE.
006460 5200-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500 9000-TERMINATE.
006510*----------------------------------------------------------------
006520     IF RS-RUN-REFUSED
006530         GO TO 9000-EXIT
006540     END-IF
006550     IF RS-JOB-DROPPED > ZERO
006560         DISPLAY "RATESIM - JOB TABLE FULL, " RS-JOB-DROPPED
006570             " CALCULATIONS IN CLASS TOTALS ONLY"
006580     END-IF
006590     IF RS-CLASS-DROPPED > ZERO
006600         DISPLAY "RATESIM - CLASS TABLE FULL, " RS-CLASS-DROPPED
006610             " UPCOMING RATES NOT SIMULATED"
006620     END-IF
006630     MOVE RS-AUDIT-READ    TO RS-SUM-READ
006640     MOVE RS-REPLAYED      TO RS-SUM-REPLAYED
006650     MOVE RS-CEILING-TOTAL TO RS-SUM-CEILING
006660     MOVE RS-NOT-REPLAYED  TO RS-SKP-COUNT
006670     IF RS-NO-FILE-FAILURE
006680         WRITE REPORT-RECORD FROM RS-BLANK-LINE
006690         WRITE REPORT-RECORD FROM RS-SUMMARY-LINE
006700         WRITE REPORT-RECORD FROM RS-SKIPPED-LINE
006710         WRITE REPORT-RECORD FROM RS-CEILING-NOTE
006712     END-IF
006714     IF RS-RPT-OPENED
006720         CLOSE RSIM-REPORT
006730     END-IF
006740     DISPLAY "RATESIM - " RS-SUMMARY-LINE.
006750 9000-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------------
006790 9500-SET-RETURN-CODE.
006800*----------------------------------------------------------------
006810*        16  RUN REFUSED - MISSING OR BAD RSIMPARM CARD
006820*        12  RATETAB OR AUDITOUT COULD NOT BE READ
006830*         4  SOME ITEMS WOULD HIT THE D CEILING, OR THERE WAS NO
006840*            UPCOMING RATE TO SIMULATE
006850*         0  SIMULATION COMPLETE
006860     EVALUATE TRUE
006870         WHEN RS-RUN-REFUSED
006880             MOVE 16 TO RS-RC-VALUE
006890         WHEN RS-FILE-FAILURE
006900             MOVE 12 TO RS-RC-VALUE
006910         WHEN RS-CEILING-TOTAL > ZERO
006920          OR RS-NO-UPCOMING-RATE
006930             MOVE 4 TO RS-RC-VALUE
006940         WHEN OTHER
006950             MOVE 0 TO RS-RC-VALUE
006960     END-EVALUATE
006970     MOVE RS-RC-VALUE TO RETURN-CODE.
006980 9500-EXIT.
006990     EXIT.
