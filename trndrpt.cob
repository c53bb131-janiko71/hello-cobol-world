000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    TRNDRPT.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  13-MONTH TREND REPORT (TRNDRPT).
000150*                  READS THE PERHIST PERIOD HISTORY THE MNTHEND
000160*                  CLOSE WRITES (SEE CPYPHST) AND SHOWS EVERY
000170*                  FIGURE OF THE LAST 13 CLOSED PERIODS MONTH BY
000180*                  MONTH - CALCULATIONS AND C/D TOTALS BY JOB AND
000190*                  BY RATE CLASS, REJECTS (WITH THE REJECT RATE
000200*                  PER 1000 CALCULATIONS), WRITE-OFFS AND GL
000210*                  POSTINGS WRITTEN, ACCEPTED, REJECTED AND
000220*                  WRITTEN OFF - WITH THE CHANGE ON THE PERIOD
000230*                  BEFORE AND A FLAG ON ANY MOVEMENT BEYOND THE
000240*                  PERCENTAGE ON THE TRNDPARM CARD (SEE CPYTRND).
000250*                  NOTHING IS WRITTEN BUT THE REPORT.
000260*----------------------------------------------------------------
000270
000280******************************************************************
000290* ENVIRONMENT DIVISION.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TREND-PARM      ASSIGN TO "TRNDPARM"
000350                             ORGANIZATION IS SEQUENTIAL
000360                             FILE STATUS IS TD-PARM-FILE-STATUS.
000370
000380     SELECT PERIOD-HISTORY  ASSIGN TO "PERHIST"
000390                             ORGANIZATION IS INDEXED
000400                             ACCESS MODE IS DYNAMIC
000410                             RECORD KEY IS PHS-KEY
000420                             FILE STATUS IS TD-PHS-FILE-STATUS.
000430
000440     SELECT TREND-REPORT    ASSIGN TO "TRNDRPT"
000450                             ORGANIZATION LINE SEQUENTIAL.
000460
000470******************************************************************
000480* DATA DIVISION.
000490******************************************************************
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  TREND-PARM
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CPYTRND.
000550
000560 FD  PERIOD-HISTORY
000570     LABEL RECORDS ARE STANDARD.
000580     COPY CPYPHST.
000590
000600 FD  TREND-REPORT
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CPYRPT.
000630
000640 WORKING-STORAGE SECTION.
000650
000660 01  TD-SWITCHES.
000670     05  TD-EOF-SWITCH        PIC X(01)    VALUE "N".
000680         88  TD-END-OF-FILE                VALUE "Y".
000690         88  TD-NOT-END-OF-FILE             VALUE "N".
000700     05  TD-REFUSED-SWITCH    PIC X(01)    VALUE "N".
000710         88  TD-RUN-REFUSED                VALUE "Y".
000720         88  TD-RUN-ACCEPTED                VALUE "N".
000730     05  TD-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
000740         88  TD-FILE-FAILURE               VALUE "Y".
000750         88  TD-NO-FILE-FAILURE             VALUE "N".
000760     05  TD-PHS-OPEN-SWITCH   PIC X(01)    VALUE "N".
000770         88  TD-PHS-OPENED                 VALUE "Y".
000780         88  TD-PHS-NOT-OPENED              VALUE "N".
000790     05  TD-RPT-OPEN-SWITCH   PIC X(01)    VALUE "N".
000800         88  TD-RPT-OPENED                 VALUE "Y".
000810         88  TD-RPT-NOT-OPENED              VALUE "N".
000820     05  TD-PERIOD-SWITCH     PIC X(01)    VALUE "N".
000830         88  TD-PERIOD-FOUND               VALUE "Y".
000840         88  TD-PERIOD-NOT-FOUND            VALUE "N".
000850     05  TD-WINDOW-SWITCH     PIC X(01)    VALUE "N".
000860         88  TD-FIGURE-IN-WINDOW           VALUE "Y".
000870         88  TD-FIGURE-NOT-IN-WINDOW        VALUE "N".
000880     05  TD-MEASURE-KIND      PIC X(01)    VALUE SPACE.
000890         88  TD-MEASURE-COUNT              VALUE "C".
000900         88  TD-MEASURE-VALUE-1            VALUE "1".
000910         88  TD-MEASURE-VALUE-2            VALUE "2".
000920         88  TD-MEASURE-REJECT-RATE        VALUE "R".
000930
000940 01  TD-PARM-FILE-STATUS      PIC X(02).
000950 01  TD-PHS-FILE-STATUS       PIC X(02).
000960
000970 01  TD-COUNTERS.
000980     05  TD-HISTORY-READ      PIC 9(07) COMP VALUE ZERO.
000990     05  TD-FIGURES-REPORTED  PIC 9(07) COMP VALUE ZERO.
001000     05  TD-FLAGGED-TOTAL     PIC 9(07) COMP VALUE ZERO.
001010     05  TD-PERIOD-COUNT      PIC 9(02) COMP VALUE ZERO.
001020     05  TD-PER-INDEX         PIC 9(02) COMP VALUE ZERO.
001030     05  TD-PRIOR-INDEX       PIC 9(02) COMP VALUE ZERO.
001040     05  TD-FOUND-INDEX       PIC 9(02) COMP VALUE ZERO.
001050     05  TD-FIRST-PRINTED     PIC 9(02) COMP VALUE ZERO.
001060     05  TD-PERIODS-PRINTED   PIC 9(02) COMP VALUE ZERO.
001070
001080 01  TD-RUN-FIELDS.
001090     05  TD-RUN-DATE          PIC 9(08).
001100     05  TD-THRESHOLD         PIC 9(03)      VALUE ZERO.
001110     05  TD-CUR-CATEGORY      PIC X(01)      VALUE SPACE.
001120     05  TD-CUR-ITEM          PIC X(08)      VALUE SPACES.
001130     05  TD-CHANGE            PIC S9(11)V9(02).
001140     05  TD-PCT               PIC S9(05)V9(01).
001150     05  TD-MEASURE-NAME      PIC X(30).
001160
001170 01  TD-END-PERIOD            PIC 9(06)      VALUE ZERO.
001180 01  TD-END-PERIOD-PARTS REDEFINES TD-END-PERIOD.
001190     05  TD-END-YEAR          PIC 9(04).
001200     05  TD-END-MONTH         PIC 9(02).
001210
001220*    THE CLOSED PERIODS REPORTED, OLDEST FIRST, WITH THE FIGURE
001230*    BEING ASSEMBLED.  ONE PERIOD MORE THAN THE 13 SHOWN IS KEPT
001240*    WHEN THE FILE HAS IT, SO THE OLDEST MONTH SHOWN STILL HAS A
001250*    CHANGE ON THE MONTH BEFORE.  A PERIOD IN WHICH THE FIGURE
001260*    DID NOT OCCUR - A JOB THAT DID NOT RUN - STANDS AT ZERO.
001270 01  TD-PERIOD-TABLE.
001280     05  TD-PERIOD-ENTRY      OCCURS 14 TIMES.
001290         10  TD-PER-PERIOD    PIC 9(06).
001300         10  TD-PER-CALCS     PIC 9(07)       COMP.
001310         10  TD-PER-COUNT     PIC 9(07)       COMP.
001320         10  TD-PER-VALUE-1   PIC 9(11)V9(02) COMP.
001330         10  TD-PER-VALUE-2   PIC 9(11)V9(02) COMP.
001340         10  TD-PER-MEASURE   PIC 9(11)V9(02) COMP.
001350
001360 01  TD-HEADING-LINE-1.
001370     05  PIC X(32) VALUE "13-MONTH TREND REPORT - PERIODS ".
001380     05  TD-HDG-FROM          PIC 9(06).
001390     05  PIC X(04) VALUE " TO ".
001400     05  TD-HDG-TO            PIC 9(06).
001410     05  PIC X(14) VALUE "   RUN DATE : ".
001420     05  TD-HDG-RUN-DATE      PIC 9(08).
001430
001440 01  TD-HEADING-LINE-2.
001450     05  PIC X(28) VALUE "MOVEMENT FLAGGED * BEYOND : ".
001460     05  TD-HDG-THRESHOLD     PIC ZZ9.
001470     05  PIC X(41) VALUE
001480         " PERCENT   NEW = UP FROM NOTHING".
001490
001500 01  TD-FIGURE-LINE.
001510     05  TD-FGL-TEXT          PIC X(30).
001520     05  TD-FGL-ITEM          PIC X(08).
001530
001540 01  TD-MEASURE-LINE.
001550     05  PIC X(04) VALUE SPACES.
001560     05  TD-MSL-NAME          PIC X(30).
001570
001580 01  TD-COLUMN-LINE.
001590     05  PIC X(25) VALUE "  PERIOD           FIGURE".
001600     05  PIC X(16) VALUE "          CHANGE".
001610     05  PIC X(16) VALUE "  CHANGE %  FLAG".
001620
001630 01  TD-DETAIL-LINE.
001640     05  PIC X(02) VALUE SPACES.
001650     05  TD-DTL-PERIOD        PIC 9(06).
001660     05  PIC X(03) VALUE SPACES.
001670     05  TD-DTL-FIGURE        PIC X(14).
001680     05  PIC X(02) VALUE SPACES.
001690     05  TD-DTL-CHANGE        PIC X(14).
001700     05  PIC X(02) VALUE SPACES.
001710     05  TD-DTL-PCT           PIC X(08).
001720     05  PIC X(02) VALUE SPACES.
001730     05  TD-DTL-FLAG          PIC X(04).
001740
001750 01  TD-EDIT-FIELDS.
001760     05  TD-EDIT-COUNT        PIC Z(13)9.
001770     05  TD-EDIT-COUNT-CHANGE PIC Z(12)9-.
001780     05  TD-EDIT-VALUE        PIC Z(10)9.99.
001790     05  TD-EDIT-VALUE-CHANGE PIC Z(9)9.99-.
001800     05  TD-EDIT-PCT          PIC ZZZZ9.9-.
001810
001820 01  TD-NONE-LINE.
001830     05  PIC X(40) VALUE "NO CLOSED PERIOD ON THE PERIOD HISTORY".
001840
001850 01  TD-SUMMARY-LINE.
001860     05  PIC X(19) VALUE "PERIODS REPORTED : ".
001870     05  TD-SUM-PERIODS       PIC Z9.
001880     05  PIC X(13) VALUE "   FIGURES : ".
001890     05  TD-SUM-FIGURES       PIC ZZZZZZ9.
001900     05  PIC X(23) VALUE "   MOVEMENTS FLAGGED : ".
001910     05  TD-SUM-FLAGGED       PIC ZZZZZZ9.
001920
001930 01  TD-BLANK-LINE            PIC X(80)      VALUE SPACES.
001940
001950 77  TD-RC-VALUE              PIC 9(02)      VALUE ZERO.
001960
001970******************************************************************
001980* PROCEDURE DIVISION.
001990******************************************************************
002000 PROCEDURE DIVISION.
002010
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
002040     IF TD-RUN-ACCEPTED
002050      AND TD-NO-FILE-FAILURE
002060         PERFORM 2000-LOAD-PERIODS THRU 2000-EXIT
002070         IF TD-PERIOD-COUNT > ZERO
002080             PERFORM 3000-REPORT-FIGURES THRU 3000-EXIT
002090         END-IF
002100     END-IF
002110     PERFORM 9000-TERMINATE        THRU 9000-EXIT
002120     PERFORM 9500-SET-RETURN-CODE  THRU 9500-EXIT
002130     STOP RUN.
002140
002150*----------------------------------------------------------------
002160 1000-INITIALIZE.
002170*----------------------------------------------------------------
002180     ACCEPT TD-RUN-DATE FROM DATE YYYYMMDD
002190     PERFORM 1100-READ-TREND-PARM THRU 1100-EXIT
002200     IF TD-RUN-REFUSED
002210         GO TO 1000-EXIT
002220     END-IF
002230     OPEN INPUT PERIOD-HISTORY
002240     IF TD-PHS-FILE-STATUS NOT = "00"
002250         DISPLAY "TRNDRPT - NO PERIOD HISTORY, STATUS "
002260             TD-PHS-FILE-STATUS
002270         SET TD-FILE-FAILURE TO TRUE
002280         GO TO 1000-EXIT
002290     END-IF
002300     SET TD-PHS-OPENED TO TRUE
002310     OPEN OUTPUT TREND-REPORT
002320     SET TD-RPT-OPENED TO TRUE.
002330 1000-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------------
002370 1100-READ-TREND-PARM.
002380*----------------------------------------------------------------
002390     MOVE ZERO TO TRD-END-PERIOD
002400     MOVE ZERO TO TRD-THRESHOLD-PCT
002410     OPEN INPUT TREND-PARM
002420     IF TD-PARM-FILE-STATUS = "00"
002430         READ TREND-PARM
002440             AT END
002450                 CONTINUE
002460         END-READ
002470         CLOSE TREND-PARM
002480     END-IF
002490     IF TRD-END-PERIOD IS NOT NUMERIC
002500      OR TRD-THRESHOLD-PCT IS NOT NUMERIC
002510         DISPLAY "TRNDRPT - INVALID TRNDPARM CARD, "
002520             "NOTHING REPORTED"
002530         SET TD-RUN-REFUSED TO TRUE
002540         GO TO 1100-EXIT
002550     END-IF
002560     MOVE TRD-END-PERIOD TO TD-END-PERIOD
002570     IF TD-END-PERIOD NOT = ZERO
002580      AND (TD-END-MONTH < 01 OR TD-END-MONTH > 12
002590       OR TD-END-YEAR = ZERO)
002600         DISPLAY "TRNDRPT - INVALID PERIOD ON TRNDPARM, "
002610             "NOTHING REPORTED"
002620         SET TD-RUN-REFUSED TO TRUE
002630         GO TO 1100-EXIT
002640     END-IF
002650     IF TRD-THRESHOLD-PCT = ZERO
002660         MOVE 10 TO TD-THRESHOLD
002670     ELSE
002680         MOVE TRD-THRESHOLD-PCT TO TD-THRESHOLD
002690     END-IF.
002700 1100-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------
002740 2000-LOAD-PERIODS.
002750*----------------------------------------------------------------
002760*    EVERY CLOSED PERIOD HAS ITS "P" RECORD, AND THOSE READ
002770*    TOGETHER IN PERIOD ORDER, SO THE WINDOW IS THE LAST 14 OF
002780*    THEM NOT AFTER THE END PERIOD.
002790     MOVE "P"    TO PHS-CATEGORY
002800     MOVE SPACES TO PHS-ITEM
002810     MOVE ZERO   TO PHS-PERIOD
002820     SET TD-NOT-END-OF-FILE TO TRUE
002830     START PERIOD-HISTORY KEY IS NOT LESS THAN PHS-KEY
002840         INVALID KEY
002850             SET TD-END-OF-FILE TO TRUE
002860     END-START
002870     IF TD-NOT-END-OF-FILE
002880         PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
002890     END-IF
002900     PERFORM 2200-STORE-PERIOD THRU 2200-EXIT
002910         UNTIL TD-END-OF-FILE
002920     IF TD-PERIOD-COUNT = ZERO
002930         DISPLAY "TRNDRPT - NO CLOSED PERIOD ON PERHIST"
002940         WRITE REPORT-RECORD FROM TD-NONE-LINE
002950         GO TO 2000-EXIT
002960     END-IF
002970     IF TD-PERIOD-COUNT = 14
002980         MOVE 2 TO TD-FIRST-PRINTED
002990     ELSE
003000         MOVE 1 TO TD-FIRST-PRINTED
003010     END-IF
003020     COMPUTE TD-PERIODS-PRINTED =
003030         TD-PERIOD-COUNT - TD-FIRST-PRINTED + 1
003040     MOVE TD-PER-PERIOD(TD-FIRST-PRINTED) TO TD-HDG-FROM
003050     MOVE TD-PER-PERIOD(TD-PERIOD-COUNT)  TO TD-HDG-TO
003060     MOVE TD-RUN-DATE                     TO TD-HDG-RUN-DATE
003070     MOVE TD-THRESHOLD                    TO TD-HDG-THRESHOLD
003080     WRITE REPORT-RECORD FROM TD-HEADING-LINE-1
003090     WRITE REPORT-RECORD FROM TD-HEADING-LINE-2.
003100 2000-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------------
003140 2100-READ-NEXT-HISTORY.
003150*----------------------------------------------------------------
003160     READ PERIOD-HISTORY NEXT RECORD
003170         AT END
003180             SET TD-END-OF-FILE TO TRUE
003190     END-READ.
003200 2100-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240 2200-STORE-PERIOD.
003250*----------------------------------------------------------------
003260*    PAST THE "P" RECORDS, OR PAST THE END PERIOD, ENDS THE
003270*    SCAN.  A FULL WINDOW DROPS ITS OLDEST PERIOD TO MAKE ROOM.
003280     IF NOT PHS-CAT-PERIOD
003290         SET TD-END-OF-FILE TO TRUE
003300         GO TO 2200-EXIT
003310     END-IF
003320     IF TD-END-PERIOD NOT = ZERO
003330      AND PHS-PERIOD > TD-END-PERIOD
003340         SET TD-END-OF-FILE TO TRUE
003350         GO TO 2200-EXIT
003360     END-IF
003370     IF TD-PERIOD-COUNT = 14
003380         PERFORM 2300-SHIFT-PERIOD THRU 2300-EXIT
003390             VARYING TD-PER-INDEX FROM 1 BY 1
003400             UNTIL TD-PER-INDEX > 13
003410     ELSE
003420         ADD 1 TO TD-PERIOD-COUNT
003430     END-IF
003440     MOVE PHS-PERIOD TO TD-PER-PERIOD(TD-PERIOD-COUNT)
003450     MOVE PHS-COUNT  TO TD-PER-CALCS(TD-PERIOD-COUNT)
003460     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
003470 2200-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------
003510 2300-SHIFT-PERIOD.
003520*----------------------------------------------------------------
003530     MOVE TD-PERIOD-ENTRY(TD-PER-INDEX + 1)
003540         TO TD-PERIOD-ENTRY(TD-PER-INDEX).
003550 2300-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------
003590 3000-REPORT-FIGURES.
003600*----------------------------------------------------------------
003610*    ONE PASS OF THE WHOLE HISTORY.  A FIGURE'S RECORDS READ
003620*    TOGETHER, SO EACH IS PRINTED AS SOON AS THE NEXT BEGINS.
003630     MOVE LOW-VALUES TO PHS-KEY
003640     SET TD-NOT-END-OF-FILE TO TRUE
003650     START PERIOD-HISTORY KEY IS NOT LESS THAN PHS-KEY
003660         INVALID KEY
003670             GO TO 3000-EXIT
003680     END-START
003690     PERFORM 3050-CLEAR-FIGURE THRU 3050-EXIT
003700         VARYING TD-PER-INDEX FROM 1 BY 1
003710         UNTIL TD-PER-INDEX > TD-PERIOD-COUNT
003720     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
003730     PERFORM 3100-COLLECT-FIGURE    THRU 3100-EXIT
003740         UNTIL TD-END-OF-FILE
003750     PERFORM 3400-PRINT-FIGURE      THRU 3400-EXIT.
003760 3000-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------
003800 3050-CLEAR-FIGURE.
003810*----------------------------------------------------------------
003820     MOVE ZERO TO TD-PER-COUNT(TD-PER-INDEX)
003830     MOVE ZERO TO TD-PER-VALUE-1(TD-PER-INDEX)
003840     MOVE ZERO TO TD-PER-VALUE-2(TD-PER-INDEX).
003850 3050-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890 3100-COLLECT-FIGURE.
003900*----------------------------------------------------------------
003910     ADD 1 TO TD-HISTORY-READ
003920     IF PHS-CAT-PERIOD
003930         GO TO 3100-READ
003940     END-IF
003950     IF PHS-CATEGORY NOT = TD-CUR-CATEGORY
003960      OR PHS-ITEM NOT = TD-CUR-ITEM
003970         PERFORM 3400-PRINT-FIGURE THRU 3400-EXIT
003980         MOVE PHS-CATEGORY TO TD-CUR-CATEGORY
003990         MOVE PHS-ITEM     TO TD-CUR-ITEM
004000         SET TD-FIGURE-NOT-IN-WINDOW TO TRUE
004010         PERFORM 3050-CLEAR-FIGURE THRU 3050-EXIT
004020             VARYING TD-PER-INDEX FROM 1 BY 1
004030             UNTIL TD-PER-INDEX > TD-PERIOD-COUNT
004040     END-IF
004050     SET TD-PERIOD-NOT-FOUND TO TRUE
004060     PERFORM 3200-MATCH-PERIOD THRU 3200-EXIT
004070         VARYING TD-PER-INDEX FROM 1 BY 1
004080         UNTIL TD-PER-INDEX > TD-PERIOD-COUNT
004090            OR TD-PERIOD-FOUND
004100     IF TD-PERIOD-NOT-FOUND
004110         GO TO 3100-READ
004120     END-IF
004130     MOVE PHS-COUNT   TO TD-PER-COUNT(TD-FOUND-INDEX)
004140     MOVE PHS-VALUE-1 TO TD-PER-VALUE-1(TD-FOUND-INDEX)
004150     MOVE PHS-VALUE-2 TO TD-PER-VALUE-2(TD-FOUND-INDEX)
004160     IF TD-FOUND-INDEX NOT < TD-FIRST-PRINTED
004170         SET TD-FIGURE-IN-WINDOW TO TRUE
004180     END-IF.
004190 3100-READ.
004200     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
004210 3100-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250 3200-MATCH-PERIOD.
004260*----------------------------------------------------------------
004270     IF TD-PER-PERIOD(TD-PER-INDEX) = PHS-PERIOD
004280         MOVE TD-PER-INDEX TO TD-FOUND-INDEX
004290         SET TD-PERIOD-FOUND TO TRUE
004300     END-IF.
004310 3200-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------
004350 3400-PRINT-FIGURE.
004360*----------------------------------------------------------------
004370*    A FIGURE THAT LAST OCCURRED BEFORE THE WINDOW - A JOB LONG
004380*    RETIRED - IS LEFT OFF.  EACH OF ITS MEASURES IS PRINTED AS
004390*    ITS OWN 13-MONTH COLUMN.
004400     IF TD-CUR-CATEGORY = SPACE
004410      OR TD-FIGURE-NOT-IN-WINDOW
004420         GO TO 3400-EXIT
004430     END-IF
004440     ADD 1 TO TD-FIGURES-REPORTED
004450     MOVE TD-CUR-ITEM TO TD-FGL-ITEM
004460     EVALUATE TD-CUR-CATEGORY
004470         WHEN "G"
004480             MOVE "GL POSTINGS                 : " TO TD-FGL-TEXT
004490         WHEN "J"
004500             MOVE "CALCULATIONS FOR JOB ID     : " TO TD-FGL-TEXT
004510         WHEN "R"
004520             MOVE "CALCULATIONS FOR RATE CLASS : " TO TD-FGL-TEXT
004530         WHEN "W"
004540             MOVE "WRITE-OFFS"                     TO TD-FGL-TEXT
004550         WHEN "X"
004560             MOVE "REJECTS"                        TO TD-FGL-TEXT
004570         WHEN OTHER
004580             MOVE "FIGURE                      : " TO TD-FGL-TEXT
004590             MOVE TD-CUR-CATEGORY                  TO TD-FGL-ITEM
004600     END-EVALUATE
004610     WRITE REPORT-RECORD FROM TD-BLANK-LINE
004620     WRITE REPORT-RECORD FROM TD-FIGURE-LINE
004630     EVALUATE TD-CUR-CATEGORY
004640         WHEN "J"
004650         WHEN "R"
004660             MOVE "CALCULATIONS"    TO TD-MEASURE-NAME
004670             SET TD-MEASURE-COUNT   TO TRUE
004680             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004690             MOVE "C TOTAL"         TO TD-MEASURE-NAME
004700             SET TD-MEASURE-VALUE-1 TO TRUE
004710             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004720             MOVE "D TOTAL"         TO TD-MEASURE-NAME
004730             SET TD-MEASURE-VALUE-2 TO TRUE
004740             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004750         WHEN "G"
004760             MOVE "POSTINGS"        TO TD-MEASURE-NAME
004770             SET TD-MEASURE-COUNT   TO TRUE
004780             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004790             MOVE "D VALUE"         TO TD-MEASURE-NAME
004800             SET TD-MEASURE-VALUE-1 TO TRUE
004810             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004820         WHEN "X"
004830             MOVE "REJECTS"         TO TD-MEASURE-NAME
004840             SET TD-MEASURE-COUNT   TO TRUE
004850             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004860             MOVE "VALUE"           TO TD-MEASURE-NAME
004870             SET TD-MEASURE-VALUE-1 TO TRUE
004880             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004890             MOVE "PER 1000 CALCULATIONS" TO TD-MEASURE-NAME
004900             SET TD-MEASURE-REJECT-RATE   TO TRUE
004910             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004920         WHEN OTHER
004930             MOVE "COUNT"           TO TD-MEASURE-NAME
004940             SET TD-MEASURE-COUNT   TO TRUE
004950             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004960             MOVE "VALUE"           TO TD-MEASURE-NAME
004970             SET TD-MEASURE-VALUE-1 TO TRUE
004980             PERFORM 3500-PRINT-MEASURE THRU 3500-EXIT
004990     END-EVALUATE.
005000 3400-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------
005040 3500-PRINT-MEASURE.
005050*----------------------------------------------------------------
005060     PERFORM 3550-LOAD-MEASURE THRU 3550-EXIT
005070         VARYING TD-PER-INDEX FROM 1 BY 1
005080         UNTIL TD-PER-INDEX > TD-PERIOD-COUNT
005090     MOVE TD-MEASURE-NAME TO TD-MSL-NAME
005100     WRITE REPORT-RECORD FROM TD-MEASURE-LINE
005110     WRITE REPORT-RECORD FROM TD-COLUMN-LINE
005120     PERFORM 3600-PRINT-PERIOD THRU 3600-EXIT
005130         VARYING TD-PER-INDEX FROM TD-FIRST-PRINTED BY 1
005140         UNTIL TD-PER-INDEX > TD-PERIOD-COUNT.
005150 3500-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190 3550-LOAD-MEASURE.
005200*----------------------------------------------------------------
005210*    THE REJECT RATE IS STRUCK AGAINST THE CALCULATIONS THE CLOSE
005220*    CONSOLIDATED; A PERIOD WITH NONE HAS NO RATE.
005230     EVALUATE TRUE
005240         WHEN TD-MEASURE-COUNT
005250             MOVE TD-PER-COUNT(TD-PER-INDEX)
005260                 TO TD-PER-MEASURE(TD-PER-INDEX)
005270         WHEN TD-MEASURE-VALUE-1
005280             MOVE TD-PER-VALUE-1(TD-PER-INDEX)
005290                 TO TD-PER-MEASURE(TD-PER-INDEX)
005300         WHEN TD-MEASURE-VALUE-2
005310             MOVE TD-PER-VALUE-2(TD-PER-INDEX)
005320                 TO TD-PER-MEASURE(TD-PER-INDEX)
005330         WHEN TD-MEASURE-REJECT-RATE
005340             IF TD-PER-CALCS(TD-PER-INDEX) = ZERO
005350                 MOVE ZERO TO TD-PER-MEASURE(TD-PER-INDEX)
005360             ELSE
005370                 COMPUTE TD-PER-MEASURE(TD-PER-INDEX) ROUNDED =
005380                     TD-PER-COUNT(TD-PER-INDEX) * 1000
005390                   / TD-PER-CALCS(TD-PER-INDEX)
005400             END-IF
005410     END-EVALUATE.
005420 3550-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460 3600-PRINT-PERIOD.
005470*----------------------------------------------------------------
005480*    THE CHANGE IS ON THE CLOSED PERIOD BEFORE.  THE OLDEST
005490*    PERIOD ON FILE HAS NOTHING TO COMPARE WITH.  A FIGURE UP
005500*    FROM NOTHING HAS NO PERCENTAGE AND IS FLAGGED "NEW"; ONE
005510*    MOVING FURTHER THAN THE LIMIT EITHER WAY IS FLAGGED "*".
005520     MOVE TD-PER-PERIOD(TD-PER-INDEX) TO TD-DTL-PERIOD
005530     IF TD-MEASURE-COUNT
005540         MOVE TD-PER-MEASURE(TD-PER-INDEX) TO TD-EDIT-COUNT
005550         MOVE TD-EDIT-COUNT TO TD-DTL-FIGURE
005560     ELSE
005570         MOVE TD-PER-MEASURE(TD-PER-INDEX) TO TD-EDIT-VALUE
005580         MOVE TD-EDIT-VALUE TO TD-DTL-FIGURE
005590     END-IF
005600     MOVE SPACES TO TD-DTL-CHANGE
005610     MOVE SPACES TO TD-DTL-PCT
005620     MOVE SPACES TO TD-DTL-FLAG
005630     IF TD-PER-INDEX = 1
005640         GO TO 3600-WRITE
005650     END-IF
005660     COMPUTE TD-PRIOR-INDEX = TD-PER-INDEX - 1
005670     COMPUTE TD-CHANGE = TD-PER-MEASURE(TD-PER-INDEX)
005680                       - TD-PER-MEASURE(TD-PRIOR-INDEX)
005690     IF TD-MEASURE-COUNT
005700         MOVE TD-CHANGE TO TD-EDIT-COUNT-CHANGE
005710         MOVE TD-EDIT-COUNT-CHANGE TO TD-DTL-CHANGE
005720     ELSE
005730         MOVE TD-CHANGE TO TD-EDIT-VALUE-CHANGE
005740         MOVE TD-EDIT-VALUE-CHANGE TO TD-DTL-CHANGE
005750     END-IF
005760     IF TD-PER-MEASURE(TD-PRIOR-INDEX) = ZERO
005770         IF TD-CHANGE NOT = ZERO
005780             MOVE "NEW" TO TD-DTL-FLAG
005790             ADD 1 TO TD-FLAGGED-TOTAL
005800         END-IF
005810         GO TO 3600-WRITE
005820     END-IF
005830     COMPUTE TD-PCT ROUNDED =
005840         TD-CHANGE * 100 / TD-PER-MEASURE(TD-PRIOR-INDEX)
005850         ON SIZE ERROR
005860             MOVE 99999.9 TO TD-PCT
005870     END-COMPUTE
005880     MOVE TD-PCT TO TD-EDIT-PCT
005890     MOVE TD-EDIT-PCT TO TD-DTL-PCT
005900     IF TD-PCT > TD-THRESHOLD
005910      OR TD-PCT < ZERO - TD-THRESHOLD
005920         MOVE "*" TO TD-DTL-FLAG
005930         ADD 1 TO TD-FLAGGED-TOTAL
005940     END-IF.
005950 3600-WRITE.
005960     WRITE REPORT-RECORD FROM TD-DETAIL-LINE.
005970 3600-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------------
006010 9000-TERMINATE.
006020*----------------------------------------------------------------
006030     IF TD-PHS-OPENED
006040         CLOSE PERIOD-HISTORY
006050     END-IF
006060     IF TD-RPT-NOT-OPENED
006070         GO TO 9000-EXIT
006080     END-IF
006090     MOVE TD-PERIODS-PRINTED  TO TD-SUM-PERIODS
006100     MOVE TD-FIGURES-REPORTED TO TD-SUM-FIGURES
006110     MOVE TD-FLAGGED-TOTAL    TO TD-SUM-FLAGGED
006120     WRITE REPORT-RECORD FROM TD-BLANK-LINE
006130     WRITE REPORT-RECORD FROM TD-SUMMARY-LINE
006140     CLOSE TREND-REPORT
006150     DISPLAY "TRNDRPT - " TD-SUMMARY-LINE.
006160 9000-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200 9500-SET-RETURN-CODE.
006210*----------------------------------------------------------------
006220*    SO THE SCHEDULER CAN PUT A MOVING MONTH IN FRONT OF
006230*    MANAGEMENT:
006240*        16  RUN REFUSED - BAD PARAMETER CARD
006250*        12  NO PERIOD HISTORY TO REPORT FROM
006260*         4  A MOVEMENT FLAGGED, OR NO CLOSED PERIOD ON FILE
006270*         0  EVERY FIGURE WITHIN THE LIMIT
006280     EVALUATE TRUE
006290         WHEN TD-RUN-REFUSED
006300             MOVE 16 TO TD-RC-VALUE
006310         WHEN TD-FILE-FAILURE
006320             MOVE 12 TO TD-RC-VALUE
006330         WHEN TD-FLAGGED-TOTAL > ZERO
006340           OR TD-PERIOD-COUNT = ZERO
006350             MOVE 4 TO TD-RC-VALUE
006360         WHEN OTHER
006370             MOVE 0 TO TD-RC-VALUE
006380     END-EVALUATE
006390     MOVE TD-RC-VALUE TO RETURN-CODE.
006400 9500-EXIT.
006410     EXIT.
