000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    AUDRETR.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  AUDIT RETRIEVAL ACROSS THE
000150*                  ARCHIVE.  TAKES A REQUEST CARD AND THE ARCHIVE
000160*                  GENERATIONS TO SEARCH (RETRPARM, SEE CPYRETR),
000170*                  READS EACH NAMED AUDARCHV GENERATION AND THEN
000180*                  THE LIVE AUDITOUT AS ONE HISTORY, AND HANDS THE
000190*                  RECORDS THAT MATCH THE DATE RANGE, JOB ID,
000200*                  OPERATOR ID AND RECORD TYPE TO THE AUDITORS AS
000210*                  A LISTING WITH TOTALS (RETRRPT) AND AN EXTRACT
000220*                  IN THE AUDIT TRAIL LAYOUT (RETREXT, CPYAUDIT).
000230*                  THE REQUEST, EACH SOURCE SEARCHED AND WHAT IT
000240*                  GAVE ARE APPENDED TO THE RETRLOG LOG (SEE
000250*                  CPYRLOG).  NOTHING SEARCHED IS CHANGED.
000252* 2026-10-15 JM    RETRLOG IS NOW OPENED BEFORE ANYTHING IS
000254*                  RETRIEVED - A REQUEST THAT CANNOT BE LOGGED IS
000256*                  REFUSED RC 12.  THE REQUESTER IS PRINTED IN
000258*                  FULL ON A HEADING LINE OF ITS OWN.
000260*----------------------------------------------------------------
000270
000280******************************************************************
000290* ENVIRONMENT DIVISION.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REQUEST-PARM    ASSIGN TO "RETRPARM"
000350                             ORGANIZATION IS SEQUENTIAL
000360                             FILE STATUS IS AR-PARM-FILE-STATUS.
000370
000380*    EACH SOURCE IN TURN - AN ARCHIVE GENERATION BY THE NAME ON
000390*    ITS CARD, THEN THE LIVE TRAIL - THROUGH THE ONE FILE.
000400     SELECT SOURCE-IN       ASSIGN USING AR-SOURCE-NAME
000410                             ORGANIZATION LINE SEQUENTIAL
000420                             FILE STATUS IS AR-SOURCE-FILE-STATUS.
000430
000440     SELECT EXTRACT-OUT     ASSIGN TO "RETREXT"
000450                             ORGANIZATION LINE SEQUENTIAL
000460                             FILE STATUS IS AR-EXTR-FILE-STATUS.
000470
000480     SELECT RETRIEVAL-LOG   ASSIGN TO "RETRLOG"
000490                             ORGANIZATION LINE SEQUENTIAL
000500                             FILE STATUS IS AR-LOG-FILE-STATUS.
000510
000520     SELECT RETRIEVAL-REPORT
000530                            ASSIGN TO "RETRRPT"
000540                             ORGANIZATION LINE SEQUENTIAL.
000550
000560******************************************************************
000570* DATA DIVISION.
000580******************************************************************
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  REQUEST-PARM
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CPYRETR.
000640
000650 FD  SOURCE-IN
000660     LABEL RECORDS ARE STANDARD.
000670 01  SOURCE-RECORD            PIC X(96).
000680
000690 FD  EXTRACT-OUT
000700     LABEL RECORDS ARE STANDARD.
000710 01  EXTRACT-RECORD           PIC X(96).
000720
000730 FD  RETRIEVAL-LOG
000740     LABEL RECORDS ARE STANDARD.
000750     COPY CPYRLOG.
000760
000770 FD  RETRIEVAL-REPORT
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CPYRPT.
000800
000810 WORKING-STORAGE SECTION.
000820
000830 01  AR-SWITCHES.
000840     05  AR-PARM-EOF-SWITCH   PIC X(01)    VALUE "N".
000850         88  AR-PARM-END-OF-FILE           VALUE "Y".
000860         88  AR-PARM-NOT-END-OF-FILE        VALUE "N".
000870     05  AR-SOURCE-EOF-SWITCH PIC X(01)    VALUE "N".
000880         88  AR-SOURCE-END-OF-FILE         VALUE "Y".
000890         88  AR-SOURCE-NOT-END-OF-FILE      VALUE "N".
000900     05  AR-REFUSED-SWITCH    PIC X(01)    VALUE "N".
000910         88  AR-RUN-REFUSED                VALUE "Y".
000920         88  AR-RUN-ACCEPTED                VALUE "N".
000930     05  AR-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
000940         88  AR-FILE-FAILURE               VALUE "Y".
000950         88  AR-NO-FILE-FAILURE             VALUE "N".
000960     05  AR-RPT-OPEN-SWITCH   PIC X(01)    VALUE "N".
000970         88  AR-RPT-OPENED                 VALUE "Y".
000980         88  AR-RPT-NOT-OPENED              VALUE "N".
000990     05  AR-SELECT-SWITCH     PIC X(01)    VALUE "N".
001000         88  AR-RECORD-SELECTED            VALUE "Y".
001010         88  AR-RECORD-BYPASSED             VALUE "N".
001020     05  AR-SRC-HDG-SWITCH    PIC X(01)    VALUE "N".
001030         88  AR-SRC-HDG-WRITTEN            VALUE "Y".
001040         88  AR-SRC-HDG-NOT-WRITTEN         VALUE "N".
001042     05  AR-LOG-OPEN-SWITCH   PIC X(01)    VALUE "N".
001044         88  AR-LOG-OPENED                 VALUE "Y".
001046         88  AR-LOG-NOT-OPENED              VALUE "N".
001050
001060 01  AR-PARM-FILE-STATUS      PIC X(02).
001070 01  AR-SOURCE-FILE-STATUS    PIC X(02).
001080 01  AR-EXTR-FILE-STATUS      PIC X(02).
001090 01  AR-LOG-FILE-STATUS       PIC X(02).
001100
001110 01  AR-SOURCE-NAME           PIC X(44)      VALUE SPACES.
001120
001130 01  AR-COUNTERS.
001140     05  AR-SOURCE-COUNT      PIC 9(03) COMP VALUE ZERO.
001150     05  AR-SRC-INDEX         PIC 9(03) COMP VALUE ZERO.
001160     05  AR-MISSING-COUNT     PIC 9(03) COMP VALUE ZERO.
001170     05  AR-SELECTED-TOTAL    PIC 9(07) COMP VALUE ZERO.
001180     05  AR-OUT-OF-SEQ-TOTAL  PIC 9(07) COMP VALUE ZERO.
001190     05  AR-CALC-COUNT        PIC 9(07) COMP VALUE ZERO.
001200     05  AR-SIGNON-COUNT      PIC 9(07) COMP VALUE ZERO.
001210     05  AR-ADMIN-COUNT       PIC 9(07) COMP VALUE ZERO.
001220     05  AR-CALC-C-TOTAL      PIC 9(11)V9(02) COMP VALUE ZERO.
001230     05  AR-CALC-D-TOTAL      PIC 9(11)V9(02) COMP VALUE ZERO.
001240
001250 01  AR-RUN-FIELDS.
001260     05  AR-RUN-DATE          PIC 9(08).
001270     05  AR-RUN-TIME          PIC 9(08).
001280     05  AR-HIGH-DATE         PIC 9(08)      VALUE ZERO.
001290     05  AR-PRIOR-HIGH-DATE   PIC 9(08)      VALUE ZERO.
001300
001310*    THE REQUEST AS CARDED, HELD ONCE THE CARD FILE IS CLOSED.
001320 01  AR-REQUEST.
001330     05  AR-FROM-DATE         PIC 9(08)      VALUE ZERO.
001340     05  AR-TO-DATE           PIC 9(08)      VALUE ZERO.
001350     05  AR-JOB-ID            PIC X(08)      VALUE SPACES.
001360     05  AR-OPERATOR-ID       PIC X(08)      VALUE SPACES.
001370     05  AR-RECORD-TYPE       PIC X(01)      VALUE SPACE.
001380         88  AR-TYPE-ANY                   VALUE SPACE.
001390         88  AR-TYPE-VALID                 VALUE SPACE "C"
001400                                                 "S" "A".
001410         88  AR-TYPE-CALCULATION           VALUE "C".
001420     05  AR-REQUESTED-BY      PIC X(20)      VALUE SPACES.
001430
001440*    ONE ENTRY PER SOURCE, IN THE ORDER SEARCHED - THE ARCHIVE
001450*    GENERATIONS AS CARDED, THEN THE LIVE TRAIL.  SEVEN YEARS OF
001460*    MONTHLY ARCHIVES AND THE TRAIL FIT.
001470 01  AR-SOURCE-TABLE.
001480     05  AR-SOURCE-ENTRY      OCCURS 90 TIMES.
001490         10  AR-SRC-NAME      PIC X(44).
001500         10  AR-SRC-STATUS    PIC X(02).
001510         10  AR-SRC-READ      PIC 9(07)      COMP.
001520         10  AR-SRC-GIVEN     PIC 9(07)      COMP.
001530         10  AR-SRC-OUT-OF-SEQ PIC 9(07)     COMP.
001540         10  AR-SRC-FIRST-DATE PIC 9(08).
001550         10  AR-SRC-LAST-DATE PIC 9(08).
001560
001570     COPY CPYAUDIT.
001580
001590 01  AR-HEADING-LINE-1.
001600     05  PIC X(30) VALUE "AUDIT RETRIEVAL - RUN DATE : ".
001610     05  AR-HDG-RUN-DATE      PIC 9(08).
001620     05  PIC X(08) VALUE "  TIME :".
001630     05  PIC X(01) VALUE SPACE.
001640     05  AR-HDG-RUN-TIME      PIC 9(08).
001670
001672 01  AR-HEADING-LINE-2.
001674     05  PIC X(15) VALUE "REQUESTED BY : ".
001676     05  AR-HDG-REQUESTED-BY  PIC X(20).
001678
001680 01  AR-HEADING-LINE-3.
001690     05  PIC X(13) VALUE "RUN DATES : ".
001700     05  AR-HDG-FROM          PIC 9(08).
001710     05  PIC X(04) VALUE " TO ".
001720     05  AR-HDG-TO            PIC 9(08).
001730     05  PIC X(08) VALUE "  JOB : ".
001740     05  AR-HDG-JOB-ID        PIC X(08).
001750     05  PIC X(13) VALUE "  OPERATOR : ".
001760     05  AR-HDG-OPERATOR-ID   PIC X(08).
001770     05  PIC X(09) VALUE "  TYPE : ".
001780     05  AR-HDG-TYPE          PIC X(01).
001790
001800 01  AR-HEADING-LINE-4.
001810     05  PIC X(40) VALUE
001820         "(ZERO DATE = NO LIMIT, BLANK = ANY)".
001830
001840 01  AR-SOURCE-HEADING-LINE.
001850     05  PIC X(09) VALUE "SOURCE : ".
001860     05  AR-SHL-NAME          PIC X(44).
001870
001880 01  AR-COLUMN-LINE.
001890     05  PIC X(40) VALUE
001900         "RUN DATE RUN TIME JOB ID   OPERATOR T M ".
001910     05  PIC X(40) VALUE
001920         "TARGET      C VALUE     D VALUE".
001930
001940 01  AR-DETAIL-LINE.
001950     05  AR-DTL-RUN-DATE      PIC X(08).
001960     05  PIC X(01) VALUE SPACE.
001970     05  AR-DTL-RUN-TIME      PIC X(08).
001980     05  PIC X(01) VALUE SPACE.
001990     05  AR-DTL-JOB-ID        PIC X(08).
002000     05  PIC X(01) VALUE SPACE.
002010     05  AR-DTL-OPERATOR-ID   PIC X(08).
002020     05  PIC X(01) VALUE SPACE.
002030     05  AR-DTL-TYPE          PIC X(01).
002040     05  PIC X(01) VALUE SPACE.
002050     05  AR-DTL-MODE          PIC X(01).
002060     05  PIC X(01) VALUE SPACE.
002070     05  AR-DTL-TARGET        PIC X(08).
002080     05  PIC X(01) VALUE SPACE.
002090     05  AR-DTL-C-VALUE       PIC Z(6)9.99.
002100     05  PIC X(02) VALUE SPACE.
002110     05  AR-DTL-D-VALUE       PIC Z(6)9.99.
002120
002130 01  AR-SOURCE-TOTAL-LINE.
002140     05  PIC X(04) VALUE SPACES.
002150     05  PIC X(15) VALUE "RECORDS READ : ".
002160     05  AR-STL-READ          PIC ZZZZZZ9.
002170     05  PIC X(10) VALUE "  GIVEN : ".
002180     05  AR-STL-GIVEN         PIC ZZZZZZ9.
002190
002200 01  AR-NOT-FOUND-LINE.
002210     05  PIC X(04) VALUE SPACES.
002220     05  PIC X(38) VALUE "NOT FOUND - NOTHING SEARCHED, STATUS ".
002230     05  AR-NFL-STATUS        PIC X(02).
002240
002250 01  AR-SEARCHED-HEADING-LINE.
002260     05  PIC X(31) VALUE "SOURCES SEARCHED".
002270     05  PIC X(08) VALUE "READ".
002280     05  PIC X(08) VALUE "GIVEN".
002285     05  PIC X(09) VALUE "FIRST".
002290     05  PIC X(09) VALUE "LAST".
002295     05  PIC X(04) VALUE "NOTE".
002300
002310 01  AR-SEARCHED-LINE.
002320     05  AR-SRL-NAME          PIC X(30).
002330     05  PIC X(01) VALUE SPACE.
002340     05  AR-SRL-READ          PIC ZZZZZZ9.
002350     05  PIC X(01) VALUE SPACE.
002360     05  AR-SRL-GIVEN         PIC ZZZZZZ9.
002370     05  PIC X(01) VALUE SPACE.
002380     05  AR-SRL-FIRST-DATE    PIC X(08).
002390     05  PIC X(01) VALUE SPACE.
002400     05  AR-SRL-LAST-DATE     PIC X(08).
002410     05  PIC X(01) VALUE SPACE.
002420     05  AR-SRL-NOTE          PIC X(14).
002430
002440 01  AR-CALC-TOTAL-LINE.
002450     05  PIC X(19) VALUE "CALCULATIONS     : ".
002460     05  AR-CTL-COUNT         PIC ZZZZZZ9.
002470     05  PIC X(12) VALUE "  C TOTAL : ".
002480     05  AR-CTL-C-TOTAL       PIC Z(10)9.99.
002490     05  PIC X(12) VALUE "  D TOTAL : ".
002500     05  AR-CTL-D-TOTAL       PIC Z(10)9.99.
002510
002520 01  AR-OTHER-TOTAL-LINE.
002530     05  PIC X(19) VALUE "SIGN-ON FAILURES : ".
002540     05  AR-OTL-SIGNON        PIC ZZZZZZ9.
002550     05  PIC X(20) VALUE "  ADMIN ACTIONS  : ".
002560     05  AR-OTL-ADMIN         PIC ZZZZZZ9.
002570
002580 01  AR-SUMMARY-LINE.
002590     05  PIC X(19) VALUE "RECORDS GIVEN    : ".
002600     05  AR-SUM-GIVEN         PIC ZZZZZZ9.
002610     05  PIC X(20) VALUE "  SOURCES        : ".
002620     05  AR-SUM-SOURCES       PIC ZZ9.
002630     05  PIC X(14) VALUE "  NOT FOUND : ".
002640     05  AR-SUM-MISSING       PIC ZZ9.
002650
002660 01  AR-SEQUENCE-WARNING-LINE.
002670     05  PIC X(40) VALUE
002680         "RECORDS DATED BEFORE AN EARLIER SOURCE :".
002690     05  AR-SWL-COUNT         PIC ZZZZZZ9.
002700     05  PIC X(30) VALUE "  - CHECK THE ARCHIVE ORDER".
002710
002720 01  AR-BLANK-LINE            PIC X(80)      VALUE SPACES.
002730
002740 77  AR-RC-VALUE              PIC 9(02)      VALUE ZERO.
002750
002760******************************************************************
002770* PROCEDURE DIVISION.
002780******************************************************************
002790 PROCEDURE DIVISION.
002800
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
002830     IF AR-RUN-ACCEPTED
002840      AND AR-NO-FILE-FAILURE
002850         PERFORM 2000-SEARCH-SOURCE THRU 2000-EXIT
002860             VARYING AR-SRC-INDEX FROM 1 BY 1
002870             UNTIL AR-SRC-INDEX > AR-SOURCE-COUNT
002880         PERFORM 5000-REPORT-TOTALS THRU 5000-EXIT
002890         PERFORM 6000-WRITE-LOG     THRU 6000-EXIT
002900     END-IF
002910     PERFORM 9000-TERMINATE        THRU 9000-EXIT
002920     PERFORM 9500-SET-RETURN-CODE  THRU 9500-EXIT
002930     STOP RUN.
002940
002950*----------------------------------------------------------------
002960 1000-INITIALIZE.
002970*----------------------------------------------------------------
002980     ACCEPT AR-RUN-DATE FROM DATE YYYYMMDD
002990     ACCEPT AR-RUN-TIME FROM TIME
003000     PERFORM 1100-READ-REQUEST THRU 1100-EXIT
003010     IF AR-RUN-REFUSED
003020         GO TO 1000-EXIT
003021     END-IF
003022*    THE LOG IS OPENED FIRST - A REQUEST THAT COULD NOT BE
003023*    LOGGED IS NOT ANSWERED.
003024     OPEN EXTEND RETRIEVAL-LOG
003025     IF AR-LOG-FILE-STATUS = "35"
003026         OPEN OUTPUT RETRIEVAL-LOG
003027     END-IF
003028     IF AR-LOG-FILE-STATUS NOT = "00"
003029         DISPLAY "AUDRETR - RETRLOG OPEN FAILED, STATUS "
003030             AR-LOG-FILE-STATUS ", NOTHING RETRIEVED"
003031         SET AR-FILE-FAILURE TO TRUE
003032         GO TO 1000-EXIT
003033     END-IF
003034     SET AR-LOG-OPENED TO TRUE
003040     OPEN OUTPUT EXTRACT-OUT
003050     IF AR-EXTR-FILE-STATUS NOT = "00"
003060         DISPLAY "AUDRETR - RETREXT OPEN FAILED, STATUS "
003070             AR-EXTR-FILE-STATUS ", NOTHING RETRIEVED"
003080         SET AR-FILE-FAILURE TO TRUE
003090         GO TO 1000-EXIT
003100     END-IF
003110     OPEN OUTPUT RETRIEVAL-REPORT
003120     SET AR-RPT-OPENED TO TRUE
003130     MOVE AR-RUN-DATE     TO AR-HDG-RUN-DATE
003140     MOVE AR-RUN-TIME     TO AR-HDG-RUN-TIME
003150     MOVE AR-REQUESTED-BY TO AR-HDG-REQUESTED-BY
003160     MOVE AR-FROM-DATE    TO AR-HDG-FROM
003170     MOVE AR-TO-DATE      TO AR-HDG-TO
003180     MOVE AR-JOB-ID       TO AR-HDG-JOB-ID
003190     MOVE AR-OPERATOR-ID  TO AR-HDG-OPERATOR-ID
003200     MOVE AR-RECORD-TYPE  TO AR-HDG-TYPE
003210     WRITE REPORT-RECORD FROM AR-HEADING-LINE-1
003220     WRITE REPORT-RECORD FROM AR-HEADING-LINE-2
003230     WRITE REPORT-RECORD FROM AR-HEADING-LINE-3
003235     WRITE REPORT-RECORD FROM AR-HEADING-LINE-4.
003240 1000-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------
003280 1100-READ-REQUEST.
003290*----------------------------------------------------------------
003300*    NO CARD, OR A FIRST CARD THAT IS NOT THE REQUEST, RETRIEVES
003310*    NOTHING - WHAT IS HANDED TO THE AUDITORS MUST BE WHAT WAS
003320*    ASKED FOR.
003330     OPEN INPUT REQUEST-PARM
003340     IF AR-PARM-FILE-STATUS NOT = "00"
003350         DISPLAY "AUDRETR - NO RETRPARM CARDS, NOTHING RETRIEVED"
003360         SET AR-RUN-REFUSED TO TRUE
003370         GO TO 1100-EXIT
003380     END-IF
003390     PERFORM 1110-READ-CARD THRU 1110-EXIT
003400     IF AR-PARM-END-OF-FILE
003410      OR NOT RTQ-REQUEST-CARD
003420         DISPLAY "AUDRETR - FIRST RETRPARM CARD IS NOT THE "
003430             "REQUEST, NOTHING RETRIEVED"
003440         SET AR-RUN-REFUSED TO TRUE
003450         CLOSE REQUEST-PARM
003460         GO TO 1100-EXIT
003470     END-IF
003480     PERFORM 1200-EDIT-REQUEST THRU 1200-EXIT
003490     PERFORM 1110-READ-CARD    THRU 1110-EXIT
003500     PERFORM 1300-STORE-ARCHIVE THRU 1300-EXIT
003510         UNTIL AR-PARM-END-OF-FILE
003520     CLOSE REQUEST-PARM
003530     IF AR-RUN-REFUSED
003540         GO TO 1100-EXIT
003550     END-IF
003560*    THE LIVE TRAIL IS THE LAST SOURCE, WHATEVER WAS CARDED.
003570     ADD 1 TO AR-SOURCE-COUNT
003580     MOVE "AUDITOUT" TO AR-SRC-NAME(AR-SOURCE-COUNT).
003590 1100-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630 1110-READ-CARD.
003640*----------------------------------------------------------------
003650     READ REQUEST-PARM
003660         AT END
003670             SET AR-PARM-END-OF-FILE TO TRUE
003680     END-READ.
003690 1110-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730 1200-EDIT-REQUEST.
003740*----------------------------------------------------------------
003750     IF RTQ-FROM-DATE IS NOT NUMERIC
003760      OR RTQ-TO-DATE IS NOT NUMERIC
003770         DISPLAY "AUDRETR - INVALID DATE ON THE REQUEST, "
003780             "NOTHING RETRIEVED"
003790         SET AR-RUN-REFUSED TO TRUE
003800         GO TO 1200-EXIT
003810     END-IF
003820     MOVE RTQ-FROM-DATE    TO AR-FROM-DATE
003830     MOVE RTQ-TO-DATE      TO AR-TO-DATE
003840     MOVE RTQ-JOB-ID       TO AR-JOB-ID
003850     MOVE RTQ-OPERATOR-ID  TO AR-OPERATOR-ID
003860     MOVE RTQ-RECORD-TYPE  TO AR-RECORD-TYPE
003870     MOVE RTQ-REQUESTED-BY TO AR-REQUESTED-BY
003880     IF AR-TO-DATE NOT = ZERO
003890      AND AR-FROM-DATE > AR-TO-DATE
003900         DISPLAY "AUDRETR - FROM DATE AFTER TO DATE, "
003910             "NOTHING RETRIEVED"
003920         SET AR-RUN-REFUSED TO TRUE
003930         GO TO 1200-EXIT
003940     END-IF
003950     IF NOT AR-TYPE-VALID
003960         DISPLAY "AUDRETR - UNKNOWN RECORD TYPE " AR-RECORD-TYPE
003970             ", NOTHING RETRIEVED"
003980         SET AR-RUN-REFUSED TO TRUE
003990     END-IF.
004000 1200-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------
004040 1300-STORE-ARCHIVE.
004050*----------------------------------------------------------------
004060*    ONE ENTRY IS ALWAYS LEFT FOR THE LIVE TRAIL.  A BLANK NAME
004070*    IS PASSED OVER; ANY OTHER KIND OF CARD REFUSES THE RUN.
004080     IF NOT RTQ-ARCHIVE-CARD
004090         DISPLAY "AUDRETR - UNKNOWN RETRPARM CARD TYPE "
004100             RTQ-CARD-TYPE ", NOTHING RETRIEVED"
004110         SET AR-RUN-REFUSED TO TRUE
004120         GO TO 1300-READ
004130     END-IF
004140     IF RTQ-ARCHIVE-NAME = SPACES
004150         GO TO 1300-READ
004160     END-IF
004170     IF AR-SOURCE-COUNT NOT < 89
004180         DISPLAY "AUDRETR - MORE THAN 89 ARCHIVES NAMED, "
004190             "NOTHING RETRIEVED"
004200         SET AR-RUN-REFUSED TO TRUE
004210         GO TO 1300-READ
004220     END-IF
004230     ADD 1 TO AR-SOURCE-COUNT
004240     MOVE RTQ-ARCHIVE-NAME TO AR-SRC-NAME(AR-SOURCE-COUNT).
004250 1300-READ.
004260     PERFORM 1110-READ-CARD THRU 1110-EXIT.
004270 1300-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------
004310 2000-SEARCH-SOURCE.
004320*----------------------------------------------------------------
004330*    A GENERATION THAT CANNOT BE OPENED IS LOGGED AS NOT FOUND
004340*    AND THE SEARCH GOES ON - THE RUN ENDS RC 8 SO NOBODY TAKES
004350*    THE ANSWER AS THE WHOLE HISTORY.
004360     MOVE ZERO TO AR-SRC-READ(AR-SRC-INDEX)
004370     MOVE ZERO TO AR-SRC-GIVEN(AR-SRC-INDEX)
004380     MOVE ZERO TO AR-SRC-OUT-OF-SEQ(AR-SRC-INDEX)
004390     MOVE ZERO TO AR-SRC-FIRST-DATE(AR-SRC-INDEX)
004400     MOVE ZERO TO AR-SRC-LAST-DATE(AR-SRC-INDEX)
004410     MOVE AR-SRC-NAME(AR-SRC-INDEX) TO AR-SOURCE-NAME
004420     MOVE AR-SOURCE-NAME TO AR-SHL-NAME
004430     WRITE REPORT-RECORD FROM AR-BLANK-LINE
004440     WRITE REPORT-RECORD FROM AR-SOURCE-HEADING-LINE
004450     OPEN INPUT SOURCE-IN
004460     MOVE AR-SOURCE-FILE-STATUS TO AR-SRC-STATUS(AR-SRC-INDEX)
004470     IF AR-SOURCE-FILE-STATUS NOT = "00"
004480         DISPLAY "AUDRETR - " AR-SOURCE-NAME
004490         DISPLAY "AUDRETR - NOT FOUND, STATUS "
004500             AR-SOURCE-FILE-STATUS
004510         ADD 1 TO AR-MISSING-COUNT
004520         MOVE AR-SOURCE-FILE-STATUS TO AR-NFL-STATUS
004530         WRITE REPORT-RECORD FROM AR-NOT-FOUND-LINE
004540         GO TO 2000-EXIT
004550     END-IF
004560     MOVE AR-HIGH-DATE TO AR-PRIOR-HIGH-DATE
004570     SET AR-SRC-HDG-NOT-WRITTEN    TO TRUE
004580     SET AR-SOURCE-NOT-END-OF-FILE TO TRUE
004590     PERFORM 2100-READ-SOURCE   THRU 2100-EXIT
004600     PERFORM 2200-PROCESS-RECORD THRU 2200-EXIT
004610         UNTIL AR-SOURCE-END-OF-FILE
004620     CLOSE SOURCE-IN
004630     MOVE AR-SRC-READ(AR-SRC-INDEX)  TO AR-STL-READ
004640     MOVE AR-SRC-GIVEN(AR-SRC-INDEX) TO AR-STL-GIVEN
004650     WRITE REPORT-RECORD FROM AR-SOURCE-TOTAL-LINE.
004660 2000-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------
004700 2100-READ-SOURCE.
004710*----------------------------------------------------------------
004720*    A RECORD CUT BEFORE THE LAYOUT LAST GREW IS SHORT - ITS
004730*    NEWER FIELDS READ AS SPACES, AS CPYAUDIT DESCRIBES.
004740     READ SOURCE-IN INTO AUDIT-RECORD
004750         AT END
004760             SET AR-SOURCE-END-OF-FILE TO TRUE
004770     END-READ.
004780 2100-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------
004820 2200-PROCESS-RECORD.
004830*----------------------------------------------------------------
004840*    THE DATES EACH SOURCE HOLDS ARE KEPT FOR THE LOG.  A RECORD
004850*    DATED BEFORE THE LATEST DATE OF AN EARLIER SOURCE MEANS THE
004860*    GENERATIONS WERE CARDED OUT OF ORDER OR OVERLAP.
004870     ADD 1 TO AR-SRC-READ(AR-SRC-INDEX)
004880     IF AUD-RUN-DATE IS NUMERIC
004890         IF AR-SRC-FIRST-DATE(AR-SRC-INDEX) = ZERO
004900          OR AUD-RUN-DATE < AR-SRC-FIRST-DATE(AR-SRC-INDEX)
004910             MOVE AUD-RUN-DATE TO AR-SRC-FIRST-DATE(AR-SRC-INDEX)
004920         END-IF
004930         IF AUD-RUN-DATE > AR-SRC-LAST-DATE(AR-SRC-INDEX)
004940             MOVE AUD-RUN-DATE TO AR-SRC-LAST-DATE(AR-SRC-INDEX)
004950         END-IF
004960         IF AUD-RUN-DATE < AR-PRIOR-HIGH-DATE
004970             ADD 1 TO AR-SRC-OUT-OF-SEQ(AR-SRC-INDEX)
004980             ADD 1 TO AR-OUT-OF-SEQ-TOTAL
004990         END-IF
005000         IF AUD-RUN-DATE > AR-HIGH-DATE
005010             MOVE AUD-RUN-DATE TO AR-HIGH-DATE
005020         END-IF
005030     END-IF
005040     PERFORM 2300-SELECT-RECORD THRU 2300-EXIT
005050     IF AR-RECORD-SELECTED
005060         PERFORM 2400-GIVE-RECORD THRU 2400-EXIT
005070     END-IF
005080     PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
005090 2200-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------------
005130 2300-SELECT-RECORD.
005140*----------------------------------------------------------------
005150*    A RECORD WITH NO USABLE RUN DATE CANNOT BE PLACED IN A DATE
005160*    RANGE AND IS ONLY GIVEN WHEN NO RANGE WAS ASKED FOR.  A
005170*    BLANK TYPE ON AN OLD RECORD IS A CALCULATION.
005180     SET AR-RECORD-BYPASSED TO TRUE
005190     IF AR-FROM-DATE NOT = ZERO
005200      OR AR-TO-DATE NOT = ZERO
005210         IF AUD-RUN-DATE IS NOT NUMERIC
005220             GO TO 2300-EXIT
005230         END-IF
005240     END-IF
005250     IF AR-FROM-DATE NOT = ZERO
005260      AND AUD-RUN-DATE < AR-FROM-DATE
005270         GO TO 2300-EXIT
005280     END-IF
005290     IF AR-TO-DATE NOT = ZERO
005300      AND AUD-RUN-DATE > AR-TO-DATE
005310         GO TO 2300-EXIT
005320     END-IF
005330     IF AR-JOB-ID NOT = SPACES
005340      AND AUD-JOB-ID NOT = AR-JOB-ID
005350         GO TO 2300-EXIT
005360     END-IF
005370     IF AR-OPERATOR-ID NOT = SPACES
005380      AND AUD-OPERATOR-ID NOT = AR-OPERATOR-ID
005390         GO TO 2300-EXIT
005400     END-IF
005410     IF AR-TYPE-CALCULATION
005420         IF NOT AUD-TYPE-CALCULATION
005430          AND AUD-RECORD-TYPE NOT = SPACE
005440             GO TO 2300-EXIT
005450         END-IF
005460     ELSE
005470         IF NOT AR-TYPE-ANY
005480          AND AUD-RECORD-TYPE NOT = AR-RECORD-TYPE
005490             GO TO 2300-EXIT
005500         END-IF
005510     END-IF
005520     SET AR-RECORD-SELECTED TO TRUE.
005530 2300-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------------
005570 2400-GIVE-RECORD.
005580*----------------------------------------------------------------
005590*    THE EXTRACT CARRIES THE RECORD EXACTLY AS FOUND.
005600     WRITE EXTRACT-RECORD FROM AUDIT-RECORD
005610     ADD 1 TO AR-SRC-GIVEN(AR-SRC-INDEX)
005620     ADD 1 TO AR-SELECTED-TOTAL
005630     IF AR-SRC-HDG-NOT-WRITTEN
005640         WRITE REPORT-RECORD FROM AR-COLUMN-LINE
005650         SET AR-SRC-HDG-WRITTEN TO TRUE
005660     END-IF
005670     MOVE AUD-RUN-DATE    TO AR-DTL-RUN-DATE
005680     MOVE AUD-RUN-TIME    TO AR-DTL-RUN-TIME
005690     MOVE AUD-JOB-ID      TO AR-DTL-JOB-ID
005700     MOVE AUD-OPERATOR-ID TO AR-DTL-OPERATOR-ID
005710     MOVE AUD-RECORD-TYPE TO AR-DTL-TYPE
005720     MOVE AUD-RUN-MODE    TO AR-DTL-MODE
005730     MOVE ZERO            TO AR-DTL-C-VALUE
005740     MOVE ZERO            TO AR-DTL-D-VALUE
005750     EVALUATE TRUE
005760         WHEN AUD-TYPE-SIGNON-FAILURE
005770             MOVE SPACES           TO AR-DTL-TARGET
005780             ADD 1 TO AR-SIGNON-COUNT
005790         WHEN AUD-TYPE-ADMIN-ACTION
005800             MOVE AUD-ADMIN-TARGET TO AR-DTL-TARGET
005810             ADD 1 TO AR-ADMIN-COUNT
005820         WHEN OTHER
005830             MOVE AUD-RATE-CLASS   TO AR-DTL-TARGET
005840             ADD 1 TO AR-CALC-COUNT
005850             IF AUD-RESULT-C IS NUMERIC
005860                 MOVE AUD-RESULT-C TO AR-DTL-C-VALUE
005870                 ADD AUD-RESULT-C  TO AR-CALC-C-TOTAL
005880             END-IF
005890             IF AUD-RESULT-D IS NUMERIC
005900                 MOVE AUD-RESULT-D TO AR-DTL-D-VALUE
005910                 ADD AUD-RESULT-D  TO AR-CALC-D-TOTAL
005920             END-IF
005930     END-EVALUATE
005940     WRITE REPORT-RECORD FROM AR-DETAIL-LINE.
005950 2400-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------------
005990 5000-REPORT-TOTALS.
006000*----------------------------------------------------------------
006010     WRITE REPORT-RECORD FROM AR-BLANK-LINE
006020     WRITE REPORT-RECORD FROM AR-SEARCHED-HEADING-LINE
006030     PERFORM 5100-LIST-SOURCE THRU 5100-EXIT
006040         VARYING AR-SRC-INDEX FROM 1 BY 1
006050         UNTIL AR-SRC-INDEX > AR-SOURCE-COUNT
006060     WRITE REPORT-RECORD FROM AR-BLANK-LINE
006070     MOVE AR-CALC-COUNT   TO AR-CTL-COUNT
006080     MOVE AR-CALC-C-TOTAL TO AR-CTL-C-TOTAL
006090     MOVE AR-CALC-D-TOTAL TO AR-CTL-D-TOTAL
006100     WRITE REPORT-RECORD FROM AR-CALC-TOTAL-LINE
006110     MOVE AR-SIGNON-COUNT TO AR-OTL-SIGNON
006120     MOVE AR-ADMIN-COUNT  TO AR-OTL-ADMIN
006130     WRITE REPORT-RECORD FROM AR-OTHER-TOTAL-LINE
006140     IF AR-OUT-OF-SEQ-TOTAL > ZERO
006150         MOVE AR-OUT-OF-SEQ-TOTAL TO AR-SWL-COUNT
006160         WRITE REPORT-RECORD FROM AR-SEQUENCE-WARNING-LINE
006170         DISPLAY "AUDRETR - " AR-SEQUENCE-WARNING-LINE
006180     END-IF.
006190 5000-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230 5100-LIST-SOURCE.
006240*----------------------------------------------------------------
006250     MOVE AR-SRC-NAME(AR-SRC-INDEX)  TO AR-SRL-NAME
006260     MOVE AR-SRC-READ(AR-SRC-INDEX)  TO AR-SRL-READ
006270     MOVE AR-SRC-GIVEN(AR-SRC-INDEX) TO AR-SRL-GIVEN
006280     MOVE SPACES TO AR-SRL-FIRST-DATE
006290     MOVE SPACES TO AR-SRL-LAST-DATE
006300     MOVE SPACES TO AR-SRL-NOTE
006310     IF AR-SRC-FIRST-DATE(AR-SRC-INDEX) NOT = ZERO
006320         MOVE AR-SRC-FIRST-DATE(AR-SRC-INDEX) TO AR-SRL-FIRST-DATE
006330         MOVE AR-SRC-LAST-DATE(AR-SRC-INDEX)  TO AR-SRL-LAST-DATE
006340     END-IF
006350     EVALUATE TRUE
006360         WHEN AR-SRC-STATUS(AR-SRC-INDEX) NOT = "00"
006370             MOVE "NOT FOUND"      TO AR-SRL-NOTE
006380         WHEN AR-SRC-OUT-OF-SEQ(AR-SRC-INDEX) > ZERO
006390             MOVE "OUT OF ORDER"   TO AR-SRL-NOTE
006400         WHEN AR-SRC-INDEX = AR-SOURCE-COUNT
006410             MOVE "LIVE TRAIL"     TO AR-SRL-NOTE
006420     END-EVALUATE
006430     WRITE REPORT-RECORD FROM AR-SEARCHED-LINE.
006440 5100-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------
006480 6000-WRITE-LOG.
006490*----------------------------------------------------------------
006500*    THE REQUEST, THEN ONE RECORD FOR EVERY SOURCE NAMED - FOUND
006510*    OR NOT - SO THE LOG SHOWS EXACTLY WHERE THE ANSWER CAME FROM.
006620     MOVE SPACES            TO RETRIEVAL-LOG-RECORD
006630     SET RLG-REQUEST        TO TRUE
006640     MOVE AR-RUN-DATE       TO RLG-RUN-DATE
006650     MOVE AR-RUN-TIME       TO RLG-RUN-TIME
006660     MOVE AR-FROM-DATE      TO RLG-FROM-DATE
006670     MOVE AR-TO-DATE        TO RLG-TO-DATE
006680     MOVE AR-JOB-ID         TO RLG-JOB-ID
006690     MOVE AR-OPERATOR-ID    TO RLG-OPERATOR-ID
006700     MOVE AR-RECORD-TYPE    TO RLG-RECORD-TYPE
006710     MOVE AR-REQUESTED-BY   TO RLG-REQUESTED-BY
006720     MOVE AR-SOURCE-COUNT   TO RLG-SOURCES
006730     MOVE AR-SELECTED-TOTAL TO RLG-SELECTED
006740     WRITE RETRIEVAL-LOG-RECORD
006750     PERFORM 6100-LOG-SOURCE THRU 6100-EXIT
006760         VARYING AR-SRC-INDEX FROM 1 BY 1
006770         UNTIL AR-SRC-INDEX > AR-SOURCE-COUNT.
006790 6000-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------------
006830 6100-LOG-SOURCE.
006840*----------------------------------------------------------------
006850     MOVE SPACES            TO RETRIEVAL-LOG-RECORD
006860     SET RLG-SOURCE         TO TRUE
006870     MOVE AR-RUN-DATE       TO RLG-RUN-DATE
006880     MOVE AR-RUN-TIME       TO RLG-RUN-TIME
006890     MOVE AR-SRC-NAME(AR-SRC-INDEX)       TO RLG-SOURCE-NAME
006900     MOVE AR-SRC-STATUS(AR-SRC-INDEX)     TO RLG-OPEN-STATUS
006910     MOVE AR-SRC-READ(AR-SRC-INDEX)       TO RLG-RECORDS-READ
006920     MOVE AR-SRC-GIVEN(AR-SRC-INDEX)      TO RLG-RECORDS-GIVEN
006930     MOVE AR-SRC-FIRST-DATE(AR-SRC-INDEX) TO RLG-FIRST-DATE
006940     MOVE AR-SRC-LAST-DATE(AR-SRC-INDEX)  TO RLG-LAST-DATE
006950     WRITE RETRIEVAL-LOG-RECORD.
006960 6100-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------------
007000 9000-TERMINATE.
007010*----------------------------------------------------------------
007012     IF AR-LOG-OPENED
007014         CLOSE RETRIEVAL-LOG
007016     END-IF
007020     IF AR-RPT-NOT-OPENED
007030         GO TO 9000-EXIT
007040     END-IF
007050     MOVE AR-SELECTED-TOTAL TO AR-SUM-GIVEN
007060     MOVE AR-SOURCE-COUNT   TO AR-SUM-SOURCES
007070     MOVE AR-MISSING-COUNT  TO AR-SUM-MISSING
007080     WRITE REPORT-RECORD FROM AR-SUMMARY-LINE
007090     CLOSE RETRIEVAL-REPORT
007100     CLOSE EXTRACT-OUT
007110     DISPLAY "AUDRETR - " AR-SUMMARY-LINE.
007120 9000-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160 9500-SET-RETURN-CODE.
007170*----------------------------------------------------------------
007180*        16  RUN REFUSED - BAD OR MISSING REQUEST CARDS
007190*        12  EXTRACT OR LOG COULD NOT BE WRITTEN
007200*         8  A SOURCE NAMED WAS NOT FOUND - THE HISTORY HAS A GAP
007210*         4  SOURCES CARDED OUT OF ORDER OR OVERLAPPING
007220*         0  EVERY SOURCE SEARCHED, IN ORDER
007230     EVALUATE TRUE
007240         WHEN AR-RUN-REFUSED
007250             MOVE 16 TO AR-RC-VALUE
007260         WHEN AR-FILE-FAILURE
007270             MOVE 12 TO AR-RC-VALUE
007280         WHEN AR-MISSING-COUNT > ZERO
007290             MOVE 8 TO AR-RC-VALUE
007300         WHEN AR-OUT-OF-SEQ-TOTAL > ZERO
007310             MOVE 4 TO AR-RC-VALUE
007320         WHEN OTHER
007330             MOVE 0 TO AR-RC-VALUE
007340     END-EVALUATE
007350     MOVE AR-RC-VALUE TO RETURN-CODE.
007360 9500-EXIT.
007370     EXIT.
