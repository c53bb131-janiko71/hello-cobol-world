000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    STLRPT.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  DAILY BRANCH SETTLEMENT
000150*                  STATEMENT.  FOR THE BUSINESS DATE ON THE
000160*                  STLPARM CARD (SEE CPYSETL) EACH BRANCH BATCH
000170*                  ID GETS ITS OWN PAGE SHOWING WHERE ITS WORK
000180*                  STANDS - THE DETAILS ACCEPTED (AUDITOUT BATCH
000190*                  "C" RECORDS), THE REJECTS STILL ON REJOUT, THE
000200*                  WRITE-OFFS KEYED ON THE DATE (WITH THEIR
000210*                  APPROVAL STATUS) AND THE GL POSTINGS WITH THEIR
000220*                  LEDGER STATUS.  EVERY ONE OF THOSE RECORDS NOW
000230*                  CARRIES THE BATCH ID AND BUSINESS DATE OF THE
000240*                  HEADER IT WAS MADE UNDER, SO NOTHING IS MATCHED
000250*                  BY GUESSWORK.  WORK OUTSIDE A HEADED BATCH HAS
000260*                  NO BRANCH AND IS NOT SETTLED HERE.  RUN AFTER
000270*                  GLACK IN THE NIGHT STREAM, WITH DAYPROOF, SO
000280*                  THE LEDGER STATUS IS THE MORNING'S.
000282* 2026-10-15 JM    A CORRECTION'S REVERSAL (SEE CPYGL) NOW
000284*                  PRINTS NEGATIVE AND COMES OFF THE BRANCH'S
000286*                  GL VALUE, SO THE STATEMENT NETS TO THE
000288*                  CORRECTED FIGURE.
000290*----------------------------------------------------------------
000300
000310******************************************************************
000320* ENVIRONMENT DIVISION.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SETL-PARM       ASSIGN TO "STLPARM"
000380                             ORGANIZATION IS SEQUENTIAL
000390                             FILE STATUS IS SL-PARM-FILE-STATUS.
000400
000410     SELECT AUDIT-IN        ASSIGN TO "AUDITOUT"
000420                             ORGANIZATION LINE SEQUENTIAL
000430                             FILE STATUS IS SL-AUDIT-FILE-STATUS.
000440
000450     SELECT REJECT-IN       ASSIGN TO "REJOUT"
000460                             ORGANIZATION LINE SEQUENTIAL
000470                             FILE STATUS IS SL-REJ-FILE-STATUS.
000480
000490     SELECT WRITEOFF-IN     ASSIGN TO "WRITEOFF"
000500                             ORGANIZATION LINE SEQUENTIAL
000510                             FILE STATUS IS SL-WOF-FILE-STATUS.
000520
000530     SELECT GL-IN           ASSIGN TO "GLMST"
000540                             ORGANIZATION IS INDEXED
000550                             ACCESS MODE IS DYNAMIC
000560                             RECORD KEY IS GL-RECORD-KEY
000570                             FILE STATUS IS SL-GL-FILE-STATUS.
000580
000590     SELECT REPORT-OUT      ASSIGN TO "STLRPT"
000600                             ORGANIZATION LINE SEQUENTIAL.
000610
000620******************************************************************
000630* DATA DIVISION.
000640******************************************************************
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SETL-PARM
000680     LABEL RECORDS ARE STANDARD.
000690     COPY CPYSETL.
000700
000710 FD  AUDIT-IN
000720     LABEL RECORDS ARE STANDARD.
000730     COPY CPYAUDIT.
000740
000750 FD  REJECT-IN
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CPYREJ.
000780
000790 FD  WRITEOFF-IN
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CPYWOFF.
000820
000830 FD  GL-IN
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CPYGL.
000860
000870 FD  REPORT-OUT
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CPYRPT.
000900
000910 WORKING-STORAGE SECTION.
000920
000930 01  SL-SWITCHES.
000940     05  SL-PERMIT-SWITCH     PIC X(01)    VALUE "Y".
000950         88  SL-RUN-PERMITTED              VALUE "Y".
000960         88  SL-RUN-REFUSED                 VALUE "N".
000970     05  SL-AUDIT-EOF-SWITCH  PIC X(01)    VALUE "N".
000980         88  SL-AUDIT-END-OF-FILE          VALUE "Y".
000990         88  SL-AUDIT-NOT-END-OF-FILE       VALUE "N".
001000     05  SL-REJ-EOF-SWITCH    PIC X(01)    VALUE "N".
001010         88  SL-REJ-END-OF-FILE            VALUE "Y".
001020         88  SL-REJ-NOT-END-OF-FILE         VALUE "N".
001030     05  SL-WOF-EOF-SWITCH    PIC X(01)    VALUE "N".
001040         88  SL-WOF-END-OF-FILE            VALUE "Y".
001050         88  SL-WOF-NOT-END-OF-FILE         VALUE "N".
001060     05  SL-GL-EOF-SWITCH     PIC X(01)    VALUE "N".
001070         88  SL-GL-END-OF-FILE             VALUE "Y".
001080         88  SL-GL-NOT-END-OF-FILE          VALUE "N".
001090     05  SL-SELECT-SWITCH     PIC X(01)    VALUE "N".
001100         88  SL-RECORD-SELECTED            VALUE "Y".
001110         88  SL-RECORD-BYPASSED             VALUE "N".
001120     05  SL-BRANCH-SWITCH     PIC X(01)    VALUE "N".
001130         88  SL-BRANCH-FOUND               VALUE "Y".
001140         88  SL-BRANCH-NOT-FOUND            VALUE "N".
001150     05  SL-SCAN-SWITCH       PIC X(01)    VALUE "N".
001160         88  SL-SCAN-DONE                  VALUE "Y".
001170         88  SL-SCAN-NOT-DONE               VALUE "N".
001180     05  SL-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
001190         88  SL-FILE-FAILURE               VALUE "Y".
001200         88  SL-NO-FILE-FAILURE             VALUE "N".
001210
001220 01  SL-PARM-FILE-STATUS      PIC X(02).
001230 01  SL-AUDIT-FILE-STATUS     PIC X(02).
001240 01  SL-REJ-FILE-STATUS       PIC X(02).
001250 01  SL-WOF-FILE-STATUS       PIC X(02).
001260 01  SL-GL-FILE-STATUS        PIC X(02).
001270
001280 01  SL-COUNTERS.
001290     05  SL-BRANCH-COUNT      PIC 9(03) COMP VALUE ZERO.
001300     05  SL-BRANCH-INDEX      PIC 9(03) COMP VALUE ZERO.
001310     05  SL-FOUND-INDEX       PIC 9(03) COMP VALUE ZERO.
001320     05  SL-SHIFT-INDEX       PIC 9(03) COMP VALUE ZERO.
001330     05  SL-DROPPED-COUNT     PIC 9(07) COMP VALUE ZERO.
001340     05  SL-ITEM-VALUE        PIC 9(09)V9(02) COMP VALUE ZERO.
001350
001360 01  SL-RUN-DATE              PIC 9(08).
001362 01  SL-GL-SIGNED-D           PIC S9(07)V9(02).
001370 01  SL-THIS-BATCH-ID         PIC X(08).
001380
001390*    ONE ROW PER BRANCH BATCH ID WITH WORK ON THE DATE, KEPT IN
001400*    BATCH ID ORDER SO THE PAGES COME OUT IN BRANCH ORDER.  THE
001410*    FIRST PASS OVER THE FILES FILLS THE COUNTS AND VALUES; THE
001420*    SECOND PRINTS EACH BRANCH'S DETAIL UNDER THEM.
001430 01  SL-BRANCH-TABLE.
001440     05  SL-BRANCH-ENTRY      OCCURS 200 TIMES.
001450         10  SL-BR-BATCH-ID   PIC X(08).
001460         10  SL-BR-ACC-COUNT  PIC 9(07) COMP.
001470         10  SL-BR-ACC-C      PIC 9(11)V9(02) COMP.
001480         10  SL-BR-ACC-D      PIC 9(11)V9(02) COMP.
001490         10  SL-BR-REJ-COUNT  PIC 9(07) COMP.
001500         10  SL-BR-REJ-VALUE  PIC 9(11)V9(02) COMP.
001510         10  SL-BR-WOF-COUNT  PIC 9(07) COMP.
001520         10  SL-BR-WOF-VALUE  PIC 9(11)V9(02) COMP.
001530         10  SL-BR-GL-COUNT   PIC 9(07) COMP.
001540         10  SL-BR-GL-VALUE   PIC S9(11)V9(02) COMP.
001550         10  SL-BR-GL-UNSENT  PIC 9(07) COMP.
001560         10  SL-BR-GL-PENDING PIC 9(07) COMP.
001570         10  SL-BR-GL-ACCEPT  PIC 9(07) COMP.
001580         10  SL-BR-GL-REJECT  PIC 9(07) COMP.
001590         10  SL-BR-GL-WOFF    PIC 9(07) COMP.
001600
001610 01  SL-BLANK-LINE            PIC X(80)      VALUE SPACES.
001620
001630 01  SL-PAGE-HEADING-LINE.
001640     05  PIC X(30) VALUE "BRANCH SETTLEMENT - BRANCH :  ".
001650     05  SL-PHL-BATCH-ID      PIC X(08).
001660     05  PIC X(18) VALUE "  BUSINESS DATE : ".
001670     05  SL-PHL-BUS-DATE      PIC 9(08).
001680     05  PIC X(08) VALUE "  RUN : ".
001690     05  SL-PHL-RUN-DATE      PIC 9(08).
001700
001710 01  SL-SECTION-LINE.
001720     05  PIC X(02) VALUE SPACES.
001730     05  SL-SCL-TEXT          PIC X(40).
001740
001750 01  SL-ACC-COLUMN-LINE.
001760     05  PIC X(14) VALUE "    RUN TIME  ".
001770     05  PIC X(11) VALUE "   INPUT A ".
001780     05  PIC X(11) VALUE "   INPUT B ".
001790     05  PIC X(11) VALUE "  RESULT C ".
001800     05  PIC X(11) VALUE "  RESULT D ".
001810     05  PIC X(03) VALUE " CL".
001820
001830 01  SL-ACC-DETAIL-LINE.
001840     05  PIC X(04) VALUE SPACES.
001850     05  SL-ADL-RUN-TIME      PIC 9(08).
001860     05  PIC X(02) VALUE SPACES.
001870     05  SL-ADL-INPUT-A       PIC Z(6)9.99.
001880     05  PIC X(01) VALUE SPACE.
001890     05  SL-ADL-INPUT-B       PIC Z(6)9.99.
001900     05  PIC X(01) VALUE SPACE.
001910     05  SL-ADL-RESULT-C      PIC Z(6)9.99.
001920     05  PIC X(01) VALUE SPACE.
001930     05  SL-ADL-RESULT-D      PIC Z(6)9.99.
001940     05  PIC X(02) VALUE SPACES.
001950     05  SL-ADL-RATE-CLASS    PIC X(02).
001960
001970 01  SL-REJ-COLUMN-LINE.
001980     05  PIC X(15) VALUE "    RECORD TY  ".
001990     05  PIC X(20) VALUE "VALUE/A   B        ".
002000     05  PIC X(05) VALUE "OP   ".
002010     05  PIC X(06) VALUE "REASON".
002020
002030 01  SL-REJ-DETAIL-LINE.
002040     05  PIC X(04) VALUE SPACES.
002050     05  SL-RDL-RECORD-NO     PIC ZZZZZZ9.
002060     05  PIC X(01) VALUE SPACE.
002070     05  SL-RDL-TYPE          PIC X(01).
002080     05  PIC X(02) VALUE SPACES.
002090     05  SL-RDL-VALUE-1       PIC X(09).
002100     05  PIC X(01) VALUE SPACE.
002110     05  SL-RDL-VALUE-2       PIC X(09).
002120     05  PIC X(02) VALUE SPACES.
002130     05  SL-RDL-OP-CODE       PIC X(01).
002140     05  PIC X(03) VALUE SPACES.
002150     05  SL-RDL-REASON        PIC X(30).
002160
002170 01  SL-WOF-COLUMN-LINE.
002180     05  PIC X(13) VALUE "    REJ DATE ".
002190     05  PIC X(11) VALUE " RECORD TY ".
002200     05  PIC X(20) VALUE "VALUE/A   B         ".
002210     05  PIC X(09) VALUE "STATUS   ".
002220     05  PIC X(06) VALUE "REASON".
002230
002240 01  SL-WOF-DETAIL-LINE.
002250     05  PIC X(04) VALUE SPACES.
002260     05  SL-WDL-REJ-DATE      PIC 9(08).
002270     05  PIC X(01) VALUE SPACE.
002280     05  SL-WDL-RECORD-NO     PIC ZZZZZZ9.
002290     05  PIC X(01) VALUE SPACE.
002300     05  SL-WDL-TYPE          PIC X(01).
002310     05  PIC X(02) VALUE SPACES.
002320     05  SL-WDL-VALUE-1       PIC X(09).
002330     05  PIC X(01) VALUE SPACE.
002340     05  SL-WDL-VALUE-2       PIC X(09).
002350     05  PIC X(01) VALUE SPACE.
002360     05  SL-WDL-STATUS        PIC X(08).
002370     05  PIC X(01) VALUE SPACE.
002380     05  SL-WDL-REASON        PIC X(27).
002390
002400 01  SL-GL-COLUMN-LINE.
002410     05  PIC X(13) VALUE "    JOB ID   ".
002420     05  PIC X(18) VALUE "RUN DATE RUN TIME ".
002430     05  PIC X(08) VALUE "SEQUENCE".
002440     05  PIC X(11) VALUE "   D VALUE ".
002450     05  PIC X(12) VALUE "LEDGER      ".
002460     05  PIC X(06) VALUE "REASON".
002470
002480 01  SL-GL-DETAIL-LINE.
002490     05  PIC X(04) VALUE SPACES.
002500     05  SL-GDL-JOB-ID        PIC X(08).
002510     05  PIC X(01) VALUE SPACE.
002520     05  SL-GDL-RUN-DATE      PIC 9(08).
002530     05  PIC X(01) VALUE SPACE.
002540     05  SL-GDL-RUN-TIME      PIC 9(08).
002550     05  PIC X(01) VALUE SPACE.
002560     05  SL-GDL-SEQUENCE      PIC 9(07).
002570     05  PIC X(01) VALUE SPACE.
002580     05  SL-GDL-D-VALUE       PIC Z(6)9.99-.
002590     05  PIC X(01) VALUE SPACE.
002600     05  SL-GDL-STATUS        PIC X(11).
002610     05  PIC X(01) VALUE SPACE.
002620     05  SL-GDL-REASON        PIC X(16).
002630
002640 01  SL-TOTAL-LINE.
002650     05  PIC X(04) VALUE SPACES.
002660     05  SL-TTL-TEXT          PIC X(20).
002670     05  SL-TTL-COUNT         PIC ZZZZZZ9.
002680     05  PIC X(10) VALUE "  VALUE : ".
002690     05  SL-TTL-VALUE         PIC Z(10)9.99-.
002700
002710 01  SL-CD-TOTAL-LINE.
002720     05  PIC X(04) VALUE SPACES.
002730     05  PIC X(20) VALUE "ACCEPTED DETAILS  : ".
002740     05  SL-CDT-COUNT         PIC ZZZZZZ9.
002750     05  PIC X(06) VALUE "  C : ".
002760     05  SL-CDT-C-TOTAL       PIC Z(10)9.99.
002770     05  PIC X(06) VALUE "  D : ".
002780     05  SL-CDT-D-TOTAL       PIC Z(10)9.99.
002790
002800 01  SL-GL-STATUS-LINE.
002810     05  PIC X(12) VALUE "    UNSENT :".
002820     05  SL-GSL-UNSENT        PIC ZZZZ9.
002830     05  PIC X(11) VALUE "  AWAITING:".
002840     05  SL-GSL-PENDING       PIC ZZZZ9.
002850     05  PIC X(11) VALUE "  ACCEPTED:".
002860     05  SL-GSL-ACCEPT        PIC ZZZZ9.
002870     05  PIC X(11) VALUE "  REJECTED:".
002880     05  SL-GSL-REJECT        PIC ZZZZ9.
002890     05  PIC X(10) VALUE "  WR/OFF :".
002900     05  SL-GSL-WOFF          PIC ZZZZ9.
002910
002920 01  SL-NONE-LINE.
002930     05  PIC X(04) VALUE SPACES.
002940     05  PIC X(04) VALUE "NONE".
002950
002960 01  SL-EMPTY-LINE.
002970     05  PIC X(38) VALUE "NO BRANCH WORK ON FILE FOR THE DATE : ".
002980     05  SL-EML-BUS-DATE      PIC 9(08).
002990
003000 77  SL-RC-VALUE              PIC 9(02)      VALUE ZERO.
003010
003020******************************************************************
003030* PROCEDURE DIVISION.
003040******************************************************************
003050 PROCEDURE DIVISION.
003060
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
003090     IF SL-RUN-PERMITTED
003100         PERFORM 2000-COLLECT-BRANCHES THRU 2000-EXIT
003110         PERFORM 3000-PRINT-BRANCH     THRU 3000-EXIT
003120             VARYING SL-BRANCH-INDEX FROM 1 BY 1
003130             UNTIL SL-BRANCH-INDEX > SL-BRANCH-COUNT
003140         IF SL-BRANCH-COUNT = ZERO
003150             MOVE SETL-BUS-DATE TO SL-EML-BUS-DATE
003160             WRITE REPORT-RECORD FROM SL-EMPTY-LINE
003170         END-IF
003180     END-IF
003190     PERFORM 9000-TERMINATE       THRU 9000-EXIT
003200     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
003210     STOP RUN.
003220
003230*----------------------------------------------------------------
003240 1000-INITIALIZE.
003250*----------------------------------------------------------------
003260     ACCEPT SL-RUN-DATE FROM DATE YYYYMMDD
003270     PERFORM 1100-READ-SETL-PARM THRU 1100-EXIT
003280     IF SL-RUN-REFUSED
003290         GO TO 1000-EXIT
003300     END-IF
003310     OPEN OUTPUT REPORT-OUT.
003320 1000-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------
003360 1100-READ-SETL-PARM.
003370*----------------------------------------------------------------
003380     MOVE ZERO   TO SETL-BUS-DATE
003390     MOVE SPACES TO SETL-BATCH-ID
003400     OPEN INPUT SETL-PARM
003410     IF SL-PARM-FILE-STATUS NOT = "00"
003420         DISPLAY "STLRPT - NO STLPARM CARD, NOTHING SETTLED"
003430         SET SL-RUN-REFUSED TO TRUE
003440         GO TO 1100-EXIT
003450     END-IF
003460     READ SETL-PARM
003470         AT END
003480             CONTINUE
003490     END-READ
003500     CLOSE SETL-PARM
003510     IF SETL-BUS-DATE IS NOT NUMERIC
003520      OR SETL-BUS-DATE = ZERO
003530         DISPLAY "STLRPT - INVALID BUSINESS DATE, NOTHING SETTLED"
003540         SET SL-RUN-REFUSED TO TRUE
003550     END-IF.
003560 1100-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------------
003600 2000-COLLECT-BRANCHES.
003610*----------------------------------------------------------------
003620*    FIRST PASS - EVERY BRANCH WITH WORK ON THE DATE IN ANY OF
003630*    THE FOUR FILES GETS A ROW, AND EACH SELECTED RECORD IS
003640*    COUNTED AND VALUED AGAINST IT.  NO REJOUT OR NO WRITEOFF
003650*    SIMPLY MEANS NONE OF THAT KIND TODAY; NO AUDIT TRAIL OR NO
003660*    GL MASTER IS A FILE FAILURE.
003670     OPEN INPUT AUDIT-IN
003680     IF SL-AUDIT-FILE-STATUS NOT = "00"
003690         DISPLAY "STLRPT - NO AUDITOUT, STATUS "
003700             SL-AUDIT-FILE-STATUS
003710         SET SL-FILE-FAILURE TO TRUE
003720     ELSE
003730         SET SL-AUDIT-NOT-END-OF-FILE TO TRUE
003740         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
003750         PERFORM 2150-COLLECT-AUDIT THRU 2150-EXIT
003760             UNTIL SL-AUDIT-END-OF-FILE
003770         CLOSE AUDIT-IN
003780     END-IF
003790     OPEN INPUT REJECT-IN
003800     IF SL-REJ-FILE-STATUS = "00"
003810         SET SL-REJ-NOT-END-OF-FILE TO TRUE
003820         PERFORM 2300-READ-REJECT THRU 2300-EXIT
003830         PERFORM 2350-COLLECT-REJECT THRU 2350-EXIT
003840             UNTIL SL-REJ-END-OF-FILE
003850         CLOSE REJECT-IN
003860     END-IF
003870     OPEN INPUT WRITEOFF-IN
003880     IF SL-WOF-FILE-STATUS = "00"
003890         SET SL-WOF-NOT-END-OF-FILE TO TRUE
003900         PERFORM 2500-READ-WRITEOFF THRU 2500-EXIT
003910         PERFORM 2550-COLLECT-WRITEOFF THRU 2550-EXIT
003920             UNTIL SL-WOF-END-OF-FILE
003930         CLOSE WRITEOFF-IN
003940     END-IF
003950     OPEN INPUT GL-IN
003960     IF SL-GL-FILE-STATUS NOT = "00"
003970         DISPLAY "STLRPT - NO GL MASTER, STATUS "
003980             SL-GL-FILE-STATUS
003990         SET SL-FILE-FAILURE TO TRUE
004000     ELSE
004010         SET SL-GL-NOT-END-OF-FILE TO TRUE
004020         PERFORM 2700-READ-GL THRU 2700-EXIT
004030         PERFORM 2750-COLLECT-GL THRU 2750-EXIT
004040             UNTIL SL-GL-END-OF-FILE
004050         CLOSE GL-IN
004060     END-IF.
004070 2000-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110 2100-READ-AUDIT.
004120*----------------------------------------------------------------
004130     READ AUDIT-IN
004140         AT END
004150             SET SL-AUDIT-END-OF-FILE TO TRUE
004160     END-READ.
004170 2100-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210 2150-COLLECT-AUDIT.
004220*----------------------------------------------------------------
004230     PERFORM 2200-SELECT-AUDIT THRU 2200-EXIT
004240     IF SL-RECORD-SELECTED
004250         MOVE AUD-BATCH-ID TO SL-THIS-BATCH-ID
004260         PERFORM 2900-LOCATE-BRANCH THRU 2900-EXIT
004270         IF SL-BRANCH-FOUND
004280             ADD 1 TO SL-BR-ACC-COUNT(SL-FOUND-INDEX)
004290             ADD AUD-RESULT-C TO SL-BR-ACC-C(SL-FOUND-INDEX)
004300             ADD AUD-RESULT-D TO SL-BR-ACC-D(SL-FOUND-INDEX)
004310         END-IF
004320     END-IF
004330     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004340 2150-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------
004380 2200-SELECT-AUDIT.
004390*----------------------------------------------------------------
004400*    AN ACCEPTED DETAIL IS A BATCH-MODE CALCULATION RECORD
004410*    STAMPED WITH A BRANCH AND THE SETTLEMENT DATE.  A BLANK TYPE
004420*    ON AN OLD RECORD IS A CALCULATION, BUT AN OLD RECORD HAS NO
004430*    BATCH STAMP AND FALLS OUT ON THE BATCH ID TEST.
004440     SET SL-RECORD-BYPASSED TO TRUE
004450     IF AUD-TYPE-SIGNON-FAILURE
004460      OR AUD-TYPE-ADMIN-ACTION
004470         GO TO 2200-EXIT
004480     END-IF
004490     IF AUD-RUN-MODE NOT = "B"
004500      OR AUD-BATCH-ID = SPACES
004510         GO TO 2200-EXIT
004520     END-IF
004530     IF AUD-BUS-DATE IS NOT NUMERIC
004540      OR AUD-BUS-DATE NOT = SETL-BUS-DATE
004550         GO TO 2200-EXIT
004560     END-IF
004570     IF SETL-BATCH-ID NOT = SPACES
004580      AND AUD-BATCH-ID NOT = SETL-BATCH-ID
004590         GO TO 2200-EXIT
004600     END-IF
004610     SET SL-RECORD-SELECTED TO TRUE.
004620 2200-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------
004660 2300-READ-REJECT.
004670*----------------------------------------------------------------
004680     READ REJECT-IN
004690         AT END
004700             SET SL-REJ-END-OF-FILE TO TRUE
004710     END-READ.
004720 2300-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------
004760 2350-COLLECT-REJECT.
004770*----------------------------------------------------------------
004780     PERFORM 2400-SELECT-REJECT THRU 2400-EXIT
004790     IF SL-RECORD-SELECTED
004800         MOVE REJ-BATCH-ID TO SL-THIS-BATCH-ID
004810         PERFORM 2900-LOCATE-BRANCH THRU 2900-EXIT
004820         IF SL-BRANCH-FOUND
004830             PERFORM 2450-VALUE-REJECT THRU 2450-EXIT
004840             ADD 1 TO SL-BR-REJ-COUNT(SL-FOUND-INDEX)
004850             ADD SL-ITEM-VALUE TO SL-BR-REJ-VALUE(SL-FOUND-INDEX)
004860         END-IF
004870     END-IF
004880     PERFORM 2300-READ-REJECT THRU 2300-EXIT.
004890 2350-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930 2400-SELECT-REJECT.
004940*----------------------------------------------------------------
004950     SET SL-RECORD-BYPASSED TO TRUE
004960     IF REJ-BATCH-ID = SPACES
004970         GO TO 2400-EXIT
004980     END-IF
004990     IF REJ-BUS-DATE IS NOT NUMERIC
005000      OR REJ-BUS-DATE NOT = SETL-BUS-DATE
005010         GO TO 2400-EXIT
005020     END-IF
005030     IF SETL-BATCH-ID NOT = SPACES
005040      AND REJ-BATCH-ID NOT = SETL-BATCH-ID
005050         GO TO 2400-EXIT
005060     END-IF
005070     SET SL-RECORD-SELECTED TO TRUE.
005080 2400-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120 2450-VALUE-REJECT.
005130*----------------------------------------------------------------
005140*    A REJECT IS VALUED THE WAY MANIPDRV TOTALS ITS REJECTS - THE
005150*    RAW VALUE OF A "D" DETAIL, A PLUS B OF AN "A" DETAIL.  A
005160*    VALUE THAT WAS NOT NUMERIC AS KEYED ADDS NOTHING.
005170     MOVE ZERO TO SL-ITEM-VALUE
005180     IF REJ-RECORD-TYPE = "A"
005190         IF REJ-INPUT-A IS NUMERIC
005200             ADD REJ-INPUT-A-AMOUNT TO SL-ITEM-VALUE
005210         END-IF
005220         IF REJ-INPUT-B IS NUMERIC
005230             ADD REJ-INPUT-B-AMOUNT TO SL-ITEM-VALUE
005240         END-IF
005250     ELSE
005260         IF REJ-RAW-VALUE IS NUMERIC
005270             ADD REJ-RAW-AMOUNT TO SL-ITEM-VALUE
005280         END-IF
005290     END-IF.
005300 2450-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340 2500-READ-WRITEOFF.
005350*----------------------------------------------------------------
005360     READ WRITEOFF-IN
005370         AT END
005380             SET SL-WOF-END-OF-FILE TO TRUE
005390     END-READ.
005400 2500-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440 2550-COLLECT-WRITEOFF.
005450*----------------------------------------------------------------
005460     PERFORM 2600-SELECT-WRITEOFF THRU 2600-EXIT
005470     IF SL-RECORD-SELECTED
005480         MOVE WOF-BATCH-ID TO SL-THIS-BATCH-ID
005490         PERFORM 2900-LOCATE-BRANCH THRU 2900-EXIT
005500         IF SL-BRANCH-FOUND
005510             PERFORM 2650-VALUE-WRITEOFF THRU 2650-EXIT
005520             ADD 1 TO SL-BR-WOF-COUNT(SL-FOUND-INDEX)
005530             ADD SL-ITEM-VALUE TO SL-BR-WOF-VALUE(SL-FOUND-INDEX)
005540         END-IF
005550     END-IF
005560     PERFORM 2500-READ-WRITEOFF THRU 2500-EXIT.
005570 2550-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610 2600-SELECT-WRITEOFF.
005620*----------------------------------------------------------------
005630*    A WRITE-OFF SETTLES ON THE DAY IT WAS KEYED, AGAINST THE
005640*    BRANCH THE ORIGINAL REJECT CAME FROM - THE REJECT ITSELF
005650*    WAS ON THE STATEMENT FOR ITS OWN BUSINESS DATE.
005660     SET SL-RECORD-BYPASSED TO TRUE
005670     IF WOF-BATCH-ID = SPACES
005680         GO TO 2600-EXIT
005690     END-IF
005700     IF WOF-WRITEOFF-DATE IS NOT NUMERIC
005710      OR WOF-WRITEOFF-DATE NOT = SETL-BUS-DATE
005720         GO TO 2600-EXIT
005730     END-IF
005740     IF SETL-BATCH-ID NOT = SPACES
005750      AND WOF-BATCH-ID NOT = SETL-BATCH-ID
005760         GO TO 2600-EXIT
005770     END-IF
005780     SET SL-RECORD-SELECTED TO TRUE.
005790 2600-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------
005830 2650-VALUE-WRITEOFF.
005840*----------------------------------------------------------------
005850     MOVE ZERO TO SL-ITEM-VALUE
005860     IF WOF-RECORD-TYPE = "A"
005870         IF WOF-INPUT-A IS NUMERIC
005880             ADD WOF-INPUT-A-AMOUNT TO SL-ITEM-VALUE
005890         END-IF
005900         IF WOF-INPUT-B IS NUMERIC
005910             ADD WOF-INPUT-B-AMOUNT TO SL-ITEM-VALUE
005920         END-IF
005930     ELSE
005940         IF WOF-RAW-VALUE IS NUMERIC
005950             ADD WOF-RAW-AMOUNT TO SL-ITEM-VALUE
005960         END-IF
005970     END-IF.
005980 2650-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020 2700-READ-GL.
006030*----------------------------------------------------------------
006040     READ GL-IN NEXT
006050     IF SL-GL-FILE-STATUS NOT = "00"
006060         SET SL-GL-END-OF-FILE TO TRUE
006070     END-IF.
006080 2700-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120 2750-COLLECT-GL.
006130*----------------------------------------------------------------
006140     PERFORM 2800-SELECT-GL THRU 2800-EXIT
006150     IF SL-RECORD-SELECTED
006160         MOVE GL-BATCH-ID TO SL-THIS-BATCH-ID
006170         PERFORM 2900-LOCATE-BRANCH THRU 2900-EXIT
006180         IF SL-BRANCH-FOUND
006190             ADD 1 TO SL-BR-GL-COUNT(SL-FOUND-INDEX)
006195             IF GL-POST-REVERSAL
006196                 SUBTRACT GL-D-VALUE
006197                     FROM SL-BR-GL-VALUE(SL-FOUND-INDEX)
006198             ELSE
006200                 ADD GL-D-VALUE TO SL-BR-GL-VALUE(SL-FOUND-INDEX)
006205             END-IF
006210             EVALUATE TRUE
006220                 WHEN GL-ACK-PENDING
006230                     ADD 1 TO SL-BR-GL-PENDING(SL-FOUND-INDEX)
006240                 WHEN GL-ACK-ACCEPTED
006250                     ADD 1 TO SL-BR-GL-ACCEPT(SL-FOUND-INDEX)
006260                 WHEN GL-ACK-REJECTED
006270                     ADD 1 TO SL-BR-GL-REJECT(SL-FOUND-INDEX)
006280                 WHEN GL-ACK-WRITTEN-OFF
006290                     ADD 1 TO SL-BR-GL-WOFF(SL-FOUND-INDEX)
006300                 WHEN OTHER
006310                     ADD 1 TO SL-BR-GL-UNSENT(SL-FOUND-INDEX)
006320             END-EVALUATE
006330         END-IF
006340     END-IF
006350     PERFORM 2700-READ-GL THRU 2700-EXIT.
006360 2750-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------------
006400 2800-SELECT-GL.
006410*----------------------------------------------------------------
006420     SET SL-RECORD-BYPASSED TO TRUE
006430     IF GL-BATCH-ID = SPACES
006440         GO TO 2800-EXIT
006450     END-IF
006460     IF GL-BUS-DATE IS NOT NUMERIC
006470      OR GL-BUS-DATE NOT = SETL-BUS-DATE
006480         GO TO 2800-EXIT
006490     END-IF
006500     IF SETL-BATCH-ID NOT = SPACES
006510      AND GL-BATCH-ID NOT = SETL-BATCH-ID
006520         GO TO 2800-EXIT
006530     END-IF
006540     SET SL-RECORD-SELECTED TO TRUE.
006550 2800-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590 2900-LOCATE-BRANCH.
006600*----------------------------------------------------------------
006610*    FINDS SL-THIS-BATCH-ID IN THE TABLE, OR OPENS A ROW FOR IT
006620*    IN BATCH ID ORDER.  ON RETURN SL-FOUND-INDEX IS ITS ROW.  A
006630*    BRANCH THAT WILL NOT FIT IS COUNTED AS DROPPED AND LEFT
006640*    NOT FOUND.
006650     SET SL-BRANCH-NOT-FOUND TO TRUE
006660     SET SL-SCAN-NOT-DONE    TO TRUE
006670     MOVE 1 TO SL-FOUND-INDEX
006680     PERFORM 2910-SCAN-BRANCH THRU 2910-EXIT
006690         UNTIL SL-SCAN-DONE
006700            OR SL-FOUND-INDEX > SL-BRANCH-COUNT
006710     IF SL-FOUND-INDEX NOT > SL-BRANCH-COUNT
006720         IF SL-BR-BATCH-ID(SL-FOUND-INDEX) = SL-THIS-BATCH-ID
006730             SET SL-BRANCH-FOUND TO TRUE
006740             GO TO 2900-EXIT
006750         END-IF
006760     END-IF
006770     IF SL-BRANCH-COUNT NOT < 200
006780         ADD 1 TO SL-DROPPED-COUNT
006790         GO TO 2900-EXIT
006800     END-IF
006810     PERFORM 2920-SHIFT-BRANCH THRU 2920-EXIT
006820         VARYING SL-SHIFT-INDEX FROM SL-BRANCH-COUNT BY -1
006830         UNTIL SL-SHIFT-INDEX < SL-FOUND-INDEX
006840     ADD 1 TO SL-BRANCH-COUNT
006850     PERFORM 2930-OPEN-BRANCH THRU 2930-EXIT
006860     SET SL-BRANCH-FOUND TO TRUE.
006870 2900-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910 2910-SCAN-BRANCH.
006920*----------------------------------------------------------------
006930     IF SL-BR-BATCH-ID(SL-FOUND-INDEX) NOT < SL-THIS-BATCH-ID
006940         SET SL-SCAN-DONE TO TRUE
006950     ELSE
006960         ADD 1 TO SL-FOUND-INDEX
006970     END-IF.
006980 2910-EXIT.
006990     EXIT.
007000
007010*----------------------------------------------------------------
007020 2920-SHIFT-BRANCH.
007030*----------------------------------------------------------------
007040     MOVE SL-BRANCH-ENTRY(SL-SHIFT-INDEX)
007050         TO SL-BRANCH-ENTRY(SL-SHIFT-INDEX + 1).
007060 2920-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------------
007100 2930-OPEN-BRANCH.
007110*----------------------------------------------------------------
007120     MOVE SL-THIS-BATCH-ID TO SL-BR-BATCH-ID(SL-FOUND-INDEX)
007130     MOVE ZERO TO SL-BR-ACC-COUNT(SL-FOUND-INDEX)
007140     MOVE ZERO TO SL-BR-ACC-C(SL-FOUND-INDEX)
007150     MOVE ZERO TO SL-BR-ACC-D(SL-FOUND-INDEX)
007160     MOVE ZERO TO SL-BR-REJ-COUNT(SL-FOUND-INDEX)
007170     MOVE ZERO TO SL-BR-REJ-VALUE(SL-FOUND-INDEX)
007180     MOVE ZERO TO SL-BR-WOF-COUNT(SL-FOUND-INDEX)
007190     MOVE ZERO TO SL-BR-WOF-VALUE(SL-FOUND-INDEX)
007200     MOVE ZERO TO SL-BR-GL-COUNT(SL-FOUND-INDEX)
007210     MOVE ZERO TO SL-BR-GL-VALUE(SL-FOUND-INDEX)
007220     MOVE ZERO TO SL-BR-GL-UNSENT(SL-FOUND-INDEX)
007230     MOVE ZERO TO SL-BR-GL-PENDING(SL-FOUND-INDEX)
007240     MOVE ZERO TO SL-BR-GL-ACCEPT(SL-FOUND-INDEX)
007250     MOVE ZERO TO SL-BR-GL-REJECT(SL-FOUND-INDEX)
007260     MOVE ZERO TO SL-BR-GL-WOFF(SL-FOUND-INDEX).
007270 2930-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------
007310 3000-PRINT-BRANCH.
007320*----------------------------------------------------------------
007330*    SECOND PASS - ONE PAGE PER BRANCH.  EACH FILE IS READ AGAIN
007340*    FOR THE BRANCH'S OWN RECORDS UNDER THE TOTALS THE FIRST
007350*    PASS STRUCK.
007360     WRITE REPORT-RECORD FROM SL-BLANK-LINE
007370     MOVE SL-BR-BATCH-ID(SL-BRANCH-INDEX) TO SL-PHL-BATCH-ID
007380     MOVE SETL-BUS-DATE TO SL-PHL-BUS-DATE
007390     MOVE SL-RUN-DATE   TO SL-PHL-RUN-DATE
007400     WRITE REPORT-RECORD FROM SL-PAGE-HEADING-LINE
007410     PERFORM 3100-PRINT-ACCEPTED  THRU 3100-EXIT
007420     PERFORM 3300-PRINT-REJECTS   THRU 3300-EXIT
007430     PERFORM 3500-PRINT-WRITEOFFS THRU 3500-EXIT
007440     PERFORM 3700-PRINT-POSTINGS  THRU 3700-EXIT.
007450 3000-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------
007490 3100-PRINT-ACCEPTED.
007500*----------------------------------------------------------------
007510     WRITE REPORT-RECORD FROM SL-BLANK-LINE
007520     MOVE "ACCEPTED DETAILS" TO SL-SCL-TEXT
007530     WRITE REPORT-RECORD FROM SL-SECTION-LINE
007540     IF SL-BR-ACC-COUNT(SL-BRANCH-INDEX) = ZERO
007550         WRITE REPORT-RECORD FROM SL-NONE-LINE
007560         GO TO 3100-EXIT
007570     END-IF
007580     WRITE REPORT-RECORD FROM SL-ACC-COLUMN-LINE
007590     OPEN INPUT AUDIT-IN
007600     IF SL-AUDIT-FILE-STATUS = "00"
007610         SET SL-AUDIT-NOT-END-OF-FILE TO TRUE
007620         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
007630         PERFORM 3200-PRINT-AUDIT-LINE THRU 3200-EXIT
007640             UNTIL SL-AUDIT-END-OF-FILE
007650         CLOSE AUDIT-IN
007660     END-IF
007670     MOVE SL-BR-ACC-COUNT(SL-BRANCH-INDEX) TO SL-CDT-COUNT
007680     MOVE SL-BR-ACC-C(SL-BRANCH-INDEX)     TO SL-CDT-C-TOTAL
007690     MOVE SL-BR-ACC-D(SL-BRANCH-INDEX)     TO SL-CDT-D-TOTAL
007700     WRITE REPORT-RECORD FROM SL-CD-TOTAL-LINE.
007710 3100-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------
007750 3200-PRINT-AUDIT-LINE.
007760*----------------------------------------------------------------
007770     PERFORM 2200-SELECT-AUDIT THRU 2200-EXIT
007780     IF SL-RECORD-SELECTED
007790      AND AUD-BATCH-ID = SL-BR-BATCH-ID(SL-BRANCH-INDEX)
007800         MOVE AUD-RUN-TIME   TO SL-ADL-RUN-TIME
007810         MOVE AUD-INPUT-A    TO SL-ADL-INPUT-A
007820         MOVE AUD-INPUT-B    TO SL-ADL-INPUT-B
007830         MOVE AUD-RESULT-C   TO SL-ADL-RESULT-C
007840         MOVE AUD-RESULT-D   TO SL-ADL-RESULT-D
007850         MOVE AUD-RATE-CLASS TO SL-ADL-RATE-CLASS
007860         WRITE REPORT-RECORD FROM SL-ACC-DETAIL-LINE
007870     END-IF
007880     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
007890 3200-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------
007930 3300-PRINT-REJECTS.
007940*----------------------------------------------------------------
007950     WRITE REPORT-RECORD FROM SL-BLANK-LINE
007960     MOVE "REJECTS" TO SL-SCL-TEXT
007970     WRITE REPORT-RECORD FROM SL-SECTION-LINE
007980     IF SL-BR-REJ-COUNT(SL-BRANCH-INDEX) = ZERO
007990         WRITE REPORT-RECORD FROM SL-NONE-LINE
008000         GO TO 3300-EXIT
008010     END-IF
008020     WRITE REPORT-RECORD FROM SL-REJ-COLUMN-LINE
008030     OPEN INPUT REJECT-IN
008040     IF SL-REJ-FILE-STATUS = "00"
008050         SET SL-REJ-NOT-END-OF-FILE TO TRUE
008060         PERFORM 2300-READ-REJECT THRU 2300-EXIT
008070         PERFORM 3400-PRINT-REJECT-LINE THRU 3400-EXIT
008080             UNTIL SL-REJ-END-OF-FILE
008090         CLOSE REJECT-IN
008100     END-IF
008110     MOVE "REJECTS           : " TO SL-TTL-TEXT
008120     MOVE SL-BR-REJ-COUNT(SL-BRANCH-INDEX) TO SL-TTL-COUNT
008130     MOVE SL-BR-REJ-VALUE(SL-BRANCH-INDEX) TO SL-TTL-VALUE
008140     WRITE REPORT-RECORD FROM SL-TOTAL-LINE.
008150 3300-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------
008190 3400-PRINT-REJECT-LINE.
008200*----------------------------------------------------------------
008210     PERFORM 2400-SELECT-REJECT THRU 2400-EXIT
008220     IF SL-RECORD-SELECTED
008230      AND REJ-BATCH-ID = SL-BR-BATCH-ID(SL-BRANCH-INDEX)
008240         MOVE REJ-RECORD-NO   TO SL-RDL-RECORD-NO
008250         MOVE REJ-RECORD-TYPE TO SL-RDL-TYPE
008260         IF REJ-RECORD-TYPE = "A"
008270             MOVE REJ-INPUT-A TO SL-RDL-VALUE-1
008280             MOVE REJ-INPUT-B TO SL-RDL-VALUE-2
008290         ELSE
008300             MOVE REJ-RAW-VALUE TO SL-RDL-VALUE-1
008310             MOVE SPACES        TO SL-RDL-VALUE-2
008320         END-IF
008330         MOVE REJ-OP-CODE     TO SL-RDL-OP-CODE
008340         MOVE REJ-REASON      TO SL-RDL-REASON
008350         WRITE REPORT-RECORD FROM SL-REJ-DETAIL-LINE
008360     END-IF
008370     PERFORM 2300-READ-REJECT THRU 2300-EXIT.
008380 3400-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------------
008420 3500-PRINT-WRITEOFFS.
008430*----------------------------------------------------------------
008440     WRITE REPORT-RECORD FROM SL-BLANK-LINE
008450     MOVE "WRITE-OFFS" TO SL-SCL-TEXT
008460     WRITE REPORT-RECORD FROM SL-SECTION-LINE
008470     IF SL-BR-WOF-COUNT(SL-BRANCH-INDEX) = ZERO
008480         WRITE REPORT-RECORD FROM SL-NONE-LINE
008490         GO TO 3500-EXIT
008500     END-IF
008510     WRITE REPORT-RECORD FROM SL-WOF-COLUMN-LINE
008520     OPEN INPUT WRITEOFF-IN
008530     IF SL-WOF-FILE-STATUS = "00"
008540         SET SL-WOF-NOT-END-OF-FILE TO TRUE
008550         PERFORM 2500-READ-WRITEOFF THRU 2500-EXIT
008560         PERFORM 3600-PRINT-WRITEOFF-LINE THRU 3600-EXIT
008570             UNTIL SL-WOF-END-OF-FILE
008580         CLOSE WRITEOFF-IN
008590     END-IF
008600     MOVE "WRITE-OFFS        : " TO SL-TTL-TEXT
008610     MOVE SL-BR-WOF-COUNT(SL-BRANCH-INDEX) TO SL-TTL-COUNT
008620     MOVE SL-BR-WOF-VALUE(SL-BRANCH-INDEX) TO SL-TTL-VALUE
008630     WRITE REPORT-RECORD FROM SL-TOTAL-LINE.
008640 3500-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------
008680 3600-PRINT-WRITEOFF-LINE.
008690*----------------------------------------------------------------
008700     PERFORM 2600-SELECT-WRITEOFF THRU 2600-EXIT
008710     IF SL-RECORD-SELECTED
008720      AND WOF-BATCH-ID = SL-BR-BATCH-ID(SL-BRANCH-INDEX)
008730         MOVE WOF-REJ-RUN-DATE  TO SL-WDL-REJ-DATE
008740         MOVE WOF-REJ-RECORD-NO TO SL-WDL-RECORD-NO
008750         MOVE WOF-RECORD-TYPE   TO SL-WDL-TYPE
008760         IF WOF-RECORD-TYPE = "A"
008770             MOVE WOF-INPUT-A TO SL-WDL-VALUE-1
008780             MOVE WOF-INPUT-B TO SL-WDL-VALUE-2
008790         ELSE
008800             MOVE WOF-RAW-VALUE TO SL-WDL-VALUE-1
008810             MOVE SPACES        TO SL-WDL-VALUE-2
008820         END-IF
008830         EVALUATE TRUE
008840             WHEN WOF-PENDING
008850                 MOVE "PENDING " TO SL-WDL-STATUS
008860             WHEN WOF-BOUNCED
008870                 MOVE "BOUNCED " TO SL-WDL-STATUS
008880             WHEN OTHER
008890                 MOVE "APPROVED" TO SL-WDL-STATUS
008900         END-EVALUATE
008910         MOVE WOF-REASON        TO SL-WDL-REASON
008920         WRITE REPORT-RECORD FROM SL-WOF-DETAIL-LINE
008930     END-IF
008940     PERFORM 2500-READ-WRITEOFF THRU 2500-EXIT.
008950 3600-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------
008990 3700-PRINT-POSTINGS.
009000*----------------------------------------------------------------
009010     WRITE REPORT-RECORD FROM SL-BLANK-LINE
009020     MOVE "GL POSTINGS AND LEDGER STATUS" TO SL-SCL-TEXT
009030     WRITE REPORT-RECORD FROM SL-SECTION-LINE
009040     IF SL-BR-GL-COUNT(SL-BRANCH-INDEX) = ZERO
009050         WRITE REPORT-RECORD FROM SL-NONE-LINE
009060         GO TO 3700-EXIT
009070     END-IF
009080     WRITE REPORT-RECORD FROM SL-GL-COLUMN-LINE
009090     OPEN INPUT GL-IN
009100     IF SL-GL-FILE-STATUS = "00"
009110         SET SL-GL-NOT-END-OF-FILE TO TRUE
009120         PERFORM 2700-READ-GL THRU 2700-EXIT
009130         PERFORM 3800-PRINT-GL-LINE THRU 3800-EXIT
009140             UNTIL SL-GL-END-OF-FILE
009150         CLOSE GL-IN
009160     END-IF
009170     MOVE "GL POSTINGS       : " TO SL-TTL-TEXT
009180     MOVE SL-BR-GL-COUNT(SL-BRANCH-INDEX) TO SL-TTL-COUNT
009190     MOVE SL-BR-GL-VALUE(SL-BRANCH-INDEX) TO SL-TTL-VALUE
009200     WRITE REPORT-RECORD FROM SL-TOTAL-LINE
009210     MOVE SL-BR-GL-UNSENT(SL-BRANCH-INDEX)  TO SL-GSL-UNSENT
009220     MOVE SL-BR-GL-PENDING(SL-BRANCH-INDEX) TO SL-GSL-PENDING
009230     MOVE SL-BR-GL-ACCEPT(SL-BRANCH-INDEX)  TO SL-GSL-ACCEPT
009240     MOVE SL-BR-GL-REJECT(SL-BRANCH-INDEX)  TO SL-GSL-REJECT
009250     MOVE SL-BR-GL-WOFF(SL-BRANCH-INDEX)    TO SL-GSL-WOFF
009260     WRITE REPORT-RECORD FROM SL-GL-STATUS-LINE.
009270 3700-EXIT.
009280     EXIT.
009290
009300*----------------------------------------------------------------
009310 3800-PRINT-GL-LINE.
009320*----------------------------------------------------------------
009330     PERFORM 2800-SELECT-GL THRU 2800-EXIT
009340     IF SL-RECORD-SELECTED
009350      AND GL-BATCH-ID = SL-BR-BATCH-ID(SL-BRANCH-INDEX)
009360         MOVE GL-KEY-JOB-ID   TO SL-GDL-JOB-ID
009370         MOVE GL-KEY-RUN-DATE TO SL-GDL-RUN-DATE
009380         MOVE GL-KEY-RUN-TIME TO SL-GDL-RUN-TIME
009390         MOVE GL-KEY-SEQUENCE TO SL-GDL-SEQUENCE
009400         IF GL-POST-REVERSAL
009402             SUBTRACT GL-D-VALUE FROM ZERO GIVING SL-GL-SIGNED-D
009404         ELSE
009406             MOVE GL-D-VALUE  TO SL-GL-SIGNED-D
009408         END-IF
009409         MOVE SL-GL-SIGNED-D  TO SL-GDL-D-VALUE
009410         EVALUATE TRUE
009420             WHEN GL-ACK-PENDING
009430                 MOVE "AWAITING   " TO SL-GDL-STATUS
009440             WHEN GL-ACK-ACCEPTED
009450                 MOVE "ACCEPTED   " TO SL-GDL-STATUS
009460             WHEN GL-ACK-REJECTED
009470                 MOVE "REJECTED   " TO SL-GDL-STATUS
009480             WHEN GL-ACK-WRITTEN-OFF
009490                 MOVE "WRITTEN OFF" TO SL-GDL-STATUS
009500             WHEN OTHER
009510                 MOVE "NOT SENT   " TO SL-GDL-STATUS
009520         END-EVALUATE
009530         MOVE GL-ACK-REASON   TO SL-GDL-REASON
009540         WRITE REPORT-RECORD FROM SL-GL-DETAIL-LINE
009550     END-IF
009560     PERFORM 2700-READ-GL THRU 2700-EXIT.
009570 3800-EXIT.
009580     EXIT.
009590
009600*----------------------------------------------------------------
009610 9000-TERMINATE.
009620*----------------------------------------------------------------
009630     IF SL-RUN-PERMITTED
009640         CLOSE REPORT-OUT
009650         DISPLAY "STLRPT - BRANCHES SETTLED : " SL-BRANCH-COUNT
009660     END-IF
009670     IF SL-DROPPED-COUNT > ZERO
009680         DISPLAY "STLRPT - BRANCH TABLE FULL, RECORDS NOT "
009690             "SETTLED : " SL-DROPPED-COUNT
009700     END-IF.
009710 9000-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------
009750 9500-SET-RETURN-CODE.
009760*----------------------------------------------------------------
009770*    SAME SCALE AS DAYPROOF -
009780*        16  RUN REFUSED (NO CARD OR NO USABLE DATE)
009790*        12  AUDITOUT OR THE GL MASTER COULD NOT BE OPENED
009800*         4  BRANCH TABLE FULL - SOME WORK NOT ON THE STATEMENT
009810*         0  EVERY BRANCH SETTLED
009820     EVALUATE TRUE
009830         WHEN SL-RUN-REFUSED
009840             MOVE 16 TO SL-RC-VALUE
009850         WHEN SL-FILE-FAILURE
009860             MOVE 12 TO SL-RC-VALUE
009870         WHEN SL-DROPPED-COUNT > ZERO
009880             MOVE 4 TO SL-RC-VALUE
009890         WHEN OTHER
009900             MOVE 0 TO SL-RC-VALUE
009910     END-EVALUATE
009920     MOVE SL-RC-VALUE TO RETURN-CODE.
009930 9500-EXIT.
009940     EXIT.
