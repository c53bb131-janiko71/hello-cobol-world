000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    BRMAINT.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  BRANCH MASTER MAINTENANCE.
000150*                  EACH BRCHTXN CARD (SEE CPYBRTX) ADDS, CHANGES,
000160*                  CLOSES OR REOPENS ONE BRANCH ON THE BRCHMST
000170*                  KEYED MASTER (SEE CPYBRCH), WHICH OWNS THE RATE
000180*                  CLASS EVERY BRANCH CONVERTS UNDER.  A CARD IS
000190*                  APPLIED ONLY WHEN ITS OPERATOR IS AN ACTIVE
000200*                  SUPERVISOR ON OPERMST, AND A CLASS MUST BE ON
000210*                  THE RATE TABLE.  EVERY CARD AND ITS OUTCOME IS
000220*                  LISTED ON BRCHRPT, FOLLOWED BY THE WHOLE MASTER
000230*                  AS IT STANDS AFTER THE RUN.
000240*----------------------------------------------------------------
000250
000260******************************************************************
000270* ENVIRONMENT DIVISION.
000280******************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BRANCH-TXN      ASSIGN TO "BRCHTXN"
000330                             ORGANIZATION IS SEQUENTIAL
000340                             FILE STATUS IS BM-TXN-FILE-STATUS.
000350
000360     SELECT BRANCH-MASTER   ASSIGN TO "BRCHMST"
000370                             ORGANIZATION IS INDEXED
000380                             ACCESS MODE IS DYNAMIC
000390                             RECORD KEY IS BRM-BATCH-ID
000400                             FILE STATUS IS BM-BRM-FILE-STATUS.
000410
000420     SELECT OPERATOR-MASTER ASSIGN TO "OPERMST"
000430                             ORGANIZATION LINE SEQUENTIAL
000440                             FILE STATUS IS BM-OPER-FILE-STATUS.
000450
000460     SELECT RATE-TABLE      ASSIGN TO "RATETAB"
000470                             ORGANIZATION LINE SEQUENTIAL
000480                             FILE STATUS IS BM-RATE-FILE-STATUS.
000490
000500     SELECT BRANCH-REPORT   ASSIGN TO "BRCHRPT"
000510                             ORGANIZATION LINE SEQUENTIAL.
000520
000530******************************************************************
000540* DATA DIVISION.
000550******************************************************************
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BRANCH-TXN
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CPYBRTX.
000610
000620 FD  BRANCH-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY CPYBRCH.
000650
000660 FD  OPERATOR-MASTER
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CPYOPER.
000690
000700 FD  RATE-TABLE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CPYRATE.
000730
000740 FD  BRANCH-REPORT
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CPYRPT.
000770
000780 WORKING-STORAGE SECTION.
000790
000800 01  BM-SWITCHES.
000810     05  BM-TXN-EOF-SWITCH    PIC X(01)    VALUE "N".
000820         88  BM-TXN-END-OF-FILE            VALUE "Y".
000830         88  BM-TXN-NOT-END-OF-FILE         VALUE "N".
000840     05  BM-TXN-OPEN-SWITCH   PIC X(01)    VALUE "N".
000850         88  BM-TXN-OPENED                 VALUE "Y".
000860         88  BM-TXN-NOT-OPENED              VALUE "N".
000870     05  BM-BRM-OPEN-SWITCH   PIC X(01)    VALUE "N".
000880         88  BM-BRM-OPENED                 VALUE "Y".
000890         88  BM-BRM-NOT-OPENED              VALUE "N".
000900     05  BM-BRM-EOF-SWITCH    PIC X(01)    VALUE "N".
000910         88  BM-BRM-END-OF-FILE            VALUE "Y".
000920         88  BM-BRM-NOT-END-OF-FILE         VALUE "N".
000930     05  BM-OPER-EOF-SWITCH   PIC X(01)    VALUE "N".
000940         88  BM-OPER-END-OF-FILE           VALUE "Y".
000950         88  BM-OPER-NOT-END-OF-FILE        VALUE "N".
000960     05  BM-SUPV-SWITCH       PIC X(01)    VALUE "N".
000970         88  BM-SUPERVISOR-FOUND           VALUE "Y".
000980         88  BM-SUPERVISOR-NOT-FOUND        VALUE "N".
000990     05  BM-RATE-EOF-SWITCH   PIC X(01)    VALUE "N".
001000         88  BM-RATE-END-OF-FILE           VALUE "Y".
001010         88  BM-RATE-NOT-END-OF-FILE        VALUE "N".
001020     05  BM-RATES-SWITCH      PIC X(01)    VALUE "N".
001030         88  BM-RATES-LOADED               VALUE "Y".
001040         88  BM-RATES-NOT-LOADED            VALUE "N".
001050     05  BM-CLASS-SWITCH      PIC X(01)    VALUE "N".
001060         88  BM-CLASS-KNOWN                VALUE "Y".
001070         88  BM-CLASS-UNKNOWN               VALUE "N".
001080     05  BM-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
001090         88  BM-FILE-FAILURE               VALUE "Y".
001100         88  BM-NO-FILE-FAILURE             VALUE "N".
001110
001120 01  BM-TXN-FILE-STATUS       PIC X(02).
001130 01  BM-BRM-FILE-STATUS       PIC X(02).
001140 01  BM-OPER-FILE-STATUS      PIC X(02).
001150 01  BM-RATE-FILE-STATUS      PIC X(02).
001160
001170 01  BM-COUNTERS.
001180     05  BM-CARDS-READ        PIC 9(05) COMP VALUE ZERO.
001190     05  BM-CARDS-APPLIED     PIC 9(05) COMP VALUE ZERO.
001200     05  BM-CARDS-REFUSED     PIC 9(05) COMP VALUE ZERO.
001210     05  BM-BRANCHES-LISTED   PIC 9(05) COMP VALUE ZERO.
001220     05  BM-CLASS-COUNT       PIC 9(03) COMP VALUE ZERO.
001230     05  BM-CLASS-INDEX       PIC 9(03) COMP VALUE ZERO.
001240
001250 01  BM-RUN-DATE              PIC 9(08).
001260
001270*    THE RATE CLASSES ON THE RATE TABLE, LOADED AT START-UP THE
001280*    SAME WAY TRANEDIT LOADS THEM.  A BRANCH MAY NOT BE ASSIGNED A
001290*    CLASS THAT WOULD REJECT ITS EVERY DETAIL AT NIGHT WITH "NO
001300*    RATE IN EFFECT".  NO RATE TABLE AT ALL SKIPS THE CHECK.
001310 01  BM-CLASS-TABLE.
001320     05  BM-CLS-ENTRY         OCCURS 20 TIMES.
001330         10  BM-CLS-CODE      PIC X(02).
001340
001350 77  BM-EDIT-CLASS            PIC X(02).
001360 77  BM-RESULT-TEXT           PIC X(40).
001370
001380 01  BM-HEADING-LINE.
001390     05  PIC X(36) VALUE "BRANCH MASTER MAINTENANCE  - DATE : ".
001400     05  BM-HDG-DATE          PIC 9(08).
001410
001420 01  BM-CARD-HEADING-LINE.
001430     05  PIC X(40) VALUE "ACT BRANCH   OPERATOR RESULT".
001440
001450 01  BM-CARD-LINE.
001460     05  PIC X(01) VALUE SPACE.
001470     05  BM-CRD-ACTION        PIC X(01).
001480     05  PIC X(02) VALUE SPACES.
001490     05  BM-CRD-BATCH-ID      PIC X(08).
001500     05  PIC X(01) VALUE SPACE.
001510     05  BM-CRD-OPERATOR-ID   PIC X(08).
001520     05  PIC X(01) VALUE SPACE.
001530     05  BM-CRD-RESULT        PIC X(40).
001540
001550 01  BM-LIST-HEADING-LINE.
001560     05  PIC X(40) VALUE "BRANCH   NAME".
001570     05  PIC X(40) VALUE "CL ST EXP MAINTAINED BY".
001580
001590 01  BM-LIST-LINE.
001600     05  BM-LST-BATCH-ID      PIC X(08).
001610     05  PIC X(01) VALUE SPACE.
001620     05  BM-LST-NAME          PIC X(30).
001630     05  PIC X(01) VALUE SPACE.
001640     05  BM-LST-CLASS         PIC X(02).
001650     05  PIC X(02) VALUE SPACES.
001660     05  BM-LST-STATUS        PIC X(01).
001670     05  PIC X(03) VALUE SPACES.
001680     05  BM-LST-EXPECTED      PIC X(01).
001690     05  PIC X(01) VALUE SPACE.
001700     05  BM-LST-MAINT-DATE    PIC 9(08).
001710     05  PIC X(01) VALUE SPACE.
001720     05  BM-LST-MAINT-OPER    PIC X(08).
001730
001740 01  BM-SUMMARY-LINE.
001750     05  PIC X(13) VALUE "CARDS READ : ".
001760     05  BM-SUM-READ          PIC ZZZZ9.
001770     05  PIC X(12) VALUE "  APPLIED : ".
001780     05  BM-SUM-APPLIED       PIC ZZZZ9.
001790     05  PIC X(12) VALUE "  REFUSED : ".
001800     05  BM-SUM-REFUSED       PIC ZZZZ9.
001810     05  PIC X(13) VALUE "  BRANCHES : ".
001820     05  BM-SUM-BRANCHES      PIC ZZZZ9.
001830
001840 01  BM-BLANK-LINE            PIC X(80)      VALUE SPACES.
001850
001860 77  BM-RC-VALUE              PIC 9(02)      VALUE ZERO.
001870
001880******************************************************************
001890* PROCEDURE DIVISION.
001900******************************************************************
001910 PROCEDURE DIVISION.
001920
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE     THRU 1000-EXIT
001950     PERFORM 2000-APPLY-CARD     THRU 2000-EXIT
001960         UNTIL BM-TXN-END-OF-FILE
001970     PERFORM 5000-LIST-MASTER    THRU 5000-EXIT
001980     PERFORM 9000-TERMINATE      THRU 9000-EXIT
001990     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
002000     STOP RUN.
002010
002020*----------------------------------------------------------------
002030 1000-INITIALIZE.
002040*----------------------------------------------------------------
002050     ACCEPT BM-RUN-DATE FROM DATE YYYYMMDD
002060     PERFORM 1200-LOAD-RATE-CLASSES THRU 1200-EXIT
002070     OPEN OUTPUT BRANCH-REPORT
002080     MOVE BM-RUN-DATE TO BM-HDG-DATE
002090     WRITE REPORT-RECORD FROM BM-HEADING-LINE
002100     WRITE REPORT-RECORD FROM BM-BLANK-LINE
002110     WRITE REPORT-RECORD FROM BM-CARD-HEADING-LINE
002120*    THE FIRST ADD EVER MADE FINDS NO MASTER - IT IS CREATED
002130*    EMPTY AND REOPENED FOR UPDATE.
002140     OPEN I-O BRANCH-MASTER
002150     IF BM-BRM-FILE-STATUS = "35"
002160         OPEN OUTPUT BRANCH-MASTER
002170         CLOSE BRANCH-MASTER
002180         OPEN I-O BRANCH-MASTER
002190     END-IF
002200     IF BM-BRM-FILE-STATUS = "00"
002210         SET BM-BRM-OPENED TO TRUE
002220     ELSE
002230         DISPLAY "BRMAINT - BRCHMST OPEN FAILED, STATUS "
002240             BM-BRM-FILE-STATUS
002250         SET BM-FILE-FAILURE    TO TRUE
002260         SET BM-TXN-END-OF-FILE TO TRUE
002270         GO TO 1000-EXIT
002280     END-IF
002290     OPEN INPUT BRANCH-TXN
002300     IF BM-TXN-FILE-STATUS = "00"
002310         SET BM-TXN-OPENED TO TRUE
002320         PERFORM 2100-READ-CARD THRU 2100-EXIT
002330     ELSE
002340         DISPLAY "BRMAINT - NO BRCHTXN CARDS, MASTER LISTED ONLY"
002350         SET BM-TXN-END-OF-FILE TO TRUE
002360     END-IF.
002370 1000-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------------
002410 1200-LOAD-RATE-CLASSES.
002420*----------------------------------------------------------------
002430     MOVE ZERO TO BM-CLASS-COUNT
002440     SET BM-RATE-NOT-END-OF-FILE TO TRUE
002450     OPEN INPUT RATE-TABLE
002460     IF BM-RATE-FILE-STATUS NOT = "00"
002470         GO TO 1200-EXIT
002480     END-IF
002490     SET BM-RATES-LOADED TO TRUE
002500     PERFORM 1210-READ-RATE   THRU 1210-EXIT
002510     PERFORM 1220-STORE-CLASS THRU 1220-EXIT
002520         UNTIL BM-RATE-END-OF-FILE
002530     CLOSE RATE-TABLE.
002540 1200-EXIT.
002550     EXIT.
002560
002570*----------------------------------------------------------------
002580 1210-READ-RATE.
002590*----------------------------------------------------------------
002600     READ RATE-TABLE
002610         AT END
002620             SET BM-RATE-END-OF-FILE TO TRUE
002630     END-READ.
002640 1210-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------------
002680 1220-STORE-CLASS.
002690*----------------------------------------------------------------
002700     MOVE RATE-CLASS TO BM-EDIT-CLASS
002710     PERFORM 1240-FIND-CLASS THRU 1240-EXIT
002720     IF BM-CLASS-UNKNOWN
002730      AND BM-CLASS-COUNT < 20
002740         ADD 1 TO BM-CLASS-COUNT
002750         MOVE RATE-CLASS TO BM-CLS-CODE(BM-CLASS-COUNT)
002760     END-IF
002770     PERFORM 1210-READ-RATE THRU 1210-EXIT.
002780 1220-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------
002820 1230-MATCH-CLASS.
002830*----------------------------------------------------------------
002840     IF BM-CLS-CODE(BM-CLASS-INDEX) = BM-EDIT-CLASS
002850         SET BM-CLASS-KNOWN TO TRUE
002860     END-IF.
002870 1230-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------
002910 1240-FIND-CLASS.
002920*----------------------------------------------------------------
002930*    THE CALLER STAGES BM-EDIT-CLASS.
002940     SET BM-CLASS-UNKNOWN TO TRUE
002950     PERFORM 1230-MATCH-CLASS THRU 1230-EXIT
002960         VARYING BM-CLASS-INDEX FROM 1 BY 1
002970         UNTIL BM-CLASS-INDEX > BM-CLASS-COUNT
002980            OR BM-CLASS-KNOWN.
002990 1240-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------
003030 2000-APPLY-CARD.
003040*----------------------------------------------------------------
003050     ADD 1 TO BM-CARDS-READ
003060     MOVE SPACES TO BM-RESULT-TEXT
003070     PERFORM 2200-CHECK-AUTHORITY THRU 2200-EXIT
003080     IF BM-SUPERVISOR-NOT-FOUND
003090         MOVE "REFUSED - SUPERVISOR AUTHORITY REQUIRED"
003100             TO BM-RESULT-TEXT
003110         GO TO 2000-REPORT
003120     END-IF
003130     IF BRT-BATCH-ID = SPACES
003140         MOVE "REFUSED - BRANCH BATCH ID MISSING"
003150             TO BM-RESULT-TEXT
003160         GO TO 2000-REPORT
003170     END-IF
003180     EVALUATE TRUE
003190         WHEN BRT-ADD
003200             PERFORM 3000-ADD-BRANCH    THRU 3000-EXIT
003210         WHEN BRT-CHANGE
003220             PERFORM 3100-CHANGE-BRANCH THRU 3100-EXIT
003230         WHEN BRT-CLOSE
003240             PERFORM 3200-CLOSE-BRANCH  THRU 3200-EXIT
003250         WHEN BRT-REOPEN
003260             PERFORM 3300-REOPEN-BRANCH THRU 3300-EXIT
003270         WHEN OTHER
003280             MOVE "REFUSED - UNKNOWN ACTION CODE"
003290                 TO BM-RESULT-TEXT
003300     END-EVALUATE.
003310 2000-REPORT.
003320     IF BM-RESULT-TEXT = SPACES
003330         MOVE "APPLIED" TO BM-RESULT-TEXT
003340         ADD 1 TO BM-CARDS-APPLIED
003350     ELSE
003360         ADD 1 TO BM-CARDS-REFUSED
003370     END-IF
003380     MOVE BRT-ACTION      TO BM-CRD-ACTION
003390     MOVE BRT-BATCH-ID    TO BM-CRD-BATCH-ID
003400     MOVE BRT-OPERATOR-ID TO BM-CRD-OPERATOR-ID
003410     MOVE BM-RESULT-TEXT  TO BM-CRD-RESULT
003420     WRITE REPORT-RECORD FROM BM-CARD-LINE
003430     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003440 2000-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480 2100-READ-CARD.
003490*----------------------------------------------------------------
003500     READ BRANCH-TXN
003510         AT END
003520             SET BM-TXN-END-OF-FILE TO TRUE
003530     END-READ.
003540 2100-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580 2200-CHECK-AUTHORITY.
003590*----------------------------------------------------------------
003600*    THE BRANCH MASTER DECIDES EVERY BRANCH'S COMMISSION SCHEDULE,
003610*    SO ONLY AN ACTIVE SUPERVISOR ON OPERMST MAY CHANGE IT - A
003620*    REVOKED SUPERVISOR AUTHORISES NOTHING.  OPERMST IS SCANNED
003630*    AFRESH FOR EACH CARD; THE CARD DECK IS SHORT.
003640     SET BM-SUPERVISOR-NOT-FOUND TO TRUE
003650     IF BRT-OPERATOR-ID = SPACES
003660         GO TO 2200-EXIT
003670     END-IF
003680     SET BM-OPER-NOT-END-OF-FILE TO TRUE
003690     OPEN INPUT OPERATOR-MASTER
003700     IF BM-OPER-FILE-STATUS NOT = "00"
003710         DISPLAY "BRMAINT - OPERMST OPEN FAILED, STATUS "
003720             BM-OPER-FILE-STATUS
003730         GO TO 2200-EXIT
003740     END-IF
003750     PERFORM 2210-READ-OPERATOR THRU 2210-EXIT
003760     PERFORM 2220-MATCH-OPERATOR THRU 2220-EXIT
003770         UNTIL BM-OPER-END-OF-FILE
003780            OR BM-SUPERVISOR-FOUND
003790     CLOSE OPERATOR-MASTER.
003800 2200-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------------
003840 2210-READ-OPERATOR.
003850*----------------------------------------------------------------
003860     READ OPERATOR-MASTER
003870         AT END
003880             SET BM-OPER-END-OF-FILE TO TRUE
003890     END-READ.
003900 2210-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------
003940 2220-MATCH-OPERATOR.
003950*----------------------------------------------------------------
003960     IF OPR-OPERATOR-ID = BRT-OPERATOR-ID
003970         IF OPR-AUTH-SUPERVISOR
003980          AND OPR-STATUS-ACTIVE
003990             SET BM-SUPERVISOR-FOUND TO TRUE
004000         END-IF
004010         SET BM-OPER-END-OF-FILE TO TRUE
004020         GO TO 2220-EXIT
004030     END-IF
004040     PERFORM 2210-READ-OPERATOR THRU 2210-EXIT.
004050 2220-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090 2300-CHECK-CLASS.
004100*----------------------------------------------------------------
004110*    THE CALLER STAGES BM-EDIT-CLASS.  A BLANK CLASS IS THE
004120*    DEFAULT CLASS AND IS HELD TO THE RATE TABLE LIKE ANY OTHER.
004130     IF BM-RATES-NOT-LOADED
004140         GO TO 2300-EXIT
004150     END-IF
004160     PERFORM 1240-FIND-CLASS THRU 1240-EXIT
004170     IF BM-CLASS-UNKNOWN
004180         MOVE "REFUSED - RATE CLASS NOT ON RATE TABLE"
004190             TO BM-RESULT-TEXT
004200     END-IF.
004210 2300-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250 3000-ADD-BRANCH.
004260*----------------------------------------------------------------
004270     IF BRT-BRANCH-NAME = SPACES
004280         MOVE "REFUSED - BRANCH NAME MISSING" TO BM-RESULT-TEXT
004290         GO TO 3000-EXIT
004300     END-IF
004310     IF NOT BRT-EXPECTED-VALID
004320         MOVE "REFUSED - EXPECTED FLAG MUST BE Y OR N"
004330             TO BM-RESULT-TEXT
004340         GO TO 3000-EXIT
004350     END-IF
004360     MOVE BRT-RATE-CLASS TO BM-EDIT-CLASS
004370     PERFORM 2300-CHECK-CLASS THRU 2300-EXIT
004380     IF BM-RESULT-TEXT NOT = SPACES
004390         GO TO 3000-EXIT
004400     END-IF
004410     MOVE BRT-BATCH-ID      TO BRM-BATCH-ID
004420     MOVE BRT-BRANCH-NAME   TO BRM-BRANCH-NAME
004430     MOVE BRT-RATE-CLASS    TO BRM-RATE-CLASS
004440     MOVE BRT-EXPECTED-FLAG TO BRM-EXPECTED-FLAG
004450     SET BRM-STATUS-ACTIVE  TO TRUE
004460     MOVE BM-RUN-DATE       TO BRM-LAST-MAINT-DATE
004470     MOVE BRT-OPERATOR-ID   TO BRM-LAST-MAINT-OPER
004480     WRITE BRANCH-MASTER-RECORD
004490         INVALID KEY
004500             MOVE "REFUSED - BRANCH ALREADY ON MASTER"
004510                 TO BM-RESULT-TEXT
004520     END-WRITE.
004530 3000-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------
004570 3100-CHANGE-BRANCH.
004580*----------------------------------------------------------------
004590     PERFORM 3900-READ-BRANCH THRU 3900-EXIT
004600     IF BM-RESULT-TEXT NOT = SPACES
004610         GO TO 3100-EXIT
004620     END-IF
004630     IF BRT-EXPECTED-FLAG NOT = SPACE
004640      AND NOT BRT-EXPECTED-VALID
004650         MOVE "REFUSED - EXPECTED FLAG MUST BE Y OR N"
004660             TO BM-RESULT-TEXT
004670         GO TO 3100-EXIT
004680     END-IF
004690     IF BRT-RATE-CLASS NOT = SPACES
004700         IF BRT-RATE-CLASS = "**"
004710             MOVE SPACES TO BM-EDIT-CLASS
004720         ELSE
004730             MOVE BRT-RATE-CLASS TO BM-EDIT-CLASS
004740         END-IF
004750         PERFORM 2300-CHECK-CLASS THRU 2300-EXIT
004760         IF BM-RESULT-TEXT NOT = SPACES
004770             GO TO 3100-EXIT
004780         END-IF
004790         MOVE BM-EDIT-CLASS TO BRM-RATE-CLASS
004800     END-IF
004810     IF BRT-BRANCH-NAME NOT = SPACES
004820         MOVE BRT-BRANCH-NAME TO BRM-BRANCH-NAME
004830     END-IF
004840     IF BRT-EXPECTED-FLAG NOT = SPACE
004850         MOVE BRT-EXPECTED-FLAG TO BRM-EXPECTED-FLAG
004860     END-IF
004870     PERFORM 3950-REWRITE-BRANCH THRU 3950-EXIT.
004880 3100-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920 3200-CLOSE-BRANCH.
004930*----------------------------------------------------------------
004940     PERFORM 3900-READ-BRANCH THRU 3900-EXIT
004950     IF BM-RESULT-TEXT NOT = SPACES
004960         GO TO 3200-EXIT
004970     END-IF
004980     IF BRM-STATUS-CLOSED
004990         MOVE "REFUSED - BRANCH ALREADY CLOSED" TO BM-RESULT-TEXT
005000         GO TO 3200-EXIT
005010     END-IF
005020     SET BRM-STATUS-CLOSED TO TRUE
005030     PERFORM 3950-REWRITE-BRANCH THRU 3950-EXIT.
005040 3200-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------
005080 3300-REOPEN-BRANCH.
005090*----------------------------------------------------------------
005100     PERFORM 3900-READ-BRANCH THRU 3900-EXIT
005110     IF BM-RESULT-TEXT NOT = SPACES
005120         GO TO 3300-EXIT
005130     END-IF
005140     IF BRM-STATUS-ACTIVE
005150         MOVE "REFUSED - BRANCH ALREADY ACTIVE" TO BM-RESULT-TEXT
005160         GO TO 3300-EXIT
005170     END-IF
005180     SET BRM-STATUS-ACTIVE TO TRUE
005190     PERFORM 3950-REWRITE-BRANCH THRU 3950-EXIT.
005200 3300-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------------
005240 3900-READ-BRANCH.
005250*----------------------------------------------------------------
005260     MOVE BRT-BATCH-ID TO BRM-BATCH-ID
005270     READ BRANCH-MASTER
005280         INVALID KEY
005290             MOVE "REFUSED - BRANCH NOT ON MASTER"
005300                 TO BM-RESULT-TEXT
005310     END-READ.
005320 3900-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360 3950-REWRITE-BRANCH.
005370*----------------------------------------------------------------
005380     MOVE BM-RUN-DATE     TO BRM-LAST-MAINT-DATE
005390     MOVE BRT-OPERATOR-ID TO BRM-LAST-MAINT-OPER
005400     REWRITE BRANCH-MASTER-RECORD
005410         INVALID KEY
005420             MOVE "REFUSED - BRANCH MASTER REWRITE FAILED"
005430                 TO BM-RESULT-TEXT
005440     END-REWRITE.
005450 3950-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005490 5000-LIST-MASTER.
005500*----------------------------------------------------------------
005510*    THE WHOLE MASTER AS IT STANDS AFTER THE CARDS, IN BRANCH
005520*    ORDER, SO THE SUPERVISOR SIGNING OFF THE RUN SEES EVERY
005530*    BRANCH'S CLASS AND STATUS IN ONE PLACE.
005540     IF BM-BRM-NOT-OPENED
005550         GO TO 5000-EXIT
005560     END-IF
005570     WRITE REPORT-RECORD FROM BM-BLANK-LINE
005580     WRITE REPORT-RECORD FROM BM-LIST-HEADING-LINE
005590     MOVE LOW-VALUES TO BRM-BATCH-ID
005600     START BRANCH-MASTER KEY IS NOT LESS THAN BRM-BATCH-ID
005610         INVALID KEY
005620             GO TO 5000-EXIT
005630     END-START
005640     SET BM-BRM-NOT-END-OF-FILE TO TRUE
005650     PERFORM 5100-READ-NEXT-BRANCH THRU 5100-EXIT
005660     PERFORM 5200-LIST-BRANCH      THRU 5200-EXIT
005670         UNTIL BM-BRM-END-OF-FILE.
005680 5000-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720 5100-READ-NEXT-BRANCH.
005730*----------------------------------------------------------------
005740     READ BRANCH-MASTER NEXT RECORD
005750         AT END
005760             SET BM-BRM-END-OF-FILE TO TRUE
005770     END-READ.
005780 5100-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820 5200-LIST-BRANCH.
005830*----------------------------------------------------------------
005840     ADD 1 TO BM-BRANCHES-LISTED
005850     MOVE BRM-BATCH-ID        TO BM-LST-BATCH-ID
005860     MOVE BRM-BRANCH-NAME     TO BM-LST-NAME
005870     MOVE BRM-RATE-CLASS      TO BM-LST-CLASS
005880     MOVE BRM-STATUS          TO BM-LST-STATUS
005890     MOVE BRM-EXPECTED-FLAG   TO BM-LST-EXPECTED
005900     MOVE BRM-LAST-MAINT-DATE TO BM-LST-MAINT-DATE
005910     MOVE BRM-LAST-MAINT-OPER TO BM-LST-MAINT-OPER
005920     WRITE REPORT-RECORD FROM BM-LIST-LINE
005930     PERFORM 5100-READ-NEXT-BRANCH THRU 5100-EXIT.
005940 5200-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------
005980 9000-TERMINATE.
005990*----------------------------------------------------------------
006000     MOVE BM-CARDS-READ      TO BM-SUM-READ
006010     MOVE BM-CARDS-APPLIED   TO BM-SUM-APPLIED
006020     MOVE BM-CARDS-REFUSED   TO BM-SUM-REFUSED
006030     MOVE BM-BRANCHES-LISTED TO BM-SUM-BRANCHES
006040     WRITE REPORT-RECORD FROM BM-BLANK-LINE
006050     WRITE REPORT-RECORD FROM BM-SUMMARY-LINE
006060     CLOSE BRANCH-REPORT
006070     IF BM-BRM-OPENED
006080         CLOSE BRANCH-MASTER
006090     END-IF
006100     IF BM-TXN-OPENED
006110         CLOSE BRANCH-TXN
006120     END-IF
006130     DISPLAY "BRMAINT - " BM-SUMMARY-LINE.
006140 9000-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------
006180 9500-SET-RETURN-CODE.
006190*----------------------------------------------------------------
006200*        12  BRANCH MASTER COULD NOT BE OPENED
006210*         4  ONE OR MORE CARDS REFUSED
006220*         0  EVERY CARD APPLIED
006230     EVALUATE TRUE
006240         WHEN BM-FILE-FAILURE
006250             MOVE 12 TO BM-RC-VALUE
006260         WHEN BM-CARDS-REFUSED > ZERO
006270             MOVE 4 TO BM-RC-VALUE
006280         WHEN OTHER
006290             MOVE 0 TO BM-RC-VALUE
006300     END-EVALUATE
006310     MOVE BM-RC-VALUE TO RETURN-CODE.
006320 9500-EXIT.
006330     EXIT.
