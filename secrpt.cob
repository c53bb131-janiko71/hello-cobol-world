000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    SECRPT.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  DAILY SECURITY EXCEPTIONS
000150*                  REPORT (SECEXRPT) FROM ONE DAY OF THE AUDIT
000160*                  TRAIL - THE TYPE "S" FAILED SIGN-ONS AND TYPE
000170*                  "A" ADMIN ACTIONS (SEE CPYAUDIT) - AND THE
000180*                  OPERATOR MASTER.  LISTS FAILED SIGN-ONS BY ID,
000190*                  INCLUDING IDS NOT ON FILE; LOCKOUTS AND
000200*                  UNLOCKS, AND THE OPERATORS STILL LOCKED;
000210*                  PASSWORD RESETS; SUPERVISORS ACTING ON THEIR
000220*                  OWN ID; AND OPERATORS WITH NO SIGN-ON WITHIN
000230*                  THE SITE'S DORMANT LIMIT (SECPARM, CPYSECP).
000240*                  THE DAY IS THE RUN DATE UNLESS A SECRPARM CARD
000250*                  (CPYSECR) NAMES ANOTHER.
000260*----------------------------------------------------------------
000270
000280******************************************************************
000290* ENVIRONMENT DIVISION.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REPORT-PARM     ASSIGN TO "SECRPARM"
000350                             ORGANIZATION IS SEQUENTIAL
000360                             FILE STATUS IS SE-RPARM-FILE-STATUS.
000370
000380     SELECT SECURITY-PARM   ASSIGN TO "SECPARM"
000390                             ORGANIZATION IS SEQUENTIAL
000400                             FILE STATUS IS SE-SPARM-FILE-STATUS.
000410
000420     SELECT AUDIT-IN        ASSIGN TO "AUDITOUT"
000430                             ORGANIZATION LINE SEQUENTIAL
000440                             FILE STATUS IS SE-AUDIT-FILE-STATUS.
000450
000460     SELECT OPERATOR-MASTER ASSIGN TO "OPERMST"
000470                             ORGANIZATION LINE SEQUENTIAL
000480                             FILE STATUS IS SE-OPER-FILE-STATUS.
000490
000500     SELECT SEC-REPORT      ASSIGN TO "SECEXRPT"
000510                             ORGANIZATION LINE SEQUENTIAL.
000520
000530******************************************************************
000540* DATA DIVISION.
000550******************************************************************
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  REPORT-PARM
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CPYSECR.
000610
000620 FD  SECURITY-PARM
000630     LABEL RECORDS ARE STANDARD.
000640     COPY CPYSECP.
000650
000660 FD  AUDIT-IN
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CPYAUDIT.
000690
000700 FD  OPERATOR-MASTER
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CPYOPER.
000730
000740 FD  SEC-REPORT
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CPYRPT.
000770
000780 WORKING-STORAGE SECTION.
000790
000800 01  SE-SWITCHES.
000810     05  SE-EOF-SWITCH        PIC X(01)    VALUE "N".
000820         88  SE-END-OF-FILE                VALUE "Y".
000830         88  SE-NOT-END-OF-FILE             VALUE "N".
000840     05  SE-REFUSED-SWITCH    PIC X(01)    VALUE "N".
000850         88  SE-RUN-REFUSED                VALUE "Y".
000860         88  SE-RUN-ACCEPTED                VALUE "N".
000870     05  SE-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
000880         88  SE-FILE-FAILURE               VALUE "Y".
000890         88  SE-NO-FILE-FAILURE             VALUE "N".
000900     05  SE-FOUND-SWITCH      PIC X(01)    VALUE "N".
000910         88  SE-ENTRY-FOUND                VALUE "Y".
000920         88  SE-ENTRY-NOT-FOUND             VALUE "N".
000930     05  SE-TABLE-FULL-SWITCH PIC X(01)    VALUE "N".
000940         88  SE-TABLE-OVERFLOW             VALUE "Y".
000950         88  SE-TABLE-FITS                  VALUE "N".
000960     05  SE-PRINTED-SWITCH    PIC X(01)    VALUE "N".
000970         88  SE-LINE-PRINTED               VALUE "Y".
000980         88  SE-NOTHING-PRINTED             VALUE "N".
000990
001000 01  SE-RPARM-FILE-STATUS     PIC X(02).
001010 01  SE-SPARM-FILE-STATUS     PIC X(02).
001020 01  SE-AUDIT-FILE-STATUS     PIC X(02).
001030 01  SE-OPER-FILE-STATUS      PIC X(02).
001040
001050 01  SE-COUNTERS.
001060     05  SE-OPT-COUNT         PIC 9(04) COMP VALUE ZERO.
001070     05  SE-OPT-INDEX         PIC 9(04) COMP VALUE ZERO.
001080     05  SE-OPT-FOUND-INDEX   PIC 9(04) COMP VALUE ZERO.
001090     05  SE-FLT-COUNT         PIC 9(04) COMP VALUE ZERO.
001100     05  SE-FLT-INDEX         PIC 9(04) COMP VALUE ZERO.
001110     05  SE-FLT-FOUND-INDEX   PIC 9(04) COMP VALUE ZERO.
001120     05  SE-EVT-COUNT         PIC 9(04) COMP VALUE ZERO.
001130     05  SE-EVT-INDEX         PIC 9(04) COMP VALUE ZERO.
001140     05  SE-AUDIT-READ        PIC 9(07) COMP VALUE ZERO.
001150     05  SE-AUDIT-SELECTED    PIC 9(07) COMP VALUE ZERO.
001160     05  SE-FAILED-TOTAL      PIC 9(07) COMP VALUE ZERO.
001170     05  SE-LOCKOUT-TOTAL     PIC 9(07) COMP VALUE ZERO.
001180     05  SE-LOCKED-TOTAL      PIC 9(07) COMP VALUE ZERO.
001190     05  SE-RESET-TOTAL       PIC 9(07) COMP VALUE ZERO.
001200     05  SE-SELF-TOTAL        PIC 9(07) COMP VALUE ZERO.
001210     05  SE-DORMANT-TOTAL     PIC 9(07) COMP VALUE ZERO.
001220
001230 01  SE-RUN-FIELDS.
001240     05  SE-RUN-DATE          PIC 9(08).
001250     05  SE-REPORT-DATE       PIC 9(08).
001260     05  SE-REPORT-DAY-NUMBER PIC 9(07) COMP VALUE ZERO.
001270     05  SE-DORMANT-DAYS      PIC 9(03)      VALUE 90.
001280     05  SE-SINCE-DAYS        PIC 9(07) COMP VALUE ZERO.
001290
001300*    THE OPERATOR MASTER AS IT STANDS, FOR THE NOT-ON-FILE TEST,
001310*    THE OPERATORS STILL LOCKED AND THE DORMANT LIST.
001320 01  SE-OPER-TABLE.
001330     05  SE-OPER-ENTRY        OCCURS 200 TIMES.
001340         10  SE-OPT-ID        PIC X(08).
001350         10  SE-OPT-NAME      PIC X(20).
001360         10  SE-OPT-AUTHORITY PIC X(01).
001370         10  SE-OPT-STATUS    PIC X(01).
001380         10  SE-OPT-FAILED    PIC X(02).
001390         10  SE-OPT-FAIL-DATE PIC X(08).
001400         10  SE-OPT-SIGNON-DATE PIC X(08).
001410
001420*    FAILED SIGN-ONS FOR THE DAY, ONE ENTRY PER ID AS KEYED.
001430 01  SE-FAILURE-TABLE.
001440     05  SE-FAILURE-ENTRY     OCCURS 200 TIMES.
001450         10  SE-FLT-ID        PIC X(08).
001460         10  SE-FLT-TIMES     PIC 9(05) COMP.
001470         10  SE-FLT-FIRST     PIC 9(08).
001480         10  SE-FLT-LAST      PIC 9(08).
001490         10  SE-FLT-JOB-ID    PIC X(08).
001500
001510*    THE DAY'S ADMINISTRATION ACTIONS IN TRAIL ORDER.  EACH
001520*    SECTION OF THE REPORT PICKS ITS OWN FROM THE ONE TABLE.
001530 01  SE-EVENT-TABLE.
001540     05  SE-EVENT-ENTRY       OCCURS 500 TIMES.
001550         10  SE-EVT-TIME      PIC 9(08).
001560         10  SE-EVT-ACTION    PIC X(01).
001570         10  SE-EVT-OPERATOR  PIC X(08).
001580         10  SE-EVT-TARGET    PIC X(08).
001590         10  SE-EVT-JOB-ID    PIC X(08).
001600
001610 01  SE-ACTION-VALUES.
001620     05  PIC X(11) VALUE "AADDED".
001630     05  PIC X(11) VALUE "DDISABLED".
001640     05  PIC X(11) VALUE "RPWD RESET".
001650     05  PIC X(11) VALUE "UUNLOCKED".
001660     05  PIC X(11) VALUE "LLOCKED".
001670 01  SE-ACTION-TABLE REDEFINES SE-ACTION-VALUES.
001680     05  SE-ACTION-ENTRY      OCCURS 5 TIMES.
001690         10  SE-ACT-CODE      PIC X(01).
001700         10  SE-ACT-TEXT      PIC X(10).
001710 01  SE-ACT-INDEX             PIC 9(02) COMP VALUE ZERO.
001720 01  SE-ACTION-TEXT           PIC X(10).
001730
001740*    DAY-NUMBER ARITHMETIC, AS AGERPT AGES ITS ITEMS.
001750 01  SE-DATE-WORK             PIC 9(08).
001760 01  SE-DATE-PARTS REDEFINES SE-DATE-WORK.
001770     05  SE-DATE-YYYY         PIC 9(04).
001780     05  SE-DATE-MM           PIC 9(02).
001790     05  SE-DATE-DD           PIC 9(02).
001800 01  SE-CALC-FIELDS.
001810     05  SE-CALC-YEAR         PIC 9(04)      COMP.
001820     05  SE-CALC-MONTH        PIC 9(02)      COMP.
001830     05  SE-CALC-WORK         PIC 9(07)      COMP.
001840     05  SE-DAY-NUMBER        PIC 9(07)      COMP.
001850
001860*    A TRAIL TIME (HHMMSSCC) PRINTED AS HH:MM:SS.
001870 01  SE-TIME-WORK             PIC 9(08).
001880 01  SE-TIME-PARTS REDEFINES SE-TIME-WORK.
001890     05  SE-TIME-HH           PIC 9(02).
001900     05  SE-TIME-MI           PIC 9(02).
001910     05  SE-TIME-SS           PIC 9(02).
001920     05  SE-TIME-CC           PIC 9(02).
001930 01  SE-TIME-EDIT.
001940     05  SE-TME-HH            PIC 9(02).
001950     05  PIC X(01) VALUE ":".
001960     05  SE-TME-MI            PIC 9(02).
001970     05  PIC X(01) VALUE ":".
001980     05  SE-TME-SS            PIC 9(02).
001990
002000 01  SE-HEADING-LINE.
002010     05  PIC X(26) VALUE "SECURITY EXCEPTIONS - DAY ".
002020     05  SE-HDG-REPORT-DATE   PIC 9(08).
002030     05  PIC X(11) VALUE "  RUN DATE ".
002040     05  SE-HDG-RUN-DATE      PIC 9(08).
002050     05  PIC X(16) VALUE "  DORMANT AFTER ".
002060     05  SE-HDG-DORMANT       PIC ZZ9.
002070     05  PIC X(05) VALUE " DAYS".
002080
002090 01  SE-SECTION-LINE.
002100     05  SE-SCL-TITLE         PIC X(60).
002110
002120 01  SE-NONE-LINE.
002130     05  PIC X(04) VALUE SPACES.
002140     05  PIC X(40) VALUE "NONE".
002150
002160 01  SE-FAIL-COLUMN-LINE.
002170     05  PIC X(40)
002180         VALUE "OPERATOR  FAILURES FIRST    LAST     LAS".
002190     05  PIC X(40) VALUE "T JOB  NOTE".
002200
002210 01  SE-FAIL-DETAIL-LINE.
002220     05  SE-FDL-ID            PIC X(08).
002230     05  PIC X(02) VALUE SPACES.
002240     05  SE-FDL-TIMES         PIC ZZZZ9.
002250     05  PIC X(04) VALUE SPACES.
002260     05  SE-FDL-FIRST         PIC X(08).
002270     05  PIC X(01) VALUE SPACE.
002280     05  SE-FDL-LAST          PIC X(08).
002290     05  PIC X(01) VALUE SPACE.
002300     05  SE-FDL-JOB-ID        PIC X(08).
002310     05  PIC X(01) VALUE SPACE.
002320     05  SE-FDL-NOTE          PIC X(20).
002330
002340 01  SE-EVENT-COLUMN-LINE.
002350     05  PIC X(40)
002360         VALUE "TIME     ACTION     OPERATOR  BY        ".
002370     05  PIC X(40) VALUE "JOB".
002380
002390 01  SE-EVENT-DETAIL-LINE.
002400     05  SE-EDL-TIME          PIC X(08).
002410     05  PIC X(01) VALUE SPACE.
002420     05  SE-EDL-ACTION        PIC X(10).
002430     05  PIC X(01) VALUE SPACE.
002440     05  SE-EDL-TARGET        PIC X(08).
002450     05  PIC X(02) VALUE SPACES.
002460     05  SE-EDL-OPERATOR      PIC X(08).
002470     05  PIC X(02) VALUE SPACES.
002480     05  SE-EDL-JOB-ID        PIC X(08).
002490
002500 01  SE-OPER-COLUMN-LINE.
002510     05  PIC X(40)
002520         VALUE "OPERATOR  NAME                 AUTH  FAI".
002530     05  PIC X(40) VALUE "LED  LAST FAIL  LAST SIGN-ON   DAYS".
002540
002550 01  SE-OPER-DETAIL-LINE.
002560     05  SE-ODL-ID            PIC X(08).
002570     05  PIC X(02) VALUE SPACES.
002580     05  SE-ODL-NAME          PIC X(20).
002590     05  PIC X(01) VALUE SPACE.
002600     05  SE-ODL-AUTHORITY     PIC X(01).
002610     05  PIC X(05) VALUE SPACES.
002620     05  SE-ODL-FAILED        PIC X(02).
002630     05  PIC X(06) VALUE SPACES.
002640     05  SE-ODL-FAIL-DATE     PIC X(08).
002650     05  PIC X(03) VALUE SPACES.
002660     05  SE-ODL-SIGNON-DATE   PIC X(08).
002670     05  PIC X(04) VALUE SPACES.
002680     05  SE-ODL-DAYS          PIC X(07).
002690 01  SE-DAYS-EDIT             PIC ZZZZZZ9.
002700
002710 01  SE-SUMMARY-LINE-1.
002720     05  PIC X(20) VALUE "FAILED SIGN-ON IDS :".
002730     05  SE-SUM-FAILED        PIC ZZZZ9.
002740     05  PIC X(14) VALUE "  LOCKOUTS :".
002750     05  SE-SUM-LOCKOUT       PIC ZZZZ9.
002760     05  PIC X(18) VALUE "  STILL LOCKED :".
002770     05  SE-SUM-LOCKED        PIC ZZZZ9.
002780
002790 01  SE-SUMMARY-LINE-2.
002800     05  PIC X(20) VALUE "PASSWORD RESETS    :".
002810     05  SE-SUM-RESET         PIC ZZZZ9.
002820     05  PIC X(14) VALUE "  OWN ID :".
002830     05  SE-SUM-SELF          PIC ZZZZ9.
002840     05  PIC X(18) VALUE "  DORMANT :".
002850     05  SE-SUM-DORMANT       PIC ZZZZ9.
002860
002870 01  SE-BLANK-LINE            PIC X(80)      VALUE SPACES.
002880
002890 77  SE-RC-VALUE              PIC 9(02)      VALUE ZERO.
002900
002910******************************************************************
002920* PROCEDURE DIVISION.
002930******************************************************************
002940 PROCEDURE DIVISION.
002950
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
002980     IF SE-RUN-ACCEPTED
002990         PERFORM 2000-SCAN-AUDIT   THRU 2000-EXIT
003000         PERFORM 3000-LIST-FAILURES THRU 3000-EXIT
003010         PERFORM 4000-LIST-LOCKOUTS THRU 4000-EXIT
003020         PERFORM 4500-LIST-LOCKED  THRU 4500-EXIT
003030         PERFORM 5000-LIST-RESETS  THRU 5000-EXIT
003040         PERFORM 5500-LIST-SELF    THRU 5500-EXIT
003050         PERFORM 6000-LIST-DORMANT THRU 6000-EXIT
003060     END-IF
003070     PERFORM 9000-TERMINATE        THRU 9000-EXIT
003080     PERFORM 9500-SET-RETURN-CODE  THRU 9500-EXIT
003090     STOP RUN.
003100
003110*----------------------------------------------------------------
003120 1000-INITIALIZE.
003130*----------------------------------------------------------------
003140     ACCEPT SE-RUN-DATE FROM DATE YYYYMMDD
003150     PERFORM 1100-READ-REPORT-PARM   THRU 1100-EXIT
003160     IF SE-RUN-REFUSED
003170         GO TO 1000-EXIT
003180     END-IF
003190     PERFORM 1200-READ-SECURITY-PARM THRU 1200-EXIT
003200     MOVE SE-REPORT-DATE TO SE-DATE-WORK
003210     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
003220     MOVE SE-DAY-NUMBER TO SE-REPORT-DAY-NUMBER
003230     PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT
003240     OPEN OUTPUT SEC-REPORT
003250     MOVE SE-REPORT-DATE  TO SE-HDG-REPORT-DATE
003260     MOVE SE-RUN-DATE     TO SE-HDG-RUN-DATE
003270     MOVE SE-DORMANT-DAYS TO SE-HDG-DORMANT
003280     WRITE REPORT-RECORD FROM SE-HEADING-LINE.
003290 1000-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------
003330 1100-READ-REPORT-PARM.
003340*----------------------------------------------------------------
003350     MOVE ZERO TO SRP-REPORT-DATE
003360     OPEN INPUT REPORT-PARM
003370     IF SE-RPARM-FILE-STATUS = "00"
003380         READ REPORT-PARM
003390             AT END
003400                 CONTINUE
003410         END-READ
003420         CLOSE REPORT-PARM
003430     END-IF
003440     IF SRP-REPORT-DATE IS NOT NUMERIC
003450         DISPLAY "SECRPT - INVALID REPORT DATE ON SECRPARM, "
003460             "NOTHING REPORTED"
003470         SET SE-RUN-REFUSED TO TRUE
003480         GO TO 1100-EXIT
003490     END-IF
003500     IF SRP-REPORT-DATE = ZERO
003510         MOVE SE-RUN-DATE TO SE-REPORT-DATE
003520     ELSE
003530         MOVE SRP-REPORT-DATE TO SE-REPORT-DATE
003540     END-IF.
003550 1100-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------
003590 1200-READ-SECURITY-PARM.
003600*----------------------------------------------------------------
003610*    THE SAME CARD OPRSIGN READS - A ZERO OR DAMAGED DORMANT
003620*    LIMIT TAKES THE DEFAULT.
003630     MOVE ZERO TO SCP-DORMANT-DAYS
003640     OPEN INPUT SECURITY-PARM
003650     IF SE-SPARM-FILE-STATUS = "00"
003660         READ SECURITY-PARM
003670             AT END
003680                 CONTINUE
003690         END-READ
003700         CLOSE SECURITY-PARM
003710     END-IF
003720     IF SCP-DORMANT-DAYS IS NUMERIC
003730      AND SCP-DORMANT-DAYS NOT = ZERO
003740         MOVE SCP-DORMANT-DAYS TO SE-DORMANT-DAYS
003750     END-IF.
003760 1200-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------
003800 1300-LOAD-OPERATORS.
003810*----------------------------------------------------------------
003820*    WITHOUT THE MASTER NO ID CAN BE CHECKED - EVERY FAILED ID
003830*    WOULD READ AS NOT ON FILE - SO IT IS A FILE FAILURE.
003840     SET SE-TABLE-FITS TO TRUE
003850     OPEN INPUT OPERATOR-MASTER
003860     IF SE-OPER-FILE-STATUS NOT = "00"
003870         DISPLAY "SECRPT - OPERMST OPEN FAILED, STATUS "
003880             SE-OPER-FILE-STATUS
003890         SET SE-FILE-FAILURE TO TRUE
003900         GO TO 1300-EXIT
003910     END-IF
003920     SET SE-NOT-END-OF-FILE TO TRUE
003930     PERFORM 1310-READ-OPERATOR  THRU 1310-EXIT
003940     PERFORM 1320-STORE-OPERATOR THRU 1320-EXIT
003950         UNTIL SE-END-OF-FILE
003960     CLOSE OPERATOR-MASTER
003970     IF SE-TABLE-OVERFLOW
003980         DISPLAY "SECRPT - OPERATOR TABLE FULL, MASTER NOT FULLY "
003990             "CHECKED"
004000         SET SE-FILE-FAILURE TO TRUE
004010     END-IF.
004020 1300-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------
004060 1310-READ-OPERATOR.
004070*----------------------------------------------------------------
004080     READ OPERATOR-MASTER
004090         AT END
004100             SET SE-END-OF-FILE TO TRUE
004110     END-READ.
004120 1310-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160 1320-STORE-OPERATOR.
004170*----------------------------------------------------------------
004180     IF SE-OPT-COUNT < 200
004190         ADD 1 TO SE-OPT-COUNT
004200         MOVE OPR-OPERATOR-ID TO SE-OPT-ID(SE-OPT-COUNT)
004210         MOVE OPR-NAME        TO SE-OPT-NAME(SE-OPT-COUNT)
004220         MOVE OPR-AUTHORITY   TO SE-OPT-AUTHORITY(SE-OPT-COUNT)
004230         MOVE OPR-STATUS      TO SE-OPT-STATUS(SE-OPT-COUNT)
004240         MOVE OPR-FAILED-COUNT TO SE-OPT-FAILED(SE-OPT-COUNT)
004250         MOVE OPR-LAST-FAIL-DATE
004260             TO SE-OPT-FAIL-DATE(SE-OPT-COUNT)
004270         MOVE OPR-LAST-SIGNON-DATE
004280             TO SE-OPT-SIGNON-DATE(SE-OPT-COUNT)
004290     ELSE
004300         SET SE-TABLE-OVERFLOW TO TRUE
004310     END-IF
004320     PERFORM 1310-READ-OPERATOR THRU 1310-EXIT.
004330 1320-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------
004370 2000-SCAN-AUDIT.
004380*----------------------------------------------------------------
004390*    NO TRAIL YET IS A QUIET DAY, NOT A FAILURE.
004400     SET SE-TABLE-FITS TO TRUE
004410     OPEN INPUT AUDIT-IN
004420     IF SE-AUDIT-FILE-STATUS = "35"
004430         GO TO 2000-EXIT
004440     END-IF
004450     IF SE-AUDIT-FILE-STATUS NOT = "00"
004460         DISPLAY "SECRPT - AUDITOUT OPEN FAILED, STATUS "
004470             SE-AUDIT-FILE-STATUS
004480         SET SE-FILE-FAILURE TO TRUE
004490         GO TO 2000-EXIT
004500     END-IF
004510     SET SE-NOT-END-OF-FILE TO TRUE
004520     PERFORM 2100-READ-AUDIT   THRU 2100-EXIT
004530     PERFORM 2200-SELECT-AUDIT THRU 2200-EXIT
004540         UNTIL SE-END-OF-FILE
004550     CLOSE AUDIT-IN
004560     IF SE-TABLE-OVERFLOW
004570         DISPLAY "SECRPT - EVENT TABLE FULL, SOME OF THE DAY NOT "
004580             "REPORTED"
004590         SET SE-FILE-FAILURE TO TRUE
004600     END-IF.
004610 2000-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------------
004650 2100-READ-AUDIT.
004660*----------------------------------------------------------------
004670     READ AUDIT-IN
004680         AT END
004690             SET SE-END-OF-FILE TO TRUE
004700     END-READ.
004710 2100-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750 2200-SELECT-AUDIT.
004760*----------------------------------------------------------------
004770     ADD 1 TO SE-AUDIT-READ
004780     IF AUD-RUN-DATE NOT = SE-REPORT-DATE
004790         GO TO 2200-READ
004800     END-IF
004810     EVALUATE TRUE
004820         WHEN AUD-TYPE-SIGNON-FAILURE
004830             ADD 1 TO SE-AUDIT-SELECTED
004840             PERFORM 2300-COUNT-FAILURE THRU 2300-EXIT
004850         WHEN AUD-TYPE-ADMIN-ACTION
004860             ADD 1 TO SE-AUDIT-SELECTED
004870             PERFORM 2400-STORE-EVENT   THRU 2400-EXIT
004880         WHEN OTHER
004890             CONTINUE
004900     END-EVALUATE.
004910 2200-READ.
004920     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004930 2200-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------
004970 2300-COUNT-FAILURE.
004980*----------------------------------------------------------------
004990*    THE TRAIL IS IN TIME ORDER, SO THE FIRST RECORD FOR AN ID
005000*    GIVES ITS FIRST FAILURE AND EACH LATER ONE MOVES THE LAST.
005010     SET SE-ENTRY-NOT-FOUND TO TRUE
005020     MOVE ZERO TO SE-FLT-FOUND-INDEX
005030     PERFORM 2310-MATCH-FAILURE THRU 2310-EXIT
005040         VARYING SE-FLT-INDEX FROM 1 BY 1
005050         UNTIL SE-FLT-INDEX > SE-FLT-COUNT
005060            OR SE-ENTRY-FOUND
005070     IF SE-ENTRY-NOT-FOUND
005080         IF SE-FLT-COUNT NOT < 200
005090             SET SE-TABLE-OVERFLOW TO TRUE
005100             GO TO 2300-EXIT
005110         END-IF
005120         ADD 1 TO SE-FLT-COUNT
005130         MOVE SE-FLT-COUNT    TO SE-FLT-FOUND-INDEX
005140         MOVE AUD-OPERATOR-ID TO SE-FLT-ID(SE-FLT-FOUND-INDEX)
005150         MOVE ZERO            TO SE-FLT-TIMES(SE-FLT-FOUND-INDEX)
005160         MOVE AUD-RUN-TIME    TO SE-FLT-FIRST(SE-FLT-FOUND-INDEX)
005170     END-IF
005180     ADD 1 TO SE-FLT-TIMES(SE-FLT-FOUND-INDEX)
005190     MOVE AUD-RUN-TIME TO SE-FLT-LAST(SE-FLT-FOUND-INDEX)
005200     MOVE AUD-JOB-ID   TO SE-FLT-JOB-ID(SE-FLT-FOUND-INDEX).
005210 2300-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------------
005250 2310-MATCH-FAILURE.
005260*----------------------------------------------------------------
005270     IF SE-FLT-ID(SE-FLT-INDEX) = AUD-OPERATOR-ID
005280         MOVE SE-FLT-INDEX TO SE-FLT-FOUND-INDEX
005290         SET SE-ENTRY-FOUND TO TRUE
005300     END-IF.
005310 2310-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350 2400-STORE-EVENT.
005360*----------------------------------------------------------------
005370     IF SE-EVT-COUNT NOT < 500
005380         SET SE-TABLE-OVERFLOW TO TRUE
005390         GO TO 2400-EXIT
005400     END-IF
005410     ADD 1 TO SE-EVT-COUNT
005420     MOVE AUD-RUN-TIME     TO SE-EVT-TIME(SE-EVT-COUNT)
005430     MOVE AUD-RUN-MODE     TO SE-EVT-ACTION(SE-EVT-COUNT)
005440     MOVE AUD-OPERATOR-ID  TO SE-EVT-OPERATOR(SE-EVT-COUNT)
005450     MOVE AUD-ADMIN-TARGET TO SE-EVT-TARGET(SE-EVT-COUNT)
005460     MOVE AUD-JOB-ID       TO SE-EVT-JOB-ID(SE-EVT-COUNT).
005470 2400-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------
005510 3000-LIST-FAILURES.
005520*----------------------------------------------------------------
005530     MOVE "FAILED SIGN-ONS BY OPERATOR ID" TO SE-SCL-TITLE
005540     PERFORM 7000-START-SECTION THRU 7000-EXIT
005550     WRITE REPORT-RECORD FROM SE-FAIL-COLUMN-LINE
005560     PERFORM 3100-PRINT-FAILURE THRU 3100-EXIT
005570         VARYING SE-FLT-INDEX FROM 1 BY 1
005580         UNTIL SE-FLT-INDEX > SE-FLT-COUNT
005590     MOVE SE-FLT-COUNT TO SE-FAILED-TOTAL
005600     PERFORM 7500-END-SECTION THRU 7500-EXIT.
005610 3000-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------
005650 3100-PRINT-FAILURE.
005660*----------------------------------------------------------------
005670*    THE NOTE SAYS WHERE THE ID STANDS ON THE MASTER NOW.
005680     MOVE SE-FLT-ID(SE-FLT-INDEX)    TO SE-FDL-ID
005690     MOVE SE-FLT-TIMES(SE-FLT-INDEX) TO SE-FDL-TIMES
005700     MOVE SE-FLT-FIRST(SE-FLT-INDEX) TO SE-TIME-WORK
005710     PERFORM 8200-EDIT-TIME THRU 8200-EXIT
005720     MOVE SE-TIME-EDIT               TO SE-FDL-FIRST
005730     MOVE SE-FLT-LAST(SE-FLT-INDEX)  TO SE-TIME-WORK
005740     PERFORM 8200-EDIT-TIME THRU 8200-EXIT
005750     MOVE SE-TIME-EDIT               TO SE-FDL-LAST
005760     MOVE SE-FLT-JOB-ID(SE-FLT-INDEX) TO SE-FDL-JOB-ID
005770     PERFORM 8000-FIND-OPERATOR THRU 8000-EXIT
005780     EVALUATE TRUE
005790         WHEN SE-ENTRY-NOT-FOUND
005800             MOVE "NOT ON FILE" TO SE-FDL-NOTE
005810         WHEN SE-OPT-STATUS(SE-OPT-FOUND-INDEX) = "L"
005820             MOVE "NOW LOCKED"  TO SE-FDL-NOTE
005830         WHEN SE-OPT-STATUS(SE-OPT-FOUND-INDEX) = "D"
005840             MOVE "DISABLED"    TO SE-FDL-NOTE
005850         WHEN OTHER
005860             MOVE SPACES        TO SE-FDL-NOTE
005870     END-EVALUATE
005880     WRITE REPORT-RECORD FROM SE-FAIL-DETAIL-LINE
005890     SET SE-LINE-PRINTED TO TRUE.
005900 3100-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940 4000-LIST-LOCKOUTS.
005950*----------------------------------------------------------------
005960*    AUTOMATIC LOCKS AND SUPERVISOR UNLOCKS TOGETHER, IN TIME
005970*    ORDER, SO EACH LOCK CAN BE SEEN LIFTED OR NOT.
005980     MOVE "LOCKOUTS AND UNLOCKS" TO SE-SCL-TITLE
005990     PERFORM 7000-START-SECTION THRU 7000-EXIT
006000     WRITE REPORT-RECORD FROM SE-EVENT-COLUMN-LINE
006010     PERFORM 4100-SELECT-LOCKOUT THRU 4100-EXIT
006020         VARYING SE-EVT-INDEX FROM 1 BY 1
006030         UNTIL SE-EVT-INDEX > SE-EVT-COUNT
006040     PERFORM 7500-END-SECTION THRU 7500-EXIT.
006050 4000-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------------
006090 4100-SELECT-LOCKOUT.
006100*----------------------------------------------------------------
006110     IF SE-EVT-ACTION(SE-EVT-INDEX) = "L"
006120         ADD 1 TO SE-LOCKOUT-TOTAL
006130         PERFORM 7200-PRINT-EVENT THRU 7200-EXIT
006140     END-IF
006150     IF SE-EVT-ACTION(SE-EVT-INDEX) = "U"
006160         PERFORM 7200-PRINT-EVENT THRU 7200-EXIT
006170     END-IF.
006180 4100-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------
006220 4500-LIST-LOCKED.
006230*----------------------------------------------------------------
006240*    WHOEVER IS LOCKED NOW, WHATEVER DAY IT HAPPENED.
006250     MOVE "OPERATORS STILL LOCKED ON OPERMST" TO SE-SCL-TITLE
006260     PERFORM 7000-START-SECTION THRU 7000-EXIT
006270     WRITE REPORT-RECORD FROM SE-OPER-COLUMN-LINE
006280     PERFORM 4600-SELECT-LOCKED THRU 4600-EXIT
006290         VARYING SE-OPT-INDEX FROM 1 BY 1
006300         UNTIL SE-OPT-INDEX > SE-OPT-COUNT
006310     PERFORM 7500-END-SECTION THRU 7500-EXIT.
006320 4500-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------------
006360 4600-SELECT-LOCKED.
006370*----------------------------------------------------------------
006380     IF SE-OPT-STATUS(SE-OPT-INDEX) = "L"
006390         ADD 1 TO SE-LOCKED-TOTAL
006400         MOVE SPACES TO SE-ODL-DAYS
006410         PERFORM 7300-PRINT-OPERATOR THRU 7300-EXIT
006420     END-IF.
006430 4600-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------
006470 5000-LIST-RESETS.
006480*----------------------------------------------------------------
006490     MOVE "PASSWORD RESETS" TO SE-SCL-TITLE
006500     PERFORM 7000-START-SECTION THRU 7000-EXIT
006510     WRITE REPORT-RECORD FROM SE-EVENT-COLUMN-LINE
006520     PERFORM 5100-SELECT-RESET THRU 5100-EXIT
006530         VARYING SE-EVT-INDEX FROM 1 BY 1
006540         UNTIL SE-EVT-INDEX > SE-EVT-COUNT
006550     PERFORM 7500-END-SECTION THRU 7500-EXIT.
006560 5000-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600 5100-SELECT-RESET.
006610*----------------------------------------------------------------
006620     IF SE-EVT-ACTION(SE-EVT-INDEX) = "R"
006630         ADD 1 TO SE-RESET-TOTAL
006640         PERFORM 7200-PRINT-EVENT THRU 7200-EXIT
006650     END-IF.
006660 5100-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700 5500-LIST-SELF.
006710*----------------------------------------------------------------
006720*    ANY ADMINISTRATION ACTION WHOSE TARGET IS THE SUPERVISOR WHO
006730*    TOOK IT.  AN AUTOMATIC LOCK IS NOBODY'S ACTION.
006740     MOVE "SUPERVISORS ACTING ON THEIR OWN ID" TO SE-SCL-TITLE
006750     PERFORM 7000-START-SECTION THRU 7000-EXIT
006760     WRITE REPORT-RECORD FROM SE-EVENT-COLUMN-LINE
006770     PERFORM 5600-SELECT-SELF THRU 5600-EXIT
006780         VARYING SE-EVT-INDEX FROM 1 BY 1
006790         UNTIL SE-EVT-INDEX > SE-EVT-COUNT
006800     PERFORM 7500-END-SECTION THRU 7500-EXIT.
006810 5500-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850 5600-SELECT-SELF.
006860*----------------------------------------------------------------
006870     IF SE-EVT-OPERATOR(SE-EVT-INDEX) =
006880         SE-EVT-TARGET(SE-EVT-INDEX)
006890      AND SE-EVT-OPERATOR(SE-EVT-INDEX) NOT = "*SYSTEM*"
006900      AND SE-EVT-OPERATOR(SE-EVT-INDEX) NOT = SPACES
006910         ADD 1 TO SE-SELF-TOTAL
006920         PERFORM 7200-PRINT-EVENT THRU 7200-EXIT
006930     END-IF.
006940 5600-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------------
006980 6000-LIST-DORMANT.
006990*----------------------------------------------------------------
007000     MOVE "OPERATORS WITH NO SIGN-ON WITHIN THE DORMANT LIMIT"
007010         TO SE-SCL-TITLE
007020     PERFORM 7000-START-SECTION THRU 7000-EXIT
007030     WRITE REPORT-RECORD FROM SE-OPER-COLUMN-LINE
007040     PERFORM 6100-SELECT-DORMANT THRU 6100-EXIT
007050         VARYING SE-OPT-INDEX FROM 1 BY 1
007060         UNTIL SE-OPT-INDEX > SE-OPT-COUNT
007070     PERFORM 7500-END-SECTION THRU 7500-EXIT.
007080 6000-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------
007120 6100-SELECT-DORMANT.
007130*----------------------------------------------------------------
007140*    A DISABLED OPERATOR CANNOT SIGN ON AND IS NOT CHASED.  NO
007150*    SIGN-ON RECORDED (A RECORD FROM BEFORE THE FIELD EXISTED, OR
007160*    AN OPERATOR WHO HAS NEVER SIGNED ON) IS ALWAYS DORMANT.  A
007170*    SIGN-ON DATED AFTER THE REPORT DAY IS NOT.
007180     IF SE-OPT-STATUS(SE-OPT-INDEX) = "D"
007190         GO TO 6100-EXIT
007200     END-IF
007210     IF SE-OPT-SIGNON-DATE(SE-OPT-INDEX) IS NOT NUMERIC
007220      OR SE-OPT-SIGNON-DATE(SE-OPT-INDEX) = ZERO
007230         MOVE "  NEVER" TO SE-ODL-DAYS
007240         GO TO 6100-PRINT
007250     END-IF
007260     MOVE SE-OPT-SIGNON-DATE(SE-OPT-INDEX) TO SE-DATE-WORK
007270     IF SE-DATE-WORK NOT < SE-REPORT-DATE
007280         GO TO 6100-EXIT
007290     END-IF
007300     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
007310     IF SE-DAY-NUMBER NOT < SE-REPORT-DAY-NUMBER
007320         GO TO 6100-EXIT
007330     END-IF
007340     COMPUTE SE-SINCE-DAYS = SE-REPORT-DAY-NUMBER - SE-DAY-NUMBER
007350     IF SE-SINCE-DAYS NOT > SE-DORMANT-DAYS
007360         GO TO 6100-EXIT
007370     END-IF
007380     MOVE SE-SINCE-DAYS TO SE-DAYS-EDIT
007390     MOVE SE-DAYS-EDIT  TO SE-ODL-DAYS.
007400 6100-PRINT.
007410     ADD 1 TO SE-DORMANT-TOTAL
007420     PERFORM 7300-PRINT-OPERATOR THRU 7300-EXIT.
007430 6100-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------
007470 7000-START-SECTION.
007480*----------------------------------------------------------------
007490     SET SE-NOTHING-PRINTED TO TRUE
007500     WRITE REPORT-RECORD FROM SE-BLANK-LINE
007510     WRITE REPORT-RECORD FROM SE-SECTION-LINE.
007520 7000-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560 7200-PRINT-EVENT.
007570*----------------------------------------------------------------
007580     MOVE SE-EVT-TIME(SE-EVT-INDEX) TO SE-TIME-WORK
007590     PERFORM 8200-EDIT-TIME THRU 8200-EXIT
007600     MOVE SE-TIME-EDIT                  TO SE-EDL-TIME
007610     MOVE SE-EVT-ACTION(SE-EVT-INDEX)   TO SE-ACTION-TEXT
007620     PERFORM 7210-MATCH-ACTION THRU 7210-EXIT
007630         VARYING SE-ACT-INDEX FROM 1 BY 1
007640         UNTIL SE-ACT-INDEX > 5
007650     MOVE SE-ACTION-TEXT                TO SE-EDL-ACTION
007660     MOVE SE-EVT-TARGET(SE-EVT-INDEX)   TO SE-EDL-TARGET
007670     MOVE SE-EVT-OPERATOR(SE-EVT-INDEX) TO SE-EDL-OPERATOR
007680     MOVE SE-EVT-JOB-ID(SE-EVT-INDEX)   TO SE-EDL-JOB-ID
007690     WRITE REPORT-RECORD FROM SE-EVENT-DETAIL-LINE
007700     SET SE-LINE-PRINTED TO TRUE.
007710 7200-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------
007750 7210-MATCH-ACTION.
007760*----------------------------------------------------------------
007770*    AN ACTION CODE NOT IN THE TABLE PRINTS AS THE BARE CODE.
007780     IF SE-ACT-CODE(SE-ACT-INDEX) = SE-EVT-ACTION(SE-EVT-INDEX)
007790         MOVE SE-ACT-TEXT(SE-ACT-INDEX) TO SE-ACTION-TEXT
007800     END-IF.
007810 7210-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------------
007850 7300-PRINT-OPERATOR.
007860*----------------------------------------------------------------
007870*    THE CALLER STAGES SE-ODL-DAYS.
007880     MOVE SE-OPT-ID(SE-OPT-INDEX)        TO SE-ODL-ID
007890     MOVE SE-OPT-NAME(SE-OPT-INDEX)      TO SE-ODL-NAME
007900     MOVE SE-OPT-AUTHORITY(SE-OPT-INDEX) TO SE-ODL-AUTHORITY
007910     MOVE SE-OPT-FAILED(SE-OPT-INDEX)    TO SE-ODL-FAILED
007920     MOVE SE-OPT-FAIL-DATE(SE-OPT-INDEX) TO SE-ODL-FAIL-DATE
007930     IF SE-OPT-FAIL-DATE(SE-OPT-INDEX) = ZERO
007940         MOVE SPACES TO SE-ODL-FAIL-DATE
007950     END-IF
007960     MOVE SE-OPT-SIGNON-DATE(SE-OPT-INDEX) TO SE-ODL-SIGNON-DATE
007970     IF SE-OPT-SIGNON-DATE(SE-OPT-INDEX) = ZERO
007980         MOVE SPACES TO SE-ODL-SIGNON-DATE
007990     END-IF
008000     WRITE REPORT-RECORD FROM SE-OPER-DETAIL-LINE
008010     SET SE-LINE-PRINTED TO TRUE.
008020 7300-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------
008060 7500-END-SECTION.
008070*----------------------------------------------------------------
008080     IF SE-NOTHING-PRINTED
008090         WRITE REPORT-RECORD FROM SE-NONE-LINE
008100     END-IF.
008110 7500-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------
008150 8000-FIND-OPERATOR.
008160*----------------------------------------------------------------
008170*    SE-FDL-ID ON THE MASTER TABLE.
008180     SET SE-ENTRY-NOT-FOUND TO TRUE
008190     MOVE ZERO TO SE-OPT-FOUND-INDEX
008200     PERFORM 8010-MATCH-OPERATOR THRU 8010-EXIT
008210         VARYING SE-OPT-INDEX FROM 1 BY 1
008220         UNTIL SE-OPT-INDEX > SE-OPT-COUNT
008230            OR SE-ENTRY-FOUND.
008240 8000-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------------
008280 8010-MATCH-OPERATOR.
008290*----------------------------------------------------------------
008300     IF SE-OPT-ID(SE-OPT-INDEX) = SE-FDL-ID
008310         MOVE SE-OPT-INDEX TO SE-OPT-FOUND-INDEX
008320         SET SE-ENTRY-FOUND TO TRUE
008330     END-IF.
008340 8010-EXIT.
008350     EXIT.
008360
008370*----------------------------------------------------------------
008380 8100-DAY-NUMBER.
008390*----------------------------------------------------------------
008400*    SE-DATE-WORK (YYYYMMDD) TO SE-DAY-NUMBER.  THE YEAR IS TAKEN
008410*    TO START IN MARCH, SO JANUARY AND FEBRUARY COUNT AS MONTHS 13
008420*    AND 14 OF THE YEAR BEFORE; EACH DIVISION IS ITS OWN STEP SO
008430*    IT TRUNCATES.  A MONTH OUTSIDE 01-12 IS TAKEN AS 01.
008440     MOVE SE-DATE-YYYY TO SE-CALC-YEAR
008450     MOVE SE-DATE-MM   TO SE-CALC-MONTH
008460     IF SE-CALC-MONTH < 1
008470      OR SE-CALC-MONTH > 12
008480         MOVE 1 TO SE-CALC-MONTH
008490     END-IF
008500     IF SE-CALC-MONTH < 3
008510         SUBTRACT 1 FROM SE-CALC-YEAR
008520         ADD 12 TO SE-CALC-MONTH
008530     END-IF
008540     COMPUTE SE-DAY-NUMBER = SE-CALC-YEAR * 365 + SE-DATE-DD
008550     DIVIDE SE-CALC-YEAR BY 4   GIVING SE-CALC-WORK
008560     ADD SE-CALC-WORK TO SE-DAY-NUMBER
008570     DIVIDE SE-CALC-YEAR BY 100 GIVING SE-CALC-WORK
008580     SUBTRACT SE-CALC-WORK FROM SE-DAY-NUMBER
008590     DIVIDE SE-CALC-YEAR BY 400 GIVING SE-CALC-WORK
008600     ADD SE-CALC-WORK TO SE-DAY-NUMBER
008610     COMPUTE SE-CALC-WORK = (153 * (SE-CALC-MONTH - 3) + 2) / 5
008620     ADD SE-CALC-WORK TO SE-DAY-NUMBER.
008630 8100-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------------
008670 8200-EDIT-TIME.
008680*----------------------------------------------------------------
008690     MOVE SE-TIME-HH TO SE-TME-HH
008700     MOVE SE-TIME-MI TO SE-TME-MI
008710     MOVE SE-TIME-SS TO SE-TME-SS.
008720 8200-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------------
008760 9000-TERMINATE.
008770*----------------------------------------------------------------
008780     IF SE-RUN-REFUSED
008790         GO TO 9000-EXIT
008800     END-IF
008810     MOVE SE-FAILED-TOTAL  TO SE-SUM-FAILED
008820     MOVE SE-LOCKOUT-TOTAL TO SE-SUM-LOCKOUT
008830     MOVE SE-LOCKED-TOTAL  TO SE-SUM-LOCKED
008840     MOVE SE-RESET-TOTAL   TO SE-SUM-RESET
008850     MOVE SE-SELF-TOTAL    TO SE-SUM-SELF
008860     MOVE SE-DORMANT-TOTAL TO SE-SUM-DORMANT
008870     WRITE REPORT-RECORD FROM SE-BLANK-LINE
008880     WRITE REPORT-RECORD FROM SE-SUMMARY-LINE-1
008890     WRITE REPORT-RECORD FROM SE-SUMMARY-LINE-2
008900     CLOSE SEC-REPORT
008910     DISPLAY "SECRPT - " SE-SUMMARY-LINE-1
008920     DISPLAY "SECRPT - " SE-SUMMARY-LINE-2.
008930 9000-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------------
008970 9500-SET-RETURN-CODE.
008980*----------------------------------------------------------------
008990*    SO THE SCHEDULER CAN PUT THE REPORT IN FRONT OF SECURITY:
009000*        16  RUN REFUSED - BAD PARAMETER CARD
009010*        12  A FILE COULD NOT BE READ - THE REPORT IS INCOMPLETE
009020*         4  AT LEAST ONE EXCEPTION REPORTED
009030*         0  A CLEAN DAY
009040     EVALUATE TRUE
009050         WHEN SE-RUN-REFUSED
009060             MOVE 16 TO SE-RC-VALUE
009070         WHEN SE-FILE-FAILURE
009080             MOVE 12 TO SE-RC-VALUE
009090         WHEN SE-FAILED-TOTAL  > ZERO
009100           OR SE-LOCKOUT-TOTAL > ZERO
009110           OR SE-LOCKED-TOTAL  > ZERO
009120           OR SE-RESET-TOTAL   > ZERO
009130           OR SE-SELF-TOTAL    > ZERO
009140           OR SE-DORMANT-TOTAL > ZERO
009150             MOVE 4 TO SE-RC-VALUE
009160         WHEN OTHER
009170             MOVE 0 TO SE-RC-VALUE
009180     END-EVALUATE
009190     MOVE SE-RC-VALUE TO RETURN-CODE.
009200 9500-EXIT.
009210     EXIT.
