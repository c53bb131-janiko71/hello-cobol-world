000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    AGERPT.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  DAILY OUTSTANDING-ITEMS AGING
000150*                  REPORT (AGINGRPT).  EVERY ITEM STILL WAITING ON
000160*                  SOMEONE IS LISTED WITH ITS KEY, VALUE, REASON
000170*                  AND DAYS OUTSTANDING, IN FOUR CATEGORIES -
000180*                  GLMST POSTINGS AWAITING GLACK, GLMST POSTINGS
000190*                  REJECTED AND NOT YET REVIEWED IN GLREVIEW,
000200*                  REJOUT ITEMS NEITHER RESUBMITTED (RESUBLOG, SEE
000210*                  CPYRSUB) NOR WRITTEN OFF, AND WRITE-OFFS
000220*                  AWAITING WOFAPPRV - AND COUNTED AND VALUED BY
000230*                  AGE BUCKET (0-1, 2-5, 6-10, OVER 10 DAYS).  A
000240*                  CATEGORY WITH ITEMS PAST THE SITE THRESHOLDS
000250*                  (AGEPARM, SEE CPYAGEP) IS ESCALATED ON OPSLOG
000260*                  AND IN THE RETURN CODE.
000262* 2026-10-15 JM    ONLY THE CLOSURES OF REJECTS FROM RUNS STILL ON
000264*                  REJOUT ARE LOADED - WRITEOFF AND RESUBLOG ONLY
000266*                  GROW.  A CLOSED-ITEM TABLE OVERFLOW NOW GIVES
000267*                  RC 12 - THE REPORT IS INCOMPLETE.
000268* 2026-10-15 JM    DETAIL VALUE WIDENED BY A DIGIT - AN "A"
000269*                  ITEM IS VALUED AT A PLUS B AND CAN PASS
000271*                  9999999.99.
000273*----------------------------------------------------------------
000280
000290******************************************************************
000300* ENVIRONMENT DIVISION.
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT AGE-PARM        ASSIGN TO "AGEPARM"
000360                             ORGANIZATION IS SEQUENTIAL
000370                             FILE STATUS IS AG-PARM-FILE-STATUS.
000380
000390     SELECT GL-IN           ASSIGN TO "GLMST"
000400                             ORGANIZATION IS INDEXED
000410                             ACCESS MODE IS DYNAMIC
000420                             RECORD KEY IS GL-RECORD-KEY
000430                             FILE STATUS IS AG-GL-FILE-STATUS.
000440
000450     SELECT REJECT-IN       ASSIGN TO "REJOUT"
000460                             ORGANIZATION LINE SEQUENTIAL
000470                             FILE STATUS IS AG-REJ-FILE-STATUS.
000480
000490     SELECT WRITEOFF-FILE   ASSIGN TO "WRITEOFF"
000500                             ORGANIZATION LINE SEQUENTIAL
000510                             FILE STATUS IS AG-WOF-FILE-STATUS.
000520
000530     SELECT RESUB-LOG       ASSIGN TO "RESUBLOG"
000540                             ORGANIZATION LINE SEQUENTIAL
000550                             FILE STATUS IS AG-RSL-FILE-STATUS.
000560
000570     SELECT OPS-LOG         ASSIGN TO "OPSLOG"
000580                             ORGANIZATION LINE SEQUENTIAL
000590                             FILE STATUS IS AG-OPSLOG-FILE-STATUS.
000600
000610     SELECT AGE-REPORT      ASSIGN TO "AGINGRPT"
000620                             ORGANIZATION LINE SEQUENTIAL.
000630
000640******************************************************************
000650* DATA DIVISION.
000660******************************************************************
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  AGE-PARM
000700     LABEL RECORDS ARE STANDARD.
000710     COPY CPYAGEP.
000720
000730 FD  GL-IN
000740     LABEL RECORDS ARE STANDARD.
000750     COPY CPYGL.
000760
000770 FD  REJECT-IN
000780     LABEL RECORDS ARE STANDARD.
000790     COPY CPYREJ.
000800
000810 FD  WRITEOFF-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY CPYWOFF.
000840
000850 FD  RESUB-LOG
000860     LABEL RECORDS ARE STANDARD.
000870     COPY CPYRSUB.
000880
000890 FD  OPS-LOG
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CPYOPLOG.
000920
000930 FD  AGE-REPORT
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CPYRPT.
000960
000970 WORKING-STORAGE SECTION.
000980
000990 01  AG-SWITCHES.
001000     05  AG-EOF-SWITCH        PIC X(01)    VALUE "N".
001010         88  AG-END-OF-FILE                VALUE "Y".
001020         88  AG-NOT-END-OF-FILE             VALUE "N".
001030     05  AG-REFUSED-SWITCH    PIC X(01)    VALUE "N".
001040         88  AG-RUN-REFUSED                VALUE "Y".
001050         88  AG-RUN-ACCEPTED                VALUE "N".
001060     05  AG-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
001070         88  AG-FILE-FAILURE               VALUE "Y".
001080         88  AG-NO-FILE-FAILURE             VALUE "N".
001090     05  AG-OPSLOG-OPEN-SWITCH PIC X(01)   VALUE "N".
001100         88  AG-OPSLOG-OPENED              VALUE "Y".
001110         88  AG-OPSLOG-NOT-OPENED           VALUE "N".
001120     05  AG-CLOSED-SWITCH     PIC X(01)    VALUE "N".
001130         88  AG-ITEM-CLOSED                VALUE "Y".
001140         88  AG-ITEM-OPEN                   VALUE "N".
001150     05  AG-TABLE-FULL-SWITCH PIC X(01)    VALUE "N".
001160         88  AG-TABLE-OVERFLOW             VALUE "Y".
001170         88  AG-TABLE-FITS                  VALUE "N".
001180
001190 01  AG-PARM-FILE-STATUS      PIC X(02).
001200 01  AG-GL-FILE-STATUS        PIC X(02).
001210 01  AG-REJ-FILE-STATUS       PIC X(02).
001220 01  AG-WOF-FILE-STATUS       PIC X(02).
001230 01  AG-RSL-FILE-STATUS       PIC X(02).
001240 01  AG-OPSLOG-FILE-STATUS    PIC X(02).
001250
001260 01  AG-COUNTERS.
001270     05  AG-WARN-TOTAL        PIC 9(07) COMP VALUE ZERO.
001280     05  AG-ERROR-TOTAL       PIC 9(07) COMP VALUE ZERO.
001290     05  AG-CLOSED-LOADED     PIC 9(04) COMP VALUE ZERO.
001300     05  AG-CLOSED-INDEX      PIC 9(04) COMP VALUE ZERO.
001310     05  AG-CAT               PIC 9(01) COMP VALUE ZERO.
001320     05  AG-BKT               PIC 9(01) COMP VALUE ZERO.
001330
001340 01  AG-RUN-FIELDS.
001350     05  AG-RUN-DATE          PIC 9(08).
001360     05  AG-RUN-DAY-NUMBER    PIC 9(07) COMP VALUE ZERO.
001370     05  AG-WARN-DAYS         PIC 9(03)      VALUE 5.
001380     05  AG-ERROR-DAYS        PIC 9(03)      VALUE 10.
001382*    THE SPAN OF REJECT RUN DATES ON THE CURRENT REJOUT - ONLY
001384*    CLOSURES OF REJECTS FROM THOSE RUNS CAN MATCH ANYTHING.
001386     05  AG-REJ-LOW-DATE      PIC 9(08)      VALUE ZERO.
001388     05  AG-REJ-HIGH-DATE     PIC 9(08)      VALUE ZERO.
001390
001400*    THE ITEM BEING AGED, STAGED BY EACH CATEGORY'S SELECTION
001410*    PARAGRAPH FOR 5000-AGE-ITEM.
001420 01  AG-ITEM-FIELDS.
001430     05  AG-ITEM-DATE         PIC 9(08).
001440     05  AG-ITEM-KEY          PIC X(34).
001450     05  AG-ITEM-VALUE        PIC 9(09)V9(02).
001460     05  AG-ITEM-REASON       PIC X(30).
001470     05  AG-ITEM-DAYS         PIC 9(07) COMP VALUE ZERO.
001480
001490 01  AG-GL-KEY.
001500     05  AG-GLK-JOB-ID        PIC X(08).
001510     05  PIC X(01) VALUE SPACE.
001520     05  AG-GLK-RUN-DATE      PIC 9(08).
001530     05  PIC X(01) VALUE SPACE.
001540     05  AG-GLK-RUN-TIME      PIC 9(08).
001550     05  PIC X(01) VALUE SPACE.
001560     05  AG-GLK-SEQUENCE      PIC 9(07).
001570
001580 01  AG-REJ-KEY.
001590     05  AG-RJK-RUN-DATE      PIC 9(08).
001600     05  PIC X(01) VALUE SPACE.
001610     05  AG-RJK-RECORD-NO     PIC 9(07).
001620     05  PIC X(01) VALUE SPACE.
001630     05  AG-RJK-BATCH-ID      PIC X(08).
001640     05  PIC X(01) VALUE SPACE.
001650     05  AG-RJK-OPERATOR-ID   PIC X(08).
001660
001670 01  AG-PENDING-REASON.
001680     05  PIC X(23) VALUE "AWAITING ACK, XMIT NO. ".
001690     05  AG-PRS-XMIT-NUMBER   PIC 9(07).
001700
001710*    DAY-NUMBER ARITHMETIC.  A DATE IS TURNED INTO A COUNT OF DAYS
001720*    FROM A FIXED ORIGIN (MARCH-BASED YEAR, SO THE LEAP DAY FALLS
001730*    AT THE END), AND DAYS OUTSTANDING IS THE DIFFERENCE BETWEEN
001740*    TWO SUCH COUNTS.
001750 01  AG-DATE-WORK             PIC 9(08).
001760 01  AG-DATE-PARTS REDEFINES AG-DATE-WORK.
001770     05  AG-DATE-YYYY         PIC 9(04).
001780     05  AG-DATE-MM           PIC 9(02).
001790     05  AG-DATE-DD           PIC 9(02).
001800 01  AG-CALC-FIELDS.
001810     05  AG-CALC-YEAR         PIC 9(04)      COMP.
001820     05  AG-CALC-MONTH        PIC 9(02)      COMP.
001830     05  AG-CALC-WORK         PIC 9(07)      COMP.
001840     05  AG-DAY-NUMBER        PIC 9(07)      COMP.
001850
001860*    ITEMS THAT ARE NO LONGER OPEN REJECTS - WRITTEN OFF (NOT
001870*    BOUNCED) OR RESUBMITTED - BY REJECT RUN DATE AND RECORD NO.
001880 01  AG-CLOSED-TABLE.
001890     05  AG-CLOSED-ENTRY      OCCURS 1000 TIMES.
001900         10  AG-CLS-RUN-DATE  PIC 9(08).
001910         10  AG-CLS-RECORD-NO PIC 9(07).
001920
001930 01  AG-CATEGORY-VALUES.
001940     05  PIC X(40) VALUE "GL POSTINGS AWAITING ACKNOWLEDGMENT".
001950     05  PIC X(28) VALUE "GL POSTINGS AWAITING ACK".
001960     05  PIC X(08) VALUE "AG-0201 ".
001970     05  PIC X(40) VALUE "GL POSTINGS REJECTED, NOT REVIEWED".
001980     05  PIC X(28) VALUE "GL REJECTS NOT REVIEWED".
001990     05  PIC X(08) VALUE "AG-0202 ".
002000     05  PIC X(40) VALUE "REJECTS NOT RESUBMITTED OR WRITTEN OFF".
002010     05  PIC X(28) VALUE "REJECTS STILL OPEN".
002020     05  PIC X(08) VALUE "AG-0203 ".
002030     05  PIC X(40) VALUE "WRITE-OFFS AWAITING APPROVAL".
002040     05  PIC X(28) VALUE "WRITE-OFFS AWAITING APPROVAL".
002050     05  PIC X(08) VALUE "AG-0204 ".
002060 01  AG-CATEGORY-TABLE REDEFINES AG-CATEGORY-VALUES.
002070     05  AG-CATEGORY-ENTRY    OCCURS 4 TIMES.
002080         10  AG-CAT-TITLE     PIC X(40).
002090         10  AG-CAT-SHORT     PIC X(28).
002100         10  AG-CAT-MSG-ID    PIC X(08).
002110
002120 01  AG-BUCKET-VALUES.
002130     05  PIC X(10) VALUE "0-1 DAYS".
002140     05  PIC X(10) VALUE "2-5 DAYS".
002150     05  PIC X(10) VALUE "6-10 DAYS".
002160     05  PIC X(10) VALUE "OVER 10".
002170     05  PIC X(10) VALUE "ALL ITEMS".
002180 01  AG-BUCKET-TABLE REDEFINES AG-BUCKET-VALUES.
002190     05  AG-BUCKET-NAME       PIC X(10) OCCURS 5 TIMES.
002200
002210*    BUCKETS 1-4 BY AGE, BUCKET 5 THE CATEGORY TOTAL.
002220 01  AG-TOTALS-TABLE.
002230     05  AG-CAT-TOTALS        OCCURS 4 TIMES.
002240         10  AG-BKT-TOTALS    OCCURS 5 TIMES.
002250             15  AG-BKT-COUNT PIC 9(07)       COMP.
002260             15  AG-BKT-VALUE PIC 9(11)V9(02) COMP.
002270         10  AG-CAT-WARN-COUNT  PIC 9(07)     COMP.
002280         10  AG-CAT-ERROR-COUNT PIC 9(07)     COMP.
002290
002300 01  AG-LOG-FIELDS.
002310     05  AG-LOG-MESSAGE-ID    PIC X(08).
002320     05  AG-LOG-SEVERITY      PIC X(01).
002330     05  AG-LOG-TIME          PIC 9(08).
002340     05  AG-LOG-TEXT          PIC X(60).
002350
002360 01  AG-ESCALATION-TEXT.
002370     05  AG-ESC-COUNT         PIC ZZZZ9.
002380     05  PIC X(01) VALUE SPACE.
002390     05  AG-ESC-CATEGORY      PIC X(28).
002400     05  PIC X(12) VALUE " OLDER THAN ".
002410     05  AG-ESC-DAYS          PIC ZZ9.
002420     05  PIC X(05) VALUE " DAYS".
002430
002440 01  AG-HEADING-LINE.
002450     05  PIC X(32) VALUE "OUTSTANDING ITEMS AGING - AS AT ".
002460     05  AG-HDG-RUN-DATE      PIC 9(08).
002470     05  PIC X(09) VALUE "  WARN > ".
002480     05  AG-HDG-WARN          PIC ZZ9.
002490     05  PIC X(10) VALUE "  ERROR > ".
002500     05  AG-HDG-ERROR         PIC ZZ9.
002510     05  PIC X(05) VALUE " DAYS".
002520
002530 01  AG-CATEGORY-LINE.
002540     05  AG-CTL-TITLE         PIC X(40).
002550
002560 01  AG-COLUMN-LINE.
002570     05  PIC X(35) VALUE "KEY".
002580     05  PIC X(45) VALUE "AGE       VALUE REASON".
002590
002600 01  AG-DETAIL-LINE.
002610     05  AG-DTL-KEY           PIC X(34).
002620     05  PIC X(01) VALUE SPACE.
002630     05  AG-DTL-DAYS          PIC ZZ9.
002640     05  PIC X(01) VALUE SPACE.
002650     05  AG-DTL-VALUE         PIC Z(07)9.99.
002660     05  PIC X(01) VALUE SPACE.
002670     05  AG-DTL-REASON        PIC X(29).
002680
002690 01  AG-NONE-LINE.
002700     05  PIC X(40) VALUE "NOTHING OUTSTANDING".
002710
002720 01  AG-BUCKET-LINE.
002730     05  PIC X(04) VALUE SPACES.
002740     05  AG-BKL-NAME          PIC X(10).
002750     05  PIC X(08) VALUE "COUNT : ".
002760     05  AG-BKL-COUNT         PIC ZZZZZZ9.
002770     05  PIC X(10) VALUE "  VALUE : ".
002780     05  AG-BKL-VALUE         PIC Z(10)9.99.
002790
002800 01  AG-SUMMARY-LINE.
002810     05  PIC X(30) VALUE "CATEGORIES ESCALATED - WARN : ".
002820     05  AG-SUM-WARN          PIC 9.
002830     05  PIC X(10) VALUE "  ERROR : ".
002840     05  AG-SUM-ERROR         PIC 9.
002850
002860 01  AG-BLANK-LINE            PIC X(80)      VALUE SPACES.
002870
002880 77  AG-RC-VALUE              PIC 9(02)      VALUE ZERO.
002890
002900******************************************************************
002910* PROCEDURE DIVISION.
002920******************************************************************
002930 PROCEDURE DIVISION.
002940
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002970     IF AG-RUN-ACCEPTED
002980         MOVE 1 TO AG-CAT
002990         PERFORM 2000-AGE-GL       THRU 2000-EXIT
003000         MOVE 2 TO AG-CAT
003010         PERFORM 2000-AGE-GL       THRU 2000-EXIT
003020         MOVE 3 TO AG-CAT
003030         PERFORM 3000-AGE-REJECTS  THRU 3000-EXIT
003040         MOVE 4 TO AG-CAT
003050         PERFORM 3500-AGE-WRITEOFFS THRU 3500-EXIT
003060     END-IF
003070     PERFORM 9000-TERMINATE       THRU 9000-EXIT
003080     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
003090     STOP RUN.
003100
003110*----------------------------------------------------------------
003120 1000-INITIALIZE.
003130*----------------------------------------------------------------
003140     ACCEPT AG-RUN-DATE FROM DATE YYYYMMDD
003150     INITIALIZE AG-TOTALS-TABLE
003160     PERFORM 1100-READ-AGE-PARM THRU 1100-EXIT
003170     IF AG-RUN-REFUSED
003180         GO TO 1000-EXIT
003190     END-IF
003200     MOVE AG-RUN-DATE TO AG-DATE-WORK
003210     PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
003220     MOVE AG-DAY-NUMBER TO AG-RUN-DAY-NUMBER
003230     OPEN OUTPUT AGE-REPORT
003240     MOVE AG-RUN-DATE   TO AG-HDG-RUN-DATE
003250     MOVE AG-WARN-DAYS  TO AG-HDG-WARN
003260     MOVE AG-ERROR-DAYS TO AG-HDG-ERROR
003270     WRITE REPORT-RECORD FROM AG-HEADING-LINE.
003280 1000-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------
003320 1100-READ-AGE-PARM.
003330*----------------------------------------------------------------
003340     MOVE ZERO TO AGP-WARN-DAYS
003350     MOVE ZERO TO AGP-ERROR-DAYS
003360     OPEN INPUT AGE-PARM
003370     IF AG-PARM-FILE-STATUS = "00"
003380         READ AGE-PARM
003390             AT END
003400                 CONTINUE
003410         END-READ
003420         CLOSE AGE-PARM
003430     END-IF
003440     IF AGP-WARN-DAYS IS NOT NUMERIC
003450      OR AGP-ERROR-DAYS IS NOT NUMERIC
003460         DISPLAY "AGERPT - INVALID THRESHOLD ON AGEPARM, "
003470             "NOTHING AGED"
003480         SET AG-RUN-REFUSED TO TRUE
003490         GO TO 1100-EXIT
003500     END-IF
003510     IF AGP-WARN-DAYS NOT = ZERO
003520         MOVE AGP-WARN-DAYS  TO AG-WARN-DAYS
003530     END-IF
003540     IF AGP-ERROR-DAYS NOT = ZERO
003550         MOVE AGP-ERROR-DAYS TO AG-ERROR-DAYS
003560     END-IF
003570     IF AG-ERROR-DAYS < AG-WARN-DAYS
003580         DISPLAY "AGERPT - ERROR THRESHOLD BELOW WARNING "
003590             "THRESHOLD, NOTHING AGED"
003600         SET AG-RUN-REFUSED TO TRUE
003610     END-IF.
003620 1100-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660 2000-AGE-GL.
003670*----------------------------------------------------------------
003680*    ONE PASS OF GLMST PER GL CATEGORY, SO EACH LISTS TOGETHER.
003690*    NO MASTER YET IS NOTHING OUTSTANDING, NOT A FAILURE.
003700     PERFORM 4000-START-CATEGORY THRU 4000-EXIT
003710     OPEN INPUT GL-IN
003720     IF AG-GL-FILE-STATUS = "35"
003730         GO TO 2000-END
003740     END-IF
003750     IF AG-GL-FILE-STATUS NOT = "00"
003760         DISPLAY "AGERPT - GLMST OPEN FAILED, STATUS "
003770             AG-GL-FILE-STATUS
003780         SET AG-FILE-FAILURE TO TRUE
003790         GO TO 2000-END
003800     END-IF
003810     SET AG-NOT-END-OF-FILE TO TRUE
003820     PERFORM 2100-READ-GL THRU 2100-EXIT
003830     PERFORM 2200-SELECT-GL THRU 2200-EXIT
003840         UNTIL AG-END-OF-FILE
003850     CLOSE GL-IN.
003860 2000-END.
003870     PERFORM 4500-END-CATEGORY THRU 4500-EXIT.
003880 2000-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------------
003920 2100-READ-GL.
003930*----------------------------------------------------------------
003940     READ GL-IN NEXT
003950     IF AG-GL-FILE-STATUS NOT = "00"
003960         SET AG-END-OF-FILE TO TRUE
003970     END-IF.
003980 2100-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------------
004020 2200-SELECT-GL.
004030*----------------------------------------------------------------
004040*    A PENDING POSTING HAS WAITED SINCE IT WAS CUT; A REJECTED
004050*    ONE IS AGED FROM THE SAME DATE - THE MASTER DOES NOT KEEP
004060*    THE DAY GLACK REJECTED IT, WHICH IS NORMALLY THE NEXT.
004070     EVALUATE TRUE
004080         WHEN AG-CAT = 1
004090          AND GL-SENT
004100          AND GL-ACK-PENDING
004110             MOVE GL-XMIT-NUMBER TO AG-PRS-XMIT-NUMBER
004120             MOVE AG-PENDING-REASON TO AG-ITEM-REASON
004130         WHEN AG-CAT = 2
004140          AND GL-ACK-REJECTED
004150             MOVE GL-ACK-REASON TO AG-ITEM-REASON
004160         WHEN OTHER
004170             GO TO 2200-READ
004180     END-EVALUATE
004190     MOVE GL-KEY-JOB-ID   TO AG-GLK-JOB-ID
004200     MOVE GL-KEY-RUN-DATE TO AG-GLK-RUN-DATE
004210     MOVE GL-KEY-RUN-TIME TO AG-GLK-RUN-TIME
004220     MOVE GL-KEY-SEQUENCE TO AG-GLK-SEQUENCE
004230     MOVE AG-GL-KEY       TO AG-ITEM-KEY
004240     MOVE GL-D-VALUE      TO AG-ITEM-VALUE
004250     MOVE GL-SENT-DATE    TO AG-ITEM-DATE
004260     PERFORM 5000-AGE-ITEM THRU 5000-EXIT.
004270 2200-READ.
004280     PERFORM 2100-READ-GL THRU 2100-EXIT.
004290 2200-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------------
004330 3000-AGE-REJECTS.
004340*----------------------------------------------------------------
004350*    A REJECT IS OPEN UNTIL IT IS RESUBMITTED OR WRITTEN OFF; A
004360*    BOUNCED WRITE-OFF PUTS IT BACK OPEN, AS REJRECYC TREATS IT.
004362*    WRITEOFF AND RESUBLOG ONLY EVER GROW, SO ONLY THE CLOSURES
004364*    OF REJECTS FROM THE RUNS STILL ON REJOUT ARE LOADED.  A
004366*    TABLE THAT STILL OVERFLOWS WOULD SHOW CLOSED REJECTS AS
004368*    OPEN, SO THE REPORT IS INCOMPLETE AND SAYS SO (RC 12).
004370     PERFORM 4000-START-CATEGORY THRU 4000-EXIT
004380     MOVE ZERO TO AG-CLOSED-LOADED
004382     PERFORM 3050-SCAN-REJECT-DATES THRU 3050-EXIT
004384     IF AG-REJ-HIGH-DATE = ZERO
004386         GO TO 3000-END
004388     END-IF
004390     PERFORM 3100-LOAD-WRITTEN-OFF THRU 3100-EXIT
004400     PERFORM 3200-LOAD-RESUBMITTED THRU 3200-EXIT
004410     IF AG-TABLE-OVERFLOW
004420         DISPLAY "AGERPT - CLOSED-ITEM TABLE FULL, SOME REJECTS "
004430             "MAY SHOW AS OPEN"
004435         SET AG-FILE-FAILURE TO TRUE
004440     END-IF
004450     OPEN INPUT REJECT-IN
004460     IF AG-REJ-FILE-STATUS = "35"
004470         GO TO 3000-END
004480     END-IF
004490     IF AG-REJ-FILE-STATUS NOT = "00"
004500         DISPLAY "AGERPT - REJOUT OPEN FAILED, STATUS "
004510             AG-REJ-FILE-STATUS
004520         SET AG-FILE-FAILURE TO TRUE
004530         GO TO 3000-END
004540     END-IF
004550     SET AG-NOT-END-OF-FILE TO TRUE
004560     PERFORM 3300-READ-REJECT THRU 3300-EXIT
004570     PERFORM 3400-SELECT-REJECT THRU 3400-EXIT
004580         UNTIL AG-END-OF-FILE
004590     CLOSE REJECT-IN.
004600 3000-END.
004601     PERFORM 4500-END-CATEGORY THRU 4500-EXIT.
004602 3000-EXIT.
004603     EXIT.
004604
004605*----------------------------------------------------------------
004606 3050-SCAN-REJECT-DATES.
004607*----------------------------------------------------------------
004608*    NO REJOUT, OR ONE WITH NO DATED REJECTS, LEAVES THE HIGH
004609*    DATE ZERO - THERE IS NOTHING TO AGE.
004610     MOVE ZERO TO AG-REJ-LOW-DATE
004611     MOVE ZERO TO AG-REJ-HIGH-DATE
004612     OPEN INPUT REJECT-IN
004613     IF AG-REJ-FILE-STATUS = "35"
004614         GO TO 3050-EXIT
004615     END-IF
004616     IF AG-REJ-FILE-STATUS NOT = "00"
004617         DISPLAY "AGERPT - REJOUT OPEN FAILED, STATUS "
004618             AG-REJ-FILE-STATUS
004619         SET AG-FILE-FAILURE TO TRUE
004620         GO TO 3050-EXIT
004621     END-IF
004622     SET AG-NOT-END-OF-FILE TO TRUE
004623     PERFORM 3300-READ-REJECT THRU 3300-EXIT
004624     PERFORM 3060-NOTE-REJECT-DATE THRU 3060-EXIT
004625         UNTIL AG-END-OF-FILE
004626     CLOSE REJECT-IN.
004627 3050-EXIT.
004628     EXIT.
004629
004630*----------------------------------------------------------------
004631 3060-NOTE-REJECT-DATE.
004632*----------------------------------------------------------------
004633     IF REJ-RUN-DATE IS NUMERIC
004634      AND REJ-RUN-DATE NOT = ZERO
004635         IF AG-REJ-LOW-DATE = ZERO
004636          OR REJ-RUN-DATE < AG-REJ-LOW-DATE
004637             MOVE REJ-RUN-DATE TO AG-REJ-LOW-DATE
004638         END-IF
004639         IF REJ-RUN-DATE > AG-REJ-HIGH-DATE
004640             MOVE REJ-RUN-DATE TO AG-REJ-HIGH-DATE
004641         END-IF
004642     END-IF
004643     PERFORM 3300-READ-REJECT THRU 3300-EXIT.
004644 3060-EXIT.
004645     EXIT.
004646
004650*----------------------------------------------------------------
004660 3100-LOAD-WRITTEN-OFF.
004670*----------------------------------------------------------------
004680     OPEN INPUT WRITEOFF-FILE
004690     IF AG-WOF-FILE-STATUS = "35"
004700         GO TO 3100-EXIT
004710     END-IF
004720     IF AG-WOF-FILE-STATUS NOT = "00"
004730         DISPLAY "AGERPT - WRITEOFF OPEN FAILED, STATUS "
004740             AG-WOF-FILE-STATUS
004750         SET AG-FILE-FAILURE TO TRUE
004760         GO TO 3100-EXIT
004770     END-IF
004780     SET AG-NOT-END-OF-FILE TO TRUE
004790     PERFORM 3150-READ-WRITEOFF THRU 3150-EXIT
004800     PERFORM 3110-STORE-WRITEOFF THRU 3110-EXIT
004810         UNTIL AG-END-OF-FILE
004820     CLOSE WRITEOFF-FILE.
004830 3100-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------
004870 3110-STORE-WRITEOFF.
004880*----------------------------------------------------------------
004890     IF NOT WOF-BOUNCED
004892      AND WOF-REJ-RUN-DATE NOT < AG-REJ-LOW-DATE
004894      AND WOF-REJ-RUN-DATE NOT > AG-REJ-HIGH-DATE
004900         IF AG-CLOSED-LOADED < 1000
004910             ADD 1 TO AG-CLOSED-LOADED
004920             MOVE WOF-REJ-RUN-DATE
004930                 TO AG-CLS-RUN-DATE(AG-CLOSED-LOADED)
004940             MOVE WOF-REJ-RECORD-NO
004950                 TO AG-CLS-RECORD-NO(AG-CLOSED-LOADED)
004960         ELSE
004970             SET AG-TABLE-OVERFLOW TO TRUE
004980         END-IF
004990     END-IF
005000     PERFORM 3150-READ-WRITEOFF THRU 3150-EXIT.
005010 3110-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------------
005050 3150-READ-WRITEOFF.
005060*----------------------------------------------------------------
005070     READ WRITEOFF-FILE
005080         AT END
005090             SET AG-END-OF-FILE TO TRUE
005100     END-READ.
005110 3150-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150 3200-LOAD-RESUBMITTED.
005160*----------------------------------------------------------------
005170     OPEN INPUT RESUB-LOG
005180     IF AG-RSL-FILE-STATUS = "35"
005190         GO TO 3200-EXIT
005200     END-IF
005210     IF AG-RSL-FILE-STATUS NOT = "00"
005220         DISPLAY "AGERPT - RESUBLOG OPEN FAILED, STATUS "
005230             AG-RSL-FILE-STATUS
005240         SET AG-FILE-FAILURE TO TRUE
005250         GO TO 3200-EXIT
005260     END-IF
005270     SET AG-NOT-END-OF-FILE TO TRUE
005280     PERFORM 3250-READ-RESUB-LOG THRU 3250-EXIT
005290     PERFORM 3210-STORE-RESUBMITTED THRU 3210-EXIT
005300         UNTIL AG-END-OF-FILE
005310     CLOSE RESUB-LOG.
005320 3200-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------------
005360 3210-STORE-RESUBMITTED.
005370*----------------------------------------------------------------
005372     IF RSL-REJ-RUN-DATE < AG-REJ-LOW-DATE
005374      OR RSL-REJ-RUN-DATE > AG-REJ-HIGH-DATE
005376         GO TO 3210-READ
005378     END-IF
005380     IF AG-CLOSED-LOADED < 1000
005390         ADD 1 TO AG-CLOSED-LOADED
005400         MOVE RSL-REJ-RUN-DATE
005410             TO AG-CLS-RUN-DATE(AG-CLOSED-LOADED)
005420         MOVE RSL-REJ-RECORD-NO
005430             TO AG-CLS-RECORD-NO(AG-CLOSED-LOADED)
005440     ELSE
005450         SET AG-TABLE-OVERFLOW TO TRUE
005460     END-IF.
005465 3210-READ.
005470     PERFORM 3250-READ-RESUB-LOG THRU 3250-EXIT.
005480 3210-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------
005520 3250-READ-RESUB-LOG.
005530*----------------------------------------------------------------
005540     READ RESUB-LOG
005550         AT END
005560             SET AG-END-OF-FILE TO TRUE
005570     END-READ.
005580 3250-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------
005620 3300-READ-REJECT.
005630*----------------------------------------------------------------
005640     READ REJECT-IN
005650         AT END
005660             SET AG-END-OF-FILE TO TRUE
005670     END-READ.
005680 3300-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------
005720 3400-SELECT-REJECT.
005730*----------------------------------------------------------------
005740     SET AG-ITEM-OPEN TO TRUE
005750     PERFORM 3410-MATCH-CLOSED THRU 3410-EXIT
005760         VARYING AG-CLOSED-INDEX FROM 1 BY 1
005770         UNTIL AG-CLOSED-INDEX > AG-CLOSED-LOADED
005780            OR AG-ITEM-CLOSED
005790     IF AG-ITEM-CLOSED
005800         GO TO 3400-READ
005810     END-IF
005820*    VALUED AS MANIPDRV TOTALS ITS REJECTS - THE RAW VALUE OF A
005830*    "D" DETAIL, A PLUS B OF AN "A" DETAIL, NOTHING FOR A VALUE
005840*    THAT WAS NOT NUMERIC AS KEYED.
005850     MOVE ZERO TO AG-ITEM-VALUE
005860     IF REJ-RECORD-TYPE = "A"
005870         IF REJ-INPUT-A IS NUMERIC
005880             ADD REJ-INPUT-A-AMOUNT TO AG-ITEM-VALUE
005890         END-IF
005900         IF REJ-INPUT-B IS NUMERIC
005910             ADD REJ-INPUT-B-AMOUNT TO AG-ITEM-VALUE
005920         END-IF
005930     ELSE
005940         IF REJ-RAW-VALUE IS NUMERIC
005950             ADD REJ-RAW-AMOUNT TO AG-ITEM-VALUE
005960         END-IF
005970     END-IF
005980     MOVE REJ-RUN-DATE   TO AG-RJK-RUN-DATE
005990     MOVE REJ-RECORD-NO  TO AG-RJK-RECORD-NO
006000     MOVE REJ-BATCH-ID   TO AG-RJK-BATCH-ID
006010     MOVE SPACES         TO AG-RJK-OPERATOR-ID
006020     MOVE AG-REJ-KEY     TO AG-ITEM-KEY
006030     MOVE REJ-REASON     TO AG-ITEM-REASON
006040     MOVE REJ-RUN-DATE   TO AG-ITEM-DATE
006050     PERFORM 5000-AGE-ITEM THRU 5000-EXIT.
006060 3400-READ.
006070     PERFORM 3300-READ-REJECT THRU 3300-EXIT.
006080 3400-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120 3410-MATCH-CLOSED.
006130*----------------------------------------------------------------
006140     IF REJ-RUN-DATE  = AG-CLS-RUN-DATE(AG-CLOSED-INDEX)
006150      AND REJ-RECORD-NO = AG-CLS-RECORD-NO(AG-CLOSED-INDEX)
006160         SET AG-ITEM-CLOSED TO TRUE
006170     END-IF.
006180 3410-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------
006220 3500-AGE-WRITEOFFS.
006230*----------------------------------------------------------------
006240*    A PENDING WRITE-OFF HAS WAITED FOR WOFAPPRV SINCE THE DAY IT
006250*    WAS KEYED.  THE KEY CARRIES WHO KEYED IT.
006260     PERFORM 4000-START-CATEGORY THRU 4000-EXIT
006270     OPEN INPUT WRITEOFF-FILE
006280     IF AG-WOF-FILE-STATUS = "35"
006290         GO TO 3500-END
006300     END-IF
006310     IF AG-WOF-FILE-STATUS NOT = "00"
006320         DISPLAY "AGERPT - WRITEOFF OPEN FAILED, STATUS "
006330             AG-WOF-FILE-STATUS
006340         SET AG-FILE-FAILURE TO TRUE
006350         GO TO 3500-END
006360     END-IF
006370     SET AG-NOT-END-OF-FILE TO TRUE
006380     PERFORM 3150-READ-WRITEOFF THRU 3150-EXIT
006390     PERFORM 3600-SELECT-WRITEOFF THRU 3600-EXIT
006400         UNTIL AG-END-OF-FILE
006410     CLOSE WRITEOFF-FILE.
006420 3500-END.
006430     PERFORM 4500-END-CATEGORY THRU 4500-EXIT.
006440 3500-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------
006480 3600-SELECT-WRITEOFF.
006490*----------------------------------------------------------------
006500     IF NOT WOF-PENDING
006510         GO TO 3600-READ
006520     END-IF
006530     MOVE ZERO TO AG-ITEM-VALUE
006540     IF WOF-RECORD-TYPE = "A"
006550         IF WOF-INPUT-A IS NUMERIC
006560             ADD WOF-INPUT-A-AMOUNT TO AG-ITEM-VALUE
006570         END-IF
006580         IF WOF-INPUT-B IS NUMERIC
006590             ADD WOF-INPUT-B-AMOUNT TO AG-ITEM-VALUE
006600         END-IF
006610     ELSE
006620         IF WOF-RAW-VALUE IS NUMERIC
006630             ADD WOF-RAW-AMOUNT TO AG-ITEM-VALUE
006640         END-IF
006650     END-IF
006660     MOVE WOF-REJ-RUN-DATE  TO AG-RJK-RUN-DATE
006670     MOVE WOF-REJ-RECORD-NO TO AG-RJK-RECORD-NO
006680     MOVE WOF-BATCH-ID      TO AG-RJK-BATCH-ID
006690     MOVE WOF-OPERATOR-ID   TO AG-RJK-OPERATOR-ID
006700     MOVE AG-REJ-KEY        TO AG-ITEM-KEY
006710     MOVE WOF-REASON        TO AG-ITEM-REASON
006720     MOVE WOF-WRITEOFF-DATE TO AG-ITEM-DATE
006730     PERFORM 5000-AGE-ITEM THRU 5000-EXIT.
006740 3600-READ.
006750     PERFORM 3150-READ-WRITEOFF THRU 3150-EXIT.
006760 3600-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------------
006800 4000-START-CATEGORY.
006810*----------------------------------------------------------------
006820     MOVE AG-CAT-TITLE(AG-CAT) TO AG-CTL-TITLE
006830     WRITE REPORT-RECORD FROM AG-BLANK-LINE
006840     WRITE REPORT-RECORD FROM AG-CATEGORY-LINE
006850     WRITE REPORT-RECORD FROM AG-COLUMN-LINE.
006860 4000-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900 4500-END-CATEGORY.
006910*----------------------------------------------------------------
006920     IF AG-BKT-COUNT(AG-CAT, 5) = ZERO
006930         WRITE REPORT-RECORD FROM AG-NONE-LINE
006940     END-IF
006950     WRITE REPORT-RECORD FROM AG-BLANK-LINE
006960     PERFORM 4600-PRINT-BUCKET THRU 4600-EXIT
006970         VARYING AG-BKT FROM 1 BY 1
006980         UNTIL AG-BKT > 5
006990     PERFORM 4700-ESCALATE THRU 4700-EXIT.
007000 4500-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------
007040 4600-PRINT-BUCKET.
007050*----------------------------------------------------------------
007060     MOVE AG-BUCKET-NAME(AG-BKT)       TO AG-BKL-NAME
007070     MOVE AG-BKT-COUNT(AG-CAT, AG-BKT) TO AG-BKL-COUNT
007080     MOVE AG-BKT-VALUE(AG-CAT, AG-BKT) TO AG-BKL-VALUE
007090     WRITE REPORT-RECORD FROM AG-BUCKET-LINE.
007100 4600-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140 4700-ESCALATE.
007150*----------------------------------------------------------------
007160*    ONE MESSAGE PER CATEGORY AT MOST, AT THE WORSE SEVERITY IT
007170*    REACHES, UNDER THE CATEGORY'S OWN MESSAGE ID.
007180     IF AG-CAT-ERROR-COUNT(AG-CAT) > ZERO
007190         MOVE "E" TO AG-LOG-SEVERITY
007200         MOVE AG-CAT-ERROR-COUNT(AG-CAT) TO AG-ESC-COUNT
007210         MOVE AG-ERROR-DAYS TO AG-ESC-DAYS
007220         ADD 1 TO AG-ERROR-TOTAL
007230     ELSE
007240         IF AG-CAT-WARN-COUNT(AG-CAT) > ZERO
007250             MOVE "W" TO AG-LOG-SEVERITY
007260             MOVE AG-CAT-WARN-COUNT(AG-CAT) TO AG-ESC-COUNT
007270             MOVE AG-WARN-DAYS TO AG-ESC-DAYS
007280             ADD 1 TO AG-WARN-TOTAL
007290         ELSE
007300             GO TO 4700-EXIT
007310         END-IF
007320     END-IF
007330     MOVE AG-CAT-MSG-ID(AG-CAT) TO AG-LOG-MESSAGE-ID
007340     MOVE AG-CAT-SHORT(AG-CAT) TO AG-ESC-CATEGORY
007350     MOVE AG-ESCALATION-TEXT   TO AG-LOG-TEXT
007360     DISPLAY "AGERPT - " AG-LOG-SEVERITY " " AG-ESCALATION-TEXT
007370     PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT.
007380 4700-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------
007420 5000-AGE-ITEM.
007430*----------------------------------------------------------------
007440*    A DATE THAT IS MISSING, NOT A DATE, OR LATER THAN TODAY AGES
007450*    AS TODAY - THE ITEM IS STILL LISTED AND COUNTED.
007460     MOVE ZERO TO AG-ITEM-DAYS
007470     IF AG-ITEM-DATE IS NUMERIC
007480      AND AG-ITEM-DATE NOT = ZERO
007490      AND AG-ITEM-DATE < AG-RUN-DATE
007500         MOVE AG-ITEM-DATE TO AG-DATE-WORK
007510         PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
007520         IF AG-DAY-NUMBER < AG-RUN-DAY-NUMBER
007530             COMPUTE AG-ITEM-DAYS =
007540                 AG-RUN-DAY-NUMBER - AG-DAY-NUMBER
007550         END-IF
007560     END-IF
007570     EVALUATE TRUE
007580         WHEN AG-ITEM-DAYS < 2
007590             MOVE 1 TO AG-BKT
007600         WHEN AG-ITEM-DAYS < 6
007610             MOVE 2 TO AG-BKT
007620         WHEN AG-ITEM-DAYS < 11
007630             MOVE 3 TO AG-BKT
007640         WHEN OTHER
007650             MOVE 4 TO AG-BKT
007660     END-EVALUATE
007670     ADD 1             TO AG-BKT-COUNT(AG-CAT, AG-BKT)
007680     ADD AG-ITEM-VALUE TO AG-BKT-VALUE(AG-CAT, AG-BKT)
007690     ADD 1             TO AG-BKT-COUNT(AG-CAT, 5)
007700     ADD AG-ITEM-VALUE TO AG-BKT-VALUE(AG-CAT, 5)
007710     IF AG-ITEM-DAYS > AG-ERROR-DAYS
007720         ADD 1 TO AG-CAT-ERROR-COUNT(AG-CAT)
007730     END-IF
007740     IF AG-ITEM-DAYS > AG-WARN-DAYS
007750         ADD 1 TO AG-CAT-WARN-COUNT(AG-CAT)
007760     END-IF
007770     MOVE AG-ITEM-KEY TO AG-DTL-KEY
007780     IF AG-ITEM-DAYS > 999
007790         MOVE 999 TO AG-DTL-DAYS
007800     ELSE
007810         MOVE AG-ITEM-DAYS TO AG-DTL-DAYS
007820     END-IF
007830     MOVE AG-ITEM-VALUE  TO AG-DTL-VALUE
007840     MOVE AG-ITEM-REASON TO AG-DTL-REASON
007850     WRITE REPORT-RECORD FROM AG-DETAIL-LINE.
007860 5000-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------
007900 8100-DAY-NUMBER.
007910*----------------------------------------------------------------
007920*    AG-DATE-WORK (YYYYMMDD) TO AG-DAY-NUMBER.  THE YEAR IS TAKEN
007930*    TO START IN MARCH, SO JANUARY AND FEBRUARY COUNT AS MONTHS 13
007940*    AND 14 OF THE YEAR BEFORE; EACH DIVISION IS ITS OWN STEP SO
007950*    IT TRUNCATES.  A MONTH OUTSIDE 01-12 IS TAKEN AS 01.
007960     MOVE AG-DATE-YYYY TO AG-CALC-YEAR
007970     MOVE AG-DATE-MM   TO AG-CALC-MONTH
007980     IF AG-CALC-MONTH < 1
007990      OR AG-CALC-MONTH > 12
008000         MOVE 1 TO AG-CALC-MONTH
008010     END-IF
008020     IF AG-CALC-MONTH < 3
008030         SUBTRACT 1 FROM AG-CALC-YEAR
008040         ADD 12 TO AG-CALC-MONTH
008050     END-IF
008060     COMPUTE AG-DAY-NUMBER = AG-CALC-YEAR * 365 + AG-DATE-DD
008070     DIVIDE AG-CALC-YEAR BY 4   GIVING AG-CALC-WORK
008080     ADD AG-CALC-WORK TO AG-DAY-NUMBER
008090     DIVIDE AG-CALC-YEAR BY 100 GIVING AG-CALC-WORK
008100     SUBTRACT AG-CALC-WORK FROM AG-DAY-NUMBER
008110     DIVIDE AG-CALC-YEAR BY 400 GIVING AG-CALC-WORK
008120     ADD AG-CALC-WORK TO AG-DAY-NUMBER
008130     COMPUTE AG-CALC-WORK = (153 * (AG-CALC-MONTH - 3) + 2) / 5
008140     ADD AG-CALC-WORK TO AG-DAY-NUMBER.
008150 8100-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------
008190 8800-WRITE-OPS-LOG.
008200*----------------------------------------------------------------
008210*    THE CALLER STAGES AG-LOG-MESSAGE-ID, AG-LOG-SEVERITY AND
008220*    AG-LOG-TEXT.  OPSLOG IS ONLY OPENED WHEN THERE IS SOMETHING
008230*    TO ESCALATE, AS MANIPDRV APPENDS IT.
008240     IF AG-OPSLOG-NOT-OPENED
008250         OPEN EXTEND OPS-LOG
008260         IF AG-OPSLOG-FILE-STATUS = "35"
008270             OPEN OUTPUT OPS-LOG
008280         END-IF
008290         IF AG-OPSLOG-FILE-STATUS NOT = "00"
008300             DISPLAY "AGERPT - OPSLOG OPEN FAILED, STATUS "
008310                 AG-OPSLOG-FILE-STATUS
008320             GO TO 8800-EXIT
008330         END-IF
008340         SET AG-OPSLOG-OPENED TO TRUE
008350     END-IF
008360     MOVE AG-LOG-MESSAGE-ID TO OPL-MESSAGE-ID
008370     MOVE AG-LOG-SEVERITY   TO OPL-SEVERITY
008380     MOVE AG-RUN-DATE       TO OPL-LOG-DATE
008390     ACCEPT AG-LOG-TIME FROM TIME
008400     MOVE AG-LOG-TIME       TO OPL-LOG-TIME
008410     MOVE "AGERPT  "        TO OPL-JOB-ID
008420     MOVE AG-LOG-TEXT       TO OPL-MESSAGE-TEXT
008430     WRITE OPS-LOG-RECORD.
008440 8800-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------
008480 9000-TERMINATE.
008490*----------------------------------------------------------------
008500     IF AG-RUN-REFUSED
008510         GO TO 9000-EXIT
008520     END-IF
008530     MOVE AG-WARN-TOTAL  TO AG-SUM-WARN
008540     MOVE AG-ERROR-TOTAL TO AG-SUM-ERROR
008550     WRITE REPORT-RECORD FROM AG-BLANK-LINE
008560     WRITE REPORT-RECORD FROM AG-SUMMARY-LINE
008570     CLOSE AGE-REPORT
008580     IF AG-OPSLOG-OPENED
008590         CLOSE OPS-LOG
008600     END-IF
008610     DISPLAY "AGERPT - " AG-SUMMARY-LINE.
008620 9000-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------------
008660 9500-SET-RETURN-CODE.
008670*----------------------------------------------------------------
008680*    SO THE SCHEDULER CAN CHASE STALE ITEMS BEFORE MONTH-END:
008690*        16  RUN REFUSED - BAD PARAMETER CARD
008700*        12  A FILE COULD NOT BE READ, OR THE CLOSED-ITEM TABLE
008705*            OVERFLOWED - THE REPORT IS INCOMPLETE
008710*         8  ITEMS OUTSTANDING PAST THE ERROR THRESHOLD
008720*         4  ITEMS OUTSTANDING PAST THE WARNING THRESHOLD
008730*         0  NOTHING PAST EITHER THRESHOLD
008740     EVALUATE TRUE
008750         WHEN AG-RUN-REFUSED
008760             MOVE 16 TO AG-RC-VALUE
008770         WHEN AG-FILE-FAILURE
008780             MOVE 12 TO AG-RC-VALUE
008790         WHEN AG-ERROR-TOTAL > ZERO
008800             MOVE 8 TO AG-RC-VALUE
008810         WHEN AG-WARN-TOTAL > ZERO
008820             MOVE 4 TO AG-RC-VALUE
008830         WHEN OTHER
008840             MOVE 0 TO AG-RC-VALUE
008850     END-EVALUATE
008860     MOVE AG-RC-VALUE TO RETURN-CODE.
008870 9500-EXIT.
008880     EXIT.
