000270*                  CLOSED PERIOD.  THE CLOSE IS HONOURED ONLY
000280*                  FOR A SUPERVISOR, FOR A PERIOD ALREADY PAST,
000290*                  AND ONLY ONCE PER PERIOD.
000291* 2026-10-15 JM    C/D AND GL D TOTALS WIDENED FOR THE SEVEN-DIGIT
000292*                  TWO-DECIMAL AMOUNTS (SEE CPYLINK) AND PRINTED
000293*                  WITH THEIR DECIMALS.
000294* 2026-10-15 JM    REVERSALS ARE NOW KEPT OUT OF THE GL D TOTAL
000295*                  AND TAKEN OFF IT ON A NET LINE, AND THE
000296*                  PERIOD'S CORRECTIONS ARE LISTED AS REVERSAL/
000297*                  REPLACEMENT PAIRS WITH REASONS (SEE CPYGL).
000298* 2026-10-15 JM    THE CLOSE NOW ALSO COUNTS THE PERIOD'S REJECTS
000299*                  (REJOUT), WRITE-OFFS (WRITEOFF) AND GL POSTINGS
000300*                  WRITTEN OFF, AND ONCE THE PERIOD IS LOCKED
000301*                  WRITES ALL ITS FIGURES TO THE PERHIST PERIOD
000302*                  HISTORY FILE (SEE CPYPHST) FOR THE TRNDRPT
000303*                  TREND REPORT.  RC 8 WHEN THE PERIOD LOCKED BUT
000304*                  ITS HISTORY COULD NOT BE WRITTEN.
000305* 2026-10-15 JM    THE PERIOD'S REJECTS ARE NOW SUMMED FROM
000306*                  REJHIST (SEE CPYRJHS) - REJOUT ONLY HELD THE
000307*                  LAST RUN.  REVERSALS ARE KEPT OUT OF THE
000308*                  ACCEPTED, REJECTED AND WRITTEN-OFF GL TOTALS.
000309*                  A LOCKED SUPERVISOR CAN NO LONGER CLOSE A
000310*                  PERIOD.
000311*----------------------------------------------------------------
000312
000320******************************************************************
000330* ENVIRONMENT DIVISION.
000340******************************************************************
000590                             ORGANIZATION LINE SEQUENTIAL
000600                             FILE STATUS IS ME-RATE-FILE-STATUS.
000610
000612     SELECT REJECT-HISTORY  ASSIGN TO "REJHIST"
000614                             ORGANIZATION LINE SEQUENTIAL
000616                             FILE STATUS IS ME-REJ-FILE-STATUS.
000618
000620     SELECT WRITEOFF-IN     ASSIGN TO "WRITEOFF"
000622                             ORGANIZATION LINE SEQUENTIAL
000624                             FILE STATUS IS ME-WOF-FILE-STATUS.
000626
000628     SELECT PERIOD-HISTORY  ASSIGN TO "PERHIST"
000630                             ORGANIZATION IS INDEXED
000632                             ACCESS MODE IS DYNAMIC
000634                             RECORD KEY IS PHS-KEY
000636                             FILE STATUS IS ME-PHS-FILE-STATUS.
000637
000638     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
000639                             ORGANIZATION LINE SEQUENTIAL
000640                             FILE STATUS IS ME-RUNCTL-FILE-STATUS.
000650
000660     SELECT REPORT-OUT      ASSIGN TO "MERPT"
000950     LABEL RECORDS ARE STANDARD.
000960     COPY CPYRATE.
000970
000972 FD  REJECT-HISTORY
000974     LABEL RECORDS ARE STANDARD.
000976     COPY CPYRJHS.
000978
000980 FD  WRITEOFF-IN
000982     LABEL RECORDS ARE STANDARD.
000984     COPY CPYWOFF.
000986
000988 FD  PERIOD-HISTORY
000990     LABEL RECORDS ARE STANDARD.
000992     COPY CPYPHST.
000994
000996 FD  RUN-CONTROL
000998     LABEL RECORDS ARE STANDARD.
001000     COPY CPYRUNCTL.
001010
001020 FD  REPORT-OUT
001390     05  ME-OPER-AUTHORITY    PIC X(01)    VALUE SPACE.
001400         88  ME-OPER-SUPERVISOR            VALUE "S".
001402     05  ME-OPER-MST-STATUS   PIC X(01)    VALUE SPACE.
001404         88  ME-OPER-ACTIVE                VALUES "A" " ".
001410     05  ME-JOB-SWITCH        PIC X(01)    VALUE "N".
001420         88  ME-JOB-FOUND                  VALUE "Y".
001430         88  ME-JOB-NOT-FOUND               VALUE "N".
001440     05  ME-RATE-HIT-SWITCH   PIC X(01)    VALUE "N".
001450         88  ME-RATE-HIT                   VALUE "Y".
001460         88  ME-RATE-NO-HIT                 VALUE "N".
001462     05  ME-CORR-HDG-SWITCH   PIC X(01)    VALUE "N".
001464         88  ME-CORR-HDG-WRITTEN           VALUE "Y".
001466         88  ME-CORR-HDG-NOT-WRITTEN        VALUE "N".
001468     05  ME-PEND-REV-SWITCH   PIC X(01)    VALUE "N".
001470         88  ME-REVERSAL-PENDING           VALUE "Y".
001472         88  ME-NO-REVERSAL-PENDING         VALUE "N".
001473     05  ME-REJ-EOF-SWITCH    PIC X(01)    VALUE "N".
001474         88  ME-REJ-END-OF-FILE            VALUE "Y".
001475         88  ME-REJ-NOT-END-OF-FILE         VALUE "N".
001476     05  ME-WOF-EOF-SWITCH    PIC X(01)    VALUE "N".
001477         88  ME-WOF-END-OF-FILE            VALUE "Y".
001478         88  ME-WOF-NOT-END-OF-FILE         VALUE "N".
001479     05  ME-PHS-EOF-SWITCH    PIC X(01)    VALUE "N".
001480         88  ME-PHS-END-OF-FILE            VALUE "Y".
001481         88  ME-PHS-NOT-END-OF-FILE         VALUE "N".
001482     05  ME-HISTORY-SWITCH    PIC X(01)    VALUE "N".
001483         88  ME-HISTORY-FAILED             VALUE "Y".
001484         88  ME-HISTORY-WRITTEN             VALUE "N".
001485     05  ME-CLASS-SWITCH      PIC X(01)    VALUE "N".
001486         88  ME-CLASS-FOUND                VALUE "Y".
001487         88  ME-CLASS-NOT-FOUND             VALUE "N".
001488
001489 01  ME-PARM-FILE-STATUS      PIC X(02).
001490 01  ME-OPER-FILE-STATUS      PIC X(02).
001500 01  ME-PERC-FILE-STATUS      PIC X(02).
001510 01  ME-AUDIT-FILE-STATUS     PIC X(02).
001520 01  ME-GL-FILE-STATUS        PIC X(02).
001530 01  ME-RATE-FILE-STATUS      PIC X(02).
001540 01  ME-RUNCTL-FILE-STATUS    PIC X(02).
001542 01  ME-REJ-FILE-STATUS       PIC X(02).
001544 01  ME-WOF-FILE-STATUS       PIC X(02).
001546 01  ME-PHS-FILE-STATUS       PIC X(02).
001550
001560 01  ME-COUNTERS.
001570     05  ME-AUDIT-READ        PIC 9(07) COMP VALUE ZERO.
001690     05  ME-GL-SWEPT          PIC 9(07) COMP VALUE ZERO.
001700     05  ME-GL-ACCEPTED       PIC 9(07) COMP VALUE ZERO.
001710     05  ME-GL-REJECTED       PIC 9(07) COMP VALUE ZERO.
001720     05  ME-GL-D-TOTAL        PIC 9(11)V9(02) COMP VALUE ZERO.
001722     05  ME-GL-REVERSALS      PIC 9(07) COMP VALUE ZERO.
001724     05  ME-GL-REPLACEMENTS   PIC 9(07) COMP VALUE ZERO.
001726     05  ME-GL-REV-TOTAL      PIC 9(11)V9(02) COMP VALUE ZERO.
001728     05  ME-GL-REPL-TOTAL     PIC 9(11)V9(02) COMP VALUE ZERO.
001729     05  ME-GL-NET-TOTAL      PIC S9(11)V9(02) COMP VALUE ZERO.
001730     05  ME-RUN-COUNT         PIC 9(03) COMP VALUE ZERO.
001740     05  ME-RUN-INDEX         PIC 9(03) COMP VALUE ZERO.
001750     05  ME-FLAGGED-COUNT     PIC 9(03) COMP VALUE ZERO.
001752     05  ME-GL-ACC-TOTAL      PIC 9(11)V9(02) COMP VALUE ZERO.
001754     05  ME-GL-REJ-TOTAL      PIC 9(11)V9(02) COMP VALUE ZERO.
001756     05  ME-GL-WRITTEN-OFF    PIC 9(07) COMP VALUE ZERO.
001758     05  ME-GL-WOFF-TOTAL     PIC 9(11)V9(02) COMP VALUE ZERO.
001760     05  ME-REJ-COUNT         PIC 9(07) COMP VALUE ZERO.
001762     05  ME-REJ-TOTAL         PIC 9(11)V9(02) COMP VALUE ZERO.
001764     05  ME-WOF-COUNT         PIC 9(07) COMP VALUE ZERO.
001766     05  ME-WOF-TOTAL         PIC 9(11)V9(02) COMP VALUE ZERO.
001768     05  ME-ITEM-VALUE        PIC 9(07)V9(02) VALUE ZERO.
001770     05  ME-CLASS-COUNT       PIC 9(03) COMP VALUE ZERO.
001772     05  ME-CLASS-INDEX       PIC 9(03) COMP VALUE ZERO.
001773     05  ME-CLASS-FOUND-INDEX PIC 9(03) COMP VALUE ZERO.
001774     05  ME-HISTORY-COUNT     PIC 9(07) COMP VALUE ZERO.
001776     05  ME-HISTORY-PURGED    PIC 9(07) COMP VALUE ZERO.
001777
001778 01  ME-RUN-DATE              PIC 9(08).
001780 01  ME-RUN-DATE-PARTS REDEFINES ME-RUN-DATE.
001790     05  ME-RUN-PERIOD        PIC 9(06).
001800     05  FILLER               PIC 9(02).
001890     05  ME-CLS-YEAR          PIC 9(04).
001900     05  ME-CLS-MONTH         PIC 9(02).
001910
001920*    ONE CONSOLIDATION ROW PER JOB ID SEEN IN THE PERIOD, WHICH
001930*    IS STILL STRUCK BY RUN DATE.  AUD-BATCH-ID IS BLANK OUTSIDE
001940*    BATCH MODE AND ON CONVERTED RECORDS, SO ONLY THE JOB ID AND
001945*    RUN DATE ARE ON EVERY CALCULATION THE CLOSE MUST COUNT.
001950 01  ME-JOB-TABLE.
001960     05  ME-JOB-ENTRY         OCCURS 100 TIMES.
001970         10  ME-JOB-ID        PIC X(08).
001980         10  ME-JOB-RECS      PIC 9(07) COMP.
001990         10  ME-JOB-C-TOTAL   PIC 9(11)V9(02) COMP.
002000         10  ME-JOB-D-TOTAL   PIC 9(11)V9(02) COMP.
002010
002020*    THE WHOLE RATE TABLE, LOADED AT START-UP.  EACH AUDIT
002030*    RECORD IS CONSOLIDATED UNDER THE RATE IN EFFECT FOR ITS
002080         10  ME-RTE-DATE      PIC 9(08).
002090         10  ME-RTE-PCT       PIC 9(03)V9(02).
002100         10  ME-RTE-RECS      PIC 9(07) COMP.
002110         10  ME-RTE-C-TOTAL   PIC 9(11)V9(02) COMP.
002120         10  ME-RTE-D-TOTAL   PIC 9(11)V9(02) COMP.
002130
002131*    THE RATE ROWS ABOVE FOLDED TO ONE ROW PER RATE CLASS FOR THE
002132*    PERIOD HISTORY - A CLASS WHOSE RATE CHANGED IN THE MONTH IS
002133*    STILL ONE FIGURE FROM MONTH TO MONTH.
002134 01  ME-CLASS-TABLE.
002135     05  ME-CLASS-ENTRY       OCCURS 50 TIMES.
002136         10  ME-CLS-CLASS     PIC X(02).
002137         10  ME-CLS-RECS      PIC 9(07) COMP.
002138         10  ME-CLS-C-TOTAL   PIC 9(11)V9(02) COMP.
002139         10  ME-CLS-D-TOTAL   PIC 9(11)V9(02) COMP.
002140
002145*    THE WHOLE RUN-CONTROL FILE, HELD IN STORAGE AND REWRITTEN
002150*    WHOLE WITH THE MONTH-END FLAG SET - THE SAME WAY MANIPDRV
002160*    REWRITES IT WHEN AN ENTRY CHANGES STATE.
002170 01  ME-RUNCTL-TABLE.
002210         10  ME-RUN-STATUS    PIC X(01).
002220         10  ME-RUN-ME-FLAG   PIC X(01).
002230
002231*    A REVERSAL HELD UNTIL THE NEXT POSTING SHOWS WHETHER ITS
002232*    REPLACEMENT FOLLOWS - MANIPDRV WRITES THE PAIR ONE AFTER THE
002233*    OTHER, SO THE REPLACEMENT IS THE VERY NEXT KEY.
002234 01  ME-PENDING-REVERSAL.
002235     05  ME-PRV-ORIG-KEY.
002236         10  ME-PRV-JOB-ID    PIC X(08).
002237         10  ME-PRV-RUN-DATE  PIC 9(08).
002238         10  ME-PRV-RUN-TIME  PIC 9(08).
002239         10  ME-PRV-SEQUENCE  PIC 9(07).
002240     05  ME-PRV-D-VALUE       PIC 9(07)V9(02).
002241     05  ME-PRV-REASON        PIC X(30).
002242
002243 01  ME-HEADING-LINE.
002250     05  PIC X(26) VALUE "MONTH-END CLOSE - PERIOD :".
002260     05  PIC X(01) VALUE SPACE.
002270     05  ME-HDG-PERIOD        PIC 9(06).
002290 01  ME-JOB-COLUMN-LINE.
002300     05  PIC X(09) VALUE "JOB ID   ".
002310     05  PIC X(09) VALUE "   COUNT ".
002320     05  PIC X(13) VALUE "      C TOTAL".
002330     05  PIC X(16) VALUE "         D TOTAL".
002340
002350 01  ME-JOB-DETAIL-LINE.
002360     05  ME-JDL-JOB-ID        PIC X(08).
002370     05  PIC X(01) VALUE SPACE.
002380     05  ME-JDL-COUNT         PIC ZZZZZZ9.
002390     05  PIC X(01) VALUE SPACE.
002400     05  ME-JDL-C-TOTAL       PIC Z(10)9.99.
002410     05  PIC X(02) VALUE SPACE.
002420     05  ME-JDL-D-TOTAL       PIC Z(10)9.99.
002430
002440 01  ME-RATE-COLUMN-LINE.
002445     05  PIC X(06) VALUE "CLASS ".
002450     05  PIC X(10) VALUE "EFFECTIVE ".
002460     05  PIC X(08) VALUE "   RATE ".
002470     05  PIC X(09) VALUE "   COUNT ".
002480     05  PIC X(11) VALUE "    C TOTAL".
002490     05  PIC X(16) VALUE "         D TOTAL".
002500
002510 01  ME-RATE-DETAIL-LINE.
002512     05  ME-RDL-CLASS         PIC X(02).
002550     05  PIC X(01) VALUE SPACE.
002560     05  ME-RDL-COUNT         PIC ZZZZZZ9.
002570     05  PIC X(01) VALUE SPACE.
002580     05  ME-RDL-C-TOTAL       PIC Z(10)9.99.
002590     05  PIC X(02) VALUE SPACE.
002600     05  ME-RDL-D-TOTAL       PIC Z(10)9.99.
002610
002620 01  ME-NO-RATE-LINE.
002630     05  PIC X(24) VALUE "NO RATE IN EFFECT     : ".
002740     05  ME-GSL-REJECTED      PIC ZZZZZZ9.
002750
002760 01  ME-GL-TOTAL-LINE.
002761     05  PIC X(24) VALUE "GL D VALUE TOTAL      : ".
002762     05  ME-GTL-D-TOTAL       PIC Z(10)9.99.
002763
002764 01  ME-GL-CORR-SUMMARY-LINE.
002765     05  PIC X(13) VALUE "REVERSALS  : ".
002766     05  ME-GCS-REVERSALS     PIC ZZZZZZ9.
002767     05  PIC X(01) VALUE SPACE.
002768     05  ME-GCS-REV-TOTAL     PIC Z(10)9.99.
002769     05  PIC X(17) VALUE "  REPLACEMENTS : ".
002770     05  ME-GCS-REPLACEMENTS  PIC ZZZZZZ9.
002771     05  PIC X(01) VALUE SPACE.
002772     05  ME-GCS-REPL-TOTAL    PIC Z(10)9.99.
002773
002774 01  ME-GL-NET-LINE.
002775     05  PIC X(24) VALUE "GL D VALUE NET        : ".
002776     05  ME-GNL-NET-TOTAL     PIC Z(10)9.99-.
002777
002778 01  ME-GL-WOFF-LINE.
002779     05  PIC X(24) VALUE "GL WRITTEN OFF        : ".
002780     05  ME-GWL-COUNT         PIC ZZZZZZ9.
002781     05  PIC X(01) VALUE SPACE.
002782     05  ME-GWL-TOTAL         PIC Z(10)9.99.
002783
002784 01  ME-REJ-SUMMARY-LINE.
002785     05  PIC X(13) VALUE "REJECTS    : ".
002786     05  ME-RSL-REJ-COUNT     PIC ZZZZZZ9.
002787     05  PIC X(01) VALUE SPACE.
002788     05  ME-RSL-REJ-TOTAL     PIC Z(10)9.99.
002789     05  PIC X(15) VALUE "  WRITE-OFFS : ".
002790     05  ME-RSL-WOF-COUNT     PIC ZZZZZZ9.
002791     05  PIC X(01) VALUE SPACE.
002792     05  ME-RSL-WOF-TOTAL     PIC Z(10)9.99.
002793
002794 01  ME-HISTORY-LINE.
002795     05  PIC X(33) VALUE "PERIOD HISTORY RECORDS WRITTEN : ".
002796     05  ME-HSL-COUNT         PIC ZZZZZZ9.
002804
002805 01  ME-CORR-HEADING-LINE.
002806     05  PIC X(40) VALUE "GL CORRECTIONS - POSTING CORRECTED".
002807     05  PIC X(40) VALUE "      REVERSED    REPLACED".
002808
002809 01  ME-CORR-DETAIL-LINE.
002810     05  ME-CDL-JOB-ID        PIC X(08).
002811     05  PIC X(01) VALUE SPACE.
002812     05  ME-CDL-RUN-DATE      PIC 9(08).
002813     05  PIC X(01) VALUE SPACE.
002814     05  ME-CDL-RUN-TIME      PIC 9(08).
002815     05  PIC X(01) VALUE SPACE.
002816     05  ME-CDL-SEQUENCE      PIC 9(07).
002817     05  PIC X(02) VALUE SPACE.
002818     05  ME-CDL-REVERSED      PIC Z(6)9.99.
002819     05  PIC X(02) VALUE SPACE.
002820     05  ME-CDL-REPLACED      PIC Z(6)9.99.
002821     05  PIC X(02) VALUE SPACE.
002822     05  ME-CDL-NOTE          PIC X(16).
002823
002824 01  ME-CORR-REASON-LINE.
002825     05  PIC X(13) VALUE "    REASON : ".
002826     05  ME-CRL-REASON        PIC X(30).
002827
002828 01  ME-CLOSED-LINE.
002830     05  PIC X(07) VALUE "PERIOD ".
002832     05  ME-CLL-PERIOD        PIC 9(06).
002834     05  PIC X(11) VALUE " CLOSED BY ".
002840     05  ME-CLL-OPERATOR      PIC X(08).
002850     05  PIC X(04) VALUE " ON ".
002860     05  ME-CLL-DATE          PIC 9(08).
003040         PERFORM 5000-PROCESS-GL      THRU 5000-EXIT
003050             UNTIL ME-GL-END-OF-FILE
003060         PERFORM 5500-REPORT-GL       THRU 5500-EXIT
003062         PERFORM 5600-PROCESS-REJECTS THRU 5600-EXIT
003064         PERFORM 5700-PROCESS-WRITEOFFS THRU 5700-EXIT
003066         PERFORM 5800-REPORT-REJECTS  THRU 5800-EXIT
003070         PERFORM 6000-LOCK-PERIOD     THRU 6000-EXIT
003072         IF ME-CLOSE-PERMITTED
003074             PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
003076         END-IF
003080     END-IF
003090     PERFORM 9000-TERMINATE       THRU 9000-EXIT
003100     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
003950 1200-VERIFY-SUPERVISOR.
003960*----------------------------------------------------------------
003970*    THE CARD OPERATOR MUST HOLD SUPERVISOR AUTHORITY ON THE
003980*    OPERATOR MASTER AND BE ACTIVE - NEITHER DISABLED NOR LOCKED
003990*    OUT - THE SAME RULE 1455-VERIFY-FORCE APPLIES TO THE
004000*    PARM-CARD FORCE FLAG IN MANIPDRV AND BRMAINT TO ITS CARDS.
004005*    NO OPERATOR MASTER AT ALL REFUSES THE CLOSE.
004010     SET ME-OPER-NOT-FOUND TO TRUE
004020     MOVE SPACE TO ME-OPER-AUTHORITY
004025     MOVE SPACE TO ME-OPER-MST-STATUS
004140     CLOSE OPERATOR-MASTER
004150     IF ME-OPER-NOT-FOUND
004160      OR NOT ME-OPER-SUPERVISOR
004165      OR NOT ME-OPER-ACTIVE
004170         DISPLAY "MNTHEND - SUPERVISOR AUTHORITY REQUIRED, "
004180             "NOTHING CLOSED"
004190         SET ME-CLOSE-REFUSED TO TRUE
006880*----------------------------------------------------------------
006890 5000-PROCESS-GL.
006900*----------------------------------------------------------------
006902*    A REVERSAL IS COUNTED WITH THE POSTINGS BUT ITS VALUE IS
006904*    KEPT OUT OF THE ACK TOTALS, AS 5200 KEEPS IT OUT OF THE D
006906*    TOTAL - IT TAKES A VALUE OFF THE LEDGER, NOT ONTO IT.
006910     IF GL-KEY-RUN-DATE IS NUMERIC
006920         MOVE GL-KEY-RUN-DATE TO ME-WORK-DATE
006930         IF ME-WORK-PERIOD = ME-CLOSE-PERIOD
006940             ADD 1 TO ME-GL-WRITTEN
006950             IF GL-D-VALUE IS NUMERIC
006960                 PERFORM 5200-ACCUMULATE-VALUE THRU 5200-EXIT
006970             END-IF
006980             IF GL-SENT
006990                 ADD 1 TO ME-GL-SWEPT
007000             END-IF
007010             IF GL-ACK-ACCEPTED
007020                 ADD 1 TO ME-GL-ACCEPTED
007022                 IF GL-D-VALUE IS NUMERIC
007023                  AND NOT GL-POST-REVERSAL
007024                     ADD GL-D-VALUE TO ME-GL-ACC-TOTAL
007026                 END-IF
007030             END-IF
007040             IF GL-ACK-REJECTED
007050                 ADD 1 TO ME-GL-REJECTED
007052                 IF GL-D-VALUE IS NUMERIC
007053                  AND NOT GL-POST-REVERSAL
007054                     ADD GL-D-VALUE TO ME-GL-REJ-TOTAL
007056                 END-IF
007060             END-IF
007062             IF GL-ACK-WRITTEN-OFF
007064                 ADD 1 TO ME-GL-WRITTEN-OFF
007066                 IF GL-D-VALUE IS NUMERIC
007067                  AND NOT GL-POST-REVERSAL
007068                     ADD GL-D-VALUE TO ME-GL-WOFF-TOTAL
007069                 END-IF
007071             END-IF
007073         END-IF
007080     END-IF
007090     PERFORM 5100-READ-GL THRU 5100-EXIT.
007100 5000-EXIT.
007190     END-IF.
007200 5100-EXIT.
007210     EXIT.
007211
007212*----------------------------------------------------------------
007213 5200-ACCUMULATE-VALUE.
007214*----------------------------------------------------------------
007215*    A REVERSAL COUNTS AGAINST THE LEDGER; THE NET IS STRUCK AT
007216*    5500.  EACH CORRECTION IS LISTED AS IT IS MET.
007217     IF GL-POST-REVERSAL
007218         ADD 1 TO ME-GL-REVERSALS
007219         ADD GL-D-VALUE TO ME-GL-REV-TOTAL
007220         IF ME-REVERSAL-PENDING
007221             PERFORM 5300-LIST-UNPAIRED THRU 5300-EXIT
007222         END-IF
007223         MOVE GL-ORIG-KEY          TO ME-PRV-ORIG-KEY
007224         MOVE GL-D-VALUE           TO ME-PRV-D-VALUE
007225         MOVE GL-CORRECTION-REASON TO ME-PRV-REASON
007226         SET ME-REVERSAL-PENDING TO TRUE
007227         GO TO 5200-EXIT
007228     END-IF
007229     ADD GL-D-VALUE TO ME-GL-D-TOTAL
007230     IF GL-POST-REPLACEMENT
007231         ADD 1 TO ME-GL-REPLACEMENTS
007232         ADD GL-D-VALUE TO ME-GL-REPL-TOTAL
007233         PERFORM 5400-LIST-REPLACEMENT THRU 5400-EXIT
007234         GO TO 5200-EXIT
007235     END-IF
007236     IF ME-REVERSAL-PENDING
007237         PERFORM 5300-LIST-UNPAIRED THRU 5300-EXIT
007238     END-IF.
007239 5200-EXIT.
007240     EXIT.
007241
007242*----------------------------------------------------------------
007243 5300-LIST-UNPAIRED.
007244*----------------------------------------------------------------
007245*    A REVERSAL WITH NO REPLACEMENT BEHIND IT.
007246     PERFORM 5350-WRITE-CORR-HEADING THRU 5350-EXIT
007248     MOVE ME-PRV-JOB-ID    TO ME-CDL-JOB-ID
007249     MOVE ME-PRV-RUN-DATE  TO ME-CDL-RUN-DATE
007250     MOVE ME-PRV-RUN-TIME  TO ME-CDL-RUN-TIME
007251     MOVE ME-PRV-SEQUENCE  TO ME-CDL-SEQUENCE
007252     MOVE ME-PRV-D-VALUE   TO ME-CDL-REVERSED
007253     MOVE ZERO             TO ME-CDL-REPLACED
007254     MOVE "NO REPLACEMENT" TO ME-CDL-NOTE
007255     WRITE REPORT-RECORD FROM ME-CORR-DETAIL-LINE
007256     MOVE ME-PRV-REASON    TO ME-CRL-REASON
007257     WRITE REPORT-RECORD FROM ME-CORR-REASON-LINE
007258     SET ME-NO-REVERSAL-PENDING TO TRUE.
007259 5300-EXIT.
007260     EXIT.
007261
007262*----------------------------------------------------------------
007263 5350-WRITE-CORR-HEADING.
007264*----------------------------------------------------------------
007265     IF ME-CORR-HDG-NOT-WRITTEN
007266         WRITE REPORT-RECORD FROM ME-CORR-HEADING-LINE
007267         SET ME-CORR-HDG-WRITTEN TO TRUE
007268     END-IF.
007269 5350-EXIT.
007270     EXIT.
007271
007272*----------------------------------------------------------------
007273 5400-LIST-REPLACEMENT.
007274*----------------------------------------------------------------
007275*    A REPLACEMENT PAIRS WITH THE REVERSAL JUST HELD WHEN BOTH
007276*    NAME THE SAME ORIGINAL.  ONE ON ITS OWN CORRECTED A POSTING
007277*    THE LEDGER HAD WRITTEN OFF, SO NOTHING WAS REVERSED.
007278     IF ME-REVERSAL-PENDING
007279      AND ME-PRV-ORIG-KEY NOT = GL-ORIG-KEY
007280         PERFORM 5300-LIST-UNPAIRED THRU 5300-EXIT
007281     END-IF
007282     PERFORM 5350-WRITE-CORR-HEADING THRU 5350-EXIT
007283     MOVE GL-ORIG-JOB-ID   TO ME-CDL-JOB-ID
007284     MOVE GL-ORIG-RUN-DATE TO ME-CDL-RUN-DATE
007285     MOVE GL-ORIG-RUN-TIME TO ME-CDL-RUN-TIME
007286     MOVE GL-ORIG-SEQUENCE TO ME-CDL-SEQUENCE
007287     MOVE GL-D-VALUE       TO ME-CDL-REPLACED
007288     IF ME-REVERSAL-PENDING
007289         MOVE ME-PRV-D-VALUE TO ME-CDL-REVERSED
007290         MOVE SPACES         TO ME-CDL-NOTE
007291     ELSE
007292         MOVE ZERO           TO ME-CDL-REVERSED
007293         MOVE "NOT REVERSED"  TO ME-CDL-NOTE
007294     END-IF
007295     WRITE REPORT-RECORD FROM ME-CORR-DETAIL-LINE
007296     MOVE GL-CORRECTION-REASON TO ME-CRL-REASON
007297     WRITE REPORT-RECORD FROM ME-CORR-REASON-LINE
007298     SET ME-NO-REVERSAL-PENDING TO TRUE.
007299 5400-EXIT.
007300     EXIT.
007301
007302*----------------------------------------------------------------
007303 5500-REPORT-GL.
007304*----------------------------------------------------------------
007305     IF ME-REVERSAL-PENDING
007306         PERFORM 5300-LIST-UNPAIRED THRU 5300-EXIT
007307     END-IF
007308     IF ME-CORR-HDG-WRITTEN
007309         WRITE REPORT-RECORD FROM ME-BLANK-LINE
007310     END-IF
007311     MOVE ME-GL-WRITTEN  TO ME-GSL-WRITTEN
007312     MOVE ME-GL-SWEPT    TO ME-GSL-SWEPT
007313     MOVE ME-GL-ACCEPTED TO ME-GSL-ACCEPTED
007314     MOVE ME-GL-REJECTED TO ME-GSL-REJECTED
007315     WRITE REPORT-RECORD FROM ME-GL-SUMMARY-LINE
007316     MOVE ME-GL-D-TOTAL  TO ME-GTL-D-TOTAL
007320     WRITE REPORT-RECORD FROM ME-GL-TOTAL-LINE
007322     MOVE ME-GL-REVERSALS    TO ME-GCS-REVERSALS
007324     MOVE ME-GL-REV-TOTAL    TO ME-GCS-REV-TOTAL
007326     MOVE ME-GL-REPLACEMENTS TO ME-GCS-REPLACEMENTS
007328     MOVE ME-GL-REPL-TOTAL   TO ME-GCS-REPL-TOTAL
007330     WRITE REPORT-RECORD FROM ME-GL-CORR-SUMMARY-LINE
007332     SUBTRACT ME-GL-REV-TOTAL FROM ME-GL-D-TOTAL
007334         GIVING ME-GL-NET-TOTAL
007336     MOVE ME-GL-NET-TOTAL    TO ME-GNL-NET-TOTAL
007338     WRITE REPORT-RECORD FROM ME-GL-NET-LINE
007339     MOVE ME-GL-WRITTEN-OFF  TO ME-GWL-COUNT
007340     MOVE ME-GL-WOFF-TOTAL   TO ME-GWL-TOTAL
007341     WRITE REPORT-RECORD FROM ME-GL-WOFF-LINE
007342     WRITE REPORT-RECORD FROM ME-BLANK-LINE.
007343 5500-EXIT.
007344     EXIT.
007345
007346*----------------------------------------------------------------
007347 5600-PROCESS-REJECTS.
007348*----------------------------------------------------------------
007349*    A REJECT BELONGS TO THE PERIOD OF ITS RUN DATE.  NO REJECT
007350*    FILE AT ALL MEANS NOTHING WAS REJECTED.
007351*    REJOUT HOLDS ONLY THE LAST RUN, SO THE PERIOD IS SUMMED
007352*    FROM THE COUNT AND VALUE MANIPDRV KEEPS FOR EVERY RUN ON
007353*    REJHIST (SEE CPYRJHS).
007357     SET ME-REJ-NOT-END-OF-FILE TO TRUE
007358     OPEN INPUT REJECT-HISTORY
007359     IF ME-REJ-FILE-STATUS NOT = "00"
007360         GO TO 5600-EXIT
007361     END-IF
007362     PERFORM 5610-READ-REJECT  THRU 5610-EXIT
007363     PERFORM 5620-COUNT-REJECT THRU 5620-EXIT
007364         UNTIL ME-REJ-END-OF-FILE
007365     CLOSE REJECT-HISTORY.
007366 5600-EXIT.
007367     EXIT.
007368
007369*----------------------------------------------------------------
007370 5610-READ-REJECT.
007371*----------------------------------------------------------------
007372     READ REJECT-HISTORY
007373         AT END
007374             SET ME-REJ-END-OF-FILE TO TRUE
007375     END-READ.
007376 5610-EXIT.
007377     EXIT.
007378
007379*----------------------------------------------------------------
007380 5620-COUNT-REJECT.
007381*----------------------------------------------------------------
007382     IF RJH-RUN-DATE IS NOT NUMERIC
007383         GO TO 5620-READ
007384     END-IF
007385     MOVE RJH-RUN-DATE TO ME-WORK-DATE
007386     IF ME-WORK-PERIOD NOT = ME-CLOSE-PERIOD
007387         GO TO 5620-READ
007388     END-IF
007389     ADD RJH-REJECT-COUNT TO ME-REJ-COUNT
007391     ADD RJH-REJECT-VALUE TO ME-REJ-TOTAL.
007392 5620-READ.
007393     PERFORM 5610-READ-REJECT THRU 5610-EXIT.
007394 5620-EXIT.
007395     EXIT.
007396
007419*----------------------------------------------------------------
007420 5700-PROCESS-WRITEOFFS.
007421*----------------------------------------------------------------
007422*    A WRITE-OFF BELONGS TO THE PERIOD IT WAS MADE IN.  ONE A
007423*    SUPERVISOR BOUNCED WENT BACK FOR REVIEW AND IS NOT COUNTED;
007424*    ONE STILL PENDING AT THE CLOSE IS.
007425     SET ME-WOF-NOT-END-OF-FILE TO TRUE
007426     OPEN INPUT WRITEOFF-IN
007427     IF ME-WOF-FILE-STATUS NOT = "00"
007428         GO TO 5700-EXIT
007429     END-IF
007430     PERFORM 5710-READ-WRITEOFF  THRU 5710-EXIT
007431     PERFORM 5720-COUNT-WRITEOFF THRU 5720-EXIT
007432         UNTIL ME-WOF-END-OF-FILE
007433     CLOSE WRITEOFF-IN.
007434 5700-EXIT.
007435     EXIT.
007436
007437*----------------------------------------------------------------
007438 5710-READ-WRITEOFF.
007439*----------------------------------------------------------------
007440     READ WRITEOFF-IN
007441         AT END
007442             SET ME-WOF-END-OF-FILE TO TRUE
007443     END-READ.
007444 5710-EXIT.
007445     EXIT.
007446
007447*----------------------------------------------------------------
007448 5720-COUNT-WRITEOFF.
007449*----------------------------------------------------------------
007450     IF WOF-WRITEOFF-DATE IS NOT NUMERIC
007451      OR WOF-BOUNCED
007452         GO TO 5720-READ
007453     END-IF
007454     MOVE WOF-WRITEOFF-DATE TO ME-WORK-DATE
007455     IF ME-WORK-PERIOD NOT = ME-CLOSE-PERIOD
007456         GO TO 5720-READ
007457     END-IF
007458     ADD 1 TO ME-WOF-COUNT
007459     PERFORM 5750-VALUE-WRITEOFF THRU 5750-EXIT
007460     ADD ME-ITEM-VALUE TO ME-WOF-TOTAL.
007461 5720-READ.
007462     PERFORM 5710-READ-WRITEOFF THRU 5710-EXIT.
007463 5720-EXIT.
007464     EXIT.
007465
007466*----------------------------------------------------------------
007467 5750-VALUE-WRITEOFF.
007468*----------------------------------------------------------------
007469     MOVE ZERO TO ME-ITEM-VALUE
007470     IF WOF-RECORD-TYPE = "A"
007471         IF WOF-INPUT-A IS NUMERIC
007472             ADD WOF-INPUT-A-AMOUNT TO ME-ITEM-VALUE
007473         END-IF
007474         IF WOF-INPUT-B IS NUMERIC
007475             ADD WOF-INPUT-B-AMOUNT TO ME-ITEM-VALUE
007476         END-IF
007477     ELSE
007478         IF WOF-RAW-VALUE IS NUMERIC
007479             ADD WOF-RAW-AMOUNT TO ME-ITEM-VALUE
007480         END-IF
007481     END-IF.
007482 5750-EXIT.
007483     EXIT.
007484
007485*----------------------------------------------------------------
007486 5800-REPORT-REJECTS.
007487*----------------------------------------------------------------
007488     MOVE ME-REJ-COUNT TO ME-RSL-REJ-COUNT
007489     MOVE ME-REJ-TOTAL TO ME-RSL-REJ-TOTAL
007490     MOVE ME-WOF-COUNT TO ME-RSL-WOF-COUNT
007491     MOVE ME-WOF-TOTAL TO ME-RSL-WOF-TOTAL
007492     WRITE REPORT-RECORD FROM ME-REJ-SUMMARY-LINE
007493     WRITE REPORT-RECORD FROM ME-BLANK-LINE.
007494 5800-EXIT.
007495     EXIT.
007496
007497*----------------------------------------------------------------
007498 6000-LOCK-PERIOD.
007499*----------------------------------------------------------------
007500     OPEN EXTEND PERIOD-CLOSE
007501     IF ME-PERC-FILE-STATUS = "35"
007502         OPEN OUTPUT PERIOD-CLOSE
007503     END-IF
007504     IF ME-PERC-FILE-STATUS NOT = "00"
007505         DISPLAY "MNTHEND - PERCLOSE OPEN FAILED, STATUS "
007506             ME-PERC-FILE-STATUS ", PERIOD NOT LOCKED"
007507         SET ME-CLOSE-REFUSED TO TRUE
007508         GO TO 6000-EXIT
007509     END-IF
007510     MOVE ME-CLOSE-PERIOD  TO PCL-PERIOD
007511     MOVE ME-RUN-DATE      TO PCL-CLOSE-DATE
007520     MOVE CLS-OPERATOR-ID  TO PCL-OPERATOR-ID
007530     WRITE PERIOD-CLOSE-RECORD
007540     CLOSE PERIOD-CLOSE
008340     WRITE RUNCTL-RECORD.
008350 6130-EXIT.
008360     EXIT.
008361
008362*----------------------------------------------------------------
008363 7000-WRITE-HISTORY.
008364*----------------------------------------------------------------
008365*    THE PERIOD IS LOCKED; ITS FIGURES NOW GO TO THE PERIOD
008366*    HISTORY.  THE FIRST CLOSE EVER MADE FINDS NO HISTORY FILE -
008367*    IT IS CREATED EMPTY AND REOPENED FOR UPDATE.  A HISTORY THAT
008368*    CANNOT BE WRITTEN LEAVES THE LOCK IN PLACE: THE FIGURES ARE
008369*    STILL ON MERPT AND THE RUN ENDS RC 8.
008370     OPEN I-O PERIOD-HISTORY
008371     IF ME-PHS-FILE-STATUS = "35"
008372         OPEN OUTPUT PERIOD-HISTORY
008373         CLOSE PERIOD-HISTORY
008374         OPEN I-O PERIOD-HISTORY
008375     END-IF
008376     IF ME-PHS-FILE-STATUS NOT = "00"
008377         DISPLAY "MNTHEND - PERHIST OPEN FAILED, STATUS "
008378             ME-PHS-FILE-STATUS ", HISTORY NOT WRITTEN"
008379         SET ME-HISTORY-FAILED TO TRUE
008380         GO TO 7000-EXIT
008381     END-IF
008382     PERFORM 7100-PURGE-PERIOD THRU 7100-EXIT
008383     MOVE "P"               TO PHS-CATEGORY
008384     MOVE SPACES            TO PHS-ITEM
008385     MOVE ME-AUDIT-SELECTED TO PHS-COUNT
008386     MOVE ZERO              TO PHS-VALUE-1
008387     MOVE ZERO              TO PHS-VALUE-2
008388     PERFORM 7900-WRITE-HISTORY-RECORD THRU 7900-EXIT
008389     PERFORM 7200-HISTORY-JOB THRU 7200-EXIT
008390         VARYING ME-JOB-INDEX FROM 1 BY 1
008391         UNTIL ME-JOB-INDEX > ME-JOB-COUNT
008392     PERFORM 7300-FOLD-CLASS THRU 7300-EXIT
008393         VARYING ME-RATE-INDEX FROM 1 BY 1
008394         UNTIL ME-RATE-INDEX > ME-RATE-COUNT
008395     PERFORM 7400-HISTORY-CLASS THRU 7400-EXIT
008396         VARYING ME-CLASS-INDEX FROM 1 BY 1
008397         UNTIL ME-CLASS-INDEX > ME-CLASS-COUNT
008398     MOVE "X"               TO PHS-CATEGORY
008399     MOVE SPACES            TO PHS-ITEM
008400     MOVE ME-REJ-COUNT      TO PHS-COUNT
008401     MOVE ME-REJ-TOTAL      TO PHS-VALUE-1
008402     MOVE ZERO              TO PHS-VALUE-2
008403     PERFORM 7900-WRITE-HISTORY-RECORD THRU 7900-EXIT
008404     MOVE "W"               TO PHS-CATEGORY
008405     MOVE ME-WOF-COUNT      TO PHS-COUNT
008406     MOVE ME-WOF-TOTAL      TO PHS-VALUE-1
008407     PERFORM 7900-WRITE-HISTORY-RECORD THRU 7900-EXIT
008408     PERFORM 7500-HISTORY-GL THRU 7500-EXIT
008409     CLOSE PERIOD-HISTORY
008410     MOVE ME-HISTORY-COUNT TO ME-HSL-COUNT
008411     WRITE REPORT-RECORD FROM ME-HISTORY-LINE
008412     IF ME-HISTORY-FAILED
008413         DISPLAY "MNTHEND - PERIOD " ME-CLOSE-PERIOD
008414             " HISTORY INCOMPLETE"
008415     END-IF.
008416 7000-EXIT.
008417     EXIT.
008418
008419*----------------------------------------------------------------
008420 7100-PURGE-PERIOD.
008421*----------------------------------------------------------------
008422*    A PERIOD REOPENED AND CLOSED AGAIN STILL HAS THE FIGURES OF
008423*    ITS FIRST CLOSE ON FILE.  THEY ARE TAKEN OFF WHOLE, SO A JOB
008424*    OR CLASS THAT NO LONGER APPEARS DOES NOT LINGER.
008425     MOVE ZERO TO ME-HISTORY-PURGED
008426     SET ME-PHS-NOT-END-OF-FILE TO TRUE
008427     MOVE LOW-VALUES TO PHS-KEY
008428     START PERIOD-HISTORY KEY IS NOT LESS THAN PHS-KEY
008429         INVALID KEY
008430             GO TO 7100-EXIT
008431     END-START
008432     PERFORM 7110-READ-NEXT-HISTORY THRU 7110-EXIT
008433     PERFORM 7120-PURGE-RECORD      THRU 7120-EXIT
008434         UNTIL ME-PHS-END-OF-FILE
008435     IF ME-HISTORY-PURGED > ZERO
008436         DISPLAY "MNTHEND - PERIOD " ME-CLOSE-PERIOD
008437             " WAS CLOSED BEFORE, ITS HISTORY IS REPLACED"
008438     END-IF.
008439 7100-EXIT.
008440     EXIT.
008441
008442*----------------------------------------------------------------
008443 7110-READ-NEXT-HISTORY.
008444*----------------------------------------------------------------
008445     READ PERIOD-HISTORY NEXT RECORD
008446         AT END
008447             SET ME-PHS-END-OF-FILE TO TRUE
008448     END-READ.
008449 7110-EXIT.
008450     EXIT.
008451
008452*----------------------------------------------------------------
008453 7120-PURGE-RECORD.
008454*----------------------------------------------------------------
008455     IF PHS-PERIOD = ME-CLOSE-PERIOD
008456         DELETE PERIOD-HISTORY RECORD
008457             INVALID KEY
008458                 CONTINUE
008459             NOT INVALID KEY
008460                 ADD 1 TO ME-HISTORY-PURGED
008461         END-DELETE
008462     END-IF
008463     PERFORM 7110-READ-NEXT-HISTORY THRU 7110-EXIT.
008464 7120-EXIT.
008465     EXIT.
008466
008467*----------------------------------------------------------------
008468 7200-HISTORY-JOB.
008469*----------------------------------------------------------------
008470     MOVE "J"                          TO PHS-CATEGORY
008471     MOVE ME-JOB-ID(ME-JOB-INDEX)      TO PHS-ITEM
008472     MOVE ME-JOB-RECS(ME-JOB-INDEX)    TO PHS-COUNT
008473     MOVE ME-JOB-C-TOTAL(ME-JOB-INDEX) TO PHS-VALUE-1
008474     MOVE ME-JOB-D-TOTAL(ME-JOB-INDEX) TO PHS-VALUE-2
008475     PERFORM 7900-WRITE-HISTORY-RECORD THRU 7900-EXIT.
008476 7200-EXIT.
008477     EXIT.
008478
008479*----------------------------------------------------------------
008480 7300-FOLD-CLASS.
008481*----------------------------------------------------------------
008482*    THE CLASS TABLE CAN NEVER OUTGROW THE RATE TABLE IT IS
008483*    FOLDED FROM, SO THERE IS NO OVERFLOW TO TEST.
008484     IF ME-RTE-RECS(ME-RATE-INDEX) = ZERO
008485         GO TO 7300-EXIT
008486     END-IF
008487     SET ME-CLASS-NOT-FOUND TO TRUE
008488     PERFORM 7310-MATCH-CLASS THRU 7310-EXIT
008489         VARYING ME-CLASS-INDEX FROM 1 BY 1
008490         UNTIL ME-CLASS-INDEX > ME-CLASS-COUNT
008491            OR ME-CLASS-FOUND
008492     IF ME-CLASS-NOT-FOUND
008493         ADD 1 TO ME-CLASS-COUNT
008494         MOVE ME-CLASS-COUNT TO ME-CLASS-FOUND-INDEX
008495         MOVE ME-RTE-CLASS(ME-RATE-INDEX)
008496             TO ME-CLS-CLASS(ME-CLASS-FOUND-INDEX)
008497         MOVE ZERO TO ME-CLS-RECS(ME-CLASS-FOUND-INDEX)
008498         MOVE ZERO TO ME-CLS-C-TOTAL(ME-CLASS-FOUND-INDEX)
008499         MOVE ZERO TO ME-CLS-D-TOTAL(ME-CLASS-FOUND-INDEX)
008500     END-IF
008501     ADD ME-RTE-RECS(ME-RATE-INDEX)
008502         TO ME-CLS-RECS(ME-CLASS-FOUND-INDEX)
008503     ADD ME-RTE-C-TOTAL(ME-RATE-INDEX)
008504         TO ME-CLS-C-TOTAL(ME-CLASS-FOUND-INDEX)
008505     ADD ME-RTE-D-TOTAL(ME-RATE-INDEX)
008506         TO ME-CLS-D-TOTAL(ME-CLASS-FOUND-INDEX).
008507 7300-EXIT.
008508     EXIT.
008509
008510*----------------------------------------------------------------
008511 7310-MATCH-CLASS.
008512*----------------------------------------------------------------
008513     IF ME-CLS-CLASS(ME-CLASS-INDEX) = ME-RTE-CLASS(ME-RATE-INDEX)
008514         MOVE ME-CLASS-INDEX TO ME-CLASS-FOUND-INDEX
008515         SET ME-CLASS-FOUND TO TRUE
008516     END-IF.
008517 7310-EXIT.
008518     EXIT.
008519
008520*----------------------------------------------------------------
008521 7400-HISTORY-CLASS.
008522*----------------------------------------------------------------
008523     MOVE "R"                            TO PHS-CATEGORY
008524     MOVE ME-CLS-CLASS(ME-CLASS-INDEX)   TO PHS-ITEM
008525     MOVE ME-CLS-RECS(ME-CLASS-INDEX)    TO PHS-COUNT
008526     MOVE ME-CLS-C-TOTAL(ME-CLASS-INDEX) TO PHS-VALUE-1
008527     MOVE ME-CLS-D-TOTAL(ME-CLASS-INDEX) TO PHS-VALUE-2
008528     PERFORM 7900-WRITE-HISTORY-RECORD THRU 7900-EXIT.
008529 7400-EXIT.
008530     EXIT.
008531
008532*----------------------------------------------------------------
008533 7500-HISTORY-GL.
008534*----------------------------------------------------------------
008535     MOVE "G"               TO PHS-CATEGORY
008536     MOVE ZERO              TO PHS-VALUE-2
008537     MOVE "WRITTEN"         TO PHS-ITEM
008538     MOVE ME-GL-WRITTEN     TO PHS-COUNT
008539     MOVE ME-GL-D-TOTAL     TO PHS-VALUE-1
008540     PERFORM 7900-WRITE-HISTORY-RECORD THRU 7900-EXIT
008541     MOVE "ACCEPTED"        TO PHS-ITEM
008542     MOVE ME-GL-ACCEPTED    TO PHS-COUNT
008543     MOVE ME-GL-ACC-TOTAL   TO PHS-VALUE-1
008544     PERFORM 7900-WRITE-HISTORY-RECORD THRU 7900-EXIT
008545     MOVE "REJECTED"        TO PHS-ITEM
008546     MOVE ME-GL-REJECTED    TO PHS-COUNT
008547     MOVE ME-GL-REJ-TOTAL   TO PHS-VALUE-1
008548     PERFORM 7900-WRITE-HISTORY-RECORD THRU 7900-EXIT
008549     MOVE "WRITEOFF"        TO PHS-ITEM
008550     MOVE ME-GL-WRITTEN-OFF TO PHS-COUNT
008551     MOVE ME-GL-WOFF-TOTAL  TO PHS-VALUE-1
008552     PERFORM 7900-WRITE-HISTORY-RECORD THRU 7900-EXIT.
008553 7500-EXIT.
008554     EXIT.
008555
008556*----------------------------------------------------------------
008557 7900-WRITE-HISTORY-RECORD.
008558*----------------------------------------------------------------
008559*    THE CALLER HAS SET THE FIGURE; THE PERIOD AND THE CLOSE
008560*    STAMP ARE THE SAME ON EVERY RECORD.
008561     MOVE ME-CLOSE-PERIOD TO PHS-PERIOD
008562     MOVE ME-RUN-DATE     TO PHS-CLOSE-DATE
008563     MOVE CLS-OPERATOR-ID TO PHS-OPERATOR-ID
008564     WRITE PERIOD-HISTORY-RECORD
008565         INVALID KEY
008566             DISPLAY "MNTHEND - PERHIST WRITE FAILED, STATUS "
008567                 ME-PHS-FILE-STATUS " KEY " PHS-KEY
008568             SET ME-HISTORY-FAILED TO TRUE
008569         NOT INVALID KEY
008570             ADD 1 TO ME-HISTORY-COUNT
008571     END-WRITE.
008572 7900-EXIT.
008573     EXIT.
008574
008575*----------------------------------------------------------------
008576 9000-TERMINATE.
008577*----------------------------------------------------------------
008578     IF ME-AUDIT-OPENED
008579         CLOSE AUDIT-IN
008580     END-IF
008581     IF ME-GL-OPENED
008582         CLOSE GL-IN
008583     END-IF
008584     IF ME-CLOSE-PERMITTED
008585         CLOSE REPORT-OUT
008586     END-IF.
008587 9000-EXIT.
008588     EXIT.
008589
008590*----------------------------------------------------------------
008591 9500-SET-RETURN-CODE.
008592*----------------------------------------------------------------
008593*        16  CLOSE REFUSED (CARD, AUTHORITY OR PERIOD)
008594*         8  PERIOD LOCKED BUT ITS HISTORY NOT (ALL) WRITTEN
008595*         0  PERIOD CONSOLIDATED, LOCKED AND KEPT IN HISTORY
008596     IF ME-CLOSE-REFUSED
008597         MOVE 16 TO ME-RC-VALUE
008600     ELSE
008602         IF ME-HISTORY-FAILED
008604             MOVE 8 TO ME-RC-VALUE
008606         ELSE
008610             MOVE 0 TO ME-RC-VALUE
008612         END-IF
008620     END-IF
008630     MOVE ME-RC-VALUE TO RETURN-CODE.
008640 9500-EXIT.
