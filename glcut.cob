000338*                  NIGHTLY COPY OF THE WHOLE MASTER TO GLNEW,
000339*                  AND THE JOB STEP THAT REPLACED GLOUT WITH
000340*                  IT, ARE GONE.
000341* 2026-10-15 JM    HASH TOTAL WIDENED FOR THE SEVEN-DIGIT
000342*                  TWO-DECIMAL D VALUES (SEE CPYGLX).
000343* 2026-10-15 JM    EACH DETAIL NOW CARRIES THE POSTING TYPE, THE
000344*                  CORRECTED POSTING'S KEY AND THE REASON, SO A
000345*                  CORRECTION REACHES THE LEDGER AS A PAIR.
000346* 2026-10-15 JM    EVERY CUT IS NOW NUMBERED - THE NUMBER GOES ON
000347*                  THE GLXMIT HEADER AND ON EACH POSTING SWEPT
000348*                  (GL-XMIT-NUMBER), AND THE CUT IS LOGGED ON
000349*                  GLXLOG (SEE CPYGLXL).  A GLCUTPRM CARD (SEE
000350*                  CPYGCUT) NAMING A TRANSMISSION RUNS A
000351*                  SUPERVISOR RECUT INSTEAD: THE TRANSMISSION IS
000352*                  REBUILT ON GLXMIT FROM THE POSTINGS CARRYING
000353*                  ITS NUMBER, PROVED AGAINST THE LOGGED COUNT AND
000354*                  HASH, AND LOGGED IN TURN.  A RECUT REPLACES
000355*                  GLXMIT, SO IT IS RUN OUTSIDE THE NIGHT STREAM.
000356*                  RETURN CODES ADDED (SEE 9500).
000357* 2026-10-15 JM    GLXLOG IS NOW OPENED BEFORE ANY POSTING IS
000358*                  STAMPED - A CUT THAT CANNOT BE LOGGED IS NOT
000359*                  MADE.  A RECUT SUPERVISOR MUST BE ACTIVE, AS
000360*                  BRMAINT REQUIRES; A LOCKED-OUT ID IS REFUSED.
000361*----------------------------------------------------------------

000362******************************************************************
000363* ENVIRONMENT DIVISION.
000364******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000392     SELECT GLCUT-PARM      ASSIGN TO "GLCUTPRM"
000394                             ORGANIZATION IS SEQUENTIAL
000396                             FILE STATUS IS GC-PARM-FILE-STATUS.

000400     SELECT GL-IN           ASSIGN TO "GLMST"
000404                             ORGANIZATION IS INDEXED
000408                             ACCESS MODE IS DYNAMIC
000450     SELECT XMIT-OUT        ASSIGN TO "GLXMIT"
000460                             ORGANIZATION LINE SEQUENTIAL.

000462     SELECT XMIT-LOG        ASSIGN TO "GLXLOG"
000464                             ORGANIZATION LINE SEQUENTIAL
000466                             FILE STATUS IS GC-LOG-FILE-STATUS.

000467     SELECT OPERATOR-MASTER ASSIGN TO "OPERMST"
000468                             ORGANIZATION LINE SEQUENTIAL
000469                             FILE STATUS IS GC-OPER-FILE-STATUS.

000470******************************************************************
000480* DATA DIVISION.
000490******************************************************************
000500 DATA DIVISION.
000510 FILE SECTION.
000512 FD  GLCUT-PARM
000514     LABEL RECORDS ARE STANDARD.
000516     COPY CPYGCUT.

000520 FD  GL-IN
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CPYGL.
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CPYGLX.

000602 FD  XMIT-LOG
000604     LABEL RECORDS ARE STANDARD.
000606     COPY CPYGLXL.

000607 FD  OPERATOR-MASTER
000608     LABEL RECORDS ARE STANDARD.
000609     COPY CPYOPER.

000610 WORKING-STORAGE SECTION.

000620 01  GC-SWITCHES.
000650         88  GC-GL-NOT-END-OF-FILE          VALUE "N".
000660     05  GC-GL-OPEN-SWITCH    PIC X(01)    VALUE "N".
000670         88  GC-GL-OPENED                  VALUE "Y".
000671         88  GC-GL-NOT-OPENED               VALUE "N".
000672     05  GC-MODE-SWITCH       PIC X(01)    VALUE "C".
000673         88  GC-NORMAL-CUT                 VALUE "C".
000674         88  GC-RECUT-MODE                  VALUE "R".
000675     05  GC-PERMIT-SWITCH     PIC X(01)    VALUE "Y".
000676         88  GC-RUN-PERMITTED              VALUE "Y".
000677         88  GC-RUN-REFUSED                 VALUE "N".
000678     05  GC-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
000679         88  GC-FILE-FAILURE               VALUE "Y".
000680         88  GC-NO-FILE-FAILURE             VALUE "N".
000681     05  GC-LOG-OPEN-SWITCH   PIC X(01)    VALUE "N".
000682         88  GC-LOG-OPENED                 VALUE "Y".
000683         88  GC-LOG-NOT-OPENED              VALUE "N".
000690     05  GC-XMIT-OPEN-SWITCH  PIC X(01)    VALUE "N".
000691         88  GC-XMIT-OPENED                VALUE "Y".
000692         88  GC-XMIT-NOT-OPENED             VALUE "N".
000693     05  GC-LOG-EOF-SWITCH    PIC X(01)    VALUE "N".
000694         88  GC-LOG-END-OF-FILE            VALUE "Y".
000695         88  GC-LOG-NOT-END-OF-FILE         VALUE "N".
000696     05  GC-LOG-FOUND-SWITCH  PIC X(01)    VALUE "N".
000697         88  GC-LOG-FOUND                  VALUE "Y".
000698         88  GC-LOG-NOT-FOUND               VALUE "N".
000699     05  GC-MATCH-SWITCH      PIC X(01)    VALUE "Y".
000700         88  GC-RECUT-MATCHES              VALUE "Y".
000701         88  GC-RECUT-DIFFERS               VALUE "N".
000702     05  GC-OPER-EOF-SWITCH   PIC X(01)    VALUE "N".
000703         88  GC-OPER-END-OF-FILE           VALUE "Y".
000704         88  GC-OPER-NOT-END-OF-FILE        VALUE "N".
000705     05  GC-OPER-FOUND-SWITCH PIC X(01)    VALUE "N".
000706         88  GC-OPER-FOUND                 VALUE "Y".
000707         88  GC-OPER-NOT-FOUND              VALUE "N".
000708     05  GC-OPER-AUTHORITY    PIC X(01)    VALUE SPACE.
000709         88  GC-OPER-SUPERVISOR            VALUE "S".
000710     05  GC-OPER-MST-STATUS   PIC X(01)    VALUE SPACE.
000711         88  GC-OPER-ACTIVE                VALUES "A" " ".

000712 01  GC-GL-FILE-STATUS        PIC X(02).
000713 01  GC-PARM-FILE-STATUS      PIC X(02).
000714 01  GC-LOG-FILE-STATUS       PIC X(02).
000715 01  GC-OPER-FILE-STATUS      PIC X(02).

000716 01  GC-COUNTERS.
000717     05  GC-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
000720     05  GC-SWEPT-COUNT       PIC 9(07) COMP VALUE ZERO.
000730     05  GC-HASH-TOTAL        PIC 9(13)V9(02) COMP VALUE ZERO.

000740 01  GC-DATE-FIELDS.
000750     05  GC-RUN-DATE          PIC 9(08).
000760     05  GC-RUN-TIME          PIC 9(08).

000761*    THE NUMBER THIS RUN CUTS (OR RECUTS), AND FOR A RECUT THE
000762*    ORIGINAL CUT AS THE LOG RECORDS IT.
000763 01  GC-XMIT-FIELDS.
000764     05  GC-XMIT-NUMBER       PIC 9(07)      VALUE ZERO.
000765     05  GC-LAST-XMIT-NUMBER  PIC 9(07)      VALUE ZERO.
000766     05  GC-LOG-CUT-DATE      PIC 9(08)      VALUE ZERO.
000767     05  GC-LOG-CUT-TIME      PIC 9(08)      VALUE ZERO.
000768     05  GC-LOG-COUNT         PIC 9(07)      VALUE ZERO.
000769     05  GC-LOG-HASH          PIC 9(13)V9(02) VALUE ZERO.

000770 01  GC-SUMMARY-LINE.
000780     05  PIC X(15) VALUE "RECORDS READ : ".
000790     05  GC-SUM-READ          PIC ZZZZZZ9.
000800     05  PIC X(10) VALUE "  SWEPT : ".
000810     05  GC-SUM-SWEPT         PIC ZZZZZZ9.
000820     05  PIC X(09) VALUE "  HASH : ".
000830     05  GC-SUM-HASH          PIC Z(12)9.99.
000832     05  PIC X(09) VALUE "  XMIT : ".
000834     05  GC-SUM-XMIT          PIC 9(07).

000836 01  GC-LOGGED-LINE.
000837     05  PIC X(15) VALUE "AS CUT - RECS: ".
000838     05  GC-LGL-COUNT         PIC ZZZZZZ9.
000839     05  PIC X(19) VALUE "            HASH : ".
000841     05  GC-LGL-HASH          PIC Z(12)9.99.

000843 77  GC-RC-VALUE              PIC 9(02)      VALUE ZERO.

000845******************************************************************
000850* PROCEDURE DIVISION.
000860******************************************************************
000870 PROCEDURE DIVISION.

000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE    THRU 1000-EXIT
000892     IF GC-RECUT-MODE
000894         PERFORM 4000-RECUT-GL      THRU 4000-EXIT
000896             UNTIL GC-GL-END-OF-FILE
000898     ELSE
000900         PERFORM 2000-PROCESS-GL    THRU 2000-EXIT
000910             UNTIL GC-GL-END-OF-FILE
000915     END-IF
000920     PERFORM 9000-TERMINATE     THRU 9000-EXIT
000925     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
000930     STOP RUN.

000940*----------------------------------------------------------------
000960*----------------------------------------------------------------
000970     ACCEPT GC-RUN-DATE FROM DATE YYYYMMDD
000980     ACCEPT GC-RUN-TIME FROM TIME
000981     PERFORM 1100-READ-RECUT-PARM THRU 1100-EXIT
000982     IF GC-RECUT-MODE
000983      AND GC-RUN-PERMITTED
000984         PERFORM 1200-VERIFY-SUPERVISOR THRU 1200-EXIT
000985     END-IF
000986     IF GC-RUN-PERMITTED
000987         PERFORM 1300-READ-XMIT-LOG THRU 1300-EXIT
000988     END-IF
000989*    NOTHING IS OPENED FOR OUTPUT, AND NOTHING ON GLMST FLIPPED,
000990*    UNTIL THE RUN KNOWS WHICH NUMBER IT IS CUTTING.
000991     IF GC-RUN-REFUSED
000992      OR GC-FILE-FAILURE
000993         SET GC-GL-END-OF-FILE TO TRUE
000994         GO TO 1000-EXIT
000995     END-IF
000996*    THE LOG IS OPENED BEFORE ANYTHING IS STAMPED WITH THE NEW
000997*    NUMBER - A CUT THAT CANNOT BE LOGGED IS NOT MADE, OR THE
000998*    NEXT CUT WOULD TAKE THE SAME NUMBER AGAIN.
000999     PERFORM 1400-OPEN-XMIT-LOG THRU 1400-EXIT
001000     IF GC-FILE-FAILURE
001001         SET GC-GL-END-OF-FILE TO TRUE
001002         GO TO 1000-EXIT
001003     END-IF
001004     IF GC-RECUT-MODE
001005         OPEN INPUT GL-IN
001006     ELSE
001007         OPEN I-O GL-IN
001008     END-IF
001009     IF GC-GL-FILE-STATUS NOT = "00"
001010         DISPLAY "GLCUT - NO GL MASTER TO CUT, STATUS "
001020             GC-GL-FILE-STATUS
001030         SET GC-GL-END-OF-FILE TO TRUE
001032*        A RECUT WITH NO MASTER WOULD SEND AN EMPTY FILE UNDER A
001034*        NUMBER THE LEDGER HAS ALREADY SEEN WITH POSTINGS IN IT.
001036         IF GC-RECUT-MODE
001037             SET GC-FILE-FAILURE TO TRUE
001038             GO TO 1000-EXIT
001039         END-IF
001040     ELSE
001050         SET GC-GL-OPENED TO TRUE
001060     END-IF
001080     OPEN OUTPUT XMIT-OUT
001085     SET GC-XMIT-OPENED TO TRUE
001090     MOVE "H"         TO GLX-HDR-RECORD-TYPE
001092     IF GC-RECUT-MODE
001094         MOVE GC-LOG-CUT-DATE TO GLX-HDR-CUT-DATE
001096         MOVE GC-LOG-CUT-TIME TO GLX-HDR-CUT-TIME
001098     ELSE
001100         MOVE GC-RUN-DATE TO GLX-HDR-CUT-DATE
001110         MOVE GC-RUN-TIME TO GLX-HDR-CUT-TIME
001112     END-IF
001114     MOVE GC-XMIT-NUMBER TO GLX-HDR-XMIT-NUMBER
001120     WRITE GLX-HEADER-RECORD
001130     IF GC-GL-OPENED
001140         PERFORM 2100-READ-GL THRU 2100-EXIT
001160 1000-EXIT.
001170     EXIT.

001171*----------------------------------------------------------------
001172 1100-READ-RECUT-PARM.
001173*----------------------------------------------------------------
001174*    THE NIGHTLY CUT HAS NO CARD.  A CARD WITH A TRANSMISSION
001175*    NUMBER ON IT ASKS FOR A RECUT; A ZERO NUMBER IS A CUT.
001176     MOVE ZERO   TO GCP-XMIT-NUMBER
001177     MOVE SPACES TO GCP-OPERATOR-ID
001178     OPEN INPUT GLCUT-PARM
001179     IF GC-PARM-FILE-STATUS NOT = "00"
001180         GO TO 1100-EXIT
001181     END-IF
001182     READ GLCUT-PARM
001183         AT END
001184             CONTINUE
001185     END-READ
001186     CLOSE GLCUT-PARM
001187     IF GCP-XMIT-NUMBER IS NOT NUMERIC
001188         DISPLAY "GLCUT - INVALID TRANSMISSION NUMBER ON THE "
001189             "RECUT CARD, NOTHING CUT"
001190         SET GC-RUN-REFUSED TO TRUE
001191         GO TO 1100-EXIT
001192     END-IF
001193     IF GCP-XMIT-NUMBER NOT = ZERO
001194         SET GC-RECUT-MODE TO TRUE
001195         MOVE GCP-XMIT-NUMBER TO GC-XMIT-NUMBER
001196     END-IF.
001197 1100-EXIT.
001198     EXIT.

001199*----------------------------------------------------------------
001200 1200-VERIFY-SUPERVISOR.
001201*----------------------------------------------------------------
001202*    THE CARD OPERATOR MUST HOLD SUPERVISOR AUTHORITY ON THE
001203*    OPERATOR MASTER AND BE ACTIVE - NEITHER DISABLED NOR LOCKED
001204*    OUT - THE SAME RULE THE MNTHEND CLOSE AND BRMAINT FOLLOW.
001205*    NO OPERATOR MASTER REFUSES THE RECUT.
001206     SET GC-OPER-NOT-FOUND TO TRUE
001207     MOVE SPACE TO GC-OPER-AUTHORITY
001208     MOVE SPACE TO GC-OPER-MST-STATUS
001209     SET GC-OPER-NOT-END-OF-FILE TO TRUE
001210     OPEN INPUT OPERATOR-MASTER
001211     IF GC-OPER-FILE-STATUS NOT = "00"
001212         DISPLAY "GLCUT - NO OPERATOR MASTER, STATUS "
001213             GC-OPER-FILE-STATUS
001214         SET GC-RUN-REFUSED TO TRUE
001215         GO TO 1200-EXIT
001216     END-IF
001217     PERFORM 1210-READ-OPERATOR THRU 1210-EXIT
001218     PERFORM 1220-SCAN-OPERATOR THRU 1220-EXIT
001219         UNTIL GC-OPER-END-OF-FILE
001220     CLOSE OPERATOR-MASTER
001221     IF GC-OPER-NOT-FOUND
001222      OR NOT GC-OPER-SUPERVISOR
001223      OR NOT GC-OPER-ACTIVE
001224         DISPLAY "GLCUT - SUPERVISOR AUTHORITY REQUIRED, "
001225             "NOTHING RECUT"
001226         SET GC-RUN-REFUSED TO TRUE
001227     END-IF.
001228 1200-EXIT.
001229     EXIT.

001230*----------------------------------------------------------------
001231 1210-READ-OPERATOR.
001232*----------------------------------------------------------------
001233     READ OPERATOR-MASTER
001234         AT END
001235             SET GC-OPER-END-OF-FILE TO TRUE
001236     END-READ.
001237 1210-EXIT.
001238     EXIT.

001239*----------------------------------------------------------------
001240 1220-SCAN-OPERATOR.
001241*----------------------------------------------------------------
001242     IF OPR-OPERATOR-ID = GCP-OPERATOR-ID
001243         SET GC-OPER-FOUND TO TRUE
001244         MOVE OPR-AUTHORITY TO GC-OPER-AUTHORITY
001245         MOVE OPR-STATUS    TO GC-OPER-MST-STATUS
001246     END-IF
001247     PERFORM 1210-READ-OPERATOR THRU 1210-EXIT.
001248 1220-EXIT.
001249     EXIT.

001250*----------------------------------------------------------------
001251 1300-READ-XMIT-LOG.
001252*----------------------------------------------------------------
001253*    A CUT TAKES THE NEXT NUMBER AFTER THE HIGHEST CUT ON THE
001254*    LOG; A RECUT TAKES THE ORIGINAL CUT'S STAMP, COUNT AND HASH
001255*    FROM IT.  A LOG THAT EXISTS BUT CANNOT BE READ STOPS THE
001256*    RUN - NUMBERING AGAIN FROM ONE WOULD HAND THE LEDGER A
001257*    NUMBER IT HAS ALREADY HAD.
001258     SET GC-LOG-NOT-END-OF-FILE TO TRUE
001259     SET GC-LOG-NOT-FOUND TO TRUE
001260     OPEN INPUT XMIT-LOG
001261     IF GC-LOG-FILE-STATUS = "35"
001262         SET GC-LOG-END-OF-FILE TO TRUE
001263     ELSE
001264         IF GC-LOG-FILE-STATUS NOT = "00"
001265             DISPLAY "GLCUT - GLXLOG OPEN FAILED, STATUS "
001266                 GC-LOG-FILE-STATUS ", NOTHING CUT"
001267             SET GC-FILE-FAILURE TO TRUE
001268             GO TO 1300-EXIT
001269         END-IF
001270         PERFORM 1310-READ-LOG-RECORD THRU 1310-EXIT
001271         PERFORM 1320-SCAN-LOG-RECORD THRU 1320-EXIT
001272             UNTIL GC-LOG-END-OF-FILE
001273         CLOSE XMIT-LOG
001274     END-IF
001275     IF GC-NORMAL-CUT
001276         ADD 1 TO GC-LAST-XMIT-NUMBER GIVING GC-XMIT-NUMBER
001277         GO TO 1300-EXIT
001278     END-IF
001279     IF GC-LOG-NOT-FOUND
001280         DISPLAY "GLCUT - TRANSMISSION " GC-XMIT-NUMBER
001281             " IS NOT ON THE LOG, NOTHING RECUT"
001282         SET GC-RUN-REFUSED TO TRUE
001283     END-IF.
001284 1300-EXIT.
001285     EXIT.

001286*----------------------------------------------------------------
001287 1310-READ-LOG-RECORD.
001288*----------------------------------------------------------------
001289     READ XMIT-LOG
001290         AT END
001291             SET GC-LOG-END-OF-FILE TO TRUE
001292     END-READ.
001293 1310-EXIT.
001294     EXIT.

001295*----------------------------------------------------------------
001296 1320-SCAN-LOG-RECORD.
001297*----------------------------------------------------------------
001298     IF XLG-CUT
001299      AND XLG-XMIT-NUMBER IS NUMERIC
001300         IF XLG-XMIT-NUMBER > GC-LAST-XMIT-NUMBER
001301             MOVE XLG-XMIT-NUMBER TO GC-LAST-XMIT-NUMBER
001302         END-IF
001303         IF XLG-XMIT-NUMBER = GC-XMIT-NUMBER
001304             MOVE XLG-CUT-DATE     TO GC-LOG-CUT-DATE
001305             MOVE XLG-CUT-TIME     TO GC-LOG-CUT-TIME
001306             MOVE XLG-RECORD-COUNT TO GC-LOG-COUNT
001307             MOVE XLG-HASH-TOTAL   TO GC-LOG-HASH
001308             SET GC-LOG-FOUND TO TRUE
001309         END-IF
001310     END-IF
001311     PERFORM 1310-READ-LOG-RECORD THRU 1310-EXIT.
001312 1320-EXIT.
001313     EXIT.

001314*----------------------------------------------------------------
001315 1400-OPEN-XMIT-LOG.
001316*----------------------------------------------------------------
001317     OPEN EXTEND XMIT-LOG
001318     IF GC-LOG-FILE-STATUS = "35"
001319         OPEN OUTPUT XMIT-LOG
001320     END-IF
001321     IF GC-LOG-FILE-STATUS NOT = "00"
001322         DISPLAY "GLCUT - GLXLOG OPEN FAILED, STATUS "
001323             GC-LOG-FILE-STATUS ", NOTHING CUT"
001324         SET GC-FILE-FAILURE TO TRUE
001325         GO TO 1400-EXIT
001326     END-IF
001327     SET GC-LOG-OPENED TO TRUE.
001328 1400-EXIT.
001329     EXIT.

001330*----------------------------------------------------------------
001331 2000-PROCESS-GL.
001332*----------------------------------------------------------------
001333     ADD 1 TO GC-READ-COUNT
001334*    NOT "IF GL-UNSENT" - A RECORD LOADED FROM BEFORE THE
001335*    LIFECYCLE FIELDS EXISTED HAS A BLANK FLAG AND MUST STILL
001336*    BE SWEPT.
001337     IF NOT GL-SENT
001338         PERFORM 3000-SWEEP-RECORD THRU 3000-EXIT
001339     END-IF
001340     PERFORM 2100-READ-GL THRU 2100-EXIT.
001341 2000-EXIT.
001342     EXIT.

001343*----------------------------------------------------------------
001344 2100-READ-GL.
001345*----------------------------------------------------------------
001346     READ GL-IN NEXT
001347     IF GC-GL-FILE-STATUS NOT = "00"
001348         SET GC-GL-END-OF-FILE TO TRUE
001350     END-IF.
001360 2100-EXIT.
001370     EXIT.
001380*----------------------------------------------------------------
001390 3000-SWEEP-RECORD.
001400*----------------------------------------------------------------
001410     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
001500     SET GL-SENT          TO TRUE
001510     MOVE GC-RUN-DATE     TO GL-SENT-DATE
001520     SET GL-ACK-PENDING   TO TRUE
001521     MOVE GC-XMIT-NUMBER  TO GL-XMIT-NUMBER
001522     REWRITE GL-RECORD
001524         INVALID KEY
001526             DISPLAY "GLCUT - GLMST REWRITE FAILED, STATUS "
001530 3000-EXIT.
001540     EXIT.

001541*----------------------------------------------------------------
001542 3100-WRITE-DETAIL.
001543*----------------------------------------------------------------
001544*    SHARED BY THE CUT AND THE RECUT, SO A RECUT DETAIL IS BUILT
001545*    EXACTLY AS THE ORIGINAL WAS.
001546     MOVE "D"             TO GLX-DTL-RECORD-TYPE
001547     MOVE GL-KEY-JOB-ID   TO GLX-DTL-JOB-ID
001548     MOVE GL-KEY-RUN-DATE TO GLX-DTL-RUN-DATE
001549     MOVE GL-KEY-RUN-TIME TO GLX-DTL-RUN-TIME
001550     MOVE GL-KEY-SEQUENCE TO GLX-DTL-SEQUENCE
001551     MOVE GL-D-VALUE      TO GLX-DTL-D-VALUE
001552     IF GL-POST-ORDINARY
001553         MOVE "N"             TO GLX-DTL-POSTING-TYPE
001554     ELSE
001555         MOVE GL-POSTING-TYPE TO GLX-DTL-POSTING-TYPE
001556     END-IF
001557     MOVE GL-ORIG-KEY     TO GLX-DTL-ORIG-KEY
001558     MOVE GL-CORRECTION-REASON TO GLX-DTL-CORR-REASON
001559     WRITE GLX-DETAIL-RECORD
001560     ADD 1 TO GC-SWEPT-COUNT
001561     ADD GL-D-VALUE TO GC-HASH-TOTAL.
001562 3100-EXIT.
001563     EXIT.

001564*----------------------------------------------------------------
001565 4000-RECUT-GL.
001566*----------------------------------------------------------------
001567*    EVERY POSTING STILL CARRYING THE NUMBER, IN KEY ORDER - THE
001568*    ORDER THE CUT SWEPT THEM IN.  NOTHING IS REWRITTEN.
001569     ADD 1 TO GC-READ-COUNT
001570     IF GL-XMIT-NUMBER IS NUMERIC
001571      AND GL-XMIT-NUMBER = GC-XMIT-NUMBER
001572         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
001573     END-IF
001574     PERFORM 2100-READ-GL THRU 2100-EXIT.
001575 4000-EXIT.
001576     EXIT.

001577*----------------------------------------------------------------
001578 9000-TERMINATE.
001579*----------------------------------------------------------------
001580     IF GC-XMIT-NOT-OPENED
001581         IF GC-LOG-OPENED
001582             CLOSE XMIT-LOG
001583         END-IF
001584         GO TO 9000-EXIT
001585     END-IF
001586     MOVE "T"             TO GLX-TRL-RECORD-TYPE
001590     MOVE GC-SWEPT-COUNT  TO GLX-TRL-RECORD-COUNT
001600     MOVE GC-HASH-TOTAL   TO GLX-TRL-HASH-TOTAL
001610     WRITE GLX-TRAILER-RECORD
001640     IF GC-GL-OPENED
001650         CLOSE GL-IN
001660     END-IF
001662     PERFORM 9100-WRITE-XMIT-LOG THRU 9100-EXIT
001670     MOVE GC-READ-COUNT  TO GC-SUM-READ
001680     MOVE GC-SWEPT-COUNT TO GC-SUM-SWEPT
001690     MOVE GC-HASH-TOTAL  TO GC-SUM-HASH
001695     MOVE GC-XMIT-NUMBER TO GC-SUM-XMIT
001700     DISPLAY "GLCUT - " GC-SUMMARY-LINE
001702*    A POSTING REQUEUED BY GLREVIEW SINCE THE CUT HAS LEFT THE
001703*    TRANSMISSION (THE NEXT CUT RESTAMPED IT), SO THE RECUT NO
001704*    LONGER PROVES TO THE ORIGINAL - SAY SO RATHER THAN SEND IT
001705*    AS IF IT DID.
001706     IF GC-RECUT-MODE
001707      AND (GC-SWEPT-COUNT NOT = GC-LOG-COUNT
001708       OR  GC-HASH-TOTAL  NOT = GC-LOG-HASH)
001709         SET GC-RECUT-DIFFERS TO TRUE
001710         MOVE GC-LOG-COUNT TO GC-LGL-COUNT
001711         MOVE GC-LOG-HASH  TO GC-LGL-HASH
001712         DISPLAY "GLCUT - RECUT DOES NOT MATCH THE ORIGINAL CUT"
001713         DISPLAY "GLCUT - " GC-LOGGED-LINE
001714     END-IF.
001715 9000-EXIT.
001720     EXIT.

001721*----------------------------------------------------------------
001722 9100-WRITE-XMIT-LOG.
001723*----------------------------------------------------------------
001724     MOVE GC-XMIT-NUMBER  TO XLG-XMIT-NUMBER
001725     MOVE GC-SWEPT-COUNT  TO XLG-RECORD-COUNT
001726     MOVE GC-HASH-TOTAL   TO XLG-HASH-TOTAL
001727     MOVE GC-RUN-DATE     TO XLG-RUN-DATE
001728     IF GC-RECUT-MODE
001729         SET XLG-RECUT TO TRUE
001730         MOVE GC-LOG-CUT-DATE TO XLG-CUT-DATE
001731         MOVE GC-LOG-CUT-TIME TO XLG-CUT-TIME
001732         MOVE GCP-OPERATOR-ID TO XLG-OPERATOR-ID
001733     ELSE
001734         SET XLG-CUT TO TRUE
001735         MOVE GC-RUN-DATE     TO XLG-CUT-DATE
001736         MOVE GC-RUN-TIME     TO XLG-CUT-TIME
001737         MOVE SPACES          TO XLG-OPERATOR-ID
001738     END-IF
001739     WRITE GL-XMIT-LOG-RECORD
001740     IF GC-LOG-FILE-STATUS NOT = "00"
001741         DISPLAY "GLCUT - GLXLOG WRITE FAILED, STATUS "
001742             GC-LOG-FILE-STATUS ", TRANSMISSION " GC-XMIT-NUMBER
001743             " NOT LOGGED"
001744         SET GC-FILE-FAILURE TO TRUE
001745     END-IF
001751     CLOSE XMIT-LOG.
001752 9100-EXIT.
001753     EXIT.

001754*----------------------------------------------------------------
001755 9500-SET-RETURN-CODE.
001756*----------------------------------------------------------------
001757*    ON THE SAME SCALE MANIPDRV USES:
001758*        16  RECUT REFUSED (CARD, AUTHORITY, OR NUMBER NOT LOGGED)
001759*        12  GLXLOG COULD NOT BE READ OR WRITTEN, OR NO MASTER
001760*            TO RECUT FROM
001761*         8  THE RECUT DOES NOT MATCH THE LOGGED COUNT AND HASH
001762*         0  CUT OR RECUT COMPLETE
001763     EVALUATE TRUE
001764         WHEN GC-RUN-REFUSED
001765             MOVE 16 TO GC-RC-VALUE
001766         WHEN GC-FILE-FAILURE
001767             MOVE 12 TO GC-RC-VALUE
001768         WHEN GC-RECUT-DIFFERS
001769             MOVE 8 TO GC-RC-VALUE
001770         WHEN OTHER
001771             MOVE 0 TO GC-RC-VALUE
001772     END-EVALUATE
001773     MOVE GC-RC-VALUE TO RETURN-CODE.
001774 9500-EXIT.
001775     EXIT.
