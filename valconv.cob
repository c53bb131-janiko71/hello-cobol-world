000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    VALCONV.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  ONE-TIME CONVERSION OF THE
000150*                  FILES THAT CARRY A VALUE FROM THE OLD TWO-
000160*                  DIGIT WHOLE-UNIT AMOUNTS TO THE SEVEN-DIGIT
000170*                  TWO-DECIMAL AMOUNTS (SEE CPYLINK).  EACH
000180*                  FILE IS READ IN ITS OLD LAYOUT AND WRITTEN
000190*                  FIELD BY FIELD IN THE NEW ONE -
000200*                      AUDITOUT TO AUDNEW   (SEE CPYAUDIT)
000210*                      GLOLD    TO GLMST    (SEE CPYGL)
000220*                      REJOUT   TO REJNEW   (SEE CPYREJ)
000230*                      WRITEOFF TO WOFNEW   (SEE CPYWOFF)
000240*                      GLWOFF   TO GWFNEW   (SEE CPYGWOF)
000250*                  THE FOLLOWING JOB STEP REPLACES EACH OLD
000260*                  FILE WITH ITS NEW ONE.  GLOLD IS THE OLD
000270*                  GLMST UNLOADED TO A FLAT FILE BY THE STEP
000280*                  BEFORE; THE NEW MASTER IS BUILT FRESH AS
000290*                  GLLOAD BUILT IT, A DUPLICATE KEY COUNTED AND
000300*                  SKIPPED.  AUDMST IS NOT CONVERTED HERE -
000310*                  AUDBUILD REBUILDS IT FROM THE CONVERTED
000320*                  TRAIL.  AN AUDARCHV ARCHIVE IS CONVERTED BY
000330*                  RUNNING THIS PROGRAM WITH THE ARCHIVE NAMED
000340*                  AS AUDITOUT.  A FILE THAT IS NOT THERE IS
000350*                  REPORTED AND PASSED OVER.  A NUMERIC RAW
000360*                  VALUE ON A REJECT OR WRITE-OFF BECOMES THE
000370*                  SAME WHOLE AMOUNT ("12" TO 000001200); ONE
000380*                  THAT WAS NOT NUMERIC AS KEYED IS CARRIED AS
000390*                  KEYED.  READ AND WRITTEN COUNTS ARE
000400*                  DISPLAYED FOR EACH FILE SO THE CONVERSION
000410*                  CAN BE PROVED COMPLETE.
000412* 2026-10-15 JM    THE BRANCH BATCH ID AND BUSINESS DATE NOW ON
000414*                  THE AUDIT, GL, REJECT AND WRITE-OFF RECORDS
000416*                  ARE WRITTEN AS SPACES AND ZERO - NO OLD
000418*                  RECORD KNEW ITS BATCH.
000419* 2026-10-15 JM    A CONVERTED GL POSTING IS AN ORDINARY POSTING
000420*                  (SEE CPYGL) WITH NO ORIGINAL KEY OR REASON.
000421* 2026-10-15 JM    A CONVERTED GL POSTING CARRIES NO TRANSMISSION
000422*                  NUMBER (ZERO) - IT WENT OUT BEFORE CUTS WERE
000423*                  NUMBERED.
000424* 2026-10-15 JM    RETURN CODE SET FOR THE REPLACING STEP: RC 12
000425*                  WHEN A NEW FILE COULD NOT BE OPENED, RC 4 WHEN
000426*                  AN OLD FILE WAS MISSING OR DUPLICATE GL KEYS
000427*                  WERE SKIPPED.
000428*----------------------------------------------------------------
000430
000440******************************************************************
000450* ENVIRONMENT DIVISION.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AUDIT-OLD-IN    ASSIGN TO "AUDITOUT"
000510                             ORGANIZATION LINE SEQUENTIAL
000520                             FILE STATUS IS VC-OLD-FILE-STATUS.
000530
000540     SELECT AUDIT-NEW       ASSIGN TO "AUDNEW"
000550                             ORGANIZATION LINE SEQUENTIAL
000560                             FILE STATUS IS VC-NEW-FILE-STATUS.
000570
000580     SELECT GL-OLD-IN       ASSIGN TO "GLOLD"
000590                             ORGANIZATION LINE SEQUENTIAL
000600                             FILE STATUS IS VC-OLD-FILE-STATUS.
000610
000620     SELECT GL-MASTER       ASSIGN TO "GLMST"
000630                             ORGANIZATION IS INDEXED
000640                             ACCESS MODE IS DYNAMIC
000650                             RECORD KEY IS GL-RECORD-KEY
000660                             FILE STATUS IS VC-NEW-FILE-STATUS.
000670
000680     SELECT REJECT-OLD-IN   ASSIGN TO "REJOUT"
000690                             ORGANIZATION LINE SEQUENTIAL
000700                             FILE STATUS IS VC-OLD-FILE-STATUS.
000710
000720     SELECT REJECT-NEW      ASSIGN TO "REJNEW"
000730                             ORGANIZATION LINE SEQUENTIAL
000740                             FILE STATUS IS VC-NEW-FILE-STATUS.
000750
000760     SELECT WRITEOFF-OLD-IN ASSIGN TO "WRITEOFF"
000770                             ORGANIZATION LINE SEQUENTIAL
000780                             FILE STATUS IS VC-OLD-FILE-STATUS.
000790
000800     SELECT WRITEOFF-NEW    ASSIGN TO "WOFNEW"
000810                             ORGANIZATION LINE SEQUENTIAL
000820                             FILE STATUS IS VC-NEW-FILE-STATUS.
000830
000840     SELECT GL-WOFF-OLD-IN  ASSIGN TO "GLWOFF"
000850                             ORGANIZATION LINE SEQUENTIAL
000860                             FILE STATUS IS VC-OLD-FILE-STATUS.
000870
000880     SELECT GL-WOFF-NEW     ASSIGN TO "GWFNEW"
000890                             ORGANIZATION LINE SEQUENTIAL
000900                             FILE STATUS IS VC-NEW-FILE-STATUS.
000910
000920******************************************************************
000930* DATA DIVISION.
000940******************************************************************
000950 DATA DIVISION.
000960 FILE SECTION.
000970*    OLD AUDIT RECORD - CPYAUDIT AS IT WAS BEFORE THE WIDENING.
000980 FD  AUDIT-OLD-IN
000990     LABEL RECORDS ARE STANDARD.
001000 01  VC-OLD-AUDIT-RECORD.
001010     05  VC-OAU-RUN-DATE      PIC 9(08).
001020     05  VC-OAU-RUN-TIME      PIC 9(08).
001030     05  VC-OAU-JOB-ID        PIC X(08).
001040     05  VC-OAU-OPERATOR-ID   PIC X(08).
001050     05  VC-OAU-INPUT-A       PIC 9(02).
001060     05  VC-OAU-INPUT-B       PIC 9(02).
001070     05  VC-OAU-RESULT-C      PIC 9(02).
001080     05  VC-OAU-RESULT-D      PIC 9(02).
001090     05  VC-OAU-RUN-MODE      PIC X(01).
001100     05  VC-OAU-RECORD-TYPE   PIC X(01).
001110     05  VC-OAU-ADMIN-TARGET  PIC X(08).
001120     05  VC-OAU-RATE-CLASS    PIC X(02).
001130
001140 FD  AUDIT-NEW
001150     LABEL RECORDS ARE STANDARD.
001160     COPY CPYAUDIT.
001170
001180*    OLD GL RECORD - CPYGL AS IT WAS BEFORE THE WIDENING.
001190 FD  GL-OLD-IN
001200     LABEL RECORDS ARE STANDARD.
001210 01  VC-OLD-GL-RECORD.
001220     05  VC-OGL-RECORD-KEY    PIC X(31).
001230     05  VC-OGL-D-VALUE       PIC 9(02).
001240     05  VC-OGL-SENT-FLAG     PIC X(01).
001250     05  VC-OGL-SENT-DATE     PIC X(08).
001260     05  VC-OGL-ACK-FLAG      PIC X(01).
001270     05  VC-OGL-ACK-REASON    PIC X(30).
001280
001290 FD  GL-MASTER
001300     LABEL RECORDS ARE STANDARD.
001310     COPY CPYGL.
001320
001330*    OLD REJECT RECORD - CPYREJ AS IT WAS BEFORE THE WIDENING.
001340 FD  REJECT-OLD-IN
001350     LABEL RECORDS ARE STANDARD.
001360 01  VC-OLD-REJECT-RECORD.
001370     05  VC-ORJ-RECORD-NO     PIC 9(07).
001380     05  VC-ORJ-RECORD-TYPE   PIC X(01).
001390     05  VC-ORJ-RAW-VALUE     PIC X(02).
001400     05  VC-ORJ-INPUT-A       PIC X(02).
001410     05  VC-ORJ-INPUT-B       PIC X(02).
001420     05  VC-ORJ-OP-CODE       PIC X(01).
001430     05  VC-ORJ-REASON        PIC X(30).
001440     05  VC-ORJ-RUN-DATE      PIC 9(08).
001450
001460 FD  REJECT-NEW
001470     LABEL RECORDS ARE STANDARD.
001480     COPY CPYREJ.
001490
001500*    OLD WRITE-OFF RECORD - CPYWOFF AS IT WAS BEFORE THE
001510*    WIDENING.
001520 FD  WRITEOFF-OLD-IN
001530     LABEL RECORDS ARE STANDARD.
001540 01  VC-OLD-WRITEOFF-RECORD.
001550     05  VC-OWF-REJ-RUN-DATE  PIC 9(08).
001560     05  VC-OWF-REJ-RECORD-NO PIC 9(07).
001570     05  VC-OWF-RECORD-TYPE   PIC X(01).
001580     05  VC-OWF-RAW-VALUE     PIC X(02).
001590     05  VC-OWF-INPUT-A       PIC X(02).
001600     05  VC-OWF-INPUT-B       PIC X(02).
001610     05  VC-OWF-OP-CODE       PIC X(01).
001620     05  VC-OWF-REASON        PIC X(30).
001630     05  VC-OWF-WRITEOFF-DATE PIC 9(08).
001640     05  VC-OWF-STATUS        PIC X(01).
001650     05  VC-OWF-OPERATOR-ID   PIC X(08).
001660     05  VC-OWF-APPROVER-ID   PIC X(08).
001670     05  VC-OWF-DECISION-DATE PIC X(08).
001680
001690 FD  WRITEOFF-NEW
001700     LABEL RECORDS ARE STANDARD.
001710     COPY CPYWOFF.
001720
001730*    OLD GL WRITE-OFF RECORD - CPYGWOF AS IT WAS BEFORE THE
001740*    WIDENING.
001750 FD  GL-WOFF-OLD-IN
001760     LABEL RECORDS ARE STANDARD.
001770 01  VC-OLD-GL-WOFF-RECORD.
001780     05  VC-OGW-JOB-ID        PIC X(08).
001790     05  VC-OGW-RUN-DATE      PIC 9(08).
001800     05  VC-OGW-RUN-TIME      PIC 9(08).
001810     05  VC-OGW-SEQUENCE      PIC 9(07).
001820     05  VC-OGW-D-VALUE       PIC 9(02).
001830     05  VC-OGW-ACK-REASON    PIC X(30).
001840     05  VC-OGW-WOFF-REASON   PIC X(30).
001850     05  VC-OGW-WOFF-DATE     PIC 9(08).
001860     05  VC-OGW-OPERATOR-ID   PIC X(08).
001870
001880 FD  GL-WOFF-NEW
001890     LABEL RECORDS ARE STANDARD.
001900     COPY CPYGWOF.
001910
001920 WORKING-STORAGE SECTION.
001930
001940 01  VC-SWITCHES.
001950     05  VC-OLD-EOF-SWITCH    PIC X(01)    VALUE "N".
001960         88  VC-OLD-END-OF-FILE            VALUE "Y".
001970         88  VC-OLD-NOT-END-OF-FILE         VALUE "N".
001971     05  VC-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
001972         88  VC-FILE-FAILURE               VALUE "Y".
001973         88  VC-NO-FILE-FAILURE             VALUE "N".
001974     05  VC-WARNING-SWITCH    PIC X(01)    VALUE "N".
001975         88  VC-WARNING                    VALUE "Y".
001976         88  VC-NO-WARNING                  VALUE "N".
001980
001990 01  VC-OLD-FILE-STATUS       PIC X(02).
002000 01  VC-NEW-FILE-STATUS       PIC X(02).
002010
002020 01  VC-COUNTERS.
002030     05  VC-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
002040     05  VC-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
002050     05  VC-DUP-COUNT         PIC 9(07) COMP VALUE ZERO.
002060
002070*    ONE RAW VALUE AS KEYED ON AN OLD REJECT OR WRITE-OFF, AND
002080*    THE SAME VALUE IN THE NEW NINE-BYTE IMAGE.
002090 01  VC-RAW-OLD               PIC X(02).
002100 01  VC-RAW-OLD-NUM REDEFINES VC-RAW-OLD
002110                              PIC 9(02).
002120 01  VC-RAW-NEW               PIC X(09).
002130 01  VC-RAW-NEW-AMOUNT REDEFINES VC-RAW-NEW
002140                              PIC 9(07)V9(02).
002150
002160 01  VC-SUMMARY-LINE.
002170     05  VC-SUM-FILE          PIC X(08).
002180     05  PIC X(09) VALUE "  READ : ".
002190     05  VC-SUM-READ          PIC ZZZZZZ9.
002200     05  PIC X(12) VALUE "  WRITTEN : ".
002210     05  VC-SUM-WRITTEN       PIC ZZZZZZ9.
002220     05  PIC X(15) VALUE "  DUPLICATES : ".
002230     05  VC-SUM-DUPS          PIC ZZZZZZ9.
002232
002234 77  VC-RC-VALUE              PIC 9(02)      VALUE ZERO.
002240
002250******************************************************************
002260* PROCEDURE DIVISION.
002270******************************************************************
002280 PROCEDURE DIVISION.
002290
002300 0000-MAINLINE.
002310     PERFORM 1000-CONVERT-AUDIT    THRU 1000-EXIT
002320     PERFORM 2000-CONVERT-GL       THRU 2000-EXIT
002330     PERFORM 3000-CONVERT-REJECT   THRU 3000-EXIT
002340     PERFORM 4000-CONVERT-WRITEOFF THRU 4000-EXIT
002350     PERFORM 5000-CONVERT-GL-WOFF  THRU 5000-EXIT
002355     PERFORM 9500-SET-RETURN-CODE  THRU 9500-EXIT
002360     STOP RUN.
002370
002380*----------------------------------------------------------------
002390* AUDITOUT TO AUDNEW.
002400*----------------------------------------------------------------
002410 1000-CONVERT-AUDIT.
002420     PERFORM 8000-START-FILE THRU 8000-EXIT
002430     MOVE "AUDITOUT" TO VC-SUM-FILE
002440     OPEN INPUT AUDIT-OLD-IN
002450     IF VC-OLD-FILE-STATUS NOT = "00"
002460         DISPLAY "VALCONV - NO AUDITOUT TO CONVERT, STATUS "
002470             VC-OLD-FILE-STATUS
002475         SET VC-WARNING TO TRUE
002480         GO TO 1000-EXIT
002490     END-IF
002500     OPEN OUTPUT AUDIT-NEW
002510     IF VC-NEW-FILE-STATUS NOT = "00"
002520         DISPLAY "VALCONV - AUDNEW OPEN FAILED, STATUS "
002530             VC-NEW-FILE-STATUS
002535         SET VC-FILE-FAILURE TO TRUE
002540         CLOSE AUDIT-OLD-IN
002550         GO TO 1000-EXIT
002560     END-IF
002570     PERFORM 1100-READ-AUDIT THRU 1100-EXIT
002580     PERFORM 1200-COPY-AUDIT THRU 1200-EXIT
002590         UNTIL VC-OLD-END-OF-FILE
002600     CLOSE AUDIT-OLD-IN
002610     CLOSE AUDIT-NEW
002620     PERFORM 8100-SHOW-COUNTS THRU 8100-EXIT.
002630 1000-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------
002670 1100-READ-AUDIT.
002680*----------------------------------------------------------------
002690     READ AUDIT-OLD-IN
002700         AT END
002710             SET VC-OLD-END-OF-FILE TO TRUE
002720     END-READ.
002730 1100-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------
002770 1200-COPY-AUDIT.
002780*----------------------------------------------------------------
002790     ADD 1 TO VC-READ-COUNT
002800     MOVE VC-OAU-RUN-DATE     TO AUD-RUN-DATE
002810     MOVE VC-OAU-RUN-TIME     TO AUD-RUN-TIME
002820     MOVE VC-OAU-JOB-ID       TO AUD-JOB-ID
002830     MOVE VC-OAU-OPERATOR-ID  TO AUD-OPERATOR-ID
002840     MOVE VC-OAU-INPUT-A      TO AUD-INPUT-A
002850     MOVE VC-OAU-INPUT-B      TO AUD-INPUT-B
002860     MOVE VC-OAU-RESULT-C     TO AUD-RESULT-C
002870     MOVE VC-OAU-RESULT-D     TO AUD-RESULT-D
002880     MOVE VC-OAU-RUN-MODE     TO AUD-RUN-MODE
002890     MOVE VC-OAU-RECORD-TYPE  TO AUD-RECORD-TYPE
002900     MOVE VC-OAU-ADMIN-TARGET TO AUD-ADMIN-TARGET
002910     MOVE VC-OAU-RATE-CLASS   TO AUD-RATE-CLASS
002912     MOVE SPACES              TO AUD-BATCH-ID
002914     MOVE ZERO                TO AUD-BUS-DATE
002920     WRITE AUDIT-RECORD
002930     ADD 1 TO VC-WRITTEN-COUNT
002940     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
002950 1200-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------------
002990* GLOLD (THE UNLOADED OLD MASTER) TO A FRESH GLMST.
003000*----------------------------------------------------------------
003010 2000-CONVERT-GL.
003020     PERFORM 8000-START-FILE THRU 8000-EXIT
003030     MOVE "GLMST" TO VC-SUM-FILE
003040     OPEN INPUT GL-OLD-IN
003050     IF VC-OLD-FILE-STATUS NOT = "00"
003060         DISPLAY "VALCONV - NO GLOLD TO CONVERT, STATUS "
003070             VC-OLD-FILE-STATUS
003075         SET VC-WARNING TO TRUE
003080         GO TO 2000-EXIT
003090     END-IF
003100     OPEN OUTPUT GL-MASTER
003110     IF VC-NEW-FILE-STATUS NOT = "00"
003120         DISPLAY "VALCONV - GLMST OPEN FAILED, STATUS "
003130             VC-NEW-FILE-STATUS
003135         SET VC-FILE-FAILURE TO TRUE
003140         CLOSE GL-OLD-IN
003150         GO TO 2000-EXIT
003160     END-IF
003170     PERFORM 2100-READ-GL THRU 2100-EXIT
003180     PERFORM 2200-COPY-GL THRU 2200-EXIT
003190         UNTIL VC-OLD-END-OF-FILE
003200     CLOSE GL-OLD-IN
003210     CLOSE GL-MASTER
003220     PERFORM 8100-SHOW-COUNTS THRU 8100-EXIT.
003230 2000-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------------
003270 2100-READ-GL.
003280*----------------------------------------------------------------
003290     READ GL-OLD-IN
003300         AT END
003310             SET VC-OLD-END-OF-FILE TO TRUE
003320     END-READ.
003330 2100-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------
003370 2200-COPY-GL.
003380*----------------------------------------------------------------
003390     ADD 1 TO VC-READ-COUNT
003400     MOVE VC-OGL-RECORD-KEY   TO GL-RECORD-KEY
003410     MOVE VC-OGL-D-VALUE      TO GL-D-VALUE
003420     MOVE VC-OGL-SENT-FLAG    TO GL-SENT-FLAG
003430     MOVE VC-OGL-SENT-DATE    TO GL-SENT-DATE
003440     MOVE VC-OGL-ACK-FLAG     TO GL-ACK-FLAG
003450     MOVE VC-OGL-ACK-REASON   TO GL-ACK-REASON
003452     MOVE SPACES              TO GL-BATCH-ID
003454     MOVE ZERO                TO GL-BUS-DATE
003455     SET GL-POST-ORDINARY     TO TRUE
003456     MOVE SPACES              TO GL-ORIG-JOB-ID
003457     MOVE ZERO                TO GL-ORIG-RUN-DATE
003458     MOVE ZERO                TO GL-ORIG-RUN-TIME
003459     MOVE ZERO                TO GL-ORIG-SEQUENCE
003461     MOVE SPACES              TO GL-CORRECTION-REASON
003463     MOVE ZERO                TO GL-XMIT-NUMBER
003465     WRITE GL-RECORD
003470         INVALID KEY
003480             ADD 1 TO VC-DUP-COUNT
003490             DISPLAY "VALCONV - DUPLICATE GL KEY SKIPPED, "
003500                 "STATUS " VC-NEW-FILE-STATUS
003510         NOT INVALID KEY
003520             ADD 1 TO VC-WRITTEN-COUNT
003530     END-WRITE
003540     PERFORM 2100-READ-GL THRU 2100-EXIT.
003550 2200-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------
003590* REJOUT TO REJNEW.
003600*----------------------------------------------------------------
003610 3000-CONVERT-REJECT.
003620     PERFORM 8000-START-FILE THRU 8000-EXIT
003630     MOVE "REJOUT" TO VC-SUM-FILE
003640     OPEN INPUT REJECT-OLD-IN
003650     IF VC-OLD-FILE-STATUS NOT = "00"
003660         DISPLAY "VALCONV - NO REJOUT TO CONVERT, STATUS "
003670             VC-OLD-FILE-STATUS
003675         SET VC-WARNING TO TRUE
003680         GO TO 3000-EXIT
003690     END-IF
003700     OPEN OUTPUT REJECT-NEW
003710     IF VC-NEW-FILE-STATUS NOT = "00"
003720         DISPLAY "VALCONV - REJNEW OPEN FAILED, STATUS "
003730             VC-NEW-FILE-STATUS
003735         SET VC-FILE-FAILURE TO TRUE
003740         CLOSE REJECT-OLD-IN
003750         GO TO 3000-EXIT
003760     END-IF
003770     PERFORM 3100-READ-REJECT THRU 3100-EXIT
003780     PERFORM 3200-COPY-REJECT THRU 3200-EXIT
003790         UNTIL VC-OLD-END-OF-FILE
003800     CLOSE REJECT-OLD-IN
003810     CLOSE REJECT-NEW
003820     PERFORM 8100-SHOW-COUNTS THRU 8100-EXIT.
003830 3000-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870 3100-READ-REJECT.
003880*----------------------------------------------------------------
003890     READ REJECT-OLD-IN
003900         AT END
003910             SET VC-OLD-END-OF-FILE TO TRUE
003920     END-READ.
003930 3100-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970 3200-COPY-REJECT.
003980*----------------------------------------------------------------
003990     ADD 1 TO VC-READ-COUNT
004000     MOVE VC-ORJ-RECORD-NO    TO REJ-RECORD-NO
004010     MOVE VC-ORJ-RECORD-TYPE  TO REJ-RECORD-TYPE
004020     MOVE VC-ORJ-RAW-VALUE    TO VC-RAW-OLD
004030     PERFORM 7000-CONVERT-RAW THRU 7000-EXIT
004040     MOVE VC-RAW-NEW          TO REJ-RAW-VALUE
004050     MOVE VC-ORJ-INPUT-A      TO VC-RAW-OLD
004060     PERFORM 7000-CONVERT-RAW THRU 7000-EXIT
004070     MOVE VC-RAW-NEW          TO REJ-INPUT-A
004080     MOVE VC-ORJ-INPUT-B      TO VC-RAW-OLD
004090     PERFORM 7000-CONVERT-RAW THRU 7000-EXIT
004100     MOVE VC-RAW-NEW          TO REJ-INPUT-B
004110     MOVE VC-ORJ-OP-CODE      TO REJ-OP-CODE
004120     MOVE VC-ORJ-REASON       TO REJ-REASON
004130     MOVE VC-ORJ-RUN-DATE     TO REJ-RUN-DATE
004132     MOVE SPACES              TO REJ-BATCH-ID
004134     MOVE ZERO                TO REJ-BUS-DATE
004140     WRITE REJECT-RECORD
004150     ADD 1 TO VC-WRITTEN-COUNT
004160     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
004170 3200-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210* WRITEOFF TO WOFNEW.
004220*----------------------------------------------------------------
004230 4000-CONVERT-WRITEOFF.
004240     PERFORM 8000-START-FILE THRU 8000-EXIT
004250     MOVE "WRITEOFF" TO VC-SUM-FILE
004260     OPEN INPUT WRITEOFF-OLD-IN
004270     IF VC-OLD-FILE-STATUS NOT = "00"
004280         DISPLAY "VALCONV - NO WRITEOFF TO CONVERT, STATUS "
004290             VC-OLD-FILE-STATUS
004295         SET VC-WARNING TO TRUE
004300         GO TO 4000-EXIT
004310     END-IF
004320     OPEN OUTPUT WRITEOFF-NEW
004330     IF VC-NEW-FILE-STATUS NOT = "00"
004340         DISPLAY "VALCONV - WOFNEW OPEN FAILED, STATUS "
004350             VC-NEW-FILE-STATUS
004355         SET VC-FILE-FAILURE TO TRUE
004360         CLOSE WRITEOFF-OLD-IN
004370         GO TO 4000-EXIT
004380     END-IF
004390     PERFORM 4100-READ-WRITEOFF THRU 4100-EXIT
004400     PERFORM 4200-COPY-WRITEOFF THRU 4200-EXIT
004410         UNTIL VC-OLD-END-OF-FILE
004420     CLOSE WRITEOFF-OLD-IN
004430     CLOSE WRITEOFF-NEW
004440     PERFORM 8100-SHOW-COUNTS THRU 8100-EXIT.
004450 4000-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------
004490 4100-READ-WRITEOFF.
004500*----------------------------------------------------------------
004510     READ WRITEOFF-OLD-IN
004520         AT END
004530             SET VC-OLD-END-OF-FILE TO TRUE
004540     END-READ.
004550 4100-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590 4200-COPY-WRITEOFF.
004600*----------------------------------------------------------------
004610     ADD 1 TO VC-READ-COUNT
004620     MOVE VC-OWF-REJ-RUN-DATE  TO WOF-REJ-RUN-DATE
004630     MOVE VC-OWF-REJ-RECORD-NO TO WOF-REJ-RECORD-NO
004640     MOVE VC-OWF-RECORD-TYPE   TO WOF-RECORD-TYPE
004650     MOVE VC-OWF-RAW-VALUE     TO VC-RAW-OLD
004660     PERFORM 7000-CONVERT-RAW THRU 7000-EXIT
004670     MOVE VC-RAW-NEW           TO WOF-RAW-VALUE
004680     MOVE VC-OWF-INPUT-A       TO VC-RAW-OLD
004690     PERFORM 7000-CONVERT-RAW THRU 7000-EXIT
004700     MOVE VC-RAW-NEW           TO WOF-INPUT-A
004710     MOVE VC-OWF-INPUT-B       TO VC-RAW-OLD
004720     PERFORM 7000-CONVERT-RAW THRU 7000-EXIT
004730     MOVE VC-RAW-NEW           TO WOF-INPUT-B
004740     MOVE VC-OWF-OP-CODE       TO WOF-OP-CODE
004750     MOVE VC-OWF-REASON        TO WOF-REASON
004760     MOVE VC-OWF-WRITEOFF-DATE TO WOF-WRITEOFF-DATE
004770     MOVE VC-OWF-STATUS        TO WOF-STATUS
004780     MOVE VC-OWF-OPERATOR-ID   TO WOF-OPERATOR-ID
004790     MOVE VC-OWF-APPROVER-ID   TO WOF-APPROVER-ID
004800     MOVE VC-OWF-DECISION-DATE TO WOF-DECISION-DATE
004802     MOVE SPACES               TO WOF-BATCH-ID
004804     MOVE ZERO                 TO WOF-BUS-DATE
004810     WRITE WRITEOFF-RECORD
004820     ADD 1 TO VC-WRITTEN-COUNT
004830     PERFORM 4100-READ-WRITEOFF THRU 4100-EXIT.
004840 4200-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------------
004880* GLWOFF TO GWFNEW.
004890*----------------------------------------------------------------
004900 5000-CONVERT-GL-WOFF.
004910     PERFORM 8000-START-FILE THRU 8000-EXIT
004920     MOVE "GLWOFF" TO VC-SUM-FILE
004930     OPEN INPUT GL-WOFF-OLD-IN
004940     IF VC-OLD-FILE-STATUS NOT = "00"
004950         DISPLAY "VALCONV - NO GLWOFF TO CONVERT, STATUS "
004960             VC-OLD-FILE-STATUS
004965         SET VC-WARNING TO TRUE
004970         GO TO 5000-EXIT
004980     END-IF
004990     OPEN OUTPUT GL-WOFF-NEW
005000     IF VC-NEW-FILE-STATUS NOT = "00"
005010         DISPLAY "VALCONV - GWFNEW OPEN FAILED, STATUS "
005020             VC-NEW-FILE-STATUS
005025         SET VC-FILE-FAILURE TO TRUE
005030         CLOSE GL-WOFF-OLD-IN
005040         GO TO 5000-EXIT
005050     END-IF
005060     PERFORM 5100-READ-GL-WOFF THRU 5100-EXIT
005070     PERFORM 5200-COPY-GL-WOFF THRU 5200-EXIT
005080         UNTIL VC-OLD-END-OF-FILE
005090     CLOSE GL-WOFF-OLD-IN
005100     CLOSE GL-WOFF-NEW
005110     PERFORM 8100-SHOW-COUNTS THRU 8100-EXIT.
005120 5000-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160 5100-READ-GL-WOFF.
005170*----------------------------------------------------------------
005180     READ GL-WOFF-OLD-IN
005190         AT END
005200             SET VC-OLD-END-OF-FILE TO TRUE
005210     END-READ.
005220 5100-EXIT.
005230     EXIT.
005240
005250*----------------------------------------------------------------
005260 5200-COPY-GL-WOFF.
005270*----------------------------------------------------------------
005280     ADD 1 TO VC-READ-COUNT
005290     MOVE VC-OGW-JOB-ID       TO GWF-JOB-ID
005300     MOVE VC-OGW-RUN-DATE     TO GWF-RUN-DATE
005310     MOVE VC-OGW-RUN-TIME     TO GWF-RUN-TIME
005320     MOVE VC-OGW-SEQUENCE     TO GWF-SEQUENCE
005330     MOVE VC-OGW-D-VALUE      TO GWF-D-VALUE
005340     MOVE VC-OGW-ACK-REASON   TO GWF-ACK-REASON
005350     MOVE VC-OGW-WOFF-REASON  TO GWF-WRITEOFF-REASON
005360     MOVE VC-OGW-WOFF-DATE    TO GWF-WRITEOFF-DATE
005370     MOVE VC-OGW-OPERATOR-ID  TO GWF-OPERATOR-ID
005380     WRITE GL-WRITEOFF-RECORD
005390     ADD 1 TO VC-WRITTEN-COUNT
005400     PERFORM 5100-READ-GL-WOFF THRU 5100-EXIT.
005410 5200-EXIT.
005420     EXIT.
005430
005440*----------------------------------------------------------------
005450* AN OLD RAW VALUE WAS TWO BYTES AS KEYED.  NUMERIC, IT WAS A
005460* WHOLE AMOUNT AND BECOMES THE SAME AMOUNT IN THE NINE-BYTE
005470* IMAGE; OTHERWISE IT WAS REJECTED FOR WHAT WAS KEYED AND IS
005480* CARRIED AS KEYED.
005490*----------------------------------------------------------------
005500 7000-CONVERT-RAW.
005510     IF VC-RAW-OLD IS NUMERIC
005520         MOVE VC-RAW-OLD-NUM TO VC-RAW-NEW-AMOUNT
005530     ELSE
005540         MOVE VC-RAW-OLD     TO VC-RAW-NEW
005550     END-IF.
005560 7000-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600 8000-START-FILE.
005610*----------------------------------------------------------------
005620     SET VC-OLD-NOT-END-OF-FILE TO TRUE
005630     MOVE ZERO TO VC-READ-COUNT
005640     MOVE ZERO TO VC-WRITTEN-COUNT
005650     MOVE ZERO TO VC-DUP-COUNT.
005660 8000-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700 8100-SHOW-COUNTS.
005710*----------------------------------------------------------------
005720     MOVE VC-READ-COUNT    TO VC-SUM-READ
005730     MOVE VC-WRITTEN-COUNT TO VC-SUM-WRITTEN
005740     MOVE VC-DUP-COUNT     TO VC-SUM-DUPS
005750     DISPLAY "VALCONV - " VC-SUMMARY-LINE
005752     IF VC-DUP-COUNT > ZERO
005754         SET VC-WARNING TO TRUE
005756     END-IF.
005760 8100-EXIT.
005770     EXIT.
005780
005790*----------------------------------------------------------------
005800 9500-SET-RETURN-CODE.
005810*----------------------------------------------------------------
005820*    FOR THE STEP THAT REPLACES EACH OLD FILE WITH ITS NEW ONE:
005840*        12  A NEW FILE COULD NOT BE OPENED - IT IS MISSING OR
005850*            EMPTY AND MUST NOT REPLACE THE OLD ONE
005860*         4  AN OLD FILE WAS NOT THERE, OR DUPLICATE GL KEYS
005870*            WERE SKIPPED
005880*         0  EVERY FILE CONVERTED
005890     EVALUATE TRUE
005900         WHEN VC-FILE-FAILURE
005910             MOVE 12 TO VC-RC-VALUE
005920         WHEN VC-WARNING
005930             MOVE 4 TO VC-RC-VALUE
005940         WHEN OTHER
005950             MOVE 0 TO VC-RC-VALUE
005960     END-EVALUATE
005970     MOVE VC-RC-VALUE TO RETURN-CODE.
005980 9500-EXIT.
005990     EXIT.
