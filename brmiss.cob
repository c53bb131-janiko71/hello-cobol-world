000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    BRMISS.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  MISSING-BRANCH REPORT, RUN AHEAD
000150*                  OF THE NIGHTLY MANIPDRV.  EVERY ACTIVE BRANCH
000160*                  ON THE BRANCH MASTER (BRCHMST, SEE CPYBRCH)
000170*                  FLAGGED AS EXPECTED DAILY IS LOOKED FOR ON THE
000180*                  BATCH REGISTER (BATCHREG, SEE CPYBREG) UNDER
000190*                  THE BUSINESS DATE; A BRANCH WITH NO BATCH
000200*                  EDITED CLEAN FOR THE DATE IS LISTED ON BRMSRPT
000210*                  SO IT CAN BE CHASED BEFORE THE BATCH WINDOW.
000220*----------------------------------------------------------------
000230
000240******************************************************************
000250* ENVIRONMENT DIVISION.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MISS-PARM       ASSIGN TO "BRMSPARM"
000310                             ORGANIZATION IS SEQUENTIAL
000320                             FILE STATUS IS MS-PARM-FILE-STATUS.
000330
000340     SELECT BRANCH-MASTER   ASSIGN TO "BRCHMST"
000350                             ORGANIZATION IS INDEXED
000360                             ACCESS MODE IS DYNAMIC
000370                             RECORD KEY IS BRM-BATCH-ID
000380                             FILE STATUS IS MS-BRM-FILE-STATUS.
000390
000400     SELECT BATCH-REGISTER  ASSIGN TO "BATCHREG"
000410                             ORGANIZATION LINE SEQUENTIAL
000420                             FILE STATUS IS MS-BREG-FILE-STATUS.
000430
000440     SELECT MISS-REPORT     ASSIGN TO "BRMSRPT"
000450                             ORGANIZATION LINE SEQUENTIAL.
000460
000470******************************************************************
000480* DATA DIVISION.
000490******************************************************************
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  MISS-PARM
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CPYBMIS.
000550
000560 FD  BRANCH-MASTER
000570     LABEL RECORDS ARE STANDARD.
000580     COPY CPYBRCH.
000590
000600 FD  BATCH-REGISTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CPYBREG.
000630
000640 FD  MISS-REPORT
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CPYRPT.
000670
000680 WORKING-STORAGE SECTION.
000690
000700 01  MS-SWITCHES.
000710     05  MS-BRM-EOF-SWITCH    PIC X(01)    VALUE "N".
000720         88  MS-BRM-END-OF-FILE            VALUE "Y".
000730         88  MS-BRM-NOT-END-OF-FILE         VALUE "N".
000740     05  MS-BRM-OPEN-SWITCH   PIC X(01)    VALUE "N".
000750         88  MS-BRM-OPENED                 VALUE "Y".
000760         88  MS-BRM-NOT-OPENED              VALUE "N".
000770     05  MS-BREG-EOF-SWITCH   PIC X(01)    VALUE "N".
000780         88  MS-BREG-END-OF-FILE           VALUE "Y".
000790         88  MS-BREG-NOT-END-OF-FILE        VALUE "N".
000800     05  MS-RECEIVED-SWITCH   PIC X(01)    VALUE "N".
000810         88  MS-BATCH-RECEIVED             VALUE "Y".
000820         88  MS-BATCH-NOT-RECEIVED          VALUE "N".
000830     05  MS-REFUSED-SWITCH    PIC X(01)    VALUE "N".
000840         88  MS-RUN-REFUSED                VALUE "Y".
000850         88  MS-RUN-ACCEPTED                VALUE "N".
000860     05  MS-FILE-FAIL-SWITCH  PIC X(01)    VALUE "N".
000870         88  MS-FILE-FAILURE               VALUE "Y".
000880         88  MS-NO-FILE-FAILURE             VALUE "N".
000890     05  MS-REG-FULL-SWITCH   PIC X(01)    VALUE "N".
000900         88  MS-REGISTER-OVERFLOW          VALUE "Y".
000910         88  MS-REGISTER-FITS               VALUE "N".
000920
000930 01  MS-PARM-FILE-STATUS      PIC X(02).
000940 01  MS-BRM-FILE-STATUS       PIC X(02).
000950 01  MS-BREG-FILE-STATUS      PIC X(02).
000960
000970 01  MS-COUNTERS.
000980     05  MS-BRANCHES-READ     PIC 9(05) COMP VALUE ZERO.
000990     05  MS-EXPECTED-COUNT    PIC 9(05) COMP VALUE ZERO.
001000     05  MS-RECEIVED-COUNT    PIC 9(05) COMP VALUE ZERO.
001010     05  MS-MISSING-COUNT     PIC 9(05) COMP VALUE ZERO.
001020     05  MS-REG-LOADED        PIC 9(03) COMP VALUE ZERO.
001030     05  MS-REG-INDEX         PIC 9(03) COMP VALUE ZERO.
001040
001050 01  MS-RUN-DATE              PIC 9(08).
001060 01  MS-BUS-DATE              PIC 9(08).
001070
001080*    THE BATCH IDS EDITED CLEAN FOR THE BUSINESS DATE, LOADED FROM
001090*    BATCHREG AT START-UP.  ENTRIES FOR OTHER DATES ARE SKIPPED.
001100 01  MS-REGISTER-TABLE.
001110     05  MS-REG-ENTRY         OCCURS 200 TIMES.
001120         10  MS-REG-BATCH-ID  PIC X(08).
001130
001140 01  MS-HEADING-LINE.
001150     05  PIC X(31) VALUE "MISSING BRANCH FILES - BUS DT: ".
001160     05  MS-HDG-BUS-DATE      PIC 9(08).
001170     05  PIC X(08) VALUE "  RUN : ".
001180     05  MS-HDG-RUN-DATE      PIC 9(08).
001190
001200 01  MS-COLUMN-LINE.
001210     05  PIC X(40) VALUE "BRANCH   NAME".
001220     05  PIC X(40) VALUE "CL".
001230
001240 01  MS-DETAIL-LINE.
001250     05  MS-DTL-BATCH-ID      PIC X(08).
001260     05  PIC X(01) VALUE SPACE.
001270     05  MS-DTL-NAME          PIC X(30).
001280     05  PIC X(01) VALUE SPACE.
001290     05  MS-DTL-CLASS         PIC X(02).
001300
001310 01  MS-NONE-LINE.
001320     05  PIC X(40) VALUE "NO EXPECTED BRANCH IS MISSING".
001330
001340 01  MS-SUMMARY-LINE.
001350     05  PIC X(11) VALUE "EXPECTED : ".
001360     05  MS-SUM-EXPECTED      PIC ZZZZ9.
001370     05  PIC X(13) VALUE "  RECEIVED : ".
001380     05  MS-SUM-RECEIVED      PIC ZZZZ9.
001390     05  PIC X(12) VALUE "  MISSING : ".
001400     05  MS-SUM-MISSING       PIC ZZZZ9.
001410
001420 01  MS-BLANK-LINE            PIC X(80)      VALUE SPACES.
001430
001440 77  MS-RC-VALUE              PIC 9(02)      VALUE ZERO.
001450
001460******************************************************************
001470* PROCEDURE DIVISION.
001480******************************************************************
001490 PROCEDURE DIVISION.
001500
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE     THRU 1000-EXIT
001530     IF MS-RUN-ACCEPTED
001540      AND MS-BRM-OPENED
001550         PERFORM 2000-CHECK-BRANCH THRU 2000-EXIT
001560             UNTIL MS-BRM-END-OF-FILE
001570     END-IF
001580     PERFORM 9000-TERMINATE      THRU 9000-EXIT
001590     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
001600     STOP RUN.
001610
001620*----------------------------------------------------------------
001630 1000-INITIALIZE.
001640*----------------------------------------------------------------
001650     ACCEPT MS-RUN-DATE FROM DATE YYYYMMDD
001660     PERFORM 1100-READ-MISS-PARM THRU 1100-EXIT
001670     IF MS-RUN-REFUSED
001680         GO TO 1000-EXIT
001690     END-IF
001700     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
001710     OPEN OUTPUT MISS-REPORT
001720     MOVE MS-BUS-DATE TO MS-HDG-BUS-DATE
001730     MOVE MS-RUN-DATE TO MS-HDG-RUN-DATE
001740     WRITE REPORT-RECORD FROM MS-HEADING-LINE
001750     WRITE REPORT-RECORD FROM MS-BLANK-LINE
001760     WRITE REPORT-RECORD FROM MS-COLUMN-LINE
001770     OPEN INPUT BRANCH-MASTER
001780     IF MS-BRM-FILE-STATUS NOT = "00"
001790         DISPLAY "BRMISS - BRCHMST OPEN FAILED, STATUS "
001800             MS-BRM-FILE-STATUS
001810         SET MS-FILE-FAILURE TO TRUE
001820         GO TO 1000-EXIT
001830     END-IF
001840     SET MS-BRM-OPENED TO TRUE
001850     MOVE LOW-VALUES TO BRM-BATCH-ID
001860     START BRANCH-MASTER KEY IS NOT LESS THAN BRM-BATCH-ID
001870         INVALID KEY
001880             SET MS-BRM-END-OF-FILE TO TRUE
001890             GO TO 1000-EXIT
001900     END-START
001910     PERFORM 2100-READ-BRANCH THRU 2100-EXIT.
001920 1000-EXIT.
001930     EXIT.
001940
001950*----------------------------------------------------------------
001960 1100-READ-MISS-PARM.
001970*----------------------------------------------------------------
001980     MOVE ZERO TO MISS-BUS-DATE
001990     OPEN INPUT MISS-PARM
002000     IF MS-PARM-FILE-STATUS = "00"
002010         READ MISS-PARM
002020             AT END
002030                 CONTINUE
002040         END-READ
002050         CLOSE MISS-PARM
002060     END-IF
002070     IF MISS-BUS-DATE IS NOT NUMERIC
002080         DISPLAY "BRMISS - INVALID BUSINESS DATE, NOTHING CHECKED"
002090         SET MS-RUN-REFUSED TO TRUE
002100         GO TO 1100-EXIT
002110     END-IF
002120     IF MISS-BUS-DATE = ZERO
002130         MOVE MS-RUN-DATE   TO MS-BUS-DATE
002140     ELSE
002150         MOVE MISS-BUS-DATE TO MS-BUS-DATE
002160     END-IF.
002170 1100-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------------
002210 1200-LOAD-REGISTER.
002220*----------------------------------------------------------------
002230*    NO REGISTER YET MEANS NO BRANCH FILE HAS BEEN EDITED CLEAN
002240*    TODAY - EVERY EXPECTED BRANCH IS MISSING, WHICH IS EXACTLY
002250*    WHAT THE REPORT SHOULD THEN SAY.
002260     MOVE ZERO TO MS-REG-LOADED
002270     OPEN INPUT BATCH-REGISTER
002280     IF MS-BREG-FILE-STATUS NOT = "00"
002290         DISPLAY "BRMISS - NO BATCHREG, NO BATCH RECEIVED YET"
002300         GO TO 1200-EXIT
002310     END-IF
002320     PERFORM 1210-READ-REGISTER  THRU 1210-EXIT
002330     PERFORM 1220-STORE-REGISTER THRU 1220-EXIT
002340         UNTIL MS-BREG-END-OF-FILE
002350     CLOSE BATCH-REGISTER.
002360 1200-EXIT.
002370     EXIT.
002380
002390*----------------------------------------------------------------
002400 1210-READ-REGISTER.
002410*----------------------------------------------------------------
002420     READ BATCH-REGISTER
002430         AT END
002440             SET MS-BREG-END-OF-FILE TO TRUE
002450     END-READ.
002460 1210-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------------
002500 1220-STORE-REGISTER.
002510*----------------------------------------------------------------
002520     IF BRG-BUS-DATE NOT = MS-BUS-DATE
002530         GO TO 1220-READ
002540     END-IF
002550     IF MS-REG-LOADED < 200
002560         ADD 1 TO MS-REG-LOADED
002570         MOVE BRG-BATCH-ID TO MS-REG-BATCH-ID(MS-REG-LOADED)
002580     ELSE
002590         SET MS-REGISTER-OVERFLOW TO TRUE
002600     END-IF.
002610 1220-READ.
002620     PERFORM 1210-READ-REGISTER THRU 1210-EXIT.
002630 1220-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------
002670 2000-CHECK-BRANCH.
002680*----------------------------------------------------------------
002690*    ONLY AN ACTIVE BRANCH EXPECTED EVERY DAY IS CHASED.
002700     ADD 1 TO MS-BRANCHES-READ
002710     IF BRM-STATUS-CLOSED
002720      OR NOT BRM-EXPECTED-DAILY
002730         GO TO 2000-READ
002740     END-IF
002750     ADD 1 TO MS-EXPECTED-COUNT
002760     SET MS-BATCH-NOT-RECEIVED TO TRUE
002770     PERFORM 2200-MATCH-REGISTER THRU 2200-EXIT
002780         VARYING MS-REG-INDEX FROM 1 BY 1
002790         UNTIL MS-REG-INDEX > MS-REG-LOADED
002800            OR MS-BATCH-RECEIVED
002810     IF MS-BATCH-RECEIVED
002820         ADD 1 TO MS-RECEIVED-COUNT
002830     ELSE
002840         ADD 1 TO MS-MISSING-COUNT
002850         MOVE BRM-BATCH-ID    TO MS-DTL-BATCH-ID
002860         MOVE BRM-BRANCH-NAME TO MS-DTL-NAME
002870         MOVE BRM-RATE-CLASS  TO MS-DTL-CLASS
002880         WRITE REPORT-RECORD FROM MS-DETAIL-LINE
002890     END-IF.
002900 2000-READ.
002910     PERFORM 2100-READ-BRANCH THRU 2100-EXIT.
002920 2000-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960 2100-READ-BRANCH.
002970*----------------------------------------------------------------
002980     READ BRANCH-MASTER NEXT RECORD
002990         AT END
003000             SET MS-BRM-END-OF-FILE TO TRUE
003010     END-READ.
003020 2100-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------
003060 2200-MATCH-REGISTER.
003070*----------------------------------------------------------------
003080     IF MS-REG-BATCH-ID(MS-REG-INDEX) = BRM-BATCH-ID
003090         SET MS-BATCH-RECEIVED TO TRUE
003100     END-IF.
003110 2200-EXIT.
003120     EXIT.
003130
003140*----------------------------------------------------------------
003150 9000-TERMINATE.
003160*----------------------------------------------------------------
003170     IF MS-RUN-REFUSED
003180         GO TO 9000-EXIT
003190     END-IF
003200     IF MS-MISSING-COUNT = ZERO
003210      AND MS-NO-FILE-FAILURE
003220         WRITE REPORT-RECORD FROM MS-NONE-LINE
003230     END-IF
003240     IF MS-REGISTER-OVERFLOW
003250         DISPLAY "BRMISS - REGISTER TABLE FULL, BRANCHES BEYOND "
003260             "200 REPORTED MISSING"
003270     END-IF
003280     MOVE MS-EXPECTED-COUNT TO MS-SUM-EXPECTED
003290     MOVE MS-RECEIVED-COUNT TO MS-SUM-RECEIVED
003300     MOVE MS-MISSING-COUNT  TO MS-SUM-MISSING
003310     WRITE REPORT-RECORD FROM MS-BLANK-LINE
003320     WRITE REPORT-RECORD FROM MS-SUMMARY-LINE
003330     CLOSE MISS-REPORT
003340     IF MS-BRM-OPENED
003350         CLOSE BRANCH-MASTER
003360     END-IF
003370     DISPLAY "BRMISS - " MS-SUMMARY-LINE.
003380 9000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------
003420 9500-SET-RETURN-CODE.
003430*----------------------------------------------------------------
003440*    SO THE SCHEDULER CAN RAISE THE CHASE BEFORE THE BATCH WINDOW:
003450*        16  RUN REFUSED - BAD PARAMETER CARD
003460*        12  BRANCH MASTER COULD NOT BE OPENED
003470*         4  ONE OR MORE EXPECTED BRANCHES MISSING
003480*         0  EVERY EXPECTED BRANCH RECEIVED
003490     EVALUATE TRUE
003500         WHEN MS-RUN-REFUSED
003510             MOVE 16 TO MS-RC-VALUE
003520         WHEN MS-FILE-FAILURE
003530             MOVE 12 TO MS-RC-VALUE
003540         WHEN MS-MISSING-COUNT > ZERO
003550             MOVE 4 TO MS-RC-VALUE
003560         WHEN OTHER
003570             MOVE 0 TO MS-RC-VALUE
003580     END-EVALUATE
003590     MOVE MS-RC-VALUE TO RETURN-CODE.
003600 9500-EXIT.
003610     EXIT.
