000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030******************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    OPRSIGN.
000060 AUTHOR.        J. MARCHETTI.
000070 INSTALLATION.  ATELIER-COBOL.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-15 JM    NEW PROGRAM.  CALLED SUBROUTINE THAT RECORDS
000150*                  EACH SIGN-ON ATTEMPT ON THE OPERATOR MASTER
000160*                  (SEE CPYSIGN) FOR EVERY PROGRAM WITH A SIGN-ON
000170*                  SCREEN.  A FAILURE IS COUNTED AGAINST THE ID
000180*                  WITH ITS DATE AND TIME; CONSECUTIVE FAILURES
000190*                  WITHIN THE SITE WINDOW UP TO THE SITE LIMIT
000200*                  (SECPARM, SEE CPYSECP) LOCK THE OPERATOR UNTIL
000210*                  A SUPERVISOR UNLOCKS THEM IN OPERMNT.  A GOOD
000220*                  SIGN-ON CLEARS THE COUNT AND STAMPS THE DATE.
000230*----------------------------------------------------------------
000240
000250******************************************************************
000260* ENVIRONMENT DIVISION.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SECURITY-PARM   ASSIGN TO "SECPARM"
000320                             ORGANIZATION IS SEQUENTIAL
000330                             FILE STATUS IS OS-PARM-FILE-STATUS.
000340
000350     SELECT OPERATOR-MASTER ASSIGN TO "OPERMST"
000360                             ORGANIZATION LINE SEQUENTIAL
000370                             FILE STATUS IS OS-OPER-FILE-STATUS.
000380
000390******************************************************************
000400* DATA DIVISION.
000410******************************************************************
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  SECURITY-PARM
000450     LABEL RECORDS ARE STANDARD.
000460     COPY CPYSECP.
000470
000480 FD  OPERATOR-MASTER
000490     LABEL RECORDS ARE STANDARD.
000500     COPY CPYOPER.
000510
000520 WORKING-STORAGE SECTION.
000530
000540 01  OS-SWITCHES.
000550     05  OS-OPER-EOF-SWITCH   PIC X(01)    VALUE "N".
000560         88  OS-OPER-END-OF-FILE           VALUE "Y".
000570         88  OS-OPER-NOT-END-OF-FILE        VALUE "N".
000580     05  OS-OVERFLOW-SWITCH   PIC X(01)    VALUE "N".
000590         88  OS-OPER-TBL-OVERFLOW          VALUE "Y".
000600         88  OS-OPER-TBL-FITS               VALUE "N".
000610
000620 01  OS-PARM-FILE-STATUS      PIC X(02).
000630 01  OS-OPER-FILE-STATUS      PIC X(02).
000640
000650 01  OS-COUNTERS.
000660     05  OS-OPT-COUNT         PIC 9(03) COMP VALUE ZERO.
000670     05  OS-OPT-INDEX         PIC 9(03) COMP VALUE ZERO.
000680     05  OS-OPT-FOUND-INDEX   PIC 9(03) COMP VALUE ZERO.
000690
000700 01  OS-PARM-FIELDS.
000710     05  OS-MAX-FAILURES      PIC 9(02)      VALUE 5.
000720     05  OS-WINDOW-MINUTES    PIC 9(04)      VALUE 30.
000730
000740*    THE WHOLE OPERATOR MASTER, EACH RECORD HELD AS READ, SO A
000750*    REWRITE CARRIES EVERY FIELD BACK UNCHANGED BUT THE ONE
000760*    OPERATOR'S SIGN-ON HISTORY.
000770 01  OS-OPER-TABLE.
000780     05  OS-OPT-RECORD        PIC X(73) OCCURS 100 TIMES.
000790
000800*    MINUTE ARITHMETIC.  A DATE AND TIME IS TURNED INTO A COUNT
000810*    OF MINUTES FROM A FIXED ORIGIN THROUGH THE DAY NUMBER
000820*    (MARCH-BASED YEAR, AS AGERPT AGES ITS ITEMS), SO A WINDOW
000830*    RUNS ACROSS MIDNIGHT AND MONTH-END.
000840 01  OS-DATE-WORK             PIC 9(08).
000850 01  OS-DATE-PARTS REDEFINES OS-DATE-WORK.
000860     05  OS-DATE-YYYY         PIC 9(04).
000870     05  OS-DATE-MM           PIC 9(02).
000880     05  OS-DATE-DD           PIC 9(02).
000890 01  OS-TIME-WORK             PIC 9(08).
000900 01  OS-TIME-PARTS REDEFINES OS-TIME-WORK.
000910     05  OS-TIME-HH           PIC 9(02).
000920     05  OS-TIME-MI           PIC 9(02).
000930     05  OS-TIME-SSCC         PIC 9(04).
000940 01  OS-CALC-FIELDS.
000950     05  OS-CALC-YEAR         PIC 9(04)      COMP.
000960     05  OS-CALC-MONTH        PIC 9(02)      COMP.
000970     05  OS-CALC-WORK         PIC 9(07)      COMP.
000980     05  OS-DAY-NUMBER        PIC 9(07)      COMP.
000990     05  OS-MINUTE-NUMBER     PIC 9(10)      COMP.
001000     05  OS-NOW-MINUTES       PIC 9(10)      COMP.
001010     05  OS-LAST-MINUTES      PIC 9(10)      COMP.
001020
001030 LINKAGE SECTION.
001040     COPY CPYSIGN.
001050
001060******************************************************************
001070* PROCEDURE DIVISION.
001080******************************************************************
001090 PROCEDURE DIVISION USING SG-LINK-AREA.
001100
001110 0000-MAINLINE.
001120     SET SG-STATUS-OK TO TRUE
001130     MOVE ZERO TO SG-FAILED-COUNT
001140     PERFORM 1000-READ-SECURITY-PARM THRU 1000-EXIT
001150     PERFORM 2000-LOAD-OPERATORS     THRU 2000-EXIT
001160     IF SG-STATUS-OK
001170         EVALUATE TRUE
001180             WHEN SG-FUNC-FAILED
001190                 PERFORM 3000-RECORD-FAILURE THRU 3000-EXIT
001200             WHEN SG-FUNC-SIGNED-ON
001210                 PERFORM 4000-RECORD-SIGNON  THRU 4000-EXIT
001220         END-EVALUATE
001230     END-IF
001240     IF SG-STATUS-OK
001250      OR SG-STATUS-LOCKED
001260         PERFORM 5000-REWRITE-MASTER THRU 5000-EXIT
001270     END-IF
001280     EXIT PROGRAM.
001290
001300*----------------------------------------------------------------
001310 1000-READ-SECURITY-PARM.
001320*----------------------------------------------------------------
001330     MOVE 5  TO OS-MAX-FAILURES
001340     MOVE 30 TO OS-WINDOW-MINUTES
001350     MOVE ZERO TO SCP-MAX-FAILURES
001360     MOVE ZERO TO SCP-WINDOW-MINUTES
001370     OPEN INPUT SECURITY-PARM
001380     IF OS-PARM-FILE-STATUS = "00"
001390         READ SECURITY-PARM
001400             AT END
001410                 CONTINUE
001420         END-READ
001430         CLOSE SECURITY-PARM
001440     END-IF
001450     IF SCP-MAX-FAILURES IS NUMERIC
001460      AND SCP-MAX-FAILURES NOT = ZERO
001470         MOVE SCP-MAX-FAILURES TO OS-MAX-FAILURES
001480     END-IF
001490     IF SCP-WINDOW-MINUTES IS NUMERIC
001500      AND SCP-WINDOW-MINUTES NOT = ZERO
001510         MOVE SCP-WINDOW-MINUTES TO OS-WINDOW-MINUTES
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550
001560*----------------------------------------------------------------
001570 2000-LOAD-OPERATORS.
001580*----------------------------------------------------------------
001590*    NO MASTER, OR ONE TOO BIG TO HOLD WHOLE, IS NEVER REWRITTEN.
001600     MOVE ZERO TO OS-OPT-COUNT
001610     MOVE ZERO TO OS-OPT-FOUND-INDEX
001620     SET OS-OPER-TBL-FITS TO TRUE
001630     SET OS-OPER-NOT-END-OF-FILE TO TRUE
001640     OPEN INPUT OPERATOR-MASTER
001650     IF OS-OPER-FILE-STATUS NOT = "00"
001660         DISPLAY "OPRSIGN - NO OPERATOR MASTER, STATUS "
001670             OS-OPER-FILE-STATUS
001680         SET SG-STATUS-NOT-UPDATED TO TRUE
001690         GO TO 2000-EXIT
001700     END-IF
001710     PERFORM 2100-READ-OPERATOR  THRU 2100-EXIT
001720     PERFORM 2200-STORE-OPERATOR THRU 2200-EXIT
001730         UNTIL OS-OPER-END-OF-FILE
001740     CLOSE OPERATOR-MASTER
001750     IF OS-OPER-TBL-OVERFLOW
001760         DISPLAY "OPRSIGN - OPERATOR TABLE FULL, SIGN-ON HISTORY "
001770             "NOT KEPT"
001780         SET SG-STATUS-NOT-UPDATED TO TRUE
001790         GO TO 2000-EXIT
001800     END-IF
001810     IF OS-OPT-FOUND-INDEX = ZERO
001820         SET SG-STATUS-NOT-ON-FILE TO TRUE
001830     END-IF.
001840 2000-EXIT.
001850     EXIT.
001860
001870*----------------------------------------------------------------
001880 2100-READ-OPERATOR.
001890*----------------------------------------------------------------
001900     READ OPERATOR-MASTER
001910         AT END
001920             SET OS-OPER-END-OF-FILE TO TRUE
001930     END-READ.
001940 2100-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------------
001980 2200-STORE-OPERATOR.
001990*----------------------------------------------------------------
002000     IF OS-OPT-COUNT < 100
002010         ADD 1 TO OS-OPT-COUNT
002020         MOVE OPERATOR-RECORD TO OS-OPT-RECORD(OS-OPT-COUNT)
002030         IF OPR-OPERATOR-ID = SG-OPERATOR-ID
002040             MOVE OS-OPT-COUNT TO OS-OPT-FOUND-INDEX
002050         END-IF
002060     ELSE
002070         SET OS-OPER-TBL-OVERFLOW TO TRUE
002080     END-IF
002090     PERFORM 2100-READ-OPERATOR THRU 2100-EXIT.
002100 2200-EXIT.
002110     EXIT.
002120
002130*----------------------------------------------------------------
002140 3000-RECORD-FAILURE.
002150*----------------------------------------------------------------
002160*    THE COUNT CARRIES ON ONLY WHILE EACH FAILURE FOLLOWS THE LAST
002170*    WITHIN THE WINDOW.  A MISSING OR DAMAGED STAMP, OR A CLOCK
002180*    THAT HAS GONE BACKWARDS, STARTS IT AGAIN AT ONE.
002190     MOVE OS-OPT-RECORD(OS-OPT-FOUND-INDEX) TO OPERATOR-RECORD
002200     MOVE SG-RUN-DATE TO OS-DATE-WORK
002210     MOVE SG-RUN-TIME TO OS-TIME-WORK
002220     PERFORM 8100-MINUTE-NUMBER THRU 8100-EXIT
002230     MOVE OS-MINUTE-NUMBER TO OS-NOW-MINUTES
002240     IF OPR-FAILED-COUNT IS NOT NUMERIC
002250      OR OPR-FAILED-COUNT = ZERO
002260      OR OPR-LAST-FAIL-DATE IS NOT NUMERIC
002270      OR OPR-LAST-FAIL-TIME IS NOT NUMERIC
002280         MOVE 1 TO OPR-FAILED-COUNT
002290         GO TO 3000-STAMP
002300     END-IF
002310     MOVE OPR-LAST-FAIL-DATE TO OS-DATE-WORK
002320     MOVE OPR-LAST-FAIL-TIME TO OS-TIME-WORK
002330     PERFORM 8100-MINUTE-NUMBER THRU 8100-EXIT
002340     MOVE OS-MINUTE-NUMBER TO OS-LAST-MINUTES
002350     IF OS-LAST-MINUTES > OS-NOW-MINUTES
002360      OR OS-NOW-MINUTES - OS-LAST-MINUTES > OS-WINDOW-MINUTES
002370         MOVE 1 TO OPR-FAILED-COUNT
002380     ELSE
002390         IF OPR-FAILED-COUNT < 99
002400             ADD 1 TO OPR-FAILED-COUNT
002410         END-IF
002420     END-IF.
002430 3000-STAMP.
002440     MOVE SG-RUN-DATE TO OPR-LAST-FAIL-DATE
002450     MOVE SG-RUN-TIME TO OPR-LAST-FAIL-TIME
002460     IF OPR-LAST-SIGNON-DATE IS NOT NUMERIC
002470         MOVE ZERO TO OPR-LAST-SIGNON-DATE
002480     END-IF
002490*    ONLY AN ACTIVE OPERATOR IS LOCKED - A DISABLED ONE STAYS
002500*    DISABLED, AND ONE ALREADY LOCKED IS NOT LOCKED TWICE.
002510     IF OPR-FAILED-COUNT NOT < OS-MAX-FAILURES
002520      AND OPR-STATUS-ACTIVE
002530         MOVE "L" TO OPR-STATUS
002540         SET SG-STATUS-LOCKED TO TRUE
002550     END-IF
002560     MOVE OPR-FAILED-COUNT TO SG-FAILED-COUNT
002570     MOVE OPERATOR-RECORD TO OS-OPT-RECORD(OS-OPT-FOUND-INDEX).
002580 3000-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------
002620 4000-RECORD-SIGNON.
002630*----------------------------------------------------------------
002640*    THE LAST FAILURE STAMP IS LEFT AS IT WAS - IT IS HISTORY.
002650     MOVE OS-OPT-RECORD(OS-OPT-FOUND-INDEX) TO OPERATOR-RECORD
002660     MOVE ZERO        TO OPR-FAILED-COUNT
002670     MOVE SG-RUN-DATE TO OPR-LAST-SIGNON-DATE
002680     IF OPR-LAST-FAIL-DATE IS NOT NUMERIC
002690      OR OPR-LAST-FAIL-TIME IS NOT NUMERIC
002700         MOVE ZERO TO OPR-LAST-FAIL-DATE
002710         MOVE ZERO TO OPR-LAST-FAIL-TIME
002720     END-IF
002730     MOVE OPERATOR-RECORD TO OS-OPT-RECORD(OS-OPT-FOUND-INDEX).
002740 4000-EXIT.
002750     EXIT.
002760
002770*----------------------------------------------------------------
002780 5000-REWRITE-MASTER.
002790*----------------------------------------------------------------
002800     OPEN OUTPUT OPERATOR-MASTER
002810     IF OS-OPER-FILE-STATUS NOT = "00"
002820         DISPLAY "OPRSIGN - OPERMST REWRITE FAILED, STATUS "
002830             OS-OPER-FILE-STATUS
002840         SET SG-STATUS-NOT-UPDATED TO TRUE
002850         GO TO 5000-EXIT
002860     END-IF
002870     PERFORM 5100-WRITE-OPER-ENTRY THRU 5100-EXIT
002880         VARYING OS-OPT-INDEX FROM 1 BY 1
002890         UNTIL OS-OPT-INDEX > OS-OPT-COUNT
002900     CLOSE OPERATOR-MASTER.
002910 5000-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------
002950 5100-WRITE-OPER-ENTRY.
002960*----------------------------------------------------------------
002970     MOVE OS-OPT-RECORD(OS-OPT-INDEX) TO OPERATOR-RECORD
002980     WRITE OPERATOR-RECORD.
002990 5100-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------
003030 8100-MINUTE-NUMBER.
003040*----------------------------------------------------------------
003050*    OS-DATE-WORK (YYYYMMDD) AND OS-TIME-WORK (HHMMSSCC) TO
003060*    OS-MINUTE-NUMBER.  THE YEAR IS TAKEN TO START IN MARCH, SO
003070*    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR
003080*    BEFORE; EACH DIVISION IS ITS OWN STEP SO IT TRUNCATES.  A
003090*    MONTH OUTSIDE 01-12 IS TAKEN AS 01.
003100     MOVE OS-DATE-YYYY TO OS-CALC-YEAR
003110     MOVE OS-DATE-MM   TO OS-CALC-MONTH
003120     IF OS-CALC-MONTH < 1
003130      OR OS-CALC-MONTH > 12
003140         MOVE 1 TO OS-CALC-MONTH
003150     END-IF
003160     IF OS-CALC-MONTH < 3
003170         SUBTRACT 1 FROM OS-CALC-YEAR
003180         ADD 12 TO OS-CALC-MONTH
003190     END-IF
003200     COMPUTE OS-DAY-NUMBER = OS-CALC-YEAR * 365 + OS-DATE-DD
003210     DIVIDE OS-CALC-YEAR BY 4   GIVING OS-CALC-WORK
003220     ADD OS-CALC-WORK TO OS-DAY-NUMBER
003230     DIVIDE OS-CALC-YEAR BY 100 GIVING OS-CALC-WORK
003240     SUBTRACT OS-CALC-WORK FROM OS-DAY-NUMBER
003250     DIVIDE OS-CALC-YEAR BY 400 GIVING OS-CALC-WORK
003260     ADD OS-CALC-WORK TO OS-DAY-NUMBER
003270     COMPUTE OS-CALC-WORK = (153 * (OS-CALC-MONTH - 3) + 2) / 5
003280     ADD OS-CALC-WORK TO OS-DAY-NUMBER
003290     COMPUTE OS-MINUTE-NUMBER = OS-DAY-NUMBER * 1440
003300                              + OS-TIME-HH * 60 + OS-TIME-MI.
003310 8100-EXIT.
003320     EXIT.
