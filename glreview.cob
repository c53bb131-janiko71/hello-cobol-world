000300*                  WOFAPPRV KEEPS - AND THE GLWOFF REGISTER
000310*                  RECORD CARRIES THE SIGNED-ON SUPERVISOR WHO
000320*                  DECIDED THE WRITE-OFF (SEE CPYGWOF).
000321* 2026-10-15 JM    D VALUE SHOWN WITH SEVEN DIGITS AND TWO
000322*                  DECIMALS.
000323* 2026-10-15 JM    THE REVIEW SCREEN SHOWS THE BRANCH BATCH THE
000324*                  POSTING WAS MADE UNDER (GL-BATCH-ID).
000325* 2026-10-15 JM    THE REVIEW SCREEN SHOWS THE POSTING TYPE AND,
000326*                  FOR HALF OF A CORRECTION PAIR, THE KEY OF THE
000327*                  POSTING CORRECTED (SEE CPYGL).
000328* 2026-10-15 JM    FAILED SIGN-ONS ARE NOW WRITTEN TO AUDITOUT AS
000329*                  TYPE "S" RECORDS AND COUNTED ON OPERMST
000330*                  THROUGH OPRSIGN.  A LOCKED OPERATOR IS REFUSED
000331*                  AND THE FAILURE THAT LOCKS ONE IS AUDITED AS A
000332*                  "*SYSTEM*" LOCKOUT (SEE CPYSIGN, CPYAUDIT).
000333* 2026-10-15 JM    THE AUDIT RECORD IS NOW BUILT IN WORKING
000334*                  STORAGE AND WRITTEN FROM THERE - IT WAS BEING
000335*                  FILLED IN BEFORE AUDITOUT WAS OPEN.
000337* 2026-10-15 JM    A REJECTED REVERSAL CAN NO LONGER BE
000339*                  WRITTEN OFF ON ITS OWN - THAT WOULD LEAVE THE
000341*                  ORIGINAL ON THE LEDGER BESIDE ITS REPLACEMENT.
000343*                  IT CAN ONLY BE REQUEUED.
000345*----------------------------------------------------------------
000347
000350******************************************************************
000360* ENVIRONMENT DIVISION.
000370******************************************************************
000500
000510     SELECT OPERATOR-MASTER ASSIGN TO "OPERMST"
000520                             ORGANIZATION LINE SEQUENTIAL
000522                             FILE STATUS IS GV-OPER-FILE-STATUS.
000524
000526     SELECT AUDIT-OUT       ASSIGN TO "AUDITOUT"
000528                             ORGANIZATION LINE SEQUENTIAL
000530                             FILE STATUS IS GV-AUDIT-FILE-STATUS.
000540
000550******************************************************************
000560* DATA DIVISION.
000670
000680 FD  OPERATOR-MASTER
000690     LABEL RECORDS ARE STANDARD.
000692     COPY CPYOPER.
000694
000696 FD  AUDIT-OUT
000698     LABEL RECORDS ARE STANDARD.
000700 01  AUDIT-OUT-RECORD         PIC X(96).
000710
000720 WORKING-STORAGE SECTION.
000730
000732*    THE AUDIT RECORD IS BUILT HERE AND WRITTEN FROM, SINCE
000734*    AUDITOUT IS ONLY OPEN FOR THE MOMENT OF THE WRITE.
000736     COPY CPYAUDIT.
000738
000740 01  GV-SWITCHES.
000750     05  GV-GL-EOF-SWITCH     PIC X(01)    VALUE "N".
000760         88  GV-GL-END-OF-FILE             VALUE "Y".
001000     05  GV-OPER-AUTHORITY    PIC X(01)    VALUE SPACE.
001010         88  GV-OPER-SUPERVISOR            VALUE "S".
001020     05  GV-OPER-MST-STATUS   PIC X(01)    VALUE SPACE.
001025         88  GV-OPER-DISABLED              VALUE "D".
001030         88  GV-OPER-LOCKED                VALUE "L".
001040
001050 01  GV-GL-FILE-STATUS        PIC X(02).
001060 01  GV-GWF-FILE-STATUS       PIC X(02).
001065 01  GV-OPER-FILE-STATUS      PIC X(02).
001070 01  GV-AUDIT-FILE-STATUS     PIC X(02).
001080
001090 01  GV-COUNTERS.
001100     05  GV-REVIEWED-COUNT    PIC 9(07) COMP VALUE ZERO.
001180     05  GV-SIGNON-ID         PIC X(08).
001190     05  GV-SIGNON-PASSWORD   PIC X(08).
001200     05  GV-SIGNON-ATTEMPTS   PIC 9(01)      VALUE ZERO.
001202     05  GV-OPER-MST-PASSWORD PIC X(08).
001204
001210     COPY CPYSIGN.
001220
001230 01  GV-WOFF-REASON           PIC X(30).
001240
001550     02  LINE 06 COL 01 VALUE "SEQUENCE     : ".
001560     02  LINE 06 COL 16 PIC 9(7) FROM GL-KEY-SEQUENCE.
001570     02  LINE 07 COL 01 VALUE "D VALUE      : ".
001580     02  LINE 07 COL 16 PIC Z(6)9.99 FROM GL-D-VALUE.
001590     02  LINE 08 COL 01 VALUE "LEDGER SAYS  : ".
001600     02  LINE 08 COL 16 PIC X(30) FROM GL-ACK-REASON.
001602     02  LINE 09 COL 01 VALUE "BRANCH BATCH : ".
001604     02  LINE 09 COL 16 PIC X(8) FROM GL-BATCH-ID.
001605     02  LINE 09 COL 26 VALUE "TYPE : ".
001606     02  LINE 09 COL 33 PIC X FROM GL-POSTING-TYPE.
001607     02  LINE 10 COL 01 VALUE "WRITE-OFF REASON : ".
001608     02  LINE 10 COL 20 PIC X(30) USING GV-WOFF-REASON.
001610     02  LINE 11 COL 01 VALUE "CORRECTS     : ".
001612     02  LINE 11 COL 16 PIC X(8) FROM GL-ORIG-JOB-ID.
001614     02  LINE 11 COL 25 PIC 9(8) FROM GL-ORIG-RUN-DATE.
001616     02  LINE 11 COL 34 PIC 9(8) FROM GL-ORIG-RUN-TIME.
001618     02  LINE 11 COL 43 PIC 9(7) FROM GL-ORIG-SEQUENCE.
001630     02  LINE 12 COL 01
001640         VALUE "ACTION - (R)EQUEUE (W)RITE OFF (S)KIP : ".
001650     02  LINE 12 COL 42 PIC X USING GV-ACTION.
002120*    THREE ATTEMPTS, SUPERVISOR AUTHORITY REQUIRED - ABANDONING
002130*    A LEDGER POSTING IS A SUPERVISOR'S DECISION, THE SAME GATE
002140*    WOFAPPRV AND THE MANIPDRV MAINTENANCE SCREENS KEEP, AND
002142*    THE GLWOFF REGISTER CARRIES WHO DECIDED IT.
002144*    EVERY FAILURE IS AUDITED AND COUNTED TOWARDS THE LOCKOUT;
002146*    A LOCKED OPERATOR IS REFUSED UNTIL A SUPERVISOR UNLOCKS.
002150     ACCEPT GV-RUN-DATE FROM DATE YYYYMMDD
002160     SET GV-SIGNON-FAILED TO TRUE
002170     MOVE ZERO TO GV-SIGNON-ATTEMPTS
002180     PERFORM 1320-SIGNON-ATTEMPT THRU 1320-EXIT
002330     ACCEPT SCR-SIGNON
002340     ADD 1 TO GV-SIGNON-ATTEMPTS
002350     PERFORM 1330-LOOKUP-OPERATOR THRU 1330-EXIT
002351     IF GV-OPER-NOT-FOUND
002352      OR GV-SIGNON-PASSWORD NOT = GV-OPER-MST-PASSWORD
002353      OR GV-SIGNON-PASSWORD = SPACES
002354      OR GV-OPER-DISABLED
002355      OR GV-OPER-LOCKED
002356         IF GV-OPER-LOCKED
002357          AND GV-SIGNON-PASSWORD = GV-OPER-MST-PASSWORD
002358             DISPLAY "GLREVIEW - OPERATOR LOCKED, "
002359                 "SEE A SUPERVISOR"
002360         ELSE
002365             DISPLAY "GLREVIEW - SIGN-ON INVALID "
002370                 "OR NOT SUPERVISOR"
002375         END-IF
002380         PERFORM 8100-WRITE-SIGNON-FAILURE THRU 8100-EXIT
002385         PERFORM 1390-RECORD-FAILED-SIGNON THRU 1390-EXIT
002390         GO TO 1320-EXIT
002395     END-IF
002400*    A GOOD PASSWORD WITHOUT SUPERVISOR AUTHORITY IS NOT A FAILED
002405*    SIGN-ON - IT IS REFUSED BUT NOT COUNTED.
002410     IF NOT GV-OPER-SUPERVISOR
002415         DISPLAY "GLREVIEW - SIGN-ON INVALID OR NOT SUPERVISOR"
002420         GO TO 1320-EXIT
002425     END-IF
002430     SET GV-SIGNON-OK TO TRUE
002435     SET SG-FUNC-SIGNED-ON TO TRUE
002440     PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT.
002450 1320-EXIT.
002460     EXIT.
002470
002860         MOVE OPR-STATUS    TO GV-OPER-MST-STATUS
002870     END-IF
002880     PERFORM 1340-READ-OPERATOR THRU 1340-EXIT.
002881 1350-EXIT.
002882     EXIT.
002883
002884*----------------------------------------------------------------
002885 1390-RECORD-FAILED-SIGNON.
002886*----------------------------------------------------------------
002887*    COUNTED ON OPERMST BY OPRSIGN SO THE LIMIT RUNS ACROSS
002888*    SESSIONS AND PROGRAMS.  THE FAILURE THAT LOCKS THE OPERATOR
002889*    IS AUDITED; AN ID NOT ON FILE HAS ONLY ITS "S" RECORD.
002890     SET SG-FUNC-FAILED TO TRUE
002891     PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT
002892     IF SG-STATUS-LOCKED
002893         DISPLAY "GLREVIEW - OPERATOR NOW LOCKED AFTER REPEATED "
002894             "FAILURES"
002895         PERFORM 8150-WRITE-LOCKOUT-AUDIT THRU 8150-EXIT
002896     END-IF.
002897 1390-EXIT.
002898     EXIT.
002899
002900*----------------------------------------------------------------
002901 1395-RECORD-SIGNON.
002902*----------------------------------------------------------------
002903*    THE CALLER SETS SG-FUNCTION-CODE.
002904     MOVE GV-SIGNON-ID TO SG-OPERATOR-ID
002905     MOVE GV-RUN-DATE  TO SG-RUN-DATE
002906     ACCEPT SG-RUN-TIME FROM TIME
002907     CALL "OPRSIGN" USING SG-LINK-AREA.
002908 1395-EXIT.
002909     EXIT.
002910
002920*----------------------------------------------------------------
002930 2000-REVIEW-POSTING.
003610         ADD 1 TO GV-SKIP-COUNT
003620         GO TO 4000-EXIT
003630     END-IF
003631*    A REVERSAL TAKES THE ORIGINAL OFF THE LEDGER - WRITTEN OFF
003632*    ALONE IT WOULD LEAVE THE ORIGINAL STANDING BESIDE ITS
003633*    REPLACEMENT.  IT CAN ONLY BE REQUEUED.
003634     IF GL-POST-REVERSAL
003635         DISPLAY "GLREVIEW - REVERSAL CANNOT BE WRITTEN OFF, "
003636             "REQUEUE IT"
003637         ADD 1 TO GV-SKIP-COUNT
003638         GO TO 4000-EXIT
003639     END-IF
003640*    NO REGISTER, NO WRITE-OFF - THE DECISION MUST NOT OUTLIVE
003650*    ITS RECORD.  THE ITEM STAYS REJECTED FOR ANOTHER DAY.
003660     IF GV-GWF-NOT-OPENED
003840 4000-EXIT.
003850     EXIT.
003860
004003*----------------------------------------------------------------
004004 8100-WRITE-SIGNON-FAILURE.
004005*----------------------------------------------------------------
004006     MOVE GV-SIGNON-ID      TO AUD-OPERATOR-ID
004007     MOVE SPACE             TO AUD-RUN-MODE
004008     SET AUD-TYPE-SIGNON-FAILURE TO TRUE
004009     MOVE SPACES            TO AUD-ADMIN-TARGET
004010     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
004020 8100-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------
004060 8150-WRITE-LOCKOUT-AUDIT.
004070*----------------------------------------------------------------
004080*    AN AUTOMATIC LOCK IS AN ADMINISTRATION ACTION NOBODY TOOK -
004090*    "*SYSTEM*" ACTED, THE LOCKED ID IS THE TARGET.
004100     MOVE "*SYSTEM*"        TO AUD-OPERATOR-ID
004110     MOVE "L"               TO AUD-RUN-MODE
004120     SET AUD-TYPE-ADMIN-ACTION TO TRUE
004130     MOVE GV-SIGNON-ID      TO AUD-ADMIN-TARGET
004140     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
004150 8150-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190 8300-WRITE-AUDIT.
004200*----------------------------------------------------------------
004210*    SIGN-ON EVENTS ARE RARE, SO AUDITOUT IS OPENED FOR EACH ONE
004220*    AND CLOSED AGAIN - NOTHING IS LEFT OPEN IF THE SIGN-ON IS
004230*    REFUSED.  THE CALLER SETS THE TYPE, OPERATOR, RUN MODE AND
004240*    TARGET.
004250     MOVE GV-RUN-DATE       TO AUD-RUN-DATE
004260     ACCEPT AUD-RUN-TIME FROM TIME
004270     MOVE "GLREVIEW"        TO AUD-JOB-ID
004280     MOVE ZERO              TO AUD-INPUT-A
004290     MOVE ZERO              TO AUD-INPUT-B
004300     MOVE ZERO              TO AUD-RESULT-C
004310     MOVE ZERO              TO AUD-RESULT-D
004320     MOVE SPACES            TO AUD-RATE-CLASS
004330     MOVE SPACES            TO AUD-BATCH-ID
004340     MOVE ZERO              TO AUD-BUS-DATE
004350     OPEN EXTEND AUDIT-OUT
004360     IF GV-AUDIT-FILE-STATUS = "35"
004370         OPEN OUTPUT AUDIT-OUT
004380     END-IF
004390     IF GV-AUDIT-FILE-STATUS NOT = "00"
004400         DISPLAY "GLREVIEW - AUDITOUT OPEN FAILED, STATUS "
004410             GV-AUDIT-FILE-STATUS
004420         GO TO 8300-EXIT
004430     END-IF
004440     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
004450     IF GV-AUDIT-FILE-STATUS NOT = "00"
004460         DISPLAY "GLREVIEW - AUDITOUT WRITE FAILED, STATUS "
004470             GV-AUDIT-FILE-STATUS
004480     END-IF
004490     CLOSE AUDIT-OUT.
004500 8300-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540 9000-TERMINATE.
004550*----------------------------------------------------------------
004560     IF GV-GWF-OPENED
004570         CLOSE GLWOFF-FILE
004580     END-IF
004590     IF GV-GL-OPENED
004600         CLOSE GL-IN
004610     END-IF
004620     MOVE GV-REQUEUED-COUNT TO GV-SUM-REQUEUED
004630     MOVE GV-WRITEOFF-COUNT TO GV-SUM-WOF
004640     MOVE GV-SKIP-COUNT     TO GV-SUM-SKIP
004650     DISPLAY "GLREVIEW - " GV-SUMMARY-LINE.
004660 9000-EXIT.
004670     EXIT.
