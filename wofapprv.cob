000220*                  IT.  A SUPERVISOR CANNOT APPROVE A WRITE-OFF
000230*                  THEY KEYED THEMSELVES - THAT IS THE POINT OF
000240*                  DUAL CONTROL.
000242* 2026-10-15 JM    THE WRITE-OFF RECORD'S VALUE FIELDS ARE NOW
000244*                  NINE BYTES (SEE CPYWOFF) - WOFNEW RECORD
000246*                  LENGTH AND THE REVIEW SCREEN FOLLOW.
000247* 2026-10-15 JM    WRITE-OFF RECORD CARRIES THE BRANCH BATCH ID
000248*                  AND BUSINESS DATE - WOFNEW LENGTH FOLLOWS.
000249* 2026-10-15 JM    FAILED SIGN-ONS ARE NOW WRITTEN TO AUDITOUT AS
000250*                  TYPE "S" RECORDS AND COUNTED ON OPERMST
000251*                  THROUGH OPRSIGN.  A LOCKED OPERATOR IS REFUSED
000252*                  AND THE FAILURE THAT LOCKS ONE IS AUDITED AS A
000253*                  "*SYSTEM*" LOCKOUT (SEE CPYSIGN, CPYAUDIT).
000254* 2026-10-15 JM    THE AUDIT RECORD IS NOW BUILT IN WORKING
000255*                  STORAGE AND WRITTEN FROM THERE - IT WAS BEING
000256*                  FILLED IN BEFORE AUDITOUT WAS OPEN.
000257*----------------------------------------------------------------
000260
000270******************************************************************
000280* ENVIRONMENT DIVISION.
000390
000400     SELECT OPERATOR-MASTER ASSIGN TO "OPERMST"
000410                             ORGANIZATION LINE SEQUENTIAL
000412                             FILE STATUS IS WA-OPER-FILE-STATUS.
000414
000416     SELECT AUDIT-OUT       ASSIGN TO "AUDITOUT"
000418                             ORGANIZATION LINE SEQUENTIAL
000420                             FILE STATUS IS WA-AUDIT-FILE-STATUS.
000430
000440******************************************************************
000450* DATA DIVISION.
000520
000530 FD  WOF-NEW
000540     LABEL RECORDS ARE STANDARD.
000550 01  WOF-NEW-RECORD           PIC X(123).
000560
000570 FD  OPERATOR-MASTER
000580     LABEL RECORDS ARE STANDARD.
000582     COPY CPYOPER.
000584
000586 FD  AUDIT-OUT
000588     LABEL RECORDS ARE STANDARD.
000590 01  AUDIT-OUT-RECORD         PIC X(96).
000600
000610 WORKING-STORAGE SECTION.
000620
000622*    THE AUDIT RECORD IS BUILT HERE AND WRITTEN FROM, SINCE
000624*    AUDITOUT IS ONLY OPEN FOR THE MOMENT OF THE WRITE.
000626     COPY CPYAUDIT.
000628
000630 01  WA-SWITCHES.
000640     05  WA-WOF-EOF-SWITCH    PIC X(01)    VALUE "N".
000650         88  WA-WOF-END-OF-FILE            VALUE "Y".
000790     05  WA-OPER-AUTHORITY    PIC X(01)    VALUE SPACE.
000800         88  WA-OPER-SUPERVISOR            VALUE "S".
000810     05  WA-OPER-MST-STATUS   PIC X(01)    VALUE SPACE.
000815         88  WA-OPER-DISABLED              VALUE "D".
000820         88  WA-OPER-LOCKED                VALUE "L".
000830     05  WA-ACTION            PIC X(01)    VALUE "S".
000840         88  WA-ACTION-APPROVE             VALUE "A".
000850         88  WA-ACTION-BOUNCE              VALUE "B".
000860         88  WA-ACTION-SKIP                VALUE "S".
000870
000880 01  WA-WOF-FILE-STATUS       PIC X(02).
000885 01  WA-OPER-FILE-STATUS      PIC X(02).
000890 01  WA-AUDIT-FILE-STATUS     PIC X(02).
000900
000910 01  WA-COUNTERS.
000920     05  WA-PENDING-COUNT     PIC 9(07) COMP VALUE ZERO.
001000     05  WA-SIGNON-ID         PIC X(08).
001010     05  WA-SIGNON-PASSWORD   PIC X(08).
001020     05  WA-SIGNON-ATTEMPTS   PIC 9(01)      VALUE ZERO.
001022     05  WA-OPER-MST-PASSWORD PIC X(08).
001024
001030     COPY CPYSIGN.
001040
001050 01  WA-SUMMARY-LINE.
001060     05  PIC X(10) VALUE "PENDING : ".
001340     02  LINE 04 COL 01 VALUE "RECORD TYPE   : ".
001350     02  LINE 04 COL 17 PIC X FROM WOF-RECORD-TYPE.
001360     02  LINE 05 COL 01 VALUE "C VALUE       : ".
001370     02  LINE 05 COL 17 PIC X(9) FROM WOF-RAW-VALUE.
001380     02  LINE 06 COL 01 VALUE "A / B / OP    : ".
001390     02  LINE 06 COL 17 PIC X(9) FROM WOF-INPUT-A.
001400     02  LINE 06 COL 28 PIC X(9) FROM WOF-INPUT-B.
001410     02  LINE 06 COL 39 PIC X  FROM WOF-OP-CODE.
001420     02  LINE 07 COL 01 VALUE "REJECT REASON : ".
001430     02  LINE 07 COL 17 PIC X(30) FROM WOF-REASON.
001440     02  LINE 08 COL 01 VALUE "WRITTEN OFF   : ".
001860 1300-OPERATOR-SIGNON.
001870*----------------------------------------------------------------
001880*    THREE ATTEMPTS, SUPERVISOR AUTHORITY REQUIRED - THE SAME
001882*    GATE THE MANIPDRV MAINTENANCE SCREENS KEEP.
001884*    EVERY FAILURE IS AUDITED AND COUNTED TOWARDS THE LOCKOUT;
001886*    A LOCKED OPERATOR IS REFUSED UNTIL A SUPERVISOR UNLOCKS.
001890     ACCEPT WA-RUN-DATE FROM DATE YYYYMMDD
001900     SET WA-SIGNON-FAILED TO TRUE
001910     MOVE ZERO TO WA-SIGNON-ATTEMPTS
001920     PERFORM 1320-SIGNON-ATTEMPT THRU 1320-EXIT
002070     ACCEPT SCR-SIGNON
002080     ADD 1 TO WA-SIGNON-ATTEMPTS
002090     PERFORM 1330-LOOKUP-OPERATOR THRU 1330-EXIT
002091     IF WA-OPER-NOT-FOUND
002092      OR WA-SIGNON-PASSWORD NOT = WA-OPER-MST-PASSWORD
002093      OR WA-SIGNON-PASSWORD = SPACES
002094      OR WA-OPER-DISABLED
002095      OR WA-OPER-LOCKED
002096         IF WA-OPER-LOCKED
002097          AND WA-SIGNON-PASSWORD = WA-OPER-MST-PASSWORD
002098             DISPLAY "WOFAPPRV - OPERATOR LOCKED, "
002099                 "SEE A SUPERVISOR"
002100         ELSE
002105             DISPLAY "WOFAPPRV - SIGN-ON INVALID "
002110                 "OR NOT SUPERVISOR"
002115         END-IF
002120         PERFORM 8100-WRITE-SIGNON-FAILURE THRU 8100-EXIT
002125         PERFORM 1390-RECORD-FAILED-SIGNON THRU 1390-EXIT
002130         GO TO 1320-EXIT
002135     END-IF
002140*    A GOOD PASSWORD WITHOUT SUPERVISOR AUTHORITY IS NOT A FAILED
002145*    SIGN-ON - IT IS REFUSED BUT NOT COUNTED.
002150     IF NOT WA-OPER-SUPERVISOR
002155         DISPLAY "WOFAPPRV - SIGN-ON INVALID OR NOT SUPERVISOR"
002160         GO TO 1320-EXIT
002165     END-IF
002170     SET WA-SIGNON-OK TO TRUE
002175     SET SG-FUNC-SIGNED-ON TO TRUE
002180     PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT.
002190 1320-EXIT.
002200     EXIT.
002210
002600         MOVE OPR-STATUS    TO WA-OPER-MST-STATUS
002610     END-IF
002620     PERFORM 1340-READ-OPERATOR THRU 1340-EXIT.
002621 1350-EXIT.
002622     EXIT.
002623
002624*----------------------------------------------------------------
002625 1390-RECORD-FAILED-SIGNON.
002626*----------------------------------------------------------------
002627*    COUNTED ON OPERMST BY OPRSIGN SO THE LIMIT RUNS ACROSS
002628*    SESSIONS AND PROGRAMS.  THE FAILURE THAT LOCKS THE OPERATOR
002629*    IS AUDITED; AN ID NOT ON FILE HAS ONLY ITS "S" RECORD.
002630     SET SG-FUNC-FAILED TO TRUE
002631     PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT
002632     IF SG-STATUS-LOCKED
002633         DISPLAY "WOFAPPRV - OPERATOR NOW LOCKED AFTER REPEATED "
002634             "FAILURES"
002635         PERFORM 8150-WRITE-LOCKOUT-AUDIT THRU 8150-EXIT
002636     END-IF.
002637 1390-EXIT.
002638     EXIT.
002639
002640*----------------------------------------------------------------
002641 1395-RECORD-SIGNON.
002642*----------------------------------------------------------------
002643*    THE CALLER SETS SG-FUNCTION-CODE.
002644     MOVE WA-SIGNON-ID TO SG-OPERATOR-ID
002645     MOVE WA-RUN-DATE  TO SG-RUN-DATE
002646     ACCEPT SG-RUN-TIME FROM TIME
002647     CALL "OPRSIGN" USING SG-LINK-AREA.
002648 1395-EXIT.
002649     EXIT.
002650
002660*----------------------------------------------------------------
002670 2000-REVIEW-WRITEOFF.
003140 2300-EXIT.
003150     EXIT.
003160
003293*----------------------------------------------------------------
003294 8100-WRITE-SIGNON-FAILURE.
003295*----------------------------------------------------------------
003296     MOVE WA-SIGNON-ID      TO AUD-OPERATOR-ID
003297     MOVE SPACE             TO AUD-RUN-MODE
003298     SET AUD-TYPE-SIGNON-FAILURE TO TRUE
003299     MOVE SPACES            TO AUD-ADMIN-TARGET
003300     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
003310 8100-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------------
003350 8150-WRITE-LOCKOUT-AUDIT.
003360*----------------------------------------------------------------
003370*    AN AUTOMATIC LOCK IS AN ADMINISTRATION ACTION NOBODY TOOK -
003380*    "*SYSTEM*" ACTED, THE LOCKED ID IS THE TARGET.
003390     MOVE "*SYSTEM*"        TO AUD-OPERATOR-ID
003400     MOVE "L"               TO AUD-RUN-MODE
003410     SET AUD-TYPE-ADMIN-ACTION TO TRUE
003420     MOVE WA-SIGNON-ID      TO AUD-ADMIN-TARGET
003430     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
003440 8150-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------
003480 8300-WRITE-AUDIT.
003490*----------------------------------------------------------------
003500*    SIGN-ON EVENTS ARE RARE, SO AUDITOUT IS OPENED FOR EACH ONE
003510*    AND CLOSED AGAIN - NOTHING IS LEFT OPEN IF THE SIGN-ON IS
003520*    REFUSED.  THE CALLER SETS THE TYPE, OPERATOR, RUN MODE AND
003530*    TARGET.
003540     MOVE WA-RUN-DATE       TO AUD-RUN-DATE
003550     ACCEPT AUD-RUN-TIME FROM TIME
003560     MOVE "WOFAPPRV"        TO AUD-JOB-ID
003570     MOVE ZERO              TO AUD-INPUT-A
003580     MOVE ZERO              TO AUD-INPUT-B
003590     MOVE ZERO              TO AUD-RESULT-C
003600     MOVE ZERO              TO AUD-RESULT-D
003610     MOVE SPACES            TO AUD-RATE-CLASS
003620     MOVE SPACES            TO AUD-BATCH-ID
003630     MOVE ZERO              TO AUD-BUS-DATE
003640     OPEN EXTEND AUDIT-OUT
003650     IF WA-AUDIT-FILE-STATUS = "35"
003660         OPEN OUTPUT AUDIT-OUT
003670     END-IF
003680     IF WA-AUDIT-FILE-STATUS NOT = "00"
003690         DISPLAY "WOFAPPRV - AUDITOUT OPEN FAILED, STATUS "
003700             WA-AUDIT-FILE-STATUS
003710         GO TO 8300-EXIT
003720     END-IF
003730     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
003740     IF WA-AUDIT-FILE-STATUS NOT = "00"
003750         DISPLAY "WOFAPPRV - AUDITOUT WRITE FAILED, STATUS "
003760             WA-AUDIT-FILE-STATUS
003770     END-IF
003780     CLOSE AUDIT-OUT.
003790 8300-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------
003830 9000-TERMINATE.
003840*----------------------------------------------------------------
003850     CLOSE WOF-NEW
003860     IF WA-WOF-OPENED
003870         CLOSE WRITEOFF-FILE
003880     END-IF
003890     MOVE WA-PENDING-COUNT  TO WA-SUM-PENDING
003900     MOVE WA-APPROVED-COUNT TO WA-SUM-APPROVED
003910     MOVE WA-BOUNCED-COUNT  TO WA-SUM-BOUNCED
003920     MOVE WA-SKIPPED-COUNT  TO WA-SUM-SKIPPED
003930     DISPLAY "WOFAPPRV - " WA-SUMMARY-LINE.
003940 9000-EXIT.
003950     EXIT.
