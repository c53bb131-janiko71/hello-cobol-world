000240*                  SUPERVISOR, THE TARGET OPERATOR AND THE
000250*                  ACTION CODE, THE SAME WAY FAILED SIGN-ONS
000260*                  ARE ALREADY KEPT AS TYPE "S" RECORDS.
000262* 2026-10-15 JM    AUDIT RECORD CARRIES THE BRANCH BATCH ID AND
000264*                  BUSINESS DATE - SPACES AND ZERO ON AN ADMIN
000266*                  ACTION.
000267* 2026-10-15 JM    NEW (U)NLOCK FUNCTION FOR AN OPERATOR LOCKED
000268*                  OUT AFTER REPEATED FAILED SIGN-ONS (SEE
000269*                  CPYOPER), AUDITED AS ACTION "U".  THE SIGN-ON
000270*                  HERE NOW REFUSES A LOCKED SUPERVISOR, COUNTS
000271*                  ITS FAILURES THROUGH OPRSIGN AND AUDITS THE
000272*                  FAILURE THAT LOCKS ONE.  THE SIGN-ON HISTORY
000273*                  FIELDS ARE CARRIED THROUGH EVERY REWRITE.
000274* 2026-10-15 JM    AN OPERATOR ADDED NOW STARTS WITH NO FAILED
000275*                  SIGN-ONS AND NO FAILURE OR SIGN-ON DATES; THE
000276*                  TABLE SLOT'S OLD CONTENTS WERE BEING WRITTEN.
000277*----------------------------------------------------------------
000280
000290******************************************************************
000300* ENVIRONMENT DIVISION.
000850         88  OM-FUNC-ADD                   VALUE "A".
000860         88  OM-FUNC-DISABLE               VALUE "D".
000870         88  OM-FUNC-RESET                 VALUE "R".
000875         88  OM-FUNC-UNLOCK                VALUE "U".
000880         88  OM-FUNC-EXIT                  VALUE "X".
000890
000900 01  OM-OPER-FILE-STATUS      PIC X(02).
001260         10  OM-OPT-STATUS    PIC X(01).
001270         10  OM-OPT-PWD-DATE  PIC X(08).
001280         10  OM-OPT-FORCE     PIC X(01).
001282         10  OM-OPT-FAILED    PIC X(02).
001284         10  OM-OPT-FAIL-DATE PIC X(08).
001286         10  OM-OPT-FAIL-TIME PIC X(08).
001288         10  OM-OPT-SIGNON-DATE PIC X(08).
001290
001292     COPY CPYSIGN.
001296
001300*----------------------------------------------------------------
001310 SCREEN SECTION.
001320*----------------------------------------------------------------
001440     02  BLANK SCREEN.
001450     02  LINE 01 COL 01 VALUE "OPERATOR ADMINISTRATION".
001460     02  LINE 03 COL 01 VALUE
001470         "FUNCTION - (A)DD (D)ISABLE (R)ESET PWD ".
001472     02  LINE 03 COL 40 VALUE "(U)NLOCK (X) EXIT : ".
001480     02  LINE 03 COL 60 PIC X USING OM-FUNCTION.
001490
001500 01  SCR-OPER-ADD.
001510     02  BLANK SCREEN.
001750     02  LINE 04 COL 20 PIC X(8) USING OM-NEW-PASSWORD
001760                        SECURE.
001770
001772 01  SCR-OPER-UNLOCK.
001774     02  BLANK SCREEN.
001776     02  LINE 01 COL 01 VALUE "OPERATOR ADMIN - UNLOCK".
001778     02  LINE 03 COL 01 VALUE "OPERATOR ID      : ".
001779     02  LINE 03 COL 20 PIC X(8) USING OM-TARGET-ID.
001781
001783******************************************************************
001790* PROCEDURE DIVISION.
001800******************************************************************
001810 PROCEDURE DIVISION.
002610         MOVE OPR-PWD-CHANGED-DATE
002620             TO OM-OPT-PWD-DATE(OM-OPT-COUNT)
002630         MOVE OPR-PWD-FORCE-FLAG TO OM-OPT-FORCE(OM-OPT-COUNT)
002632         MOVE OPR-FAILED-COUNT TO OM-OPT-FAILED(OM-OPT-COUNT)
002634         MOVE OPR-LAST-FAIL-DATE
002636             TO OM-OPT-FAIL-DATE(OM-OPT-COUNT)
002637         MOVE OPR-LAST-FAIL-TIME
002638             TO OM-OPT-FAIL-TIME(OM-OPT-COUNT)
002639         MOVE OPR-LAST-SIGNON-DATE
002640             TO OM-OPT-SIGNON-DATE(OM-OPT-COUNT)
002641     ELSE
002642*        A MASTER THE TABLE CANNOT HOLD WHOLE MUST NEVER BE
002644*        REWRITTEN FROM IT - THE OVERFLOW WOULD BE DELETED.
002646*        EVERY ACTION IS REFUSED FOR THE SESSION INSTEAD.
002750*    NOTHING LESS THAN AN ACTIVE SUPERVISOR GETS IN - THE SAME
002760*    RULES THE MANIPDRV SCREENS APPLY, STRUCK FROM THE TABLE
002770*    LOADED AT START-UP.  NO OPERATOR MASTER REFUSES EVERYONE.
002772*    A LOCKED SUPERVISOR IS REFUSED LIKE ANYONE ELSE - ANOTHER
002774*    SUPERVISOR MUST UNLOCK THEM.  OPRSIGN KEEPS THE FAILED
002776*    COUNT ON OPERMST ITSELF, SO THE TABLE IS RELOADED BEFORE
002778*    EACH ATTEMPT AND AFTER THE SIGN-ON IS RECORDED - A LATER
002779*    REWRITE FROM IT MUST NOT UNDO WHAT OPRSIGN WROTE.
002780     SET OM-SIGNON-FAILED TO TRUE
002790     MOVE ZERO TO OM-SIGNON-ATTEMPTS
002800     PERFORM 1320-SIGNON-ATTEMPT THRU 1320-EXIT
002940     DISPLAY SCR-SIGNON
002950     ACCEPT SCR-SIGNON
002960     ADD 1 TO OM-SIGNON-ATTEMPTS
002965     PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT
002970     MOVE OM-SIGNON-ID TO OM-TARGET-ID
002980     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
002990     IF OM-TARGET-NOT-FOUND
003000      OR OM-SIGNON-PASSWORD NOT =
003010          OM-OPT-PASSWORD(OM-OPT-FOUND-INDEX)
003020      OR OM-SIGNON-PASSWORD = SPACES
003030      OR OM-OPT-STATUS(OM-OPT-FOUND-INDEX) = "D"
003035      OR OM-OPT-STATUS(OM-OPT-FOUND-INDEX) = "L"
003040         IF OM-TARGET-FOUND
003041          AND OM-OPT-STATUS(OM-OPT-FOUND-INDEX) = "L"
003042          AND OM-SIGNON-PASSWORD =
003043              OM-OPT-PASSWORD(OM-OPT-FOUND-INDEX)
003044             DISPLAY "OPERMNT - OPERATOR LOCKED, SEE ANOTHER "
003045                 "SUPERVISOR"
003046         ELSE
003047             DISPLAY "OPERMNT - SIGN-ON INVALID OR NOT "
003048                 "SUPERVISOR"
003049         END-IF
003050         PERFORM 8100-WRITE-SIGNON-FAILURE THRU 8100-EXIT
003051         PERFORM 1390-RECORD-FAILED-SIGNON THRU 1390-EXIT
003052         GO TO 1320-EXIT
003053     END-IF
003054*    A GOOD PASSWORD WITHOUT SUPERVISOR AUTHORITY IS NOT A FAILED
003055*    SIGN-ON - IT IS REFUSED BUT NOT COUNTED.
003056     IF OM-OPT-AUTHORITY(OM-OPT-FOUND-INDEX) NOT = "S"
003057         DISPLAY "OPERMNT - SIGN-ON INVALID OR NOT SUPERVISOR"
003058         GO TO 1320-EXIT
003059     END-IF
003060     SET OM-SIGNON-OK TO TRUE
003070     SET SG-FUNC-SIGNED-ON TO TRUE
003080     PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT
003090     PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
003100 1320-EXIT.
003110     EXIT.
003112
003113*----------------------------------------------------------------
003114 1390-RECORD-FAILED-SIGNON.
003115*----------------------------------------------------------------
003116*    COUNTED ON OPERMST BY OPRSIGN SO THE LIMIT RUNS ACROSS
003117*    SESSIONS AND PROGRAMS.  THE FAILURE THAT LOCKS THE OPERATOR
003118*    IS AUDITED; AN ID NOT ON FILE HAS ONLY ITS "S" RECORD.
003119     SET SG-FUNC-FAILED TO TRUE
003120     PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT
003121     IF SG-STATUS-LOCKED
003122         DISPLAY "OPERMNT - OPERATOR NOW LOCKED AFTER REPEATED "
003123             "FAILURES"
003124         PERFORM 8150-WRITE-LOCKOUT-AUDIT THRU 8150-EXIT
003125     END-IF.
003126 1390-EXIT.
003127     EXIT.
003128
003129*----------------------------------------------------------------
003130 1395-RECORD-SIGNON.
003131*----------------------------------------------------------------
003132*    THE CALLER SETS SG-FUNCTION-CODE.
003133     MOVE OM-SIGNON-ID TO SG-OPERATOR-ID
003134     MOVE OM-RUN-DATE  TO SG-RUN-DATE
003135     ACCEPT SG-RUN-TIME FROM TIME
003136     CALL "OPRSIGN" USING SG-LINK-AREA.
003137 1395-EXIT.
003138     EXIT.
003140
003142*----------------------------------------------------------------
003144 2000-ADMIN-MENU.
003150*----------------------------------------------------------------
003160     SET OM-FUNC-EXIT TO TRUE
003170     DISPLAY SCR-ADMIN-MENU
003230             PERFORM 4000-DISABLE-OPERATOR THRU 4000-EXIT
003240         WHEN OM-FUNC-RESET
003250             PERFORM 5000-RESET-PASSWORD   THRU 5000-EXIT
003252         WHEN OM-FUNC-UNLOCK
003254             PERFORM 5500-UNLOCK-OPERATOR  THRU 5500-EXIT
003260         WHEN OTHER
003270             SET OM-FUNC-EXIT TO TRUE
003280     END-EVALUATE.
003330 3000-ADD-OPERATOR.
003340*----------------------------------------------------------------
003350*    A NEW OPERATOR ARRIVES ACTIVE, WITH THE FORCE FLAG UP SO
003360*    THE INITIAL PASSWORD IS CHANGED AT THE FIRST SIGN-ON, NO
003361*    FAILURES AND NEVER SIGNED ON.
003362     IF OM-OPER-TBL-OVERFLOW
003364         DISPLAY "OPERMNT - MASTER NOT FULLY LOADED, REFUSED"
003366         GO TO 3000-EXIT
003630     MOVE "A"              TO OM-OPT-STATUS(OM-OPT-COUNT)
003640     MOVE OM-RUN-DATE      TO OM-OPT-PWD-DATE(OM-OPT-COUNT)
003650     MOVE "Y"              TO OM-OPT-FORCE(OM-OPT-COUNT)
003652     MOVE "00"             TO OM-OPT-FAILED(OM-OPT-COUNT)
003654     MOVE ZERO             TO OM-OPT-FAIL-DATE(OM-OPT-COUNT)
003656     MOVE ZERO             TO OM-OPT-FAIL-TIME(OM-OPT-COUNT)
003658     MOVE ZERO             TO OM-OPT-SIGNON-DATE(OM-OPT-COUNT)
003660     PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT
003670     MOVE "A" TO OM-AUDIT-ACTION
003680     PERFORM 8000-WRITE-ADMIN-AUDIT THRU 8000-EXIT
004220     DISPLAY "OPERMNT - PASSWORD RESET".
004230 5000-EXIT.
004240     EXIT.
004242
004243*----------------------------------------------------------------
004244 5500-UNLOCK-OPERATOR.
004245*----------------------------------------------------------------
004246*    ONLY A LOCKED OPERATOR IS UNLOCKED - A DISABLED ONE STAYS
004247*    DISABLED.  THE FAILED COUNT STARTS AGAIN FROM NOTHING; THE
004248*    PASSWORD IS LEFT ALONE (RESET IT SEPARATELY IF FORGOTTEN).
004249     IF OM-OPER-TBL-OVERFLOW
004250         DISPLAY "OPERMNT - MASTER NOT FULLY LOADED, REFUSED"
004251         GO TO 5500-EXIT
004252     END-IF
004253     MOVE SPACES TO OM-TARGET-ID
004254     DISPLAY SCR-OPER-UNLOCK
004255     ACCEPT SCR-OPER-UNLOCK
004256     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT
004257     IF OM-TARGET-NOT-FOUND
004258         DISPLAY "OPERMNT - OPERATOR NOT ON FILE"
004259         GO TO 5500-EXIT
004260     END-IF
004261     IF OM-OPT-STATUS(OM-OPT-FOUND-INDEX) NOT = "L"
004262         DISPLAY "OPERMNT - OPERATOR NOT LOCKED"
004263         GO TO 5500-EXIT
004264     END-IF
004265     MOVE "A"  TO OM-OPT-STATUS(OM-OPT-FOUND-INDEX)
004266     MOVE "00" TO OM-OPT-FAILED(OM-OPT-FOUND-INDEX)
004267     PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT
004268     MOVE "U" TO OM-AUDIT-ACTION
004269     PERFORM 8000-WRITE-ADMIN-AUDIT THRU 8000-EXIT
004270     DISPLAY "OPERMNT - OPERATOR UNLOCKED".
004271 5500-EXIT.
004272     EXIT.
004274
004276*----------------------------------------------------------------
004278 6000-FIND-OPERATOR.
004280*----------------------------------------------------------------
004290     SET OM-TARGET-NOT-FOUND TO TRUE
004300     MOVE ZERO TO OM-OPT-FOUND-INDEX
004710     MOVE OM-OPT-STATUS(OM-OPT-INDEX)    TO OPR-STATUS
004720     MOVE OM-OPT-PWD-DATE(OM-OPT-INDEX)  TO OPR-PWD-CHANGED-DATE
004730     MOVE OM-OPT-FORCE(OM-OPT-INDEX)     TO OPR-PWD-FORCE-FLAG
004732     MOVE OM-OPT-FAILED(OM-OPT-INDEX)    TO OPR-FAILED-COUNT
004734     MOVE OM-OPT-FAIL-DATE(OM-OPT-INDEX) TO OPR-LAST-FAIL-DATE
004736     MOVE OM-OPT-FAIL-TIME(OM-OPT-INDEX) TO OPR-LAST-FAIL-TIME
004738     MOVE OM-OPT-SIGNON-DATE(OM-OPT-INDEX)
004739         TO OPR-LAST-SIGNON-DATE
004740     WRITE OPERATOR-RECORD.
004750 7100-EXIT.
004760     EXIT.
004930     SET AUD-TYPE-ADMIN-ACTION TO TRUE
004940     MOVE OM-TARGET-ID    TO AUD-ADMIN-TARGET
004945     MOVE SPACES          TO AUD-RATE-CLASS
004946     MOVE SPACES          TO AUD-BATCH-ID
004947     MOVE ZERO            TO AUD-BUS-DATE
004950     WRITE AUDIT-RECORD
004960     IF OM-AUDIT-FILE-STATUS NOT = "00"
004970         DISPLAY "OPERMNT - AUDITOUT WRITE FAILED, STATUS "
005190     SET AUD-TYPE-SIGNON-FAILURE TO TRUE
005200     MOVE SPACES          TO AUD-ADMIN-TARGET
005205     MOVE SPACES          TO AUD-RATE-CLASS
005206     MOVE SPACES          TO AUD-BATCH-ID
005207     MOVE ZERO            TO AUD-BUS-DATE
005210     WRITE AUDIT-RECORD
005220     IF OM-AUDIT-FILE-STATUS NOT = "00"
005230         DISPLAY "OPERMNT - AUDITOUT WRITE FAILED, STATUS "
005260     PERFORM 8200-WRITE-AUDIT-MASTER THRU 8200-EXIT.
005270 8100-EXIT.
005280     EXIT.
005282
005283*----------------------------------------------------------------
005284 8150-WRITE-LOCKOUT-AUDIT.
005285*----------------------------------------------------------------
005286*    AN AUTOMATIC LOCK IS AN ADMINISTRATION ACTION NOBODY TOOK -
005287*    "*SYSTEM*" ACTED, THE LOCKED ID IS THE TARGET.
005288     IF OM-AUDIT-NOT-OPENED
005289         GO TO 8150-EXIT
005290     END-IF
005291     MOVE OM-RUN-DATE     TO AUD-RUN-DATE
005292     MOVE OM-RUN-TIME     TO AUD-RUN-TIME
005293     MOVE "OPERMNT "      TO AUD-JOB-ID
005294     MOVE "*SYSTEM*"      TO AUD-OPERATOR-ID
005295     MOVE ZERO            TO AUD-INPUT-A
005296     MOVE ZERO            TO AUD-INPUT-B
005297     MOVE ZERO            TO AUD-RESULT-C
005298     MOVE ZERO            TO AUD-RESULT-D
005299     MOVE "L"             TO AUD-RUN-MODE
005300     SET AUD-TYPE-ADMIN-ACTION TO TRUE
005301     MOVE OM-SIGNON-ID    TO AUD-ADMIN-TARGET
005302     MOVE SPACES          TO AUD-RATE-CLASS
005303     MOVE SPACES          TO AUD-BATCH-ID
005304     MOVE ZERO            TO AUD-BUS-DATE
005305     WRITE AUDIT-RECORD
005306     IF OM-AUDIT-FILE-STATUS NOT = "00"
005307         DISPLAY "OPERMNT - AUDITOUT WRITE FAILED, STATUS "
005308             OM-AUDIT-FILE-STATUS
005309     END-IF
005310     PERFORM 8200-WRITE-AUDIT-MASTER THRU 8200-EXIT.
005311 8150-EXIT.
005312     EXIT.
005314
005316*----------------------------------------------------------------
005318 8200-WRITE-AUDIT-MASTER.
005320*----------------------------------------------------------------
005330     IF OM-AUDM-NOT-OPENED
005340         GO TO 8200-EXIT
005470     MOVE AUD-RECORD-TYPE  TO AUDM-RECORD-TYPE
005480     MOVE AUD-ADMIN-TARGET TO AUDM-ADMIN-TARGET
005485     MOVE AUD-RATE-CLASS   TO AUDM-RATE-CLASS
005486     MOVE AUD-BATCH-ID     TO AUDM-BATCH-ID
005487     MOVE AUD-BUS-DATE     TO AUDM-BUS-DATE
005490     WRITE AUDM-RECORD
005500         INVALID KEY
005510             DISPLAY "OPERMNT - AUDMST WRITE FAILED, STATUS "
