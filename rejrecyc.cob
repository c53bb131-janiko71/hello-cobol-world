000327*                  EXPIRY IS ENFORCED AT THE MANIPDRV SCREENS,
000328*                  NOT HERE - ONLY A DISABLED OPERATOR OR A BAD
000329*                  PASSWORD IS REFUSED.
000330* 2026-10-15 JM    THE CORRECTION FIELDS ARE NOW THE NINE-BYTE
000331*                  AMOUNTS OF CPYTRAN/CPYREJ (SEVEN DIGITS, TWO
000332*                  IMPLIED DECIMALS) AND THE RESUBIN CONTROL
000333*                  TOTAL CARRIES THE DECIMALS.
000334* 2026-10-15 JM    A RESUBMISSION NOW GOES BACK UNDER THE BATCH
000335*                  ID OF THE BRANCH BATCH IT WAS REJECTED FROM
000336*                  (REJ-BATCH-ID, SEE CPYREJ) INSTEAD OF THE
000337*                  GENERIC "RECYCLE" HEADER - RESUBIN CARRIES ONE
000338*                  HEADED AND TRAILED BATCH PER ORIGINATING
000339*                  BRANCH BATCH, DATED TODAY, SO THE ITEM
000340*                  SETTLES BACK TO THE BRANCH.  A REJECT FROM
000341*                  OUTSIDE A HEADED BATCH STILL GOES UNDER
000342*                  "RECYCLE".  THE WRITE-OFF RECORD CARRIES THE
000343*                  SAME BATCH ID AND BUSINESS DATE (CPYWOFF).
000344* 2026-10-15 JM    EVERY RESUBMISSION IS NOW LOGGED ON RESUBLOG
000345*                  (SEE CPYRSUB) SO THE AGING REPORT CAN TELL A
000346*                  RESUBMITTED REJECT FROM ONE STILL OPEN.
000347* 2026-10-15 JM    FAILED SIGN-ONS ARE NOW WRITTEN TO AUDITOUT AS
000348*                  TYPE "S" RECORDS AND COUNTED ON OPERMST
000349*                  THROUGH OPRSIGN.  A LOCKED OPERATOR IS REFUSED
000350*                  AND THE FAILURE THAT LOCKS ONE IS AUDITED AS A
000351*                  "*SYSTEM*" LOCKOUT (SEE CPYSIGN, CPYAUDIT).
000352* 2026-10-15 JM    THE AUDIT RECORD IS NOW BUILT IN WORKING
000353*                  STORAGE AND WRITTEN FROM THERE - IT WAS BEING
000354*                  FILLED IN BEFORE AUDITOUT WAS OPEN.
000355*----------------------------------------------------------------

000356******************************************************************
000357* ENVIRONMENT DIVISION.
000358******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000460*    FED BACK TO MANIPDRV AS ITS TRANSIN, WHICH IS RECORD
000470*    SEQUENTIAL.
000480     SELECT RESUB-OUT       ASSIGN TO "RESUBIN"
000482                             ORGANIZATION IS SEQUENTIAL.

000484     SELECT RESUB-LOG       ASSIGN TO "RESUBLOG"
000486                             ORGANIZATION LINE SEQUENTIAL
000491                             FILE STATUS IS RC-RSL-FILE-STATUS.

000492     SELECT OPERATOR-MASTER ASSIGN TO "OPERMST"
000494                             ORGANIZATION LINE SEQUENTIAL
000496                             FILE STATUS IS RC-OPER-FILE-STATUS.

000497     SELECT AUDIT-OUT       ASSIGN TO "AUDITOUT"
000498                             ORGANIZATION LINE SEQUENTIAL
000499                             FILE STATUS IS RC-AUDIT-FILE-STATUS.

000500******************************************************************
000510* DATA DIVISION.
000520******************************************************************

000610 FD  RESUB-OUT
000620     LABEL RECORDS ARE STANDARD.
000622     COPY CPYTRAN.

000624 FD  RESUB-LOG
000626     LABEL RECORDS ARE STANDARD.
000631     COPY CPYRSUB.

000632 FD  OPERATOR-MASTER
000634     LABEL RECORDS ARE STANDARD.
000636     COPY CPYOPER.

000637 FD  AUDIT-OUT
000638     LABEL RECORDS ARE STANDARD.
000639 01  AUDIT-OUT-RECORD         PIC X(96).

000640 WORKING-STORAGE SECTION.

000642*    THE AUDIT RECORD IS BUILT HERE AND WRITTEN FROM, SINCE
000644*    AUDITOUT IS ONLY OPEN FOR THE MOMENT OF THE WRITE.
000646     COPY CPYAUDIT.

000650 01  RC-SWITCHES.
000660     05  RC-REJ-EOF-SWITCH    PIC X(01)    VALUE "N".
000670         88  RC-REJ-END-OF-FILE            VALUE "Y".
000792         88  RC-OPER-SUPERVISOR            VALUE "S".
000793     05  RC-OPER-MST-STATUS   PIC X(01)    VALUE SPACE.
000794         88  RC-OPER-DISABLED              VALUE "D".
000795         88  RC-OPER-LOCKED                VALUE "L".
000796     05  RC-BATCH-OPEN-SWITCH PIC X(01)    VALUE "N".
000797         88  RC-RESUB-BATCH-OPEN           VALUE "Y".
000798         88  RC-RESUB-BATCH-CLOSED          VALUE "N".
000799     05  RC-RSL-OPEN-SWITCH   PIC X(01)    VALUE "N".
000800         88  RC-RSL-OPENED                 VALUE "Y".
000801         88  RC-RSL-NOT-OPENED              VALUE "N".

000802 01  RC-REJECT-FILE-STATUS    PIC X(02).
000803 01  RC-WOF-FILE-STATUS       PIC X(02).
000805 01  RC-OPER-FILE-STATUS      PIC X(02).
000806 01  RC-RSL-FILE-STATUS       PIC X(02).
000807 01  RC-AUDIT-FILE-STATUS     PIC X(02).

000810 01  RC-COUNTERS.
000820     05  RC-RESUB-COUNT       PIC 9(07) COMP VALUE ZERO.
000830     05  RC-RESUB-TOTAL       PIC 9(11)V9(02) COMP VALUE ZERO.
000840     05  RC-WRITEOFF-COUNT    PIC 9(07) COMP VALUE ZERO.
000850     05  RC-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
000860     05  RC-WOF-LOADED        PIC 9(03) COMP VALUE ZERO.
000870     05  RC-WOF-INDEX         PIC 9(03) COMP VALUE ZERO.
000872     05  RC-BATCH-COUNT       PIC 9(07) COMP VALUE ZERO.
000874     05  RC-BATCH-TOTAL       PIC 9(11)V9(02) COMP VALUE ZERO.

000875 01  RC-RUN-DATE              PIC 9(08).

000876*    THE BATCH ID THE OPEN RESUBIN BATCH WAS HEADED WITH, AND THE
000877*    ONE THE CURRENT REJECT BELONGS UNDER.
000878 01  RC-RESUB-BATCH-ID        PIC X(08)      VALUE SPACES.
000881 01  RC-THIS-BATCH-ID         PIC X(08)      VALUE SPACES.

000882 01  RC-SIGNON-FIELDS.
000884     05  RC-SIGNON-ID         PIC X(08).
000886     05  RC-SIGNON-ATTEMPTS   PIC 9(01)      VALUE ZERO.
000887     05  RC-OPER-MST-PASSWORD PIC X(08).

000888     COPY CPYSIGN.

000890*    ITEMS ALREADY WRITTEN OFF, LOADED AT START-UP.  A REJECT IS
000900*    IDENTIFIED BY ITS RUN DATE AND RECORD NUMBER.  A BOUNCED
000905*    WRITE-OFF DOES NOT SUPPRESS - THE ITEM COMES BACK UP.
000945         10  RC-WOF-TBL-STATUS PIC X(01).

000950 01  RC-CORRECTION-FIELDS.
000960     05  RC-CORR-C            PIC X(09).
000970     05  RC-CORR-A            PIC X(09).
000980     05  RC-CORR-B            PIC X(09).
000990     05  RC-CORR-OP           PIC X(01).
001000         88  RC-CORR-OP-VALID              VALUES "A" "S"
001010                                                  "M" "D".
001200     02  LINE 05 COL 16 PIC X(30) FROM REJ-REASON.
001210     02  LINE 06 COL 01 VALUE "RUN DATE     : ".
001220     02  LINE 06 COL 16 PIC 9(8) FROM REJ-RUN-DATE.
001222     02  LINE 07 COL 01
001224         VALUE "VALUES ARE NINE DIGITS, THE LAST TWO DECIMAL".
001230     02  LINE 08 COL 01 VALUE "C VALUE      : ".
001240     02  LINE 08 COL 16 PIC X(9) USING RC-CORR-C.
001250     02  LINE 09 COL 01 VALUE "A VALUE      : ".
001260     02  LINE 09 COL 16 PIC X(9) USING RC-CORR-A.
001270     02  LINE 10 COL 01 VALUE "B VALUE      : ".
001280     02  LINE 10 COL 16 PIC X(9) USING RC-CORR-B.
001290     02  LINE 11 COL 01 VALUE "OP (A/S/M/D) : ".
001300     02  LINE 11 COL 16 PIC X USING RC-CORR-OP.
001310     02  LINE 13 COL 01
001550         PERFORM 2100-READ-REJECT THRU 2100-EXIT
001560     END-IF
001570     OPEN OUTPUT RESUB-OUT
001580     OPEN EXTEND WRITEOFF-FILE
001590     IF RC-WOF-FILE-STATUS = "35"
001600         OPEN OUTPUT WRITEOFF-FILE
001610     END-IF
001611*    NO RESUBMISSION LOG DOES NOT STOP THE REVIEW - THE ITEMS
001612*    STILL GO OUT ON RESUBIN, THE AGING REPORT JUST SEES THEM
001613*    AS OPEN UNTIL THE NEXT BATCH CLEARS REJOUT.
001614     OPEN EXTEND RESUB-LOG
001615     IF RC-RSL-FILE-STATUS = "35"
001616         OPEN OUTPUT RESUB-LOG
001617     END-IF
001618     IF RC-RSL-FILE-STATUS = "00"
001619         SET RC-RSL-OPENED TO TRUE
001620     ELSE
001621         DISPLAY "REJRECYC - RESUBLOG OPEN FAILED, STATUS "
001622             RC-RSL-FILE-STATUS
001623     END-IF.
001625 1000-EXIT.
001630     EXIT.

001640*----------------------------------------------------------------
001940         DISPLAY "REJRECYC - WRITEOFF TABLE FULL, ENTRY IGNORED"
001950     END-IF
001960     PERFORM 1110-READ-WRITEOFF THRU 1110-EXIT.
001961 1120-EXIT.
001962     EXIT.

001963*----------------------------------------------------------------
001964 1300-OPERATOR-SIGNON.
001965*----------------------------------------------------------------
001966*    UP TO THREE ATTEMPTS AGAINST THE OPERATOR MASTER, SO THE
001967*    WRITE-OFF RECORD CARRIES WHO REALLY KEYED IT.  ANY ACTIVE
001968*    OPERATOR MAY REVIEW; ONLY A SUPERVISOR'S WRITE-OFF IS
001969*    FINAL ON THE SPOT.  NO OPERATOR MASTER REFUSES EVERYONE.
001970*    EVERY FAILURE IS AUDITED AND COUNTED TOWARDS THE LOCKOUT;
001971*    A LOCKED OPERATOR IS REFUSED UNTIL A SUPERVISOR UNLOCKS.
001972     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
001973     SET RC-SIGNON-FAILED TO TRUE
001974     MOVE ZERO TO RC-SIGNON-ATTEMPTS
001975     PERFORM 1320-SIGNON-ATTEMPT THRU 1320-EXIT
001976         UNTIL RC-SIGNON-OK
001977            OR RC-SIGNON-ATTEMPTS NOT < 3
001978     IF RC-SIGNON-FAILED
001979         DISPLAY "REJRECYC - SIGN-ON REFUSED"
001980     END-IF.
001981 1300-EXIT.
001982     EXIT.

001983*----------------------------------------------------------------
001984 1320-SIGNON-ATTEMPT.
001985*----------------------------------------------------------------
001986     MOVE SPACES TO RC-SIGNON-ID
001987     MOVE SPACES TO RC-SIGNON-PASSWORD
001988     DISPLAY SCR-SIGNON
001989     ACCEPT SCR-SIGNON
001990     ADD 1 TO RC-SIGNON-ATTEMPTS
001991     PERFORM 1330-LOOKUP-OPERATOR THRU 1330-EXIT
001992     IF RC-OPER-FOUND
001993      AND RC-SIGNON-PASSWORD = RC-OPER-MST-PASSWORD
001994      AND RC-SIGNON-PASSWORD NOT = SPACES
001995      AND NOT RC-OPER-DISABLED
001996      AND NOT RC-OPER-LOCKED
001997         SET RC-SIGNON-OK TO TRUE
001998         SET SG-FUNC-SIGNED-ON TO TRUE
001999         PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT
002000     ELSE
002001         IF RC-OPER-LOCKED
002002          AND RC-SIGNON-PASSWORD = RC-OPER-MST-PASSWORD
002003             DISPLAY "REJRECYC - OPERATOR LOCKED, SEE A "
002004                 "SUPERVISOR"
002005         ELSE
002006             DISPLAY "REJRECYC - INVALID OPERATOR OR PASSWORD"
002007         END-IF
002008         PERFORM 8100-WRITE-SIGNON-FAILURE THRU 8100-EXIT
002013         PERFORM 1390-RECORD-FAILED-SIGNON THRU 1390-EXIT
002014     END-IF.
002015 1320-EXIT.
002016     EXIT.
002056 1350-EXIT.
002057     EXIT.

002058*----------------------------------------------------------------
002059 1390-RECORD-FAILED-SIGNON.
002060*----------------------------------------------------------------
002061*    COUNTED ON OPERMST BY OPRSIGN SO THE LIMIT RUNS ACROSS
002062*    SESSIONS AND PROGRAMS.  THE FAILURE THAT LOCKS THE OPERATOR
002063*    IS AUDITED; AN ID NOT ON FILE HAS ONLY ITS "S" RECORD.
002064     SET SG-FUNC-FAILED TO TRUE
002065     PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT
002066     IF SG-STATUS-LOCKED
002067         DISPLAY "REJRECYC - OPERATOR NOW LOCKED AFTER REPEATED "
002068             "FAILURES"
002069         PERFORM 8150-WRITE-LOCKOUT-AUDIT THRU 8150-EXIT
002070     END-IF.
002071 1390-EXIT.
002072     EXIT.

002073*----------------------------------------------------------------
002074 1395-RECORD-SIGNON.
002075*----------------------------------------------------------------
002076*    THE CALLER SETS SG-FUNCTION-CODE.
002077     MOVE RC-SIGNON-ID TO SG-OPERATOR-ID
002078     MOVE RC-RUN-DATE  TO SG-RUN-DATE
002079     ACCEPT SG-RUN-TIME FROM TIME
002080     CALL "OPRSIGN" USING SG-LINK-AREA.
002081 1395-EXIT.
002082     EXIT.

002083*----------------------------------------------------------------
002084 2000-REVIEW-REJECT.
002085*----------------------------------------------------------------
002086     PERFORM 2200-CHECK-WRITTEN-OFF THRU 2200-EXIT
002087     IF RC-ALREADY-WRITTEN-OFF
002088         CONTINUE
002089     ELSE
002090         PERFORM 2300-PRESENT-REJECT THRU 2300-EXIT
002091     END-IF
002092     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
002093 2000-EXIT.
002100     EXIT.

002110*----------------------------------------------------------------
002800         ADD 1 TO RC-SKIP-COUNT
002810         GO TO 3100-EXIT
002820     END-IF
002825     PERFORM 3300-SELECT-RESUB-BATCH THRU 3300-EXIT
002830     MOVE SPACES     TO TRANS-RECORD
002840     MOVE "A"        TO TRANS-RECORD-TYPE
002850     MOVE RC-CORR-A  TO TRANS-AB-A-X
002860     MOVE RC-CORR-B  TO TRANS-AB-B-X
002870     MOVE RC-CORR-OP TO TRANS-AB-OP
002880     WRITE TRANS-RECORD
002890     ADD 1 TO RC-RESUB-COUNT
002900     ADD TRANS-AB-A TO RC-RESUB-TOTAL
002910     ADD TRANS-AB-B TO RC-RESUB-TOTAL
002912     ADD 1 TO RC-BATCH-COUNT
002914     ADD TRANS-AB-A TO RC-BATCH-TOTAL
002916     ADD TRANS-AB-B TO RC-BATCH-TOTAL
002918     PERFORM 3600-LOG-RESUBMISSION THRU 3600-EXIT.
002920 3100-EXIT.
002930     EXIT.

002990         ADD 1 TO RC-SKIP-COUNT
003000         GO TO 3200-EXIT
003010     END-IF
003015     PERFORM 3300-SELECT-RESUB-BATCH THRU 3300-EXIT
003020     MOVE SPACES    TO TRANS-RECORD
003030     MOVE "D"       TO TRANS-RECORD-TYPE
003040     MOVE RC-CORR-C TO TRANS-C-VALUE-X
003050     WRITE TRANS-RECORD
003060     ADD 1 TO RC-RESUB-COUNT
003070     ADD TRANS-C-VALUE TO RC-RESUB-TOTAL
003072     ADD 1 TO RC-BATCH-COUNT
003074     ADD TRANS-C-VALUE TO RC-BATCH-TOTAL
003076     PERFORM 3600-LOG-RESUBMISSION THRU 3600-EXIT.
003080 3200-EXIT.
003090     EXIT.

003091*----------------------------------------------------------------
003092 3300-SELECT-RESUB-BATCH.
003093*----------------------------------------------------------------
003094*    A RESUBMISSION GOES BACK UNDER THE BRANCH BATCH IT WAS
003095*    REJECTED FROM.  REJOUT HOLDS EACH BATCH'S REJECTS TOGETHER,
003096*    SO A CHANGE OF BATCH ID CLOSES THE OPEN RESUBIN BATCH AND
003097*    HEADS THE NEXT.  THE HEADER IS DATED TODAY - THE ORIGINAL
003098*    BUSINESS DATE MAY ALREADY SIT IN A CLOSED PERIOD.
003099     IF REJ-BATCH-ID = SPACES
003100         MOVE "RECYCLE " TO RC-THIS-BATCH-ID
003101     ELSE
003102         MOVE REJ-BATCH-ID TO RC-THIS-BATCH-ID
003103     END-IF
003104     IF RC-RESUB-BATCH-OPEN
003105      AND RC-THIS-BATCH-ID = RC-RESUB-BATCH-ID
003106         GO TO 3300-EXIT
003107     END-IF
003108     IF RC-RESUB-BATCH-OPEN
003109         PERFORM 3400-CLOSE-RESUB-BATCH THRU 3400-EXIT
003110     END-IF
003111     MOVE RC-THIS-BATCH-ID TO RC-RESUB-BATCH-ID
003112     PERFORM 3500-OPEN-RESUB-BATCH THRU 3500-EXIT.
003113 3300-EXIT.
003114     EXIT.

003115*----------------------------------------------------------------
003116 3400-CLOSE-RESUB-BATCH.
003117*----------------------------------------------------------------
003118     MOVE SPACES TO TRANS-RECORD
003119     MOVE "T"            TO TRANS-TRL-RECORD-TYPE
003120     MOVE RC-BATCH-COUNT TO TRANS-TRL-RECORD-COUNT
003121     MOVE RC-BATCH-TOTAL TO TRANS-TRL-CONTROL-TOTAL
003122     WRITE TRANS-RECORD
003123     SET RC-RESUB-BATCH-CLOSED TO TRUE.
003124 3400-EXIT.
003125     EXIT.

003126*----------------------------------------------------------------
003127 3500-OPEN-RESUB-BATCH.
003128*----------------------------------------------------------------
003129     MOVE SPACES            TO TRANS-RECORD
003130     MOVE "H"               TO TRANS-RECORD-TYPE
003131     MOVE RC-RESUB-BATCH-ID TO TRANS-HDR-BATCH-ID
003132     MOVE RC-RUN-DATE       TO TRANS-HDR-BUS-DATE
003133     WRITE TRANS-RECORD
003134     MOVE ZERO TO RC-BATCH-COUNT
003135     MOVE ZERO TO RC-BATCH-TOTAL
003136     SET RC-RESUB-BATCH-OPEN TO TRUE.
003137 3500-EXIT.
003138     EXIT.

003139*----------------------------------------------------------------
003140 3600-LOG-RESUBMISSION.
003141*----------------------------------------------------------------
003142     IF RC-RSL-NOT-OPENED
003143         GO TO 3600-EXIT
003144     END-IF
003145     MOVE REJ-RUN-DATE     TO RSL-REJ-RUN-DATE
003146     MOVE REJ-RECORD-NO    TO RSL-REJ-RECORD-NO
003147     MOVE RC-RUN-DATE      TO RSL-RESUB-DATE
003148     MOVE RC-THIS-BATCH-ID TO RSL-BATCH-ID
003149     MOVE RC-SIGNON-ID     TO RSL-OPERATOR-ID
003150     WRITE RESUB-LOG-RECORD.
003151 3600-EXIT.
003152     EXIT.

003153*----------------------------------------------------------------
003154 4000-WRITE-OFF-REJECT.
003155*----------------------------------------------------------------
003156     MOVE REJ-RUN-DATE    TO WOF-REJ-RUN-DATE
003157     MOVE REJ-RECORD-NO   TO WOF-REJ-RECORD-NO
003158     MOVE REJ-RECORD-TYPE TO WOF-RECORD-TYPE
003160     MOVE REJ-RAW-VALUE   TO WOF-RAW-VALUE
003170     MOVE REJ-INPUT-A     TO WOF-INPUT-A
003180     MOVE REJ-INPUT-B     TO WOF-INPUT-B
003221         MOVE SPACES       TO WOF-APPROVER-ID
003222         MOVE ZERO         TO WOF-DECISION-DATE
003223     END-IF
003224     MOVE REJ-BATCH-ID    TO WOF-BATCH-ID
003226     IF REJ-BUS-DATE IS NUMERIC
003228         MOVE REJ-BUS-DATE TO WOF-BUS-DATE
003230     ELSE
003232         MOVE ZERO         TO WOF-BUS-DATE
003234     END-IF
003236     WRITE WRITEOFF-RECORD
003238     ADD 1 TO RC-WRITEOFF-COUNT.
003240 4000-EXIT.
003250     EXIT.

003480*----------------------------------------------------------------
003490 8100-WRITE-SIGNON-FAILURE.
003500*----------------------------------------------------------------
003510     MOVE RC-SIGNON-ID      TO AUD-OPERATOR-ID
003520     MOVE SPACE             TO AUD-RUN-MODE
003530     SET AUD-TYPE-SIGNON-FAILURE TO TRUE
003540     MOVE SPACES            TO AUD-ADMIN-TARGET
003550     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
003560 8100-EXIT.
003570     EXIT.

003580*----------------------------------------------------------------
003590 8150-WRITE-LOCKOUT-AUDIT.
003600*----------------------------------------------------------------
003610*    AN AUTOMATIC LOCK IS AN ADMINISTRATION ACTION NOBODY TOOK -
003620*    "*SYSTEM*" ACTED, THE LOCKED ID IS THE TARGET.
003630     MOVE "*SYSTEM*"        TO AUD-OPERATOR-ID
003640     MOVE "L"               TO AUD-RUN-MODE
003650     SET AUD-TYPE-ADMIN-ACTION TO TRUE
003660     MOVE RC-SIGNON-ID      TO AUD-ADMIN-TARGET
003670     PERFORM 8300-WRITE-AUDIT THRU 8300-EXIT.
003680 8150-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------
003710 8300-WRITE-AUDIT.
003720*----------------------------------------------------------------
003730*    SIGN-ON EVENTS ARE RARE, SO AUDITOUT IS OPENED FOR EACH ONE
003740*    AND CLOSED AGAIN - NOTHING IS LEFT OPEN IF THE SIGN-ON IS
003750*    REFUSED.  THE CALLER SETS THE TYPE, OPERATOR, RUN MODE AND
003760*    TARGET.
003770     MOVE RC-RUN-DATE       TO AUD-RUN-DATE
003780     ACCEPT AUD-RUN-TIME FROM TIME
003790     MOVE "REJRECYC"        TO AUD-JOB-ID
003800     MOVE ZERO              TO AUD-INPUT-A
003810     MOVE ZERO              TO AUD-INPUT-B
003820     MOVE ZERO              TO AUD-RESULT-C
003830     MOVE ZERO              TO AUD-RESULT-D
003840     MOVE SPACES            TO AUD-RATE-CLASS
003850     MOVE SPACES            TO AUD-BATCH-ID
003860     MOVE ZERO              TO AUD-BUS-DATE
003870     OPEN EXTEND AUDIT-OUT
003880     IF RC-AUDIT-FILE-STATUS = "35"
003890         OPEN OUTPUT AUDIT-OUT
003900     END-IF
003910     IF RC-AUDIT-FILE-STATUS NOT = "00"
003920         DISPLAY "REJRECYC - AUDITOUT OPEN FAILED, STATUS "
003930             RC-AUDIT-FILE-STATUS
003940         GO TO 8300-EXIT
003950     END-IF
003960     WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
003970     IF RC-AUDIT-FILE-STATUS NOT = "00"
003980         DISPLAY "REJRECYC - AUDITOUT WRITE FAILED, STATUS "
003990             RC-AUDIT-FILE-STATUS
004000     END-IF
004010     CLOSE AUDIT-OUT.
004020 8300-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050 9000-TERMINATE.
004060*----------------------------------------------------------------
004070*    THE LAST BATCH IS ALWAYS TRAILED.  AN EMPTY REVIEW STILL
004080*    WRITES A "RECYCLE" HEADER AND A ZERO TRAILER - A RESUBIN
004090*    WITH ZERO DETAILS IS A VALID TRANSIN AND RECONCILES CLEANLY.
004100     IF RC-RESUB-COUNT = ZERO
004110         MOVE "RECYCLE " TO RC-RESUB-BATCH-ID
004120         PERFORM 3500-OPEN-RESUB-BATCH THRU 3500-EXIT
004130     END-IF
004140     PERFORM 3400-CLOSE-RESUB-BATCH THRU 3400-EXIT
004150     CLOSE RESUB-OUT
004160     CLOSE WRITEOFF-FILE
004170     IF RC-RSL-OPENED
004180         CLOSE RESUB-LOG
004190     END-IF
004200     IF RC-REJ-OPENED
004210         CLOSE REJECT-IN
004220     END-IF
004230     MOVE RC-RESUB-COUNT    TO RC-SUM-RESUB
004240     MOVE RC-WRITEOFF-COUNT TO RC-SUM-WOF
004250     MOVE RC-SKIP-COUNT     TO RC-SUM-SKIP
004260     DISPLAY "REJRECYC - " RC-SUMMARY-LINE.
004270 9000-EXIT.
004280     EXIT.
