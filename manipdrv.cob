001140*                  CLASS FOR RESTART, THE RATE SCREEN LISTS
001150*                  AND LOADS RATES BY CLASS, AND EACH AUDIT
001160*                  RECORD IS STAMPED WITH THE CLASS APPLIED.
001162* 2026-10-15 JM    VALUES ARE NOW AMOUNTS OF SEVEN DIGITS AND
001164*                  TWO DECIMALS END TO END (SEE CPYTRAN AND
001166*                  CPYLINK) - a, b, c, d, THE CONTROL TOTALS,
001168*                  THE CHECKPOINT, THE REPORT LINE AND THE
001169*                  SCREENS ALL FOLLOW.  A REJECTED DETAIL'S
001170*                  VALUES GO TO REJOUT AS KEYED.
001171* 2026-10-15 JM    REJECTS, AUDIT RECORDS AND GL POSTINGS ARE
001172*                  STAMPED WITH THE BRANCH BATCH ID AND BUSINESS
001173*                  DATE OF THE HEADER THEY WERE MADE UNDER (SEE
001174*                  CPYREJ, CPYAUDIT, CPYGL) SO THE STLRPT
001175*                  SETTLEMENT STATEMENT AND A LEDGER REJECTION
001176*                  CAN BE TRACED BACK TO THE BRANCH.  WORK
001177*                  OUTSIDE BATCH MODE CARRIES SPACES AND ZERO.
001178* 2026-10-15 JM    THE BRANCH MASTER (BRCHMST, SEE CPYBRCH) NOW
001179*                  OWNS EACH BRANCH'S RATE CLASS.  2500-START-
001180*                  BATCH CONVERTS A BATCH AT THE MASTER'S CLASS,
001181*                  NOT THE HEADER'S; A HEADER QUOTING ANOTHER
001182*                  CLASS, OR A BRANCH NOT ON THE MASTER, IS
001183*                  LOGGED.  NO MASTER FALLS BACK TO THE HEADER.
001184* 2026-10-15 JM    A MAINTENANCE CORRECTION NOW TAKES A REASON
001185*                  AND POSTS A REVERSAL OF THE ORIGINAL GL
001186*                  POSTING FOLLOWED BY THE REPLACEMENT, BOTH
001187*                  LINKED TO THE ORIGINAL'S KEY AND CARRYING ITS
001188*                  BRANCH BATCH (SEE CPYGL).
001189* 2026-10-15 JM    GL POSTINGS ARE WRITTEN WITH NO TRANSMISSION
001190*                  NUMBER; GLCUT STAMPS IT AS IT SWEEPS.
001191* 2026-10-15 JM    EVERY SIGN-ON ATTEMPT IS RECORDED ON OPERMST
001192*                  THROUGH THE OPRSIGN SUBROUTINE (SEE CPYSIGN),
001193*                  SO FAILURES COUNT ACROSS SESSIONS.  A LOCKED
001194*                  OPERATOR IS REFUSED; THE FAILURE THAT LOCKS
001195*                  ONE IS AUDITED AS A TYPE "A" LOCKOUT RECORD
001196*                  AND LOGGED (MD-0402).  THE FORCED PASSWORD
001197*                  CHANGE CARRIES THE NEW OPERMST FIELDS OVER.
001198* 2026-10-15 JM    A CORRECTION TO A POSTING THE LEDGER REJECTED
001199*                  NO LONGER REVERSES IT - THE ORIGINAL IS
001200*                  WRITTEN OFF ON THE GLWOFF REGISTER (SEE
001201*                  CPYGWOF) AND MARKED "W", SO IT CANNOT BE
001202*                  REQUEUED BESIDE ITS REPLACEMENT (MD-0308).
001203*                  EACH COMPLETED BATCH RUN APPENDS ITS REJECT
001204*                  COUNT AND VALUE TO REJHIST (SEE CPYRJHS) -
001205*                  REJOUT ONLY EVER HOLDS THE LAST RUN.  A
001206*                  LOCKED-OUT SUPERVISOR NO LONGER GRANTS A
001207*                  FORCED RERUN.
001208* 2026-10-15 JM    A REJECTED ORIGINAL IS NOW MARKED WRITTEN
001209*                  OFF ON GLMST BEFORE ITS GLWOFF ENTRY IS
001210*                  WRITTEN.  A GLWOFF WRITE THAT FAILS PUTS IT
001211*                  BACK, POSTS NO CORRECTION AND ENDS RC 12
001212*                  (MD-0109).
001213*----------------------------------------------------------------

001214******************************************************************
001215* ENVIRONMENT DIVISION.
001216******************************************************************
001217 ENVIRONMENT DIVISION.
001220 INPUT-OUTPUT SECTION.
001230 FILE-CONTROL.
001240     SELECT PARM-IN         ASSIGN TO "PARMIN"
001610                             ORGANIZATION LINE SEQUENTIAL
001620                             FILE STATUS IS MD-CHKPT-FILE-STATUS.

001621     SELECT BRANCH-MASTER   ASSIGN TO "BRCHMST"
001622                             ORGANIZATION IS INDEXED
001623                             ACCESS MODE IS DYNAMIC
001624                             RECORD KEY IS BRM-BATCH-ID
001625                             FILE STATUS IS MD-BRM-FILE-STATUS.

001626     SELECT GLWOFF-FILE     ASSIGN TO "GLWOFF"
001627                             ORGANIZATION LINE SEQUENTIAL
001628                             FILE STATUS IS MD-GWF-FILE-STATUS.

001629     SELECT REJECT-HISTORY  ASSIGN TO "REJHIST"
001630                             ORGANIZATION LINE SEQUENTIAL
001631                             FILE STATUS IS MD-RJH-FILE-STATUS.

001632******************************************************************
001640* DATA DIVISION.
001650******************************************************************
001660 DATA DIVISION.
002050     LABEL RECORDS ARE STANDARD.
002060     COPY CPYCHKPT.

002061 FD  BRANCH-MASTER
002062     LABEL RECORDS ARE STANDARD.
002063     COPY CPYBRCH.

002064 FD  GLWOFF-FILE
002065     LABEL RECORDS ARE STANDARD.
002066     COPY CPYGWOF.

002067 FD  REJECT-HISTORY
002068     LABEL RECORDS ARE STANDARD.
002069     COPY CPYRJHS.

002070 WORKING-STORAGE SECTION.
002080*
002090*    PLA-PREFIX/PLA-SUFFIX/PLA-SCREEN-PREFIX ARE LOADED FROM THE
002110*    CARRY NO VALUE CLAUSE OF THEIR OWN.
002120 01  pla-txt.
002130     02  PLA-PREFIX PIC X(10).
002140     02  PLA-VALUE  PIC Z(6)9.99.
002150     02  PLA-SUFFIX PIC X(30).

002160 77  PLA-SCREEN-PREFIX        PIC X(10).

002170 77  a                        PIC 9(07)V9(02).
002180 77  b                        PIC 9(07)V9(02).
002190 77  c                        PIC 9(07)V9(02).
002200 77  d                        PIC 9(07)V9(02).

002210 COPY CPYLINK.

002215 COPY CPYSIGN.

002220 COPY CPYMSG.

002230 01  MD-SWITCHES.
002770     05  MD-AUDM-OPEN-SWITCH  PIC X(01)    VALUE "N".
002780         88  MD-AUDM-OPENED                VALUE "Y".
002790         88  MD-AUDM-NOT-OPENED             VALUE "N".
002791     05  MD-BRM-OPEN-SWITCH   PIC X(01)    VALUE "N".
002792         88  MD-BRM-OPENED                 VALUE "Y".
002793         88  MD-BRM-NOT-OPENED              VALUE "N".
002800     05  MD-AUDM-DONE-SWITCH  PIC X(01)    VALUE "N".
002810         88  MD-AUDM-SCAN-DONE             VALUE "Y".
002820         88  MD-AUDM-SCAN-MORE              VALUE "N".
003092     05  MD-OPT-OVFL-SWITCH   PIC X(01)    VALUE "N".
003094         88  MD-OPER-TBL-OVERFLOW          VALUE "Y".
003096         88  MD-OPER-TBL-FITS               VALUE "N".
003097     05  MD-GLORIG-SWITCH     PIC X(01)    VALUE "N".
003098         88  MD-GLORIG-FOUND               VALUE "Y".
003099         88  MD-GLORIG-NOT-FOUND            VALUE "N".
003100     05  MD-GLORIG-DONE-SWITCH PIC X(01)   VALUE "N".
003101         88  MD-GLORIG-SCAN-DONE           VALUE "Y".
003102         88  MD-GLORIG-SCAN-MORE            VALUE "N".
003103     05  MD-GLWOFF-SWITCH     PIC X(01)    VALUE "N".
003104         88  MD-ORIG-WOFF-TAKEN            VALUE "Y".
003105         88  MD-ORIG-WOFF-NOT-TAKEN         VALUE "N".

003106 01  MD-CHKPT-FILE-STATUS     PIC X(02).
003110 01  MD-AUDIT-FILE-STATUS     PIC X(02).
003120 01  MD-GL-FILE-STATUS        PIC X(02).
003130 01  MD-RATE-FILE-STATUS      PIC X(02).
003160 01  MD-AUDM-FILE-STATUS      PIC X(02).
003170 01  MD-OPSLOG-FILE-STATUS    PIC X(02).
003180 01  MD-PERC-FILE-STATUS      PIC X(02).
003181 01  MD-BRM-FILE-STATUS       PIC X(02).
003183 01  MD-GWF-FILE-STATUS       PIC X(02).
003185 01  MD-RJH-FILE-STATUS       PIC X(02).

003190 01  MD-COUNTERS.
003200     05  MD-LINE-COUNT        PIC 9(05) COMP VALUE ZERO.
003210     05  MD-RECORDS-READ      PIC 9(07) COMP VALUE ZERO.
003220     05  MD-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
003230     05  MD-REJECT-TOTAL-ACCUM PIC 9(11)V9(02) COMP VALUE ZERO.
003240     05  MD-RESTART-FROM      PIC 9(07) COMP VALUE ZERO.
003250     05  MD-CONTROL-TOTAL-ACCUM PIC 9(11)V9(02) COMP VALUE ZERO.
003260     05  MD-CTOT-NET-EXPECTED PIC 9(11)V9(02) COMP VALUE ZERO.
003270     05  MD-MSG-INDEX         PIC 9(02) COMP VALUE ZERO.
003280     05  MD-MSG-FOUND-INDEX   PIC 9(02) COMP VALUE ZERO.
003290     05  MD-GL-SEQUENCE       PIC 9(07) COMP VALUE ZERO.
003310     05  MD-DIVIDE-QUOTIENT   PIC 9(07) COMP VALUE ZERO.
003320     05  MD-DIVIDE-REMAINDER  PIC 9(03) COMP VALUE ZERO.
003330     05  MD-BATCH-RECORDS     PIC 9(07) COMP VALUE ZERO.
003340     05  MD-BATCH-CONTROL-ACCUM PIC 9(11)V9(02) COMP VALUE ZERO.
003350     05  MD-BATCH-REJ-COUNT   PIC 9(07) COMP VALUE ZERO.
003360     05  MD-BATCH-REJ-ACCUM   PIC 9(11)V9(02) COMP VALUE ZERO.
003370     05  MD-BATCHES-DONE      PIC 9(03) COMP VALUE ZERO.
003380     05  MD-BATCHES-FAILED    PIC 9(03) COMP VALUE ZERO.
003390     05  MD-AUDM-SEQUENCE     PIC 9(07) COMP VALUE ZERO.
003670     05  MD-OPER-MST-PASSWORD PIC X(08).
003680     05  MD-OPER-MST-STATUS   PIC X(01).
003690         88  MD-OPER-DISABLED              VALUE "D".
003695         88  MD-OPER-LOCKED                VALUE "L".
003700     05  MD-OPER-MST-PWD-DATE PIC X(08).
003710     05  MD-OPER-MST-FORCE    PIC X(01).
003720         88  MD-OPER-FORCE-CHANGE          VALUE "Y".
003920         10  MD-OPT-STATUS    PIC X(01).
003930         10  MD-OPT-PWD-DATE  PIC X(08).
003940         10  MD-OPT-FORCE     PIC X(01).
003942         10  MD-OPT-FAILED    PIC X(02).
003944         10  MD-OPT-FAIL-DATE PIC X(08).
003946         10  MD-OPT-FAIL-TIME PIC X(08).
003948         10  MD-OPT-SIGNON-DATE PIC X(08).

003950 01  MD-OPER-TBL-COUNTERS.
003960     05  MD-OPT-COUNT         PIC 9(03) COMP VALUE ZERO.
003970     05  MD-OPT-INDEX         PIC 9(03) COMP VALUE ZERO.

003972 01  MD-LOCKOUT-TEXT.
003974     05  PIC X(09) VALUE "OPERATOR ".
003976     05  MD-LCK-OPERATOR-ID   PIC X(08).
003978     05  PIC X(11) VALUE " LOCKED ON ".
003980     05  MD-LCK-COUNT         PIC Z9.
003982     05  PIC X(24) VALUE " CONSECUTIVE FAILURES".

003986*    THE WHOLE RUN-CONTROL FILE, HELD IN STORAGE FOR THE RUN AND
003990*    REWRITTEN WHOLE WHEN THIS JOB'S ENTRY CHANGES STATE.
004000 01  MD-RUNCTL-TABLE.
004010     05  MD-RUN-ENTRY         OCCURS 50 TIMES.
004190     05  MD-BATCH-BUS-DATE    PIC 9(08).
004200     05  MD-BATCH-RATE-CLASS  PIC X(02).

004201*    A MAINTENANCE CORRECTION - THE VALUES LOADED FOR THE
004202*    SCREEN, THE RUN OF THE AUDIT RECORD THEY CAME FROM, AND
004203*    THE GL POSTING THAT RUN MADE, WHICH THE CORRECTION
004204*    REVERSES.  MD-POSTING-TYPE TELLS 8500-WRITE-GL-RECORD
004205*    WHICH KIND OF POSTING IT IS WRITING.
004206 01  MD-CORRECTION-FIELDS.
004207     05  MD-MAINT-REASON      PIC X(30).
004209     05  MD-MAINT-ORIG-DATE   PIC 9(08).
004210     05  MD-MAINT-ORIG-TIME   PIC 9(08).
004211     05  MD-POSTING-TYPE      PIC X(01)    VALUE "N".
004212         88  MD-POST-ORDINARY              VALUE "N".
004213         88  MD-POST-REVERSAL              VALUE "R".
004214         88  MD-POST-REPLACEMENT           VALUE "C".

004215 01  MD-ORIG-POSTING.
004216     05  MD-ORIG-KEY.
004217         10  MD-ORIG-JOB-ID   PIC X(08).
004218         10  MD-ORIG-RUN-DATE PIC 9(08).
004219         10  MD-ORIG-RUN-TIME PIC 9(08).
004220         10  MD-ORIG-SEQUENCE PIC 9(07).
004221     05  MD-ORIG-D-VALUE      PIC 9(07)V9(02).
004222     05  MD-ORIG-ACK-FLAG     PIC X(01).
004223         88  MD-ORIG-WRITTEN-OFF           VALUE "W".
004224         88  MD-ORIG-REJECTED              VALUE "R".
004225     05  MD-ORIG-BATCH-ID     PIC X(08).
004226     05  MD-ORIG-BUS-DATE     PIC 9(08).

004227 01  MD-BATCH-STATUS-LINE.
004228     05  PIC X(08) VALUE "BATCH : ".
004230     05  MD-BST-BATCH-ID      PIC X(08).
004240     05  PIC X(09) VALUE "  DATE : ".
004250     05  MD-BST-BUS-DATE      PIC 9(08).

004610 01  MD-RECON-TOTAL-LINE.
004620     05  PIC X(22) VALUE "CONTROL TOTAL - EXP : ".
004630     05  MD-CTOT-EXPECTED     PIC Z(10)9.99.
004640     05  PIC X(09) VALUE "  ACT : ".
004650     05  MD-CTOT-ACTUAL       PIC Z(10)9.99.
004660     05  PIC X(03) VALUE "  ".
004670     05  MD-CTOT-STATUS       PIC X(08).

004740 01  SCR-CALCULATOR.
004750     02  BLANK SCREEN.
004760     02  LINE 01 COL 01 VALUE "MANIPULATION - CALCULATOR".
004770     02  LINE 03 COL 01 VALUE "ENTER A AMOUNT  : ".
004780     02  LINE 03 COL 20 PIC Z(6)9.99 USING a.
004790     02  LINE 04 COL 01 VALUE "ENTER B AMOUNT  : ".
004800     02  LINE 04 COL 20 PIC Z(6)9.99 USING b.

004810 01  SCR-ANOTHER.
004820     02  LINE 06 COL 01 VALUE "ANOTHER CALCULATION (Y/N) : ".

004840 01  pla-res.
004850     02  LINE 08 COL 01 PIC X(10) FROM PLA-SCREEN-PREFIX.
004860     02  PIC Z(6)9.99 FROM c.

004870 01  SCR-MAINTENANCE.
004880     02  BLANK SCREEN.
004890     02  LINE 01 COL 01 VALUE "MANIPULATION - MAINTENANCE".
004900     02  LINE 03 COL 01 VALUE "A AMOUNT      : ".
004910     02  LINE 03 COL 20 PIC Z(6)9.99 USING a.
004920     02  LINE 04 COL 01 VALUE "B AMOUNT      : ".
004930     02  LINE 04 COL 20 PIC Z(6)9.99 USING b.
004940     02  LINE 05 COL 01 VALUE "C AMOUNT      : ".
004950     02  LINE 05 COL 20 PIC Z(6)9.99 USING c.
004960     02  LINE 06 COL 01 VALUE "D AMOUNT      : ".
004970     02  LINE 06 COL 20 PIC Z(6)9.99 USING d.
004971     02  LINE 07 COL 01 VALUE "REASON        : ".
004972     02  LINE 07 COL 20 PIC X(30) USING MD-MAINT-REASON.
004980     02  LINE 08 COL 01 VALUE "CONFIRM (Y/N) : ".
004990     02  LINE 08 COL 20 PIC X  USING MD-MAINT-SWITCH.

006410     END-IF
006420     IF PARM-MODE-BATCH
006430         PERFORM 1700-DETERMINE-RESTART THRU 1700-EXIT
006431         PERFORM 1495-OPEN-BRANCH-MASTER THRU 1495-EXIT
006440*        A MID-BATCH RESTART PICKS THE CHECKPOINTED BATCH'S
006450*        RATE CLASS BACK UP BEFORE ANY DETAIL IS REPLAYED.
006460         IF MD-BATCH-OPEN
007470 1900-MAINTENANCE-MODE.
007480*----------------------------------------------------------------
007490     PERFORM 1850-LOAD-MAINTENANCE-VALUES THRU 1850-EXIT
007492     MOVE SPACES TO MD-MAINT-REASON
007500     DISPLAY SCR-MAINTENANCE
007510     ACCEPT SCR-MAINTENANCE
007520     IF NOT MD-MAINT-CONFIRMED
007530         GO TO 1900-EXIT
007531     END-IF
007532*    A CORRECTION IS POSTED TO THE LEDGER, SO IT MUST SAY WHY.
007533     IF MD-MAINT-REASON = SPACES
007534         DISPLAY "MANIPDRV - NO REASON GIVEN, CORRECTION NOT "
007535             "POSTED"
007536         GO TO 1900-EXIT
007537     END-IF
007538*    THE POSTING THE LOADED VALUES CAME FROM IS REVERSED FIRST,
007539*    THEN THE CORRECTED VALUES POST AS ITS REPLACEMENT.  AN
007540*    ORIGINAL ALREADY WRITTEN OFF NEVER REACHED THE LEDGER, SO
007541*    THERE IS NOTHING TO REVERSE.  NEITHER DID ONE THE LEDGER
007542*    REJECTED - IT IS WRITTEN OFF INSTEAD OF REVERSED, SO THE
007543*    LEDGER NETS TO THE CORRECTED VALUE.  NO ORIGINAL AT ALL (NO
007544*    HISTORY FOR THE JOB, OR A POSTING FROM BEFORE GLMST) POSTS
007545*    THE CORRECTED VALUES AS AN ORDINARY POSTING.
007546     PERFORM 1910-FIND-ORIGINAL-POSTING THRU 1910-EXIT
007547     IF MD-GLORIG-FOUND
007548         IF MD-ORIG-WRITTEN-OFF
007549             MOVE "MD-0307 " TO MD-LOG-MESSAGE-ID
007550             MOVE "I"        TO MD-LOG-SEVERITY
007551             MOVE "CORRECTED POSTING WRITTEN OFF, NOT REVERSED"
007552                 TO MD-LOG-TEXT
007553             PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
007554         ELSE
007555             IF MD-ORIG-REJECTED
007556                 PERFORM 1920-WRITE-OFF-ORIGINAL THRU 1920-EXIT
007557                 IF MD-ORIG-WOFF-NOT-TAKEN
007558                     GO TO 1900-EXIT
007559                 END-IF
007560             ELSE
007561                 PERFORM 8600-WRITE-REVERSAL THRU 8600-EXIT
007562             END-IF
007563         END-IF
007564         SET MD-POST-REPLACEMENT TO TRUE
007565     ELSE
007566         MOVE "MD-0306 " TO MD-LOG-MESSAGE-ID
007567         MOVE "W"        TO MD-LOG-SEVERITY
007568         MOVE "NO GL POSTING FOUND TO REVERSE, POSTED AS NEW"
007569             TO MD-LOG-TEXT
007570         PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
007571     END-IF
007572     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
007573     SET MD-POST-ORDINARY TO TRUE.
007574 1900-EXIT.
007575     EXIT.

007576*----------------------------------------------------------------
007577 1910-FIND-ORIGINAL-POSTING.
007578*----------------------------------------------------------------
007579*    THE AUDIT RECORD THE SCREEN WAS LOADED FROM WROTE ITS GL
007580*    POSTING LAST IN ITS RUN, SO THE POSTING IS THE HIGHEST KEY
007581*    UNDER THE JOB, RUN DATE AND RUN TIME THAT IS NOT ITSELF A
007582*    REVERSAL.
007583     SET MD-GLORIG-NOT-FOUND TO TRUE
007584     IF MD-MAINT-ORIG-DATE = ZERO
007585         GO TO 1910-EXIT
007586     END-IF
007587     MOVE PARM-JOB-ID        TO GL-KEY-JOB-ID
007588     MOVE MD-MAINT-ORIG-DATE TO GL-KEY-RUN-DATE
007589     MOVE MD-MAINT-ORIG-TIME TO GL-KEY-RUN-TIME
007590     MOVE 9999999            TO GL-KEY-SEQUENCE
007591     START GL-OUT KEY NOT GREATER THAN GL-RECORD-KEY
007592         INVALID KEY
007593             GO TO 1910-EXIT
007594     END-START
007595     SET MD-GLORIG-SCAN-MORE TO TRUE
007596     PERFORM 1915-SCAN-PREV-POSTING THRU 1915-EXIT
007597         UNTIL MD-GLORIG-SCAN-DONE.
007598 1910-EXIT.
007599     EXIT.

007600*----------------------------------------------------------------
007601 1915-SCAN-PREV-POSTING.
007602*----------------------------------------------------------------
007603     READ GL-OUT PREVIOUS
007604     IF MD-GL-FILE-STATUS NOT = "00"
007605         SET MD-GLORIG-SCAN-DONE TO TRUE
007606         GO TO 1915-EXIT
007607     END-IF
007608     IF GL-KEY-JOB-ID   NOT = PARM-JOB-ID
007609      OR GL-KEY-RUN-DATE NOT = MD-MAINT-ORIG-DATE
007610      OR GL-KEY-RUN-TIME NOT = MD-MAINT-ORIG-TIME
007611         SET MD-GLORIG-SCAN-DONE TO TRUE
007612         GO TO 1915-EXIT
007613     END-IF
007614     IF NOT GL-POST-REVERSAL
007615         MOVE GL-RECORD-KEY TO MD-ORIG-KEY
007616         MOVE GL-D-VALUE    TO MD-ORIG-D-VALUE
007617         MOVE GL-ACK-FLAG   TO MD-ORIG-ACK-FLAG
007618         MOVE GL-BATCH-ID   TO MD-ORIG-BATCH-ID
007619         MOVE GL-BUS-DATE   TO MD-ORIG-BUS-DATE
007620         SET MD-GLORIG-FOUND    TO TRUE
007621         SET MD-GLORIG-SCAN-DONE TO TRUE
007622     END-IF.
007623 1915-EXIT.
007624     EXIT.

007625*----------------------------------------------------------------
007626 1920-WRITE-OFF-ORIGINAL.
007627*----------------------------------------------------------------
007628*    LEFT REJECTED, THE ORIGINAL COULD STILL BE REQUEUED IN
007629*    GLREVIEW AND BOOKED BESIDE ITS REPLACEMENT.  IT GOES ON THE
007630*    GLWOFF REGISTER UNDER THE CORRECTION'S REASON AND OPERATOR
007631*    AND IS MARKED WRITTEN OFF, AS GLREVIEW WOULD HAVE DONE.  NO
007632*    REGISTER, NO WRITE-OFF - AND THEN NO CORRECTION EITHER.
007633     SET MD-ORIG-WOFF-NOT-TAKEN TO TRUE
007634     OPEN EXTEND GLWOFF-FILE
007635     IF MD-GWF-FILE-STATUS = "35"
007636         OPEN OUTPUT GLWOFF-FILE
007637     END-IF
007638     IF MD-GWF-FILE-STATUS NOT = "00"
007639         DISPLAY "MANIPDRV - GLWOFF OPEN FAILED, STATUS "
007640             MD-GWF-FILE-STATUS ", CORRECTION NOT POSTED"
007641         GO TO 1920-EXIT
007642     END-IF
007643     MOVE MD-ORIG-KEY TO GL-RECORD-KEY
007644     READ GL-OUT
007645         INVALID KEY
007646             DISPLAY "MANIPDRV - GLMST READ FAILED, STATUS "
007647                 MD-GL-FILE-STATUS ", CORRECTION NOT POSTED"
007648             CLOSE GLWOFF-FILE
007649             GO TO 1920-EXIT
007650     END-READ
007652*    THE MASTER IS MARKED FIRST, SO THE REGISTER NEVER HOLDS A
007654*    WRITE-OFF THE MASTER DOES NOT.  A REGISTER WRITE THAT FAILS
007656*    PUTS THE MASTER BACK TO REJECTED.
007658     SET GL-ACK-WRITTEN-OFF TO TRUE
007663     REWRITE GL-RECORD
007664         INVALID KEY
007665             DISPLAY "MANIPDRV - GLMST REWRITE FAILED, STATUS "
007666                 MD-GL-FILE-STATUS
007667             SET MD-FILE-FAILURE TO TRUE
007668             MOVE "MD-0105 " TO MD-LOG-MESSAGE-ID
007669             MOVE "E"        TO MD-LOG-SEVERITY
007670             MOVE "GLMST WRITE FAILED" TO MD-LOG-TEXT
007671             PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
007672             CLOSE GLWOFF-FILE
007673             GO TO 1920-EXIT
007674     END-REWRITE
007675     MOVE GL-KEY-JOB-ID   TO GWF-JOB-ID
007676     MOVE GL-KEY-RUN-DATE TO GWF-RUN-DATE
007677     MOVE GL-KEY-RUN-TIME TO GWF-RUN-TIME
007678     MOVE GL-KEY-SEQUENCE TO GWF-SEQUENCE
007679     MOVE GL-D-VALUE      TO GWF-D-VALUE
007680     MOVE GL-ACK-REASON   TO GWF-ACK-REASON
007681     MOVE MD-MAINT-REASON TO GWF-WRITEOFF-REASON
007682     MOVE PARM-OPERATOR-ID TO GWF-OPERATOR-ID
007683     MOVE MD-RUN-DATE     TO GWF-WRITEOFF-DATE
007684     WRITE GL-WRITEOFF-RECORD
007685     IF MD-GWF-FILE-STATUS NOT = "00"
007686         DISPLAY "MANIPDRV - GLWOFF WRITE FAILED, STATUS "
007687             MD-GWF-FILE-STATUS ", CORRECTION NOT POSTED"
007688         SET MD-FILE-FAILURE TO TRUE
007689         MOVE "MD-0109 " TO MD-LOG-MESSAGE-ID
007690         MOVE "E"        TO MD-LOG-SEVERITY
007691         MOVE "GLWOFF WRITE FAILED" TO MD-LOG-TEXT
007692         PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
007693         CLOSE GLWOFF-FILE
007694         MOVE MD-ORIG-ACK-FLAG TO GL-ACK-FLAG
007695         REWRITE GL-RECORD
007696             INVALID KEY
007697                 DISPLAY "MANIPDRV - GLMST REWRITE FAILED, "
007698                     "STATUS " MD-GL-FILE-STATUS
007699         END-REWRITE
007700         GO TO 1920-EXIT
007701     END-IF
007702     CLOSE GLWOFF-FILE
007703     SET MD-ORIG-WOFF-TAKEN TO TRUE
007704     MOVE "MD-0308 " TO MD-LOG-MESSAGE-ID
007705     MOVE "I"        TO MD-LOG-SEVERITY
007706     MOVE "REJECTED POSTING CORRECTED, WRITTEN OFF"
007707         TO MD-LOG-TEXT
007708     PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT.
007709 1920-EXIT.
007710     EXIT.

007711*----------------------------------------------------------------
007712 1950-RATE-MAINT-MODE.
007713*----------------------------------------------------------------
007714*    LISTS THE RATE TABLE ON THE CONSOLE, THEN OFFERS ONE NEW
007715*    EFFECTIVE-DATED RATE FOR ENTRY.  RATES ARE ONLY EVER
007716*    APPENDED - A KEYING ERROR IS CORRECTED BY ENTERING THE
007717*    SAME EFFECTIVE DATE AGAIN, SINCE 1420-SCAN-RATE-RECORD
007718*    KEEPS THE LAST ENTRY IT SEES FOR A GIVEN DATE.
007719     DISPLAY "MANIPDRV - RATE TABLE ON FILE :"
007720     SET MD-RATE-NOT-END-OF-FILE TO TRUE
007721     OPEN INPUT RATE-TABLE
007722     IF MD-RATE-FILE-STATUS = "00"
007723         PERFORM 1410-READ-RATE-RECORD    THRU 1410-EXIT
007724         PERFORM 1955-DISPLAY-RATE-RECORD THRU 1955-EXIT
007725             UNTIL MD-RATE-END-OF-FILE
007726         CLOSE RATE-TABLE
007730     ELSE
007740         DISPLAY "  (NO RATE TABLE ON FILE)"
007750     END-IF
008340*    WHO TRIED.  ON SUCCESS THE SIGNED-ON ID REPLACES THE PARM
008350*    OPERATOR ID, SO THE AUDIT TRAIL CARRIES WHO WAS REALLY AT
008360*    THE SCREEN AND NOT WHATEVER WAS KEYED INTO THE PARM FILE.
008362*    EACH ATTEMPT IS ALSO RECORDED ON OPERMST (1390/1395), AND
008364*    AN OPERATOR LOCKED THERE IS REFUSED WHATEVER THE PASSWORD.
008370     SET MD-SIGNON-FAILED TO TRUE
008380     MOVE ZERO TO MD-SIGNON-ATTEMPTS
008390     PERFORM 1320-SIGNON-ATTEMPT THRU 1320-EXIT
008630      OR MD-SIGNON-PASSWORD = SPACES
008640         DISPLAY "MANIPDRV - INVALID OPERATOR OR PASSWORD"
008650         PERFORM 8100-WRITE-SIGNON-FAILURE THRU 8100-EXIT
008655         PERFORM 1390-RECORD-FAILED-SIGNON THRU 1390-EXIT
008660         GO TO 1320-EXIT
008670     END-IF
008680     IF MD-OPER-DISABLED
008690         DISPLAY "MANIPDRV - OPERATOR DISABLED"
008700         PERFORM 8100-WRITE-SIGNON-FAILURE THRU 8100-EXIT
008705         PERFORM 1390-RECORD-FAILED-SIGNON THRU 1390-EXIT
008710         GO TO 1320-EXIT
008720     END-IF
008722     IF MD-OPER-LOCKED
008724         DISPLAY "MANIPDRV - OPERATOR LOCKED, SEE A SUPERVISOR"
008726         PERFORM 8100-WRITE-SIGNON-FAILURE THRU 8100-EXIT
008728         PERFORM 1390-RECORD-FAILED-SIGNON THRU 1390-EXIT
008729         GO TO 1320-EXIT
008730     END-IF
008735     PERFORM 1360-CHECK-PASSWORD-EXPIRY THRU 1360-EXIT
008740     IF MD-PWD-EXPIRED
008750         PERFORM 1370-FORCE-PASSWORD-CHANGE THRU 1370-EXIT
008760         IF MD-PWD-NOT-CHANGED
008800         END-IF
008810     END-IF
008820     SET MD-SIGNON-OK TO TRUE
008830     MOVE MD-SIGNON-ID TO PARM-OPERATOR-ID
008832     SET SG-FUNC-SIGNED-ON TO TRUE
008834     PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT.
008840 1320-EXIT.
008850     EXIT.

010250         MOVE OPR-PWD-CHANGED-DATE
010260             TO MD-OPT-PWD-DATE(MD-OPT-COUNT)
010270         MOVE OPR-PWD-FORCE-FLAG TO MD-OPT-FORCE(MD-OPT-COUNT)
010272         MOVE OPR-FAILED-COUNT TO MD-OPT-FAILED(MD-OPT-COUNT)
010274         MOVE OPR-LAST-FAIL-DATE
010276             TO MD-OPT-FAIL-DATE(MD-OPT-COUNT)
010278         MOVE OPR-LAST-FAIL-TIME
010279             TO MD-OPT-FAIL-TIME(MD-OPT-COUNT)
010280         MOVE OPR-LAST-SIGNON-DATE
010281             TO MD-OPT-SIGNON-DATE(MD-OPT-COUNT)
010285         IF OPR-OPERATOR-ID = MD-SIGNON-ID
010290             MOVE MD-NEW-PASSWORD-1
010300                 TO MD-OPT-PASSWORD(MD-OPT-COUNT)
010310             MOVE MD-RUN-DATE TO MD-OPT-PWD-DATE(MD-OPT-COUNT)
010470     MOVE MD-OPT-STATUS(MD-OPT-INDEX)    TO OPR-STATUS
010480     MOVE MD-OPT-PWD-DATE(MD-OPT-INDEX)  TO OPR-PWD-CHANGED-DATE
010490     MOVE MD-OPT-FORCE(MD-OPT-INDEX)     TO OPR-PWD-FORCE-FLAG
010492     MOVE MD-OPT-FAILED(MD-OPT-INDEX)    TO OPR-FAILED-COUNT
010494     MOVE MD-OPT-FAIL-DATE(MD-OPT-INDEX) TO OPR-LAST-FAIL-DATE
010496     MOVE MD-OPT-FAIL-TIME(MD-OPT-INDEX) TO OPR-LAST-FAIL-TIME
010498     MOVE MD-OPT-SIGNON-DATE(MD-OPT-INDEX)
010499         TO OPR-LAST-SIGNON-DATE
010500     WRITE OPERATOR-RECORD.
010510 1386-EXIT.
010520     EXIT.

010521*----------------------------------------------------------------
010522 1390-RECORD-FAILED-SIGNON.
010523*----------------------------------------------------------------
010524*    COUNTED ON OPERMST BY OPRSIGN SO THE LIMIT RUNS ACROSS
010525*    SESSIONS.  THE FAILURE THAT LOCKS THE OPERATOR IS AUDITED
010526*    AND LOGGED; AN ID NOT ON FILE HAS ONLY ITS "S" RECORD.
010527     SET SG-FUNC-FAILED TO TRUE
010528     PERFORM 1395-RECORD-SIGNON THRU 1395-EXIT
010529     IF SG-STATUS-LOCKED
010530         DISPLAY "MANIPDRV - OPERATOR NOW LOCKED AFTER REPEATED "
010531             "FAILURES"
010532         PERFORM 8150-WRITE-LOCKOUT-AUDIT THRU 8150-EXIT
010533         MOVE "MD-0402 "      TO MD-LOG-MESSAGE-ID
010534         MOVE "W"             TO MD-LOG-SEVERITY
010535         MOVE MD-SIGNON-ID    TO MD-LCK-OPERATOR-ID
010536         MOVE SG-FAILED-COUNT TO MD-LCK-COUNT
010537         MOVE MD-LOCKOUT-TEXT TO MD-LOG-TEXT
010538         PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
010539     END-IF.
010540 1390-EXIT.
010541     EXIT.

010542*----------------------------------------------------------------
010543 1395-RECORD-SIGNON.
010544*----------------------------------------------------------------
010545*    THE CALLER SETS SG-FUNCTION-CODE.  THE TIME IS TAKEN NOW,
010546*    NOT AT START-UP, SO THE FAILURE WINDOW IS MEASURED TRUE.
010547     MOVE MD-SIGNON-ID TO SG-OPERATOR-ID
010548     MOVE MD-RUN-DATE  TO SG-RUN-DATE
010549     ACCEPT SG-RUN-TIME FROM TIME
010550     CALL "OPRSIGN" USING SG-LINK-AREA.
010551 1395-EXIT.
010552     EXIT.

010554*----------------------------------------------------------------
010556 8100-WRITE-SIGNON-FAILURE.
010558*----------------------------------------------------------------
010560     MOVE MD-RUN-DATE       TO AUD-RUN-DATE
010570     MOVE MD-RUN-TIME       TO AUD-RUN-TIME
010580     MOVE PARM-JOB-ID       TO AUD-JOB-ID
010650     SET AUD-TYPE-SIGNON-FAILURE TO TRUE
010660     MOVE SPACES            TO AUD-ADMIN-TARGET
010670     MOVE SPACES            TO AUD-RATE-CLASS
010672     MOVE SPACES            TO AUD-BATCH-ID
010674     MOVE ZERO              TO AUD-BUS-DATE
010680     WRITE AUDIT-RECORD
010690     IF MD-AUDIT-FILE-STATUS NOT = "00"
010700         DISPLAY "MANIPDRV - AUDITOUT WRITE FAILED, STATUS "
010790 8100-EXIT.
010800     EXIT.

010801*----------------------------------------------------------------
010802 8150-WRITE-LOCKOUT-AUDIT.
010803*----------------------------------------------------------------
010804*    AN AUTOMATIC LOCK IS AN ADMINISTRATION ACTION NOBODY TOOK -
010805*    "*SYSTEM*" ACTED, THE LOCKED ID IS THE TARGET.
010806     MOVE MD-RUN-DATE       TO AUD-RUN-DATE
010807     MOVE MD-RUN-TIME       TO AUD-RUN-TIME
010808     MOVE PARM-JOB-ID       TO AUD-JOB-ID
010809     MOVE "*SYSTEM*"        TO AUD-OPERATOR-ID
010810     MOVE ZERO              TO AUD-INPUT-A
010811     MOVE ZERO              TO AUD-INPUT-B
010812     MOVE ZERO              TO AUD-RESULT-C
010813     MOVE ZERO              TO AUD-RESULT-D
010814     MOVE "L"               TO AUD-RUN-MODE
010815     SET AUD-TYPE-ADMIN-ACTION TO TRUE
010816     MOVE MD-SIGNON-ID      TO AUD-ADMIN-TARGET
010817     MOVE SPACES            TO AUD-RATE-CLASS
010818     MOVE SPACES            TO AUD-BATCH-ID
010819     MOVE ZERO              TO AUD-BUS-DATE
010820     WRITE AUDIT-RECORD
010821     IF MD-AUDIT-FILE-STATUS NOT = "00"
010822         DISPLAY "MANIPDRV - AUDITOUT WRITE FAILED, STATUS "
010823             MD-AUDIT-FILE-STATUS
010824         SET MD-FILE-FAILURE TO TRUE
010825         MOVE "MD-0104 " TO MD-LOG-MESSAGE-ID
010826         MOVE "E"        TO MD-LOG-SEVERITY
010827         MOVE "AUDITOUT WRITE FAILED" TO MD-LOG-TEXT
010828         PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
010829     END-IF
010830     PERFORM 8200-WRITE-AUDIT-MASTER THRU 8200-EXIT.
010831 8150-EXIT.
010832     EXIT.

010834*----------------------------------------------------------------
010836 1450-CHECK-RUN-CONTROL.
010838*----------------------------------------------------------------
010840*    REFUSES A SECOND RUN FOR A BUSINESS DATE ALREADY COMPLETE,
010850*    AND ANY RUN WHILE A PRIOR RUN IS STILL MARKED IN-PROCESS -
010860*    UNLESS A SUPERVISOR FORCES IT ON THE PARM CARD.  A
011720*----------------------------------------------------------------
011730*    A FORCE ON THE PARM CARD COUNTS ONLY WHEN THE PARM OPERATOR
011740*    HOLDS SUPERVISOR AUTHORITY ON THE OPERATOR MASTER AND IS
011750*    NEITHER DISABLED NOR LOCKED OUT - A REVOKED OR LOCKED
011755*    SUPERVISOR AUTHORIZES NOTHING.
011760     SET MD-FORCE-NOT-GRANTED TO TRUE
011770     IF PARM-FORCE-RERUN
011780         MOVE PARM-OPERATOR-ID TO MD-SIGNON-ID
011790         PERFORM 1330-LOOKUP-OPERATOR THRU 1330-EXIT
011800         IF MD-OPER-FOUND AND MD-OPER-SUPERVISOR
011810          AND NOT MD-OPER-DISABLED
011815          AND NOT MD-OPER-LOCKED
011820             SET MD-FORCE-GRANTED TO TRUE
011830             DISPLAY "MANIPDRV - RERUN FORCED BY SUPERVISOR "
011840                 PARM-OPERATOR-ID
012960     MOVE MD-RUN-STATUS(MD-RUN-INDEX)   TO RUN-STATUS
012970     MOVE MD-RUN-ME-FLAG(MD-RUN-INDEX)  TO RUN-MONTH-END-FLAG
012980     WRITE RUNCTL-RECORD.
012982 1485-EXIT.
012984     EXIT.

012991*----------------------------------------------------------------
012992 1495-OPEN-BRANCH-MASTER.
012993*----------------------------------------------------------------
012994*    THE BRANCH MASTER SUPPLIES EACH BATCH'S RATE CLASS.  IT IS
012995*    READ ONLY, AND ITS LOSS IS NOT WORTH STOPPING THE NIGHT FOR
012996*    - TRANEDIT HAS ALREADY HELD EVERY HEADER TO THE MASTER'S
012997*    CLASS - SO THE RUN CARRIES ON AT THE HEADER CLASSES AND
012998*    SAYS SO ON THE OPERATIONS LOG.
012999     OPEN INPUT BRANCH-MASTER
013000     IF MD-BRM-FILE-STATUS = "00"
013001         SET MD-BRM-OPENED TO TRUE
013002     ELSE
013003         DISPLAY "MANIPDRV - BRCHMST UNAVAILABLE, STATUS "
013004             MD-BRM-FILE-STATUS ", USING HEADER CLASSES"
013005         MOVE "MD-0107 " TO MD-LOG-MESSAGE-ID
013006         MOVE "W"        TO MD-LOG-SEVERITY
013007         MOVE "BRCHMST UNAVAILABLE, USING HEADER CLASSES"
013008             TO MD-LOG-TEXT
013009         PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
013010     END-IF.
013011 1495-EXIT.
013012     EXIT.

013013*----------------------------------------------------------------
013020 1855-LOAD-FROM-MASTER.
013030*----------------------------------------------------------------
013040*    POSITIONS AT THE HIGHEST KEY FOR THIS JOB ID AND READS
013360         MOVE AUDM-INPUT-B  TO b
013370         MOVE AUDM-RESULT-C TO c
013380         MOVE AUDM-RESULT-D TO d
013382         MOVE AUDM-RUN-DATE TO MD-MAINT-ORIG-DATE
013384         MOVE AUDM-RUN-TIME TO MD-MAINT-ORIG-TIME
013390         SET MD-AUDM-HIT TO TRUE
013400         SET MD-AUDM-SCAN-DONE TO TRUE
013410     END-IF.
013610     MOVE AUD-RECORD-TYPE TO AUDM-RECORD-TYPE
013620     MOVE AUD-ADMIN-TARGET TO AUDM-ADMIN-TARGET
013630     MOVE AUD-RATE-CLASS   TO AUDM-RATE-CLASS
013632     MOVE AUD-BATCH-ID     TO AUDM-BATCH-ID
013634     MOVE AUD-BUS-DATE     TO AUDM-BUS-DATE
013640     WRITE AUDM-RECORD
013650         INVALID KEY
013660             DISPLAY "MANIPDRV - AUDMST WRITE FAILED, STATUS "
014280 1850-LOAD-MAINTENANCE-VALUES.
014290*----------------------------------------------------------------
014300     MOVE ZERO TO a b c d
014302     MOVE ZERO TO MD-MAINT-ORIG-DATE MD-MAINT-ORIG-TIME
014310*    THE KEYED MASTER IS ONLY TRUSTED WHEN IT ACTUALLY HOLDS A
014320*    RECORD FOR THIS JOB - A FRESHLY CREATED, STILL-EMPTY
014330*    MASTER AT A SITE WITH YEARS OF TRAIL MUST NOT BLANK THE
014690         MOVE AUD-INPUT-B  TO b
014700         MOVE AUD-RESULT-C TO c
014710         MOVE AUD-RESULT-D TO d
014712         MOVE AUD-RUN-DATE TO MD-MAINT-ORIG-DATE
014714         MOVE AUD-RUN-TIME TO MD-MAINT-ORIG-TIME
014720     END-IF
014730     PERFORM 1860-READ-AUDIT-RECORD THRU 1860-EXIT.
014740 1870-EXIT.
015900*    EACH BATCH CONVERTS AT ITS OWN CLASS'S RATE - THE LOOKUP
015910*    THAT USED TO RUN ONCE AT INITIALIZE NOW RUNS PER BATCH.
015920     MOVE TRANS-HDR-RATE-CLASS TO MD-BATCH-RATE-CLASS
015921     PERFORM 2510-APPLY-BRANCH-CLASS THRU 2510-EXIT
015930     MOVE MD-BATCH-RATE-CLASS  TO MD-RATE-CLASS
015940     PERFORM 1400-LOAD-RATE-IN-EFFECT THRU 1400-EXIT
015950     MOVE ZERO TO MD-BATCH-RECORDS
016110 2500-EXIT.
016120     EXIT.

016121*----------------------------------------------------------------
016122 2510-APPLY-BRANCH-CLASS.
016123*----------------------------------------------------------------
016124*    THE BRANCH MASTER, NOT THE HEADER, OWNS THE CLASS.  TRANEDIT
016125*    HAS ALREADY STRUCK A HEADER QUOTING THE WRONG ONE, SO A
016126*    DIFFERENCE HERE MEANS A FILE THAT BYPASSED THE PRE-EDIT -
016127*    IT CONVERTS AT THE MASTER'S CLASS AND THE OVERRIDE IS
016128*    LOGGED.  A BLANK HEADER CLASS (A REJRECYC RESUBMISSION)
016129*    TAKES THE MASTER'S CLASS SILENTLY.  A BRANCH NOT ON THE
016130*    MASTER KEEPS THE HEADER CLASS AND IS LOGGED, EXCEPT THE
016131*    GENERIC RECYCLE BATCH, WHICH BELONGS TO NO BRANCH.
016132     IF MD-BRM-NOT-OPENED
016133      OR TRANS-HDR-BATCH-ID = SPACES
016134         GO TO 2510-EXIT
016135     END-IF
016136     MOVE TRANS-HDR-BATCH-ID TO BRM-BATCH-ID
016137     READ BRANCH-MASTER
016138         INVALID KEY
016139             IF TRANS-HDR-BATCH-ID NOT = "RECYCLE "
016140                 DISPLAY "MANIPDRV - BATCH " TRANS-HDR-BATCH-ID
016141                     " NOT ON BRCHMST, HEADER CLASS USED"
016142                 MOVE "MD-0304 " TO MD-LOG-MESSAGE-ID
016143                 MOVE "W"        TO MD-LOG-SEVERITY
016144                 MOVE "BRANCH NOT ON BRCHMST, HEADER CLASS USED"
016145                     TO MD-LOG-TEXT
016146                 PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
016147             END-IF
016148             GO TO 2510-EXIT
016149     END-READ
016150     IF TRANS-HDR-RATE-CLASS NOT = SPACES
016151      AND TRANS-HDR-RATE-CLASS NOT = BRM-RATE-CLASS
016152         DISPLAY "MANIPDRV - BATCH " TRANS-HDR-BATCH-ID
016153             " HEADER CLASS " TRANS-HDR-RATE-CLASS
016154             " REPLACED BY BRANCH CLASS " BRM-RATE-CLASS
016155         MOVE "MD-0305 " TO MD-LOG-MESSAGE-ID
016156         MOVE "W"        TO MD-LOG-SEVERITY
016157         MOVE "HEADER RATE CLASS OVERRIDDEN BY BRCHMST"
016158             TO MD-LOG-TEXT
016159         PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
016160     END-IF
016161     MOVE BRM-RATE-CLASS TO MD-BATCH-RATE-CLASS.
016162 2510-EXIT.
016163     EXIT.

016164*----------------------------------------------------------------
016165 2520-CHECK-BATCH-PERIOD.
016166*----------------------------------------------------------------
016167*    A BATCH WHOSE BUSINESS DATE FALLS IN A PERIOD THE MNTHEND
016170*    CLOSE HAS LOCKED IS REFUSED THE SAME WAY A BAD HEADER IS -
016180*    FLAGGED ON THE REPORT, DETAILS SKIPPED, RUN CARRIES ON -
016190*    UNLESS A SUPERVISOR FORCE ON THE PARM CARD LETS IT
017760         ADD TRANS-AB-A TO MD-BATCH-REJ-ACCUM
017770         ADD TRANS-AB-B TO MD-BATCH-REJ-ACCUM
017780         MOVE SPACE         TO REJ-RAW-VALUE
017790         MOVE TRANS-AB-A-X  TO REJ-INPUT-A
017800         MOVE TRANS-AB-B-X  TO REJ-INPUT-B
017810         MOVE TRANS-AB-OP   TO REJ-OP-CODE
017820     ELSE
017830         ADD TRANS-C-VALUE TO MD-REJECT-TOTAL-ACCUM
017840         ADD TRANS-C-VALUE TO MD-BATCH-REJ-ACCUM
017850         MOVE TRANS-C-VALUE-X TO REJ-RAW-VALUE
017860         MOVE SPACE         TO REJ-INPUT-A
017870         MOVE SPACE         TO REJ-INPUT-B
017880         MOVE SPACE         TO REJ-OP-CODE
017910     MOVE MD-RECORDS-READ   TO REJ-RECORD-NO
017920     MOVE MN-REJECT-REASON  TO REJ-REASON
017930     MOVE MD-RUN-DATE       TO REJ-RUN-DATE
017932     MOVE MD-BATCH-ID       TO REJ-BATCH-ID
017934     MOVE MD-BATCH-BUS-DATE TO REJ-BUS-DATE
017940     WRITE REJECT-RECORD.
017950 2200-EXIT.
017960     EXIT.
019320     SET AUD-TYPE-CALCULATION TO TRUE
019330     MOVE SPACES            TO AUD-ADMIN-TARGET
019340     MOVE MD-RATE-CLASS     TO AUD-RATE-CLASS
019342     IF PARM-MODE-BATCH
019344         MOVE MD-BATCH-ID       TO AUD-BATCH-ID
019346         MOVE MD-BATCH-BUS-DATE TO AUD-BUS-DATE
019348     ELSE
019350         MOVE SPACES            TO AUD-BATCH-ID
019352         MOVE ZERO              TO AUD-BUS-DATE
019354     END-IF
019355*    A CORRECTION BELONGS TO THE BRANCH BATCH IT CORRECTS.
019356     IF MD-POST-REPLACEMENT
019357         MOVE MD-ORIG-BATCH-ID  TO AUD-BATCH-ID
019358         MOVE MD-ORIG-BUS-DATE  TO AUD-BUS-DATE
019359     END-IF
019361     WRITE AUDIT-RECORD
019363     IF MD-AUDIT-FILE-STATUS NOT = "00"
019370         DISPLAY "MANIPDRV - AUDITOUT WRITE FAILED, STATUS "
019380             MD-AUDIT-FILE-STATUS
019390         SET MD-FILE-FAILURE TO TRUE
019590     MOVE ZERO              TO GL-SENT-DATE
019600     SET GL-ACK-NOT-APPLICABLE TO TRUE
019610     MOVE SPACES            TO GL-ACK-REASON
019612*    THE AUDIT RECORD JUST WRITTEN CARRIES THE BATCH STAMP.
019614     MOVE AUD-BATCH-ID      TO GL-BATCH-ID
019616     MOVE AUD-BUS-DATE      TO GL-BUS-DATE
019617     MOVE MD-POSTING-TYPE   TO GL-POSTING-TYPE
019618     IF MD-POST-REPLACEMENT
019619         MOVE MD-ORIG-KEY       TO GL-ORIG-KEY
019620         MOVE MD-MAINT-REASON   TO GL-CORRECTION-REASON
019621     ELSE
019622         MOVE SPACES            TO GL-ORIG-JOB-ID
019623         MOVE ZERO              TO GL-ORIG-RUN-DATE
019624         MOVE ZERO              TO GL-ORIG-RUN-TIME
019625         MOVE ZERO              TO GL-ORIG-SEQUENCE
019626         MOVE SPACES            TO GL-CORRECTION-REASON
019627     END-IF
019628     MOVE ZERO              TO GL-XMIT-NUMBER
019629     WRITE GL-RECORD
019630         INVALID KEY
019640             DISPLAY "MANIPDRV - GLMST WRITE FAILED, STATUS "
019650                 MD-GL-FILE-STATUS
019720 8500-EXIT.
019730     EXIT.

019731*----------------------------------------------------------------
019732 8600-WRITE-REVERSAL.
019733*----------------------------------------------------------------
019734*    TAKES THE ORIGINAL POSTING BACK OUT OF THE LEDGER AT ITS
019735*    OWN VALUE AND UNDER ITS OWN BRANCH BATCH.  NO AUDIT RECORD
019736*    GOES WITH IT - THE MAINTENANCE AUDIT RECORD WRITTEN NEXT
019737*    COVERS THE WHOLE CORRECTION.
019738     ADD 1 TO MD-GL-SEQUENCE
019739     MOVE PARM-JOB-ID       TO GL-KEY-JOB-ID
019740     MOVE MD-RUN-DATE       TO GL-KEY-RUN-DATE
019741     MOVE MD-RUN-TIME       TO GL-KEY-RUN-TIME
019742     MOVE MD-GL-SEQUENCE    TO GL-KEY-SEQUENCE
019743     MOVE MD-ORIG-D-VALUE   TO GL-D-VALUE
019744     SET GL-UNSENT          TO TRUE
019745     MOVE ZERO              TO GL-SENT-DATE
019746     SET GL-ACK-NOT-APPLICABLE TO TRUE
019747     MOVE SPACES            TO GL-ACK-REASON
019748     MOVE MD-ORIG-BATCH-ID  TO GL-BATCH-ID
019749     MOVE MD-ORIG-BUS-DATE  TO GL-BUS-DATE
019750     SET GL-POST-REVERSAL   TO TRUE
019751     MOVE MD-ORIG-KEY       TO GL-ORIG-KEY
019752     MOVE MD-MAINT-REASON   TO GL-CORRECTION-REASON
019753     MOVE ZERO              TO GL-XMIT-NUMBER
019754     WRITE GL-RECORD
019755         INVALID KEY
019756             DISPLAY "MANIPDRV - GLMST WRITE FAILED, STATUS "
019757                 MD-GL-FILE-STATUS
019758             SET MD-FILE-FAILURE TO TRUE
019759             MOVE "MD-0105 " TO MD-LOG-MESSAGE-ID
019760             MOVE "E"        TO MD-LOG-SEVERITY
019761             MOVE "GLMST WRITE FAILED" TO MD-LOG-TEXT
019762             PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
019763     END-WRITE.
019764 8600-EXIT.
019765     EXIT.

019766*----------------------------------------------------------------
019767 9000-TERMINATE.
019768*----------------------------------------------------------------
019770     IF PARM-MODE-BATCH AND MD-RUN-PERMITTED
019780         IF MD-BATCH-OPEN
019790             EVALUATE TRUE
020030         CLOSE REPORT-OUT
020040         CLOSE REJECT-OUT
020050         CLOSE TRANS-IN
020055         PERFORM 9200-WRITE-REJECT-HISTORY THRU 9200-EXIT
020060         PERFORM 9100-CLEAR-CHECKPOINT THRU 9100-EXIT
020070         PERFORM 1490-MARK-RUN-COMPLETE THRU 1490-EXIT
020080     END-IF
020100     IF MD-AUDM-OPENED
020110         CLOSE AUDIT-MASTER
020120     END-IF
020121     IF MD-BRM-OPENED
020122         CLOSE BRANCH-MASTER
020123     END-IF
020130     CLOSE AUDIT-OUT.
020140 9000-EXIT.
020150     EXIT.
020280 9100-EXIT.
020290     EXIT.

020300*----------------------------------------------------------------
020310 9200-WRITE-REJECT-HISTORY.
020320*----------------------------------------------------------------
020330*    THE RUN'S REJECTS, FOR MNTHEND - WRITTEN ONLY ONCE THE WHOLE
020340*    FILE IS DONE, SO A FAILED RUN AND ITS RESTART COUNT ONCE.
020350     OPEN EXTEND REJECT-HISTORY
020360     IF MD-RJH-FILE-STATUS = "35"
020370         OPEN OUTPUT REJECT-HISTORY
020380     END-IF
020390     IF MD-RJH-FILE-STATUS NOT = "00"
020400         DISPLAY "MANIPDRV - REJHIST OPEN FAILED, STATUS "
020410             MD-RJH-FILE-STATUS
020420         SET MD-FILE-FAILURE TO TRUE
020430         MOVE "MD-0108 " TO MD-LOG-MESSAGE-ID
020440         MOVE "E"        TO MD-LOG-SEVERITY
020450         MOVE "REJHIST OPEN FAILED, REJECTS NOT RECORDED"
020460             TO MD-LOG-TEXT
020470         PERFORM 8800-WRITE-OPS-LOG THRU 8800-EXIT
020480         GO TO 9200-EXIT
020490     END-IF
020500     MOVE PARM-JOB-ID           TO RJH-JOB-ID
020510     MOVE MD-RUN-DATE           TO RJH-RUN-DATE
020520     MOVE MD-RUN-TIME           TO RJH-RUN-TIME
020530     MOVE MD-REJECT-COUNT       TO RJH-REJECT-COUNT
020540     MOVE MD-REJECT-TOTAL-ACCUM TO RJH-REJECT-VALUE
020550     WRITE REJECT-HISTORY-RECORD
020560     CLOSE REJECT-HISTORY.
020570 9200-EXIT.
020580     EXIT.

