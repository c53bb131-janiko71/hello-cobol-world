000250*                  THE EDITRPT REPORT SO THE FILE CAN GO BACK TO
000260*                  THE BRANCH THE SAME DAY; ONLY A CLEAN FILE
000270*                  (RETURN CODE 0) JOINS THE NIGHTLY TRANSIN.
000272* 2026-10-15 JM    VALUES ARE NOW AMOUNTS OF SEVEN DIGITS AND
000274*                  TWO DECIMALS (SEE CPYTRAN).  THE 01-98 RANGE
000276*                  TEST ON A "D" DETAIL IS NOW A ZERO-VALUE TEST
000278*                  AND THE CONTROL TOTALS CARRY THE DECIMALS.
000279* 2026-10-15 JM    HEADERS ARE CHECKED AGAINST THE BRANCH MASTER
000280*                  (BRCHMST, SEE CPYBRCH): AN UNKNOWN OR CLOSED
000281*                  BRANCH, OR A HEADER QUOTING ANY CLASS BUT THE
000282*                  BRANCH'S OWN, IS AN ERROR.  NO BRANCH MASTER
000283*                  IS A FILE FAILURE, LIKE NO BATCHREG.
000284*----------------------------------------------------------------
000290
000300******************************************************************
000310* ENVIRONMENT DIVISION.

000452     SELECT RATE-TABLE      ASSIGN TO "RATETAB"
000454                             ORGANIZATION LINE SEQUENTIAL
000455                             FILE STATUS IS TE-RATE-FILE-STATUS.
000456
000457     SELECT BRANCH-MASTER   ASSIGN TO "BRCHMST"
000458                             ORGANIZATION IS INDEXED
000460                             ACCESS MODE IS DYNAMIC
000462                             RECORD KEY IS BRM-BATCH-ID
000464                             FILE STATUS IS TE-BRM-FILE-STATUS.
000466
000470******************************************************************
000480* DATA DIVISION.
000490******************************************************************

000622 FD  RATE-TABLE
000624     LABEL RECORDS ARE STANDARD.
000625     COPY CPYRATE.
000626
000627 FD  BRANCH-MASTER
000628     LABEL RECORDS ARE STANDARD.
000629     COPY CPYBRCH.
000630
000640 WORKING-STORAGE SECTION.
000650
000883     05  TE-CLASS-SWITCH      PIC X(01)    VALUE "N".
000884         88  TE-CLASS-KNOWN                VALUE "Y".
000885         88  TE-CLASS-UNKNOWN               VALUE "N".
000886     05  TE-BRM-OPEN-SWITCH   PIC X(01)    VALUE "N".
000887         88  TE-BRM-OPENED                 VALUE "Y".
000888         88  TE-BRM-NOT-OPENED              VALUE "N".
000889
000890 01  TE-TRAN-FILE-STATUS      PIC X(02).
000900 01  TE-BREG-FILE-STATUS      PIC X(02).
000905 01  TE-RATE-FILE-STATUS      PIC X(02).
000906 01  TE-BRM-FILE-STATUS       PIC X(02).
000910
000920 01  TE-COUNTERS.
000930     05  TE-RECORDS-READ      PIC 9(07) COMP VALUE ZERO.
000940     05  TE-ERROR-COUNT       PIC 9(05) COMP VALUE ZERO.
000950     05  TE-BATCH-RECORDS     PIC 9(07) COMP VALUE ZERO.
000960     05  TE-BATCH-CONTROL-ACCUM PIC 9(11)V9(02) COMP VALUE ZERO.
000970     05  TE-BATCHES-DONE      PIC 9(03) COMP VALUE ZERO.
000980     05  TE-BATCHES-FAILED    PIC 9(03) COMP VALUE ZERO.
000990     05  TE-BREG-LOADED       PIC 9(03) COMP VALUE ZERO.
001460
001470 01  TE-RECON-TOTAL-LINE.
001480     05  PIC X(22) VALUE "CONTROL TOTAL - EXP : ".
001490     05  TE-CTOT-EXPECTED     PIC Z(10)9.99.
001500     05  PIC X(09) VALUE "  ACT : ".
001510     05  TE-CTOT-ACTUAL       PIC Z(10)9.99.
001520
001530 01  TE-SUMMARY-LINE.
001540     05  PIC X(17) VALUE "BATCHES EDITED : ".
001877             TE-BREG-FILE-STATUS
001878         SET TE-FILE-FAILURE TO TRUE
001879     END-IF
001880*    NO BRANCH MASTER, NO BRANCH GATE - A FAILURE FOR THE SAME
001881*    REASON, OR ANY BRANCH COULD QUOTE ANY CLASS.
001882     OPEN INPUT BRANCH-MASTER
001883     IF TE-BRM-FILE-STATUS = "00"
001884         SET TE-BRM-OPENED TO TRUE
001885     ELSE
001886         DISPLAY "TRANEDIT - BRCHMST OPEN FAILED, STATUS "
001887             TE-BRM-FILE-STATUS
001888         SET TE-FILE-FAILURE TO TRUE
001889     END-IF
001890     OPEN INPUT TRAN-IN
001891     IF TE-TRAN-FILE-STATUS NOT = "00"
001900         DISPLAY "TRANEDIT - NO BRANCH FILE TO EDIT, STATUS "
001910             TE-TRAN-FILE-STATUS
001920         SET TE-FILE-FAILURE TO TRUE
003049             MOVE "RATE CLASS NOT ON RATE TABLE" TO TE-ERR-TEXT
003050             PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
003051         END-IF
003052     END-IF
003053     IF TRANS-HDR-BATCH-ID NOT = SPACES
003054      AND TE-BRM-OPENED
003055         PERFORM 2580-CHECK-BRANCH THRU 2580-EXIT
003056     END-IF.
003057 2500-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------
003530     END-IF.
003540 2570-EXIT.
003550     EXIT.
003551
003552*----------------------------------------------------------------
003553 2580-CHECK-BRANCH.
003554*----------------------------------------------------------------
003555*    THE BRANCH MASTER OWNS THE RATE CLASS.  A HEADER MUST NAME
003556*    A BRANCH ON FILE AND STILL ACTIVE, AND MUST QUOTE EXACTLY
003557*    THE CLASS THE MASTER ASSIGNS IT - A BRANCH DOES NOT CHOOSE
003558*    ITS OWN COMMISSION SCHEDULE.
003559     MOVE TRANS-HDR-BATCH-ID TO BRM-BATCH-ID
003560     READ BRANCH-MASTER
003561         INVALID KEY
003562             MOVE "BRANCH NOT ON BRANCH MASTER" TO TE-ERR-TEXT
003563             PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
003564             GO TO 2580-EXIT
003565     END-READ
003566     IF BRM-STATUS-CLOSED
003567         MOVE "BRANCH CLOSED ON BRANCH MASTER" TO TE-ERR-TEXT
003568         PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
003569     END-IF
003570     IF TRANS-HDR-RATE-CLASS NOT = BRM-RATE-CLASS
003571         MOVE "RATE CLASS NOT THE BRANCH'S CLASS" TO TE-ERR-TEXT
003572         PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
003573     END-IF.
003574 2580-EXIT.
003575     EXIT.
003576
003577*----------------------------------------------------------------
003580 3000-EDIT-C-DETAIL.
003590*----------------------------------------------------------------
003600     PERFORM 3500-REQUIRE-BATCH THRU 3500-EXIT
003650         GO TO 3000-EXIT
003660     END-IF
003670     ADD TRANS-C-VALUE TO TE-BATCH-CONTROL-ACCUM
003680     IF TRANS-C-VALUE = ZERO
003690         MOVE "ZERO TRANSACTION VALUE" TO TE-ERR-TEXT
003700         PERFORM 8000-WRITE-ERROR THRU 8000-EXIT
003710     END-IF.
003720 3000-EXIT.
005190     IF TE-BREG-OPENED
005192         CLOSE BATCH-REGISTER
005194     END-IF
005195     IF TE-BRM-OPENED
005196         CLOSE BRANCH-MASTER
005197     END-IF
005200     IF TE-TRAN-OPENED
005210         CLOSE TRAN-IN
005220     END-IF
005290*----------------------------------------------------------------
005300*    THE CONCATENATION STEP'S CONTRACT - ONLY A RETURN CODE 0
005310*    FILE MAY JOIN THE NIGHTLY TRANSIN:
005315*        12  BRANCH FILE MISSING OR UNREADABLE, OR BATCHREG
005320*            OR BRCHMST UNAVAILABLE
005330*         4  EDIT ERRORS, FILE GOES BACK TO THE BRANCH
005340*         0  CLEAN
005350     EVALUATE TRUE
