002996*                  RATE TABLE (CPYRATE), PASSED IN BY THE DRIVER
002997*                  ON MN-INPUT-RATE.  NO RATE IN EFFECT FOR THE
002998*                  RUN DATE REJECTS THE TRANSACTION.
002999* 2026-10-15 JM    A, B, C AND D ARE NOW AMOUNTS OF SEVEN DIGITS
003009*                  AND TWO DECIMALS (SEE CPYLINK).  THE 01-98
003019*                  RANGE TEST ON C IS GONE - ONLY A ZERO VALUE IS
003029*                  REFUSED - AND THE SIZE-ERROR REJECTIONS NOW
003039*                  NAME THE NEW CEILING.  MULTIPLY AND DIVIDE
003049*                  ROUND TO THE CENT.
003059*----------------------------------------------------------------

003100******************************************************************
003200* ENVIRONMENT DIVISION.
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000*
004100 77  a                        PIC 9(07)V9(02).
004200 77  b                        PIC 9(07)V9(02).
004300 77  c                        PIC 9(07)V9(02).
004400 77  d                        PIC 9(07)V9(02).
004500 77  rate-product             PIC 9(10)V9(04).

004800 LINKAGE SECTION.
004900 COPY CPYLINK.
006700     MOVE MN-INPUT-B TO b
006800     ADD a b GIVING c
006810         ON SIZE ERROR
006820             MOVE "SUM OF A+B EXCEEDS 9999999.99"
006825                 TO MN-REJECT-REASON
006830             SET MN-STATUS-REJECTED TO TRUE
006840             GO TO 2000-EXIT
006850     END-ADD
007490     END-IF
007495     MOVE MN-INPUT-A TO a
007500     MOVE MN-INPUT-B TO b
007505     MULTIPLY a BY b GIVING c ROUNDED
007510         ON SIZE ERROR
007515             MOVE "PRODUCT A*B EXCEEDS 9999999.99"
007520                 TO MN-REJECT-REASON
007525             SET MN-STATUS-REJECTED TO TRUE
007530             GO TO 2400-EXIT
007615         MOVE "DIVIDE BY ZERO" TO MN-REJECT-REASON
007620         SET MN-STATUS-REJECTED TO TRUE
007625         GO TO 2500-EXIT
007626     END-IF
007627     DIVIDE a BY b GIVING c ROUNDED
007628         ON SIZE ERROR
007629             MOVE "QUOTIENT EXCEEDS 9999999.99"
007630                 TO MN-REJECT-REASON
007631             SET MN-STATUS-REJECTED TO TRUE
007632             GO TO 2500-EXIT
007635     END-DIVIDE
007636     PERFORM 4000-DERIVE-D THRU 4000-EXIT
007637     IF MN-STATUS-REJECTED
007638         GO TO 2500-EXIT
007655 2500-EXIT.
007660     EXIT.

007661*----------------------------------------------------------------
007662 3000-CONVERT-C.
007663*----------------------------------------------------------------
007664     PERFORM 3100-VALIDATE-C THRU 3100-EXIT
007665     IF MN-STATUS-REJECTED
007670         GO TO 3000-EXIT
007680     END-IF
007700     MOVE MN-INPUT-C TO c
008260         SET MN-STATUS-REJECTED TO TRUE
008270         GO TO 3100-EXIT
008280     END-IF
008290     IF MN-INPUT-C = ZERO
008300         MOVE "ZERO TRANSACTION VALUE" TO MN-REJECT-REASON
008320         SET MN-STATUS-REJECTED TO TRUE
008330     END-IF.
008340 3100-EXIT.
008490     MULTIPLY c BY MN-INPUT-RATE GIVING rate-product
008500     DIVIDE rate-product BY 100 GIVING d ROUNDED
008510         ON SIZE ERROR
008520             MOVE "CONVERTED D EXCEEDS 9999999.99"
008530                 TO MN-REJECT-REASON
008540             SET MN-STATUS-REJECTED TO TRUE
008550             GO TO 4000-EXIT
