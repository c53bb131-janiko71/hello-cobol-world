001694* CPYGWOF).  A RECORD LOADED FROM BEFORE THESE FIELDS EXISTED
001695* CARRIES A BLANK SENT FLAG (GLCUT TREATS ANYTHING NOT
001696* POSITIVELY MARKED SENT AS UNSENT, SO THE OLD HISTORY IS
001697* SWEPT ON THE FIRST CUT) AND A BLANK ACK REASON.  GL-D-VALUE
001698* IS AN AMOUNT (SEVEN DIGITS, TWO DECIMALS); A MASTER FROM
001699* BEFORE IT WAS WIDENED IS CONVERTED ONCE BY VALCONV.
001701* GL-BATCH-ID AND GL-BUS-DATE ARE THE BRANCH BATCH HEADER THE
001703* POSTING WAS MADE UNDER (SPACES AND ZERO OUTSIDE A HEADED
001705* BATCH), SO A LEDGER REJECTION TRACES BACK TO ITS BRANCH.
001707*----------------------------------------------------------------
001709* CORRECTIONS - A VALUE CORRECTED ON THE MANIPDRV MAINTENANCE
001711* SCREEN IS POSTED AS A LINKED PAIR WRITTEN ONE AFTER THE OTHER
001713* (SO THEY SIT SIDE BY SIDE IN KEY ORDER AND TRAVEL TOGETHER
001715* THROUGH GLCUT AND GLACK): A REVERSAL OF THE ORIGINAL POSTING,
001717* CARRYING THE ORIGINAL D VALUE, AND THE REPLACEMENT CARRYING
001719* THE CORRECTED ONE.  BOTH CARRY GL-ORIG-KEY, THE KEY OF THE
001721* POSTING CORRECTED, THE SUPERVISOR'S REASON, AND THE ORIGINAL
001723* POSTING'S BRANCH BATCH STAMP.  GL-D-VALUE IS ALWAYS POSITIVE -
001725* A REVERSAL COUNTS AGAINST THE LEDGER, SO THE NET OF THE
001727* MASTER IS THE SUM OF THE OTHER TYPES LESS THE REVERSALS.  AN
001729* ORIGINAL ALREADY WRITTEN OFF NEVER REACHED THE LEDGER AND IS
001731* NOT REVERSED.  NOR IS ONE THE LEDGER REJECTED - THE
001733* CORRECTION WRITES IT OFF INSTEAD (SEE CPYGWOF), SO IT CANNOT
001735* BE REQUEUED BESIDE ITS REPLACEMENT.  VALCONV CONVERTS A
001737* MASTER FROM BEFORE THESE FIELDS EXISTED AS ORDINARY POSTINGS.
001739* GL-POSTING-TYPE VALUES -
001741*     "N"  ORDINARY POSTING (BLANK ON AN OLD RECORD).
001743*     "R"  REVERSAL OF THE POSTING AT GL-ORIG-KEY.
001745*     "C"  CORRECTED REPLACEMENT FOR THE POSTING AT GL-ORIG-KEY.
001747*----------------------------------------------------------------
001749* GL-XMIT-NUMBER IS THE NUMBER OF THE GLXMIT TRANSMISSION THAT
001751* LAST CARRIED THE POSTING, STAMPED BY GLCUT AS IT SWEEPS (ZERO
001753* UNTIL THEN).  A POSTING GLREVIEW REQUEUES KEEPS ITS OLD NUMBER
001755* UNTIL THE NEXT CUT RESTAMPS IT.  GLCUT'S RECUT MODE REBUILDS A
001757* TRANSMISSION FROM THE POSTINGS CARRYING ITS NUMBER.
001759*----------------------------------------------------------------
001800 01  GL-RECORD.
001900     05  GL-RECORD-KEY.
002000         10  GL-KEY-JOB-ID       PIC X(08).
002100         10  GL-KEY-RUN-DATE     PIC 9(08).
002200         10  GL-KEY-RUN-TIME     PIC 9(08).
002300         10  GL-KEY-SEQUENCE     PIC 9(07).
002400     05  GL-D-VALUE              PIC 9(07)V9(02).
002500     05  GL-SENT-FLAG            PIC X(01).
002600         88  GL-UNSENT                      VALUE "N".
002700         88  GL-SENT                        VALUE "Y".
003300         88  GL-ACK-REJECTED                VALUE "R".
003400         88  GL-ACK-WRITTEN-OFF             VALUE "W".
003500     05  GL-ACK-REASON           PIC X(30).
003600     05  GL-BATCH-ID             PIC X(08).
003700     05  GL-BUS-DATE             PIC 9(08).
003800     05  GL-POSTING-TYPE         PIC X(01).
003900         88  GL-POST-ORDINARY               VALUES "N" " ".
004000         88  GL-POST-REVERSAL               VALUE "R".
004100         88  GL-POST-REPLACEMENT            VALUE "C".
004200     05  GL-ORIG-KEY.
004300         10  GL-ORIG-JOB-ID      PIC X(08).
004400         10  GL-ORIG-RUN-DATE    PIC 9(08).
004500         10  GL-ORIG-RUN-TIME    PIC 9(08).
004600         10  GL-ORIG-SEQUENCE    PIC 9(07).
004700     05  GL-CORRECTION-REASON    PIC X(30).
004800     05  GL-XMIT-NUMBER          PIC 9(07).
