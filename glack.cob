000340*                  NIGHTLY GLNEW COPY ARE ALL GONE.  POSTINGS
000350*                  STILL AWAITING AN ANSWER ARE FOUND BY ONE
000360*                  SWEEP OF THE MASTER AFTER THE ACKS ARE ON.
000362* 2026-10-15 JM    A REJECTED HALF OF A CORRECTION PAIR (SEE
000364*                  CPYGL) IS TAGGED AS A REVERSAL OR A
000366*                  REPLACEMENT ON THE EXCEPTIONS REPORT, SINCE
000368*                  THE LEDGER NO LONGER NETS TO THE CORRECTION.
000370*----------------------------------------------------------------
000380
000390******************************************************************
002270         SET GL-ACK-REJECTED TO TRUE
002280         MOVE ACK-REASON TO GL-ACK-REASON
002290         ADD 1 TO GA-REJECTED-COUNT
002300         EVALUATE TRUE
002302             WHEN GL-POST-REVERSAL
002304                 MOVE "REVERSAL REJECTED   " TO GA-EXCP-TAG
002306             WHEN GL-POST-REPLACEMENT
002308                 MOVE "REPLACEMENT REJECTED" TO GA-EXCP-TAG
002310             WHEN OTHER
002312                 MOVE "REJECTED BY LEDGER  " TO GA-EXCP-TAG
002314         END-EVALUATE
002316         MOVE ACK-REASON TO GA-EXCP-REASON
002320         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
002330     END-IF
002340     REWRITE GL-RECORD
