000300*                  TWO LEGS ONLY STRIKE ONCE GLCUT HAS SWEPT
000310*                  AND THE LEDGER HAS ANSWERED - RUN THE PROOF
000320*                  AFTER GLACK IN THE NIGHT STREAM.
000322* 2026-10-15 JM    A CORRECTION'S REVERSAL POSTING HAS NO AUDIT
000324*                  RECORD OF ITS OWN (SEE CPYGL), SO REVERSALS
000326*                  ARE COUNTED AND LEFT OUT OF THE AUDIT VS GL
000328*                  WRITTEN LEG.
000330*----------------------------------------------------------------
000340
000350******************************************************************
001470     05  DP-GL-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001480     05  DP-GL-SWEPT          PIC 9(07) COMP VALUE ZERO.
001490     05  DP-GL-ACCEPTED       PIC 9(07) COMP VALUE ZERO.
001492     05  DP-GL-REVERSALS      PIC 9(07) COMP VALUE ZERO.
001494     05  DP-GL-AUDITED        PIC 9(07) COMP VALUE ZERO.
001500
001510 01  DP-RUN-DATE              PIC 9(08).
001520
004680         IF PRF-JOB-ID = SPACES
004690          OR GL-KEY-JOB-ID = PRF-JOB-ID
004700             ADD 1 TO DP-GL-WRITTEN
004705             IF GL-POST-REVERSAL
004706                 ADD 1 TO DP-GL-REVERSALS
004707             END-IF
004710             IF GL-SENT
004720                 ADD 1 TO DP-GL-SWEPT
004730             END-IF
005030     MOVE DP-RPT-LINE-COUNT TO DP-PRL-LEFT
005040     MOVE DP-AUDIT-COUNT    TO DP-PRL-RIGHT
005050     PERFORM 6100-JUDGE-LEG THRU 6100-EXIT
005052*    EVERY POSTING BUT A REVERSAL HAS ITS AUDIT RECORD.
005054     IF DP-GL-REVERSALS > ZERO
005055         MOVE "GL REVERSALS, NO AUDIT RECORD     : "
005056             TO DP-CNL-LEG
005057         MOVE DP-GL-REVERSALS TO DP-CNL-VALUE
005058         WRITE PROOF-RECORD FROM DP-COUNT-LINE
005059     END-IF
005060     SUBTRACT DP-GL-REVERSALS FROM DP-GL-WRITTEN
005061         GIVING DP-GL-AUDITED
005062     MOVE "AUDIT ALL MODES VS GL EX REVERSALS: "
005070         TO DP-PRL-LEG
005080     MOVE DP-AUDIT-ALL-COUNT TO DP-PRL-LEFT
005090     MOVE DP-GL-AUDITED      TO DP-PRL-RIGHT
005100     PERFORM 6100-JUDGE-LEG THRU 6100-EXIT
005110     MOVE "GL WRITTEN VS SWEPT BY GLCUT      : "
005120         TO DP-PRL-LEG
