000334*                  (TYPE "A" ADMINISTRATION RECORDS) AND THE
000336*                  AUD-RATE-CLASS STAMP (SEE CPYAUDIT) -
000338*                  ARCHIVE AND AUDNEW RECORD LENGTHS FOLLOW.
000339* 2026-10-15 JM    AUDIT VALUES WIDENED TO SEVEN DIGITS AND TWO
000340*                  DECIMALS (SEE CPYAUDIT) - ARCHIVE AND AUDNEW
000341*                  RECORD LENGTHS FOLLOW AGAIN.
000342* 2026-10-15 JM    AUDIT RECORD CARRIES THE BRANCH BATCH ID AND
000343*                  BUSINESS DATE - RECORD LENGTHS FOLLOW.
000344*----------------------------------------------------------------

000350******************************************************************
000360* ENVIRONMENT DIVISION.

000670 FD  ARCHIVE-OUT
000680     LABEL RECORDS ARE STANDARD.
000690 01  ARCHIVE-RECORD           PIC X(96).

000700 FD  AUDIT-NEW
000710     LABEL RECORDS ARE STANDARD.
000720 01  AUDIT-NEW-RECORD         PIC X(96).

000730 FD  AUDIT-MASTER
000740     LABEL RECORDS ARE STANDARD.
