001500*     0001-0099  RUN START/END          0101-0199  FILE FAILURES
001600*     0201-0299  RECONCILIATION         0301-0399  RUN CONTROL
001700*     0401-0499  SIGN-ON/SECURITY
001710* OTHER PROGRAMS LOG UNDER THEIR OWN PREFIX IN THE SAME RANGES -
001720*     AG-0201-0204  AGERPT AGING ESCALATIONS, ONE PER CATEGORY
001800*----------------------------------------------------------------
001900 01  OPS-LOG-RECORD.
002000     05  OPL-MESSAGE-ID           PIC X(08).
