000320*             FOR A "D" DETAIL, REJ-INPUT-A/B AND REJ-OP-CODE
000330*             FOR AN "A" DETAIL - SO THE REJECTED TRANSACTION
000340*             CAN BE RECONSTRUCTED WITHOUT THE INPUT FILE.
000350*             THE RAW FIELDS ARE THE NINE BYTES AS KEYED (SEE
000360*             CPYTRAN); THE -AMOUNT VIEWS READ THEM AS VALUES
000370*             ONCE THEY HAVE BEEN TESTED NUMERIC.
000380*             REJ-BATCH-ID AND REJ-BUS-DATE ARE THE BRANCH
000390*             BATCH HEADER THE DETAIL ARRIVED UNDER, SO A
000392*             REJECT CAN BE SETTLED BACK TO THE BRANCH THAT
000394*             KEYED IT.  WORK OUTSIDE A HEADED BATCH CARRIES
000396*             SPACES AND ZERO; A RECORD FROM BEFORE THE FIELDS
000398*             EXISTED IS SHORT AND READS AS SPACES IN BOTH.
000400*----------------------------------------------------------------
000500 01  REJECT-RECORD.
000600     05  REJ-RECORD-NO            PIC 9(07).
000650     05  REJ-RECORD-TYPE          PIC X(01).
000700     05  REJ-RAW-VALUE            PIC X(09).
000702     05  REJ-RAW-AMOUNT REDEFINES REJ-RAW-VALUE
000704                                  PIC 9(07)V9(02).
000710     05  REJ-INPUT-A              PIC X(09).
000712     05  REJ-INPUT-A-AMOUNT REDEFINES REJ-INPUT-A
000714                                  PIC 9(07)V9(02).
000720     05  REJ-INPUT-B              PIC X(09).
000722     05  REJ-INPUT-B-AMOUNT REDEFINES REJ-INPUT-B
000724                                  PIC 9(07)V9(02).
000730     05  REJ-OP-CODE              PIC X(01).
000800     05  REJ-REASON               PIC X(30).
000900     05  REJ-RUN-DATE             PIC 9(08).
001000     05  REJ-BATCH-ID             PIC X(08).
001100     05  REJ-BUS-DATE             PIC 9(08).
