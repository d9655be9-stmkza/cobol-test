000240*                     THE LIVE JOURNAL, AND THE COPY-BACK IS
000250*                     BYPASSED UNLESS THE APPLY AND THE KEEP
000260*                     FILE BOTH COMPLETED CLEANLY.
000262*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 123 BYTES AND
000264*                     JOURNAL RECORD TO 277 BYTES FOR THE
000266*                     CANCELLATION STATUS AND BILLING STAMPS.
000267*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 132 BYTES AND
000268*                     JOURNAL RECORD TO 295 BYTES FOR THE BILLED
000269*                     LABEL FEE.
000270*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 133 BYTES AND
000271*                     JOURNAL RECORD TO 297 BYTES FOR THE BILLED
000272*                     LABEL BUCKET.
000273*    2026-10-15  JRM  JOURNAL RECORD WIDENED TO 335 BYTES FOR THE
000274*                     OPERATOR AND REASON FIZZHLD RECORDS WHEN IT
000275*                     RELEASES OR CANCELS A HELD ORDER. ITS
000276*                     RECORDS ROLL BACK LIKE ANY OTHER REWRITE.
000277*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 141 BYTES AND
000278*                     JOURNAL AND KEEP RECORDS TO 351 BYTES FOR
000279*                     THE CUSTOMER ACCOUNT.
000282******************************************************************
000285
000290 ENVIRONMENT     DIVISION.
000300 CONFIGURATION   SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000640 FILE            SECTION.
000650 FD  JOURNAL-FILE
000660     RECORDING MODE IS F.
000670 01  JOURNAL-FILE-RECORD           PIC X(351).
000680
000690 FD  KEEP-FILE
000700     RECORDING MODE IS F.
000710 01  KEEP-FILE-RECORD              PIC X(351).
000720
000730 FD  ORDER-MASTER.
000740 01  ORDER-MASTER-RECORD.
000750     05  ORDER-MASTER-KEY          PIC 9(05).
000760     05  FILLER                    PIC X(136).
000770
000780 FD  RUN-CONTROL-FILE
000790     RECORDING MODE IS F.
001490             INDEXED BY WS-TCH-IDX.
001500         10  WS-TCH-KEY            PIC X(05).
001510         10  WS-TCH-ACTION         PIC X(01).
001520         10  WS-TCH-BEFORE         PIC X(141).
001530 01  WS-TCH-HIT                    PIC 9(05) COMP VALUE 0.
001540 01  WS-LOOKUP-KEY                 PIC X(05) VALUE SPACES.
001550
