000180*                     WHOSE TOTAL MOVED MORE THAN THE TOLERANCE
000190*                     PERCENT (JCL PARM, DEFAULT 10) FROM THE
000200*                     PRIOR RUN.
000203*    2026-10-15  JRM  SUMMARY RECORD WIDENED TO 116 BYTES FOR THE
000206*                     CREDIT TOTALS.
000207*    2026-10-15  JRM  SUMMARY RECORD WIDENED TO 129 BYTES FOR THE
000208*                     LABEL FEE TOTAL.
000209*    2026-10-15  JRM  SUMMARY RECORD WIDENED TO 139 BYTES FOR THE
000212*                     HELD-ORDER COUNT AND PARTITION REGION.
000215******************************************************************
000220
000230 ENVIRONMENT     DIVISION.
000240 CONFIGURATION   SECTION.
000410 FILE            SECTION.
000420 FD  SUMMARY-FILE
000430     RECORDING MODE IS F.
000440 01  SUMMARY-FILE-RECORD           PIC X(139).
000450
000460 FD  TREND-RPT
000470     RECORDING MODE IS F.
