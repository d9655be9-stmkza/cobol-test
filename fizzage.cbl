000211*                     THAT WILL NOT OPEN, A KEEP WRITE FAILURE)
000212*                     SET RC=8/12 SO THE COPY-BACK STEP NEVER
000213*                     REPLACES THE LIVE LOG WITH A SHORT FILE.
000214*    2026-10-15  JRM  AUDIT LOG RECORD WIDENED TO 68 BYTES FOR THE
000215*                     CLASSIFICATION OVERRIDE FLAG AND REASON
000216*                     CODE.
000220******************************************************************
000230
000240 ENVIRONMENT     DIVISION.
000520 FILE            SECTION.
000530 FD  AUDIT-FILE
000540     RECORDING MODE IS F.
000550 01  AUDIT-FILE-RECORD             PIC X(68).
000560
000570 FD  ARCHIVE-FILE
000580     RECORDING MODE IS F.
000590 01  ARCHIVE-FILE-RECORD           PIC X(68).
000600
000610 FD  KEEP-FILE
000620     RECORDING MODE IS F.
000630 01  KEEP-FILE-RECORD              PIC X(68).
000640
000650 FD  PURGE-RPT
000660     RECORDING MODE IS F.
