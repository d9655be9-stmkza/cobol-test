000230*                     FIZZLOD EXTRACTS, EACH ARCHIVE NEEDS ITS
000240*                     OWN SELECT -- ASSIGN NAMES ARE FIXED AT
000250*                     COMPILE TIME UNDER THIS DIALECT.
000252*    2026-10-15  JRM  AUDIT LOG RECORD WIDENED TO 68 BYTES FOR THE
000254*                     CLASSIFICATION OVERRIDE FLAG AND REASON
000256*                     CODE.
000260******************************************************************
000270
000280 ENVIRONMENT     DIVISION.
000810 FILE            SECTION.
000820 FD  AUDIT-FILE
000830     RECORDING MODE IS F.
000840 01  AUDIT-FILE-RECORD             PIC X(68).
000850
000860 FD  ARCH1-FILE
000870     RECORDING MODE IS F.
000880 01  ARCH1-FILE-RECORD             PIC X(68).
000890
000900 FD  ARCH2-FILE
000910     RECORDING MODE IS F.
000920 01  ARCH2-FILE-RECORD             PIC X(68).
000930
000940 FD  ARCH3-FILE
000950     RECORDING MODE IS F.
000960 01  ARCH3-FILE-RECORD             PIC X(68).
000970
000980 FD  ARCH4-FILE
000990     RECORDING MODE IS F.
001000 01  ARCH4-FILE-RECORD             PIC X(68).
001010
001020 FD  ARCH5-FILE
001030     RECORDING MODE IS F.
001040 01  ARCH5-FILE-RECORD             PIC X(68).
001050
001060 FD  ARCH6-FILE
001070     RECORDING MODE IS F.
001080 01  ARCH6-FILE-RECORD             PIC X(68).
001090
001100 FD  ARCH7-FILE
001110     RECORDING MODE IS F.
001120 01  ARCH7-FILE-RECORD             PIC X(68).
001130
001140 FD  HISTORY-RPT
001150     RECORDING MODE IS F.
001730     05  WS-HST-COUNT              PIC 9(05) COMP VALUE 0.
001740     05  WS-HST-ENTRY OCCURS 5000 TIMES.
001750         10  WS-HST-KEY            PIC X(22).
001760         10  WS-HST-RECORD         PIC X(68).
001770 01  WS-HST-NEW-KEY                PIC X(22) VALUE SPACES.
001780 01  WS-HST-INS-AT                 PIC 9(05) COMP VALUE 0.
001790 01  WS-HST-SHIFT                  PIC 9(05) COMP VALUE 0.
