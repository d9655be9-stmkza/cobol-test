000010 IDENTIFICATION  DIVISION.
000020 PROGRAM-ID.     FIZZVIO.
000030 AUTHOR.         J R MERCER.
000040 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MOD HISTORY:
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ---------------------------------------
000110*    2026-10-15  JRM  ORIGINAL PROGRAM.  DAILY SECURITY VIOLATION
000120*                     REPORT.  LISTS EVERY VIOLOG ENTRY FOR THE
000130*                     REPORT DATE (TODAY, OR THE DATE IN THE JCL
000140*                     PARM) -- FAILED SIGN-ONS AND FUNCTIONS
000150*                     REFUSED TO AN OPERATOR'S ROLE IN FIZZMNT,
000160*                     FIZZREP, FIZZINQ AND FIZZHLD -- WITH COUNTS
000170*                     BY VIOLATION TYPE, FOR THE AUDIT REVIEW.
000180******************************************************************
000190
000200 ENVIRONMENT     DIVISION.
000210 CONFIGURATION   SECTION.
000220 SOURCE-COMPUTER. IBM-370.
000230 OBJECT-COMPUTER. IBM-370.
000240
000250 INPUT-OUTPUT    SECTION.
000260 FILE-CONTROL.
000270     SELECT VIOLATION-LOG
000280         ASSIGN TO "VIOLOG"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-VIO-FILE-STATUS.
000310
000320     SELECT VIOLATION-RPT
000330         ASSIGN TO "VIORPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RPT-FILE-STATUS.
000360
000370 DATA            DIVISION.
000380 FILE            SECTION.
000390 FD  VIOLATION-LOG
000400     RECORDING MODE IS F.
000410 01  VIOLATION-LOG-RECORD          PIC X(80).
000420
000430 FD  VIOLATION-RPT
000440     RECORDING MODE IS F.
000450 01  VIOLATION-RPT-RECORD          PIC X(80).
000460
000470 WORKING-STORAGE SECTION.
000480******************************************************************
000490*    VIOLATION LOG LAYOUT SHARED WITH THE ONLINE TRANSACTIONS.
000500******************************************************************
000510 COPY FBVIOREC.
000520
000530******************************************************************
000540*    SWITCHES AND FILE STATUS FIELDS
000550******************************************************************
000560 01  WS-VIO-FILE-STATUS            PIC X(02) VALUE "00".
000570     88  WS-VIO-FILE-OK            VALUE "00".
000580     88  WS-VIO-FILE-NOT-FOUND     VALUE "35".
000590     88  WS-VIO-FILE-AT-EOF        VALUE "10".
000600
000610 01  WS-RPT-FILE-STATUS            PIC X(02) VALUE "00".
000620     88  WS-RPT-FILE-OK            VALUE "00".
000630
000640 01  WS-VIO-FILE-SW                PIC X(01) VALUE "N".
000650     88  WS-VIO-FILE-OPENED        VALUE "Y".
000660
000670******************************************************************
000680*    REPORT WORKING FIELDS.  THE REPORT DATE IS TODAY UNLESS THE
000690*    JCL PARM CARRIES ONE, E.G. EXEC PGM=FIZZVIO,PARM='20261014'
000700*    TO REPRINT AN EARLIER DAY.  THE LOG IS NEVER TRIMMED, SO ANY
000710*    DAY CAN BE REPRINTED.
000720******************************************************************
000730 77  WS-RPT-DATE                   PIC 9(08) VALUE 0.
000740 77  WS-READ-COUNT                 PIC 9(07) COMP VALUE 0.
000750 77  WS-DAY-COUNT                  PIC 9(05) COMP VALUE 0.
000760 77  WS-UNKNOWN-COUNT              PIC 9(05) COMP VALUE 0.
000770 77  WS-BAD-PIN-COUNT              PIC 9(05) COMP VALUE 0.
000780 77  WS-REVOKED-COUNT              PIC 9(05) COMP VALUE 0.
000790 77  WS-BAD-ROLE-COUNT             PIC 9(05) COMP VALUE 0.
000800 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE 0.
000810 77  WS-OTHER-COUNT                PIC 9(05) COMP VALUE 0.
000820
000830 01  WS-VIO-TIME-WORK              PIC 9(08) VALUE 0.
000840 01  WS-VIO-TIME-PARTS REDEFINES WS-VIO-TIME-WORK.
000850     05  WS-VIO-TIME-HH            PIC X(02).
000860     05  WS-VIO-TIME-MM            PIC X(02).
000870     05  WS-VIO-TIME-SS            PIC X(02).
000880     05  FILLER                    PIC X(02).
000890
000900******************************************************************
000910*    VIOLATION REPORT LINE LAYOUTS
000920******************************************************************
000930 01  WS-RPT-HEADING-1.
000940     05  FILLER                    PIC X(01) VALUE SPACE.
000950     05  FILLER                    PIC X(45)
000960             VALUE "FIZZVIO -- DAILY SECURITY VIOLATION REPORT".
000970     05  FILLER                    PIC X(06) VALUE "DATE: ".
000980     05  WS-RPT-H1-DATE            PIC 9(08).
000990     05  FILLER                    PIC X(20) VALUE SPACES.
001000
001010 01  WS-RPT-HEADING-2.
001020     05  FILLER                    PIC X(01) VALUE SPACE.
001030     05  FILLER                    PIC X(10) VALUE "TIME".
001040     05  FILLER                    PIC X(10) VALUE "PROGRAM".
001050     05  FILLER                    PIC X(10) VALUE "OPERATOR".
001060     05  FILLER                    PIC X(06) VALUE "ROLE".
001070     05  FILLER                    PIC X(06) VALUE "TYPE".
001080     05  FILLER                    PIC X(37) VALUE "DETAIL".
001090
001100 01  WS-RPT-DETAIL-LINE.
001110     05  FILLER                    PIC X(01) VALUE SPACE.
001120     05  WS-RPT-DTL-HH             PIC X(02).
001130     05  FILLER                    PIC X(01) VALUE ":".
001140     05  WS-RPT-DTL-MM             PIC X(02).
001150     05  FILLER                    PIC X(01) VALUE ":".
001160     05  WS-RPT-DTL-SS             PIC X(02).
001170     05  FILLER                    PIC X(02) VALUE SPACES.
001180     05  WS-RPT-DTL-PROGRAM        PIC X(08).
001190     05  FILLER                    PIC X(02) VALUE SPACES.
001200     05  WS-RPT-DTL-OPERATOR       PIC X(08).
001210     05  FILLER                    PIC X(03) VALUE SPACES.
001220     05  WS-RPT-DTL-ROLE           PIC X(01).
001230     05  FILLER                    PIC X(05) VALUE SPACES.
001240     05  WS-RPT-DTL-TYPE           PIC X(04).
001250     05  FILLER                    PIC X(02) VALUE SPACES.
001260     05  WS-RPT-DTL-DETAIL         PIC X(30).
001270     05  FILLER                    PIC X(06) VALUE SPACES.
001280
001290 01  WS-RPT-MSG-LINE.
001300     05  FILLER                    PIC X(01) VALUE SPACE.
001310     05  WS-RPT-MSG-TEXT           PIC X(79).
001320
001330 01  WS-RPT-COUNT-LINE.
001340     05  FILLER                    PIC X(01) VALUE SPACE.
001350     05  WS-RPT-CNT-LIT            PIC X(40).
001360     05  WS-RPT-CNT-VALUE          PIC ZZ,ZZ9.
001370     05  FILLER                    PIC X(33) VALUE SPACES.
001380
001390 LINKAGE         SECTION.
001400 01  PARM-AREA.
001410     05  PARM-LEN                  PIC S9(04) COMP.
001420     05  PARM-DATA                 PIC X(08).
001430
001440 PROCEDURE       DIVISION USING PARM-AREA.
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     IF WS-VIO-FILE-OPENED
001480         PERFORM 2000-REPORT-EACH-VIOLATION THRU 2000-EXIT
001490             UNTIL WS-VIO-FILE-AT-EOF
001500     END-IF.
001510     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001530     STOP RUN.
001540
001550******************************************************************
001560*    1000-INITIALIZE -- SET THE REPORT DATE FROM THE JCL PARM OR
001570*    TODAY, OPEN THE REPORT AND THE VIOLATION LOG.  NO LOG AT ALL
001580*    IS NOT AN ERROR -- NOTHING HAS EVER BEEN REFUSED.
001590******************************************************************
001600 1000-INITIALIZE.
001610     ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
001620     IF PARM-LEN > 0
001630         IF PARM-LEN = 8 AND PARM-DATA NUMERIC
001640             MOVE PARM-DATA TO WS-RPT-DATE
001650         ELSE
001660             DISPLAY "FIZZVIO: PARM REPORT DATE NOT YYYYMMDD,"
001670                 " TODAY USED"
001680         END-IF
001690     END-IF.
001700     OPEN OUTPUT VIOLATION-RPT.
001710     IF NOT WS-RPT-FILE-OK
001720         DISPLAY "FIZZVIO: VIOLATION REPORT OPEN FAILED"
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF.
001760     MOVE WS-RPT-DATE TO WS-RPT-H1-DATE.
001770     WRITE VIOLATION-RPT-RECORD FROM WS-RPT-HEADING-1.
001780     WRITE VIOLATION-RPT-RECORD FROM WS-RPT-HEADING-2.
001790     OPEN INPUT VIOLATION-LOG.
001800     IF WS-VIO-FILE-OK
001810         SET WS-VIO-FILE-OPENED TO TRUE
001820         GO TO 1000-EXIT
001830     END-IF.
001840     IF NOT WS-VIO-FILE-NOT-FOUND
001850         MOVE "VIOLATION LOG (VIOLOG) COULD NOT BE OPENED"
001860             TO WS-RPT-MSG-TEXT
001870         WRITE VIOLATION-RPT-RECORD FROM WS-RPT-MSG-LINE
001880         CLOSE VIOLATION-RPT
001890         MOVE 8 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     GO TO 1000-EXIT.
001930 1000-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970*    2000-REPORT-EACH-VIOLATION -- READ ONE LOG ENTRY; ONE FOR
001980*    THE REPORT DATE IS PRINTED AND COUNTED UNDER ITS TYPE.
001990******************************************************************
002000 2000-REPORT-EACH-VIOLATION.
002010     READ VIOLATION-LOG INTO FB-VIOLATION-RECORD
002020         AT END
002030             SET WS-VIO-FILE-AT-EOF TO TRUE
002040             GO TO 2000-EXIT
002050     END-READ.
002060     ADD 1 TO WS-READ-COUNT.
002070     IF FB-VIO-DATE NOT NUMERIC
002080         GO TO 2000-EXIT
002090     END-IF.
002100     IF FB-VIO-DATE NOT = WS-RPT-DATE
002110         GO TO 2000-EXIT
002120     END-IF.
002130     ADD 1 TO WS-DAY-COUNT.
002140     EVALUATE TRUE
002150         WHEN FB-VIO-UNKNOWN-OPER
002160             ADD 1 TO WS-UNKNOWN-COUNT
002170         WHEN FB-VIO-BAD-PIN
002180             ADD 1 TO WS-BAD-PIN-COUNT
002190         WHEN FB-VIO-REVOKED
002200             ADD 1 TO WS-REVOKED-COUNT
002210         WHEN FB-VIO-BAD-ROLE
002220             ADD 1 TO WS-BAD-ROLE-COUNT
002230         WHEN FB-VIO-FUNC-REFUSED
002240             ADD 1 TO WS-REFUSED-COUNT
002250         WHEN OTHER
002260             ADD 1 TO WS-OTHER-COUNT
002270     END-EVALUATE.
002280     IF FB-VIO-TIME NUMERIC
002290         MOVE FB-VIO-TIME TO WS-VIO-TIME-WORK
002300     ELSE
002310         MOVE 0 TO WS-VIO-TIME-WORK
002320     END-IF.
002330     MOVE WS-VIO-TIME-HH     TO WS-RPT-DTL-HH.
002340     MOVE WS-VIO-TIME-MM     TO WS-RPT-DTL-MM.
002350     MOVE WS-VIO-TIME-SS     TO WS-RPT-DTL-SS.
002360     MOVE FB-VIO-PROGRAM     TO WS-RPT-DTL-PROGRAM.
002370     MOVE FB-VIO-OPERATOR    TO WS-RPT-DTL-OPERATOR.
002380     MOVE FB-VIO-ROLE        TO WS-RPT-DTL-ROLE.
002390     MOVE FB-VIO-TYPE        TO WS-RPT-DTL-TYPE.
002400     MOVE FB-VIO-DETAIL      TO WS-RPT-DTL-DETAIL.
002410     WRITE VIOLATION-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
002420     GO TO 2000-EXIT.
002430 2000-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470*    8000-PRINT-TOTALS -- COUNTS BY VIOLATION TYPE.  A DAY WITH
002480*    ANY VIOLATION ENDS RC=4 SO THE SCHEDULER ROUTES THE REPORT
002490*    TO AUDIT; A CLEAN DAY ENDS RC=0.
002500******************************************************************
002510 8000-PRINT-TOTALS.
002520     MOVE SPACES TO VIOLATION-RPT-RECORD.
002530     WRITE VIOLATION-RPT-RECORD.
002540     IF WS-DAY-COUNT = 0
002550         MOVE "NO SECURITY VIOLATIONS LOGGED FOR THE REPORT DATE"
002560             TO WS-RPT-MSG-TEXT
002570         WRITE VIOLATION-RPT-RECORD FROM WS-RPT-MSG-LINE
002580         GO TO 8000-EXIT
002590     END-IF.
002600     MOVE "SIGN-ON BY UNKNOWN OPERATOR (UNKN)" TO WS-RPT-CNT-LIT.
002610     MOVE WS-UNKNOWN-COUNT  TO WS-RPT-CNT-VALUE.
002620     WRITE VIOLATION-RPT-RECORD FROM WS-RPT-COUNT-LINE.
002630     MOVE "SIGN-ON WITH WRONG PIN (BPIN)"      TO WS-RPT-CNT-LIT.
002640     MOVE WS-BAD-PIN-COUNT  TO WS-RPT-CNT-VALUE.
002650     WRITE VIOLATION-RPT-RECORD FROM WS-RPT-COUNT-LINE.
002660     MOVE "SIGN-ON BY REVOKED OPERATOR (REVK)" TO WS-RPT-CNT-LIT.
002670     MOVE WS-REVOKED-COUNT  TO WS-RPT-CNT-VALUE.
002680     WRITE VIOLATION-RPT-RECORD FROM WS-RPT-COUNT-LINE.
002690     MOVE "SIGN-ON WITH INVALID ROLE (ROLE)"   TO WS-RPT-CNT-LIT.
002700     MOVE WS-BAD-ROLE-COUNT TO WS-RPT-CNT-VALUE.
002710     WRITE VIOLATION-RPT-RECORD FROM WS-RPT-COUNT-LINE.
002720     MOVE "FUNCTIONS REFUSED TO ROLE (FUNC)"   TO WS-RPT-CNT-LIT.
002730     MOVE WS-REFUSED-COUNT  TO WS-RPT-CNT-VALUE.
002740     WRITE VIOLATION-RPT-RECORD FROM WS-RPT-COUNT-LINE.
002750     IF WS-OTHER-COUNT > 0
002760         MOVE "UNRECOGNISED VIOLATION TYPE"    TO WS-RPT-CNT-LIT
002770         MOVE WS-OTHER-COUNT    TO WS-RPT-CNT-VALUE
002780         WRITE VIOLATION-RPT-RECORD FROM WS-RPT-COUNT-LINE
002790     END-IF.
002800     MOVE "TOTAL VIOLATIONS FOR THE DAY"       TO WS-RPT-CNT-LIT.
002810     MOVE WS-DAY-COUNT      TO WS-RPT-CNT-VALUE.
002820     WRITE VIOLATION-RPT-RECORD FROM WS-RPT-COUNT-LINE.
002830     MOVE 4 TO RETURN-CODE.
002840     GO TO 8000-EXIT.
002850 8000-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890*    9000-TERMINATE -- CLOSE THE FILES.
002900******************************************************************
002910 9000-TERMINATE.
002920     IF WS-VIO-FILE-OPENED
002930         CLOSE VIOLATION-LOG
002940     END-IF.
002950     CLOSE VIOLATION-RPT.
002960     GO TO 9000-EXIT.
002970 9000-EXIT.
002980     EXIT.
