000010 IDENTIFICATION  DIVISION.
000020 PROGRAM-ID.     FIZZSLA.
000030 AUTHOR.         J R MERCER.
000040 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MOD HISTORY:
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ---------------------------------------
000110*    2026-10-15  JRM  ORIGINAL PROGRAM.  MONTHLY BATCH-WINDOW SLA
000120*                     REPORT OVER STEPHIST, THE STEP-TIMING
000130*                     HISTORY EVERY PROGRAM IN THE NIGHTLY FIZZBZJ
000140*                     STREAM APPENDS TO.  LISTS EACH NIGHT'S STEP
000150*                     DURATIONS AGAINST THE TARGETS ON SLATGT AND
000160*                     THE STEP'S MONTHLY AVERAGE, FLAGGING ANY
000170*                     STEP MORE THAN THE PARM PERCENTAGE OVER ITS
000180*                     AVERAGE, THEN SUMMARIZES THE MONTH BY STEP
000190*                     AND TRENDS THE AVERAGES WEEK BY WEEK.
000200******************************************************************
000210
000220 ENVIRONMENT     DIVISION.
000230 CONFIGURATION   SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260
000270 INPUT-OUTPUT    SECTION.
000280 FILE-CONTROL.
000290     SELECT STEP-HISTORY
000300         ASSIGN TO "STEPHIST"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-TIM-FILE-STATUS.
000330
000340     SELECT SLA-TARGET-FILE
000350         ASSIGN TO "SLATGT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-SLA-FILE-STATUS.
000380
000390     SELECT SLA-RPT
000400         ASSIGN TO "SLARPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPT-FILE-STATUS.
000430
000440 DATA            DIVISION.
000450 FILE            SECTION.
000460 FD  STEP-HISTORY
000470     RECORDING MODE IS F.
000480 01  STEP-HISTORY-RECORD           PIC X(64).
000490
000500 FD  SLA-TARGET-FILE
000510     RECORDING MODE IS F.
000520 01  SLA-TARGET-FILE-RECORD        PIC X(20).
000530
000540 FD  SLA-RPT
000550     RECORDING MODE IS F.
000560 01  SLA-RPT-RECORD                PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590******************************************************************
000600*    STEP-TIMING HISTORY AND SLA TARGET RECORD LAYOUTS
000610******************************************************************
000620 COPY FBTIMREC.
000630 COPY FBSLAREC.
000640
000650******************************************************************
000660*    SWITCHES AND FILE STATUS FIELDS
000670******************************************************************
000680 01  WS-TIM-FILE-STATUS            PIC X(02) VALUE "00".
000690     88  WS-TIM-FILE-OK            VALUE "00".
000700     88  WS-TIM-FILE-NOT-FOUND     VALUE "35".
000710     88  WS-TIM-FILE-AT-EOF        VALUE "10".
000720
000730 01  WS-SLA-FILE-STATUS            PIC X(02) VALUE "00".
000740     88  WS-SLA-FILE-OK            VALUE "00".
000750     88  WS-SLA-FILE-NOT-FOUND     VALUE "35".
000760     88  WS-SLA-FILE-AT-EOF        VALUE "10".
000770
000780 01  WS-RPT-FILE-STATUS            PIC X(02) VALUE "00".
000790     88  WS-RPT-FILE-OK            VALUE "00".
000800
000810 01  WS-TIM-FILE-SW                PIC X(01) VALUE "N".
000820     88  WS-TIM-FILE-PRESENT       VALUE "Y".
000830 01  WS-PASS-SW                    PIC X(01) VALUE "1".
000840     88  WS-PASS-ONE               VALUE "1".
000850     88  WS-PASS-TWO               VALUE "2".
000860
000870******************************************************************
000880*    REPORT PARAMETERS.  THE MONTH IS THE CURRENT ONE AND THE
000890*    FLAG PERCENTAGE 25 UNLESS THE JCL PARM CARRIES THEM, E.G.
000900*    EXEC PGM=FIZZSLA,PARM='202609' FOR LAST MONTH OR
000910*    PARM='202610040' TO FLAG AT 40 PERCENT OVER AVERAGE (MONTH
000920*    000000 MEANS THE CURRENT ONE).  A WEEK'S AVERAGE WITHIN THE
000930*    TREND BAND OF THE FIRST WEEK'S IS STEADY.
000940******************************************************************
000950 77  WS-TODAY-DATE                 PIC 9(08) VALUE 0.
000960 77  WS-RPT-MONTH                  PIC 9(06) VALUE 0.
000970 77  WS-OVER-PCT                   PIC 9(03) VALUE 25.
000980 77  WS-TREND-BAND                 PIC 9(03) VALUE 5.
000990
001000******************************************************************
001010*    COUNTERS
001020******************************************************************
001030 77  WS-READ-COUNT                 PIC 9(07) COMP VALUE 0.
001040 77  WS-MONTH-COUNT                PIC 9(07) COMP VALUE 0.
001050 77  WS-UNNUMBERED-COUNT           PIC 9(07) COMP VALUE 0.
001060 77  WS-INVALID-COUNT              PIC 9(07) COMP VALUE 0.
001070 77  WS-BAD-TARGET-COUNT           PIC 9(05) COMP VALUE 0.
001080 77  WS-NIGHT-COUNT                PIC 9(05) COMP VALUE 0.
001090 77  WS-FLAG-COUNT                 PIC 9(05) COMP VALUE 0.
001100
001110******************************************************************
001120*    ELAPSED-TIME WORK FIELDS.  TIMES ARE HHMMSSHH; A STEP WHOSE
001130*    END DATE IS PAST ITS START DATE RAN OVER MIDNIGHT.
001140******************************************************************
001150 01  WS-TIME-WORK.
001160     05  WS-TW-HH                  PIC 9(02).
001170     05  WS-TW-MM                  PIC 9(02).
001180     05  WS-TW-SS                  PIC 9(02).
001190     05  WS-TW-HS                  PIC 9(02).
001200 01  WS-TIME-WORK-N REDEFINES WS-TIME-WORK
001210                                   PIC 9(08).
001220 77  WS-START-SECS                 PIC 9(07) COMP VALUE 0.
001230 77  WS-END-SECS                   PIC 9(07) COMP VALUE 0.
001240 77  WS-STEP-END-SECS              PIC 9(07) COMP VALUE 0.
001250 77  WS-NIGHT-END-SECS             PIC 9(07) COMP VALUE 0.
001260 77  WS-ELAPSED-SECS               PIC 9(07) COMP VALUE 0.
001270 77  WS-WORK-DATE                  PIC 9(08) VALUE 0.
001280 77  WS-WORK-MONTH                 PIC 9(06) VALUE 0.
001290 77  WS-DAY-NBR                    PIC 9(02) VALUE 0.
001300 77  WS-WK-SUB                     PIC 9(01) COMP VALUE 0.
001310 77  WS-FIRST-WK                   PIC 9(01) COMP VALUE 0.
001320 77  WS-LAST-WK                    PIC 9(01) COMP VALUE 0.
001330 77  WS-WK-AVG                     PIC 9(07) COMP VALUE 0.
001340 77  WS-FIRST-AVG                  PIC 9(07) COMP VALUE 0.
001350 77  WS-LAST-AVG                   PIC 9(07) COMP VALUE 0.
001360 77  WS-PCT-WORK                   PIC S9(05) COMP VALUE 0.
001370 77  WS-LIMIT-WORK                 PIC 9(11) COMP VALUE 0.
001380 77  WS-TEST-WORK                  PIC 9(11) COMP VALUE 0.
001390 01  WS-JDG-FLAG                   PIC X(08) VALUE SPACES.
001400 01  WS-JDG-AVG-SW                 PIC X(01) VALUE "N".
001410     88  WS-JDG-OVER-AVG           VALUE "Y".
001420 01  WS-JDG-TGT-SW                 PIC X(01) VALUE "N".
001430     88  WS-JDG-OVER-TGT           VALUE "Y".
001440
001450******************************************************************
001460*    CURRENT NIGHT -- ONE RUNCTL RUN NUMBER.  THE NIGHT RUNS FROM
001470*    ITS EARLIEST STEP START TO ITS LATEST STEP END, CARRIED AS
001480*    SECONDS FROM MIDNIGHT OF THE NIGHT'S START DATE.  THE FIRST
001483*    PASS KEEPS EACH NIGHT'S START DATE, IN ORDER, SO THE SECOND
001486*    CAN HEAD THE NIGHT WITH IT BEFORE READING ITS EARLIER STEPS.
001490******************************************************************
001500 01  WS-NGT-ACTIVE-SW              PIC X(01) VALUE "N".
001510     88  WS-NGT-ACTIVE             VALUE "Y".
001520 01  WS-NGT-RUN-NBR                PIC 9(06) VALUE 0.
001530 01  WS-NGT-START-DATE             PIC 9(08) VALUE 0.
001540 01  WS-NGT-START-TIME             PIC 9(08) VALUE 0.
001550 01  WS-NGT-END-TIME               PIC 9(08) VALUE 0.
001560 01  WS-NGT-START-SECS             PIC 9(07) COMP VALUE 0.
001570 01  WS-NGT-END-SECS               PIC 9(07) COMP VALUE 0.
001580 01  WS-NGT-MAX-RC                 PIC 9(04) VALUE 0.
001590 01  WS-NGT-RECORDS                PIC 9(09) VALUE 0.
001592 01  WS-NGT-PRINT-NBR              PIC 9(05) COMP VALUE 0.
001594 01  WS-NDT-TABLE.
001596     05  WS-NDT-START-DATE         PIC 9(08) OCCURS 100 TIMES.
001600
001610******************************************************************
001620*    ONE ROW PER STEP (AND ONE FOR THE WHOLE NIGHT, FIZZBZJ),
001630*    TARGET STEPS FIRST IN SLATGT ORDER, THEN ANY OTHERS AS THEY
001640*    TURN UP ON THE HISTORY.  SECONDS THROUGHOUT.  WEEK 1 IS
001650*    DAYS 1-7 OF THE MONTH, WEEK 5 DAYS 29-31.
001660******************************************************************
001670 01  WS-STEP-TABLE.
001680     05  WS-STP-COUNT              PIC 9(02) COMP VALUE 0.
001690     05  WS-STP-ENTRY OCCURS 20 TIMES
001700             INDEXED BY WS-STP-IDX.
001710         10  WS-STP-PROGRAM        PIC X(08).
001720         10  WS-STP-TARGET         PIC 9(07) COMP.
001730         10  WS-STP-RUNS           PIC 9(05) COMP.
001740         10  WS-STP-TOTAL          PIC 9(09) COMP.
001750         10  WS-STP-MIN            PIC 9(07) COMP.
001760         10  WS-STP-MAX            PIC 9(07) COMP.
001770         10  WS-STP-AVG            PIC 9(07) COMP.
001780         10  WS-STP-OVER-AVG       PIC 9(05) COMP.
001790         10  WS-STP-OVER-TGT       PIC 9(05) COMP.
001800         10  WS-STP-WEEK OCCURS 5 TIMES.
001810             15  WS-STP-WK-RUNS    PIC 9(05) COMP.
001820             15  WS-STP-WK-TOTAL   PIC 9(09) COMP.
001830 01  WS-STP-WORK-PROGRAM           PIC X(08) VALUE SPACES.
001840 01  WS-STP-HIT                    PIC 9(02) COMP VALUE 0.
001850 01  WS-STP-FOUND-SW               PIC X(01) VALUE "N".
001860     88  WS-STP-FOUND              VALUE "Y".
001870
001880******************************************************************
001890*    DURATION AND CLOCK-TIME DISPLAY WORK FIELDS
001900******************************************************************
001910 77  WS-FMT-SECS                   PIC 9(07) COMP VALUE 0.
001920 77  WS-FMT-MINS                   PIC 9(04) VALUE 0.
001930 77  WS-FMT-REM                    PIC 9(02) VALUE 0.
001940 01  WS-FMT-DURATION.
001950     05  WS-FMT-DUR-MINS           PIC ZZZ9.
001960     05  FILLER                    PIC X(01) VALUE ":".
001970     05  WS-FMT-DUR-SECS           PIC 9(02).
001980 01  WS-FMT-CLOCK.
001990     05  WS-FMT-CLK-HH             PIC 9(02).
002000     05  FILLER                    PIC X(01) VALUE ":".
002010     05  WS-FMT-CLK-MM             PIC 9(02).
002020     05  FILLER                    PIC X(01) VALUE ":".
002030     05  WS-FMT-CLK-SS             PIC 9(02).
002040
002050******************************************************************
002060*    SLA REPORT LINE LAYOUTS
002070******************************************************************
002080 01  WS-RPT-HEADING-1.
002090     05  FILLER                    PIC X(01) VALUE SPACE.
002100     05  FILLER                    PIC X(37)
002110             VALUE "FIZZSLA -- BATCH-WINDOW SLA REPORT".
002120     05  FILLER                    PIC X(07) VALUE "MONTH: ".
002130     05  WS-RPT-H1-MONTH           PIC 9(06).
002140     05  FILLER                    PIC X(17)
002150             VALUE "   FLAG AT AVG +".
002160     05  WS-RPT-H1-PCT             PIC ZZ9.
002170     05  FILLER                    PIC X(01) VALUE "%".
002180     05  FILLER                    PIC X(08) VALUE SPACES.
002190
002200 01  WS-RPT-STEP-HEADING.
002210     05  FILLER                    PIC X(01) VALUE SPACE.
002220     05  FILLER                    PIC X(09) VALUE "STEP".
002230     05  FILLER                    PIC X(09) VALUE "START".
002240     05  FILLER                    PIC X(09) VALUE "END".
002250     05  FILLER                    PIC X(05) VALUE "  RC".
002260     05  FILLER                    PIC X(08) VALUE "RECORDS".
002270     05  FILLER                    PIC X(08) VALUE "ELAPSED".
002280     05  FILLER                    PIC X(08) VALUE " TARGET".
002290     05  FILLER                    PIC X(08) VALUE "AVERAGE".
002300     05  FILLER                    PIC X(06) VALUE " +/-%".
002310     05  FILLER                    PIC X(09) VALUE "FLAG".
002320     05  FILLER                    PIC X(15) VALUE SPACES.
002330
002340 01  WS-RPT-NIGHT-LINE.
002350     05  FILLER                    PIC X(01) VALUE SPACE.
002360     05  FILLER                    PIC X(04) VALUE "RUN ".
002370     05  WS-RPT-NGT-RUN            PIC 9(06).
002380     05  FILLER                    PIC X(11)
002390             VALUE "  NIGHT OF ".
002400     05  WS-RPT-NGT-DATE           PIC 9(08).
002410     05  FILLER                    PIC X(50) VALUE SPACES.
002420
002430 01  WS-RPT-DETAIL-LINE.
002440     05  FILLER                    PIC X(01) VALUE SPACE.
002450     05  WS-RPT-DTL-STEP           PIC X(08).
002460     05  FILLER                    PIC X(01) VALUE SPACE.
002470     05  WS-RPT-DTL-START          PIC X(08).
002480     05  FILLER                    PIC X(01) VALUE SPACE.
002490     05  WS-RPT-DTL-END            PIC X(08).
002500     05  FILLER                    PIC X(01) VALUE SPACE.
002510     05  WS-RPT-DTL-RC             PIC ZZZ9.
002520     05  FILLER                    PIC X(01) VALUE SPACE.
002530     05  WS-RPT-DTL-RECORDS        PIC ZZZZZZ9.
002540     05  FILLER                    PIC X(01) VALUE SPACE.
002550     05  WS-RPT-DTL-ELAPSED        PIC X(07).
002560     05  FILLER                    PIC X(01) VALUE SPACE.
002570     05  WS-RPT-DTL-TARGET         PIC X(07).
002580     05  FILLER                    PIC X(01) VALUE SPACE.
002590     05  WS-RPT-DTL-AVERAGE        PIC X(07).
002600     05  FILLER                    PIC X(01) VALUE SPACE.
002610     05  WS-RPT-DTL-PCT            PIC ++++9.
002620     05  FILLER                    PIC X(01) VALUE SPACE.
002630     05  WS-RPT-DTL-FLAG           PIC X(08).
002640     05  FILLER                    PIC X(01) VALUE SPACE.
002650
002660 01  WS-RPT-STAT-HEADING.
002670     05  FILLER                    PIC X(01) VALUE SPACE.
002680     05  FILLER                    PIC X(09) VALUE "STEP".
002690     05  FILLER                    PIC X(06) VALUE "  RUNS".
002700     05  FILLER                    PIC X(08) VALUE " AVERAGE".
002710     05  FILLER                    PIC X(08) VALUE " MINIMUM".
002720     05  FILLER                    PIC X(08) VALUE " MAXIMUM".
002730     05  FILLER                    PIC X(08) VALUE "  TARGET".
002740     05  FILLER                    PIC X(08) VALUE " OVR-AVG".
002750     05  FILLER                    PIC X(09) VALUE "  OVR-TGT".
002760     05  FILLER                    PIC X(15) VALUE SPACES.
002770
002780 01  WS-RPT-STAT-LINE.
002790     05  FILLER                    PIC X(01) VALUE SPACE.
002800     05  WS-RPT-STA-STEP           PIC X(08).
002810     05  FILLER                    PIC X(02) VALUE SPACES.
002820     05  WS-RPT-STA-RUNS           PIC ZZZZ9.
002830     05  FILLER                    PIC X(01) VALUE SPACE.
002840     05  WS-RPT-STA-AVERAGE        PIC X(07).
002850     05  FILLER                    PIC X(01) VALUE SPACE.
002860     05  WS-RPT-STA-MINIMUM        PIC X(07).
002870     05  FILLER                    PIC X(01) VALUE SPACE.
002880     05  WS-RPT-STA-MAXIMUM        PIC X(07).
002890     05  FILLER                    PIC X(01) VALUE SPACE.
002900     05  WS-RPT-STA-TARGET         PIC X(07).
002910     05  FILLER                    PIC X(03) VALUE SPACES.
002920     05  WS-RPT-STA-OVER-AVG       PIC ZZZZ9.
002930     05  FILLER                    PIC X(04) VALUE SPACES.
002940     05  WS-RPT-STA-OVER-TGT       PIC ZZZZ9.
002950     05  FILLER                    PIC X(15) VALUE SPACES.
002960
002970 01  WS-RPT-TREND-HEADING.
002980     05  FILLER                    PIC X(01) VALUE SPACE.
002990     05  FILLER                    PIC X(09) VALUE "STEP".
003000     05  FILLER                    PIC X(08) VALUE "  WEEK 1".
003010     05  FILLER                    PIC X(08) VALUE "  WEEK 2".
003020     05  FILLER                    PIC X(08) VALUE "  WEEK 3".
003030     05  FILLER                    PIC X(08) VALUE "  WEEK 4".
003040     05  FILLER                    PIC X(08) VALUE "  WEEK 5".
003050     05  FILLER                    PIC X(09) VALUE "  TREND".
003060     05  FILLER                    PIC X(21) VALUE SPACES.
003070
003080 01  WS-RPT-TREND-LINE.
003090     05  FILLER                    PIC X(01).
003100     05  WS-RPT-TRD-STEP           PIC X(08).
003110     05  FILLER                    PIC X(01).
003120     05  WS-RPT-TRD-WEEK OCCURS 5 TIMES.
003130         10  FILLER                PIC X(01).
003140         10  WS-RPT-TRD-WK         PIC X(07).
003150     05  FILLER                    PIC X(02).
003160     05  WS-RPT-TRD-TREND          PIC X(07).
003170     05  FILLER                    PIC X(21).
003180
003190 01  WS-RPT-MSG-LINE.
003200     05  FILLER                    PIC X(01) VALUE SPACE.
003210     05  WS-RPT-MSG-TEXT           PIC X(79).
003220
003230 01  WS-RPT-COUNT-LINE.
003240     05  FILLER                    PIC X(01) VALUE SPACE.
003250     05  WS-RPT-CNT-LIT            PIC X(36).
003260     05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZ9.
003270     05  FILLER                    PIC X(36) VALUE SPACES.
003280
003290 LINKAGE         SECTION.
003300 01  PARM-AREA.
003310     05  PARM-LEN                  PIC S9(04) COMP.
003320     05  PARM-DATA                 PIC X(09).
003330
003340 PROCEDURE       DIVISION USING PARM-AREA.
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003370     IF WS-TIM-FILE-PRESENT
003380         PERFORM 2000-ACCUMULATE-MONTH THRU 2000-EXIT
003390         PERFORM 3000-PRINT-NIGHTS THRU 3000-EXIT
003400     END-IF.
003410     PERFORM 8000-PRINT-MONTH THRU 8000-EXIT.
003420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003430     STOP RUN.
003440
003450******************************************************************
003460*    1000-INITIALIZE -- TAKE THE MONTH AND FLAG PERCENTAGE FROM
003470*    THE JCL PARM, OPEN THE REPORT, LOAD THE STEP TARGETS AND
003480*    CHECK THE STEP HISTORY CAN BE READ.  NO SLATGT JUST MEANS
003490*    NO TARGETS; NO STEPHIST MEANS NO STEP HAS EVER BEEN TIMED.
003500******************************************************************
003510 1000-INITIALIZE.
003520     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003530     DIVIDE WS-TODAY-DATE BY 100 GIVING WS-RPT-MONTH.
003540     IF PARM-LEN > 0
003550         IF (PARM-LEN = 6 OR PARM-LEN = 9)
003560            AND PARM-DATA (1:6) NUMERIC
003570             IF PARM-DATA (1:6) NOT = "000000"
003580                 MOVE PARM-DATA (1:6) TO WS-RPT-MONTH
003590             END-IF
003600         ELSE
003610             DISPLAY "FIZZSLA: PARM MONTH NOT YYYYMM,"
003620                 " THIS MONTH USED"
003630         END-IF
003640         IF PARM-LEN = 9
003650             IF PARM-DATA (7:3) NUMERIC
003660                 MOVE PARM-DATA (7:3) TO WS-OVER-PCT
003670             ELSE
003680                 DISPLAY "FIZZSLA: PARM PERCENTAGE NOT NNN,"
003690                     " 25 USED"
003700             END-IF
003710         END-IF
003720     END-IF.
003730     OPEN OUTPUT SLA-RPT.
003740     IF NOT WS-RPT-FILE-OK
003750         DISPLAY "FIZZSLA: SLA REPORT OPEN FAILED -- ABORTED"
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.
003790     MOVE WS-RPT-MONTH TO WS-RPT-H1-MONTH.
003800     MOVE WS-OVER-PCT  TO WS-RPT-H1-PCT.
003810     WRITE SLA-RPT-RECORD FROM WS-RPT-HEADING-1.
003820     MOVE SPACES TO SLA-RPT-RECORD.
003830     WRITE SLA-RPT-RECORD.
003840     OPEN INPUT SLA-TARGET-FILE.
003850     IF WS-SLA-FILE-OK
003860         PERFORM 1100-LOAD-ONE-TARGET THRU 1100-EXIT
003870             UNTIL WS-SLA-FILE-AT-EOF
003880         CLOSE SLA-TARGET-FILE
003890     ELSE
003900         IF NOT WS-SLA-FILE-NOT-FOUND
003910             MOVE "SLA TARGETS (SLATGT) NOT OPENED -- NONE USED"
003920                 TO WS-RPT-MSG-TEXT
003930             WRITE SLA-RPT-RECORD FROM WS-RPT-MSG-LINE
003940         END-IF
003950     END-IF.
003960     OPEN INPUT STEP-HISTORY.
003970     IF WS-TIM-FILE-OK
003980         CLOSE STEP-HISTORY
003990         SET WS-TIM-FILE-PRESENT TO TRUE
004000         GO TO 1000-EXIT
004010     END-IF.
004020     IF NOT WS-TIM-FILE-NOT-FOUND
004030         MOVE "STEP HISTORY (STEPHIST) COULD NOT BE OPENED"
004040             TO WS-RPT-MSG-TEXT
004050         WRITE SLA-RPT-RECORD FROM WS-RPT-MSG-LINE
004060         CLOSE SLA-RPT
004070         MOVE 8 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     GO TO 1000-EXIT.
004110 1000-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150*    1100-LOAD-ONE-TARGET -- ONE STEP'S TARGET, IN MINUTES, INTO
004160*    THE STEP TABLE AS SECONDS.  A CARD WITH NO STEP NAME OR A
004170*    NON-NUMERIC TARGET IS COUNTED AND IGNORED.
004180******************************************************************
004190 1100-LOAD-ONE-TARGET.
004200     READ SLA-TARGET-FILE INTO FB-SLA-TARGET-RECORD
004210         AT END
004220             SET WS-SLA-FILE-AT-EOF TO TRUE
004230             GO TO 1100-EXIT
004240     END-READ.
004250     IF FB-SLA-PROGRAM = SPACES
004260        OR FB-SLA-TARGET-MINS NOT NUMERIC
004270         ADD 1 TO WS-BAD-TARGET-COUNT
004280         GO TO 1100-EXIT
004290     END-IF.
004300     MOVE FB-SLA-PROGRAM TO WS-STP-WORK-PROGRAM.
004310     PERFORM 2500-FIND-STEP THRU 2500-EXIT.
004320     IF WS-STP-FOUND
004330         COMPUTE WS-STP-TARGET (WS-STP-IDX) =
004340             FB-SLA-TARGET-MINS * 60
004350     END-IF.
004360     GO TO 1100-EXIT.
004370 1100-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    2000-ACCUMULATE-MONTH -- FIRST PASS OVER THE HISTORY: EACH
004420*    STEP'S RUNS, TOTAL, MINIMUM, MAXIMUM AND WEEKLY TOTALS FOR
004430*    THE MONTH, AND THE SAME FOR EACH WHOLE NIGHT, SO THE SECOND
004440*    PASS CAN JUDGE EVERY STEP AGAINST ITS MONTHLY AVERAGE.
004450******************************************************************
004460 2000-ACCUMULATE-MONTH.
004470     SET WS-PASS-ONE TO TRUE.
004480     OPEN INPUT STEP-HISTORY.
004490     PERFORM 2100-READ-ONE-STEP THRU 2100-EXIT
004500         UNTIL WS-TIM-FILE-AT-EOF.
004510     PERFORM 2300-END-NIGHT THRU 2300-EXIT.
004520     CLOSE STEP-HISTORY.
004530     MOVE "00" TO WS-TIM-FILE-STATUS.
004540     PERFORM 2700-SET-ONE-AVERAGE THRU 2700-EXIT
004550         VARYING WS-STP-IDX FROM 1 BY 1
004560         UNTIL WS-STP-IDX > WS-STP-COUNT.
004570     GO TO 2000-EXIT.
004580 2000-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*    2100-READ-ONE-STEP -- ONE HISTORY RECORD, FOR EITHER PASS.
004630*    ONLY STEPS STARTED IN THE REPORT MONTH COUNT.  A STEP RUN
004640*    OUTSIDE A NUMBERED RUN (RUN ZERO) BELONGS TO NO NIGHT AND
004650*    IS ONLY COUNTED.  A NEW RUN NUMBER CLOSES THE NIGHT BEFORE.
004660******************************************************************
004670 2100-READ-ONE-STEP.
004680     READ STEP-HISTORY INTO FB-STEP-TIMING-RECORD
004690         AT END
004700             SET WS-TIM-FILE-AT-EOF TO TRUE
004710             GO TO 2100-EXIT
004720     END-READ.
004730     IF WS-PASS-ONE
004740         ADD 1 TO WS-READ-COUNT
004750     END-IF.
004760     IF FB-TIM-START-DATE NOT NUMERIC
004770        OR FB-TIM-START-TIME NOT NUMERIC
004780        OR FB-TIM-END-DATE NOT NUMERIC
004790        OR FB-TIM-END-TIME NOT NUMERIC
004800        OR FB-TIM-RUN-NBR NOT NUMERIC
004810         IF WS-PASS-ONE
004820             ADD 1 TO WS-INVALID-COUNT
004830         END-IF
004840         GO TO 2100-EXIT
004850     END-IF.
004860     DIVIDE FB-TIM-START-DATE BY 100 GIVING WS-WORK-MONTH.
004870     IF WS-WORK-MONTH NOT = WS-RPT-MONTH
004880         GO TO 2100-EXIT
004890     END-IF.
004900     IF FB-TIM-RUN-NBR = 0
004910         IF WS-PASS-ONE
004920             ADD 1 TO WS-UNNUMBERED-COUNT
004930         END-IF
004940         GO TO 2100-EXIT
004950     END-IF.
004960     IF FB-TIM-RUN-NBR NOT = WS-NGT-RUN-NBR
004970        OR NOT WS-NGT-ACTIVE
004980         PERFORM 2300-END-NIGHT THRU 2300-EXIT
004990         PERFORM 2200-START-NIGHT THRU 2200-EXIT
005000     END-IF.
005001*    A PARTITIONED NIGHT'S MERGE STEP REACHES STEPHIST AHEAD OF
005002*    ITS PARTITIONS' STEPS, WHICH STARTED EARLIER, SO THE
005003*    NIGHT'S START IS THE EARLIEST STEP START SEEN, NOT THE
005004*    FIRST.
005005     IF FB-TIM-START-DATE < WS-NGT-START-DATE
005006        OR (FB-TIM-START-DATE = WS-NGT-START-DATE
005007        AND FB-TIM-START-TIME < WS-NGT-START-TIME)
005008         PERFORM 2250-EARLIER-START THRU 2250-EXIT
005009     END-IF.
005010     PERFORM 2400-COMPUTE-ELAPSED THRU 2400-EXIT.
005020     IF WS-NIGHT-END-SECS > WS-NGT-END-SECS
005030         MOVE WS-NIGHT-END-SECS TO WS-NGT-END-SECS
005040         MOVE FB-TIM-END-TIME   TO WS-NGT-END-TIME
005050     END-IF.
005060     IF FB-TIM-RETURN-CODE NUMERIC
005070         IF FB-TIM-RETURN-CODE > WS-NGT-MAX-RC
005080             MOVE FB-TIM-RETURN-CODE TO WS-NGT-MAX-RC
005090         END-IF
005100     END-IF.
005110     IF FB-TIM-RECORDS NUMERIC
005120         ADD FB-TIM-RECORDS TO WS-NGT-RECORDS
005130     END-IF.
005140     MOVE FB-TIM-PROGRAM TO WS-STP-WORK-PROGRAM.
005150     PERFORM 2500-FIND-STEP THRU 2500-EXIT.
005160     IF NOT WS-STP-FOUND
005170         IF WS-PASS-ONE
005180             ADD 1 TO WS-INVALID-COUNT
005190         END-IF
005200         GO TO 2100-EXIT
005210     END-IF.
005220     IF WS-PASS-ONE
005230         ADD 1 TO WS-MONTH-COUNT
005240         MOVE FB-TIM-START-DATE TO WS-WORK-DATE
005250         PERFORM 2600-TALLY-STEP THRU 2600-EXIT
005260     ELSE
005270         PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
005280     END-IF.
005290     GO TO 2100-EXIT.
005300 2100-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*    2200-START-NIGHT -- THE FIRST STEP OF A RUN OPENS ITS NIGHT.
005342*    THE SECOND PASS HEADS IT WITH THE START DATE THE FIRST PASS
005344*    FOUND, WHICH AN EARLIER-STARTED STEP FURTHER ON MAY HAVE
005346*    MOVED BACK.
005350******************************************************************
005360 2200-START-NIGHT.
005370     MOVE FB-TIM-RUN-NBR    TO WS-NGT-RUN-NBR.
005380     MOVE FB-TIM-START-DATE TO WS-NGT-START-DATE.
005390     MOVE FB-TIM-START-TIME TO WS-NGT-START-TIME.
005400     MOVE FB-TIM-START-TIME TO WS-NGT-END-TIME.
005410     MOVE FB-TIM-START-TIME TO WS-TIME-WORK-N.
005420     COMPUTE WS-NGT-START-SECS = WS-TW-HH * 3600
005430                               + WS-TW-MM * 60 + WS-TW-SS.
005440     MOVE WS-NGT-START-SECS TO WS-NGT-END-SECS.
005450     MOVE 0 TO WS-NGT-MAX-RC.
005460     MOVE 0 TO WS-NGT-RECORDS.
005470     SET WS-NGT-ACTIVE TO TRUE.
005480     IF WS-PASS-ONE
005490         ADD 1 TO WS-NIGHT-COUNT
005500     ELSE
005510         MOVE SPACES TO SLA-RPT-RECORD
005520         WRITE SLA-RPT-RECORD
005530         MOVE WS-NGT-RUN-NBR    TO WS-RPT-NGT-RUN
005540         MOVE WS-NGT-START-DATE TO WS-RPT-NGT-DATE
005541         ADD 1 TO WS-NGT-PRINT-NBR
005542         IF WS-NGT-PRINT-NBR NOT > 100
005543             MOVE WS-NDT-START-DATE (WS-NGT-PRINT-NBR)
005544                 TO WS-RPT-NGT-DATE
005545         END-IF
005550         WRITE SLA-RPT-RECORD FROM WS-RPT-NIGHT-LINE
005560     END-IF.
005570     GO TO 2200-EXIT.
005580 2200-EXIT.
005590     EXIT.
005600
005601******************************************************************
005602*    2250-EARLIER-START -- A STEP OF THE CURRENT NIGHT STARTED
005603*    BEFORE THE NIGHT AS SO FAR SEEN.  IT BECOMES THE NIGHT'S
005604*    START, AND THE NIGHT'S END, HELD AS SECONDS FROM MIDNIGHT
005605*    OF THE START DATE, MOVES ON A DAY WHEN THE START DATE
005606*    MOVES BACK ONE.
005607******************************************************************
005608 2250-EARLIER-START.
005609     IF FB-TIM-START-DATE < WS-NGT-START-DATE
005610         ADD 86400 TO WS-NGT-END-SECS
005611     END-IF.
005612     MOVE FB-TIM-START-DATE TO WS-NGT-START-DATE.
005613     MOVE FB-TIM-START-TIME TO WS-NGT-START-TIME.
005614     MOVE FB-TIM-START-TIME TO WS-TIME-WORK-N.
005615     COMPUTE WS-NGT-START-SECS = WS-TW-HH * 3600
005616                               + WS-TW-MM * 60 + WS-TW-SS.
005617     GO TO 2250-EXIT.
005618 2250-EXIT.
005619     EXIT.
005620
005621******************************************************************
005622*    2300-END-NIGHT -- CLOSE THE CURRENT NIGHT, IF ANY: TALLY ITS
005630*    WHOLE-NIGHT ELAPSED TIME UNDER FIZZBZJ ON THE FIRST PASS,
005640*    PRINT IT UNDER THE NIGHT'S STEPS ON THE SECOND.
005650******************************************************************
005660 2300-END-NIGHT.
005670     IF NOT WS-NGT-ACTIVE
005680         GO TO 2300-EXIT
005690     END-IF.
005700     MOVE "N" TO WS-NGT-ACTIVE-SW.
005702     IF WS-PASS-ONE AND WS-NIGHT-COUNT NOT > 100
005704         MOVE WS-NGT-START-DATE
005706             TO WS-NDT-START-DATE (WS-NIGHT-COUNT)
005708     END-IF.
005710     COMPUTE WS-ELAPSED-SECS = WS-NGT-END-SECS
005720                             - WS-NGT-START-SECS.
005730     MOVE "FIZZBZJ" TO WS-STP-WORK-PROGRAM.
005740     PERFORM 2500-FIND-STEP THRU 2500-EXIT.
005750     IF NOT WS-STP-FOUND
005760         GO TO 2300-EXIT
005770     END-IF.
005780     IF WS-PASS-ONE
005790         MOVE WS-NGT-START-DATE TO WS-WORK-DATE
005800         PERFORM 2600-TALLY-STEP THRU 2600-EXIT
005810         GO TO 2300-EXIT
005820     END-IF.
005830     MOVE "FIZZBZJ"         TO WS-RPT-DTL-STEP.
005840     MOVE WS-NGT-START-TIME TO WS-TIME-WORK-N.
005850     PERFORM 2950-FORMAT-CLOCK THRU 2950-EXIT.
005860     MOVE WS-FMT-CLOCK      TO WS-RPT-DTL-START.
005870     MOVE WS-NGT-END-TIME   TO WS-TIME-WORK-N.
005880     PERFORM 2950-FORMAT-CLOCK THRU 2950-EXIT.
005890     MOVE WS-FMT-CLOCK      TO WS-RPT-DTL-END.
005900     MOVE WS-NGT-MAX-RC     TO WS-RPT-DTL-RC.
005910     MOVE WS-NGT-RECORDS    TO WS-RPT-DTL-RECORDS.
005920     PERFORM 3200-FILL-TIMINGS THRU 3200-EXIT.
005930     WRITE SLA-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
005940     GO TO 2300-EXIT.
005950 2300-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*    2400-COMPUTE-ELAPSED -- THE STEP'S ELAPSED SECONDS, AND ITS
006000*    END AS SECONDS FROM MIDNIGHT OF THE NIGHT'S START DATE.  A
006010*    STEP OR NIGHT IS NEVER TAKEN TO RUN MORE THAN A DAY.
006020******************************************************************
006030 2400-COMPUTE-ELAPSED.
006040     MOVE FB-TIM-START-TIME TO WS-TIME-WORK-N.
006050     COMPUTE WS-START-SECS = WS-TW-HH * 3600
006060                           + WS-TW-MM * 60 + WS-TW-SS.
006070     MOVE FB-TIM-END-TIME TO WS-TIME-WORK-N.
006080     COMPUTE WS-END-SECS = WS-TW-HH * 3600
006090                         + WS-TW-MM * 60 + WS-TW-SS.
006100     MOVE WS-END-SECS TO WS-STEP-END-SECS.
006110     IF FB-TIM-END-DATE > FB-TIM-START-DATE
006120         ADD 86400 TO WS-STEP-END-SECS
006130     END-IF.
006140     MOVE WS-END-SECS TO WS-NIGHT-END-SECS.
006150     IF FB-TIM-END-DATE > WS-NGT-START-DATE
006160         ADD 86400 TO WS-NIGHT-END-SECS
006170     END-IF.
006180     IF WS-STEP-END-SECS < WS-START-SECS
006190         MOVE 0 TO WS-ELAPSED-SECS
006200     ELSE
006210         COMPUTE WS-ELAPSED-SECS = WS-STEP-END-SECS
006220                                 - WS-START-SECS
006230     END-IF.
006240     GO TO 2400-EXIT.
006250 2400-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290*    2500-FIND-STEP -- POINT WS-STP-IDX AT THE TABLE ROW FOR
006300*    WS-STP-WORK-PROGRAM, ADDING THE ROW IF IT IS NEW.  A FULL
006310*    TABLE LEAVES WS-STP-FOUND OFF.
006320******************************************************************
006330 2500-FIND-STEP.
006340     MOVE "N" TO WS-STP-FOUND-SW.
006350     PERFORM 2510-MATCH-ONE-STEP THRU 2510-EXIT
006360         VARYING WS-STP-IDX FROM 1 BY 1
006370         UNTIL WS-STP-IDX > WS-STP-COUNT
006380            OR WS-STP-FOUND.
006390     IF WS-STP-FOUND
006400         SET WS-STP-IDX TO WS-STP-HIT
006410         GO TO 2500-EXIT
006420     END-IF.
006430     IF WS-STP-COUNT = 20
006440         GO TO 2500-EXIT
006450     END-IF.
006460     ADD 1 TO WS-STP-COUNT.
006470     MOVE WS-STP-COUNT TO WS-STP-HIT.
006480     SET WS-STP-IDX TO WS-STP-HIT.
006490     INITIALIZE WS-STP-ENTRY (WS-STP-IDX).
006500     MOVE WS-STP-WORK-PROGRAM TO WS-STP-PROGRAM (WS-STP-IDX).
006510     SET WS-STP-FOUND TO TRUE.
006520     GO TO 2500-EXIT.
006530 2500-EXIT.
006540     EXIT.
006550
006560 2510-MATCH-ONE-STEP.
006570     IF WS-STP-PROGRAM (WS-STP-IDX) = WS-STP-WORK-PROGRAM
006580         SET WS-STP-HIT TO WS-STP-IDX
006590         SET WS-STP-FOUND TO TRUE
006600     END-IF.
006610     GO TO 2510-EXIT.
006620 2510-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660*    2600-TALLY-STEP -- ADD WS-ELAPSED-SECS TO THE ROW AT
006670*    WS-STP-IDX, UNDER THE WEEK OF THE MONTH WS-WORK-DATE FALLS
006680*    IN.
006690******************************************************************
006700 2600-TALLY-STEP.
006710     ADD 1 TO WS-STP-RUNS (WS-STP-IDX).
006720     ADD WS-ELAPSED-SECS TO WS-STP-TOTAL (WS-STP-IDX).
006730     IF WS-STP-RUNS (WS-STP-IDX) = 1
006740        OR WS-ELAPSED-SECS < WS-STP-MIN (WS-STP-IDX)
006750         MOVE WS-ELAPSED-SECS TO WS-STP-MIN (WS-STP-IDX)
006760     END-IF.
006770     IF WS-ELAPSED-SECS > WS-STP-MAX (WS-STP-IDX)
006780         MOVE WS-ELAPSED-SECS TO WS-STP-MAX (WS-STP-IDX)
006790     END-IF.
006800     DIVIDE WS-WORK-DATE BY 100 GIVING WS-WORK-MONTH
006810         REMAINDER WS-DAY-NBR.
006820     IF WS-DAY-NBR < 1
006830         MOVE 1 TO WS-DAY-NBR
006840     END-IF.
006850     COMPUTE WS-WK-SUB = (WS-DAY-NBR - 1) / 7 + 1.
006860     ADD 1 TO WS-STP-WK-RUNS (WS-STP-IDX, WS-WK-SUB).
006870     ADD WS-ELAPSED-SECS
006880         TO WS-STP-WK-TOTAL (WS-STP-IDX, WS-WK-SUB).
006890     GO TO 2600-EXIT.
006900 2600-EXIT.
006910     EXIT.
006920
006930 2700-SET-ONE-AVERAGE.
006940     IF WS-STP-RUNS (WS-STP-IDX) > 0
006950         DIVIDE WS-STP-TOTAL (WS-STP-IDX)
006960             BY WS-STP-RUNS (WS-STP-IDX)
006970             GIVING WS-STP-AVG (WS-STP-IDX) ROUNDED
006980     END-IF.
006990     GO TO 2700-EXIT.
007000 2700-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040*    2800-JUDGE-ELAPSED -- COMPARE WS-ELAPSED-SECS WITH THE
007050*    AVERAGE AND TARGET OF THE ROW AT WS-STP-IDX.  OVER AVERAGE
007060*    MEANS MORE THAN THE PARM PERCENTAGE ABOVE IT; OVER TARGET
007070*    MEANS PAST THE SLATGT WINDOW.  EVERY FLAG IS COUNTED.
007080******************************************************************
007090 2800-JUDGE-ELAPSED.
007100     MOVE "N" TO WS-JDG-AVG-SW.
007110     MOVE "N" TO WS-JDG-TGT-SW.
007120     MOVE SPACES TO WS-JDG-FLAG.
007130     MOVE 0 TO WS-PCT-WORK.
007140     IF WS-STP-AVG (WS-STP-IDX) > 0
007150         COMPUTE WS-PCT-WORK ROUNDED =
007160             (WS-ELAPSED-SECS - WS-STP-AVG (WS-STP-IDX)) * 100
007170             / WS-STP-AVG (WS-STP-IDX)
007180         COMPUTE WS-LIMIT-WORK =
007190             WS-STP-AVG (WS-STP-IDX) * (100 + WS-OVER-PCT)
007200         COMPUTE WS-TEST-WORK = WS-ELAPSED-SECS * 100
007210         IF WS-TEST-WORK > WS-LIMIT-WORK
007220             SET WS-JDG-OVER-AVG TO TRUE
007230         END-IF
007240     END-IF.
007250     IF WS-STP-TARGET (WS-STP-IDX) > 0
007260        AND WS-ELAPSED-SECS > WS-STP-TARGET (WS-STP-IDX)
007270         SET WS-JDG-OVER-TGT TO TRUE
007280     END-IF.
007290     IF WS-JDG-OVER-AVG
007300         ADD 1 TO WS-STP-OVER-AVG (WS-STP-IDX)
007310         ADD 1 TO WS-FLAG-COUNT
007320         MOVE "OVER AVG" TO WS-JDG-FLAG
007330     END-IF.
007340     IF WS-JDG-OVER-TGT
007350         ADD 1 TO WS-STP-OVER-TGT (WS-STP-IDX)
007360         ADD 1 TO WS-FLAG-COUNT
007370         IF WS-JDG-OVER-AVG
007380             MOVE "AVG+TGT" TO WS-JDG-FLAG
007390         ELSE
007400             MOVE "OVER TGT" TO WS-JDG-FLAG
007410         END-IF
007420     END-IF.
007430     GO TO 2800-EXIT.
007440 2800-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480*    2900-FORMAT-DURATION -- WS-FMT-SECS AS MMMM:SS.
007490******************************************************************
007500 2900-FORMAT-DURATION.
007510     DIVIDE WS-FMT-SECS BY 60 GIVING WS-FMT-MINS
007520         REMAINDER WS-FMT-REM.
007530     MOVE WS-FMT-MINS TO WS-FMT-DUR-MINS.
007540     MOVE WS-FMT-REM  TO WS-FMT-DUR-SECS.
007550     GO TO 2900-EXIT.
007560 2900-EXIT.
007570     EXIT.
007580
007590******************************************************************
007600*    2950-FORMAT-CLOCK -- THE TIME IN WS-TIME-WORK AS HH:MM:SS.
007610******************************************************************
007620 2950-FORMAT-CLOCK.
007630     MOVE WS-TW-HH TO WS-FMT-CLK-HH.
007640     MOVE WS-TW-MM TO WS-FMT-CLK-MM.
007650     MOVE WS-TW-SS TO WS-FMT-CLK-SS.
007660     GO TO 2950-EXIT.
007670 2950-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710*    3000-PRINT-NIGHTS -- SECOND PASS: EVERY NIGHT OF THE MONTH,
007720*    ITS STEPS IN THE ORDER THEY RAN, THEN THE WHOLE NIGHT.
007730******************************************************************
007740 3000-PRINT-NIGHTS.
007750     SET WS-PASS-TWO TO TRUE.
007760     MOVE "N" TO WS-NGT-ACTIVE-SW.
007770     MOVE 0 TO WS-NGT-RUN-NBR.
007780     MOVE "NIGHTLY STEP TIMINGS (ELAPSED MMMM:SS)"
007790         TO WS-RPT-MSG-TEXT.
007800     WRITE SLA-RPT-RECORD FROM WS-RPT-MSG-LINE.
007810     WRITE SLA-RPT-RECORD FROM WS-RPT-STEP-HEADING.
007820     OPEN INPUT STEP-HISTORY.
007830     PERFORM 2100-READ-ONE-STEP THRU 2100-EXIT
007840         UNTIL WS-TIM-FILE-AT-EOF.
007850     PERFORM 2300-END-NIGHT THRU 2300-EXIT.
007860     CLOSE STEP-HISTORY.
007870     GO TO 3000-EXIT.
007880 3000-EXIT.
007890     EXIT.
007900
007910 3100-PRINT-ONE-STEP.
007920     MOVE FB-TIM-PROGRAM    TO WS-RPT-DTL-STEP.
007930     MOVE FB-TIM-START-TIME TO WS-TIME-WORK-N.
007940     PERFORM 2950-FORMAT-CLOCK THRU 2950-EXIT.
007950     MOVE WS-FMT-CLOCK      TO WS-RPT-DTL-START.
007960     MOVE FB-TIM-END-TIME   TO WS-TIME-WORK-N.
007970     PERFORM 2950-FORMAT-CLOCK THRU 2950-EXIT.
007980     MOVE WS-FMT-CLOCK      TO WS-RPT-DTL-END.
007990     IF FB-TIM-RETURN-CODE NUMERIC
008000         MOVE FB-TIM-RETURN-CODE TO WS-RPT-DTL-RC
008010     ELSE
008020         MOVE 0 TO WS-RPT-DTL-RC
008030     END-IF.
008040     IF FB-TIM-RECORDS NUMERIC
008050         MOVE FB-TIM-RECORDS TO WS-RPT-DTL-RECORDS
008060     ELSE
008070         MOVE 0 TO WS-RPT-DTL-RECORDS
008080     END-IF.
008090     PERFORM 3200-FILL-TIMINGS THRU 3200-EXIT.
008100     WRITE SLA-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
008110     GO TO 3100-EXIT.
008120 3100-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160*    3200-FILL-TIMINGS -- ELAPSED, TARGET, AVERAGE, PERCENTAGE
008170*    OFF AVERAGE AND FLAG FOR THE DETAIL LINE.
008180******************************************************************
008190 3200-FILL-TIMINGS.
008200     PERFORM 2800-JUDGE-ELAPSED THRU 2800-EXIT.
008210     MOVE WS-ELAPSED-SECS TO WS-FMT-SECS.
008220     PERFORM 2900-FORMAT-DURATION THRU 2900-EXIT.
008230     MOVE WS-FMT-DURATION TO WS-RPT-DTL-ELAPSED.
008240     IF WS-STP-TARGET (WS-STP-IDX) > 0
008250         MOVE WS-STP-TARGET (WS-STP-IDX) TO WS-FMT-SECS
008260         PERFORM 2900-FORMAT-DURATION THRU 2900-EXIT
008270         MOVE WS-FMT-DURATION TO WS-RPT-DTL-TARGET
008280     ELSE
008290         MOVE "   NONE" TO WS-RPT-DTL-TARGET
008300     END-IF.
008310     MOVE WS-STP-AVG (WS-STP-IDX) TO WS-FMT-SECS.
008320     PERFORM 2900-FORMAT-DURATION THRU 2900-EXIT.
008330     MOVE WS-FMT-DURATION TO WS-RPT-DTL-AVERAGE.
008340     MOVE WS-PCT-WORK     TO WS-RPT-DTL-PCT.
008350     MOVE WS-JDG-FLAG     TO WS-RPT-DTL-FLAG.
008360     GO TO 3200-EXIT.
008370 3200-EXIT.
008380     EXIT.
008390
008400******************************************************************
008410*    8000-PRINT-MONTH -- THE MONTH BY STEP, THE WEEKLY TREND,
008420*    AND THE RECORD COUNTS.  RETURN-CODE 4 WHEN ANY STEP OR
008430*    NIGHT WAS FLAGGED, WHEN NOTHING WAS TIMED IN THE MONTH, OR
008440*    WHEN THE HISTORY OR TARGETS HELD BAD RECORDS.
008450******************************************************************
008460 8000-PRINT-MONTH.
008470     MOVE SPACES TO SLA-RPT-RECORD.
008480     WRITE SLA-RPT-RECORD.
008490     IF WS-MONTH-COUNT = 0
008500         MOVE "NO STEP TIMINGS FOR THE MONTH -- NOTHING TO REPORT"
008510             TO WS-RPT-MSG-TEXT
008520         WRITE SLA-RPT-RECORD FROM WS-RPT-MSG-LINE
008530         MOVE 4 TO RETURN-CODE
008540         GO TO 8000-EXIT
008550     END-IF.
008560     MOVE "MONTHLY STEP STATISTICS (MMMM:SS)" TO WS-RPT-MSG-TEXT.
008570     WRITE SLA-RPT-RECORD FROM WS-RPT-MSG-LINE.
008580     WRITE SLA-RPT-RECORD FROM WS-RPT-STAT-HEADING.
008590     PERFORM 8100-PRINT-ONE-STAT THRU 8100-EXIT
008600         VARYING WS-STP-IDX FROM 1 BY 1
008610         UNTIL WS-STP-IDX > WS-STP-COUNT.
008620     MOVE SPACES TO SLA-RPT-RECORD.
008630     WRITE SLA-RPT-RECORD.
008640     MOVE "WEEKLY TREND OF AVERAGE ELAPSED (MMMM:SS)"
008650         TO WS-RPT-MSG-TEXT.
008660     WRITE SLA-RPT-RECORD FROM WS-RPT-MSG-LINE.
008670     WRITE SLA-RPT-RECORD FROM WS-RPT-TREND-HEADING.
008680     PERFORM 8200-PRINT-ONE-TREND THRU 8200-EXIT
008690         VARYING WS-STP-IDX FROM 1 BY 1
008700         UNTIL WS-STP-IDX > WS-STP-COUNT.
008710     MOVE SPACES TO SLA-RPT-RECORD.
008720     WRITE SLA-RPT-RECORD.
008730     MOVE "NIGHTS IN THE MONTH"             TO WS-RPT-CNT-LIT.
008740     MOVE WS-NIGHT-COUNT                    TO WS-RPT-CNT-VALUE.
008750     WRITE SLA-RPT-RECORD FROM WS-RPT-COUNT-LINE.
008760     MOVE "STEP TIMINGS IN THE MONTH"       TO WS-RPT-CNT-LIT.
008770     MOVE WS-MONTH-COUNT                    TO WS-RPT-CNT-VALUE.
008780     WRITE SLA-RPT-RECORD FROM WS-RPT-COUNT-LINE.
008790     MOVE "STEPS AND NIGHTS FLAGGED"        TO WS-RPT-CNT-LIT.
008800     MOVE WS-FLAG-COUNT                     TO WS-RPT-CNT-VALUE.
008810     WRITE SLA-RPT-RECORD FROM WS-RPT-COUNT-LINE.
008820     MOVE "TIMINGS OUTSIDE A NUMBERED RUN"  TO WS-RPT-CNT-LIT.
008830     MOVE WS-UNNUMBERED-COUNT               TO WS-RPT-CNT-VALUE.
008840     WRITE SLA-RPT-RECORD FROM WS-RPT-COUNT-LINE.
008850     MOVE "INVALID HISTORY RECORDS"         TO WS-RPT-CNT-LIT.
008860     MOVE WS-INVALID-COUNT                  TO WS-RPT-CNT-VALUE.
008870     WRITE SLA-RPT-RECORD FROM WS-RPT-COUNT-LINE.
008880     MOVE "INVALID TARGET RECORDS"          TO WS-RPT-CNT-LIT.
008890     MOVE WS-BAD-TARGET-COUNT               TO WS-RPT-CNT-VALUE.
008900     WRITE SLA-RPT-RECORD FROM WS-RPT-COUNT-LINE.
008910     MOVE "HISTORY RECORDS READ"            TO WS-RPT-CNT-LIT.
008920     MOVE WS-READ-COUNT                     TO WS-RPT-CNT-VALUE.
008930     WRITE SLA-RPT-RECORD FROM WS-RPT-COUNT-LINE.
008940     IF WS-FLAG-COUNT > 0
008950        OR WS-INVALID-COUNT > 0
008960        OR WS-BAD-TARGET-COUNT > 0
008970         MOVE 4 TO RETURN-CODE
008980     END-IF.
008990     GO TO 8000-EXIT.
009000 8000-EXIT.
009010     EXIT.
009020
009030 8100-PRINT-ONE-STAT.
009040     MOVE WS-STP-PROGRAM (WS-STP-IDX)  TO WS-RPT-STA-STEP.
009050     MOVE WS-STP-RUNS (WS-STP-IDX)     TO WS-RPT-STA-RUNS.
009060     MOVE WS-STP-AVG (WS-STP-IDX)      TO WS-FMT-SECS.
009070     PERFORM 2900-FORMAT-DURATION THRU 2900-EXIT.
009080     MOVE WS-FMT-DURATION              TO WS-RPT-STA-AVERAGE.
009090     MOVE WS-STP-MIN (WS-STP-IDX)      TO WS-FMT-SECS.
009100     PERFORM 2900-FORMAT-DURATION THRU 2900-EXIT.
009110     MOVE WS-FMT-DURATION              TO WS-RPT-STA-MINIMUM.
009120     MOVE WS-STP-MAX (WS-STP-IDX)      TO WS-FMT-SECS.
009130     PERFORM 2900-FORMAT-DURATION THRU 2900-EXIT.
009140     MOVE WS-FMT-DURATION              TO WS-RPT-STA-MAXIMUM.
009150     IF WS-STP-TARGET (WS-STP-IDX) > 0
009160         MOVE WS-STP-TARGET (WS-STP-IDX) TO WS-FMT-SECS
009170         PERFORM 2900-FORMAT-DURATION THRU 2900-EXIT
009180         MOVE WS-FMT-DURATION          TO WS-RPT-STA-TARGET
009190     ELSE
009200         MOVE "   NONE"                TO WS-RPT-STA-TARGET
009210     END-IF.
009220     MOVE WS-STP-OVER-AVG (WS-STP-IDX) TO WS-RPT-STA-OVER-AVG.
009230     MOVE WS-STP-OVER-TGT (WS-STP-IDX) TO WS-RPT-STA-OVER-TGT.
009240     WRITE SLA-RPT-RECORD FROM WS-RPT-STAT-LINE.
009250     GO TO 8100-EXIT.
009260 8100-EXIT.
009270     EXIT.
009280
009290******************************************************************
009300*    8200-PRINT-ONE-TREND -- THE STEP'S AVERAGE WEEK BY WEEK,
009310*    AND WHETHER ITS LAST WEEK WITH RUNS IS RISING OR FALLING
009320*    AGAINST ITS FIRST BY MORE THAN THE TREND BAND.
009330******************************************************************
009340 8200-PRINT-ONE-TREND.
009350     MOVE SPACES TO WS-RPT-TREND-LINE.
009360     MOVE WS-STP-PROGRAM (WS-STP-IDX) TO WS-RPT-TRD-STEP.
009370     MOVE 0 TO WS-FIRST-WK.
009380     MOVE 0 TO WS-LAST-WK.
009390     PERFORM 8210-PRINT-ONE-WEEK THRU 8210-EXIT
009400         VARYING WS-WK-SUB FROM 1 BY 1
009410         UNTIL WS-WK-SUB > 5.
009420     IF WS-FIRST-WK = 0
009430        OR WS-FIRST-WK = WS-LAST-WK
009440         MOVE "    N/A" TO WS-RPT-TRD-TREND
009450     ELSE
009460         COMPUTE WS-TEST-WORK  = WS-LAST-AVG * 100
009470         COMPUTE WS-LIMIT-WORK =
009480             WS-FIRST-AVG * (100 + WS-TREND-BAND)
009490         IF WS-TEST-WORK > WS-LIMIT-WORK
009500             MOVE "RISING"  TO WS-RPT-TRD-TREND
009510         ELSE
009520             COMPUTE WS-LIMIT-WORK =
009530                 WS-FIRST-AVG * (100 - WS-TREND-BAND)
009540             IF WS-TEST-WORK < WS-LIMIT-WORK
009550                 MOVE "FALLING" TO WS-RPT-TRD-TREND
009560             ELSE
009570                 MOVE "STEADY"  TO WS-RPT-TRD-TREND
009580             END-IF
009590         END-IF
009600     END-IF.
009610     WRITE SLA-RPT-RECORD FROM WS-RPT-TREND-LINE.
009620     GO TO 8200-EXIT.
009630 8200-EXIT.
009640     EXIT.
009650
009660 8210-PRINT-ONE-WEEK.
009670     IF WS-STP-WK-RUNS (WS-STP-IDX, WS-WK-SUB) = 0
009680         MOVE "      -" TO WS-RPT-TRD-WK (WS-WK-SUB)
009690         GO TO 8210-EXIT
009700     END-IF.
009710     DIVIDE WS-STP-WK-TOTAL (WS-STP-IDX, WS-WK-SUB)
009720         BY WS-STP-WK-RUNS (WS-STP-IDX, WS-WK-SUB)
009730         GIVING WS-WK-AVG ROUNDED.
009740     IF WS-FIRST-WK = 0
009750         MOVE WS-WK-SUB TO WS-FIRST-WK
009760         MOVE WS-WK-AVG TO WS-FIRST-AVG
009770     END-IF.
009780     MOVE WS-WK-SUB TO WS-LAST-WK.
009790     MOVE WS-WK-AVG TO WS-LAST-AVG.
009800     MOVE WS-WK-AVG TO WS-FMT-SECS.
009810     PERFORM 2900-FORMAT-DURATION THRU 2900-EXIT.
009820     MOVE WS-FMT-DURATION TO WS-RPT-TRD-WK (WS-WK-SUB).
009830     GO TO 8210-EXIT.
009840 8210-EXIT.
009850     EXIT.
009860
009870******************************************************************
009880*    9000-TERMINATE -- CLOSE THE REPORT.
009890******************************************************************
009900 9000-TERMINATE.
009910     CLOSE SLA-RPT.
009920     GO TO 9000-EXIT.
009930 9000-EXIT.
009940     EXIT.
