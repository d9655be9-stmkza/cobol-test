000010 IDENTIFICATION  DIVISION.
000020 PROGRAM-ID.     FIZZGL.
000030 AUTHOR.         J R MERCER.
000040 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MOD HISTORY:
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ---------------------------------------
000110*    2026-10-15  JRM  ORIGINAL PROGRAM.  GENERAL LEDGER POSTING
000120*                     STEP, RUN AFTER FIZZACK CONFIRMS THE
000130*                     BILLING HAND-OFF.  READS THE ACKNOWLEDGED
000140*                     BILLFILE GENERATION, TOTALS THE BILLED
000150*                     AMOUNTS, LABEL FEES AND CANCELLATION
000160*                     CREDITS BY REGION AND LABEL BUCKET, MAPS
000170*                     EACH TO ITS GL ACCOUNTS THROUGH THE GLCOA
000180*                     CHART-OF-ACCOUNTS FILE, AND WRITES A
000190*                     BALANCED DEBIT/CREDIT JOURNAL (GLJRNL) WITH
000200*                     HEADER AND TRAILER FOR THE GL LOADER.  A
000210*                     RUN ALREADY POSTED (GLPOSTD) OR WHOSE
000220*                     BUSINESS DATE IS IN A PERIOD FIZZCLS HAS
000230*                     CLOSED IS REFUSED.  THE POSTING REGISTER
000240*                     TIES THE POSTED AMOUNTS TO THE RUN'S
000250*                     FIZZSUM AMOUNT TOTALS; NOTHING IS POSTED
000260*                     UNLESS EVERY TIE HOLDS.
000263*    2026-10-15  JRM  SUMMARY RECORD WIDENED TO 139 BYTES FOR THE
000266*                     HELD-ORDER COUNT AND PARTITION REGION.
000267*    2026-10-15  JRM  PERIODS RECORD WIDENED TO 80 BYTES FOR THE
000268*                     PERIOD ORDER TOTALS.
000270******************************************************************
000280
000290 ENVIRONMENT     DIVISION.
000300 CONFIGURATION   SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330
000340 INPUT-OUTPUT    SECTION.
000350 FILE-CONTROL.
000360     SELECT BILLING-FILE
000370         ASSIGN TO "BILLFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-BIL-FILE-STATUS.
000400
000410     SELECT COA-FILE
000420         ASSIGN TO "GLCOA"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-COA-FILE-STATUS.
000450
000460     SELECT RUN-CONTROL-FILE
000470         ASSIGN TO "RUNCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RCT-FILE-STATUS.
000500
000510     SELECT PERIOD-FILE
000520         ASSIGN TO "PERIODS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PER-FILE-STATUS.
000550
000560     SELECT SUMMARY-FILE
000570         ASSIGN TO "FIZZSUM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SUM-FILE-STATUS.
000600
000610     SELECT POSTED-FILE
000620         ASSIGN TO "GLPOSTD"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-GLP-FILE-STATUS.
000650
000660     SELECT GL-JOURNAL-FILE
000670         ASSIGN TO "GLJRNL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-GLJ-FILE-STATUS.
000700
000710     SELECT GL-RPT
000720         ASSIGN TO "GLRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPT-FILE-STATUS.
000750
000760 DATA            DIVISION.
000770 FILE            SECTION.
000780 FD  BILLING-FILE
000790     RECORDING MODE IS F.
000800 01  BILLING-FILE-RECORD           PIC X(73).
000810
000820 FD  COA-FILE
000830     RECORDING MODE IS F.
000840 01  COA-FILE-RECORD               PIC X(80).
000850
000860 FD  RUN-CONTROL-FILE
000870     RECORDING MODE IS F.
000880 01  RUN-CONTROL-FILE-RECORD       PIC X(32).
000890
000900 FD  PERIOD-FILE
000910     RECORDING MODE IS F.
000920 01  PERIOD-FILE-RECORD            PIC X(80).
000930
000940 FD  SUMMARY-FILE
000950     RECORDING MODE IS F.
000960 01  SUMMARY-FILE-RECORD           PIC X(139).
000970
000980 FD  POSTED-FILE
000990     RECORDING MODE IS F.
001000 01  POSTED-FILE-RECORD            PIC X(60).
001010
001020 FD  GL-JOURNAL-FILE
001030     RECORDING MODE IS F.
001040 01  GL-JOURNAL-FILE-RECORD        PIC X(80).
001050
001060 FD  GL-RPT
001070     RECORDING MODE IS F.
001080 01  GL-RPT-RECORD                 PIC X(80).
001090
001100 WORKING-STORAGE SECTION.
001110******************************************************************
001120*    RECORD LAYOUTS SHARED WITH THE PROGRAMS THAT WRITE THE
001130*    FILES READ HERE, AND THE GL LOADER'S JOURNAL LAYOUT.
001140******************************************************************
001150 COPY FBBILREC.
001160 COPY FBCOAREC.
001170 COPY FBRUNREC.
001180 COPY FBPERREC.
001190 COPY FBSUMREC.
001200 COPY FBGLPREC.
001210 COPY FBGLJREC.
001220
001230******************************************************************
001240*    SWITCHES AND FILE STATUS FIELDS
001250******************************************************************
001260 01  WS-BIL-FILE-STATUS            PIC X(02) VALUE "00".
001270     88  WS-BIL-FILE-OK            VALUE "00".
001280     88  WS-BIL-FILE-NOT-FOUND     VALUE "35".
001290     88  WS-BIL-FILE-AT-EOF        VALUE "10".
001300
001310 01  WS-COA-FILE-STATUS            PIC X(02) VALUE "00".
001320     88  WS-COA-FILE-OK            VALUE "00".
001330     88  WS-COA-FILE-NOT-FOUND     VALUE "35".
001340     88  WS-COA-FILE-AT-EOF        VALUE "10".
001350
001360 01  WS-RCT-FILE-STATUS            PIC X(02) VALUE "00".
001370     88  WS-RCT-FILE-OK            VALUE "00".
001380     88  WS-RCT-FILE-NOT-FOUND     VALUE "35".
001390     88  WS-RCT-FILE-AT-EOF        VALUE "10".
001400
001410 01  WS-PER-FILE-STATUS            PIC X(02) VALUE "00".
001420     88  WS-PER-FILE-OK            VALUE "00".
001430     88  WS-PER-FILE-NOT-FOUND     VALUE "35".
001440     88  WS-PER-FILE-AT-EOF        VALUE "10".
001450
001460 01  WS-SUM-FILE-STATUS            PIC X(02) VALUE "00".
001470     88  WS-SUM-FILE-OK            VALUE "00".
001480     88  WS-SUM-FILE-NOT-FOUND     VALUE "35".
001490     88  WS-SUM-FILE-AT-EOF        VALUE "10".
001500
001510 01  WS-GLP-FILE-STATUS            PIC X(02) VALUE "00".
001520     88  WS-GLP-FILE-OK            VALUE "00".
001530     88  WS-GLP-FILE-NOT-FOUND     VALUE "35".
001540     88  WS-GLP-FILE-AT-EOF        VALUE "10".
001550
001560 01  WS-GLJ-FILE-STATUS            PIC X(02) VALUE "00".
001570     88  WS-GLJ-FILE-OK            VALUE "00".
001580
001590 01  WS-RPT-FILE-STATUS            PIC X(02) VALUE "00".
001600     88  WS-RPT-FILE-OK            VALUE "00".
001610
001620 01  WS-SWITCHES.
001630     05  WS-NOT-POSTABLE-SW        PIC X(01) VALUE "N".
001640         88  WS-NOT-POSTABLE       VALUE "Y".
001650     05  WS-REFUSED-SW             PIC X(01) VALUE "N".
001660         88  WS-REFUSED            VALUE "Y".
001670     05  WS-BIL-HDR-SEEN-SW        PIC X(01) VALUE "N".
001680         88  WS-BIL-HDR-SEEN       VALUE "Y".
001690     05  WS-BIL-TRL-SEEN-SW        PIC X(01) VALUE "N".
001700         88  WS-BIL-TRL-SEEN       VALUE "Y".
001710     05  WS-RUN-FOUND-SW           PIC X(01) VALUE "N".
001720         88  WS-RUN-FOUND          VALUE "Y".
001730     05  WS-SUM-FOUND-SW           PIC X(01) VALUE "N".
001740         88  WS-SUM-FOUND          VALUE "Y".
001750     05  WS-GRP-FOUND-SW           PIC X(01) VALUE "N".
001760         88  WS-GRP-FOUND          VALUE "Y".
001770     05  WS-GRP-TBL-FULL-SW        PIC X(01) VALUE "N".
001780         88  WS-GRP-TBL-FULL       VALUE "Y".
001790     05  WS-COA-TBL-FULL-SW        PIC X(01) VALUE "N".
001800         88  WS-COA-TBL-FULL       VALUE "Y".
001810
001820******************************************************************
001830*    RUN BEING POSTED.  THE RUN NUMBER COMES FROM THE BILLFILE
001840*    HEADER; ITS BUSINESS DATE, AND SO THE PERIOD IT POSTS TO,
001850*    FROM THE RUN'S RUNCTL RECORDS.
001860******************************************************************
001870 77  WS-POST-RUN-NBR               PIC 9(06) VALUE 0.
001880 77  WS-POST-PERIOD                PIC 9(06) VALUE 0.
001890 01  WS-POST-RUN-NBR-X             PIC X(06) VALUE SPACES.
001900 01  WS-POST-BUS-DATE              PIC X(08) VALUE SPACES.
001910 01  WS-POST-RUN-STATUS            PIC X(01) VALUE SPACE.
001920 01  WS-TODAY-DATE                 PIC 9(08) VALUE 0.
001930 01  WS-TODAY-TIME                 PIC X(08) VALUE SPACES.
001940
001950******************************************************************
001960*    CHART-OF-ACCOUNTS TABLE, LOADED FROM GLCOA.  A MAPPING IS
001970*    SCORED BY HOW SPECIFICALLY IT MATCHES A REGION/BUCKET:
001980*    4 REGION AND BUCKET, 3 REGION ONLY, 2 BUCKET ONLY, 1 THE
001990*    CATCH-ALL.  THE HIGHEST SCORE WINS; A TIE GOES TO THE
002000*    FIRST ON FILE.
002010******************************************************************
002020 01  WS-COA-TABLE.
002030     05  WS-COA-COUNT              PIC 9(03) COMP VALUE 0.
002040     05  WS-COA-ENTRY OCCURS 200 TIMES
002050             INDEXED BY WS-COA-IDX.
002060         10  WS-COA-REGION         PIC X(03).
002070         10  WS-COA-BUCKET         PIC X(01).
002080         10  WS-COA-RCV-ACCT       PIC X(10).
002090         10  WS-COA-REV-ACCT       PIC X(10).
002100         10  WS-COA-FEE-ACCT       PIC X(10).
002110 77  WS-COA-SCORE                  PIC 9(01) VALUE 0.
002120 77  WS-COA-BEST-SCORE             PIC 9(01) VALUE 0.
002130 01  WS-COA-BEST                   PIC 9(03) COMP VALUE 0.
002140
002150******************************************************************
002160*    POSTING GROUPS -- ONE PER REGION/LABEL BUCKET SEEN ON THE
002170*    BILLFILE, WITH ITS BILLED AMOUNT, LABEL FEES AND CREDITS
002180*    AND THE ACCOUNTS ITS MAPPING RESOLVED TO.
002190******************************************************************
002200 01  WS-GROUP-TABLE.
002210     05  WS-GRP-COUNT              PIC 9(03) COMP VALUE 0.
002220     05  WS-GRP-ENTRY OCCURS 100 TIMES
002230             INDEXED BY WS-GRP-IDX.
002240         10  WS-GRP-REGION         PIC X(03).
002250         10  WS-GRP-BUCKET         PIC X(01).
002260         10  WS-GRP-BILLED         PIC 9(13)V99.
002270         10  WS-GRP-FEES           PIC 9(13)V99.
002280         10  WS-GRP-CREDITS        PIC 9(13)V99.
002290         10  WS-GRP-RCV-ACCT       PIC X(10).
002300         10  WS-GRP-REV-ACCT       PIC X(10).
002310         10  WS-GRP-FEE-ACCT       PIC X(10).
002320 01  WS-GRP-HIT                    PIC 9(03) COMP VALUE 0.
002330 01  WS-WORK-REGION                PIC X(03) VALUE SPACES.
002340 01  WS-WORK-BUCKET                PIC X(01) VALUE SPACE.
002350 01  WS-WORK-AMOUNT                PIC 9(07)V99 VALUE 0.
002360 01  WS-WORK-FEE                   PIC 9(07)V99 VALUE 0.
002370 01  WS-WORK-CREDIT                PIC 9(07)V99 VALUE 0.
002380
002390******************************************************************
002400*    BILLFILE TOTALS AS READ, BY LABEL BUCKET FOR THE TIE TO THE
002410*    FIZZSUM BUCKET AMOUNTS, AND THE TRAILER FIGURES.
002420******************************************************************
002430 77  WS-BIL-DTL-CNT                PIC 9(07) VALUE 0.
002440 77  WS-BIL-NONE-AMT               PIC 9(13)V99 VALUE 0.
002450 77  WS-BIL-SINGLE-AMT             PIC 9(13)V99 VALUE 0.
002460 77  WS-BIL-MULTIPLE-AMT           PIC 9(13)V99 VALUE 0.
002470 77  WS-BIL-OTHER-AMT              PIC 9(13)V99 VALUE 0.
002480 77  WS-BIL-TOTAL-AMT              PIC 9(13)V99 VALUE 0.
002490 77  WS-BIL-FEE-AMT                PIC 9(13)V99 VALUE 0.
002500 77  WS-BIL-CRD-AMT                PIC 9(13)V99 VALUE 0.
002510 77  WS-BIL-NET-AMT                PIC S9(13)V99 VALUE 0.
002520 77  WS-BIL-TRL-COUNT              PIC 9(07) VALUE 0.
002530 77  WS-BIL-TRL-AMOUNT             PIC S9(13)V99 VALUE 0.
002540
002550******************************************************************
002560*    THE RUN'S FIZZSUM AMOUNT TOTALS (THE LAST SUMMARY RECORD
002570*    CARRYING ITS RUN NUMBER).  BLANK (OLD) AMOUNTS READ ZERO.
002580******************************************************************
002590 77  WS-SUM-NONE-AMT               PIC 9(13)V99 VALUE 0.
002600 77  WS-SUM-SINGLE-AMT             PIC 9(13)V99 VALUE 0.
002610 77  WS-SUM-MULTIPLE-AMT           PIC 9(13)V99 VALUE 0.
002620 77  WS-SUM-TOTAL-AMT              PIC 9(13)V99 VALUE 0.
002630 77  WS-SUM-CREDIT-AMT             PIC 9(13)V99 VALUE 0.
002640 77  WS-SUM-FEE-AMT                PIC 9(13)V99 VALUE 0.
002650
002660******************************************************************
002670*    JOURNAL TOTALS.  EVERY AMOUNT IS POSTED AS A DEBIT AND AN
002680*    EQUAL CREDIT, SO THE TWO TOTALS MUST AGREE.
002690******************************************************************
002700 77  WS-JRN-LINES                  PIC 9(07) VALUE 0.
002710 77  WS-JRN-DEBITS                 PIC 9(13)V99 VALUE 0.
002720 77  WS-JRN-CREDITS                PIC 9(13)V99 VALUE 0.
002730 77  WS-JRN-POST-AMT               PIC 9(13)V99 VALUE 0.
002740 01  WS-JRN-ACCT                   PIC X(10) VALUE SPACES.
002750 01  WS-JRN-DRCR                   PIC X(01) VALUE SPACE.
002760 01  WS-JRN-DESC                   PIC X(30) VALUE SPACES.
002770 01  WS-JRN-DR-ACCT                PIC X(10) VALUE SPACES.
002780 01  WS-JRN-CR-ACCT                PIC X(10) VALUE SPACES.
002790
002800******************************************************************
002810*    POSTING REGISTER LINE LAYOUTS
002820******************************************************************
002830 01  WS-RPT-HEADING-1.
002840     05  FILLER                    PIC X(01) VALUE SPACE.
002850     05  FILLER                    PIC X(38)
002860             VALUE "FIZZGL -- GENERAL LEDGER POSTING REG".
002870     05  FILLER                    PIC X(10)
002880             VALUE "ISTER RUN ".
002890     05  WS-RPT-H1-RUN-NBR         PIC X(06).
002900     05  FILLER                    PIC X(09)
002910             VALUE "  PERIOD ".
002920     05  WS-RPT-H1-PERIOD          PIC X(06).
002930     05  FILLER                    PIC X(10) VALUE SPACES.
002940
002950 01  WS-RPT-HEADING-2.
002960     05  FILLER                    PIC X(01) VALUE SPACE.
002970     05  FILLER                    PIC X(07) VALUE "LINE".
002980     05  FILLER                    PIC X(12) VALUE "ACCOUNT".
002990     05  FILLER                    PIC X(08) VALUE "DR/CR".
003000     05  FILLER                    PIC X(16)
003010             VALUE "        AMOUNT".
003020     05  FILLER                    PIC X(07) VALUE "REG BK".
003030     05  FILLER                    PIC X(29) VALUE "DESCRIPTION".
003040
003050 01  WS-RPT-POST-LINE.
003060     05  FILLER                    PIC X(01) VALUE SPACE.
003070     05  WS-RPT-PST-LINE           PIC ZZZZ9.
003080     05  FILLER                    PIC X(02) VALUE SPACES.
003090     05  WS-RPT-PST-ACCT           PIC X(10).
003100     05  FILLER                    PIC X(02) VALUE SPACES.
003110     05  WS-RPT-PST-DRCR           PIC X(06).
003120     05  FILLER                    PIC X(02) VALUE SPACES.
003130     05  WS-RPT-PST-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
003140     05  FILLER                    PIC X(02) VALUE SPACES.
003150     05  WS-RPT-PST-REGION         PIC X(03).
003160     05  FILLER                    PIC X(01) VALUE SPACE.
003170     05  WS-RPT-PST-BUCKET         PIC X(01).
003180     05  FILLER                    PIC X(02) VALUE SPACES.
003190     05  WS-RPT-PST-DESC           PIC X(29).
003200
003210 01  WS-RPT-AMT-CHECK-LINE.
003220     05  FILLER                    PIC X(01) VALUE SPACE.
003230     05  WS-RPT-ACH-LIT            PIC X(33).
003240     05  WS-RPT-ACH-EXPECTED       PIC ZZZ,ZZZ,ZZ9.99-.
003250     05  FILLER                    PIC X(01) VALUE SPACE.
003260     05  WS-RPT-ACH-ACTUAL         PIC ZZZ,ZZZ,ZZ9.99-.
003270     05  FILLER                    PIC X(01) VALUE SPACE.
003280     05  WS-RPT-ACH-RESULT         PIC X(14).
003290
003300 01  WS-RPT-UNMAPPED-LINE.
003310     05  FILLER                    PIC X(01) VALUE SPACE.
003320     05  FILLER                    PIC X(36)
003330             VALUE "NO CHART-OF-ACCOUNTS MAPPING REGION ".
003340     05  WS-RPT-UNM-REGION         PIC X(03).
003350     05  FILLER                    PIC X(08) VALUE " BUCKET ".
003360     05  WS-RPT-UNM-BUCKET         PIC X(01).
003370     05  FILLER                    PIC X(31) VALUE SPACES.
003380
003390 01  WS-RPT-MSG-LINE.
003400     05  FILLER                    PIC X(01) VALUE SPACE.
003410     05  WS-RPT-MSG-TEXT           PIC X(79).
003420
003430 PROCEDURE       DIVISION.
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003460     PERFORM 1100-LOAD-CHART THRU 1100-EXIT.
003470     PERFORM 2000-READ-BILLFILE THRU 2000-EXIT.
003480     PERFORM 3000-CHECK-RUN THRU 3000-EXIT.
003490     PERFORM 3200-CHECK-ALREADY-POSTED THRU 3200-EXIT.
003500     PERFORM 3400-CHECK-CLOSED-PERIOD THRU 3400-EXIT.
003510     PERFORM 4000-MAP-ACCOUNTS THRU 4000-EXIT.
003520     PERFORM 5000-TIE-TO-SUMMARY THRU 5000-EXIT.
003530     PERFORM 7000-POST-JOURNAL THRU 7000-EXIT.
003540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003550     STOP RUN.
003560
003570******************************************************************
003580*    1000-INITIALIZE -- OPEN THE POSTING REGISTER AND TAKE THE
003590*    DATE AND TIME THE POSTING IS MADE.
003600******************************************************************
003610 1000-INITIALIZE.
003620     OPEN OUTPUT GL-RPT.
003630     IF NOT WS-RPT-FILE-OK
003640         DISPLAY "FIZZGL: POSTING REGISTER OPEN FAILED --"
003650             " ABORTED"
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003700     ACCEPT WS-TODAY-TIME FROM TIME.
003710     GO TO 1000-EXIT.
003720 1000-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760*    1100-LOAD-CHART -- TABLE THE CHART-OF-ACCOUNTS MAPPINGS.
003770*    WITHOUT THE CHART NOTHING CAN BE MAPPED, SO NOTHING IS
003780*    POSTED.  A MAPPING WITH A BAD BUCKET CODE OR A BLANK
003790*    ACCOUNT IS REPORTED AND LEFT OUT.
003800******************************************************************
003810 1100-LOAD-CHART.
003820     OPEN INPUT COA-FILE.
003830     IF NOT WS-COA-FILE-OK
003840         MOVE "CHART OF ACCOUNTS (GLCOA) COULD NOT BE OPENED"
003850             TO WS-RPT-MSG-TEXT
003860         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
003870         SET WS-NOT-POSTABLE TO TRUE
003880         MOVE "00" TO WS-COA-FILE-STATUS
003890         GO TO 1100-EXIT
003900     END-IF.
003910     PERFORM 1110-LOAD-ONE-MAPPING THRU 1110-EXIT
003920         UNTIL WS-COA-FILE-AT-EOF.
003930     CLOSE COA-FILE.
003940     MOVE "00" TO WS-COA-FILE-STATUS.
003950     IF WS-COA-TBL-FULL
003960         MOVE "OVER 200 CHART-OF-ACCOUNTS MAPPINGS -- POSTING"
003970             TO WS-RPT-MSG-TEXT
003980         MOVE " REFUSED" TO WS-RPT-MSG-TEXT (47:8)
003990         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
004000         SET WS-NOT-POSTABLE TO TRUE
004010     END-IF.
004020     GO TO 1100-EXIT.
004030 1100-EXIT.
004040     EXIT.
004050
004060 1110-LOAD-ONE-MAPPING.
004070     READ COA-FILE INTO FB-COA-RECORD
004080         AT END
004090             SET WS-COA-FILE-AT-EOF TO TRUE
004100             GO TO 1110-EXIT
004110     END-READ.
004120     IF NOT FB-COA-BUCKET-VALID
004130        OR FB-COA-RCV-ACCT = SPACES
004140        OR FB-COA-REV-ACCT = SPACES
004150        OR FB-COA-FEE-ACCT = SPACES
004160         MOVE "CHART MAPPING WITH A BAD BUCKET OR BLANK ACCOUNT"
004170             TO WS-RPT-MSG-TEXT
004180         MOVE " IGNORED:" TO WS-RPT-MSG-TEXT (49:9)
004190         MOVE FB-COA-REGION TO WS-RPT-MSG-TEXT (59:3)
004200         MOVE FB-COA-BUCKET TO WS-RPT-MSG-TEXT (63:1)
004210         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
004220         GO TO 1110-EXIT
004230     END-IF.
004240     IF WS-COA-COUNT = 200
004250         SET WS-COA-TBL-FULL TO TRUE
004260         GO TO 1110-EXIT
004270     END-IF.
004280     ADD 1 TO WS-COA-COUNT.
004290     SET WS-COA-IDX TO WS-COA-COUNT.
004300     MOVE FB-COA-REGION   TO WS-COA-REGION (WS-COA-IDX).
004310     MOVE FB-COA-BUCKET   TO WS-COA-BUCKET (WS-COA-IDX).
004320     MOVE FB-COA-RCV-ACCT TO WS-COA-RCV-ACCT (WS-COA-IDX).
004330     MOVE FB-COA-REV-ACCT TO WS-COA-REV-ACCT (WS-COA-IDX).
004340     MOVE FB-COA-FEE-ACCT TO WS-COA-FEE-ACCT (WS-COA-IDX).
004350     GO TO 1110-EXIT.
004360 1110-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400*    2000-READ-BILLFILE -- WALK THE ACKNOWLEDGED BILLFILE
004410*    GENERATION, TAKING THE RUN NUMBER FROM ITS HEADER AND
004420*    TOTALLING EVERY DETAIL AND CREDIT INTO ITS REGION/BUCKET
004430*    POSTING GROUP.  A FILE WITHOUT ITS HEADER OR TRAILER, OR
004440*    WHOSE TRAILER DOES NOT TIE, IS NOT POSTED.
004450******************************************************************
004460 2000-READ-BILLFILE.
004470     OPEN INPUT BILLING-FILE.
004480     IF NOT WS-BIL-FILE-OK
004490         MOVE "BILLING FILE (BILLFILE) COULD NOT BE OPENED"
004500             TO WS-RPT-MSG-TEXT
004510         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
004520         SET WS-NOT-POSTABLE TO TRUE
004530         GO TO 2000-EXIT
004540     END-IF.
004550     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
004560         UNTIL WS-BIL-FILE-AT-EOF.
004570     CLOSE BILLING-FILE.
004580     IF NOT WS-BIL-HDR-SEEN
004590         MOVE "BILLFILE HAS NO HEADER RUN NUMBER -- NOT POSTED"
004600             TO WS-RPT-MSG-TEXT
004610         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
004620         SET WS-NOT-POSTABLE TO TRUE
004630     END-IF.
004640     IF NOT WS-BIL-TRL-SEEN
004650         MOVE "BILLFILE HAS NO TRAILER -- NOT POSTED"
004660             TO WS-RPT-MSG-TEXT
004670         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
004680         SET WS-NOT-POSTABLE TO TRUE
004690     END-IF.
004700     IF WS-GRP-TBL-FULL
004710         MOVE "OVER 100 REGION/BUCKET GROUPS -- NOT POSTED"
004720             TO WS-RPT-MSG-TEXT
004730         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
004740         SET WS-NOT-POSTABLE TO TRUE
004750     END-IF.
004760     GO TO 2000-EXIT.
004770 2000-EXIT.
004780     EXIT.
004790
004800 2100-READ-ONE-RECORD.
004810     READ BILLING-FILE INTO FB-BILLING-DETAIL
004820         AT END
004830             SET WS-BIL-FILE-AT-EOF TO TRUE
004840             GO TO 2100-EXIT
004850     END-READ.
004860     EVALUATE FB-BIL-DTL-TYPE
004870         WHEN "H"
004880             MOVE FB-BILLING-DETAIL TO FB-BILLING-HEADER
004890             IF FB-BIL-HDR-RUN-NBR NUMERIC
004900                 MOVE FB-BIL-HDR-RUN-NBR TO WS-POST-RUN-NBR
004910                 MOVE FB-BIL-HDR-RUN-NBR TO WS-POST-RUN-NBR-X
004920                 SET WS-BIL-HDR-SEEN TO TRUE
004930             END-IF
004940         WHEN "D"
004950             PERFORM 2200-TAKE-ONE-DETAIL THRU 2200-EXIT
004960         WHEN "C"
004970             MOVE FB-BILLING-DETAIL TO FB-BILLING-CREDIT
004980             PERFORM 2300-TAKE-ONE-CREDIT THRU 2300-EXIT
004990         WHEN "T"
005000             MOVE FB-BILLING-DETAIL TO FB-BILLING-TRAILER
005010             IF FB-BIL-TRL-COUNT NUMERIC
005020                 MOVE FB-BIL-TRL-COUNT TO WS-BIL-TRL-COUNT
005030             END-IF
005040             IF FB-BIL-TRL-AMOUNT NUMERIC
005050                 MOVE FB-BIL-TRL-AMOUNT TO WS-BIL-TRL-AMOUNT
005060             END-IF
005070             SET WS-BIL-TRL-SEEN TO TRUE
005080         WHEN OTHER
005090             CONTINUE
005100     END-EVALUATE.
005110     GO TO 2100-EXIT.
005120 2100-EXIT.
005130     EXIT.
005140
005150 2200-TAKE-ONE-DETAIL.
005160     IF FB-BIL-DTL-ID NOT NUMERIC
005170         GO TO 2200-EXIT
005180     END-IF.
005190     ADD 1 TO WS-BIL-DTL-CNT.
005200     MOVE 0 TO WS-WORK-AMOUNT WS-WORK-FEE WS-WORK-CREDIT.
005210     IF FB-BIL-DTL-AMOUNT NUMERIC
005220         MOVE FB-BIL-DTL-AMOUNT TO WS-WORK-AMOUNT
005230     END-IF.
005240     IF FB-BIL-DTL-FEE NUMERIC
005250         MOVE FB-BIL-DTL-FEE TO WS-WORK-FEE
005260     END-IF.
005270     ADD WS-WORK-AMOUNT TO WS-BIL-TOTAL-AMT.
005280     ADD WS-WORK-FEE    TO WS-BIL-FEE-AMT.
005290     EVALUATE TRUE
005300         WHEN FB-BIL-DTL-NONE
005310             ADD WS-WORK-AMOUNT TO WS-BIL-NONE-AMT
005320         WHEN FB-BIL-DTL-SINGLE
005330             ADD WS-WORK-AMOUNT TO WS-BIL-SINGLE-AMT
005340         WHEN FB-BIL-DTL-MULTIPLE
005350             ADD WS-WORK-AMOUNT TO WS-BIL-MULTIPLE-AMT
005360         WHEN OTHER
005370             ADD WS-WORK-AMOUNT TO WS-BIL-OTHER-AMT
005380     END-EVALUATE.
005390     MOVE FB-BIL-DTL-REGION TO WS-WORK-REGION.
005400     MOVE FB-BIL-DTL-BUCKET TO WS-WORK-BUCKET.
005410     PERFORM 2400-ADD-TO-GROUP THRU 2400-EXIT.
005420     GO TO 2200-EXIT.
005430 2200-EXIT.
005440     EXIT.
005450
005460 2300-TAKE-ONE-CREDIT.
005470     IF FB-BIL-CRD-ID NOT NUMERIC
005480         GO TO 2300-EXIT
005490     END-IF.
005500     MOVE 0 TO WS-WORK-AMOUNT WS-WORK-FEE WS-WORK-CREDIT.
005510     IF FB-BIL-CRD-AMOUNT NUMERIC
005520         MOVE FB-BIL-CRD-AMOUNT TO WS-WORK-CREDIT
005530     END-IF.
005540     ADD WS-WORK-CREDIT TO WS-BIL-CRD-AMT.
005550     MOVE FB-BIL-CRD-REGION TO WS-WORK-REGION.
005560     MOVE FB-BIL-CRD-BUCKET TO WS-WORK-BUCKET.
005570     PERFORM 2400-ADD-TO-GROUP THRU 2400-EXIT.
005580     GO TO 2300-EXIT.
005590 2300-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630*    2400-ADD-TO-GROUP -- ADD THE WORK AMOUNTS TO THE POSTING
005640*    GROUP FOR WS-WORK-REGION/WS-WORK-BUCKET, OPENING THE
005650*    GROUP THE FIRST TIME IT IS SEEN.
005660******************************************************************
005670 2400-ADD-TO-GROUP.
005680     MOVE "N" TO WS-GRP-FOUND-SW.
005690     PERFORM 2410-MATCH-ONE-GROUP THRU 2410-EXIT
005700         VARYING WS-GRP-IDX FROM 1 BY 1
005710         UNTIL WS-GRP-IDX > WS-GRP-COUNT
005720            OR WS-GRP-FOUND.
005730     IF NOT WS-GRP-FOUND
005740         IF WS-GRP-COUNT = 100
005750             SET WS-GRP-TBL-FULL TO TRUE
005760             GO TO 2400-EXIT
005770         END-IF
005780         ADD 1 TO WS-GRP-COUNT
005790         MOVE WS-GRP-COUNT TO WS-GRP-HIT
005800         SET WS-GRP-IDX TO WS-GRP-HIT
005810         MOVE WS-WORK-REGION TO WS-GRP-REGION (WS-GRP-IDX)
005820         MOVE WS-WORK-BUCKET TO WS-GRP-BUCKET (WS-GRP-IDX)
005830         MOVE 0 TO WS-GRP-BILLED (WS-GRP-IDX)
005840         MOVE 0 TO WS-GRP-FEES (WS-GRP-IDX)
005850         MOVE 0 TO WS-GRP-CREDITS (WS-GRP-IDX)
005860         MOVE SPACES TO WS-GRP-RCV-ACCT (WS-GRP-IDX)
005870         MOVE SPACES TO WS-GRP-REV-ACCT (WS-GRP-IDX)
005880         MOVE SPACES TO WS-GRP-FEE-ACCT (WS-GRP-IDX)
005890     END-IF.
005900     SET WS-GRP-IDX TO WS-GRP-HIT.
005910     ADD WS-WORK-AMOUNT TO WS-GRP-BILLED (WS-GRP-IDX).
005920     ADD WS-WORK-FEE    TO WS-GRP-FEES (WS-GRP-IDX).
005930     ADD WS-WORK-CREDIT TO WS-GRP-CREDITS (WS-GRP-IDX).
005940     GO TO 2400-EXIT.
005950 2400-EXIT.
005960     EXIT.
005970
005980 2410-MATCH-ONE-GROUP.
005990     IF WS-GRP-REGION (WS-GRP-IDX) = WS-WORK-REGION
006000        AND WS-GRP-BUCKET (WS-GRP-IDX) = WS-WORK-BUCKET
006010         SET WS-GRP-HIT TO WS-GRP-IDX
006020         SET WS-GRP-FOUND TO TRUE
006030     END-IF.
006040     GO TO 2410-EXIT.
006050 2410-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090*    3000-CHECK-RUN -- FIND THE RUN ON RUNCTL.  ITS RUN DATE IS
006100*    THE BUSINESS DATE THE JOURNAL POSTS UNDER, AND ITS LAST
006110*    RECORD MUST SAY THE RUN COMPLETED -- A FAILED OR STILL
006120*    IN-FLIGHT RUN IS NOT POSTED.
006130******************************************************************
006140 3000-CHECK-RUN.
006150     IF NOT WS-BIL-HDR-SEEN
006160         GO TO 3000-EXIT
006170     END-IF.
006180     OPEN INPUT RUN-CONTROL-FILE.
006190     IF NOT WS-RCT-FILE-OK
006200         MOVE "RUN CONTROL (RUNCTL) COULD NOT BE OPENED -- NOT"
006210             TO WS-RPT-MSG-TEXT
006220         MOVE " POSTED" TO WS-RPT-MSG-TEXT (48:7)
006230         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
006240         SET WS-NOT-POSTABLE TO TRUE
006250         MOVE "00" TO WS-RCT-FILE-STATUS
006260         GO TO 3000-EXIT
006270     END-IF.
006280     PERFORM 3100-CHECK-ONE-RUN THRU 3100-EXIT
006290         UNTIL WS-RCT-FILE-AT-EOF.
006300     CLOSE RUN-CONTROL-FILE.
006310     MOVE "00" TO WS-RCT-FILE-STATUS.
006320     IF NOT WS-RUN-FOUND
006330         MOVE "RUN NUMBER NOT ON RUNCTL -- NOT POSTED"
006340             TO WS-RPT-MSG-TEXT
006350         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
006360         SET WS-NOT-POSTABLE TO TRUE
006370         GO TO 3000-EXIT
006380     END-IF.
006390     IF WS-POST-RUN-STATUS NOT = "C"
006400         MOVE "RUN DID NOT COMPLETE ON RUNCTL -- NOT POSTED"
006410             TO WS-RPT-MSG-TEXT
006420         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
006430         SET WS-NOT-POSTABLE TO TRUE
006440     END-IF.
006450     IF WS-POST-BUS-DATE (1:6) NUMERIC
006460         MOVE WS-POST-BUS-DATE (1:6) TO WS-POST-PERIOD
006470     END-IF.
006480     GO TO 3000-EXIT.
006490 3000-EXIT.
006500     EXIT.
006510
006520 3100-CHECK-ONE-RUN.
006530     READ RUN-CONTROL-FILE INTO FB-RUN-CONTROL-RECORD
006540         AT END
006550             SET WS-RCT-FILE-AT-EOF TO TRUE
006560             GO TO 3100-EXIT
006570     END-READ.
006580     IF FB-RUN-NUMBER NOT NUMERIC
006590         GO TO 3100-EXIT
006600     END-IF.
006610     IF FB-RUN-NUMBER NOT = WS-POST-RUN-NBR
006620         GO TO 3100-EXIT
006630     END-IF.
006640     SET WS-RUN-FOUND TO TRUE.
006650     MOVE FB-RUN-DATE   TO WS-POST-BUS-DATE.
006660     MOVE FB-RUN-STATUS TO WS-POST-RUN-STATUS.
006670     GO TO 3100-EXIT.
006680 3100-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720*    3200-CHECK-ALREADY-POSTED -- REFUSE A RUN NUMBER ALREADY ON
006730*    THE POSTED-RUN FILE.  NO FILE MEANS NOTHING HAS EVER BEEN
006740*    POSTED.
006750******************************************************************
006760 3200-CHECK-ALREADY-POSTED.
006770     IF NOT WS-BIL-HDR-SEEN
006780         GO TO 3200-EXIT
006790     END-IF.
006800     OPEN INPUT POSTED-FILE.
006810     IF WS-GLP-FILE-NOT-FOUND
006820         MOVE "00" TO WS-GLP-FILE-STATUS
006830         GO TO 3200-EXIT
006840     END-IF.
006850     IF NOT WS-GLP-FILE-OK
006860         MOVE "POSTED-RUN FILE (GLPOSTD) COULD NOT BE OPENED --"
006870             TO WS-RPT-MSG-TEXT
006880         MOVE " NOT POSTED" TO WS-RPT-MSG-TEXT (49:11)
006890         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
006900         SET WS-NOT-POSTABLE TO TRUE
006910         MOVE "00" TO WS-GLP-FILE-STATUS
006920         GO TO 3200-EXIT
006930     END-IF.
006940     PERFORM 3300-CHECK-ONE-POSTED THRU 3300-EXIT
006950         UNTIL WS-GLP-FILE-AT-EOF.
006960     CLOSE POSTED-FILE.
006970     MOVE "00" TO WS-GLP-FILE-STATUS.
006980     GO TO 3200-EXIT.
006990 3200-EXIT.
007000     EXIT.
007010
007020 3300-CHECK-ONE-POSTED.
007030     READ POSTED-FILE INTO FB-GLP-RECORD
007040         AT END
007050             SET WS-GLP-FILE-AT-EOF TO TRUE
007060             GO TO 3300-EXIT
007070     END-READ.
007080     IF FB-GLP-RUN-NBR NUMERIC
007090        AND FB-GLP-RUN-NBR = WS-POST-RUN-NBR
007100         MOVE "RUN ALREADY POSTED TO THE GENERAL LEDGER ON"
007110             TO WS-RPT-MSG-TEXT
007120         MOVE FB-GLP-POST-DATE TO WS-RPT-MSG-TEXT (45:8)
007130         MOVE "-- REFUSED" TO WS-RPT-MSG-TEXT (54:10)
007140         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
007150         SET WS-REFUSED TO TRUE
007160     END-IF.
007170     GO TO 3300-EXIT.
007180 3300-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220*    3400-CHECK-CLOSED-PERIOD -- REFUSE TO POST INTO A PERIOD
007230*    FIZZCLS HAS CLOSED: THE PERIOD OF THE RUN'S BUSINESS DATE,
007240*    OR A CLOSED PERIOD WHOSE RUN-NUMBER RANGE TAKES IN THE RUN.
007250*    NO PERIODS FILE MEANS NO PERIOD HAS EVER BEEN CLOSED.
007260******************************************************************
007270 3400-CHECK-CLOSED-PERIOD.
007280     IF NOT WS-RUN-FOUND
007290         GO TO 3400-EXIT
007300     END-IF.
007310     OPEN INPUT PERIOD-FILE.
007320     IF WS-PER-FILE-NOT-FOUND
007330         MOVE "00" TO WS-PER-FILE-STATUS
007340         GO TO 3400-EXIT
007350     END-IF.
007360     IF NOT WS-PER-FILE-OK
007370         MOVE "PERIODS FILE COULD NOT BE OPENED -- NOT POSTED"
007380             TO WS-RPT-MSG-TEXT
007390         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
007400         SET WS-NOT-POSTABLE TO TRUE
007410         MOVE "00" TO WS-PER-FILE-STATUS
007420         GO TO 3400-EXIT
007430     END-IF.
007440     PERFORM 3500-CHECK-ONE-PERIOD THRU 3500-EXIT
007450         UNTIL WS-PER-FILE-AT-EOF.
007460     CLOSE PERIOD-FILE.
007470     MOVE "00" TO WS-PER-FILE-STATUS.
007480     GO TO 3400-EXIT.
007490 3400-EXIT.
007500     EXIT.
007510
007520 3500-CHECK-ONE-PERIOD.
007530     READ PERIOD-FILE INTO FB-PERIOD-RECORD
007540         AT END
007550             SET WS-PER-FILE-AT-EOF TO TRUE
007560             GO TO 3500-EXIT
007570     END-READ.
007580     IF NOT FB-PER-CLOSED
007590         GO TO 3500-EXIT
007600     END-IF.
007610     IF FB-PER-PERIOD NUMERIC
007620        AND FB-PER-PERIOD = WS-POST-PERIOD
007630         GO TO 3550-REFUSE-PERIOD
007640     END-IF.
007650     IF FB-PER-FIRST-RUN NUMERIC
007660        AND FB-PER-LAST-RUN NUMERIC
007670        AND WS-POST-RUN-NBR NOT < FB-PER-FIRST-RUN
007680        AND WS-POST-RUN-NBR NOT > FB-PER-LAST-RUN
007690         GO TO 3550-REFUSE-PERIOD
007700     END-IF.
007710     GO TO 3500-EXIT.
007720 3550-REFUSE-PERIOD.
007730     MOVE "RUN FALLS IN CLOSED PERIOD" TO WS-RPT-MSG-TEXT.
007740     MOVE FB-PER-PERIOD TO WS-RPT-MSG-TEXT (28:6).
007750     MOVE "-- REFUSED" TO WS-RPT-MSG-TEXT (35:10).
007760     WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE.
007770     SET WS-REFUSED TO TRUE.
007780     GO TO 3500-EXIT.
007790 3500-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830*    4000-MAP-ACCOUNTS -- RESOLVE EVERY POSTING GROUP WITH AN
007840*    AMOUNT TO POST TO ITS MOST SPECIFIC CHART MAPPING.  ANY
007850*    GROUP LEFT UNMAPPED IS LISTED AND THE RUN IS NOT POSTED --
007860*    FINANCE ADDS THE MAPPING AND THE STEP IS RERUN.
007870******************************************************************
007880 4000-MAP-ACCOUNTS.
007890     PERFORM 4100-MAP-ONE-GROUP THRU 4100-EXIT
007900         VARYING WS-GRP-IDX FROM 1 BY 1
007910         UNTIL WS-GRP-IDX > WS-GRP-COUNT.
007920     GO TO 4000-EXIT.
007930 4000-EXIT.
007940     EXIT.
007950
007960 4100-MAP-ONE-GROUP.
007970     IF WS-GRP-BILLED (WS-GRP-IDX) = 0
007980        AND WS-GRP-FEES (WS-GRP-IDX) = 0
007990        AND WS-GRP-CREDITS (WS-GRP-IDX) = 0
008000         GO TO 4100-EXIT
008010     END-IF.
008020     MOVE WS-GRP-REGION (WS-GRP-IDX) TO WS-WORK-REGION.
008030     MOVE WS-GRP-BUCKET (WS-GRP-IDX) TO WS-WORK-BUCKET.
008040     MOVE 0 TO WS-COA-BEST-SCORE.
008050     MOVE 0 TO WS-COA-BEST.
008060     PERFORM 4200-SCORE-ONE-MAPPING THRU 4200-EXIT
008070         VARYING WS-COA-IDX FROM 1 BY 1
008080         UNTIL WS-COA-IDX > WS-COA-COUNT.
008090     IF WS-COA-BEST = 0
008100         MOVE WS-WORK-REGION TO WS-RPT-UNM-REGION
008110         MOVE WS-WORK-BUCKET TO WS-RPT-UNM-BUCKET
008120         WRITE GL-RPT-RECORD FROM WS-RPT-UNMAPPED-LINE
008130         SET WS-NOT-POSTABLE TO TRUE
008140         GO TO 4100-EXIT
008150     END-IF.
008160     SET WS-COA-IDX TO WS-COA-BEST.
008170     MOVE WS-COA-RCV-ACCT (WS-COA-IDX)
008180         TO WS-GRP-RCV-ACCT (WS-GRP-IDX).
008190     MOVE WS-COA-REV-ACCT (WS-COA-IDX)
008200         TO WS-GRP-REV-ACCT (WS-GRP-IDX).
008210     MOVE WS-COA-FEE-ACCT (WS-COA-IDX)
008220         TO WS-GRP-FEE-ACCT (WS-GRP-IDX).
008230     GO TO 4100-EXIT.
008240 4100-EXIT.
008250     EXIT.
008260
008270 4200-SCORE-ONE-MAPPING.
008280     MOVE 1 TO WS-COA-SCORE.
008290     IF WS-COA-REGION (WS-COA-IDX) = WS-WORK-REGION
008300         ADD 2 TO WS-COA-SCORE
008310     ELSE
008320         IF WS-COA-REGION (WS-COA-IDX) NOT = "***"
008330             GO TO 4200-EXIT
008340         END-IF
008350     END-IF.
008360     IF WS-COA-BUCKET (WS-COA-IDX) = WS-WORK-BUCKET
008370         ADD 1 TO WS-COA-SCORE
008380     ELSE
008390         IF WS-COA-BUCKET (WS-COA-IDX) NOT = "*"
008400             GO TO 4200-EXIT
008410         END-IF
008420     END-IF.
008430     IF WS-COA-SCORE > WS-COA-BEST-SCORE
008440         MOVE WS-COA-SCORE TO WS-COA-BEST-SCORE
008450         SET WS-COA-BEST TO WS-COA-IDX
008460     END-IF.
008470     GO TO 4200-EXIT.
008480 4200-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520*    5000-TIE-TO-SUMMARY -- THE AMOUNTS ABOUT TO BE POSTED MUST
008530*    TIE TO THE BILLFILE TRAILER AND TO THE RUN'S FIZZSUM
008540*    AMOUNT TOTALS: EACH LABEL BUCKET, THE TOTAL BILLED, THE
008550*    CREDITS AND THE LABEL FEES.  ANY BREAK AND NOTHING POSTS.
008560******************************************************************
008570 5000-TIE-TO-SUMMARY.
008580     IF NOT WS-BIL-HDR-SEEN
008590         GO TO 5000-EXIT
008600     END-IF.
008610     OPEN INPUT SUMMARY-FILE.
008620     IF NOT WS-SUM-FILE-OK
008630         MOVE "SUMMARY FILE (FIZZSUM) COULD NOT BE OPENED -- NOT"
008640             TO WS-RPT-MSG-TEXT
008650         MOVE " POSTED" TO WS-RPT-MSG-TEXT (50:7)
008660         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
008670         SET WS-NOT-POSTABLE TO TRUE
008680         MOVE "00" TO WS-SUM-FILE-STATUS
008690         GO TO 5000-EXIT
008700     END-IF.
008710     PERFORM 5100-FIND-ONE-SUMMARY THRU 5100-EXIT
008720         UNTIL WS-SUM-FILE-AT-EOF.
008730     CLOSE SUMMARY-FILE.
008740     MOVE "00" TO WS-SUM-FILE-STATUS.
008750     IF NOT WS-SUM-FOUND
008760         MOVE "NO FIZZSUM RECORD FOR THE RUN -- NOT POSTED"
008770             TO WS-RPT-MSG-TEXT
008780         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
008790         SET WS-NOT-POSTABLE TO TRUE
008800     END-IF.
008810     GO TO 5000-EXIT.
008820 5000-EXIT.
008830     EXIT.
008840
008850 5100-FIND-ONE-SUMMARY.
008860     READ SUMMARY-FILE INTO FB-SUMMARY-RECORD
008870         AT END
008880             SET WS-SUM-FILE-AT-EOF TO TRUE
008890             GO TO 5100-EXIT
008900     END-READ.
008910     IF FB-SUM-RUN-NBR NOT NUMERIC
008920         GO TO 5100-EXIT
008930     END-IF.
008940     IF FB-SUM-RUN-NBR NOT = WS-POST-RUN-NBR
008950         GO TO 5100-EXIT
008960     END-IF.
008970     SET WS-SUM-FOUND TO TRUE.
008980     MOVE 0 TO WS-SUM-NONE-AMT WS-SUM-SINGLE-AMT
008990         WS-SUM-MULTIPLE-AMT WS-SUM-TOTAL-AMT
009000         WS-SUM-CREDIT-AMT WS-SUM-FEE-AMT.
009010     IF FB-SUM-NONE-AMT NUMERIC
009020         MOVE FB-SUM-NONE-AMT TO WS-SUM-NONE-AMT
009030     END-IF.
009040     IF FB-SUM-SINGLE-AMT NUMERIC
009050         MOVE FB-SUM-SINGLE-AMT TO WS-SUM-SINGLE-AMT
009060     END-IF.
009070     IF FB-SUM-MULTIPLE-AMT NUMERIC
009080         MOVE FB-SUM-MULTIPLE-AMT TO WS-SUM-MULTIPLE-AMT
009090     END-IF.
009100     IF FB-SUM-TOTAL-AMT NUMERIC
009110         MOVE FB-SUM-TOTAL-AMT TO WS-SUM-TOTAL-AMT
009120     END-IF.
009130     IF FB-SUM-CREDIT-AMT NUMERIC
009140         MOVE FB-SUM-CREDIT-AMT TO WS-SUM-CREDIT-AMT
009150     END-IF.
009160     IF FB-SUM-FEE-AMT NUMERIC
009170         MOVE FB-SUM-FEE-AMT TO WS-SUM-FEE-AMT
009180     END-IF.
009190     GO TO 5100-EXIT.
009200 5100-EXIT.
009210     EXIT.
009220
009230******************************************************************
009240*    5500-PRINT-TIES -- THE TIE-OUT SECTION OF THE REGISTER.
009250******************************************************************
009260 5500-PRINT-TIES.
009270     MOVE SPACES TO GL-RPT-RECORD.
009280     WRITE GL-RPT-RECORD.
009290     SUBTRACT WS-BIL-CRD-AMT FROM WS-BIL-TOTAL-AMT
009300         GIVING WS-BIL-NET-AMT.
009310     MOVE "BILLFILE TRAILER NET VS ITEMS" TO WS-RPT-ACH-LIT.
009320     MOVE WS-BIL-TRL-AMOUNT TO WS-RPT-ACH-EXPECTED.
009330     MOVE WS-BIL-NET-AMT    TO WS-RPT-ACH-ACTUAL.
009340     IF WS-BIL-TRL-AMOUNT = WS-BIL-NET-AMT
009350        AND WS-BIL-TRL-COUNT = WS-BIL-DTL-CNT
009360         MOVE "OK" TO WS-RPT-ACH-RESULT
009370     ELSE
009380         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
009390         SET WS-NOT-POSTABLE TO TRUE
009400     END-IF.
009410     WRITE GL-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
009420     IF NOT WS-SUM-FOUND
009430         GO TO 5500-EXIT
009440     END-IF.
009450     MOVE "FIZZSUM NONE BUCKET VS POSTED" TO WS-RPT-ACH-LIT.
009460     MOVE WS-SUM-NONE-AMT TO WS-RPT-ACH-EXPECTED.
009470     MOVE WS-BIL-NONE-AMT TO WS-RPT-ACH-ACTUAL.
009480     IF WS-SUM-NONE-AMT = WS-BIL-NONE-AMT
009490         MOVE "OK" TO WS-RPT-ACH-RESULT
009500     ELSE
009510         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
009520         SET WS-NOT-POSTABLE TO TRUE
009530     END-IF.
009540     WRITE GL-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
009550     MOVE "FIZZSUM SINGLE BUCKET VS POSTED" TO WS-RPT-ACH-LIT.
009560     MOVE WS-SUM-SINGLE-AMT TO WS-RPT-ACH-EXPECTED.
009570     MOVE WS-BIL-SINGLE-AMT TO WS-RPT-ACH-ACTUAL.
009580     IF WS-SUM-SINGLE-AMT = WS-BIL-SINGLE-AMT
009590         MOVE "OK" TO WS-RPT-ACH-RESULT
009600     ELSE
009610         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
009620         SET WS-NOT-POSTABLE TO TRUE
009630     END-IF.
009640     WRITE GL-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
009650     MOVE "FIZZSUM MULTIPLE BUCKET VS POSTED" TO WS-RPT-ACH-LIT.
009660     MOVE WS-SUM-MULTIPLE-AMT TO WS-RPT-ACH-EXPECTED.
009670     MOVE WS-BIL-MULTIPLE-AMT TO WS-RPT-ACH-ACTUAL.
009680     IF WS-SUM-MULTIPLE-AMT = WS-BIL-MULTIPLE-AMT
009690         MOVE "OK" TO WS-RPT-ACH-RESULT
009700     ELSE
009710         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
009720         SET WS-NOT-POSTABLE TO TRUE
009730     END-IF.
009740     WRITE GL-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
009750     MOVE "FIZZSUM TOTAL BILLED VS POSTED" TO WS-RPT-ACH-LIT.
009760     MOVE WS-SUM-TOTAL-AMT TO WS-RPT-ACH-EXPECTED.
009770     MOVE WS-BIL-TOTAL-AMT TO WS-RPT-ACH-ACTUAL.
009780     IF WS-SUM-TOTAL-AMT = WS-BIL-TOTAL-AMT
009790         MOVE "OK" TO WS-RPT-ACH-RESULT
009800     ELSE
009810         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
009820         SET WS-NOT-POSTABLE TO TRUE
009830     END-IF.
009840     WRITE GL-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
009850     MOVE "FIZZSUM CREDITS VS POSTED" TO WS-RPT-ACH-LIT.
009860     MOVE WS-SUM-CREDIT-AMT TO WS-RPT-ACH-EXPECTED.
009870     MOVE WS-BIL-CRD-AMT    TO WS-RPT-ACH-ACTUAL.
009880     IF WS-SUM-CREDIT-AMT = WS-BIL-CRD-AMT
009890         MOVE "OK" TO WS-RPT-ACH-RESULT
009900     ELSE
009910         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
009920         SET WS-NOT-POSTABLE TO TRUE
009930     END-IF.
009940     WRITE GL-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
009950     MOVE "FIZZSUM LABEL FEES VS POSTED" TO WS-RPT-ACH-LIT.
009960     MOVE WS-SUM-FEE-AMT TO WS-RPT-ACH-EXPECTED.
009970     MOVE WS-BIL-FEE-AMT TO WS-RPT-ACH-ACTUAL.
009980     IF WS-SUM-FEE-AMT = WS-BIL-FEE-AMT
009990         MOVE "OK" TO WS-RPT-ACH-RESULT
010000     ELSE
010010         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
010020         SET WS-NOT-POSTABLE TO TRUE
010030     END-IF.
010040     WRITE GL-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
010050     GO TO 5500-EXIT.
010060 5500-EXIT.
010070     EXIT.
010080
010090******************************************************************
010100*    7000-POST-JOURNAL -- PRINT THE REGISTER HEADINGS AND TIES
010110*    AND, WHEN THE RUN IS POSTABLE, WRITE THE JOURNAL: HEADER,
010120*    A DEBIT AND AN EQUAL CREDIT FOR EVERY GROUP AMOUNT, AND THE
010130*    TRAILER -- THEN RECORD THE RUN AS POSTED.  A REFUSED OR
010140*    UNPOSTABLE RUN NEVER OPENS THE JOURNAL.
010150******************************************************************
010160 7000-POST-JOURNAL.
010170     MOVE WS-POST-RUN-NBR-X TO WS-RPT-H1-RUN-NBR.
010180     MOVE WS-POST-BUS-DATE (1:6) TO WS-RPT-H1-PERIOD.
010190     WRITE GL-RPT-RECORD FROM WS-RPT-HEADING-1.
010200     PERFORM 5500-PRINT-TIES THRU 5500-EXIT.
010210     IF WS-REFUSED OR WS-NOT-POSTABLE
010220         GO TO 7000-EXIT
010230     END-IF.
010240     OPEN OUTPUT GL-JOURNAL-FILE.
010250     IF NOT WS-GLJ-FILE-OK
010260         MOVE "GL JOURNAL (GLJRNL) COULD NOT BE OPENED -- NOT"
010270             TO WS-RPT-MSG-TEXT
010280         MOVE " POSTED" TO WS-RPT-MSG-TEXT (47:7)
010290         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
010300         SET WS-NOT-POSTABLE TO TRUE
010310         GO TO 7000-EXIT
010320     END-IF.
010330     MOVE SPACES TO FB-GLJ-HEADER.
010340     MOVE "H"               TO FB-GLJ-HDR-TYPE.
010350     MOVE "FIZZBUZZ"        TO FB-GLJ-HDR-SOURCE.
010360     MOVE WS-POST-RUN-NBR   TO FB-GLJ-HDR-RUN-NBR.
010370     MOVE WS-POST-BUS-DATE  TO FB-GLJ-HDR-BUS-DATE.
010380     MOVE WS-POST-PERIOD    TO FB-GLJ-HDR-PERIOD.
010390     MOVE WS-TODAY-DATE     TO FB-GLJ-HDR-CREATED.
010400     WRITE GL-JOURNAL-FILE-RECORD FROM FB-GLJ-HEADER.
010410     MOVE SPACES TO GL-RPT-RECORD.
010420     WRITE GL-RPT-RECORD.
010430     WRITE GL-RPT-RECORD FROM WS-RPT-HEADING-2.
010440     PERFORM 7100-POST-ONE-GROUP THRU 7100-EXIT
010450         VARYING WS-GRP-IDX FROM 1 BY 1
010460         UNTIL WS-GRP-IDX > WS-GRP-COUNT.
010470     MOVE SPACES TO FB-GLJ-TRAILER.
010480     MOVE "T"            TO FB-GLJ-TRL-TYPE.
010490     MOVE WS-JRN-LINES   TO FB-GLJ-TRL-LINES.
010500     MOVE WS-JRN-DEBITS  TO FB-GLJ-TRL-DEBITS.
010510     MOVE WS-JRN-CREDITS TO FB-GLJ-TRL-CREDITS.
010520     WRITE GL-JOURNAL-FILE-RECORD FROM FB-GLJ-TRAILER.
010530     IF NOT WS-GLJ-FILE-OK
010540         MOVE "GL JOURNAL WRITE FAILED -- DO NOT LOAD"
010550             TO WS-RPT-MSG-TEXT
010560         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
010570         SET WS-NOT-POSTABLE TO TRUE
010580     END-IF.
010590     CLOSE GL-JOURNAL-FILE.
010600     MOVE SPACES TO GL-RPT-RECORD.
010610     WRITE GL-RPT-RECORD.
010620     MOVE "JOURNAL DEBITS VS CREDITS" TO WS-RPT-ACH-LIT.
010630     MOVE WS-JRN-DEBITS  TO WS-RPT-ACH-EXPECTED.
010640     MOVE WS-JRN-CREDITS TO WS-RPT-ACH-ACTUAL.
010650     IF WS-JRN-DEBITS = WS-JRN-CREDITS
010660         MOVE "BALANCED" TO WS-RPT-ACH-RESULT
010670     ELSE
010680         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
010690         SET WS-NOT-POSTABLE TO TRUE
010700     END-IF.
010710     WRITE GL-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
010720     IF WS-NOT-POSTABLE
010730         GO TO 7000-EXIT
010740     END-IF.
010750     PERFORM 7500-RECORD-POSTED THRU 7500-EXIT.
010760     GO TO 7000-EXIT.
010770 7000-EXIT.
010780     EXIT.
010790
010800******************************************************************
010810*    7100-POST-ONE-GROUP -- BILLINGS DEBIT RECEIVABLE AND CREDIT
010820*    ORDER REVENUE; LABEL FEES DEBIT RECEIVABLE AND CREDIT FEE
010830*    INCOME; CANCELLATION CREDITS REVERSE THE BILLING ENTRY.
010840******************************************************************
010850 7100-POST-ONE-GROUP.
010860     IF WS-GRP-BILLED (WS-GRP-IDX) > 0
010870         MOVE WS-GRP-BILLED (WS-GRP-IDX) TO WS-JRN-POST-AMT
010880         MOVE WS-GRP-RCV-ACCT (WS-GRP-IDX) TO WS-JRN-DR-ACCT
010890         MOVE WS-GRP-REV-ACCT (WS-GRP-IDX) TO WS-JRN-CR-ACCT
010900         MOVE "ORDER BILLINGS" TO WS-JRN-DESC
010910         PERFORM 7200-POST-ONE-PAIR THRU 7200-EXIT
010920     END-IF.
010930     IF WS-GRP-FEES (WS-GRP-IDX) > 0
010940         MOVE WS-GRP-FEES (WS-GRP-IDX) TO WS-JRN-POST-AMT
010950         MOVE WS-GRP-RCV-ACCT (WS-GRP-IDX) TO WS-JRN-DR-ACCT
010960         MOVE WS-GRP-FEE-ACCT (WS-GRP-IDX) TO WS-JRN-CR-ACCT
010970         MOVE "LABEL FEES" TO WS-JRN-DESC
010980         PERFORM 7200-POST-ONE-PAIR THRU 7200-EXIT
010990     END-IF.
011000     IF WS-GRP-CREDITS (WS-GRP-IDX) > 0
011010         MOVE WS-GRP-CREDITS (WS-GRP-IDX) TO WS-JRN-POST-AMT
011020         MOVE WS-GRP-REV-ACCT (WS-GRP-IDX) TO WS-JRN-DR-ACCT
011030         MOVE WS-GRP-RCV-ACCT (WS-GRP-IDX) TO WS-JRN-CR-ACCT
011040         MOVE "CANCELLATION CREDITS" TO WS-JRN-DESC
011050         PERFORM 7200-POST-ONE-PAIR THRU 7200-EXIT
011060     END-IF.
011070     GO TO 7100-EXIT.
011080 7100-EXIT.
011090     EXIT.
011100
011110 7200-POST-ONE-PAIR.
011120     MOVE WS-JRN-DR-ACCT TO WS-JRN-ACCT.
011130     MOVE "D" TO WS-JRN-DRCR.
011140     PERFORM 7300-WRITE-ONE-LINE THRU 7300-EXIT.
011150     ADD WS-JRN-POST-AMT TO WS-JRN-DEBITS.
011160     MOVE WS-JRN-CR-ACCT TO WS-JRN-ACCT.
011170     MOVE "C" TO WS-JRN-DRCR.
011180     PERFORM 7300-WRITE-ONE-LINE THRU 7300-EXIT.
011190     ADD WS-JRN-POST-AMT TO WS-JRN-CREDITS.
011200     GO TO 7200-EXIT.
011210 7200-EXIT.
011220     EXIT.
011230
011240 7300-WRITE-ONE-LINE.
011250     ADD 1 TO WS-JRN-LINES.
011260     MOVE SPACES TO FB-GLJ-DETAIL.
011270     MOVE "D"             TO FB-GLJ-DTL-TYPE.
011280     MOVE WS-JRN-LINES    TO FB-GLJ-DTL-LINE.
011290     MOVE WS-JRN-ACCT     TO FB-GLJ-DTL-ACCT.
011300     MOVE WS-JRN-DRCR     TO FB-GLJ-DTL-DRCR.
011310     MOVE WS-JRN-POST-AMT TO FB-GLJ-DTL-AMOUNT.
011320     MOVE WS-GRP-REGION (WS-GRP-IDX) TO FB-GLJ-DTL-REGION.
011330     MOVE WS-GRP-BUCKET (WS-GRP-IDX) TO FB-GLJ-DTL-BUCKET.
011340     MOVE WS-JRN-DESC     TO FB-GLJ-DTL-DESC.
011350     WRITE GL-JOURNAL-FILE-RECORD FROM FB-GLJ-DETAIL.
011360     IF NOT WS-GLJ-FILE-OK
011370         SET WS-NOT-POSTABLE TO TRUE
011380     END-IF.
011390     MOVE WS-JRN-LINES    TO WS-RPT-PST-LINE.
011400     MOVE WS-JRN-ACCT     TO WS-RPT-PST-ACCT.
011410     IF FB-GLJ-DEBIT
011420         MOVE "DEBIT" TO WS-RPT-PST-DRCR
011430     ELSE
011440         MOVE "CREDIT" TO WS-RPT-PST-DRCR
011450     END-IF.
011460     MOVE WS-JRN-POST-AMT TO WS-RPT-PST-AMOUNT.
011470     MOVE WS-GRP-REGION (WS-GRP-IDX) TO WS-RPT-PST-REGION.
011480     MOVE WS-GRP-BUCKET (WS-GRP-IDX) TO WS-RPT-PST-BUCKET.
011490     MOVE WS-JRN-DESC     TO WS-RPT-PST-DESC.
011500     WRITE GL-RPT-RECORD FROM WS-RPT-POST-LINE.
011510     GO TO 7300-EXIT.
011520 7300-EXIT.
011530     EXIT.
011540
011550******************************************************************
011560*    7500-RECORD-POSTED -- APPEND THE POSTED-RUN RECORD.  A
011570*    POSTING THAT CANNOT BE RECORDED WOULD LET THE RUN POST
011580*    AGAIN, SO IT IS REPORTED AS A FAILURE.
011590******************************************************************
011600 7500-RECORD-POSTED.
011610     OPEN EXTEND POSTED-FILE.
011620     IF WS-GLP-FILE-NOT-FOUND
011630         MOVE "00" TO WS-GLP-FILE-STATUS
011640         OPEN OUTPUT POSTED-FILE
011650     END-IF.
011660     IF NOT WS-GLP-FILE-OK
011670         MOVE "POSTED-RUN FILE COULD NOT BE WRITTEN -- JOURNAL"
011680             TO WS-RPT-MSG-TEXT
011690         MOVE " WRITTEN BUT RUN NOT MARKED POSTED"
011700             TO WS-RPT-MSG-TEXT (48:32)
011710         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
011720         SET WS-NOT-POSTABLE TO TRUE
011730         GO TO 7500-EXIT
011740     END-IF.
011750     MOVE SPACES TO FB-GLP-RECORD.
011760     MOVE WS-POST-RUN-NBR TO FB-GLP-RUN-NBR.
011770     MOVE WS-TODAY-DATE   TO FB-GLP-POST-DATE.
011780     MOVE WS-TODAY-TIME   TO FB-GLP-POST-TIME.
011790     MOVE WS-POST-PERIOD  TO FB-GLP-PERIOD.
011800     MOVE WS-JRN-LINES    TO FB-GLP-LINES.
011810     MOVE WS-JRN-DEBITS   TO FB-GLP-DEBITS.
011820     WRITE POSTED-FILE-RECORD FROM FB-GLP-RECORD.
011830     IF NOT WS-GLP-FILE-OK
011840         MOVE "POSTED-RUN RECORD WRITE FAILED"
011850             TO WS-RPT-MSG-TEXT
011860         WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE
011870         SET WS-NOT-POSTABLE TO TRUE
011880     END-IF.
011890     CLOSE POSTED-FILE.
011900     GO TO 7500-EXIT.
011910 7500-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950*    9000-TERMINATE -- PRINT THE VERDICT AND SET THE RETURN
011960*    CODE THE GL LOADER'S SCHEDULE TESTS:
011970*       RC=0   JOURNAL WRITTEN AND RUN MARKED POSTED
011980*       RC=8   NOT POSTED -- MAPPING, TIE OR FILE PROBLEM
011990*       RC=12  REFUSED -- RUN ALREADY POSTED OR PERIOD CLOSED
012000******************************************************************
012010 9000-TERMINATE.
012020     MOVE SPACES TO GL-RPT-RECORD.
012030     WRITE GL-RPT-RECORD.
012040     EVALUATE TRUE
012050         WHEN WS-REFUSED
012060             MOVE "*** POSTING REFUSED -- NO JOURNAL WRITTEN ***"
012070                 TO WS-RPT-MSG-TEXT
012080             MOVE 12 TO RETURN-CODE
012090         WHEN WS-NOT-POSTABLE
012100             MOVE "*** RUN NOT POSTED -- DO NOT LOAD GLJRNL ***"
012110                 TO WS-RPT-MSG-TEXT
012120             MOVE 8 TO RETURN-CODE
012130         WHEN OTHER
012140             MOVE "RUN POSTED TO THE GENERAL LEDGER"
012150                 TO WS-RPT-MSG-TEXT
012160     END-EVALUATE.
012170     WRITE GL-RPT-RECORD FROM WS-RPT-MSG-LINE.
012180     CLOSE GL-RPT.
012190     DISPLAY "FIZZGL: RUN " WS-POST-RUN-NBR-X " "
012200         WS-RPT-MSG-TEXT.
012210     GO TO 9000-EXIT.
012220 9000-EXIT.
012230     EXIT.
