000010 IDENTIFICATION  DIVISION.
000020 PROGRAM-ID.     FIZZSEL.
000030 AUTHOR.         J R MERCER.
000040 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MOD HISTORY:
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ---------------------------------------
000110*    2026-10-15  JRM  ORIGINAL PROGRAM.  AD-HOC ORDER MASTER
000120*                     SELECTION.  READS THE SELECTION CARDS
000130*                     (FBSELREC) -- REGION, LABEL, AMOUNT RANGE,
000140*                     ID RANGE AND LAST-RUN-NUMBER RANGE, ANDED
000150*                     TOGETHER -- AND CHECKS EVERY CARD BEFORE
000160*                     THE MASTER IS OPENED.  THEN LISTS EACH
000170*                     SELECTED ORDER WITH SUBTOTALS BY REGION
000180*                     AND LABEL, AND WRITES THE SAME ORDERS TO
000190*                     A COMMA-DELIMITED FILE WITH COLUMN
000200*                     HEADINGS FOR LOADING INTO A SPREADSHEET.
000203*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 141 BYTES FOR
000206*                     THE CUSTOMER ACCOUNT.
000210******************************************************************
000220
000230 ENVIRONMENT     DIVISION.
000240 CONFIGURATION   SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270
000280 INPUT-OUTPUT    SECTION.
000290 FILE-CONTROL.
000300     SELECT SELECT-CARD-FILE
000310         ASSIGN TO "SELCARD"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CRD-FILE-STATUS.
000340
000350     SELECT ORDER-MASTER
000360         ASSIGN TO "ORDMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS ORDER-MASTER-KEY
000400         FILE STATUS IS WS-OMS-FILE-STATUS.
000410
000420     SELECT SELECT-RPT
000430         ASSIGN TO "SELRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000460
000470     SELECT SELECT-CSV
000480         ASSIGN TO "SELCSV"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CSV-FILE-STATUS.
000510
000520 DATA            DIVISION.
000530 FILE            SECTION.
000540 FD  SELECT-CARD-FILE
000550     RECORDING MODE IS F.
000560 01  SELECT-CARD-RECORD            PIC X(80).
000570
000580 FD  ORDER-MASTER.
000590 01  ORDER-MASTER-RECORD.
000600     05  ORDER-MASTER-KEY          PIC 9(05).
000610     05  FILLER                    PIC X(136).
000620
000630 FD  SELECT-RPT
000640     RECORDING MODE IS F.
000650 01  SELECT-RPT-RECORD             PIC X(80).
000660
000670 FD  SELECT-CSV
000680     RECORDING MODE IS F.
000690 01  SELECT-CSV-RECORD             PIC X(200).
000700
000710 WORKING-STORAGE SECTION.
000720******************************************************************
000730*    RECORD LAYOUTS SHARED WITH FIZZLOD AND FIZZBUZZ.
000740******************************************************************
000750 COPY FBSELREC.
000760 COPY FBORDMST.
000770
000780******************************************************************
000790*    SWITCHES AND FILE STATUS FIELDS
000800******************************************************************
000810 01  WS-CRD-FILE-STATUS            PIC X(02) VALUE "00".
000820     88  WS-CRD-FILE-OK            VALUE "00".
000830     88  WS-CRD-FILE-AT-EOF        VALUE "10".
000840
000850 01  WS-OMS-FILE-STATUS            PIC X(02) VALUE "00".
000860     88  WS-OMS-FILE-OK            VALUE "00".
000870     88  WS-OMS-FILE-NOT-FOUND     VALUE "35".
000880     88  WS-OMS-FILE-AT-EOF        VALUE "10".
000890
000900 01  WS-RPT-FILE-STATUS            PIC X(02) VALUE "00".
000910     88  WS-RPT-FILE-OK            VALUE "00".
000920
000930 01  WS-CSV-FILE-STATUS            PIC X(02) VALUE "00".
000940     88  WS-CSV-FILE-OK            VALUE "00".
000950
000960 01  WS-SWITCHES.
000970     05  WS-LIST-HIT-SW            PIC X(01) VALUE "N".
000980         88  WS-LIST-HIT           VALUE "Y".
000990     05  WS-NUM-BAD-SW             PIC X(01) VALUE "N".
001000         88  WS-NUM-BAD            VALUE "Y".
001010     05  WS-NUM-DEC-OK-SW          PIC X(01) VALUE "N".
001020         88  WS-NUM-DEC-OK         VALUE "Y".
001030     05  WS-SUB-FULL-SW            PIC X(01) VALUE "N".
001040         88  WS-SUB-FULL           VALUE "Y".
001050
001060******************************************************************
001070*    SELECTION CRITERIA, BUILT FROM THE CARDS.  A RANGE NOT
001080*    CARDED IS NOT TESTED; A RANGE CARDED WITH ONE BOUND BLANK
001090*    RUNS FROM ZERO OR TO THE FIELD'S HIGHEST VALUE.
001100******************************************************************
001110 77  WS-CARD-COUNT                 PIC 9(05) COMP VALUE 0.
001120 77  WS-CARD-BAD-COUNT             PIC 9(05) COMP VALUE 0.
001130 77  WS-CRITERIA-COUNT             PIC 9(05) COMP VALUE 0.
001140
001150 01  WS-SEL-REGION-TABLE.
001160     05  WS-SEL-RGN-COUNT          PIC 9(02) COMP VALUE 0.
001170     05  WS-SEL-RGN-CODE OCCURS 10 TIMES
001180             INDEXED BY WS-SEL-RGN-IDX
001190                                   PIC X(03).
001200
001210 01  WS-SEL-LABEL-TABLE.
001220     05  WS-SEL-LBL-COUNT          PIC 9(02) COMP VALUE 0.
001230     05  WS-SEL-LBL-TEXT OCCURS 10 TIMES
001240             INDEXED BY WS-SEL-LBL-IDX
001250                                   PIC X(30).
001260
001270 01  WS-SEL-AMOUNT-SW              PIC X(01) VALUE "N".
001280     88  WS-SEL-AMOUNT             VALUE "Y".
001290 77  WS-SEL-AMT-LO                 PIC 9(07)V99 VALUE 0.
001300 77  WS-SEL-AMT-HI                 PIC 9(07)V99 VALUE 0.
001310 01  WS-SEL-ID-SW                  PIC X(01) VALUE "N".
001320     88  WS-SEL-ID                 VALUE "Y".
001330 77  WS-SEL-ID-LO                  PIC 9(05) VALUE 0.
001340 77  WS-SEL-ID-HI                  PIC 9(05) VALUE 0.
001350 01  WS-SEL-RUN-SW                 PIC X(01) VALUE "N".
001360     88  WS-SEL-RUN                VALUE "Y".
001370 77  WS-SEL-RUN-LO                 PIC 9(06) VALUE 0.
001380 77  WS-SEL-RUN-HI                 PIC 9(06) VALUE 0.
001390
001400******************************************************************
001410*    CARD CHECKING WORK FIELDS.  A RANGE OPERAND IS SCANNED A
001420*    CHARACTER AT A TIME: OPTIONAL LEADING BLANKS, DIGITS (WITH
001430*    COMMAS), AT MOST TWO DECIMALS WHERE ALLOWED, THEN BLANKS.
001440******************************************************************
001450 01  WS-CARD-REASON                PIC X(50) VALUE SPACES.
001460 01  WS-CARD-NBR-EDIT              PIC ZZZZ9.
001470 01  WS-RPT-WORK-COUNT             PIC ZZZ,ZZZ,ZZ9.
001480 01  WS-RNG-LO                     PIC 9(07)V99 VALUE 0.
001490 01  WS-RNG-HI                     PIC 9(07)V99 VALUE 0.
001500 01  WS-RNG-MAX                    PIC 9(07)V99 VALUE 0.
001510 01  WS-NUM-TEXT                   PIC X(12) VALUE SPACES.
001520 01  WS-NUM-CHAR                   PIC X(01) VALUE SPACE.
001530 01  WS-NUM-DIGIT REDEFINES WS-NUM-CHAR
001540                                   PIC 9(01).
001550 01  WS-NUM-STATE                  PIC X(01) VALUE SPACE.
001560     88  WS-NUM-BEFORE             VALUE "B".
001570     88  WS-NUM-IN-INTEGER         VALUE "I".
001580     88  WS-NUM-IN-DECIMAL         VALUE "D".
001590     88  WS-NUM-ENDED              VALUE "E".
001600 77  WS-NUM-POS                    PIC 9(02) COMP VALUE 0.
001610 77  WS-NUM-INT-DIGITS             PIC 9(02) COMP VALUE 0.
001620 77  WS-NUM-DEC-DIGITS             PIC 9(02) COMP VALUE 0.
001630 77  WS-NUM-MAX-INT                PIC 9(02) COMP VALUE 0.
001640 77  WS-NUM-INTEGER                PIC 9(09) VALUE 0.
001650 77  WS-NUM-CENTS                  PIC 9(02) VALUE 0.
001660 77  WS-NUM-VALUE                  PIC 9(09)V99 VALUE 0.
001670 01  WS-NUM-GIVEN-SW               PIC X(01) VALUE "N".
001680     88  WS-NUM-GIVEN              VALUE "Y".
001690 01  WS-LOWER-CASE                 PIC X(26)
001700         VALUE "abcdefghijklmnopqrstuvwxyz".
001710 01  WS-UPPER-CASE                 PIC X(26)
001720         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001730
001740******************************************************************
001750*    ORDER WORK FIELDS
001760******************************************************************
001770 77  WS-READ-COUNT                 PIC 9(09) COMP VALUE 0.
001780 77  WS-SELECT-COUNT               PIC 9(07) VALUE 0.
001790 77  WS-SELECT-AMT                 PIC 9(11)V99 VALUE 0.
001800 77  WS-ORD-AMOUNT                 PIC 9(07)V99 VALUE 0.
001810 77  WS-ORD-RUN-NBR                PIC 9(06) VALUE 0.
001820 01  WS-ORD-LABEL-UPPER            PIC X(30) VALUE SPACES.
001830
001840******************************************************************
001850*    SUBTOTAL TABLE -- ONE ENTRY PER REGION AND LABEL SELECTED,
001860*    KEPT IN REGION/LABEL ORDER AS ENTRIES ARE ADDED SO THE
001870*    SUBTOTALS PRINT GROUPED BY REGION.
001880******************************************************************
001890 01  WS-SUB-TABLE.
001900     05  WS-SUB-COUNT              PIC 9(03) COMP VALUE 0.
001910     05  WS-SUB-ENTRY OCCURS 200 TIMES
001920             INDEXED BY WS-SUB-IDX WS-SUB-FROM.
001930         10  WS-SUB-KEY.
001940             15  WS-SUB-REGION     PIC X(03).
001950             15  WS-SUB-LABEL      PIC X(30).
001960         10  WS-SUB-ORDERS         PIC 9(07).
001970         10  WS-SUB-AMOUNT         PIC 9(11)V99.
001980 01  WS-SUB-WORK-KEY.
001990     05  WS-SUB-WORK-REGION        PIC X(03).
002000     05  WS-SUB-WORK-LABEL         PIC X(30).
002010 77  WS-SUB-HIT                    PIC 9(03) COMP VALUE 0.
002020 01  WS-SUB-HIT-SW                 PIC X(01) VALUE "N".
002030     88  WS-SUB-FOUND              VALUE "Y".
002040     88  WS-SUB-PLACED             VALUE "P".
002050 01  WS-BRK-REGION                 PIC X(03) VALUE SPACES.
002060 77  WS-BRK-ORDERS                 PIC 9(07) VALUE 0.
002070 77  WS-BRK-AMOUNT                 PIC 9(11)V99 VALUE 0.
002080
002090******************************************************************
002100*    SELECTION LISTING LINE LAYOUTS
002110******************************************************************
002120 01  WS-RPT-HEADING-1.
002130     05  FILLER                    PIC X(01) VALUE SPACE.
002140     05  FILLER                    PIC X(45)
002150             VALUE "FIZZSEL -- ORDER MASTER SELECTION".
002160     05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
002170     05  WS-RPT-H1-DATE            PIC 9(08).
002180     05  FILLER                    PIC X(16) VALUE SPACES.
002190
002200 01  WS-RPT-CARD-LINE.
002210     05  FILLER                    PIC X(01) VALUE SPACE.
002220     05  FILLER                    PIC X(05) VALUE "CARD ".
002230     05  WS-RPT-CRD-NBR            PIC ZZZZ9.
002240     05  FILLER                    PIC X(02) VALUE ": ".
002250     05  WS-RPT-CRD-IMAGE          PIC X(67).
002260
002270 01  WS-RPT-HEADING-2.
002280     05  FILLER                    PIC X(01) VALUE SPACE.
002290     05  FILLER                    PIC X(07) VALUE "ORDER".
002300     05  FILLER                    PIC X(05) VALUE "RGN".
002310     05  FILLER                    PIC X(31) VALUE "LABEL".
002320     05  FILLER                    PIC X(15)
002330             VALUE "        AMOUNT".
002340     05  FILLER                    PIC X(10) VALUE "LAST RUN".
002350     05  FILLER                    PIC X(08) VALUE "STATUS".
002360     05  FILLER                    PIC X(03) VALUE SPACES.
002370
002380 01  WS-RPT-DETAIL-LINE.
002390     05  FILLER                    PIC X(01) VALUE SPACE.
002400     05  WS-RPT-DTL-ID             PIC 9(05).
002410     05  FILLER                    PIC X(02) VALUE SPACES.
002420     05  WS-RPT-DTL-REGION         PIC X(03).
002430     05  FILLER                    PIC X(02) VALUE SPACES.
002440     05  WS-RPT-DTL-LABEL          PIC X(30).
002450     05  FILLER                    PIC X(01) VALUE SPACE.
002460     05  WS-RPT-DTL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
002470     05  FILLER                    PIC X(03) VALUE SPACES.
002480     05  WS-RPT-DTL-RUN            PIC X(06).
002490     05  FILLER                    PIC X(06) VALUE SPACES.
002500     05  WS-RPT-DTL-STATUS         PIC X(01).
002510     05  FILLER                    PIC X(08) VALUE SPACES.
002520
002530 01  WS-RPT-SUB-HEADING.
002540     05  FILLER                    PIC X(01) VALUE SPACE.
002550     05  FILLER                    PIC X(08) VALUE "REGION".
002560     05  FILLER                    PIC X(31) VALUE "LABEL".
002570     05  FILLER                    PIC X(11) VALUE "    ORDERS".
002580     05  FILLER                    PIC X(18)
002590             VALUE "            AMOUNT".
002600     05  FILLER                    PIC X(11) VALUE SPACES.
002610
002620 01  WS-RPT-SUB-LINE.
002630     05  FILLER                    PIC X(01) VALUE SPACE.
002640     05  WS-RPT-SUB-REGION         PIC X(03).
002650     05  FILLER                    PIC X(05) VALUE SPACES.
002660     05  WS-RPT-SUB-LABEL          PIC X(30).
002670     05  FILLER                    PIC X(01) VALUE SPACE.
002680     05  WS-RPT-SUB-ORDERS         PIC ZZ,ZZZ,ZZ9.
002690     05  FILLER                    PIC X(02) VALUE SPACES.
002700     05  WS-RPT-SUB-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002710     05  FILLER                    PIC X(11) VALUE SPACES.
002720
002730 01  WS-RPT-MSG-LINE.
002740     05  FILLER                    PIC X(01) VALUE SPACE.
002750     05  WS-RPT-MSG-TEXT           PIC X(79).
002760
002770******************************************************************
002780*    DELIMITED OUTPUT.  TEXT COLUMNS ARE QUOTED, AND A QUOTE
002790*    INSIDE THE ORDER DATA BECOMES AN APOSTROPHE, SO A COMMA IN
002800*    THE DATA CANNOT SPLIT THE ROW.
002810******************************************************************
002820 01  WS-CSV-HEADING.
002830     05  FILLER                    PIC X(36) VALUE
002840         "ORDER_ID,REGION,LABEL,AMOUNT,STATUS,".
002850     05  FILLER                    PIC X(40) VALUE
002860         "LAST_RUN_NBR,LAST_RUN_ID,BILLED_RUN_NBR,".
002870     05  FILLER                    PIC X(35) VALUE
002880         "BILLED_AMOUNT,BILLED_FEE,ORDER_DATA".
002890 01  WS-CSV-LINE                   PIC X(200) VALUE SPACES.
002900 01  WS-CSV-AMOUNT                 PIC Z(6)9.99.
002910 01  WS-CSV-BILLED-AMOUNT          PIC Z(6)9.99.
002920 01  WS-CSV-BILLED-AMOUNT-X REDEFINES WS-CSV-BILLED-AMOUNT
002930                                   PIC X(10).
002940 01  WS-CSV-BILLED-FEE             PIC Z(6)9.99.
002950 01  WS-CSV-BILLED-FEE-X REDEFINES WS-CSV-BILLED-FEE
002960                                   PIC X(10).
002970 01  WS-CSV-DATA                   PIC X(40) VALUE SPACES.
002980 01  WS-QUOTE                      PIC X(01) VALUE QUOTE.
002990 01  WS-APOSTROPHE                 PIC X(01) VALUE "'".
003000 01  WS-RUN-DATE                   PIC 9(08) VALUE 0.
003010
003020 PROCEDURE       DIVISION.
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     PERFORM 2000-CHECK-CARDS THRU 2000-EXIT.
003060     PERFORM 3000-OPEN-MASTER THRU 3000-EXIT.
003070     PERFORM 4000-SELECT-ONE-ORDER THRU 4000-EXIT
003080         UNTIL WS-OMS-FILE-AT-EOF.
003090     PERFORM 8000-PRINT-SUBTOTALS THRU 8000-EXIT.
003100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003110     STOP RUN.
003120
003130******************************************************************
003140*    1000-INITIALIZE -- OPEN THE LISTING.
003150******************************************************************
003160 1000-INITIALIZE.
003170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003180     OPEN OUTPUT SELECT-RPT.
003190     IF NOT WS-RPT-FILE-OK
003200         DISPLAY "FIZZSEL: SELECTION LISTING OPEN FAILED"
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     MOVE WS-RUN-DATE TO WS-RPT-H1-DATE.
003250     WRITE SELECT-RPT-RECORD FROM WS-RPT-HEADING-1.
003260     MOVE SPACES TO SELECT-RPT-RECORD.
003270     WRITE SELECT-RPT-RECORD.
003280     GO TO 1000-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    2000-CHECK-CARDS -- READ AND CHECK EVERY SELECTION CARD,
003340*    ECHOING EACH ONE ON THE LISTING.  ANY CARD IN ERROR, OR A
003350*    DECK WITH NO CRITERIA AT ALL (WHICH WOULD LIST THE WHOLE
003360*    MASTER), ENDS THE RUN RC=8 BEFORE THE MASTER IS OPENED.
003370******************************************************************
003380 2000-CHECK-CARDS.
003390     OPEN INPUT SELECT-CARD-FILE.
003400     IF NOT WS-CRD-FILE-OK
003410         MOVE "SELECTION CARDS (SELCARD) COULD NOT BE OPENED"
003420             TO WS-RPT-MSG-TEXT
003430         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
003440     END-IF.
003450     PERFORM 2100-CHECK-ONE-CARD THRU 2100-EXIT
003460         UNTIL WS-CRD-FILE-AT-EOF.
003470     CLOSE SELECT-CARD-FILE.
003480     IF WS-CARD-BAD-COUNT > 0
003490         MOVE WS-CARD-BAD-COUNT TO WS-CARD-NBR-EDIT
003500         MOVE SPACES TO WS-RPT-MSG-TEXT
003510         STRING WS-CARD-NBR-EDIT
003520             " SELECTION CARD(S) REJECTED -- NOTHING SELECTED"
003530             DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT
003540         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
003550     END-IF.
003560     IF WS-CRITERIA-COUNT = 0
003570         MOVE "NO SELECTION CRITERIA CARDED -- NOTHING SELECTED"
003580             TO WS-RPT-MSG-TEXT
003590         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
003600     END-IF.
003610     GO TO 2000-EXIT.
003620 2000-EXIT.
003630     EXIT.
003640
003650 2100-CHECK-ONE-CARD.
003660     READ SELECT-CARD-FILE INTO FB-SELECT-CARD
003670         AT END
003680             SET WS-CRD-FILE-AT-EOF TO TRUE
003690             GO TO 2100-EXIT
003700     END-READ.
003710     ADD 1 TO WS-CARD-COUNT.
003720     MOVE WS-CARD-COUNT TO WS-RPT-CRD-NBR.
003730     MOVE FB-SELECT-CARD TO WS-RPT-CRD-IMAGE.
003740     WRITE SELECT-RPT-RECORD FROM WS-RPT-CARD-LINE.
003750     IF FB-SELECT-CARD = SPACES
003760        OR FB-SELECT-CARD (1:1) = "*"
003770         GO TO 2100-EXIT
003780     END-IF.
003790     MOVE SPACES TO WS-CARD-REASON.
003800     EVALUATE TRUE
003810         WHEN FB-SEL-REGION-CARD
003820             PERFORM 2200-REGION-CARD THRU 2200-EXIT
003830         WHEN FB-SEL-LABEL-CARD
003840             PERFORM 2300-LABEL-CARD THRU 2300-EXIT
003850         WHEN FB-SEL-AMOUNT-CARD
003860             PERFORM 2400-AMOUNT-CARD THRU 2400-EXIT
003870         WHEN FB-SEL-ID-CARD
003880             PERFORM 2500-ID-CARD THRU 2500-EXIT
003890         WHEN FB-SEL-RUN-CARD
003900             PERFORM 2600-RUN-CARD THRU 2600-EXIT
003910         WHEN OTHER
003920             MOVE "UNKNOWN KEYWORD" TO WS-CARD-REASON
003930     END-EVALUATE.
003940     IF WS-CARD-REASON NOT = SPACES
003950         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003960         GO TO 2100-EXIT
003970     END-IF.
003980     ADD 1 TO WS-CRITERIA-COUNT.
003990     GO TO 2100-EXIT.
004000 2100-EXIT.
004010     EXIT.
004020
004030 2200-REGION-CARD.
004040     IF FB-SEL-REGION = SPACES
004050         MOVE "REGION CODE MISSING (COLUMNS 10-12)"
004060             TO WS-CARD-REASON
004070         GO TO 2200-EXIT
004080     END-IF.
004090     IF FB-SEL-REGION-REST NOT = SPACES
004100         MOVE "ONE REGION CODE PER CARD" TO WS-CARD-REASON
004110         GO TO 2200-EXIT
004120     END-IF.
004130     IF WS-SEL-RGN-COUNT = 10
004140         MOVE "MORE THAN 10 REGION CARDS" TO WS-CARD-REASON
004150         GO TO 2200-EXIT
004160     END-IF.
004170     ADD 1 TO WS-SEL-RGN-COUNT.
004180     MOVE FB-SEL-REGION TO WS-SEL-RGN-CODE (WS-SEL-RGN-COUNT).
004190     GO TO 2200-EXIT.
004200 2200-EXIT.
004210     EXIT.
004220
004230 2300-LABEL-CARD.
004240     IF FB-SEL-LABEL = SPACES
004250         MOVE "LABEL MISSING (COLUMNS 10-39)" TO WS-CARD-REASON
004260         GO TO 2300-EXIT
004270     END-IF.
004280     IF WS-SEL-LBL-COUNT = 10
004290         MOVE "MORE THAN 10 LABEL CARDS" TO WS-CARD-REASON
004300         GO TO 2300-EXIT
004310     END-IF.
004320     ADD 1 TO WS-SEL-LBL-COUNT.
004330     MOVE FB-SEL-LABEL TO WS-SEL-LBL-TEXT (WS-SEL-LBL-COUNT).
004340     INSPECT WS-SEL-LBL-TEXT (WS-SEL-LBL-COUNT)
004350         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004360     GO TO 2300-EXIT.
004370 2300-EXIT.
004380     EXIT.
004390
004400 2400-AMOUNT-CARD.
004410     IF WS-SEL-AMOUNT
004420         MOVE "MORE THAN ONE AMOUNT CARD" TO WS-CARD-REASON
004430         GO TO 2400-EXIT
004440     END-IF.
004450     MOVE 7 TO WS-NUM-MAX-INT.
004460     SET WS-NUM-DEC-OK TO TRUE.
004470     MOVE 9999999.99 TO WS-RNG-MAX.
004480     PERFORM 2700-CHECK-RANGE THRU 2700-EXIT.
004490     IF WS-CARD-REASON NOT = SPACES
004500         GO TO 2400-EXIT
004510     END-IF.
004520     SET WS-SEL-AMOUNT TO TRUE.
004530     MOVE WS-RNG-LO TO WS-SEL-AMT-LO.
004540     MOVE WS-RNG-HI TO WS-SEL-AMT-HI.
004550     GO TO 2400-EXIT.
004560 2400-EXIT.
004570     EXIT.
004580
004590 2500-ID-CARD.
004600     IF WS-SEL-ID
004610         MOVE "MORE THAN ONE ID CARD" TO WS-CARD-REASON
004620         GO TO 2500-EXIT
004630     END-IF.
004640     MOVE 5 TO WS-NUM-MAX-INT.
004650     MOVE "N" TO WS-NUM-DEC-OK-SW.
004660     MOVE 99999 TO WS-RNG-MAX.
004670     PERFORM 2700-CHECK-RANGE THRU 2700-EXIT.
004680     IF WS-CARD-REASON NOT = SPACES
004690         GO TO 2500-EXIT
004700     END-IF.
004710     SET WS-SEL-ID TO TRUE.
004720     MOVE WS-RNG-LO TO WS-SEL-ID-LO.
004730     MOVE WS-RNG-HI TO WS-SEL-ID-HI.
004740     GO TO 2500-EXIT.
004750 2500-EXIT.
004760     EXIT.
004770
004780 2600-RUN-CARD.
004790     IF WS-SEL-RUN
004800         MOVE "MORE THAN ONE RUN CARD" TO WS-CARD-REASON
004810         GO TO 2600-EXIT
004820     END-IF.
004830     MOVE 6 TO WS-NUM-MAX-INT.
004840     MOVE "N" TO WS-NUM-DEC-OK-SW.
004850     MOVE 999999 TO WS-RNG-MAX.
004860     PERFORM 2700-CHECK-RANGE THRU 2700-EXIT.
004870     IF WS-CARD-REASON NOT = SPACES
004880         GO TO 2600-EXIT
004890     END-IF.
004900     SET WS-SEL-RUN TO TRUE.
004910     MOVE WS-RNG-LO TO WS-SEL-RUN-LO.
004920     MOVE WS-RNG-HI TO WS-SEL-RUN-HI.
004930     GO TO 2600-EXIT.
004940 2600-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980*    2700-CHECK-RANGE -- CHECK THE FROM AND TO OPERANDS OF A
004990*    RANGE CARD INTO WS-RNG-LO AND WS-RNG-HI.  A BLANK FROM IS
005000*    ZERO AND A BLANK TO IS WS-RNG-MAX, BUT NOT BOTH.  LEAVES
005010*    WS-CARD-REASON SET WHEN THE CARD IS BAD.
005020******************************************************************
005030 2700-CHECK-RANGE.
005040     IF FB-SEL-FROM = SPACES AND FB-SEL-TO = SPACES
005050         MOVE "NO FROM (COLUMNS 10-21) OR TO (23-34) GIVEN"
005060             TO WS-CARD-REASON
005070         GO TO 2700-EXIT
005080     END-IF.
005090     MOVE FB-SEL-FROM TO WS-NUM-TEXT.
005100     PERFORM 2710-SCAN-NUMBER THRU 2710-EXIT.
005110     IF WS-NUM-BAD
005120         MOVE "FROM (COLUMNS 10-21) IS NOT VALID"
005130             TO WS-CARD-REASON
005140         GO TO 2700-EXIT
005150     END-IF.
005160     MOVE WS-NUM-VALUE TO WS-RNG-LO.
005170     MOVE FB-SEL-TO TO WS-NUM-TEXT.
005180     PERFORM 2710-SCAN-NUMBER THRU 2710-EXIT.
005190     IF WS-NUM-BAD
005200         MOVE "TO (COLUMNS 23-34) IS NOT VALID" TO WS-CARD-REASON
005210         GO TO 2700-EXIT
005220     END-IF.
005230     IF WS-NUM-GIVEN
005240         MOVE WS-NUM-VALUE TO WS-RNG-HI
005250     ELSE
005260         MOVE WS-RNG-MAX TO WS-RNG-HI
005270     END-IF.
005280     IF WS-RNG-LO > WS-RNG-HI
005290         MOVE "FROM IS ABOVE TO" TO WS-CARD-REASON
005300     END-IF.
005310     GO TO 2700-EXIT.
005320 2700-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*    2710-SCAN-NUMBER -- SCAN WS-NUM-TEXT INTO WS-NUM-VALUE.
005370*    WS-NUM-GIVEN IS OFF WHEN THE OPERAND IS BLANK (VALUE ZERO);
005380*    WS-NUM-BAD IS ON FOR ANYTHING BUT A NUMBER WITHIN
005390*    WS-NUM-MAX-INT WHOLE DIGITS (AND TWO DECIMALS WHEN
005400*    WS-NUM-DEC-OK).
005410******************************************************************
005420 2710-SCAN-NUMBER.
005430     MOVE "N" TO WS-NUM-BAD-SW.
005440     MOVE "N" TO WS-NUM-GIVEN-SW.
005450     SET WS-NUM-BEFORE TO TRUE.
005460     MOVE 0 TO WS-NUM-INT-DIGITS.
005470     MOVE 0 TO WS-NUM-DEC-DIGITS.
005480     MOVE 0 TO WS-NUM-INTEGER.
005490     MOVE 0 TO WS-NUM-CENTS.
005500     PERFORM 2720-SCAN-ONE-CHAR THRU 2720-EXIT
005510         VARYING WS-NUM-POS FROM 1 BY 1
005520         UNTIL WS-NUM-POS > 12 OR WS-NUM-BAD.
005530     IF WS-NUM-IN-DECIMAL AND WS-NUM-DEC-DIGITS = 0
005540         SET WS-NUM-BAD TO TRUE
005550     END-IF.
005560     IF WS-NUM-INT-DIGITS > WS-NUM-MAX-INT
005570         SET WS-NUM-BAD TO TRUE
005580     END-IF.
005590     IF WS-NUM-DEC-DIGITS = 1
005600         MULTIPLY 10 BY WS-NUM-CENTS
005610     END-IF.
005620     COMPUTE WS-NUM-VALUE = WS-NUM-INTEGER + WS-NUM-CENTS / 100.
005630     GO TO 2710-EXIT.
005640 2710-EXIT.
005650     EXIT.
005660
005670 2720-SCAN-ONE-CHAR.
005680     MOVE WS-NUM-TEXT (WS-NUM-POS:1) TO WS-NUM-CHAR.
005690     IF WS-NUM-CHAR = SPACE
005700         IF NOT WS-NUM-BEFORE
005710             SET WS-NUM-ENDED TO TRUE
005720         END-IF
005730         GO TO 2720-EXIT
005740     END-IF.
005750     IF WS-NUM-ENDED
005760         SET WS-NUM-BAD TO TRUE
005770         GO TO 2720-EXIT
005780     END-IF.
005790     IF WS-NUM-CHAR = "," AND WS-NUM-IN-INTEGER
005800         GO TO 2720-EXIT
005810     END-IF.
005820     IF WS-NUM-CHAR = "."
005830         IF WS-NUM-DEC-OK AND NOT WS-NUM-IN-DECIMAL
005840             SET WS-NUM-IN-DECIMAL TO TRUE
005850             SET WS-NUM-GIVEN TO TRUE
005860         ELSE
005870             SET WS-NUM-BAD TO TRUE
005880         END-IF
005890         GO TO 2720-EXIT
005900     END-IF.
005910     IF WS-NUM-CHAR NOT NUMERIC
005920         SET WS-NUM-BAD TO TRUE
005930         GO TO 2720-EXIT
005940     END-IF.
005950     SET WS-NUM-GIVEN TO TRUE.
005960     IF WS-NUM-IN-DECIMAL
005970         IF WS-NUM-DEC-DIGITS = 2
005980             SET WS-NUM-BAD TO TRUE
005990             GO TO 2720-EXIT
006000         END-IF
006010         ADD 1 TO WS-NUM-DEC-DIGITS
006020         COMPUTE WS-NUM-CENTS = WS-NUM-CENTS * 10 + WS-NUM-DIGIT
006030         GO TO 2720-EXIT
006040     END-IF.
006050     SET WS-NUM-IN-INTEGER TO TRUE.
006060     IF WS-NUM-INT-DIGITS < 9
006070         COMPUTE WS-NUM-INTEGER =
006080             WS-NUM-INTEGER * 10 + WS-NUM-DIGIT
006090     END-IF.
006100     ADD 1 TO WS-NUM-INT-DIGITS.
006110     GO TO 2720-EXIT.
006120 2720-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160*    2800-REJECT-CARD -- PRINT WHY THE CARD JUST ECHOED IS BAD.
006170******************************************************************
006180 2800-REJECT-CARD.
006190     ADD 1 TO WS-CARD-BAD-COUNT.
006200     MOVE SPACES TO WS-RPT-MSG-TEXT.
006210     STRING "      *** REJECTED -- " WS-CARD-REASON
006220         DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT.
006230     WRITE SELECT-RPT-RECORD FROM WS-RPT-MSG-LINE.
006240     MOVE WS-CARD-COUNT TO WS-CARD-NBR-EDIT.
006250     DISPLAY "FIZZSEL: CARD " WS-CARD-NBR-EDIT " REJECTED -- "
006260         WS-CARD-REASON.
006270     GO TO 2800-EXIT.
006280 2800-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320*    2900-REFUSE-RUN -- THE CARDS CANNOT BE RUN: PRINT WHY AND
006330*    END (RC=8) WITHOUT READING THE MASTER.
006340******************************************************************
006350 2900-REFUSE-RUN.
006360     MOVE SPACES TO SELECT-RPT-RECORD.
006370     WRITE SELECT-RPT-RECORD.
006380     WRITE SELECT-RPT-RECORD FROM WS-RPT-MSG-LINE.
006390     DISPLAY "FIZZSEL: " WS-RPT-MSG-TEXT.
006400     CLOSE SELECT-RPT.
006410     MOVE 8 TO RETURN-CODE.
006420     STOP RUN.
006430 2900-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470*    3000-OPEN-MASTER -- OPEN THE MASTER AND THE DELIMITED FILE.
006480*    WITH AN ID RANGE THE MASTER IS STARTED AT THE FROM ID
006490*    RATHER THAN READ FROM THE TOP.
006500******************************************************************
006510 3000-OPEN-MASTER.
006520     OPEN INPUT ORDER-MASTER.
006530     IF NOT WS-OMS-FILE-OK
006540         MOVE "ORDER MASTER (ORDMAST) COULD NOT BE OPENED"
006550             TO WS-RPT-MSG-TEXT
006560         WRITE SELECT-RPT-RECORD FROM WS-RPT-MSG-LINE
006570         DISPLAY "FIZZSEL: " WS-RPT-MSG-TEXT
006580         CLOSE SELECT-RPT
006590         MOVE 12 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620     OPEN OUTPUT SELECT-CSV.
006630     IF NOT WS-CSV-FILE-OK
006640         MOVE "DELIMITED FILE (SELCSV) COULD NOT BE OPENED"
006650             TO WS-RPT-MSG-TEXT
006660         WRITE SELECT-RPT-RECORD FROM WS-RPT-MSG-LINE
006670         DISPLAY "FIZZSEL: " WS-RPT-MSG-TEXT
006680         CLOSE ORDER-MASTER
006690         CLOSE SELECT-RPT
006700         MOVE 12 TO RETURN-CODE
006710         STOP RUN
006720     END-IF.
006730     WRITE SELECT-CSV-RECORD FROM WS-CSV-HEADING.
006740     MOVE SPACES TO SELECT-RPT-RECORD.
006750     WRITE SELECT-RPT-RECORD.
006760     WRITE SELECT-RPT-RECORD FROM WS-RPT-HEADING-2.
006770     IF NOT WS-SEL-ID
006780         GO TO 3000-EXIT
006790     END-IF.
006800     MOVE WS-SEL-ID-LO TO ORDER-MASTER-KEY.
006810     START ORDER-MASTER KEY IS NOT LESS THAN ORDER-MASTER-KEY
006820         INVALID KEY
006830             SET WS-OMS-FILE-AT-EOF TO TRUE
006840     END-START.
006850     GO TO 3000-EXIT.
006860 3000-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900*    4000-SELECT-ONE-ORDER -- READ THE NEXT ORDER AND TEST IT
006910*    AGAINST EVERY CRITERION CARDED.  A BLANK (NOT NUMERIC)
006920*    AMOUNT IS ZERO; AN ORDER NOT YET CLASSIFIED HAS NO RUN
006930*    NUMBER AND NEVER PASSES A RUN RANGE.
006940******************************************************************
006950 4000-SELECT-ONE-ORDER.
006960     READ ORDER-MASTER NEXT RECORD INTO FB-ORDER-MASTER-RECORD
006970         AT END
006980             SET WS-OMS-FILE-AT-EOF TO TRUE
006990             GO TO 4000-EXIT
007000     END-READ.
007010     IF WS-SEL-ID AND FB-OMS-ID > WS-SEL-ID-HI
007020         SET WS-OMS-FILE-AT-EOF TO TRUE
007030         GO TO 4000-EXIT
007040     END-IF.
007050     ADD 1 TO WS-READ-COUNT.
007060     IF FB-OMS-AMOUNT NUMERIC
007070         MOVE FB-OMS-AMOUNT TO WS-ORD-AMOUNT
007080     ELSE
007090         MOVE 0 TO WS-ORD-AMOUNT
007100     END-IF.
007110     IF WS-SEL-ID AND FB-OMS-ID < WS-SEL-ID-LO
007120         GO TO 4000-EXIT
007130     END-IF.
007140     IF WS-SEL-AMOUNT
007150         IF WS-ORD-AMOUNT < WS-SEL-AMT-LO
007160            OR WS-ORD-AMOUNT > WS-SEL-AMT-HI
007170             GO TO 4000-EXIT
007180         END-IF
007190     END-IF.
007200     IF WS-SEL-RUN
007210         IF FB-OMS-LAST-RUN-NBR NOT NUMERIC
007220             GO TO 4000-EXIT
007230         END-IF
007240         MOVE FB-OMS-LAST-RUN-NBR TO WS-ORD-RUN-NBR
007250         IF WS-ORD-RUN-NBR < WS-SEL-RUN-LO
007260            OR WS-ORD-RUN-NBR > WS-SEL-RUN-HI
007270             GO TO 4000-EXIT
007280         END-IF
007290     END-IF.
007300     IF WS-SEL-RGN-COUNT > 0
007310         MOVE "N" TO WS-LIST-HIT-SW
007320         PERFORM 4100-MATCH-ONE-REGION THRU 4100-EXIT
007330             VARYING WS-SEL-RGN-IDX FROM 1 BY 1
007340             UNTIL WS-SEL-RGN-IDX > WS-SEL-RGN-COUNT
007350                OR WS-LIST-HIT
007360         IF NOT WS-LIST-HIT
007370             GO TO 4000-EXIT
007380         END-IF
007390     END-IF.
007400     IF WS-SEL-LBL-COUNT > 0
007410         MOVE FB-OMS-LABEL TO WS-ORD-LABEL-UPPER
007420         INSPECT WS-ORD-LABEL-UPPER
007430             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
007440         MOVE "N" TO WS-LIST-HIT-SW
007450         PERFORM 4200-MATCH-ONE-LABEL THRU 4200-EXIT
007460             VARYING WS-SEL-LBL-IDX FROM 1 BY 1
007470             UNTIL WS-SEL-LBL-IDX > WS-SEL-LBL-COUNT
007480                OR WS-LIST-HIT
007490         IF NOT WS-LIST-HIT
007500             GO TO 4000-EXIT
007510         END-IF
007520     END-IF.
007530     PERFORM 5000-LIST-ORDER THRU 5000-EXIT.
007540     PERFORM 6000-WRITE-DELIMITED THRU 6000-EXIT.
007550     PERFORM 7000-ADD-SUBTOTAL THRU 7000-EXIT.
007560     GO TO 4000-EXIT.
007570 4000-EXIT.
007580     EXIT.
007590
007600 4100-MATCH-ONE-REGION.
007610     IF WS-SEL-RGN-CODE (WS-SEL-RGN-IDX) = FB-OMS-REGION
007620         SET WS-LIST-HIT TO TRUE
007630     END-IF.
007640     GO TO 4100-EXIT.
007650 4100-EXIT.
007660     EXIT.
007670
007680 4200-MATCH-ONE-LABEL.
007690     IF WS-SEL-LBL-TEXT (WS-SEL-LBL-IDX) = WS-ORD-LABEL-UPPER
007700         SET WS-LIST-HIT TO TRUE
007710     END-IF.
007720     GO TO 4200-EXIT.
007730 4200-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770*    5000-LIST-ORDER -- ONE DETAIL LINE ON THE LISTING.
007780******************************************************************
007790 5000-LIST-ORDER.
007800     ADD 1 TO WS-SELECT-COUNT.
007810     ADD WS-ORD-AMOUNT TO WS-SELECT-AMT.
007820     MOVE FB-OMS-ID           TO WS-RPT-DTL-ID.
007830     MOVE FB-OMS-REGION       TO WS-RPT-DTL-REGION.
007840     MOVE FB-OMS-LABEL        TO WS-RPT-DTL-LABEL.
007850     MOVE WS-ORD-AMOUNT       TO WS-RPT-DTL-AMOUNT.
007860     MOVE FB-OMS-LAST-RUN-NBR TO WS-RPT-DTL-RUN.
007870     MOVE FB-OMS-STATUS       TO WS-RPT-DTL-STATUS.
007880     WRITE SELECT-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
007890     GO TO 5000-EXIT.
007900 5000-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940*    6000-WRITE-DELIMITED -- THE SAME ORDER AS ONE ROW OF THE
007950*    DELIMITED FILE.  BILLED AMOUNT AND FEE ARE LEFT EMPTY UNTIL
007960*    THE ORDER HAS BEEN BILLED.
007970******************************************************************
007980 6000-WRITE-DELIMITED.
007990     MOVE WS-ORD-AMOUNT TO WS-CSV-AMOUNT.
008000     MOVE 0 TO WS-CSV-BILLED-AMOUNT.
008010     MOVE 0 TO WS-CSV-BILLED-FEE.
008020     IF FB-OMS-BILLED-AMOUNT NUMERIC
008030         MOVE FB-OMS-BILLED-AMOUNT TO WS-CSV-BILLED-AMOUNT
008040     END-IF.
008050     IF FB-OMS-BILLED-FEE NUMERIC
008060         MOVE FB-OMS-BILLED-FEE TO WS-CSV-BILLED-FEE
008070     END-IF.
008080     IF FB-OMS-BILLED-RUN-NBR = SPACES
008090         MOVE SPACES TO WS-CSV-BILLED-AMOUNT-X
008100         MOVE SPACES TO WS-CSV-BILLED-FEE-X
008110     END-IF.
008120     MOVE FB-OMS-DATA TO WS-CSV-DATA.
008130     INSPECT WS-CSV-DATA REPLACING ALL WS-QUOTE BY WS-APOSTROPHE.
008140     MOVE SPACES TO WS-CSV-LINE.
008150     STRING FB-OMS-ID ","
008160         WS-QUOTE FUNCTION TRIM (FB-OMS-REGION) WS-QUOTE ","
008170         WS-QUOTE FUNCTION TRIM (FB-OMS-LABEL) WS-QUOTE ","
008180         FUNCTION TRIM (WS-CSV-AMOUNT) ","
008190         FUNCTION TRIM (FB-OMS-STATUS) ","
008200         FUNCTION TRIM (FB-OMS-LAST-RUN-NBR) ","
008210         FUNCTION TRIM (FB-OMS-LAST-RUN-ID) ","
008220         FUNCTION TRIM (FB-OMS-BILLED-RUN-NBR) ","
008230         FUNCTION TRIM (WS-CSV-BILLED-AMOUNT-X) ","
008240         FUNCTION TRIM (WS-CSV-BILLED-FEE-X) ","
008250         WS-QUOTE FUNCTION TRIM (WS-CSV-DATA) WS-QUOTE
008260         DELIMITED BY SIZE INTO WS-CSV-LINE.
008270     WRITE SELECT-CSV-RECORD FROM WS-CSV-LINE.
008280     GO TO 6000-EXIT.
008290 6000-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330*    7000-ADD-SUBTOTAL -- ADD THE ORDER TO ITS REGION/LABEL
008340*    SUBTOTAL, OPENING A NEW ENTRY IN KEY ORDER WHEN THE PAIR IS
008350*    NEW.  A FULL TABLE IS REPORTED ONCE AT THE END (RC=4).
008360******************************************************************
008370 7000-ADD-SUBTOTAL.
008380     MOVE FB-OMS-REGION TO WS-SUB-WORK-REGION.
008390     MOVE FB-OMS-LABEL  TO WS-SUB-WORK-LABEL.
008400     MOVE "N" TO WS-SUB-HIT-SW.
008410     MOVE 0 TO WS-SUB-HIT.
008420     PERFORM 7100-FIND-ONE-SUBTOTAL THRU 7100-EXIT
008430         VARYING WS-SUB-IDX FROM 1 BY 1
008440         UNTIL WS-SUB-IDX > WS-SUB-COUNT
008450            OR WS-SUB-FOUND OR WS-SUB-PLACED.
008460     IF WS-SUB-FOUND
008470         SET WS-SUB-IDX TO WS-SUB-HIT
008480         ADD 1 TO WS-SUB-ORDERS (WS-SUB-IDX)
008490         ADD WS-ORD-AMOUNT TO WS-SUB-AMOUNT (WS-SUB-IDX)
008500         GO TO 7000-EXIT
008510     END-IF.
008520     IF WS-SUB-COUNT = 200
008530         SET WS-SUB-FULL TO TRUE
008540         GO TO 7000-EXIT
008550     END-IF.
008560     IF NOT WS-SUB-PLACED
008570         COMPUTE WS-SUB-HIT = WS-SUB-COUNT + 1
008580     END-IF.
008590*    OPEN A GAP AT THE NEW ENTRY'S PLACE BY MOVING EVERY LATER
008600*    ENTRY DOWN ONE, LAST FIRST.
008610     ADD 1 TO WS-SUB-COUNT.
008620     PERFORM 7200-SHIFT-ONE-SUBTOTAL THRU 7200-EXIT
008630         VARYING WS-SUB-IDX FROM WS-SUB-COUNT BY -1
008640         UNTIL WS-SUB-IDX NOT > WS-SUB-HIT.
008650     SET WS-SUB-IDX TO WS-SUB-HIT.
008660     MOVE WS-SUB-WORK-KEY TO WS-SUB-KEY (WS-SUB-IDX).
008670     MOVE 1 TO WS-SUB-ORDERS (WS-SUB-IDX).
008680     MOVE WS-ORD-AMOUNT TO WS-SUB-AMOUNT (WS-SUB-IDX).
008690     GO TO 7000-EXIT.
008700 7000-EXIT.
008710     EXIT.
008720
008730 7100-FIND-ONE-SUBTOTAL.
008740     IF WS-SUB-KEY (WS-SUB-IDX) = WS-SUB-WORK-KEY
008750         SET WS-SUB-FOUND TO TRUE
008760         SET WS-SUB-HIT TO WS-SUB-IDX
008770         GO TO 7100-EXIT
008780     END-IF.
008790     IF WS-SUB-KEY (WS-SUB-IDX) > WS-SUB-WORK-KEY
008800         SET WS-SUB-PLACED TO TRUE
008810         SET WS-SUB-HIT TO WS-SUB-IDX
008820     END-IF.
008830     GO TO 7100-EXIT.
008840 7100-EXIT.
008850     EXIT.
008860
008870 7200-SHIFT-ONE-SUBTOTAL.
008880     SET WS-SUB-FROM TO WS-SUB-IDX.
008890     SET WS-SUB-FROM DOWN BY 1.
008900     MOVE WS-SUB-ENTRY (WS-SUB-FROM) TO WS-SUB-ENTRY (WS-SUB-IDX).
008910     GO TO 7200-EXIT.
008920 7200-EXIT.
008930     EXIT.
008940
008950******************************************************************
008960*    8000-PRINT-SUBTOTALS -- THE REGION/LABEL SUBTOTALS, A TOTAL
008970*    AFTER EACH REGION, AND THE SELECTION TOTAL.
008980******************************************************************
008990 8000-PRINT-SUBTOTALS.
009000     MOVE SPACES TO SELECT-RPT-RECORD.
009010     WRITE SELECT-RPT-RECORD.
009020     IF WS-SELECT-COUNT = 0
009030         MOVE "NO ORDERS MATCH THE SELECTION" TO WS-RPT-MSG-TEXT
009040         WRITE SELECT-RPT-RECORD FROM WS-RPT-MSG-LINE
009050         MOVE 4 TO RETURN-CODE
009060         GO TO 8000-EXIT
009070     END-IF.
009080     WRITE SELECT-RPT-RECORD FROM WS-RPT-SUB-HEADING.
009090     MOVE SPACES TO WS-BRK-REGION.
009100     MOVE 0 TO WS-BRK-ORDERS.
009110     MOVE 0 TO WS-BRK-AMOUNT.
009120     PERFORM 8100-PRINT-ONE-SUBTOTAL THRU 8100-EXIT
009130         VARYING WS-SUB-IDX FROM 1 BY 1
009140         UNTIL WS-SUB-IDX > WS-SUB-COUNT.
009150     PERFORM 8200-PRINT-REGION-TOTAL THRU 8200-EXIT.
009160     MOVE SPACES TO SELECT-RPT-RECORD.
009170     WRITE SELECT-RPT-RECORD.
009180     MOVE "ALL"                     TO WS-RPT-SUB-REGION.
009190     MOVE "** SELECTION TOTAL **"   TO WS-RPT-SUB-LABEL.
009200     MOVE WS-SELECT-COUNT           TO WS-RPT-SUB-ORDERS.
009210     MOVE WS-SELECT-AMT             TO WS-RPT-SUB-AMOUNT.
009220     WRITE SELECT-RPT-RECORD FROM WS-RPT-SUB-LINE.
009230     MOVE WS-READ-COUNT TO WS-RPT-WORK-COUNT.
009240     MOVE SPACES TO WS-RPT-MSG-TEXT.
009250     STRING "ORDERS READ " WS-RPT-WORK-COUNT
009260         DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT.
009270     WRITE SELECT-RPT-RECORD FROM WS-RPT-MSG-LINE.
009280     IF WS-SUB-FULL
009290         MOVE "OVER 200 REGION/LABEL PAIRS -- TOTALS INCOMPLETE"
009300             TO WS-RPT-MSG-TEXT
009310         WRITE SELECT-RPT-RECORD FROM WS-RPT-MSG-LINE
009320         MOVE 4 TO RETURN-CODE
009330     END-IF.
009340     GO TO 8000-EXIT.
009350 8000-EXIT.
009360     EXIT.
009370
009380 8100-PRINT-ONE-SUBTOTAL.
009390     IF WS-SUB-REGION (WS-SUB-IDX) NOT = WS-BRK-REGION
009400        AND WS-SUB-IDX > 1
009410         PERFORM 8200-PRINT-REGION-TOTAL THRU 8200-EXIT
009420     END-IF.
009430     MOVE WS-SUB-REGION (WS-SUB-IDX) TO WS-BRK-REGION.
009440     ADD WS-SUB-ORDERS (WS-SUB-IDX) TO WS-BRK-ORDERS.
009450     ADD WS-SUB-AMOUNT (WS-SUB-IDX) TO WS-BRK-AMOUNT.
009460     MOVE WS-SUB-REGION (WS-SUB-IDX) TO WS-RPT-SUB-REGION.
009470     MOVE WS-SUB-LABEL (WS-SUB-IDX)  TO WS-RPT-SUB-LABEL.
009480     MOVE WS-SUB-ORDERS (WS-SUB-IDX) TO WS-RPT-SUB-ORDERS.
009490     MOVE WS-SUB-AMOUNT (WS-SUB-IDX) TO WS-RPT-SUB-AMOUNT.
009500     WRITE SELECT-RPT-RECORD FROM WS-RPT-SUB-LINE.
009510     GO TO 8100-EXIT.
009520 8100-EXIT.
009530     EXIT.
009540
009550 8200-PRINT-REGION-TOTAL.
009560     MOVE WS-BRK-REGION             TO WS-RPT-SUB-REGION.
009570     MOVE "** REGION TOTAL **"      TO WS-RPT-SUB-LABEL.
009580     MOVE WS-BRK-ORDERS             TO WS-RPT-SUB-ORDERS.
009590     MOVE WS-BRK-AMOUNT             TO WS-RPT-SUB-AMOUNT.
009600     WRITE SELECT-RPT-RECORD FROM WS-RPT-SUB-LINE.
009610     MOVE SPACES TO SELECT-RPT-RECORD.
009620     WRITE SELECT-RPT-RECORD.
009630     MOVE 0 TO WS-BRK-ORDERS.
009640     MOVE 0 TO WS-BRK-AMOUNT.
009650     GO TO 8200-EXIT.
009660 8200-EXIT.
009670     EXIT.
009680
009690******************************************************************
009700*    9000-TERMINATE -- CLOSE THE FILES.
009710******************************************************************
009720 9000-TERMINATE.
009730     CLOSE ORDER-MASTER.
009740     CLOSE SELECT-CSV.
009750     CLOSE SELECT-RPT.
009760     GO TO 9000-EXIT.
009770 9000-EXIT.
009780     EXIT.
