000010 IDENTIFICATION  DIVISION.
000020 PROGRAM-ID.     FIZZSTM.
000030 AUTHOR.         J R MERCER.
000040 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MOD HISTORY:
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ---------------------------------------
000110*    2026-10-15  JRM  ORIGINAL PROGRAM.  MONTH-END CUSTOMER
000120*                     STATEMENTS, RUN AFTER FIZZCLS HAS CLOSED
000130*                     THE PERIOD.  TAKES THE PERIOD'S RUN-NUMBER
000140*                     RANGE FROM ITS PERIODS RECORD AND PRINTS,
000150*                     FOR EVERY ACCOUNT ON THE CUSTOMER MASTER
000160*                     (CUSTMAST), THE ORDERS STAMPED IN THE
000170*                     PERIOD -- LABEL, STATUS, ORDER AMOUNT AND
000180*                     WHAT WAS BILLED -- AND THE CANCELLATION
000183*                     CREDITS THE PERIOD ISSUED, WITH ACCOUNT
000186*                     TOTALS NET OF THE CREDITS.
000190*                     AN ACTIVE ACCOUNT WITH NO ORDERS STILL GETS
000200*                     A STATEMENT; A CLOSED ONE ONLY WHEN IT HAD
000210*                     ORDERS.  ORDERS WHOSE ACCOUNT IS BLANK OR
000220*                     NOT ON FILE ARE LISTED AS EXCEPTIONS.  A
000230*                     CONTROL PAGE TIES THE STATEMENTS AND
000240*                     EXCEPTIONS TO THE TOTALS FIZZCLS RECORDED
000250*                     FOR THE CLOSE.
000260******************************************************************
000270
000280 ENVIRONMENT     DIVISION.
000290 CONFIGURATION   SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320
000330 INPUT-OUTPUT    SECTION.
000340 FILE-CONTROL.
000350     SELECT PERIOD-FILE
000360         ASSIGN TO "PERIODS"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PER-FILE-STATUS.
000390
000400     SELECT ORDER-MASTER
000410         ASSIGN TO "ORDMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS ORDER-MASTER-KEY
000450         FILE STATUS IS WS-OMS-FILE-STATUS.
000460
000470     SELECT CUSTOMER-MASTER
000480         ASSIGN TO "CUSTMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS CUSTOMER-MASTER-KEY
000520         FILE STATUS IS WS-CUS-FILE-STATUS.
000530
000540     SELECT STATEMENT-RPT
000550         ASSIGN TO "STMTRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-FILE-STATUS.
000580
000590 DATA            DIVISION.
000600 FILE            SECTION.
000610 FD  PERIOD-FILE
000620     RECORDING MODE IS F.
000630 01  PERIOD-FILE-RECORD            PIC X(80).
000640
000650 FD  ORDER-MASTER.
000660 01  ORDER-MASTER-RECORD.
000670     05  ORDER-MASTER-KEY          PIC 9(05).
000680     05  FILLER                    PIC X(136).
000690
000700 FD  CUSTOMER-MASTER.
000710 01  CUSTOMER-MASTER-RECORD.
000720     05  CUSTOMER-MASTER-KEY       PIC X(08).
000730     05  FILLER                    PIC X(152).
000740
000750 FD  STATEMENT-RPT
000760     RECORDING MODE IS F.
000770 01  STATEMENT-RPT-RECORD          PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000800******************************************************************
000810*    RECORD LAYOUTS SHARED WITH FIZZCLS AND FIZZLOD.
000820******************************************************************
000830 COPY FBPERREC.
000840 COPY FBORDMST.
000850 COPY FBCUSREC.
000860
000870******************************************************************
000880*    SWITCHES AND FILE STATUS FIELDS
000890******************************************************************
000900 01  WS-PER-FILE-STATUS            PIC X(02) VALUE "00".
000910     88  WS-PER-FILE-OK            VALUE "00".
000920     88  WS-PER-FILE-NOT-FOUND     VALUE "35".
000930     88  WS-PER-FILE-AT-EOF        VALUE "10".
000940
000950 01  WS-OMS-FILE-STATUS            PIC X(02) VALUE "00".
000960     88  WS-OMS-FILE-OK            VALUE "00".
000970     88  WS-OMS-FILE-AT-EOF        VALUE "10".
000980
000990 01  WS-CUS-FILE-STATUS            PIC X(02) VALUE "00".
001000     88  WS-CUS-FILE-OK            VALUE "00".
001010     88  WS-CUS-FILE-AT-EOF        VALUE "10".
001020
001030 01  WS-RPT-FILE-STATUS            PIC X(02) VALUE "00".
001040     88  WS-RPT-FILE-OK            VALUE "00".
001050
001060 01  WS-SWITCHES.
001070     05  WS-PERIOD-FOUND-SW        PIC X(01) VALUE "N".
001080         88  WS-PERIOD-FOUND       VALUE "Y".
001090     05  WS-CLOSE-TOTALS-SW        PIC X(01) VALUE "N".
001100         88  WS-CLOSE-HAS-TOTALS   VALUE "Y".
001102     05  WS-OMS-STAMPED-SW         PIC X(01) VALUE "N".
001104         88  WS-OMS-STAMPED        VALUE "Y".
001106     05  WS-OMS-CREDITED-SW        PIC X(01) VALUE "N".
001108         88  WS-OMS-CREDITED       VALUE "Y".
001110
001120******************************************************************
001130*    PERIOD CONTROL FIELDS.  THE PERIOD ARRIVES AS YYYYMM IN
001140*    THE JCL PARM; THE RUN-NUMBER RANGE AND THE CLOSE TOTALS
001150*    COME FROM ITS CLOSED RECORD ON THE PERIODS FILE.
001160******************************************************************
001170 77  WS-STM-PERIOD                 PIC 9(06) VALUE 0.
001180 77  WS-FIRST-RUN-NBR              PIC 9(06) VALUE 0.
001190 77  WS-LAST-RUN-NBR               PIC 9(06) VALUE 0.
001200 77  WS-CLS-ORDER-CNT              PIC 9(07) VALUE 0.
001210 77  WS-CLS-ORDER-AMT              PIC 9(11)V99 VALUE 0.
001220 77  WS-CLS-NET-BILLED-AMT         PIC S9(11)V99 VALUE 0.
001230 01  WS-TODAY-DATE                 PIC 9(08) VALUE 0.
001240
001250******************************************************************
001260*    PERIOD ORDER TABLE.  EVERY MASTER RECORD STAMPED OR
001268*    CREDITED BY THE PERIOD'S RUNS -- THE SAME RECORDS FIZZCLS
001276*    TOTALS -- IS HELD HERE IN ORDER-ID SEQUENCE AND PICKED OUT
001284*    ACCOUNT BY ACCOUNT AS THE CUSTOMER MASTER IS READ.  AN
001292*    ENTRY NOT PICKED UP BY ANY ACCOUNT IS AN EXCEPTION.  A
001300*    PERIOD WITH MORE ORDERS THAN THE TABLE HOLDS IS REFUSED,
001308*    NOT PRINTED SHORT.
001320******************************************************************
001330 01  WS-ORDER-TABLE.
001340     05  WS-STO-COUNT              PIC 9(05) COMP VALUE 0.
001350     05  WS-STO-MAX                PIC 9(05) COMP VALUE 5000.
001360     05  WS-STO-ENTRY OCCURS 5000 TIMES
001370             INDEXED BY WS-STO-IDX.
001380         10  WS-STO-ACCOUNT        PIC X(08).
001390         10  WS-STO-ID             PIC 9(05).
001400         10  WS-STO-LABEL          PIC X(30).
001410         10  WS-STO-STATUS         PIC X(01).
001420         10  WS-STO-AMOUNT         PIC 9(07)V99.
001430         10  WS-STO-BILLED         PIC 9(09)V99.
001431         10  WS-STO-CREDIT         PIC 9(07)V99.
001432         10  WS-STO-STAMPED-SW     PIC X(01).
001433             88  WS-STO-STAMPED    VALUE "Y".
001434         10  WS-STO-CREDITED-SW    PIC X(01).
001435             88  WS-STO-CREDITED   VALUE "Y".
001440         10  WS-STO-PRINTED-SW     PIC X(01).
001450             88  WS-STO-PRINTED    VALUE "Y".
001460 01  WS-STO-STATUS-WORK            PIC X(01) VALUE SPACE.
001470     88  WS-STO-ACTIVE             VALUE "A" " ".
001480     88  WS-STO-RELEASED           VALUE "R".
001490     88  WS-STO-CANCELLED          VALUE "X".
001500     88  WS-STO-HELD               VALUE "H" "V".
001510 01  WS-STO-STATUS-TEXT            PIC X(09) VALUE SPACES.
001520 01  WS-STO-BILLED-WORK            PIC 9(09)V99 VALUE 0.
001525 01  WS-STO-CREDIT-WORK            PIC 9(07)V99 VALUE 0.
001530
001540******************************************************************
001550*    ACCOUNT AND RUN TOTALS
001560******************************************************************
001570 77  WS-ACC-ORDER-CNT              PIC 9(05) VALUE 0.
001580 77  WS-ACC-ORDER-AMT              PIC 9(09)V99 VALUE 0.
001590 77  WS-ACC-BILLED-AMT             PIC 9(09)V99 VALUE 0.
001592 77  WS-ACC-CREDIT-AMT             PIC 9(09)V99 VALUE 0.
001594 77  WS-ACC-NET-BILLED-AMT         PIC S9(09)V99 VALUE 0.
001596 77  WS-ACC-ENTRY-CNT              PIC 9(05) VALUE 0.
001600 77  WS-CUS-READ-CNT               PIC 9(07) VALUE 0.
001610 77  WS-STMT-CNT                   PIC 9(07) VALUE 0.
001620 77  WS-STMT-NOACT-CNT             PIC 9(07) VALUE 0.
001630 77  WS-CLOSED-SKIP-CNT            PIC 9(07) VALUE 0.
001640 77  WS-STM-ORDER-CNT              PIC 9(07) VALUE 0.
001650 77  WS-STM-ORDER-AMT              PIC 9(11)V99 VALUE 0.
001660 77  WS-STM-BILLED-AMT             PIC 9(11)V99 VALUE 0.
001665 77  WS-STM-CREDIT-AMT             PIC 9(11)V99 VALUE 0.
001670 77  WS-EXC-ORDER-CNT              PIC 9(07) VALUE 0.
001675 77  WS-EXC-ENTRY-CNT              PIC 9(07) VALUE 0.
001680 77  WS-EXC-ORDER-AMT              PIC 9(11)V99 VALUE 0.
001690 77  WS-EXC-BILLED-AMT             PIC 9(11)V99 VALUE 0.
001693 77  WS-EXC-CREDIT-AMT             PIC 9(11)V99 VALUE 0.
001696 77  WS-EXC-NET-BILLED-AMT         PIC S9(11)V99 VALUE 0.
001700 77  WS-ALL-ORDER-CNT              PIC 9(07) VALUE 0.
001710 77  WS-ALL-ORDER-AMT              PIC 9(11)V99 VALUE 0.
001720 77  WS-ALL-BILLED-AMT             PIC 9(11)V99 VALUE 0.
001723 77  WS-ALL-CREDIT-AMT             PIC 9(11)V99 VALUE 0.
001726 77  WS-ALL-NET-BILLED-AMT         PIC S9(11)V99 VALUE 0.
001730
001740******************************************************************
001750*    STATEMENT LINE LAYOUTS.  EVERY STATEMENT OPENS WITH A RULE
001760*    AND THE HEADING SO THE PRINT ROOM CAN SPLIT THEM.
001770******************************************************************
001780 01  WS-RPT-RULE-LINE              PIC X(80) VALUE ALL "=".
001790
001800 01  WS-RPT-HEADING-1.
001810     05  FILLER                    PIC X(01) VALUE SPACE.
001820     05  FILLER                    PIC X(38)
001830             VALUE "FIZZSTM -- CUSTOMER STATEMENT".
001840     05  FILLER                    PIC X(08)
001850             VALUE "PERIOD: ".
001860     05  WS-RPT-H1-PERIOD          PIC 9(06).
001870     05  FILLER                    PIC X(10)
001880             VALUE "  PRINTED ".
001890     05  WS-RPT-H1-DATE            PIC 9(08).
001900     05  FILLER                    PIC X(09) VALUE SPACES.
001910
001920 01  WS-RPT-ACCT-LINE.
001930     05  FILLER                    PIC X(01) VALUE SPACE.
001940     05  FILLER                    PIC X(10) VALUE "ACCOUNT: ".
001950     05  WS-RPT-ACCT-NBR           PIC X(08).
001960     05  FILLER                    PIC X(10)
001970             VALUE "  REGION: ".
001980     05  WS-RPT-ACCT-REGION        PIC X(03).
001990     05  FILLER                    PIC X(10)
002000             VALUE "  STATUS: ".
002010     05  WS-RPT-ACCT-STATUS        PIC X(06).
002020     05  FILLER                    PIC X(32) VALUE SPACES.
002030
002040 01  WS-RPT-ADDR-LINE.
002050     05  FILLER                    PIC X(05) VALUE SPACES.
002060     05  WS-RPT-ADDR-TEXT          PIC X(60).
002070     05  FILLER                    PIC X(15) VALUE SPACES.
002080
002090 01  WS-RPT-COL-HEADING.
002100     05  FILLER                    PIC X(01) VALUE SPACE.
002110     05  FILLER                    PIC X(07) VALUE "ORDER".
002120     05  FILLER                    PIC X(26) VALUE "LABEL".
002130     05  FILLER                    PIC X(11) VALUE "STATUS".
002140     05  FILLER                    PIC X(13)
002150             VALUE " ORDER AMOUNT".
002160     05  FILLER                    PIC X(02) VALUE SPACES.
002170     05  FILLER                    PIC X(13)
002180             VALUE "BILLED W/ FEE".
002190     05  FILLER                    PIC X(07) VALUE SPACES.
002200
002210 01  WS-RPT-DETAIL-LINE.
002220     05  FILLER                    PIC X(01) VALUE SPACE.
002230     05  WS-RPT-DTL-ID             PIC 9(05).
002240     05  FILLER                    PIC X(02) VALUE SPACES.
002250     05  WS-RPT-DTL-LABEL          PIC X(24).
002260     05  FILLER                    PIC X(02) VALUE SPACES.
002270     05  WS-RPT-DTL-STATUS         PIC X(09).
002280     05  FILLER                    PIC X(02) VALUE SPACES.
002290     05  WS-RPT-DTL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
002300     05  FILLER                    PIC X(02) VALUE SPACES.
002310     05  WS-RPT-DTL-BILLED         PIC ZZ,ZZZ,ZZ9.99.
002320     05  FILLER                    PIC X(07) VALUE SPACES.
002330
002331 01  WS-RPT-CREDIT-LINE.
002332     05  FILLER                    PIC X(01) VALUE SPACE.
002333     05  WS-RPT-CRD-ID             PIC 9(05).
002334     05  FILLER                    PIC X(02) VALUE SPACES.
002335     05  WS-RPT-CRD-LABEL          PIC X(24).
002336     05  FILLER                    PIC X(02) VALUE SPACES.
002337     05  FILLER                    PIC X(24) VALUE "CREDIT".
002338     05  WS-RPT-CRD-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
002339     05  FILLER                    PIC X(06) VALUE SPACES.
002340
002341 01  WS-RPT-EXC-HEADING.
002350     05  FILLER                    PIC X(01) VALUE SPACE.
002360     05  FILLER                    PIC X(07) VALUE "ORDER".
002370     05  FILLER                    PIC X(10) VALUE "ACCOUNT".
002380     05  FILLER                    PIC X(16) VALUE "LABEL".
002390     05  FILLER                    PIC X(11) VALUE "STATUS".
002400     05  FILLER                    PIC X(13)
002410             VALUE " ORDER AMOUNT".
002420     05  FILLER                    PIC X(02) VALUE SPACES.
002430     05  FILLER                    PIC X(13)
002440             VALUE "BILLED W/ FEE".
002450     05  FILLER                    PIC X(07) VALUE SPACES.
002460
002470 01  WS-RPT-EXC-LINE.
002480     05  FILLER                    PIC X(01) VALUE SPACE.
002490     05  WS-RPT-EXC-ID             PIC 9(05).
002500     05  FILLER                    PIC X(02) VALUE SPACES.
002510     05  WS-RPT-EXC-ACCOUNT        PIC X(08).
002520     05  FILLER                    PIC X(02) VALUE SPACES.
002530     05  WS-RPT-EXC-LABEL          PIC X(14).
002540     05  FILLER                    PIC X(02) VALUE SPACES.
002550     05  WS-RPT-EXC-STATUS         PIC X(09).
002560     05  FILLER                    PIC X(02) VALUE SPACES.
002570     05  WS-RPT-EXC-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
002580     05  FILLER                    PIC X(02) VALUE SPACES.
002590     05  WS-RPT-EXC-BILLED         PIC ZZ,ZZZ,ZZ9.99.
002600     05  FILLER                    PIC X(07) VALUE SPACES.
002610
002611 01  WS-RPT-EXC-CREDIT-LINE.
002612     05  FILLER                    PIC X(01) VALUE SPACE.
002613     05  WS-RPT-EXC-CRD-ID         PIC 9(05).
002614     05  FILLER                    PIC X(02) VALUE SPACES.
002615     05  WS-RPT-EXC-CRD-ACCOUNT    PIC X(08).
002616     05  FILLER                    PIC X(02) VALUE SPACES.
002617     05  WS-RPT-EXC-CRD-LABEL      PIC X(14).
002618     05  FILLER                    PIC X(02) VALUE SPACES.
002619     05  FILLER                    PIC X(24) VALUE "CREDIT".
002620     05  WS-RPT-EXC-CRD-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
002621     05  FILLER                    PIC X(06) VALUE SPACES.
002622
002623 01  WS-RPT-TOTAL-LINE.
002630     05  FILLER                    PIC X(01) VALUE SPACE.
002640     05  WS-RPT-TOT-LIT            PIC X(18).
002650     05  WS-RPT-TOT-CNT            PIC ZZ,ZZ9.
002660     05  FILLER                    PIC X(19) VALUE " ORDERS".
002670     05  WS-RPT-TOT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
002680     05  FILLER                    PIC X(01) VALUE SPACE.
002690     05  WS-RPT-TOT-BILLED         PIC ZZZ,ZZZ,ZZ9.99-.
002700     05  FILLER                    PIC X(06) VALUE SPACES.
002710
002720 01  WS-RPT-COUNT-LINE.
002730     05  FILLER                    PIC X(01) VALUE SPACE.
002740     05  WS-RPT-CNT-LIT            PIC X(36).
002750     05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
002760     05  FILLER                    PIC X(32) VALUE SPACES.
002770
002780 01  WS-RPT-AMOUNT-LINE.
002790     05  FILLER                    PIC X(01) VALUE SPACE.
002800     05  WS-RPT-AMT-LIT            PIC X(36).
002810     05  WS-RPT-AMT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002820     05  FILLER                    PIC X(25) VALUE SPACES.
002830
002840 01  WS-RPT-MSG-LINE.
002850     05  FILLER                    PIC X(01) VALUE SPACE.
002860     05  WS-RPT-MSG-TEXT           PIC X(79).
002870
002880 LINKAGE         SECTION.
002890 01  PARM-AREA.
002900     05  PARM-LEN                  PIC S9(04) COMP.
002910     05  PARM-DATA                 PIC X(06).
002920
002930 PROCEDURE       DIVISION USING PARM-AREA.
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     PERFORM 2000-LOAD-PERIOD-ORDERS THRU 2000-EXIT.
002970     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT.
002980     PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT.
002990     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
003000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003010     STOP RUN.
003020
003030******************************************************************
003040*    1000-INITIALIZE -- OPEN THE STATEMENT FILE, PICK UP THE
003050*    PERIOD FROM THE JCL PARM, AND FIND ITS CLOSED RECORD ON
003060*    THE PERIODS FILE.  STATEMENTS ARE ONLY EVER PRINTED FOR A
003070*    CLOSED PERIOD, SO THEY CANNOT DRIFT FROM THE CLOSE.
003080******************************************************************
003090 1000-INITIALIZE.
003100     OPEN OUTPUT STATEMENT-RPT.
003110     IF NOT WS-RPT-FILE-OK
003120         DISPLAY "FIZZSTM: STATEMENT FILE OPEN FAILED -- ABORTED"
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF.
003160     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003170     IF PARM-LEN > 0 AND PARM-DATA NUMERIC
003180         MOVE PARM-DATA TO WS-STM-PERIOD
003190     ELSE
003200         MOVE "NO PERIOD (YYYYMM) IN PARM -- NOTHING PRINTED"
003210             TO WS-RPT-MSG-TEXT
003220         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
003230     END-IF.
003240     OPEN INPUT PERIOD-FILE.
003250     IF WS-PER-FILE-NOT-FOUND
003260         MOVE "NO PERIODS FILE -- NO PERIOD HAS BEEN CLOSED"
003270             TO WS-RPT-MSG-TEXT
003280         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
003290     END-IF.
003300     IF NOT WS-PER-FILE-OK
003310         MOVE "PERIODS FILE OPEN FAILED -- NOTHING PRINTED"
003320             TO WS-RPT-MSG-TEXT
003330         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
003340     END-IF.
003350     PERFORM 1100-CHECK-ONE-PERIOD THRU 1100-EXIT
003360         UNTIL WS-PER-FILE-AT-EOF.
003370     CLOSE PERIOD-FILE.
003380     IF NOT WS-PERIOD-FOUND
003390         MOVE "PERIOD IS NOT CLOSED -- RUN FIZZCLS FIRST"
003400             TO WS-RPT-MSG-TEXT
003410         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
003420     END-IF.
003430     GO TO 1000-EXIT.
003440 1000-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*    1100-CHECK-ONE-PERIOD -- THE LATEST CLOSED RECORD FOR THE
003490*    PERIOD WINS.  A CLOSE RECORDED BEFORE THE PERIODS FILE
003500*    CARRIED ORDER TOTALS GIVES THE RUN RANGE BUT NOTHING TO
003510*    TIE TO.
003520******************************************************************
003530 1100-CHECK-ONE-PERIOD.
003540     READ PERIOD-FILE INTO FB-PERIOD-RECORD
003550         AT END
003560             SET WS-PER-FILE-AT-EOF TO TRUE
003570             GO TO 1100-EXIT
003580     END-READ.
003590     IF FB-PER-PERIOD NOT NUMERIC
003600         GO TO 1100-EXIT
003610     END-IF.
003620     IF FB-PER-PERIOD NOT = WS-STM-PERIOD
003630        OR NOT FB-PER-CLOSED
003640         GO TO 1100-EXIT
003650     END-IF.
003660     SET WS-PERIOD-FOUND TO TRUE.
003670     MOVE FB-PER-FIRST-RUN TO WS-FIRST-RUN-NBR.
003680     MOVE FB-PER-LAST-RUN  TO WS-LAST-RUN-NBR.
003690     IF FB-PER-ORDER-CNT NUMERIC
003700        AND FB-PER-ORDER-AMT NUMERIC
003710        AND FB-PER-NET-BILLED-AMT NUMERIC
003720         SET WS-CLOSE-HAS-TOTALS TO TRUE
003730         MOVE FB-PER-ORDER-CNT  TO WS-CLS-ORDER-CNT
003740         MOVE FB-PER-ORDER-AMT  TO WS-CLS-ORDER-AMT
003750         MOVE FB-PER-NET-BILLED-AMT TO WS-CLS-NET-BILLED-AMT
003760     ELSE
003770         MOVE "N" TO WS-CLOSE-TOTALS-SW
003780     END-IF.
003790     GO TO 1100-EXIT.
003800 1100-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840*    2000-LOAD-PERIOD-ORDERS -- READ THE ORDER MASTER THROUGH
003850*    AND TABLE EVERY RECORD STAMPED OR CREDITED BY THE PERIOD'S
003855*    RUNS.
003860******************************************************************
003870 2000-LOAD-PERIOD-ORDERS.
003880     OPEN INPUT ORDER-MASTER.
003890     IF NOT WS-OMS-FILE-OK
003900         MOVE "ORDER MASTER (ORDMAST) COULD NOT BE OPENED"
003910             TO WS-RPT-MSG-TEXT
003920         WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE
003930         DISPLAY "FIZZSTM: " WS-RPT-MSG-TEXT
003940         CLOSE STATEMENT-RPT
003950         MOVE 12 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     PERFORM 2100-LOAD-ONE-ORDER THRU 2100-EXIT
003990         UNTIL WS-OMS-FILE-AT-EOF.
004000     CLOSE ORDER-MASTER.
004010     GO TO 2000-EXIT.
004020 2000-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060*    2100-LOAD-ONE-ORDER -- THE SCOPE IS FIZZCLS'S: A NUMERIC
004070*    LAST-RUN STAMP OR CREDIT STAMP INSIDE THE PERIOD'S RANGE.
004073*    ONLY THE LAST-RUN STAMP MAKES IT ONE OF THE PERIOD'S
004076*    ORDERS.  WHAT WAS BILLED IS THE BILLED AMOUNT PLUS THE
004079*    LABEL FEE WHEN THE BILLING RUN FALLS IN THE RANGE.  THE
004082*    CREDIT IS WHAT FIZZBUZZ PUT ON THE CREDIT RECORD: THE
004085*    AMOUNT BILLED, OR THE ORDER AMOUNT FOR A RECORD BILLED
004088*    BEFORE THE BILLED STAMP EXISTED -- NEVER THE FEE.  THESE
004091*    ARE THE RULES FIZZCLS TOTALS BY.
004100******************************************************************
004110 2100-LOAD-ONE-ORDER.
004120     READ ORDER-MASTER NEXT RECORD
004130         INTO FB-ORDER-MASTER-RECORD
004140         AT END
004150             SET WS-OMS-FILE-AT-EOF TO TRUE
004160             GO TO 2100-EXIT
004170     END-READ.
004174     MOVE "N" TO WS-OMS-STAMPED-SW.
004178     MOVE "N" TO WS-OMS-CREDITED-SW.
004182     IF FB-OMS-LAST-RUN-NBR NUMERIC
004186        AND FB-OMS-LAST-RUN-NBR NOT < WS-FIRST-RUN-NBR
004190        AND FB-OMS-LAST-RUN-NBR NOT > WS-LAST-RUN-NBR
004194         SET WS-OMS-STAMPED TO TRUE
004198     END-IF.
004202     IF FB-OMS-CREDIT-RUN-NBR NUMERIC
004206        AND FB-OMS-CREDIT-RUN-NBR NOT < WS-FIRST-RUN-NBR
004210        AND FB-OMS-CREDIT-RUN-NBR NOT > WS-LAST-RUN-NBR
004214         SET WS-OMS-CREDITED TO TRUE
004218     END-IF.
004222     IF NOT WS-OMS-STAMPED
004226        AND NOT WS-OMS-CREDITED
004230         GO TO 2100-EXIT
004234     END-IF.
004250     IF WS-STO-COUNT = WS-STO-MAX
004260         CLOSE ORDER-MASTER
004270         MOVE "OVER 5000 ORDERS IN THE PERIOD -- NOTHING PRINTED"
004280             TO WS-RPT-MSG-TEXT
004290         PERFORM 2900-REFUSE-RUN THRU 2900-EXIT
004300     END-IF.
004310     ADD 1 TO WS-STO-COUNT.
004320     SET WS-STO-IDX TO WS-STO-COUNT.
004330     MOVE FB-OMS-ACCOUNT TO WS-STO-ACCOUNT (WS-STO-IDX).
004340     MOVE FB-OMS-ID      TO WS-STO-ID (WS-STO-IDX).
004350     MOVE FB-OMS-LABEL   TO WS-STO-LABEL (WS-STO-IDX).
004360     MOVE FB-OMS-STATUS  TO WS-STO-STATUS (WS-STO-IDX).
004370     MOVE "N"            TO WS-STO-PRINTED-SW (WS-STO-IDX).
004373     MOVE WS-OMS-STAMPED-SW  TO WS-STO-STAMPED-SW (WS-STO-IDX).
004376     MOVE WS-OMS-CREDITED-SW TO WS-STO-CREDITED-SW (WS-STO-IDX).
004380     IF FB-OMS-AMOUNT NUMERIC
004390         MOVE FB-OMS-AMOUNT TO WS-STO-AMOUNT (WS-STO-IDX)
004400     ELSE
004410         MOVE 0 TO WS-STO-AMOUNT (WS-STO-IDX)
004420     END-IF.
004430     MOVE 0 TO WS-STO-BILLED-WORK.
004440     IF FB-OMS-BILLED-RUN-NBR NUMERIC
004450         IF FB-OMS-BILLED-RUN-NBR NOT < WS-FIRST-RUN-NBR
004460            AND FB-OMS-BILLED-RUN-NBR NOT > WS-LAST-RUN-NBR
004470             IF FB-OMS-BILLED-AMOUNT NUMERIC
004480                 ADD FB-OMS-BILLED-AMOUNT TO WS-STO-BILLED-WORK
004490             END-IF
004500             IF FB-OMS-BILLED-FEE NUMERIC
004510                 ADD FB-OMS-BILLED-FEE TO WS-STO-BILLED-WORK
004520             END-IF
004530         END-IF
004540     END-IF.
004550     MOVE WS-STO-BILLED-WORK TO WS-STO-BILLED (WS-STO-IDX).
004551     MOVE 0 TO WS-STO-CREDIT-WORK.
004552     IF WS-OMS-CREDITED
004553         IF FB-OMS-BILLED-RUN-NBR NOT = SPACES
004554             IF FB-OMS-BILLED-AMOUNT NUMERIC
004555                 MOVE FB-OMS-BILLED-AMOUNT TO WS-STO-CREDIT-WORK
004556             END-IF
004557         ELSE
004558             IF FB-OMS-AMOUNT NUMERIC
004559                 MOVE FB-OMS-AMOUNT TO WS-STO-CREDIT-WORK
004560             END-IF
004561         END-IF
004562     END-IF.
004563     MOVE WS-STO-CREDIT-WORK TO WS-STO-CREDIT (WS-STO-IDX).
004564     GO TO 2100-EXIT.
004570 2100-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610*    2900-REFUSE-RUN -- THE STATEMENTS CANNOT BE PRINTED: SAY
004620*    WHY AND END (RC=8).
004630******************************************************************
004640 2900-REFUSE-RUN.
004650     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE.
004660     DISPLAY "FIZZSTM: " WS-RPT-MSG-TEXT.
004670     CLOSE STATEMENT-RPT.
004680     MOVE 8 TO RETURN-CODE.
004690     STOP RUN.
004700 2900-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*    3000-PRINT-STATEMENTS -- READ THE CUSTOMER MASTER IN
004750*    ACCOUNT ORDER AND PRINT EACH ACCOUNT'S STATEMENT.
004760******************************************************************
004770 3000-PRINT-STATEMENTS.
004780     OPEN INPUT CUSTOMER-MASTER.
004790     IF NOT WS-CUS-FILE-OK
004800         MOVE "CUSTOMER MASTER (CUSTMAST) COULD NOT BE OPENED"
004810             TO WS-RPT-MSG-TEXT
004820         WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE
004830         DISPLAY "FIZZSTM: " WS-RPT-MSG-TEXT
004840         CLOSE STATEMENT-RPT
004850         MOVE 12 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880     PERFORM 3100-STATEMENT-ONE-CUSTOMER THRU 3100-EXIT
004890         UNTIL WS-CUS-FILE-AT-EOF.
004900     CLOSE CUSTOMER-MASTER.
004910     GO TO 3000-EXIT.
004920 3000-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960*    3100-STATEMENT-ONE-CUSTOMER -- TOTAL THE ACCOUNT'S ORDERS
004970*    AND CREDITS FIRST.  AN ACTIVE ACCOUNT ALWAYS GETS A
004977*    STATEMENT, EVEN WITH NOTHING ON IT; A CLOSED ACCOUNT ONLY
004984*    WHEN IT STILL HAD ORDERS OR CREDITS IN THE PERIOD.  THE
004991*    ACCOUNT TOTAL IS WHAT WAS BILLED LESS WHAT WAS CREDITED.
005000******************************************************************
005010 3100-STATEMENT-ONE-CUSTOMER.
005020     READ CUSTOMER-MASTER NEXT RECORD
005030         INTO FB-CUSTOMER-RECORD
005040         AT END
005050             SET WS-CUS-FILE-AT-EOF TO TRUE
005060             GO TO 3100-EXIT
005070     END-READ.
005080     ADD 1 TO WS-CUS-READ-CNT.
005090     MOVE 0 TO WS-ACC-ORDER-CNT.
005100     MOVE 0 TO WS-ACC-ORDER-AMT.
005110     MOVE 0 TO WS-ACC-BILLED-AMT.
005113     MOVE 0 TO WS-ACC-CREDIT-AMT.
005116     MOVE 0 TO WS-ACC-ENTRY-CNT.
005120     PERFORM 3200-TOTAL-ONE-ORDER THRU 3200-EXIT
005130         VARYING WS-STO-IDX FROM 1 BY 1
005140         UNTIL WS-STO-IDX > WS-STO-COUNT.
005143     SUBTRACT WS-ACC-CREDIT-AMT FROM WS-ACC-BILLED-AMT
005146         GIVING WS-ACC-NET-BILLED-AMT.
005150     IF WS-ACC-ENTRY-CNT = 0
005160        AND NOT FB-CUS-ACTIVE
005170         ADD 1 TO WS-CLOSED-SKIP-CNT
005180         GO TO 3100-EXIT
005190     END-IF.
005200     ADD 1 TO WS-STMT-CNT.
005210     PERFORM 3300-PRINT-STATEMENT-HEAD THRU 3300-EXIT.
005220     IF WS-ACC-ENTRY-CNT = 0
005230         ADD 1 TO WS-STMT-NOACT-CNT
005240         MOVE "NO ORDERS FOR THIS ACCOUNT IN THE PERIOD"
005250             TO WS-RPT-MSG-TEXT
005260         WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE
005270         GO TO 3100-EXIT
005280     END-IF.
005290     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COL-HEADING.
005300     PERFORM 3400-PRINT-ONE-ORDER THRU 3400-EXIT
005310         VARYING WS-STO-IDX FROM 1 BY 1
005320         UNTIL WS-STO-IDX > WS-STO-COUNT.
005330     MOVE SPACES TO STATEMENT-RPT-RECORD.
005340     WRITE STATEMENT-RPT-RECORD.
005350     MOVE "ACCOUNT TOTAL"   TO WS-RPT-TOT-LIT.
005360     MOVE WS-ACC-ORDER-CNT  TO WS-RPT-TOT-CNT.
005370     MOVE WS-ACC-ORDER-AMT  TO WS-RPT-TOT-AMOUNT.
005380     MOVE WS-ACC-NET-BILLED-AMT TO WS-RPT-TOT-BILLED.
005390     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
005400     ADD WS-ACC-ORDER-CNT  TO WS-STM-ORDER-CNT.
005410     ADD WS-ACC-ORDER-AMT  TO WS-STM-ORDER-AMT.
005420     ADD WS-ACC-BILLED-AMT TO WS-STM-BILLED-AMT.
005425     ADD WS-ACC-CREDIT-AMT TO WS-STM-CREDIT-AMT.
005430     GO TO 3100-EXIT.
005440 3100-EXIT.
005450     EXIT.
005460
005470 3200-TOTAL-ONE-ORDER.
005480     IF WS-STO-ACCOUNT (WS-STO-IDX) NOT = FB-CUS-ACCOUNT
005490         GO TO 3200-EXIT
005500     END-IF.
005503     ADD 1 TO WS-ACC-ENTRY-CNT.
005506     IF WS-STO-STAMPED (WS-STO-IDX)
005510         ADD 1 TO WS-ACC-ORDER-CNT
005520         ADD WS-STO-AMOUNT (WS-STO-IDX) TO WS-ACC-ORDER-AMT
005525     END-IF.
005530     ADD WS-STO-BILLED (WS-STO-IDX) TO WS-ACC-BILLED-AMT.
005535     ADD WS-STO-CREDIT (WS-STO-IDX) TO WS-ACC-CREDIT-AMT.
005540     GO TO 3200-EXIT.
005550 3200-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*    3300-PRINT-STATEMENT-HEAD -- RULE, HEADING, AND THE
005600*    ACCOUNT'S NAME AND BILLING ADDRESS.  A BLANK SECOND
005610*    ADDRESS LINE IS LEFT OUT.
005620******************************************************************
005630 3300-PRINT-STATEMENT-HEAD.
005640     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-RULE-LINE.
005650     MOVE WS-STM-PERIOD TO WS-RPT-H1-PERIOD.
005660     MOVE WS-TODAY-DATE TO WS-RPT-H1-DATE.
005670     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-HEADING-1.
005680     MOVE SPACES TO STATEMENT-RPT-RECORD.
005690     WRITE STATEMENT-RPT-RECORD.
005700     MOVE FB-CUS-ACCOUNT TO WS-RPT-ACCT-NBR.
005710     MOVE FB-CUS-REGION  TO WS-RPT-ACCT-REGION.
005720     IF FB-CUS-ACTIVE
005730         MOVE "ACTIVE" TO WS-RPT-ACCT-STATUS
005740     ELSE
005750         MOVE "CLOSED" TO WS-RPT-ACCT-STATUS
005760     END-IF.
005770     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-ACCT-LINE.
005780     MOVE FB-CUS-NAME TO WS-RPT-ADDR-TEXT.
005790     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-ADDR-LINE.
005800     MOVE FB-CUS-ADDR-LINE-1 TO WS-RPT-ADDR-TEXT.
005810     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-ADDR-LINE.
005820     IF FB-CUS-ADDR-LINE-2 NOT = SPACES
005830         MOVE FB-CUS-ADDR-LINE-2 TO WS-RPT-ADDR-TEXT
005840         WRITE STATEMENT-RPT-RECORD FROM WS-RPT-ADDR-LINE
005850     END-IF.
005860     MOVE SPACES TO WS-RPT-ADDR-TEXT.
005870     STRING FB-CUS-CITY DELIMITED BY "  "
005880            ", " DELIMITED BY SIZE
005890            FB-CUS-STATE DELIMITED BY SIZE
005900            "  " DELIMITED BY SIZE
005910            FB-CUS-POSTCODE DELIMITED BY SIZE
005920         INTO WS-RPT-ADDR-TEXT.
005930     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-ADDR-LINE.
005940     MOVE SPACES TO STATEMENT-RPT-RECORD.
005950     WRITE STATEMENT-RPT-RECORD.
005960     GO TO 3300-EXIT.
005970 3300-EXIT.
005980     EXIT.
005990
005991******************************************************************
005992*    3400-PRINT-ONE-ORDER -- THE ORDER LINE WHEN THE PERIOD
005993*    STAMPED IT, THEN ITS CREDIT LINE WHEN THE PERIOD CREDITED
005994*    ITS CANCELLATION.  AN ORDER STAMPED IN AN EARLIER PERIOD
005995*    AND CREDITED IN THIS ONE SHOWS ONLY THE CREDIT.
005996******************************************************************
006000 3400-PRINT-ONE-ORDER.
006010     IF WS-STO-ACCOUNT (WS-STO-IDX) NOT = FB-CUS-ACCOUNT
006020         GO TO 3400-EXIT
006030     END-IF.
006033     MOVE "Y" TO WS-STO-PRINTED-SW (WS-STO-IDX).
006036     IF WS-STO-STAMPED (WS-STO-IDX)
006040         PERFORM 3450-SET-STATUS-TEXT THRU 3450-EXIT
006050         MOVE WS-STO-ID (WS-STO-IDX)     TO WS-RPT-DTL-ID
006060         MOVE WS-STO-LABEL (WS-STO-IDX)  TO WS-RPT-DTL-LABEL
006070         MOVE WS-STO-STATUS-TEXT         TO WS-RPT-DTL-STATUS
006080         MOVE WS-STO-AMOUNT (WS-STO-IDX) TO WS-RPT-DTL-AMOUNT
006090         MOVE WS-STO-BILLED (WS-STO-IDX) TO WS-RPT-DTL-BILLED
006100         WRITE STATEMENT-RPT-RECORD FROM WS-RPT-DETAIL-LINE
006102     END-IF.
006104     IF WS-STO-CREDITED (WS-STO-IDX)
006106         MOVE WS-STO-ID (WS-STO-IDX)     TO WS-RPT-CRD-ID
006108         MOVE WS-STO-LABEL (WS-STO-IDX)  TO WS-RPT-CRD-LABEL
006110         COMPUTE WS-RPT-CRD-AMOUNT =
006112             0 - WS-STO-CREDIT (WS-STO-IDX)
006114         WRITE STATEMENT-RPT-RECORD FROM WS-RPT-CREDIT-LINE
006116     END-IF.
006120     GO TO 3400-EXIT.
006130 3400-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170*    3450-SET-STATUS-TEXT -- THE ORDER'S MASTER STATUS IN WORDS.
006180*    A RELEASED ORDER IS ALSO ACTIVE, SO IT IS TESTED FIRST.
006190******************************************************************
006200 3450-SET-STATUS-TEXT.
006210     MOVE WS-STO-STATUS (WS-STO-IDX) TO WS-STO-STATUS-WORK.
006220     EVALUATE TRUE
006230         WHEN WS-STO-RELEASED
006240             MOVE "RELEASED"  TO WS-STO-STATUS-TEXT
006250         WHEN WS-STO-ACTIVE
006260             MOVE "ACTIVE"    TO WS-STO-STATUS-TEXT
006270         WHEN WS-STO-CANCELLED
006280             MOVE "CANCELLED" TO WS-STO-STATUS-TEXT
006290         WHEN WS-STO-HELD
006300             MOVE "HELD"      TO WS-STO-STATUS-TEXT
006310         WHEN OTHER
006320             MOVE "UNKNOWN"   TO WS-STO-STATUS-TEXT
006330     END-EVALUATE.
006340     GO TO 3450-EXIT.
006350 3450-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390*    4000-PRINT-EXCEPTIONS -- PERIOD ORDERS NO STATEMENT PICKED
006400*    UP: A BLANK ACCOUNT (LOADED BEFORE THE EXTRACTS CARRIED
006410*    ONE) OR AN ACCOUNT NO LONGER ON THE CUSTOMER MASTER.  THEY
006420*    STILL COUNT TOWARD THE TIE TO THE CLOSE, CREDITS AND ALL.
006430*    ANY EXCEPTION IS AT LEAST RC=4.
006440******************************************************************
006450 4000-PRINT-EXCEPTIONS.
006460     PERFORM 4100-TOTAL-ONE-EXCEPTION THRU 4100-EXIT
006470         VARYING WS-STO-IDX FROM 1 BY 1
006480         UNTIL WS-STO-IDX > WS-STO-COUNT.
006483     SUBTRACT WS-EXC-CREDIT-AMT FROM WS-EXC-BILLED-AMT
006486         GIVING WS-EXC-NET-BILLED-AMT.
006490     IF WS-EXC-ENTRY-CNT = 0
006500         GO TO 4000-EXIT
006510     END-IF.
006520     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-RULE-LINE.
006530     MOVE WS-STM-PERIOD TO WS-RPT-H1-PERIOD.
006540     MOVE WS-TODAY-DATE TO WS-RPT-H1-DATE.
006550     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-HEADING-1.
006560     MOVE SPACES TO STATEMENT-RPT-RECORD.
006570     WRITE STATEMENT-RPT-RECORD.
006580     MOVE "EXCEPTIONS -- PERIOD ORDERS WITH NO CUSTOMER ACCOUNT"
006590         TO WS-RPT-MSG-TEXT.
006600     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE.
006610     MOVE "ON FILE.  NOT ON ANY STATEMENT -- REFER TO CUSTOMER"
006620         TO WS-RPT-MSG-TEXT.
006630     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE.
006640     MOVE "ACCOUNTS." TO WS-RPT-MSG-TEXT.
006650     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE.
006660     MOVE SPACES TO STATEMENT-RPT-RECORD.
006670     WRITE STATEMENT-RPT-RECORD.
006680     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-EXC-HEADING.
006690     PERFORM 4200-PRINT-ONE-EXCEPTION THRU 4200-EXIT
006700         VARYING WS-STO-IDX FROM 1 BY 1
006710         UNTIL WS-STO-IDX > WS-STO-COUNT.
006720     MOVE SPACES TO STATEMENT-RPT-RECORD.
006730     WRITE STATEMENT-RPT-RECORD.
006740     MOVE "EXCEPTION TOTAL"  TO WS-RPT-TOT-LIT.
006750     MOVE WS-EXC-ORDER-CNT   TO WS-RPT-TOT-CNT.
006760     MOVE WS-EXC-ORDER-AMT   TO WS-RPT-TOT-AMOUNT.
006770     MOVE WS-EXC-NET-BILLED-AMT TO WS-RPT-TOT-BILLED.
006780     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
006790     IF RETURN-CODE < 4
006800         MOVE 4 TO RETURN-CODE
006810     END-IF.
006820     GO TO 4000-EXIT.
006830 4000-EXIT.
006840     EXIT.
006850
006860 4100-TOTAL-ONE-EXCEPTION.
006870     IF WS-STO-PRINTED (WS-STO-IDX)
006880         GO TO 4100-EXIT
006890     END-IF.
006893     ADD 1 TO WS-EXC-ENTRY-CNT.
006896     IF WS-STO-STAMPED (WS-STO-IDX)
006900         ADD 1 TO WS-EXC-ORDER-CNT
006910         ADD WS-STO-AMOUNT (WS-STO-IDX) TO WS-EXC-ORDER-AMT
006915     END-IF.
006920     ADD WS-STO-BILLED (WS-STO-IDX) TO WS-EXC-BILLED-AMT.
006925     ADD WS-STO-CREDIT (WS-STO-IDX) TO WS-EXC-CREDIT-AMT.
006930     GO TO 4100-EXIT.
006940 4100-EXIT.
006950     EXIT.
006960
006970 4200-PRINT-ONE-EXCEPTION.
006980     IF WS-STO-PRINTED (WS-STO-IDX)
006990         GO TO 4200-EXIT
007000     END-IF.
007030     IF WS-STO-ACCOUNT (WS-STO-IDX) = SPACES
007040         MOVE "(NONE)" TO WS-RPT-EXC-ACCOUNT
007050     ELSE
007060         MOVE WS-STO-ACCOUNT (WS-STO-IDX) TO WS-RPT-EXC-ACCOUNT
007070     END-IF.
007072     IF WS-STO-STAMPED (WS-STO-IDX)
007074         PERFORM 3450-SET-STATUS-TEXT THRU 3450-EXIT
007076         MOVE WS-STO-ID (WS-STO-IDX)      TO WS-RPT-EXC-ID
007080         MOVE WS-STO-LABEL (WS-STO-IDX)   TO WS-RPT-EXC-LABEL
007090         MOVE WS-STO-STATUS-TEXT          TO WS-RPT-EXC-STATUS
007100         MOVE WS-STO-AMOUNT (WS-STO-IDX)  TO WS-RPT-EXC-AMOUNT
007110         MOVE WS-STO-BILLED (WS-STO-IDX)  TO WS-RPT-EXC-BILLED
007120         WRITE STATEMENT-RPT-RECORD FROM WS-RPT-EXC-LINE
007121     END-IF.
007122     IF WS-STO-CREDITED (WS-STO-IDX)
007123         MOVE WS-STO-ID (WS-STO-IDX)      TO WS-RPT-EXC-CRD-ID
007124         MOVE WS-RPT-EXC-ACCOUNT
007126           TO WS-RPT-EXC-CRD-ACCOUNT
007128         MOVE WS-STO-LABEL (WS-STO-IDX)   TO WS-RPT-EXC-CRD-LABEL
007130         COMPUTE WS-RPT-EXC-CRD-AMOUNT =
007132             0 - WS-STO-CREDIT (WS-STO-IDX)
007134         WRITE STATEMENT-RPT-RECORD FROM WS-RPT-EXC-CREDIT-LINE
007136     END-IF.
007138     GO TO 4200-EXIT.
007140 4200-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180*    8000-PRINT-CONTROL-TOTALS -- THE CONTROL PAGE.  STATEMENTS
007190*    PLUS EXCEPTIONS MUST EQUAL THE ORDER COUNT, ORDER AMOUNT
007200*    AND NET BILLED AMOUNT FIZZCLS RECORDED FOR THE CLOSE; A
007210*    DIFFERENCE IS RC=8.  A CLOSE RECORDED BEFORE THE PERIODS
007220*    FILE CARRIED THOSE TOTALS CANNOT BE TIED -- RC=4.
007230******************************************************************
007240 8000-PRINT-CONTROL-TOTALS.
007250     COMPUTE WS-ALL-ORDER-CNT = WS-STM-ORDER-CNT
007260                              + WS-EXC-ORDER-CNT.
007270     COMPUTE WS-ALL-ORDER-AMT = WS-STM-ORDER-AMT
007280                              + WS-EXC-ORDER-AMT.
007290     COMPUTE WS-ALL-BILLED-AMT = WS-STM-BILLED-AMT
007300                               + WS-EXC-BILLED-AMT.
007302     COMPUTE WS-ALL-CREDIT-AMT = WS-STM-CREDIT-AMT
007304                               + WS-EXC-CREDIT-AMT.
007306     SUBTRACT WS-ALL-CREDIT-AMT FROM WS-ALL-BILLED-AMT
007308         GIVING WS-ALL-NET-BILLED-AMT.
007310     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-RULE-LINE.
007320     MOVE WS-STM-PERIOD TO WS-RPT-H1-PERIOD.
007330     MOVE WS-TODAY-DATE TO WS-RPT-H1-DATE.
007340     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-HEADING-1.
007350     MOVE SPACES TO STATEMENT-RPT-RECORD.
007360     WRITE STATEMENT-RPT-RECORD.
007370     MOVE "CONTROL TOTALS" TO WS-RPT-MSG-TEXT.
007380     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE.
007390     MOVE SPACES TO STATEMENT-RPT-RECORD.
007400     WRITE STATEMENT-RPT-RECORD.
007410     MOVE "FIRST RUN NUMBER OF PERIOD" TO WS-RPT-CNT-LIT.
007420     MOVE WS-FIRST-RUN-NBR TO WS-RPT-CNT-VALUE.
007430     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
007440     MOVE "LAST RUN NUMBER OF PERIOD" TO WS-RPT-CNT-LIT.
007450     MOVE WS-LAST-RUN-NBR TO WS-RPT-CNT-VALUE.
007460     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
007470     MOVE "CUSTOMER ACCOUNTS READ" TO WS-RPT-CNT-LIT.
007480     MOVE WS-CUS-READ-CNT TO WS-RPT-CNT-VALUE.
007490     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
007500     MOVE "STATEMENTS PRINTED" TO WS-RPT-CNT-LIT.
007510     MOVE WS-STMT-CNT TO WS-RPT-CNT-VALUE.
007520     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
007530     MOVE "  WITH NO ORDERS IN PERIOD" TO WS-RPT-CNT-LIT.
007540     MOVE WS-STMT-NOACT-CNT TO WS-RPT-CNT-VALUE.
007550     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
007560     MOVE "CLOSED ACCOUNTS WITH NO ORDERS" TO WS-RPT-CNT-LIT.
007570     MOVE WS-CLOSED-SKIP-CNT TO WS-RPT-CNT-VALUE.
007580     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
007590     MOVE SPACES TO STATEMENT-RPT-RECORD.
007600     WRITE STATEMENT-RPT-RECORD.
007610     MOVE "ORDERS ON STATEMENTS" TO WS-RPT-CNT-LIT.
007620     MOVE WS-STM-ORDER-CNT TO WS-RPT-CNT-VALUE.
007630     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
007640     MOVE "  ORDER AMOUNT" TO WS-RPT-AMT-LIT.
007650     MOVE WS-STM-ORDER-AMT TO WS-RPT-AMT-VALUE.
007660     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007670     MOVE "  BILLED (AMOUNT + FEE)" TO WS-RPT-AMT-LIT.
007680     MOVE WS-STM-BILLED-AMT TO WS-RPT-AMT-VALUE.
007690     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007692     MOVE "  CREDITED (CANCELLATIONS)" TO WS-RPT-AMT-LIT.
007694     MOVE WS-STM-CREDIT-AMT TO WS-RPT-AMT-VALUE.
007696     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007700     MOVE "EXCEPTION ORDERS (NO ACCOUNT)" TO WS-RPT-CNT-LIT.
007710     MOVE WS-EXC-ORDER-CNT TO WS-RPT-CNT-VALUE.
007720     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
007730     MOVE "  ORDER AMOUNT" TO WS-RPT-AMT-LIT.
007740     MOVE WS-EXC-ORDER-AMT TO WS-RPT-AMT-VALUE.
007750     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007760     MOVE "  BILLED (AMOUNT + FEE)" TO WS-RPT-AMT-LIT.
007770     MOVE WS-EXC-BILLED-AMT TO WS-RPT-AMT-VALUE.
007780     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007782     MOVE "  CREDITED (CANCELLATIONS)" TO WS-RPT-AMT-LIT.
007784     MOVE WS-EXC-CREDIT-AMT TO WS-RPT-AMT-VALUE.
007786     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007790     MOVE "TOTAL ORDERS" TO WS-RPT-CNT-LIT.
007800     MOVE WS-ALL-ORDER-CNT TO WS-RPT-CNT-VALUE.
007810     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
007820     MOVE "  ORDER AMOUNT" TO WS-RPT-AMT-LIT.
007830     MOVE WS-ALL-ORDER-AMT TO WS-RPT-AMT-VALUE.
007840     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007850     MOVE "  BILLED (AMOUNT + FEE)" TO WS-RPT-AMT-LIT.
007860     MOVE WS-ALL-BILLED-AMT TO WS-RPT-AMT-VALUE.
007870     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007871     MOVE "  CREDITED (CANCELLATIONS)" TO WS-RPT-AMT-LIT.
007872     MOVE WS-ALL-CREDIT-AMT TO WS-RPT-AMT-VALUE.
007873     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007874     MOVE "  NET BILLED" TO WS-RPT-AMT-LIT.
007875     MOVE WS-ALL-NET-BILLED-AMT TO WS-RPT-AMT-VALUE.
007876     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
007880     MOVE SPACES TO STATEMENT-RPT-RECORD.
007890     WRITE STATEMENT-RPT-RECORD.
007900     IF NOT WS-CLOSE-HAS-TOTALS
007910         MOVE "THE CLOSE CARRIES NO ORDER TOTALS -- NOT TIED"
007920             TO WS-RPT-MSG-TEXT
007930         WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE
007940         IF RETURN-CODE < 4
007950             MOVE 4 TO RETURN-CODE
007960         END-IF
007970         GO TO 8000-EXIT
007980     END-IF.
007990     MOVE "PERIOD CLOSE ORDERS" TO WS-RPT-CNT-LIT.
008000     MOVE WS-CLS-ORDER-CNT TO WS-RPT-CNT-VALUE.
008010     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-COUNT-LINE.
008020     MOVE "  ORDER AMOUNT" TO WS-RPT-AMT-LIT.
008030     MOVE WS-CLS-ORDER-AMT TO WS-RPT-AMT-VALUE.
008040     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
008050     MOVE "  NET BILLED" TO WS-RPT-AMT-LIT.
008060     MOVE WS-CLS-NET-BILLED-AMT TO WS-RPT-AMT-VALUE.
008070     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
008080     MOVE SPACES TO STATEMENT-RPT-RECORD.
008090     WRITE STATEMENT-RPT-RECORD.
008100     IF WS-ALL-ORDER-CNT = WS-CLS-ORDER-CNT
008110        AND WS-ALL-ORDER-AMT = WS-CLS-ORDER-AMT
008120        AND WS-ALL-NET-BILLED-AMT = WS-CLS-NET-BILLED-AMT
008130         MOVE "STATEMENTS TIE TO THE PERIOD CLOSE"
008140             TO WS-RPT-MSG-TEXT
008150     ELSE
008160         MOVE "*** STATEMENTS DO NOT TIE TO THE PERIOD CLOSE ***"
008170             TO WS-RPT-MSG-TEXT
008180         MOVE 8 TO RETURN-CODE
008190     END-IF.
008200     WRITE STATEMENT-RPT-RECORD FROM WS-RPT-MSG-LINE.
008210     GO TO 8000-EXIT.
008220 8000-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260*    9000-TERMINATE -- CLOSE THE STATEMENT FILE AND REPORT THE
008270*    VERDICT TO THE JOB LOG.
008280******************************************************************
008290 9000-TERMINATE.
008300     CLOSE STATEMENT-RPT.
008310     DISPLAY "FIZZSTM: PERIOD " WS-STM-PERIOD
008320         " STATEMENTS " WS-STMT-CNT
008330         " EXCEPTIONS " WS-EXC-ORDER-CNT.
008340     DISPLAY "FIZZSTM: " WS-RPT-MSG-TEXT.
008350     GO TO 9000-EXIT.
008360 9000-EXIT.
008370     EXIT.
