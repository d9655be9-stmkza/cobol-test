001076*                     CONCATENATE IN SET ORDER AS BEFORE.
001077*                     EVERY RULE TYPE COUNTS HITS IN THE RULE
001078*                     STATISTICS, WHICH NOW SHOW THE TYPE.
001079*    2026-10-15  JRM  ORDER CANCELLATIONS: A MASTER RECORD FIZZLOD
001080*                     HAS MARKED CANCELLED IS NO LONGER CLASSIFIED
001081*                     OR BILLED. IF AN EARLIER RUN BILLED IT, ONE
001082*                     CREDIT RECORD FOR THE AMOUNT BILLED GOES TO
001083*                     THE BILLFILE AND THE MASTER IS STAMPED WITH
001084*                     THE CREDITING RUN NUMBER SO IT GOES OUT
001085*                     ONCE. EVERY BILLED ORDER NOW CARRIES THE RUN
001086*                     NUMBER AND AMOUNT BILLED. THE BILLING HEADER
001087*                     CARRIES THE RUN NUMBER, THE TRAILER AMOUNT
001088*                     IS NET OF CREDITS, AND THE CREDIT COUNT AND
001089*                     AMOUNT PRINT ON THE REPORT AND GO TO THE
001090*                     TRAILER AND FIZZSUM.
001091*    2026-10-15  JRM  LABEL FEES: THE GOVERNING FEE SCHEDULE IN
001092*                     FEEFILE (KEPT THROUGH FIZZMNT, SELECTED BY
001093*                     EFFECTIVE DATE LIKE THE RULE SET) CHARGES A
001094*                     FLAT OR PERCENTAGE FEE ON EACH ORDER'S FINAL
001095*                     LABEL. THE FEE IS STAMPED ON THE MASTER,
001096*                     CARRIED ON THE BILLING DETAIL, AND TOTALLED
001097*                     IN THE TRAILER, FIZZSUM, THE REGION
001098*                     SUBTOTALS, AND THE REPORT.
001099*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 133 BYTES AND
001100*                     JOURNAL RECORD TO 297 BYTES; THE LABEL
001101*                     BUCKET IS STAMPED ON THE MASTER AS BILLED,
001102*                     AND THE REGION AND BUCKET ARE CARRIED ON
001103*                     EACH BILLING DETAIL AND CREDIT FOR THE
001104*                     GENERAL LEDGER POSTING.
001105*    2026-10-15  JRM  ERROR REPORT RECORD WIDENED TO 78 BYTES.
001106*                     ERRRPT IS NOW STARTED BY FIZZLOD EACH NIGHT
001107*                     AND OPENED HERE FOR EXTEND, SO THE LOAD'S
001108*                     SKIPPED-EXTRACT ERRORS SURVIVE THE RUN.
001109*    2026-10-15  JRM  HELD ORDERS: AN ORDER FIZZLOD PUT ON HOLD
001110*                     (OVER THE HOLD LIMIT OR ITS REGION UNDER
001111*                     REVIEW) IS CLASSIFIED AND ITS LABEL
001112*                     REWRITTEN, BUT IT IS NOT BILLED, RUN-
001113*                     STAMPED, AUDITED OR COUNTED IN THE CONTROL
001114*                     TOTALS. IT IS LISTED IN A NEW HELD-ORDERS
001115*                     SECTION OF THE REPORT AND BILLS ON THE FIRST
001116*                     RUN AFTER FIZZHLD RELEASES IT. RULE
001117*                     STATISTICS PERCENTAGES NOW COUNT HELD ORDERS
001118*                     IN THE BASE. JOURNAL RECORD WIDENED TO 335
001119*                     BYTES.
001120*    2026-10-15  JRM  CLASSIFICATION OVERRIDES: AN APPROVED,
001121*                     UNEXPIRED OVERRIDE ON OVRFILE (KEPT THROUGH
001122*                     FIZZMNT) FORCES ONE ORDER'S LABEL IN PLACE
001123*                     OF THE RULES RESULT. THE FORCED LABEL IS
001124*                     BILLED, PRICED AND COUNTED IN THE SINGLE
001125*                     BUCKET; THE AUDIT RECORD (NOW 68 BYTES)
001126*                     CARRIES THE OVERRIDE FLAG AND REASON, THE
001127*                     DETAIL LINE SHOWS THE REASON, AND THE
001128*                     SUMMARY COUNTS FORCED LABELS.
001129*    2026-10-15  JRM  EVERY EXECUTION NOW APPENDS A STEP-TIMING
001130*                     RECORD (RUN NUMBER, START AND END, RECORDS,
001131*                     RETURN-CODE) TO THE STEPHIST HISTORY FOR THE
001132*                     FIZZSLA BATCH-WINDOW REPORT.
001133*    2026-10-15  JRM  PARM 'RGN=XXX' RUNS ONE REGION'S PARTITION
001134*                     UNDER A PER-REGION LOCK; SUMMARY CARRIES
001135*                     HELD COUNT AND REGION.
001136*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 141 BYTES AND
001137*                     JOURNAL RECORD TO 351 BYTES FOR THE CUSTOMER
001138*                     ACCOUNT, AND PERIODS RECORD TO 80 BYTES FOR
001139*                     THE PERIOD ORDER TOTALS.
001140*    2026-10-15  JRM  CONTROL RECORD (CTLFILE) WIDENED TO 37 BYTES
001141*                     FOR THE HOLD LIMIT.
001142******************************************************************
001143
001144 ENVIRONMENT     DIVISION.
001145 CONFIGURATION   SECTION.
001146 SOURCE-COMPUTER. IBM-370.
001147 OBJECT-COMPUTER. IBM-370.
001148
001149 INPUT-OUTPUT    SECTION.
001150 FILE-CONTROL.
001151     SELECT CONTROL-FILE
001152         ASSIGN TO "CTLFILE"
001153         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-CTL-FILE-STATUS.
001170
001180     SELECT RULES-FILE
001660         ASSIGN TO "BILLFILE"
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS WS-BIL-FILE-STATUS.
001682
001684     SELECT PERIOD-FILE
001686         ASSIGN TO "PERIODS"
001688         ORGANIZATION IS LINE SEQUENTIAL
001710         ASSIGN TO "RUNCTL"
001720         ORGANIZATION IS LINE SEQUENTIAL
001730         FILE STATUS IS WS-RCT-FILE-STATUS.
001732
001734     SELECT FEE-FILE
001736         ASSIGN TO "FEEFILE"
001738         ORGANIZATION IS LINE SEQUENTIAL
001739         FILE STATUS IS WS-FEE-FILE-STATUS.
001740
001741     SELECT OVERRIDE-FILE
001742         ASSIGN TO "OVRFILE"
001743         ORGANIZATION IS LINE SEQUENTIAL
001744         FILE STATUS IS WS-OVR-FILE-STATUS.
001745
001746     SELECT STEP-HISTORY
001747         ASSIGN TO "STEPHIST"
001748         ORGANIZATION IS LINE SEQUENTIAL
001749         FILE STATUS IS WS-TIM-FILE-STATUS.
001750
001751 DATA            DIVISION.
001760 FILE            SECTION.
001770 FD  CONTROL-FILE
001780     RECORDING MODE IS F.
001790 01  CONTROL-FILE-RECORD           PIC X(37).
001800
001810 FD  RULES-FILE
001820     RECORDING MODE IS F.
001870
001880 FD  SUMMARY-FILE
001890     RECORDING MODE IS F.
001900 01  SUMMARY-FILE-RECORD           PIC X(139).
001910
001920 FD  CHECKPOINT-FILE
001930     RECORDING MODE IS F.
001960 FD  ORDER-MASTER.
001970 01  ORDER-MASTER-RECORD.
001980     05  ORDER-MASTER-KEY           PIC 9(05).
001990     05  FILLER                     PIC X(136).
002000
002010 FD  AUDIT-FILE
002020     RECORDING MODE IS F.
002030 01  AUDIT-FILE-RECORD              PIC X(68).
002040
002050 FD  ERROR-FILE
002060     RECORDING MODE IS F.
002070 01  ERROR-FILE-RECORD              PIC X(78).
002080
002090 FD  RULE-STAT-FILE
002100     RECORDING MODE IS F.
002160
002170 FD  BILLING-FILE
002180     RECORDING MODE IS F.
002190 01  BILLING-FILE-RECORD            PIC X(73).
002193
002196 FD  PERIOD-FILE
002198     RECORDING MODE IS F.
002200 01  PERIOD-FILE-RECORD             PIC X(80).
002201
002202 FD  JOURNAL-FILE
002204     RECORDING MODE IS F.
002206 01  JOURNAL-FILE-RECORD            PIC X(351).
002208
002210 FD  RUN-CONTROL-FILE
002220     RECORDING MODE IS F.
002230 01  RUN-CONTROL-FILE-RECORD        PIC X(32).
002232
002234 FD  FEE-FILE
002236     RECORDING MODE IS F.
002238 01  FEE-FILE-RECORD                PIC X(60).
002239
002240 FD  OVERRIDE-FILE
002241     RECORDING MODE IS F.
002242 01  OVERRIDE-FILE-RECORD           PIC X(80).
002243
002244 FD  STEP-HISTORY
002245     RECORDING MODE IS F.
002246 01  STEP-HISTORY-RECORD           PIC X(64).
002248
002250 WORKING-STORAGE SECTION.
002260******************************************************************
002270*    CONTROL FILE AND FIZZRULES FILE RECORD LAYOUTS
002405 COPY FBJRNREC.
002407 COPY FBPERREC.
002410 COPY FBRUNREC.
002412 COPY FBFEEREC.
002414 COPY FBFEETBL.
002417 COPY FBOVRREC.
002420
002430******************************************************************
002440*    SWITCHES AND FILE STATUS FIELDS
002710
002720 01  WS-ERR-FILE-STATUS            PIC X(02) VALUE "00".
002730     88  WS-ERR-FILE-OK            VALUE "00".
002735     88  WS-ERR-FILE-NOT-FOUND     VALUE "35".
002740
002750 01  WS-RST-FILE-STATUS            PIC X(02) VALUE "00".
002760     88  WS-RST-FILE-OK            VALUE "00".
002820
002830 01  WS-BIL-FILE-STATUS            PIC X(02) VALUE "00".
002840     88  WS-BIL-FILE-OK            VALUE "00".
002842
002844 01  WS-PER-FILE-STATUS            PIC X(02) VALUE "00".
002846     88  WS-PER-FILE-OK            VALUE "00".
002848     88  WS-PER-FILE-NOT-FOUND    VALUE "35".
002870     88  WS-RCT-FILE-OK            VALUE "00".
002880     88  WS-RCT-FILE-NOT-FOUND    VALUE "35".
002890     88  WS-RCT-FILE-AT-EOF        VALUE "10".
002892
002894 01  WS-FEE-FILE-STATUS            PIC X(02) VALUE "00".
002896     88  WS-FEE-FILE-OK            VALUE "00".
002897     88  WS-FEE-FILE-NOT-FOUND    VALUE "35".
002898     88  WS-FEE-FILE-AT-EOF        VALUE "10".
002899
002900 01  WS-OVR-FILE-STATUS            PIC X(02) VALUE "00".
002901     88  WS-OVR-FILE-OK            VALUE "00".
002902     88  WS-OVR-FILE-NOT-FOUND    VALUE "35".
002903     88  WS-OVR-FILE-AT-EOF        VALUE "10".
002906
002910 01  WS-SWITCHES.
002920     05  WS-CTL-FILE-SW            PIC X(01) VALUE "N".
002930         88  WS-CTL-FILE-OPENED    VALUE "Y".
003110         88  WS-BIL-FILE-OPENED    VALUE "Y".
003112     05  WS-JRN-FILE-SW            PIC X(01) VALUE "N".
003114         88  WS-JRN-FILE-OPENED    VALUE "Y".
003116     05  WS-FEE-FILE-SW            PIC X(01) VALUE "N".
003118         88  WS-FEE-FILE-OPENED    VALUE "Y".
003119     05  WS-OVR-FILE-SW            PIC X(01) VALUE "N".
003122         88  WS-OVR-FILE-OPENED    VALUE "Y".
003125     05  WS-LBL-OVERFLOW-SW        PIC X(01) VALUE "N".
003130         88  WS-LBL-OVERFLOW       VALUE "Y".
003140
003150******************************************************************
003303 01  WS-RUL-TYPE-WORK              PIC X(01) VALUE "D".
003304 01  WS-RUL-LOW-WORK               PIC 9(05) VALUE 0.
003305 01  WS-RUL-HIGH-WORK              PIC 9(05) VALUE 0.
003307
003310******************************************************************
003320*    WHAT-IF COMPARISON FIELDS -- THE CANDIDATE-RULES RESULT
003330*    BUILT SIDE BY SIDE WITH WS-RESULT-LABEL, AND THE CHANGED/
003540******************************************************************
003550 01  WS-BILL-HASH                  PIC 9(12) VALUE 0.
003552 01  WS-BILL-AMT-TOTAL             PIC 9(13)V99 VALUE 0.
003553*
003554*    CREDITS FOR CANCELLED ORDERS.  A CREDIT'S ID IS ROLLED INTO
003555*    THE SAME HASH AS THE DETAILS; ITS AMOUNT IS KEPT APART SO
003556*    THE TRAILER CAN CARRY THE NET AND THE CREDIT TOTAL BOTH.
003557 01  WS-CRD-CNT                    PIC 9(07) VALUE 0.
003558 01  WS-CRD-AMT-TOTAL              PIC 9(13)V99 VALUE 0.
003559 01  WS-CRD-AMOUNT                 PIC 9(07)V99 VALUE 0.
003560 01  WS-CRD-ORIG-RUN               PIC X(06) VALUE SPACES.
003561 01  WS-BILL-NET-AMT               PIC S9(13)V99 VALUE 0.
003562
003563******************************************************************
003564*    ORDER-AMOUNT FIELDS.  WS-CUR-AMOUNT IS THE AMOUNT OF THE
003565*    VALUE BEING CLASSIFIED -- THE MASTER'S AMOUNT IN ORDER
003566*    MODE, ZERO IN BATCH (COUNTER) MODE, AND ZERO WHEN AN OLD
003567*    MASTER RECORD CARRIES A BLANK (NOT NUMERIC) AMOUNT.
003568******************************************************************
003569 01  WS-CUR-AMOUNT                 PIC 9(07)V99 VALUE 0.
003570 01  WS-AMOUNT-TOTALS.
003572     05  WS-AMT-NONE               PIC 9(11)V99 VALUE 0.
003574     05  WS-AMT-SINGLE             PIC 9(11)V99 VALUE 0.
003576     05  WS-AMT-MULTIPLE           PIC 9(11)V99 VALUE 0.
003578     05  WS-AMT-TOTAL              PIC 9(11)V99 VALUE 0.
003579*
003580*    LABEL FEES.  WS-CUR-FEE IS THE FEE THE GOVERNING FEE
003581*    SCHEDULE CHARGES FOR THE ORDER'S FINAL LABEL -- ZERO FOR AN
003582*    UNLABELED ORDER, A LABEL THE SCHEDULE DOES NOT LIST, AND
003583*    BATCH MODE.  A PERCENTAGE FEE IS TAKEN ON THE ORDER AMOUNT.
003584 01  WS-CUR-FEE                    PIC 9(07)V99 VALUE 0.
003585 01  WS-BILL-FEE-TOTAL             PIC 9(13)V99 VALUE 0.
003586 01  WS-FEE-HIT-SW                 PIC X(01) VALUE "N".
003587     88  WS-FEE-HIT                VALUE "Y".
003588*
003589*    REGION AND LABEL BUCKET OF THE VALUE BEING CLASSIFIED, AS
003590*    CARRIED ON ITS BILLING DETAIL -- THE MASTER'S REGION IN
003591*    ORDER MODE (BLANK IN BATCH MODE), AND "N", "S" OR "M" FOR
003592*    A NONE, SINGLE OR MULTIPLE RULE MATCH.
003593 01  WS-CUR-REGION                 PIC X(03) VALUE SPACES.
003594 01  WS-CUR-BUCKET                 PIC X(01) VALUE SPACE.
003595******************************************************************
003596*    HELD ORDERS.  AN ORDER FIZZLOD PUT ON HOLD IS CLASSIFIED AND
003597*    ITS LABEL REWRITTEN, BUT IT IS NOT BILLED, NOT STAMPED WITH
003598*    THE RUN, AND NOT COUNTED IN THE RUN'S CONTROL TOTALS -- IT
003599*    IS LISTED IN THE HELD-ORDERS SECTION OF THE REPORT INSTEAD.
003600*    THE FIRST 200 ARE LISTED ONE BY ONE; ALL ARE COUNTED.
003601******************************************************************
003602 01  WS-HLD-CNT                    PIC 9(07) VALUE 0.
003603 01  WS-HLD-AMT-TOTAL              PIC 9(13)V99 VALUE 0.
003604 01  WS-HLD-UNLISTED               PIC 9(07) VALUE 0.
003605 01  WS-HLD-TABLE.
003606     05  WS-HLD-COUNT              PIC 9(03) COMP VALUE 0.
003607     05  WS-HLD-ENTRY OCCURS 200 TIMES
003608             INDEXED BY WS-HLD-IDX.
003609         10  WS-HLD-ID             PIC 9(05).
003610         10  WS-HLD-REGION         PIC X(03).
003611         10  WS-HLD-STATUS         PIC X(01).
003612         10  WS-HLD-AMOUNT         PIC 9(07)V99.
003613         10  WS-HLD-LABEL          PIC X(30).
003614******************************************************************
003615*    CLASSIFICATION OVERRIDES.  EVERY APPROVED OVERRIDE ON
003616*    OVRFILE NOT YET PAST ITS EXPIRY DATE AT THE RUN'S BUSINESS
003617*    DATE, BY ORDER ID.  AN ORDER FOUND HERE TAKES THE FORCED
003618*    LABEL IN PLACE OF THE RULES-TABLE RESULT (2610).
003619******************************************************************
003620 01  WS-OVR-TABLE.
003621     05  WS-OVT-COUNT              PIC 9(03) COMP VALUE 0.
003622     05  WS-OVT-ENTRY OCCURS 200 TIMES
003623             INDEXED BY WS-OVT-IDX.
003624         10  WS-OVT-ORDER-ID       PIC 9(05).
003625         10  WS-OVT-LABEL          PIC X(30).
003626         10  WS-OVT-REASON         PIC X(04).
003627 01  WS-OVT-KEY                    PIC 9(05) VALUE 0.
003628 01  WS-OVT-HIT                    PIC 9(03) COMP VALUE 0.
003629 01  WS-OVT-FOUND-SW               PIC X(01) VALUE "N".
003630     88  WS-OVT-FOUND              VALUE "Y".
003631 01  WS-OVR-APPLIED-SW             PIC X(01) VALUE "N".
003632     88  WS-OVR-APPLIED            VALUE "Y".
003633 01  WS-OVR-REASON-CUR             PIC X(04) VALUE SPACES.
003634 01  WS-OVR-CNT                    PIC 9(07) VALUE 0.
003635 01  WS-OVR-AMT-TOTAL              PIC 9(13)V99 VALUE 0.
003636 01  WS-RULE-BASE                  PIC 9(07) VALUE 0.
003637
003638******************************************************************
003639*    AUDIT TRAIL FIELDS
003640******************************************************************
003641 01  WS-RUN-ID                    PIC X(08) VALUE SPACES.
003642 01  WS-AUDIT-TIME                PIC 9(08) VALUE 0.
003643
003644******************************************************************
003645*    CHANGE-JOURNAL FIELDS.  THE BEFORE IMAGE IS CAPTURED AS
003646*    SOON AS A MASTER RECORD IS READ, BEFORE ANY FIELD IS
003647*    TOUCHED, SO THE JOURNAL SHOWS EXACTLY WHAT THE REWRITE
003648*    REPLACED.
003649******************************************************************
003650 01  WS-OMS-BEFORE-IMAGE          PIC X(141) VALUE SPACES.
003651 01  WS-JRN-TIME                  PIC 9(08) VALUE 0.
003652
003653******************************************************************
003654*    RUN-CONTROL FIELDS.  WS-RUN-NUMBER IS THIS EXECUTION'S
003655*    UNIQUE NUMBER (ZERO UNTIL ASSIGNED, AND IN WHAT-IF MODE,
003660*    WHICH NEITHER TAKES THE LOCK NOR DRAWS A NUMBER).
003670******************************************************************
003680 01  WS-RUN-NUMBER                PIC 9(06) VALUE 0.
003750     88  WS-RCT-ACTIVE            VALUE "Y".
003760 01  WS-AUD-MOD1-RESULT            PIC 9(03) VALUE 0.
003770 01  WS-AUD-MOD2-RESULT            PIC 9(03) VALUE 0.
003771
003772******************************************************************
003773*    REGION PARTITION FIELDS.  PARM 'RGN=XXX' RUNS THIS
003774*    EXECUTION AS THE PARTITION FOR REGION XXX: ONLY THAT
003775*    REGION'S MASTER RECORDS ARE CLASSIFIED, AND THE LOCK IS
003776*    TAKEN FOR THAT REGION ALONE, SO ONE PARTITION PER REGION
003777*    CAN RUN AT ONCE.  EVERY PARTITION OF A NIGHT SHARES ONE
003778*    RUN NUMBER; FIZZMRG COMBINES THEIR OUTPUTS AND CLOSES
003779*    THE NIGHT WITH A WHOLE-RUN (BLANK REGION) RECORD.  THE
003780*    LOCK TABLE HOLDS THE LATEST RUNCTL STATUS OF EACH REGION
003781*    SINCE THE LAST WHOLE-RUN RECORD.
003782******************************************************************
003783 01  WS-PART-REGION               PIC X(03) VALUE SPACES.
003784 01  WS-PART-SW                   PIC X(01) VALUE "N".
003785     88  WS-PARTITIONED           VALUE "Y".
003786 01  WS-MAX-WHOLE-NBR             PIC 9(06) VALUE 0.
003787 01  WS-WHOLE-RUN-STATUS          PIC X(01) VALUE SPACE.
003788 01  WS-LCK-BUSY-REGION           PIC X(03) VALUE SPACES.
003789 01  WS-LCK-BUSY-SW               PIC X(01) VALUE "N".
003790     88  WS-LCK-BUSY              VALUE "Y".
003791 01  WS-LCK-FOUND-SW              PIC X(01) VALUE "N".
003792     88  WS-LCK-FOUND             VALUE "Y".
003793 01  WS-LCK-KEY                   PIC X(03) VALUE SPACES.
003794 01  WS-LCK-HIT                   PIC 9(02) COMP VALUE 0.
003795 01  WS-LCK-TABLE.
003796     05  WS-LCK-COUNT             PIC 9(02) COMP VALUE 0.
003797     05  WS-LCK-ENTRY OCCURS 20 TIMES
003798             INDEXED BY WS-LCK-IDX.
003799         10  WS-LCK-REGION        PIC X(03).
003801         10  WS-LCK-STATUS        PIC X(01).
003803
003805******************************************************************
003807*    ERROR REPORT FIELDS
003810******************************************************************
003820 01  WS-ERROR-COUNT               PIC 9(05) VALUE 0.
003830 01  WS-ERR-SOURCE                PIC X(10) VALUE SPACES.
004140 01  WS-GOV-CTL-DATE               PIC 9(08) VALUE 0.
004150 01  WS-GOV-RUL-DATE               PIC 9(08) VALUE 0.
004160 01  WS-EFF-DATE-WORK              PIC 9(08) VALUE 0.
004170 01  WS-GOV-CTL-RECORD             PIC X(37) VALUE SPACES.
004180 01  WS-CTL-REC-COUNT              PIC 9(03) COMP VALUE 0.
004182 01  WS-GOV-FEE-FOUND-SW           PIC X(01) VALUE "N".
004184     88  WS-GOV-FEE-FOUND          VALUE "Y".
004185 01  WS-FEE-SET-OVER-SW            PIC X(01) VALUE "N".
004186     88  WS-FEE-SET-OVERFLOW       VALUE "Y".
004187 01  WS-GOV-FEE-DATE               PIC 9(08) VALUE 0.
004190
004200******************************************************************
004210*    PER-REGION CONTROL TOTALS -- ORDER MODE ONLY.  ONE ENTRY
004320         10  WS-REG-MULTIPLE       PIC 9(07).
004330         10  WS-REG-TOTAL          PIC 9(07).
004335         10  WS-REG-AMOUNT         PIC 9(11)V99.
004337         10  WS-REG-FEE            PIC 9(09)V99.
004340 01  WS-REG-WORK-CODE              PIC X(03) VALUE SPACES.
004350 01  WS-REG-HIT                    PIC 9(02) COMP VALUE 0.
004360 01  WS-REG-FOUND-SW               PIC X(01) VALUE "N".
004452         10  WS-STG-TYPE           PIC X(01).
004454         10  WS-STG-LOW            PIC 9(05).
004456         10  WS-STG-HIGH           PIC 9(05).
004458
004459 01  WS-FEE-STAGE.
004460     05  WS-FSTG-COUNT             PIC 9(02) COMP VALUE 0.
004461     05  WS-FSTG-ENTRY OCCURS 40 TIMES
004462             INDEXED BY WS-FSTG-IDX.
004463         10  WS-FSTG-LABEL         PIC X(30).
004464         10  WS-FSTG-EFF-DATE      PIC 9(08).
004465         10  WS-FSTG-TYPE          PIC X(01).
004466         10  WS-FSTG-FLAT-AMT      PIC 9(05)V99.
004467         10  WS-FSTG-PCT           PIC 9(03)V99.
004468
004470 01  WS-RULE-PCT                   PIC 9(03)V9(02) VALUE 0.
004480 01  WS-MATCH-COUNT                PIC 9(02) VALUE 0.
004490 01  WS-CONTROL-TOTALS.
004640 01  WS-RUN-COMPLETE-SW            PIC X(01) VALUE "N".
004650     88  WS-RUN-FULLY-COMPLETE     VALUE "Y".
004660
004661******************************************************************
004662*    STEP-TIMING HISTORY FIELDS.  THE START IS TAKEN AS THE
004663*    STEP BEGINS; THE END, RECORD COUNT AND RETURN-CODE AS IT
004664*    ENDS.
004665******************************************************************
004666 COPY FBTIMREC.
004667 01  WS-TIM-FILE-STATUS            PIC X(02) VALUE "00".
004668     88  WS-TIM-FILE-OK            VALUE "00".
004669     88  WS-TIM-FILE-NOT-FOUND     VALUE "35".
004670 01  WS-TIM-RUN-NBR                PIC 9(06) VALUE 0.
004671 01  WS-TIM-START-DATE             PIC 9(08) VALUE 0.
004672 01  WS-TIM-START-TIME             PIC 9(08) VALUE 0.
004673 01  WS-TIM-RECORDS                PIC 9(09) VALUE 0.
004674
004677 LINKAGE         SECTION.
004680 01  PARM-AREA.
004690     05  PARM-LEN                  PIC S9(04) COMP.
004700     05  PARM-DATA                 PIC X(13).
004710 PROCEDURE       DIVISION USING PARM-AREA.
004720 0000-MAINLINE.
004723     ACCEPT WS-TIM-START-DATE FROM DATE YYYYMMDD.
004726     ACCEPT WS-TIM-START-TIME FROM TIME.
004730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004740     PERFORM 2000-PROCESS-ITEMS THRU 2000-EXIT.
004750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004755     PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT.
004760     STOP RUN.
004770
004780******************************************************************
004820*    UPPER BOUND 50, RULES (3 -> "Fizz"), (5 -> "Buzz").
004830******************************************************************
004840 1000-INITIALIZE.
004842*    FIZZLOD STARTS THE NIGHT'S ERROR REPORT; THE RUN'S OWN
004844*    ERRORS FOLLOW THE LOAD'S.  NO REPORT YET (NO LOAD STEP
004846*    AHEAD OF THIS ONE) IS CREATED.
004850     OPEN EXTEND ERROR-FILE.
004852     IF WS-ERR-FILE-NOT-FOUND
004854         MOVE "00" TO WS-ERR-FILE-STATUS
004856         OPEN OUTPUT ERROR-FILE
004858     END-IF.
004860     IF NOT WS-ERR-FILE-OK
004870*        THE ERROR-REPORTING FILE ITSELF DID NOT OPEN, SO THERE
004880*        IS NO STRUCTURED CHANNEL LEFT TO SAY WHY -- DISPLAY IS
004890*        THE ONLY CHANNEL STILL AVAILABLE FOR THIS ONE CASE.
004900         DISPLAY "FIZZBUZZ: ERROR FILE OPEN FAILED -- RUN ABORTED"
004910         MOVE 16 TO RETURN-CODE
004915         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
004920         STOP RUN
004930     END-IF.
004940     SET WS-ERR-FILE-OPENED TO TRUE.
004970     IF PARM-LEN > 4 AND PARM-DATA (1:5) = "FORCE"
004980         SET WS-FORCE-RUN TO TRUE
004990     END-IF.
004991*    A PARTITION RUN IS PARM 'RGN=XXX', OR 'RGN=XXX,FORCE' TO
004992*    OVERRIDE THAT REGION'S IN-FLIGHT LOCK.
004993     IF PARM-LEN > 6 AND PARM-DATA (1:4) = "RGN="
004994         SET WS-PARTITIONED TO TRUE
004995         MOVE PARM-DATA (5:3) TO WS-PART-REGION
004996         IF PARM-LEN > 12 AND PARM-DATA (9:5) = "FORCE"
004997             SET WS-FORCE-RUN TO TRUE
004998         END-IF
004999     END-IF.
005000     OPEN INPUT CONTROL-FILE.
005010     IF WS-CTL-FILE-OK
005020         SET WS-CTL-FILE-OPENED TO TRUE
005220         END-IF
005230         PERFORM 1300-LOAD-DEFAULT-RULES THRU 1300-EXIT
005240     END-IF.
005242     OPEN INPUT FEE-FILE.
005244     IF WS-FEE-FILE-OK
005246         SET WS-FEE-FILE-OPENED TO TRUE
005248         PERFORM 1700-LOAD-FEE-SCHEDULE THRU 1700-EXIT
005250     ELSE
005252*        NO FEE SCHEDULE ON FILE -- NO LABEL CARRIES A FEE.
005254         IF NOT WS-FEE-FILE-NOT-FOUND
005256             MOVE "FEEFILE"   TO WS-ERR-SOURCE
005258             MOVE "FEE FILE OPEN FAILED, NO FEES CHARGED"
005260                 TO WS-ERR-REASON
005262             PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
005264         END-IF
005266     END-IF.
005267     OPEN INPUT OVERRIDE-FILE.
005268     IF WS-OVR-FILE-OK
005269         SET WS-OVR-FILE-OPENED TO TRUE
005270         PERFORM 1800-LOAD-OVERRIDES THRU 1800-EXIT
005271     ELSE
005272*        NO OVERRIDES ON FILE -- EVERY ORDER TAKES ITS RULES
005273*        RESULT.
005274         IF NOT WS-OVR-FILE-NOT-FOUND
005275             MOVE "OVRFILE"   TO WS-ERR-SOURCE
005276             MOVE "OVERRIDE FILE OPEN FAILED, NONE APPLIED"
005277                 TO WS-ERR-REASON
005278             PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
005279         END-IF
005280     END-IF.
005281     IF WS-PARTITIONED
005282         PERFORM 1030-CHECK-PARTITION THRU 1030-EXIT
005283     END-IF.
005284     IF NOT WS-RUN-MODE-WHATIF
005285*        A WHAT-IF COMPARISON NEITHER TAKES THE RUN LOCK NOR
005286*        DRAWS A RUN NUMBER -- IT WRITES NO PRODUCTION DATA
005287*        FOR A NUMBER TO TRACE TO.
005288         PERFORM 1040-CHECK-CLOSED-PERIOD THRU 1040-EXIT
005290         PERFORM 1050-TAKE-RUN-LOCK THRU 1050-EXIT
005300     END-IF.
005310     OPEN OUTPUT FIZZBUZZ-RPT.
005490     ELSE
005500         MOVE "DEFAULT"        TO FB-RPT-H3-RUL-SET
005510     END-IF.
005512     IF WS-GOV-FEE-FOUND
005514         MOVE WS-GOV-FEE-DATE TO FB-RPT-H3-FEE-SET
005516     ELSE
005518         MOVE "NONE"           TO FB-RPT-H3-FEE-SET
005519     END-IF.
005520     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT.
005530     IF WS-RUN-MODE-WHATIF
005540*        WHAT-IF RUNS COMPARE AND REPORT ONLY -- THE SUMMARY,
005990     MOVE "H" TO FB-BIL-HDR-TYPE.
006000     MOVE WS-RUN-DATE TO FB-BIL-HDR-RUN-DATE.
006010     MOVE WS-RUN-ID   TO FB-BIL-HDR-RUN-ID.
006011     MOVE WS-RUN-NUMBER TO FB-BIL-HDR-RUN-NBR.
006012     MOVE WS-PART-REGION TO FB-BIL-HDR-REGION.
006013     WRITE BILLING-FILE-RECORD FROM FB-BILLING-HEADER.
006014     GO TO 1000-EXIT.
006015 1000-EXIT.
006016     EXIT.
006017
006018******************************************************************
006019*    1030-CHECK-PARTITION -- A PARTITION RUN MUST NAME A REGION
006020*    AND MUST BE AN ORDER-MODE RUN: ONLY ORDER MODE READS THE
006021*    MASTER THE PARTITIONS SPLIT, AND A WHAT-IF COMPARISON IS
006022*    NEVER PARTITIONED.  REFUSED BEFORE THE LOCK IS TOUCHED.
006023******************************************************************
006024 1030-CHECK-PARTITION.
006025     IF WS-PART-REGION NOT = SPACES AND WS-RUN-MODE-ORDER
006026         GO TO 1030-EXIT
006027     END-IF.
006028     MOVE "PARM"       TO WS-ERR-SOURCE.
006029     MOVE "PARTITION NEEDS A REGION AND ORDER MODE, REFUSED"
006030         TO WS-ERR-REASON.
006031     PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT.
006032     DISPLAY "FIZZBUZZ: PARM '" PARM-DATA
006033         "' -- PARTITION RUN REFUSED, ORDER MODE AND A REGION"
006034         " ARE REQUIRED".
006035     MOVE 12 TO RETURN-CODE.
006036     PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT.
006037     STOP RUN.
006038 1030-EXIT.
006039     EXIT.
006040
006041******************************************************************
006042*    1040-CHECK-CLOSED-PERIOD -- REFUSE TO START WHEN THE RUN'S
006043*    BUSINESS DATE FALLS INSIDE A PERIOD FIZZCLS HAS CLOSED.
006044*    UNLIKE THE IN-FLIGHT LOCK, PARM 'FORCE' DOES NOT OVERRIDE
006045*    THIS -- A CLOSED PERIOD'S FIGURES ARE ALREADY REPORTED
006046*    AND NO AD-HOC RERUN MAY SILENTLY CHANGE THEM.  NO PERIODS
006047*    FILE JUST MEANS NO PERIOD HAS EVER BEEN CLOSED.
006048******************************************************************
006049 1040-CHECK-CLOSED-PERIOD.
006050     OPEN INPUT PERIOD-FILE.
006051     IF WS-PER-FILE-NOT-FOUND
006052         MOVE "00" TO WS-PER-FILE-STATUS
006053         GO TO 1040-EXIT
006054     END-IF.
006055     IF NOT WS-PER-FILE-OK
006056         MOVE "PERIODS"    TO WS-ERR-SOURCE
006057         MOVE "PERIODS FILE OPEN FAILED -- RUN ABORTED"
006058             TO WS-ERR-REASON
006059         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
006060         MOVE 16 TO RETURN-CODE
006061         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
006062         STOP RUN
006063     END-IF.
006064     PERFORM 1045-READ-ONE-PERIOD THRU 1045-EXIT
006065         UNTIL WS-PER-FILE-AT-EOF.
006066     CLOSE PERIOD-FILE.
006067     MOVE "00" TO WS-PER-FILE-STATUS.
006068     GO TO 1040-EXIT.
006069 1040-EXIT.
006070     EXIT.
006071
006072 1045-READ-ONE-PERIOD.
006073     READ PERIOD-FILE INTO FB-PERIOD-RECORD
006074         AT END
006075             SET WS-PER-FILE-AT-EOF TO TRUE
006076             GO TO 1045-EXIT
006077     END-READ.
006078     IF FB-PER-PERIOD NUMERIC
006079        AND FB-PER-CLOSED
006080        AND FB-PER-PERIOD = FUNCTION NUMVAL
006081            (WS-CURRENT-DATE (1:6))
006082         MOVE "PERIODS"    TO WS-ERR-SOURCE
006083         MOVE "BUSINESS DATE IS IN A CLOSED PERIOD, REFUSED"
006084             TO WS-ERR-REASON
006085         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
006086         DISPLAY "FIZZBUZZ: PERIOD " FB-PER-PERIOD
006087             " IS CLOSED -- START REFUSED"
006088         MOVE 12 TO RETURN-CODE
006089         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
006090         STOP RUN
006091     END-IF.
006092     GO TO 1045-EXIT.
006093 1045-EXIT.
006094     EXIT.
006095
006096******************************************************************
006097*    1050-TAKE-RUN-LOCK -- READ THE RUN-CONTROL FILE, REFUSE TO
006098*    START WHILE THE LAST RECORD SAYS A RUN IS STILL IN FLIGHT
006100*    (UNLESS THE OPERATOR SUPPLIED PARM 'FORCE'), THEN DRAW
006110*    THE NEXT RUN NUMBER AND APPEND THIS RUN'S IN-FLIGHT
006120*    RECORD.  AN ABEND LEAVES THE "I" RECORD STANDING, WHICH
006300                 TO WS-ERR-REASON
006310             PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
006320             MOVE 16 TO RETURN-CODE
006325             PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
006330             STOP RUN
006340         END-IF
006350     END-IF.
006355     PERFORM 1070-CHECK-LOCK-TABLE THRU 1070-EXIT.
006360     IF WS-LCK-BUSY AND NOT WS-FORCE-RUN
006370         MOVE "RUNCTL"    TO WS-ERR-SOURCE
006380         MOVE "PRIOR RUN STILL IN FLIGHT, START REFUSED"
006390             TO WS-ERR-REASON
006400         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
006410         DISPLAY "FIZZBUZZ: PRIOR RUN " WS-MAX-RUN-NBR
006415             " REGION '" WS-LCK-BUSY-REGION
006420             "' STILL IN FLIGHT -- START REFUSED, RERUN WITH"
006430             " FORCE IN THE PARM TO OVERRIDE"
006440         MOVE 12 TO RETURN-CODE
006445         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
006450         STOP RUN
006460     END-IF.
006461*    A PARTITION JOINS AN OPEN PARTITIONED NIGHT (A NUMBER ON
006462*    FILE ABOVE THE LAST WHOLE-RUN NUMBER) UNDER ITS NUMBER;
006463*    THE FIRST PARTITION OF A NIGHT, AND EVERY WHOLE RUN, DRAWS
006464*    THE NEXT ONE.  A WHOLE RUN STARTING OVER AN UNMERGED
006465*    PARTITIONED NIGHT ABANDONS IT -- SAID SO ON THE ERROR
006466*    REPORT.
006467     IF WS-PARTITIONED AND WS-MAX-RUN-NBR > WS-MAX-WHOLE-NBR
006468         MOVE WS-MAX-RUN-NBR TO WS-RUN-NUMBER
006469     ELSE
006470         COMPUTE WS-RUN-NUMBER = WS-MAX-RUN-NBR + 1
006471         IF NOT WS-PARTITIONED
006472            AND WS-MAX-RUN-NBR > WS-MAX-WHOLE-NBR
006473             MOVE "RUNCTL"    TO WS-ERR-SOURCE
006474             MOVE "UNMERGED PARTITIONED RUN ABANDONED"
006475                 TO WS-ERR-REASON
006476             PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
006477         END-IF
006478     END-IF.
006480     ACCEPT WS-RUN-START-TIME FROM TIME.
006490     MOVE "I" TO WS-LAST-RUN-STATUS.
006500     PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT.
006630         IF FB-RUN-NUMBER > WS-MAX-RUN-NBR
006640             MOVE FB-RUN-NUMBER TO WS-MAX-RUN-NBR
006650         END-IF
006652         IF FB-RUN-WHOLE-RUN
006654            AND FB-RUN-NUMBER > WS-MAX-WHOLE-NBR
006656             MOVE FB-RUN-NUMBER TO WS-MAX-WHOLE-NBR
006658         END-IF
006660     END-IF.
006670     MOVE FB-RUN-STATUS TO WS-LAST-RUN-STATUS.
006671     IF FB-RUN-WHOLE-RUN
006672*        A WHOLE RUN, OR THE MERGE CLOSING A PARTITIONED NIGHT,
006673*        COVERS EVERY REGION AND SUPERSEDES ALL PARTITION STATE
006674*        BEFORE IT.
006675         MOVE FB-RUN-STATUS TO WS-WHOLE-RUN-STATUS
006676         MOVE 0 TO WS-LCK-COUNT
006677         GO TO 1060-EXIT
006678     END-IF.
006679     MOVE FB-RUN-REGION TO WS-LCK-KEY.
006680     PERFORM 1075-FIND-LOCK-REGION THRU 1075-EXIT.
006681     IF NOT WS-LCK-FOUND
006682         IF WS-LCK-COUNT < 20
006683             ADD 1 TO WS-LCK-COUNT
006684             MOVE WS-LCK-COUNT TO WS-LCK-HIT
006685             MOVE FB-RUN-REGION TO WS-LCK-REGION (WS-LCK-HIT)
006686         ELSE
006687             GO TO 1060-EXIT
006688         END-IF
006689     END-IF.
006691     MOVE FB-RUN-STATUS TO WS-LCK-STATUS (WS-LCK-HIT).
006693     GO TO 1060-EXIT.
006695 1060-EXIT.
006700     EXIT.
006701
006702******************************************************************
006703*    1070-CHECK-LOCK-TABLE -- DECIDE WHETHER AN EARLIER RUN
006704*    STILL HOLDS THE LOCK THIS EXECUTION NEEDS.  A WHOLE-RUN
006705*    "I" BLOCKS EVERYONE.  A PARTITION IS OTHERWISE BLOCKED
006706*    ONLY BY ITS OWN REGION'S "I"; A WHOLE RUN IS BLOCKED BY
006707*    ANY REGION'S "I".
006708******************************************************************
006709 1070-CHECK-LOCK-TABLE.
006710     MOVE "N" TO WS-LCK-BUSY-SW.
006711     IF WS-WHOLE-RUN-STATUS = "I"
006712         SET WS-LCK-BUSY TO TRUE
006713         MOVE "ALL" TO WS-LCK-BUSY-REGION
006714         GO TO 1070-EXIT
006715     END-IF.
006716     IF WS-PARTITIONED
006717         MOVE WS-PART-REGION TO WS-LCK-KEY
006718         PERFORM 1075-FIND-LOCK-REGION THRU 1075-EXIT
006719         IF WS-LCK-FOUND AND WS-LCK-STATUS (WS-LCK-HIT) = "I"
006720             SET WS-LCK-BUSY TO TRUE
006721             MOVE WS-PART-REGION TO WS-LCK-BUSY-REGION
006722         END-IF
006723         GO TO 1070-EXIT
006724     END-IF.
006725     PERFORM 1080-CHECK-ONE-REGION THRU 1080-EXIT
006726         VARYING WS-LCK-IDX FROM 1 BY 1
006727         UNTIL WS-LCK-IDX > WS-LCK-COUNT OR WS-LCK-BUSY.
006728     GO TO 1070-EXIT.
006729 1070-EXIT.
006730     EXIT.
006731
006732 1075-FIND-LOCK-REGION.
006733     MOVE "N" TO WS-LCK-FOUND-SW.
006734     MOVE 0 TO WS-LCK-HIT.
006735     PERFORM 1076-MATCH-ONE-REGION THRU 1076-EXIT
006736         VARYING WS-LCK-IDX FROM 1 BY 1
006737         UNTIL WS-LCK-IDX > WS-LCK-COUNT OR WS-LCK-FOUND.
006738     GO TO 1075-EXIT.
006739 1075-EXIT.
006740     EXIT.
006741
006742 1076-MATCH-ONE-REGION.
006743     IF WS-LCK-REGION (WS-LCK-IDX) = WS-LCK-KEY
006744         SET WS-LCK-FOUND TO TRUE
006745         SET WS-LCK-HIT TO WS-LCK-IDX
006746     END-IF.
006747     GO TO 1076-EXIT.
006748 1076-EXIT.
006749     EXIT.
006750
006751 1080-CHECK-ONE-REGION.
006752     IF WS-LCK-STATUS (WS-LCK-IDX) = "I"
006753         SET WS-LCK-BUSY TO TRUE
006754         MOVE WS-LCK-REGION (WS-LCK-IDX) TO WS-LCK-BUSY-REGION
006755     END-IF.
006756     GO TO 1080-EXIT.
006757 1080-EXIT.
006758     EXIT.
006759
006760******************************************************************
006761*    NOTE: AN EARLIER REVISION CARRIED A 1050-VALIDATE-BOUND
006762*    PARAGRAPH HERE THAT ABORTED THE RUN IF THE UPPER BOUND READ
006763*    FROM CTLFILE COULD NOT FIT IN THE I COUNTER.  FB-CTL-UPPER-
006764*    BOUND AND I ARE BOTH PIC 9(05), SO THAT COMPARISON CAN NEVER
006765*    BE TRUE AS LONG AS THE TWO STAY THE SAME WIDTH, AND THE
006770*    PARAGRAPH WAS REMOVED RATHER THAN LEFT AS DEAD CODE.  IF
006780*    FB-CTL-UPPER-BOUND (COPYBOOK FBCTLREC) IS EVER WIDENED
006790*    BEYOND I'S OWN PICTURE, A REAL BOUND-VS-I-WIDTH CHECK WILL
008078     EXIT.
008079
008080
008081******************************************************************
008082*    1220-SELECT-RULE-SET -- LOAD FB-RULES-TABLE FROM THE STAGED
008083*    RULES CARRYING THE GOVERNING EFFECTIVE DATE.  NO SET IN
008084*    EFFECT YET (EVERY STAGED DATE IS IN THE FUTURE, OR NOTHING
008085*    STAGED) FALLS BACK TO THE SHOP-STANDARD DEFAULTS.
008086******************************************************************
008090 1220-SELECT-RULE-SET.
008100     IF NOT WS-GOV-RUL-FOUND
008110         IF WS-STG-COUNT > 0
010300 1630-EXIT.
010310     EXIT.
010320
010321******************************************************************
010322*    1700-LOAD-FEE-SCHEDULE -- STAGE EVERY APPROVED FEEFILE
010323*    RECORD, THEN LOAD FB-FEE-TABLE FROM THE FEE SCHEDULE WHOSE
010324*    EFFECTIVE DATE GOVERNS THE RUN'S BUSINESS DATE, THE SAME
010325*    WAY THE RULE SET IS CHOSEN.  NO SCHEDULE IN EFFECT YET
010326*    LEAVES THE TABLE EMPTY, SO NO LABEL CARRIES A FEE.
010327******************************************************************
010328 1700-LOAD-FEE-SCHEDULE.
010329     PERFORM 1710-READ-ONE-FEE THRU 1710-EXIT
010330         UNTIL WS-FEE-FILE-AT-EOF
010331            OR WS-FSTG-COUNT = 40.
010332     IF NOT WS-FEE-FILE-AT-EOF
010333         MOVE "FEEFILE"   TO WS-ERR-SOURCE
010334         MOVE "FEE FILE HAS OVER 40, REST SKIPPED"
010335             TO WS-ERR-REASON
010336         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
010337     END-IF.
010338     IF NOT WS-GOV-FEE-FOUND
010339         IF WS-FSTG-COUNT > 0
010340             MOVE "FEEFILE"   TO WS-ERR-SOURCE
010341             MOVE "NO FEE SCHEDULE IN EFFECT YET, NO FEES CHARGED"
010342                 TO WS-ERR-REASON
010343             PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
010344         END-IF
010345         GO TO 1700-EXIT
010346     END-IF.
010347     PERFORM 1720-SELECT-ONE-FEE THRU 1720-EXIT
010348         VARYING WS-FSTG-IDX FROM 1 BY 1
010349         UNTIL WS-FSTG-IDX > WS-FSTG-COUNT.
010350     IF WS-FEE-SET-OVERFLOW
010351         MOVE "FEEFILE"   TO WS-ERR-SOURCE
010352         MOVE "FEE SCHEDULE HAS OVER 20 LABELS, REST SKIPPED"
010353             TO WS-ERR-REASON
010354         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
010355     END-IF.
010356     GO TO 1700-EXIT.
010357 1700-EXIT.
010358     EXIT.
010359
010360******************************************************************
010361*    1710-READ-ONE-FEE -- READ AND STAGE ONE FEE RECORD.  A
010362*    PENDING RECORD NEVER GOVERNS A RUN.  A BLANK LABEL, AN
010363*    UNKNOWN TYPE, OR A MISSING AMOUNT FOR THE TYPE IS REPORTED
010364*    AND SKIPPED.  A BLANK EFFECTIVE DATE COUNTS AS ZERO.
010365******************************************************************
010366 1710-READ-ONE-FEE.
010367     READ FEE-FILE INTO FB-FEE-RECORD
010368         AT END
010369             SET WS-FEE-FILE-AT-EOF TO TRUE
010370             GO TO 1710-EXIT
010371     END-READ.
010372     IF FB-FEE-PENDING
010373         GO TO 1710-EXIT
010374     END-IF.
010375     IF FB-FEE-LABEL = SPACES
010376        OR (FB-FEE-FLAT AND FB-FEE-FLAT-AMT NOT NUMERIC)
010377        OR (FB-FEE-PERCENT AND FB-FEE-PCT NOT NUMERIC)
010378        OR (NOT FB-FEE-FLAT AND NOT FB-FEE-PERCENT)
010379         MOVE "FEEFILE"   TO WS-ERR-SOURCE
010380         MOVE "FEE RECORD HAS AN INVALID LABEL OR AMOUNT, SKIPPED"
010381             TO WS-ERR-REASON
010382         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
010383         GO TO 1710-EXIT
010384     END-IF.
010385     IF FB-FEE-EFF-DATE NUMERIC
010386         MOVE FB-FEE-EFF-DATE TO WS-EFF-DATE-WORK
010387     ELSE
010388         MOVE 0 TO WS-EFF-DATE-WORK
010389     END-IF.
010390     ADD 1 TO WS-FSTG-COUNT.
010391     SET WS-FSTG-IDX TO WS-FSTG-COUNT.
010392     MOVE FB-FEE-LABEL      TO WS-FSTG-LABEL (WS-FSTG-IDX).
010393     MOVE WS-EFF-DATE-WORK  TO WS-FSTG-EFF-DATE (WS-FSTG-IDX).
010394     MOVE FB-FEE-TYPE       TO WS-FSTG-TYPE (WS-FSTG-IDX).
010395     MOVE 0 TO WS-FSTG-FLAT-AMT (WS-FSTG-IDX).
010396     MOVE 0 TO WS-FSTG-PCT (WS-FSTG-IDX).
010397     IF FB-FEE-FLAT
010398         MOVE FB-FEE-FLAT-AMT TO WS-FSTG-FLAT-AMT (WS-FSTG-IDX)
010399     ELSE
010400         MOVE FB-FEE-PCT      TO WS-FSTG-PCT (WS-FSTG-IDX)
010401     END-IF.
010402     IF WS-EFF-DATE-WORK NOT > WS-CURRENT-DATE-N
010403         IF NOT WS-GOV-FEE-FOUND
010404            OR WS-EFF-DATE-WORK > WS-GOV-FEE-DATE
010405             MOVE WS-EFF-DATE-WORK TO WS-GOV-FEE-DATE
010406             SET WS-GOV-FEE-FOUND TO TRUE
010407         END-IF
010408     END-IF.
010409     GO TO 1710-EXIT.
010410 1710-EXIT.
010411     EXIT.
010412
010413 1720-SELECT-ONE-FEE.
010414     IF WS-FSTG-EFF-DATE (WS-FSTG-IDX) NOT = WS-GOV-FEE-DATE
010415         GO TO 1720-EXIT
010416     END-IF.
010417     IF FB-FEE-COUNT = 20
010418         SET WS-FEE-SET-OVERFLOW TO TRUE
010419         GO TO 1720-EXIT
010420     END-IF.
010421     ADD 1 TO FB-FEE-COUNT.
010422     SET FB-FEE-IDX TO FB-FEE-COUNT.
010423     MOVE WS-FSTG-LABEL (WS-FSTG-IDX)
010424         TO FB-FEE-TBL-LABEL (FB-FEE-IDX).
010425     MOVE WS-FSTG-TYPE (WS-FSTG-IDX)
010426         TO FB-FEE-TBL-TYPE (FB-FEE-IDX).
010427     MOVE WS-FSTG-FLAT-AMT (WS-FSTG-IDX)
010428         TO FB-FEE-TBL-FLAT-AMT (FB-FEE-IDX).
010429     MOVE WS-FSTG-PCT (WS-FSTG-IDX)
010430         TO FB-FEE-TBL-PCT (FB-FEE-IDX).
010431     GO TO 1720-EXIT.
010432 1720-EXIT.
010433     EXIT.
010434
010435******************************************************************
010436*    1800-LOAD-OVERRIDES -- LOAD EVERY APPROVED CLASSIFICATION
010437*    OVERRIDE WHOSE EXPIRY DATE IS NOT BEFORE THE RUN'S BUSINESS
010438*    DATE INTO WS-OVR-TABLE.  OVERRIDES PAST THE TABLE'S 200
010439*    ARE REPORTED; THOSE ORDERS TAKE THEIR RULES RESULT.
010440******************************************************************
010441 1800-LOAD-OVERRIDES.
010442     PERFORM 1810-READ-ONE-OVERRIDE THRU 1810-EXIT
010443         UNTIL WS-OVR-FILE-AT-EOF.
010444     GO TO 1800-EXIT.
010445 1800-EXIT.
010446     EXIT.
010447
010448******************************************************************
010449*    1810-READ-ONE-OVERRIDE -- READ ONE OVERRIDE AND TABLE IT IF
010450*    IT IS IN FORCE.  A PENDING OR EXPIRED OVERRIDE IS PASSED
010451*    OVER; ONE WITH A BAD ID, BLANK LABEL, UNKNOWN REASON OR
010452*    NON-NUMERIC EXPIRY IS REPORTED AND SKIPPED.  A SECOND
010453*    APPROVED OVERRIDE FOR THE SAME ORDER REPLACES THE FIRST.
010454******************************************************************
010455 1810-READ-ONE-OVERRIDE.
010456     READ OVERRIDE-FILE INTO FB-OVR-RECORD
010457         AT END
010458             SET WS-OVR-FILE-AT-EOF TO TRUE
010459             GO TO 1810-EXIT
010460     END-READ.
010461     IF NOT FB-OVR-APPROVED
010462         GO TO 1810-EXIT
010463     END-IF.
010464     IF FB-OVR-ORDER-ID NOT NUMERIC
010465        OR FB-OVR-LABEL = SPACES
010466        OR NOT FB-OVR-REASON-VALID
010467        OR FB-OVR-EXPIRY-DATE NOT NUMERIC
010468         MOVE "OVRFILE"   TO WS-ERR-SOURCE
010469         MOVE "OVERRIDE RECORD IS INVALID, SKIPPED"
010470             TO WS-ERR-REASON
010471         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
010472         GO TO 1810-EXIT
010473     END-IF.
010474     IF FB-OVR-EXPIRY-DATE < WS-CURRENT-DATE-N
010475         GO TO 1810-EXIT
010476     END-IF.
010477     MOVE FB-OVR-ORDER-ID TO WS-OVT-KEY.
010478     PERFORM 2615-FIND-OVERRIDE THRU 2615-EXIT.
010479     IF WS-OVT-FOUND
010480         SET WS-OVT-IDX TO WS-OVT-HIT
010481     ELSE
010482         IF WS-OVT-COUNT = 200
010483             MOVE "OVRFILE"   TO WS-ERR-SOURCE
010484             MOVE "OVER 200 OVERRIDES IN FORCE, REST SKIPPED"
010485                 TO WS-ERR-REASON
010486             PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
010487             GO TO 1810-EXIT
010488         END-IF
010489         ADD 1 TO WS-OVT-COUNT
010490         SET WS-OVT-IDX TO WS-OVT-COUNT
010491     END-IF.
010492     MOVE FB-OVR-ORDER-ID TO WS-OVT-ORDER-ID (WS-OVT-IDX).
010493     MOVE FB-OVR-LABEL    TO WS-OVT-LABEL (WS-OVT-IDX).
010494     MOVE FB-OVR-REASON   TO WS-OVT-REASON (WS-OVT-IDX).
010495     GO TO 1810-EXIT.
010496 1810-EXIT.
010497     EXIT.
010498
010499******************************************************************
010500*    2000-PROCESS-ITEMS -- IN BATCH MODE, CLASSIFY I = 1 THRU
010501*    WS-UPPER-BOUND AGAINST EVERY RULE IN FB-RULES-TABLE, RESUMING
010502*    FROM THE LAST CHECKPOINT IF ANY.  IN ORDER-FILE MODE, EACH
010503*    ORDER RECORD SUPPLIES ITS OWN VALUE TO CLASSIFY IN PLACE OF
010504*    THE SYNTHETIC COUNTER.
010505******************************************************************
010506 2000-PROCESS-ITEMS.
010507     EVALUATE TRUE
010508         WHEN WS-RUN-MODE-WHATIF
010509             PERFORM 2900-PROCESS-WHATIF THRU 2900-EXIT
010510         WHEN WS-RUN-MODE-ORDER
010511             PERFORM 2500-PROCESS-ORDER-FILE THRU 2500-EXIT
010512         WHEN I > WS-UPPER-BOUND
010513*            A CHECKPOINT LEFT BY A PRIOR RUN IS AHEAD OF THE
010514*            CURRENT UPPER BOUND -- MOST LIKELY THE BOUND WAS
010515*            LOWERED THROUGH FIZZMNT AFTER A PARTIAL RUN.  REPORT
010516*            IT RATHER THAN LET THE SUBTRACTION BELOW GO NEGATIVE
010517*            AND WRAP INTO THE UNSIGNED REMAINING-COUNT FIELD.
010520             MOVE "CHKPTFL"   TO WS-ERR-SOURCE
010530             MOVE "CKPT RESTART PT EXCEEDS BOUND, NONE DONE"
010540                 TO WS-ERR-REASON
010710 2100-CLASSIFY-ONE.
010720     ADD 1 TO I.
010722     MOVE 0 TO WS-CUR-AMOUNT.
010724     MOVE 0 TO WS-CUR-FEE.
010727     MOVE SPACES TO WS-CUR-REGION.
010730     PERFORM 2150-CLASSIFY-VALUE THRU 2150-EXIT.
010735     PERFORM 2640-SET-BUCKET THRU 2640-EXIT.
010740     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
010750         ADD 1 TO WS-PAGE-NO
010760         PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT
011606*    2600-CLASSIFY-ORDER -- READ THE NEXT ORDER MASTER RECORD,
011610*    CLASSIFY ITS ID, AND REWRITE THE RECORD IN PLACE WITH THE
011620*    LABEL AND THE RUN-ID, PLUS A MATCHING REPORT DETAIL LINE.
011623*    A CANCELLED ORDER IS NOT CLASSIFIED -- IT ONLY OWES A
011626*    CREDIT IF AN EARLIER RUN BILLED IT (2620).  A HELD ORDER
011628*    IS CLASSIFIED BUT GOES NO FURTHER THAN ITS LABEL (2690).
011630******************************************************************
011640 2600-CLASSIFY-ORDER.
011650     READ ORDER-MASTER NEXT RECORD
011680             SET WS-OMS-FILE-AT-EOF TO TRUE
011690             GO TO 2600-EXIT
011700     END-READ.
011701     IF WS-PARTITIONED AND FB-OMS-REGION NOT = WS-PART-REGION
011702*        ANOTHER REGION'S ORDER -- LEFT FOR ITS OWN PARTITION.
011703         GO TO 2600-EXIT
011704     END-IF.
011705     MOVE FB-ORDER-MASTER-RECORD TO WS-OMS-BEFORE-IMAGE.
011710     IF FB-OMS-ID NOT NUMERIC
011720         MOVE "ORDMAST"   TO WS-ERR-SOURCE
011750         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
011760         GO TO 2600-EXIT
011770     END-IF.
011772     IF FB-OMS-CANCELLED
011774         PERFORM 2620-CREDIT-CANCELLED-ORDER THRU 2620-EXIT
011776         GO TO 2600-EXIT
011778     END-IF.
011780     MOVE FB-OMS-ID TO I.
011782     IF FB-OMS-AMOUNT NUMERIC
011784         MOVE FB-OMS-AMOUNT TO WS-CUR-AMOUNT
011788         MOVE 0 TO WS-CUR-AMOUNT
011789     END-IF.
011790     PERFORM 2150-CLASSIFY-VALUE THRU 2150-EXIT.
011791     PERFORM 2610-APPLY-OVERRIDE THRU 2610-EXIT.
011793     PERFORM 2640-SET-BUCKET THRU 2640-EXIT.
011796     MOVE FB-OMS-REGION TO WS-CUR-REGION.
011800     IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
011810         ADD 1 TO WS-PAGE-NO
011820         PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT
011830     END-IF.
011840     MOVE I TO FB-RPT-DTL-VALUE.
011850     MOVE FB-OMS-REGION TO FB-RPT-DTL-REGION.
011855     MOVE WS-OVR-REASON-CUR TO FB-RPT-DTL-OVR-REASON.
011860     IF WS-RESULT-LABEL = SPACES
011870         MOVE SPACES TO FB-RPT-DTL-LABEL
011880         MOVE SPACES TO FB-OMS-LABEL
011920         MOVE WS-RESULT-LABEL (1:WS-RESULT-PTR - 1)
011930             TO FB-OMS-LABEL
011940     END-IF.
011941     IF FB-OMS-HELD
011942         PERFORM 2690-KEEP-HELD-ORDER THRU 2690-EXIT
011943         GO TO 2600-EXIT
011944     END-IF.
011945     IF WS-OVR-APPLIED
011946         ADD 1 TO WS-OVR-CNT
011947         ADD WS-CUR-AMOUNT TO WS-OVR-AMT-TOTAL
011948     END-IF.
011949     PERFORM 2630-COMPUTE-FEE THRU 2630-EXIT.
011950     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-DETAIL-LINE.
011960     ADD 1 TO WS-LINES-ON-PAGE.
011970     MOVE WS-RUN-ID TO FB-OMS-LAST-RUN-ID.
011980     MOVE WS-RUN-NUMBER TO FB-OMS-LAST-RUN-NBR.
011983     MOVE WS-RUN-NUMBER TO FB-OMS-BILLED-RUN-NBR.
011986     MOVE WS-CUR-AMOUNT TO FB-OMS-BILLED-AMOUNT.
011988     MOVE WS-CUR-FEE TO FB-OMS-BILLED-FEE.
011989     MOVE WS-CUR-BUCKET TO FB-OMS-BILLED-BUCKET.
011990     REWRITE ORDER-MASTER-RECORD FROM FB-ORDER-MASTER-RECORD.
012000     IF NOT WS-OMS-FILE-OK
012010         MOVE "ORDMAST"   TO WS-ERR-SOURCE
012090 2600-EXIT.
012100     EXIT.
012110
012111******************************************************************
012112*    2620-CREDIT-CANCELLED-ORDER -- UPSTREAM CANCELLED THIS
012113*    ORDER AND FIZZLOD MARKED IT ON THE MASTER.  WHEN AN EARLIER
012114*    RUN BILLED IT AND NO CREDIT HAS GONE OUT YET, WRITE ONE
012115*    CREDIT FOR THE AMOUNT BILLED AND STAMP THE MASTER WITH
012116*    THIS RUN NUMBER SO THE CREDIT IS SENT EXACTLY ONCE.  AN
012117*    ORDER CANCELLED BEFORE IT WAS EVER BILLED OWES NOTHING.
012118*    RECORDS BILLED BEFORE THE BILLED STAMP EXISTED FALL BACK
012119*    TO THE LAST-RUN STAMP AND THE ORDER AMOUNT.
012120******************************************************************
012121 2620-CREDIT-CANCELLED-ORDER.
012122     IF FB-OMS-CREDIT-RUN-NBR NOT = SPACES
012123         GO TO 2620-EXIT
012124     END-IF.
012125     IF FB-OMS-BILLED-RUN-NBR NOT = SPACES
012126         MOVE FB-OMS-BILLED-RUN-NBR TO WS-CRD-ORIG-RUN
012127         IF FB-OMS-BILLED-AMOUNT NUMERIC
012128             MOVE FB-OMS-BILLED-AMOUNT TO WS-CRD-AMOUNT
012129         ELSE
012130             MOVE 0 TO WS-CRD-AMOUNT
012131         END-IF
012132     ELSE
012133         IF FB-OMS-LAST-RUN-NBR = SPACES
012134             GO TO 2620-EXIT
012135         END-IF
012136         MOVE FB-OMS-LAST-RUN-NBR TO WS-CRD-ORIG-RUN
012137         IF FB-OMS-AMOUNT NUMERIC
012138             MOVE FB-OMS-AMOUNT TO WS-CRD-AMOUNT
012139         ELSE
012140             MOVE 0 TO WS-CRD-AMOUNT
012141         END-IF
012142     END-IF.
012143     MOVE WS-RUN-NUMBER TO FB-OMS-CREDIT-RUN-NBR.
012144     REWRITE ORDER-MASTER-RECORD FROM FB-ORDER-MASTER-RECORD.
012145     IF NOT WS-OMS-FILE-OK
012146*        THE STAMP DID NOT LAND, SO NO CREDIT IS SENT -- THE
012147*        NEXT RUN FINDS THE ORDER STILL OWING AND TRIES AGAIN.
012148         MOVE "ORDMAST"   TO WS-ERR-SOURCE
012149         MOVE "MASTER REWRITE FAILED, CREDIT NOT SENT"
012150             TO WS-ERR-REASON
012151         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
012152         GO TO 2620-EXIT
012153     END-IF.
012154     PERFORM 2680-WRITE-JOURNAL THRU 2680-EXIT.
012155     PERFORM 2860-WRITE-BILLING-CREDIT THRU 2860-EXIT.
012156     GO TO 2620-EXIT.
012157 2620-EXIT.
012158     EXIT.
012159
012160******************************************************************
012161*    2610-APPLY-OVERRIDE -- WHEN AN APPROVED OVERRIDE IS IN
012162*    FORCE FOR THIS ORDER, ITS FORCED LABEL REPLACES THE RULES-
012163*    TABLE RESULT FOR EVERYTHING DOWNSTREAM: THE MASTER, REPORT,
012164*    FEE, AUDIT LOG AND BILLING DETAIL.  THE FORCED LABEL IS
012165*    ONE LABEL, SO THE ORDER IS COUNTED IN THE SINGLE BUCKET
012166*    WHATEVER THE RULES MATCHED; THE RULE STATISTICS STILL SHOW
012167*    WHAT THE RULES THEMSELVES MATCHED.
012168******************************************************************
012169 2610-APPLY-OVERRIDE.
012170     MOVE "N" TO WS-OVR-APPLIED-SW.
012171     MOVE SPACES TO WS-OVR-REASON-CUR.
012172     IF WS-OVT-COUNT = 0
012173         GO TO 2610-EXIT
012174     END-IF.
012175     MOVE I TO WS-OVT-KEY.
012176     PERFORM 2615-FIND-OVERRIDE THRU 2615-EXIT.
012177     IF NOT WS-OVT-FOUND
012178         GO TO 2610-EXIT
012179     END-IF.
012180     SET WS-OVT-IDX TO WS-OVT-HIT.
012181     SET WS-OVR-APPLIED TO TRUE.
012182     MOVE WS-OVT-REASON (WS-OVT-IDX) TO WS-OVR-REASON-CUR.
012183     MOVE SPACES TO WS-RESULT-LABEL.
012184     MOVE 1 TO WS-RESULT-PTR.
012185     STRING FUNCTION TRIM(WS-OVT-LABEL (WS-OVT-IDX))
012186         DELIMITED BY SIZE
012187         INTO WS-RESULT-LABEL
012188         WITH POINTER WS-RESULT-PTR.
012189     MOVE 1 TO WS-MATCH-COUNT.
012190     GO TO 2610-EXIT.
012191 2610-EXIT.
012192     EXIT.
012193
012194******************************************************************
012195*    2615-FIND-OVERRIDE -- LOOK UP ORDER ID WS-OVT-KEY IN THE
012196*    OVERRIDE TABLE.
012197*    WS-OVT-HIT IS THE ENTRY FOUND.
012198******************************************************************
012199 2615-FIND-OVERRIDE.
012200     MOVE "N" TO WS-OVT-FOUND-SW.
012201     PERFORM 2617-MATCH-ONE-OVERRIDE THRU 2617-EXIT
012202         VARYING WS-OVT-IDX FROM 1 BY 1
012203         UNTIL WS-OVT-IDX > WS-OVT-COUNT
012204            OR WS-OVT-FOUND.
012205     GO TO 2615-EXIT.
012206 2615-EXIT.
012207     EXIT.
012208
012209 2617-MATCH-ONE-OVERRIDE.
012210     IF WS-OVT-ORDER-ID (WS-OVT-IDX) = WS-OVT-KEY
012211         SET WS-OVT-FOUND TO TRUE
012212         SET WS-OVT-HIT TO WS-OVT-IDX
012213     END-IF.
012214     GO TO 2617-EXIT.
012215 2617-EXIT.
012216     EXIT.
012217
012218******************************************************************
012219*    2630-COMPUTE-FEE -- LOOK UP THE ORDER'S FINAL LABEL IN THE
012220*    GOVERNING FEE SCHEDULE.  A FLAT FEE IS CHARGED AS KEYED; A
012221*    PERCENTAGE FEE IS TAKEN ON THE ORDER AMOUNT, ROUNDED TO THE
012222*    CENT.  AN UNLABELED ORDER OR A LABEL THE SCHEDULE DOES NOT
012223*    LIST CARRIES NO FEE.
012224******************************************************************
012225 2630-COMPUTE-FEE.
012226     MOVE 0 TO WS-CUR-FEE.
012227     IF FB-FEE-COUNT = 0 OR FB-OMS-LABEL = SPACES
012228         GO TO 2630-EXIT
012229     END-IF.
012230     MOVE "N" TO WS-FEE-HIT-SW.
012231     PERFORM 2635-MATCH-ONE-FEE THRU 2635-EXIT
012232         VARYING FB-FEE-IDX FROM 1 BY 1
012233         UNTIL FB-FEE-IDX > FB-FEE-COUNT
012234            OR WS-FEE-HIT.
012235     GO TO 2630-EXIT.
012236 2630-EXIT.
012237     EXIT.
012238
012239 2635-MATCH-ONE-FEE.
012240     IF FB-FEE-TBL-LABEL (FB-FEE-IDX) NOT = FB-OMS-LABEL
012241         GO TO 2635-EXIT
012242     END-IF.
012243     SET WS-FEE-HIT TO TRUE.
012244     IF FB-FEE-TBL-TYPE (FB-FEE-IDX) = "F"
012245         MOVE FB-FEE-TBL-FLAT-AMT (FB-FEE-IDX) TO WS-CUR-FEE
012246         GO TO 2635-EXIT
012247     END-IF.
012248     COMPUTE WS-CUR-FEE ROUNDED =
012249         WS-CUR-AMOUNT * FB-FEE-TBL-PCT (FB-FEE-IDX) / 100
012250         ON SIZE ERROR
012251             MOVE 0 TO WS-CUR-FEE
012252             MOVE "FEEFILE"   TO WS-ERR-SOURCE
012253             MOVE "PERCENTAGE FEE TOO LARGE FOR ORDER, NO FEE"
012254                 TO WS-ERR-REASON
012255             PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
012256     END-COMPUTE.
012257     GO TO 2635-EXIT.
012258 2635-EXIT.
012259     EXIT.
012260
012261******************************************************************
012262*    2640-SET-BUCKET -- THE LABEL BUCKET OF THE VALUE JUST
012263*    CLASSIFIED, THE SAME SPLIT THE SUMMARY TOTALS USE: "N" FOR
012264*    NO RULE MATCHED, "S" FOR ONE, "M" FOR MORE THAN ONE.
012265******************************************************************
012266 2640-SET-BUCKET.
012267     EVALUATE TRUE
012268         WHEN WS-MATCH-COUNT = 0
012269             MOVE "N" TO WS-CUR-BUCKET
012270         WHEN WS-MATCH-COUNT = 1
012271             MOVE "S" TO WS-CUR-BUCKET
012272         WHEN OTHER
012273             MOVE "M" TO WS-CUR-BUCKET
012274     END-EVALUATE.
012275     GO TO 2640-EXIT.
012276 2640-EXIT.
012277     EXIT.
012278
012279******************************************************************
012280*    2650-ADD-REGION-TOTALS -- BUMP THE PER-REGION SUBTOTALS FOR
012281*    THE ORDER JUST CLASSIFIED.  THE FIRST ORDER SEEN FOR A
012282*    REGION OPENS ITS TABLE ENTRY; AN ELEVENTH DISTINCT REGION
012283*    AND BEYOND IS LUMPED UNDER THE "***" ENTRY SO NOTHING IS
012284*    EVER DROPPED FROM THE SUBTOTALS.
012285******************************************************************
012286 2650-ADD-REGION-TOTALS.
012287     MOVE FB-OMS-REGION TO WS-REG-WORK-CODE.
012288     MOVE "N" TO WS-REG-FOUND-SW.
012289     PERFORM 2660-MATCH-ONE-REGION THRU 2660-EXIT
012290         VARYING WS-REG-IDX FROM 1 BY 1
012291         UNTIL WS-REG-IDX > WS-REG-COUNT
012292            OR WS-REG-FOUND.
012293     IF NOT WS-REG-FOUND
012294         IF WS-REG-COUNT = 10
012295             MOVE "***" TO WS-REG-WORK-CODE
012296             MOVE "N" TO WS-REG-FOUND-SW
012300             PERFORM 2660-MATCH-ONE-REGION THRU 2660-EXIT
012310                 VARYING WS-REG-IDX FROM 1 BY 1
012320                 UNTIL WS-REG-IDX > WS-REG-COUNT
012510         MOVE 0 TO WS-REG-MULTIPLE (WS-REG-IDX)
012520         MOVE 0 TO WS-REG-TOTAL (WS-REG-IDX)
012525         MOVE 0 TO WS-REG-AMOUNT (WS-REG-IDX)
012527         MOVE 0 TO WS-REG-FEE (WS-REG-IDX)
012530     END-IF.
012540     SET WS-REG-IDX TO WS-REG-HIT.
012550     ADD 1 TO WS-REG-TOTAL (WS-REG-IDX).
012555     ADD WS-CUR-AMOUNT TO WS-REG-AMOUNT (WS-REG-IDX).
012557     ADD WS-CUR-FEE TO WS-REG-FEE (WS-REG-IDX).
012560     EVALUATE TRUE
012570         WHEN WS-MATCH-COUNT = 0
012580             ADD 1 TO WS-REG-NONE (WS-REG-IDX)
012806     GO TO 2680-EXIT.
012808 2680-EXIT.
012810     EXIT.
012811
012812******************************************************************
012813*    2690-KEEP-HELD-ORDER -- THE ORDER JUST CLASSIFIED IS ON HOLD
012814*    FOR SUPERVISOR REVIEW.  ITS LABEL IS REWRITTEN AND JOURNALED
012815*    SO FIZZHLD SHOWS THE CLASSIFICATION, BUT THE RUN AND BILLED
012816*    STAMPS ARE LEFT ALONE, NO AUDIT OR BILLING RECORD IS WRITTEN,
012817*    AND NOTHING GOES INTO THE CONTROL TOTALS, SO THE SUMMARY,
012818*    BILLING TRAILER AND RECONCILIATION ALL STILL TIE.  ONCE
012819*    RELEASED, THE ORDER CLASSIFIES AND BILLS ON THE NEXT RUN.
012820******************************************************************
012821 2690-KEEP-HELD-ORDER.
012822     REWRITE ORDER-MASTER-RECORD FROM FB-ORDER-MASTER-RECORD.
012823     IF NOT WS-OMS-FILE-OK
012824         MOVE "ORDMAST"   TO WS-ERR-SOURCE
012825         MOVE "MASTER REWRITE FAILED, RECORD NOT UPDATED"
012826             TO WS-ERR-REASON
012827         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
012828     ELSE
012829         PERFORM 2680-WRITE-JOURNAL THRU 2680-EXIT
012830     END-IF.
012831     ADD 1 TO WS-HLD-CNT.
012832     ADD WS-CUR-AMOUNT TO WS-HLD-AMT-TOTAL.
012833     IF WS-HLD-COUNT = 200
012834         ADD 1 TO WS-HLD-UNLISTED
012835         GO TO 2690-EXIT
012836     END-IF.
012837     ADD 1 TO WS-HLD-COUNT.
012838     SET WS-HLD-IDX TO WS-HLD-COUNT.
012839     MOVE FB-OMS-ID     TO WS-HLD-ID (WS-HLD-IDX).
012840     MOVE FB-OMS-REGION TO WS-HLD-REGION (WS-HLD-IDX).
012841     MOVE FB-OMS-STATUS TO WS-HLD-STATUS (WS-HLD-IDX).
012842     MOVE WS-CUR-AMOUNT TO WS-HLD-AMOUNT (WS-HLD-IDX).
012843     MOVE FB-OMS-LABEL  TO WS-HLD-LABEL (WS-HLD-IDX).
012844     GO TO 2690-EXIT.
012845 2690-EXIT.
012846     EXIT.
012847
012848******************************************************************
012849*    2700-UPDATE-TOTALS-AND-CKPT -- BUMP THE END-OF-RUN CONTROL
012850*    TOTALS FOR THE VALUE JUST CLASSIFIED AND COMMIT A CHECKPOINT
012851*    EVERY WS-CKPT-INTERVAL VALUES.  SHARED BY BATCH AND
012852*    ORDER-FILE MODE.
012853******************************************************************
012854 2700-UPDATE-TOTALS-AND-CKPT.
012855     PERFORM 2800-WRITE-AUDIT-RECORD THRU 2800-EXIT.
012856     PERFORM 2850-WRITE-BILLING-DETAIL THRU 2850-EXIT.
012860     ADD 1 TO WS-CNT-TOTAL.
012862     ADD WS-CUR-AMOUNT TO WS-AMT-TOTAL.
012870     EVALUATE TRUE
013200         MOVE WS-RESULT-LABEL (1:WS-RESULT-PTR - 1)
013210             TO FB-AUD-LABEL
013220     END-IF.
013221     IF WS-OVR-APPLIED
013222         MOVE "Y" TO FB-AUD-OVERRIDE-FLAG
013223     ELSE
013224         MOVE "N" TO FB-AUD-OVERRIDE-FLAG
013225     END-IF.
013226     MOVE WS-OVR-REASON-CUR TO FB-AUD-OVR-REASON.
013230     WRITE AUDIT-FILE-RECORD FROM FB-AUDIT-RECORD.
013240     GO TO 2800-EXIT.
013250 2800-EXIT.
013320*    AND ORDER MODE, THE SAME AS THE AUDIT TRAIL.
013330******************************************************************
013340 2850-WRITE-BILLING-DETAIL.
013345     MOVE SPACES TO FB-BILLING-DETAIL.
013350     MOVE "D" TO FB-BIL-DTL-TYPE.
013360     MOVE I TO FB-BIL-DTL-ID.
013370     IF WS-RESULT-LABEL = SPACES
013410             TO FB-BIL-DTL-LABEL
013420     END-IF.
013425     MOVE WS-CUR-AMOUNT TO FB-BIL-DTL-AMOUNT.
013427     MOVE WS-CUR-FEE TO FB-BIL-DTL-FEE.
013428     MOVE WS-CUR-REGION TO FB-BIL-DTL-REGION.
013429     MOVE WS-CUR-BUCKET TO FB-BIL-DTL-BUCKET.
013430     WRITE BILLING-FILE-RECORD FROM FB-BILLING-DETAIL.
013440     ADD I TO WS-BILL-HASH.
013445     ADD WS-CUR-AMOUNT TO WS-BILL-AMT-TOTAL.
013447     ADD WS-CUR-FEE TO WS-BILL-FEE-TOTAL.
013450     GO TO 2850-EXIT.
013460 2850-EXIT.
013470     EXIT.
013480
013481******************************************************************
013482*    2860-WRITE-BILLING-CREDIT -- WRITE ONE CREDIT RECORD FOR
013483*    THE CANCELLED ORDER JUST STAMPED, CARRYING THE AMOUNT AND
013484*    THE RUN NUMBER THAT BILLED IT.  ITS ID GOES INTO THE HASH
013485*    WITH THE DETAILS; ITS AMOUNT COMES OFF THE NET TOTAL.
013486******************************************************************
013487 2860-WRITE-BILLING-CREDIT.
013488     MOVE SPACES TO FB-BILLING-CREDIT.
013489     MOVE "C" TO FB-BIL-CRD-TYPE.
013490     MOVE FB-OMS-ID TO FB-BIL-CRD-ID.
013491     MOVE FB-OMS-LABEL TO FB-BIL-CRD-LABEL.
013492     MOVE WS-CRD-AMOUNT TO FB-BIL-CRD-AMOUNT.
013493     MOVE WS-CRD-ORIG-RUN TO FB-BIL-CRD-ORIG-RUN-NBR.
013494     MOVE FB-OMS-REGION TO FB-BIL-CRD-REGION.
013495     MOVE FB-OMS-BILLED-BUCKET TO FB-BIL-CRD-BUCKET.
013496     WRITE BILLING-FILE-RECORD FROM FB-BILLING-CREDIT.
013497     ADD FB-OMS-ID TO WS-BILL-HASH.
013498     ADD 1 TO WS-CRD-CNT.
013499     ADD WS-CRD-AMOUNT TO WS-CRD-AMT-TOTAL.
013500     GO TO 2860-EXIT.
013501 2860-EXIT.
013502     EXIT.
013503
013504******************************************************************
013505*    2200-WRITE-CHECKPOINT -- COMMIT THE CURRENT VALUE OF I TO
013510*    THE CHECKPOINT FILE SO A RERUN CAN RESUME FROM HERE.
013520******************************************************************
013530 2200-WRITE-CHECKPOINT.
013730     WRITE CHECKPOINT-FILE-RECORD FROM FB-CHECKPOINT-RECORD.
013740     GO TO 2250-EXIT.
013750 2250-EXIT.
013753     EXIT.
013756
013760******************************************************************
013762*    2105-CHECK-ONE-EXCLUSIVE -- PRE-PASS OVER THE EXCLUSIVE
013764*    ("X") RULES ONLY.  AN "X" RULE MATCHES ON ITS DIVISOR WHEN
014230     GO TO 2160-EXIT.
014240 2160-EXIT.
014250     EXIT.
014251
014252******************************************************************
014253*    2165-CHECK-ONE-CAND-EXCL -- THE CANDIDATE SET'S EXCLUSIVE
014254*    PRE-PASS, THE SAME PRECEDENCE AS THE LIVE RULES SO THE
014256*    COMPARISON IS FAITHFUL.
014258******************************************************************
015670     MOVE "TOTAL ORDER AMOUNT         " TO FB-RPT-AMT-LIT.
015671     MOVE WS-AMT-TOTAL TO FB-RPT-AMT-VALUE.
015672     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-AMOUNT-LINE.
015673     MOVE "CREDITS FOR CANCELLED ORDERS" TO FB-RPT-SUM-LIT.
015674     MOVE WS-CRD-CNT TO FB-RPT-SUM-COUNT.
015675     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-SUMMARY-LINE.
015676     MOVE "CREDIT AMOUNT              " TO FB-RPT-AMT-LIT.
015677     MOVE WS-CRD-AMT-TOTAL TO FB-RPT-AMT-VALUE.
015678     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-AMOUNT-LINE.
015679     COMPUTE WS-BILL-NET-AMT =
015680         WS-BILL-AMT-TOTAL - WS-CRD-AMT-TOTAL.
015681     MOVE "NET BILLED AMOUNT          " TO FB-RPT-NET-LIT.
015682     MOVE WS-BILL-NET-AMT TO FB-RPT-NET-VALUE.
015683     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-NET-AMOUNT-LINE.
015684     MOVE "LABEL FEES BILLED          " TO FB-RPT-AMT-LIT.
015685     MOVE WS-BILL-FEE-TOTAL TO FB-RPT-AMT-VALUE.
015686     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-AMOUNT-LINE.
015687     MOVE "HELD ORDERS (NOT BILLED)   " TO FB-RPT-SUM-LIT.
015688     MOVE WS-HLD-CNT TO FB-RPT-SUM-COUNT.
015689     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-SUMMARY-LINE.
015690     MOVE "HELD ORDER AMOUNT          " TO FB-RPT-AMT-LIT.
015691     MOVE WS-HLD-AMT-TOTAL TO FB-RPT-AMT-VALUE.
015692     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-AMOUNT-LINE.
015693     MOVE "LABELS FORCED BY OVERRIDE  " TO FB-RPT-SUM-LIT.
015694     MOVE WS-OVR-CNT TO FB-RPT-SUM-COUNT.
015695     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-SUMMARY-LINE.
015696     MOVE "OVERRIDDEN ORDER AMOUNT    " TO FB-RPT-AMT-LIT.
015697     MOVE WS-OVR-AMT-TOTAL TO FB-RPT-AMT-VALUE.
015698     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-AMOUNT-LINE.
015700     MOVE WS-RUN-DATE     TO FB-SUM-RUN-DATE.
015702     MOVE WS-CNT-NONE     TO FB-SUM-NONE-CNT.
015704     MOVE WS-CNT-SINGLE   TO FB-SUM-SINGLE-CNT.
015706     MOVE WS-CNT-MULTIPLE TO FB-SUM-MULTIPLE-CNT.
015710     MOVE WS-CNT-TOTAL    TO FB-SUM-TOTAL-CNT.
015720     MOVE WS-RUN-NUMBER   TO FB-SUM-RUN-NBR.
015721     MOVE WS-HLD-CNT      TO FB-SUM-HELD-CNT.
015722     MOVE WS-PART-REGION  TO FB-SUM-REGION.
015723     MOVE WS-AMT-NONE     TO FB-SUM-NONE-AMT.
015724     MOVE WS-AMT-SINGLE   TO FB-SUM-SINGLE-AMT.
015726     MOVE WS-AMT-MULTIPLE TO FB-SUM-MULTIPLE-AMT.
015728     MOVE WS-AMT-TOTAL    TO FB-SUM-TOTAL-AMT.
015729     MOVE WS-CRD-CNT      TO FB-SUM-CREDIT-CNT.
015730     MOVE WS-CRD-AMT-TOTAL TO FB-SUM-CREDIT-AMT.
015731     MOVE WS-BILL-FEE-TOTAL TO FB-SUM-FEE-AMT.
015735     WRITE SUMMARY-FILE-RECORD FROM FB-SUMMARY-RECORD.
015740     MOVE SPACES TO FB-BILLING-TRAILER.
015750     MOVE "T" TO FB-BIL-TRL-TYPE.
015760     MOVE WS-CNT-TOTAL TO FB-BIL-TRL-COUNT.
015770     MOVE WS-BILL-HASH TO FB-BIL-TRL-HASH.
015775     MOVE WS-BILL-NET-AMT TO FB-BIL-TRL-AMOUNT.
015776     MOVE WS-CRD-CNT TO FB-BIL-TRL-CREDIT-CNT.
015777     MOVE WS-CRD-AMT-TOTAL TO FB-BIL-TRL-CREDIT-AMT.
015778     MOVE WS-BILL-FEE-TOTAL TO FB-BIL-TRL-FEE-AMT.
015780     WRITE BILLING-FILE-RECORD FROM FB-BILLING-TRAILER.
015790     PERFORM 8100-PRINT-RULE-STATS THRU 8100-EXIT.
015792     IF WS-HLD-CNT > 0
015794         PERFORM 8300-PRINT-HELD-ORDERS THRU 8300-EXIT
015796     END-IF.
015800     GO TO 8000-EXIT.
015810 8000-EXIT.
015820     EXIT.
016050     MOVE WS-REG-MULTIPLE (WS-REG-IDX) TO FB-RPT-REG-MULTIPLE.
016060     MOVE WS-REG-TOTAL (WS-REG-IDX)    TO FB-RPT-REG-TOTAL.
016065     MOVE WS-REG-AMOUNT (WS-REG-IDX)   TO FB-RPT-REG-AMOUNT.
016067     MOVE WS-REG-FEE (WS-REG-IDX)      TO FB-RPT-REG-FEE.
016070     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-REGION-LINE.
016080     GO TO 8210-EXIT.
016090 8210-EXIT.
016280     EXIT.
016290
016300 8110-PRINT-ONE-RULE-STAT.
016302*    HELD ORDERS ARE CLASSIFIED TOO, SO THEY COUNT IN THE BASE.
016305     COMPUTE WS-RULE-BASE = WS-CNT-TOTAL + WS-HLD-CNT.
016310     IF WS-RULE-BASE = 0
016320         MOVE 0 TO WS-RULE-PCT
016330     ELSE
016340         COMPUTE WS-RULE-PCT ROUNDED =
016350             FB-RUL-TBL-MATCH-CNT (FB-RUL-IDX) * 100
016360             / WS-RULE-BASE
016370     END-IF.
016380     MOVE FB-RUL-TBL-DIVISOR (FB-RUL-IDX)
016390         TO FB-RPT-RUL-DIVISOR.
016550     GO TO 8110-EXIT.
016560 8110-EXIT.
016570     EXIT.
016571
016572******************************************************************
016573*    8300-PRINT-HELD-ORDERS -- THE HELD-ORDERS SECTION: ONE LINE
016574*    PER ORDER KEPT OUT OF BILLING FOR SUPERVISOR REVIEW, WITH
016575*    WHY IT IS HELD, FOR WORKING THROUGH FIZZHLD.
016576******************************************************************
016577 8300-PRINT-HELD-ORDERS.
016578     MOVE SPACES TO FIZZBUZZ-RPT-RECORD.
016579     WRITE FIZZBUZZ-RPT-RECORD.
016580     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-HELD-HEADING-1.
016581     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-HELD-HEADING-2.
016582     PERFORM 8310-PRINT-ONE-HELD THRU 8310-EXIT
016583         VARYING WS-HLD-IDX FROM 1 BY 1
016584         UNTIL WS-HLD-IDX > WS-HLD-COUNT.
016585     IF WS-HLD-UNLISTED > 0
016586         MOVE "MORE HELD ORDERS NOT LISTED" TO FB-RPT-SUM-LIT
016587         MOVE WS-HLD-UNLISTED TO FB-RPT-SUM-COUNT
016588         WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-SUMMARY-LINE
016589     END-IF.
016590     GO TO 8300-EXIT.
016591 8300-EXIT.
016592     EXIT.
016593
016594 8310-PRINT-ONE-HELD.
016595     MOVE WS-HLD-ID (WS-HLD-IDX)     TO FB-RPT-HLD-ID.
016596     MOVE WS-HLD-REGION (WS-HLD-IDX) TO FB-RPT-HLD-REGION.
016597     IF WS-HLD-STATUS (WS-HLD-IDX) = "H"
016598         MOVE "AMOUNT" TO FB-RPT-HLD-REASON
016599     ELSE
016600         MOVE "REVIEW" TO FB-RPT-HLD-REASON
016601     END-IF.
016602     MOVE WS-HLD-AMOUNT (WS-HLD-IDX) TO FB-RPT-HLD-AMOUNT.
016603     MOVE WS-HLD-LABEL (WS-HLD-IDX)  TO FB-RPT-HLD-LABEL.
016604     WRITE FIZZBUZZ-RPT-RECORD FROM FB-RPT-HELD-LINE.
016605     GO TO 8310-EXIT.
016606 8310-EXIT.
016607     EXIT.
016608
016609******************************************************************
016610*    9000-TERMINATE -- CLOSE ANY FILES THAT WERE OPENED.
016611******************************************************************
016620 9000-TERMINATE.
016630*    A WHAT-IF RUN PRINTS ITS OWN COMPARISON TOTALS AND WRITES
016640*    NO SUMMARY OR STATISTICS OUTPUT.
016882     IF WS-JRN-FILE-OPENED
016884         CLOSE JOURNAL-FILE
016886     END-IF.
016887     IF WS-FEE-FILE-OPENED
016888         CLOSE FEE-FILE
016889     END-IF.
016890     IF WS-OVR-FILE-OPENED
016891         CLOSE OVERRIDE-FILE
016892     END-IF.
016896     IF WS-AUD-FILE-OPENED
016900         CLOSE AUDIT-FILE
016910     END-IF.
016920     IF WS-RST-FILE-OPENED
017280         PERFORM 9200-WRITE-RUN-RECORD THRU 9200-EXIT
017290     END-IF.
017300     MOVE 16 TO RETURN-CODE.
017305     PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT.
017310     STOP RUN.
017320 9050-EXIT.
017330     EXIT.
017430     MOVE WS-RUN-NUMBER  TO FB-ERR-RUN-NBR.
017440     MOVE WS-ERR-SOURCE  TO FB-ERR-SOURCE.
017450     MOVE WS-ERR-REASON  TO FB-ERR-REASON.
017453     MOVE SPACE          TO FB-ERR-CLASS.
017456     MOVE SPACES         TO FB-ERR-REGION.
017460     WRITE ERROR-FILE-RECORD FROM FB-ERROR-RECORD.
017470     ADD 1 TO WS-ERROR-COUNT.
017480     GO TO 9100-EXIT.
017680             TO WS-ERR-REASON
017690         PERFORM 9100-WRITE-ERROR-RECORD THRU 9100-EXIT
017700         MOVE 16 TO RETURN-CODE
017705         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
017710         STOP RUN
017720     END-IF.
017730     MOVE SPACES TO FB-RUN-CONTROL-RECORD.
017750     MOVE WS-RUN-ID         TO FB-RUN-DATE.
017760     MOVE WS-RUN-START-TIME TO FB-RUN-START-TIME.
017770     MOVE WS-LAST-RUN-STATUS TO FB-RUN-STATUS.
017775     MOVE WS-PART-REGION TO FB-RUN-REGION.
017780     WRITE RUN-CONTROL-FILE-RECORD FROM FB-RUN-CONTROL-RECORD.
017790     CLOSE RUN-CONTROL-FILE.
017800     MOVE "00" TO WS-RCT-FILE-STATUS.
017810     GO TO 9200-EXIT.
017820 9200-EXIT.
017830     EXIT.
017840
017850******************************************************************
017860*    9800-WRITE-STEP-TIMING -- APPEND THIS STEP'S TIMING RECORD
017870*    TO THE SHARED STEP HISTORY (CREATED ON FIRST USE) FOR THE
017880*    FIZZSLA BATCH-WINDOW REPORT.  PERFORMED AHEAD OF EVERY
017890*    STOP RUN SO A STEP THAT ENDS ON AN ERROR IS TIMED TOO.  A
017900*    HISTORY THAT CANNOT BE WRITTEN IS REPORTED BUT NEVER
017910*    CHANGES THE STEP'S OWN RETURN-CODE.
017920******************************************************************
017930 9800-WRITE-STEP-TIMING.
017940     MOVE WS-RUN-NUMBER     TO WS-TIM-RUN-NBR.
017950     MOVE WS-CNT-TOTAL      TO WS-TIM-RECORDS.
017960     MOVE SPACES            TO FB-STEP-TIMING-RECORD.
017970     MOVE WS-TIM-RUN-NBR    TO FB-TIM-RUN-NBR.
017980     MOVE "FIZZBUZZ"        TO FB-TIM-PROGRAM.
017981     IF WS-PARTITIONED
017982         MOVE SPACES TO FB-TIM-PROGRAM
017983         STRING "FZB-" WS-PART-REGION DELIMITED BY SIZE
017984             INTO FB-TIM-PROGRAM
017985     END-IF.
017990     MOVE WS-TIM-START-DATE TO FB-TIM-START-DATE.
018000     MOVE WS-TIM-START-TIME TO FB-TIM-START-TIME.
018010     ACCEPT FB-TIM-END-DATE FROM DATE YYYYMMDD.
018020     ACCEPT FB-TIM-END-TIME FROM TIME.
018030     MOVE WS-TIM-RECORDS    TO FB-TIM-RECORDS.
018040     MOVE RETURN-CODE       TO FB-TIM-RETURN-CODE.
018050     OPEN EXTEND STEP-HISTORY.
018060     IF WS-TIM-FILE-NOT-FOUND
018070         MOVE "00" TO WS-TIM-FILE-STATUS
018080         OPEN OUTPUT STEP-HISTORY
018090     END-IF.
018100     IF NOT WS-TIM-FILE-OK
018110         DISPLAY "FIZZBUZZ: STEP HISTORY (STEPHIST) OPEN FAILED,"
018120             " STATUS " WS-TIM-FILE-STATUS " -- STEP NOT TIMED"
018130         GO TO 9800-EXIT
018140     END-IF.
018150     WRITE STEP-HISTORY-RECORD FROM FB-STEP-TIMING-RECORD.
018160     CLOSE STEP-HISTORY.
018170     GO TO 9800-EXIT.
018180 9800-EXIT.
018190     EXIT.
