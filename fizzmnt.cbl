000316*                     UNAPPROVED EDIT CAN THEREFORE NEVER DROP
000317*                     TONIGHT'S RUN BACK TO AN OLDER SET OR
000318*                     THE SHOP DEFAULTS.
000319*    2026-10-15  JRM  ADDED MENU OPTION 6, THE LABEL FEE SCHEDULE
000320*                     SCREEN. FEE ROWS (LABEL, FLAT AMOUNT OR
000321*                     PERCENTAGE) ARE EFFECTIVE-DATED LIKE THE
000322*                     RULE SETS, LAND PENDING UNDER THE KEYING
000323*                     OPERATOR, ARE TRAILED TO CHGHIST, AND NEED A
000324*                     SECOND OPERATOR'S APPROVAL BEFORE FIZZBUZZ
000325*                     CHARGES THEM. SAVED TO THE NEW FEEFILE.
000326*    2026-10-15  JRM  OPTION 1 NOW ALSO KEYS THE HOLD LIMIT OF THE
000327*                     CONTROL SET (WHOLE DOLLARS, ZERO FOR NONE)
000328*                     -- FIZZLOD HOLDS ANY ORDER ABOVE IT FOR
000329*                     RELEASE THROUGH FIZZHLD. THE LIMIT RIDES THE
000330*                     SAME PENDING/APPROVAL FLOW AND CHGHIST TRAIL
000331*                     AS THE BOUND AND MODE.
000332*    2026-10-15  JRM  ADDED MENU OPTION 7, CLASSIFICATION
000333*                     OVERRIDES. AN OPERATOR KEYS AN ORDER ID, THE
000334*                     FORCED LABEL, A REASON CODE AND AN EXPIRY
000335*                     DATE; THE OVERRIDE LANDS PENDING ON THE NEW
000336*                     OVRFILE, IS TRAILED TO CHGHIST, AND NEEDS A
000337*                     SECOND OPERATOR'S APPROVAL THROUGH OPTION 5
000338*                     BEFORE FIZZBUZZ APPLIES IT. AN EXPIRY IN THE
000339*                     PAST WITHDRAWS AN APPROVED OVERRIDE.
000340*    2026-10-15  JRM  OPERATORS NOW SIGN ON WITH AN ID AND PIN
000341*                     CHECKED AGAINST THE NEW SECFILE SECURITY
000342*                     FILE, AND THE SIGNED-ON ID REPLACES THE ID
000343*                     KEYED ON THE MENU. THE MENU SHOWS ONLY THE
000344*                     ROLE'S OPTIONS: A MAINTAINER KEYS CHANGES
000345*                     (1, 2, 6, 7), ONLY AN APPROVER APPROVES (5),
000346*                     BOTH SAVE OR EXIT. INQUIRY AND REPAIR ROLES
000347*                     ARE REFUSED. FAILED SIGN-ONS AND REFUSED
000348*                     OPTIONS ARE LOGGED ON THE NEW VIOLOG
000349*                     VIOLATION LOG.
000350*    2026-10-15  JRM  CONTROL RECORD (CTLFILE) WIDENED TO 37
000351*                     BYTES: THE HOLD LIMIT NOW FOLLOWS THE LAST
000352*                     FILLER INSTEAD OF REUSING THE RETIRED
000353*                     DIVISOR BYTES, SO AN OLD SET READS WITH NO
000354*                     HOLD.
000355******************************************************************
000356
000357 ENVIRONMENT     DIVISION.
000358 CONFIGURATION   SECTION.
000359 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000361
000370 INPUT-OUTPUT    SECTION.
000380 FILE-CONTROL.
000390     SELECT CONTROL-FILE
000478         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CHG-FILE-STATUS.
000482
000484     SELECT FEE-FILE
000486         ASSIGN TO "FEEFILE"
000488         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-FEE-FILE-STATUS.
000490
000491     SELECT OVERRIDE-FILE
000492         ASSIGN TO "OVRFILE"
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS WS-OVR-FILE-STATUS.
000495
000496     SELECT SECURITY-FILE
000497         ASSIGN TO "SECFILE"
000498         ORGANIZATION IS LINE SEQUENTIAL
000499         FILE STATUS IS WS-SEC-FILE-STATUS.
000500
000501     SELECT VIOLATION-LOG
000502         ASSIGN TO "VIOLOG"
000503         ORGANIZATION IS LINE SEQUENTIAL
000504         FILE STATUS IS WS-VIO-FILE-STATUS.
000505
000506 DATA            DIVISION.
000507 FILE            SECTION.
000510 FD  CONTROL-FILE
000520     RECORDING MODE IS F.
000530 01  CONTROL-FILE-RECORD           PIC X(37).
000540
000550 FD  RULES-FILE
000560     RECORDING MODE IS F.
000574 FD  CHANGE-HISTORY
000576     RECORDING MODE IS F.
000578 01  CHANGE-HISTORY-RECORD         PIC X(96).
000579
000580 FD  FEE-FILE
000582     RECORDING MODE IS F.
000584 01  FEE-FILE-RECORD               PIC X(60).
000585
000586 FD  OVERRIDE-FILE
000587     RECORDING MODE IS F.
000588 01  OVERRIDE-FILE-RECORD          PIC X(80).
000589
000590 FD  SECURITY-FILE
000591     RECORDING MODE IS F.
000592 01  SECURITY-FILE-RECORD          PIC X(40).
000593
000594 FD  VIOLATION-LOG
000595     RECORDING MODE IS F.
000596 01  VIOLATION-LOG-RECORD          PIC X(80).
000597
000598 WORKING-STORAGE SECTION.
000600******************************************************************
000610*    CONTROL FILE AND FIZZRULES FILE RECORD LAYOUTS -- SHARED
000620*    WITH FIZZBUZZ SO A CHANGE MADE HERE IS READ UNCHANGED BY
000660 COPY FBRULREC.
000670 COPY FBRULTBL.
000672 COPY FBCHGREC.
000674 COPY FBFEEREC.
000676 COPY FBFEETBL.
000678 COPY FBOVRREC.
000679 COPY FBSECREC.
000682 COPY FBVIOREC.
000685
000690******************************************************************
000700*    SWITCHES AND FILE STATUS FIELDS
000710******************************************************************
000804 01  WS-CHG-FILE-STATUS            PIC X(02) VALUE "00".
000806     88  WS-CHG-FILE-OK            VALUE "00".
000808     88  WS-CHG-FILE-NOT-FOUND    VALUE "35".
000809
000810 01  WS-FEE-FILE-STATUS            PIC X(02) VALUE "00".
000811     88  WS-FEE-FILE-OK            VALUE "00".
000812     88  WS-FEE-FILE-NOT-FOUND     VALUE "35".
000813     88  WS-FEE-FILE-AT-EOF        VALUE "10".
000814
000815 01  WS-OVR-FILE-STATUS            PIC X(02) VALUE "00".
000816     88  WS-OVR-FILE-OK            VALUE "00".
000817     88  WS-OVR-FILE-NOT-FOUND     VALUE "35".
000818     88  WS-OVR-FILE-AT-EOF        VALUE "10".
000819
000820 01  WS-SEC-FILE-STATUS            PIC X(02) VALUE "00".
000821     88  WS-SEC-FILE-OK            VALUE "00".
000822     88  WS-SEC-FILE-NOT-FOUND     VALUE "35".
000823     88  WS-SEC-FILE-AT-EOF        VALUE "10".
000824
000825 01  WS-VIO-FILE-STATUS            PIC X(02) VALUE "00".
000826     88  WS-VIO-FILE-OK            VALUE "00".
000827     88  WS-VIO-FILE-NOT-FOUND     VALUE "35".
000828
000829******************************************************************
000830*    SIGN-ON WORKING FIELDS.  THE OPERATOR HAS THREE TRIES AT
000831*    THE ID AND PIN, EVERY FAILURE LOGGED ON VIOLOG; THE MESSAGE
000832*    NEVER SAYS WHICH OF THE TWO WAS WRONG.  THE ROLE FROM
000833*    SECFILE DECIDES WHICH FUNCTIONS ARE OFFERED.
000834******************************************************************
000835 01  WS-SGN-OPERATOR               PIC X(08) VALUE SPACES.
000836 01  WS-SGN-PIN                    PIC X(08) VALUE SPACES.
000837 01  WS-SGN-ROLE                   PIC X(01) VALUE SPACE.
000838     88  WS-SGN-INQUIRY            VALUE "I".
000839     88  WS-SGN-REPAIR             VALUE "R".
000840     88  WS-SGN-MAINTAINER         VALUE "M".
000841     88  WS-SGN-APPROVER           VALUE "A".
000842 01  WS-SGN-MSG                    PIC X(50) VALUE SPACES.
000843 01  WS-SGN-TRIES                  PIC 9(01) VALUE 0.
000844 01  WS-SGN-OK-SW                  PIC X(01) VALUE "N".
000845     88  WS-SGN-OK                 VALUE "Y".
000846 01  WS-SGN-FOUND-SW               PIC X(01) VALUE "N".
000847     88  WS-SGN-FOUND              VALUE "Y".
000848 01  WS-SGN-VIO-TYPE               PIC X(04) VALUE SPACES.
000849 01  WS-SGN-VIO-DETAIL             PIC X(30) VALUE SPACES.
000850
000851******************************************************************
000852*    MENU BY ROLE.  THE MENU SHOWS ONLY THE OPTIONS THE SIGNED-ON
000853*    OPERATOR'S ROLE ALLOWS -- ONE "Y" PER OPTION NUMBER BELOW.
000854*    A MAINTAINER KEYS CHANGES AND AN APPROVER APPROVES THEM;
000855*    BOTH MAY SAVE AND EXIT.  AN OPTION KEYED THAT THE ROLE DOES
000856*    NOT ALLOW IS REFUSED AND LOGGED ON VIOLOG.
000857******************************************************************
000858 01  WS-MNT-MAINT-OPTIONS          PIC X(07) VALUE "YYYYNYY".
000859 01  WS-MNT-APPR-OPTIONS           PIC X(07) VALUE "NNYYYNN".
000860 01  WS-MNT-ROLE-OPTIONS.
000861     05  WS-MNT-OPT-ALLOWED OCCURS 7 TIMES
000862                                   PIC X(01).
000863 01  WS-MNT-OPT-SUB                PIC 9(02) COMP VALUE 0.
000864 01  WS-MNT-MENU-VALUES.
000865     05  FILLER                    PIC X(45)
000866             VALUE "1.  MAINTAIN UPPER BOUND/RUN MODE/HOLD LIMIT".
000867     05  FILLER                    PIC X(45)
000868             VALUE "2.  MAINTAIN DIVISOR/LABEL RULES".
000869     05  FILLER                    PIC X(45)
000870             VALUE "3.  SAVE CHANGES AND EXIT".
000871     05  FILLER                    PIC X(45)
000872             VALUE "4.  EXIT WITHOUT SAVING".
000873     05  FILLER                    PIC X(45)
000874             VALUE "5.  APPROVE PENDING CHANGES".
000875     05  FILLER                    PIC X(45)
000876             VALUE "6.  MAINTAIN LABEL FEE SCHEDULE".
000877     05  FILLER                    PIC X(45)
000878             VALUE "7.  MAINTAIN CLASSIFICATION OVERRIDES".
000879 01  WS-MNT-MENU-TABLE REDEFINES WS-MNT-MENU-VALUES.
000880     05  WS-MNT-MENU-TEXT OCCURS 7 TIMES
000881                                   PIC X(45).
000882 01  WS-MNT-MENU-LINES.
000883     05  WS-MNT-MENU-LINE OCCURS 7 TIMES
000884                                   PIC X(45).
000885
000886******************************************************************
000887*    MAINTENANCE TRANSACTION WORKING FIELDS
000888******************************************************************
000889 01  WS-MNT-DONE-SW                PIC X(01) VALUE "N".
000890     88  WS-MNT-DONE               VALUE "Y".
000891 01  WS-MNT-RULES-TRUNC-SW         PIC X(01) VALUE "N".
000892     88  WS-MNT-RULES-TRUNCATED    VALUE "Y".
000893 01  WS-MNT-SAVE-FAIL-SW           PIC X(01) VALUE "N".
000900     88  WS-MNT-SAVE-FAILED        VALUE "Y".
000910 01  WS-MNT-CSET-TRUNC-SW          PIC X(01) VALUE "N".
000920     88  WS-MNT-CSETS-TRUNCATED    VALUE "Y".
000922 01  WS-MNT-FEES-TRUNC-SW          PIC X(01) VALUE "N".
000924     88  WS-MNT-FEES-TRUNCATED     VALUE "Y".
000926 01  WS-MNT-FEE-ON-FILE-SW         PIC X(01) VALUE "N".
000928     88  WS-MNT-FEE-ON-FILE        VALUE "Y".
000929 01  WS-MNT-OVRS-TRUNC-SW          PIC X(01) VALUE "N".
000930     88  WS-MNT-OVRS-TRUNCATED     VALUE "Y".
000931 01  WS-MNT-OVR-ON-FILE-SW         PIC X(01) VALUE "N".
000932     88  WS-MNT-OVR-ON-FILE        VALUE "Y".
000936 01  WS-MNT-CHOICE                 PIC 9(01) VALUE 0.
000940 01  WS-MNT-MAX-ROWS               PIC 9(02) VALUE 10.
000950 01  WS-MNT-TGT-IDX                PIC 9(02) COMP VALUE 0.
000960 01  WS-MNT-SAVED-MSG              PIC X(50) VALUE SPACES.
001050 01  WS-MNT-TIME                   PIC 9(08) VALUE 0.
001051 01  WS-MNT-OLD-BOUND              PIC 9(05) VALUE 0.
001052 01  WS-MNT-OLD-MODE               PIC X(01) VALUE SPACE.
001053 01  WS-MNT-OLD-HOLD               PIC 9(06) VALUE 0.
001054 01  WS-MNT-HIST-FULL-SW           PIC X(01) VALUE "N".
001055     88  WS-MNT-HIST-FULL          VALUE "Y".
001056 01  WS-MNT-APPROVED-CNT           PIC 9(03) VALUE 0.
001057 01  WS-MNT-REFUSED-CNT            PIC 9(03) VALUE 0.
001058 01  WS-MNT-HIS-ROW                PIC 9(02) COMP VALUE 0.
001059 01  WS-MNT-ROW-LIMIT              PIC 9(02) COMP VALUE 0.
001060 01  WS-MNT-ROWS-BAD-SW            PIC X(01) VALUE "N".
001061     88  WS-MNT-ROWS-BAD           VALUE "Y".
001062 01  WS-MNT-OLD-FOUND-SW           PIC X(01) VALUE "N".
001063     88  WS-MNT-OLD-FOUND          VALUE "Y".
001064 01  WS-MNT-TPL-PEND-SW            PIC X(01) VALUE "N".
001065     88  WS-MNT-TPL-PENDING        VALUE "Y".
001066 01  WS-MNT-PND-DATE               PIC 9(08) VALUE 0.
001067 01  WS-MNT-RETIRE-DATE            PIC 9(08) VALUE 0.
001068 01  WS-MNT-SCAN                   PIC 9(02) COMP VALUE 0.
001069
001070 01  WS-MNT-OLD-SET.
001071     05  WS-OLD-COUNT              PIC 9(02) COMP VALUE 0.
001072     05  WS-OLD-ENTRY OCCURS 10 TIMES.
001073         10  WS-OLD-DIVISOR        PIC 9(03).
001074         10  WS-OLD-LABEL          PIC X(10).
001075         10  WS-OLD-TYPE           PIC X(01).
001076         10  WS-OLD-LOW            PIC 9(05).
001077         10  WS-OLD-HIGH           PIC 9(05).
001078
001079 01  WS-MNT-OLD-FEES.
001080     05  WS-OLDF-COUNT             PIC 9(02) COMP VALUE 0.
001081     05  WS-OLDF-ENTRY OCCURS 10 TIMES.
001082         10  WS-OLDF-LABEL         PIC X(30).
001083         10  WS-OLDF-TYPE          PIC X(01).
001084         10  WS-OLDF-FLAT-AMT      PIC 9(05)V99.
001085         10  WS-OLDF-PCT           PIC 9(03)V99.
001086 01  WS-MNT-FEE-VAL-ED             PIC ZZZZ9.99.
001087
001088*    CLASSIFICATION OVERRIDE SCREEN FIELDS.  THE PENDING AND
001089*    APPROVED HITS ARE THE TABLE ENTRIES ALREADY ON FILE FOR
001090*    THE KEYED ORDER (ZERO FOR NONE).
001091 01  WS-MNT-OVR-ID                 PIC 9(05) VALUE 0.
001092 01  WS-MNT-OVR-LABEL              PIC X(30) VALUE SPACES.
001093 01  WS-MNT-OVR-REASON             PIC X(04) VALUE SPACES.
001094 01  WS-MNT-OVR-EXPIRY             PIC 9(08) VALUE 0.
001095 01  WS-MNT-OVR-STATE              PIC X(40) VALUE SPACES.
001096 01  WS-MNT-OVR-PEND-HIT           PIC 9(03) COMP VALUE 0.
001097 01  WS-MNT-OVR-APPR-HIT           PIC 9(03) COMP VALUE 0.
001098 01  WS-MNT-OVR-SCAN               PIC 9(03) COMP VALUE 0.
001099 01  WS-MNT-RETIRE-ID              PIC 9(05) VALUE 0.
001100
001101 01  WS-MNT-HISTORY.
001102     05  WS-HIS-COUNT              PIC 9(02) COMP VALUE 0.
001103     05  WS-HIS-ENTRY OCCURS 50 TIMES
001104             INDEXED BY WS-HIS-IDX.
001105         10  WS-HIS-ACTION         PIC X(01).
001106         10  WS-HIS-FILE           PIC X(03).
001107         10  WS-HIS-EFF-DATE       PIC 9(08).
001108         10  WS-HIS-OLD            PIC X(30).
001109         10  WS-HIS-NEW            PIC X(30).
001110
001111 01  WS-HIS-WORK.
001112     05  WS-HIW-ACTION             PIC X(01).
001113     05  WS-HIW-FILE               PIC X(03).
001114     05  WS-HIW-EFF-DATE           PIC 9(08).
001115     05  WS-HIW-OLD                PIC X(30).
001116     05  WS-HIW-NEW                PIC X(30).
001117
001118******************************************************************
001119*    EFFECTIVE-DATED PARAMETER SETS HELD IN STORAGE.  EVERY
001120*    CONTROL SET AND EVERY RULE RECORD ON FILE IS LOADED AT
001121*    START-UP SO A SAVE CAN REWRITE THE FILES WITHOUT LOSING
001122*    THE SETS THE OPERATOR DID NOT TOUCH.  THE STATUS BYTE IS
001123*    "A" (APPROVED), "P" (PENDING), OR -- IN THIS SESSION
001124*    ONLY, AFTER AN APPROVAL SUPERSEDES IT -- "R" (RETIRED),
001125*    WHICH THE SAVE NEVER WRITES BACK TO FILE.
001126******************************************************************
001127 01  WS-MNT-CTL-SETS.
001130     05  WS-CSET-COUNT             PIC 9(02) COMP VALUE 0.
001140     05  WS-CSET-ENTRY OCCURS 10 TIMES
001150             INDEXED BY WS-CSET-IDX.
001180         10  WS-CSET-MODE          PIC X(01).
001182         10  WS-CSET-STATUS        PIC X(01).
001184         10  WS-CSET-KEYED-BY      PIC X(08).
001187         10  WS-CSET-HOLD-LIMIT    PIC 9(06).
001190
001200 01  WS-MNT-ALL-RULES.
001210     05  WS-ARUL-COUNT             PIC 9(02) COMP VALUE 0.
001266         10  WS-ARUL-TYPE          PIC X(01).
001267         10  WS-ARUL-LOW           PIC 9(05).
001268         10  WS-ARUL-HIGH          PIC 9(05).
001269
001270 01  WS-MNT-ALL-FEES.
001271     05  WS-AFEE-COUNT             PIC 9(02) COMP VALUE 0.
001272     05  WS-AFEE-ENTRY OCCURS 40 TIMES
001273             INDEXED BY WS-AFEE-IDX.
001274         10  WS-AFEE-LABEL         PIC X(30).
001275         10  WS-AFEE-EFF-DATE      PIC 9(08).
001276         10  WS-AFEE-TYPE          PIC X(01).
001277         10  WS-AFEE-FLAT-AMT      PIC 9(05)V99.
001278         10  WS-AFEE-PCT           PIC 9(03)V99.
001279         10  WS-AFEE-STATUS        PIC X(01).
001280         10  WS-AFEE-KEYED-BY      PIC X(08).
001281
001282 01  WS-MNT-ALL-OVRS.
001283     05  WS-AOVR-COUNT             PIC 9(03) COMP VALUE 0.
001284     05  WS-AOVR-ENTRY OCCURS 200 TIMES
001285             INDEXED BY WS-AOVR-IDX.
001286         10  WS-AOVR-ORDER-ID      PIC 9(05).
001287         10  WS-AOVR-LABEL         PIC X(30).
001288         10  WS-AOVR-REASON        PIC X(04).
001289         10  WS-AOVR-EXPIRY        PIC 9(08).
001290         10  WS-AOVR-STATUS        PIC X(01).
001291         10  WS-AOVR-KEYED-BY      PIC X(08).
001292         10  WS-AOVR-KEYED-DATE    PIC 9(08).
001293         10  WS-AOVR-APPROVED-BY   PIC X(08).
001294
001295 01  WS-MNT-SET-FOUND-SW           PIC X(01) VALUE "N".
001296     88  WS-MNT-SET-FOUND          VALUE "Y".
001300 01  WS-MNT-TPL-DATE               PIC 9(08) VALUE 0.
001310 01  WS-MNT-TPL-FOUND-SW           PIC X(01) VALUE "N".
001320     88  WS-MNT-TPL-FOUND          VALUE "Y".
001390 01  SCR-MENU.
001400     05  BLANK SCREEN.
001410     05  LINE 01 COL 01 VALUE "FIZZMNT -- PARAMETER MAINTENANCE".
001420     05  LINE 03 COL 01 PIC X(45) FROM WS-MNT-MENU-LINE (1).
001430     05  LINE 04 COL 01 PIC X(45) FROM WS-MNT-MENU-LINE (2).
001440     05  LINE 05 COL 01 PIC X(45) FROM WS-MNT-MENU-LINE (3).
001450     05  LINE 06 COL 01 PIC X(45) FROM WS-MNT-MENU-LINE (4).
001452     05  LINE 07 COL 01 PIC X(45) FROM WS-MNT-MENU-LINE (5).
001454     05  LINE 08 COL 01 PIC X(45) FROM WS-MNT-MENU-LINE (6).
001456     05  LINE 09 COL 01 PIC X(45) FROM WS-MNT-MENU-LINE (7).
001460     05  LINE 10 COL 01
001470         VALUE "EFFECTIVE DATE OF SET (YYYYMMDD, 0=BASE): ".
001480     05  LINE 10 COL 44 PIC 9(08) USING WS-MNT-EFF-DATE.
001482     05  LINE 11 COL 01
001483         VALUE "OPERATOR ID . . . . . . . . . . : ".
001484     05  LINE 11 COL 35 PIC X(08) FROM WS-MNT-OPERATOR.
001490     05  LINE 12 COL 01 PIC X(50) FROM WS-MNT-SAVED-MSG.
001500     05  LINE 14 COL 01 VALUE "SELECTION: ".
001510     05  LINE 14 COL 12 PIC 9(01) USING WS-MNT-CHOICE.
001520
001530******************************************************************
001540*    SCR-BOUND -- UPPER BOUND AND RUN MODE MAINTENANCE.
001550******************************************************************
001560 01  SCR-BOUND.
001570     05  BLANK SCREEN.
001580     05  LINE 01 COL 01
001585         VALUE "MAINTAIN UPPER BOUND / RUN MODE / HOLD LIMIT".
001590     05  LINE 02 COL 01 VALUE "SET EFFECTIVE DATE: ".
001600     05  LINE 02 COL 21 PIC 9(08) FROM WS-MNT-EFF-DATE.
001610     05  LINE 03 COL 01 VALUE "UPPER BOUND . . . . . : ".
001620     05  LINE 03 COL 25 PIC 9(05) USING FB-CTL-UPPER-BOUND.
001630     05  LINE 04 COL 01 VALUE "RUN MODE (B/O/W) . . . : ".
001640     05  LINE 04 COL 26 PIC X(01) USING FB-CTL-MODE.
001643     05  LINE 05 COL 01 VALUE "HOLD LIMIT (WHOLE $) . : ".
001646     05  LINE 05 COL 25 PIC 9(06) USING FB-CTL-HOLD-LIMIT.
001650     05  LINE 06 COL 01
001660         VALUE "  (B=COUNTER, O=ORDER-FILE, W=WHAT-IF)".
001662     05  LINE 07 COL 01
001664         VALUE "  (ORDERS ABOVE THE HOLD LIMIT WAIT FOR FIZZHLD;".
001666     05  LINE 08 COL 01
001668         VALUE "   0 = NO AMOUNT HOLD)".
001670
001680******************************************************************
001690*    SCR-RULES -- DIVISOR/LABEL RULE TABLE MAINTENANCE.  ONE ROW
001992         VALUE "(TYPE: BLANK/D=DIVISOR X=EXCLUSIVE R=RANGE)".
001994     05  LINE 15 COL 01
001996         VALUE "(SET DIVISOR AND HIGH TO 0 TO DROP A ROW)".
001997
001998******************************************************************
001999*    SCR-FEES -- LABEL FEE SCHEDULE MAINTENANCE.  ONE ROW PER
002000*    LABEL, UP TO WS-MNT-MAX-ROWS.  TYPE F CHARGES THE FLAT
002001*    AMOUNT, TYPE P THE PERCENTAGE OF THE ORDER AMOUNT.  A ROW
002002*    WITH A BLANK LABEL IS UNUSED AND IS DROPPED ON STORE.
002003******************************************************************
002004 01  SCR-FEES.
002005     05  BLANK SCREEN.
002006     05  LINE 01 COL 01 VALUE "MAINTAIN LABEL FEE SCHEDULE".
002007     05  LINE 01 COL 40 VALUE "SET EFFECTIVE DATE: ".
002008     05  LINE 01 COL 60 PIC 9(08) FROM WS-MNT-EFF-DATE.
002009     05  LINE 02 COL 01 VALUE "LABEL".
002010     05  LINE 02 COL 32 VALUE "TYP  FLAT AMT   PCT".
002011     05  LINE 03 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (1).
002012     05  LINE 03 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (1).
002013     05  LINE 03 COL 37 PIC 9(05).99
002014             USING FB-FEE-TBL-FLAT-AMT (1).
002015     05  LINE 03 COL 47 PIC 9(03).99
002016             USING FB-FEE-TBL-PCT (1).
002017     05  LINE 04 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (2).
002018     05  LINE 04 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (2).
002019     05  LINE 04 COL 37 PIC 9(05).99
002020             USING FB-FEE-TBL-FLAT-AMT (2).
002021     05  LINE 04 COL 47 PIC 9(03).99
002022             USING FB-FEE-TBL-PCT (2).
002023     05  LINE 05 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (3).
002024     05  LINE 05 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (3).
002025     05  LINE 05 COL 37 PIC 9(05).99
002026             USING FB-FEE-TBL-FLAT-AMT (3).
002027     05  LINE 05 COL 47 PIC 9(03).99
002028             USING FB-FEE-TBL-PCT (3).
002029     05  LINE 06 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (4).
002030     05  LINE 06 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (4).
002031     05  LINE 06 COL 37 PIC 9(05).99
002032             USING FB-FEE-TBL-FLAT-AMT (4).
002033     05  LINE 06 COL 47 PIC 9(03).99
002034             USING FB-FEE-TBL-PCT (4).
002035     05  LINE 07 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (5).
002036     05  LINE 07 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (5).
002037     05  LINE 07 COL 37 PIC 9(05).99
002038             USING FB-FEE-TBL-FLAT-AMT (5).
002039     05  LINE 07 COL 47 PIC 9(03).99
002040             USING FB-FEE-TBL-PCT (5).
002041     05  LINE 08 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (6).
002042     05  LINE 08 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (6).
002043     05  LINE 08 COL 37 PIC 9(05).99
002044             USING FB-FEE-TBL-FLAT-AMT (6).
002045     05  LINE 08 COL 47 PIC 9(03).99
002046             USING FB-FEE-TBL-PCT (6).
002047     05  LINE 09 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (7).
002048     05  LINE 09 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (7).
002049     05  LINE 09 COL 37 PIC 9(05).99
002050             USING FB-FEE-TBL-FLAT-AMT (7).
002051     05  LINE 09 COL 47 PIC 9(03).99
002052             USING FB-FEE-TBL-PCT (7).
002053     05  LINE 10 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (8).
002054     05  LINE 10 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (8).
002055     05  LINE 10 COL 37 PIC 9(05).99
002056             USING FB-FEE-TBL-FLAT-AMT (8).
002057     05  LINE 10 COL 47 PIC 9(03).99
002058             USING FB-FEE-TBL-PCT (8).
002059     05  LINE 11 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (9).
002060     05  LINE 11 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (9).
002061     05  LINE 11 COL 37 PIC 9(05).99
002062             USING FB-FEE-TBL-FLAT-AMT (9).
002063     05  LINE 11 COL 47 PIC 9(03).99
002064             USING FB-FEE-TBL-PCT (9).
002065     05  LINE 12 COL 01 PIC X(30) USING FB-FEE-TBL-LABEL (10).
002066     05  LINE 12 COL 33 PIC X(01) USING FB-FEE-TBL-TYPE (10).
002067     05  LINE 12 COL 37 PIC 9(05).99
002068             USING FB-FEE-TBL-FLAT-AMT (10).
002069     05  LINE 12 COL 47 PIC 9(03).99
002070             USING FB-FEE-TBL-PCT (10).
002071     05  LINE 14 COL 01
002072         VALUE "(TYPE: F=FLAT AMOUNT  P=PERCENT OF ORDER AMOUNT)".
002073     05  LINE 15 COL 01
002074         VALUE "(BLANK THE LABEL TO DROP A ROW)".
002075
002076******************************************************************
002077*    SCR-OVR-KEY / SCR-OVR-EDIT -- CLASSIFICATION OVERRIDE
002078*    MAINTENANCE.  THE ORDER ID IS KEYED FIRST; THE EDIT SCREEN
002079*    THEN SHOWS THAT ORDER'S OVERRIDE ON FILE, IF ANY, FOR THE
002080*    OPERATOR TO KEY OR CHANGE.  THE MENU'S EFFECTIVE DATE DOES
002081*    NOT APPLY -- AN OVERRIDE RUNS UNTIL ITS OWN EXPIRY DATE.
002082******************************************************************
002083 01  SCR-OVR-KEY.
002084     05  BLANK SCREEN.
002085     05  LINE 01 COL 01
002086         VALUE "MAINTAIN CLASSIFICATION OVERRIDE".
002087     05  LINE 03 COL 01 VALUE "ORDER ID . . . . . . . . : ".
002088     05  LINE 03 COL 28 PIC 9(05) USING WS-MNT-OVR-ID.
002089
002090 01  SCR-OVR-EDIT.
002091     05  BLANK SCREEN.
002092     05  LINE 01 COL 01
002093         VALUE "MAINTAIN CLASSIFICATION OVERRIDE".
002094     05  LINE 02 COL 01 VALUE "ORDER ID: ".
002095     05  LINE 02 COL 11 PIC 9(05) FROM WS-MNT-OVR-ID.
002096     05  LINE 02 COL 20 PIC X(40) FROM WS-MNT-OVR-STATE.
002097     05  LINE 04 COL 01 VALUE "FORCED LABEL . . . . . . : ".
002098     05  LINE 04 COL 28 PIC X(30) USING WS-MNT-OVR-LABEL.
002099     05  LINE 05 COL 01 VALUE "REASON CODE  . . . . . . : ".
002100     05  LINE 05 COL 28 PIC X(04) USING WS-MNT-OVR-REASON.
002101     05  LINE 06 COL 01 VALUE "EXPIRY DATE (YYYYMMDD) . : ".
002102     05  LINE 06 COL 28 PIC 9(08) USING WS-MNT-OVR-EXPIRY.
002103     05  LINE 08 COL 01
002104         VALUE "(REASON: GDWL GOODWILL  DISP DISPUTE  CORR FIX".
002105     05  LINE 09 COL 01
002106         VALUE "         PRIC PRICING   MGMT MANAGEMENT)".
002107     05  LINE 10 COL 01
002108         VALUE "(KEY AN EXPIRY BEFORE TODAY TO WITHDRAW IT)".
002109
002110******************************************************************
002111*    SCR-SIGNON -- OPERATOR ID AND PIN, CHECKED AGAINST SECFILE
002112*    BEFORE ANYTHING ELSE IS SHOWN.  THE PIN IS NOT ECHOED.
002113******************************************************************
002114 01  SCR-SIGNON.
002115     05  BLANK SCREEN.
002116     05  LINE 01 COL 01 VALUE "FIZZMNT -- SIGN ON".
002117     05  LINE 03 COL 01 VALUE "OPERATOR ID . . : ".
002118     05  LINE 03 COL 19 PIC X(08) USING WS-SGN-OPERATOR.
002119     05  LINE 04 COL 01 VALUE "PIN . . . . . . : ".
002120     05  LINE 04 COL 19 PIC X(08) USING WS-SGN-PIN SECURE.
002121     05  LINE 06 COL 01 PIC X(50) FROM WS-SGN-MSG.
002122
002123 PROCEDURE         DIVISION.
002124******************************************************************
002125*    0000-MAINLINE -- SIGN THE OPERATOR ON, CUT THE MENU TO THE
002126*    ROLE, LOAD THE CURRENT PARAMETERS, RUN THE MENU UNTIL THE
002127*    OPERATOR EXITS, THEN STOP.
002128******************************************************************
002129 0000-MAINLINE.
002130     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
002131     PERFORM 0150-BUILD-MENU THRU 0150-EXIT.
002132     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002133     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
002134         UNTIL WS-MNT-DONE.
002135     STOP RUN.
002136
002137******************************************************************
002138*    0100-SIGN-ON -- CHECK THE OPERATOR AGAINST SECFILE BEFORE
002139*    ANYTHING IS LOADED OR SHOWN.  THREE FAILED TRIES END THE
002140*    TRANSACTION; WITHOUT A READABLE SECURITY FILE NOBODY SIGNS
002141*    ON AT ALL.
002142******************************************************************
002143 0100-SIGN-ON.
002144     PERFORM 0110-TRY-SIGN-ON THRU 0110-EXIT
002145         UNTIL WS-SGN-OK
002146            OR WS-SGN-TRIES = 3.
002147     IF NOT WS-SGN-OK
002148         DISPLAY "FIZZMNT: SIGN-ON FAILED -- TRANSACTION ENDED"
002149         MOVE 8 TO RETURN-CODE
002150         STOP RUN
002151     END-IF.
002152     GO TO 0100-EXIT.
002153 0100-EXIT.
002154     EXIT.
002155
002156 0110-TRY-SIGN-ON.
002157     MOVE SPACES TO WS-SGN-PIN.
002158     DISPLAY SCR-SIGNON.
002159     ACCEPT SCR-SIGNON.
002160     ADD 1 TO WS-SGN-TRIES.
002161     PERFORM 0120-FIND-OPERATOR THRU 0120-EXIT.
002162     IF WS-SGN-VIO-TYPE NOT = SPACES
002163         MOVE SPACES TO WS-SGN-VIO-DETAIL
002164         STRING "SIGN-ON ATTEMPT " WS-SGN-TRIES
002165             DELIMITED BY SIZE INTO WS-SGN-VIO-DETAIL
002166         PERFORM 0190-LOG-VIOLATION THRU 0190-EXIT
002167         MOVE "*** SIGN-ON REFUSED -- CHECK ID AND PIN ***"
002168             TO WS-SGN-MSG
002169         GO TO 0110-EXIT
002170     END-IF.
002171     SET WS-SGN-OK TO TRUE.
002172     GO TO 0110-EXIT.
002173 0110-EXIT.
002174     EXIT.
002175
002176******************************************************************
002177*    0120-FIND-OPERATOR -- LOOK THE KEYED ID UP ON SECFILE AND
002178*    SET THE VIOLATION TYPE WHEN THE SIGN-ON MUST BE REFUSED.
002179*    A BLANK PIN ON FILE NEVER MATCHES ANYTHING KEYED.
002180******************************************************************
002181 0120-FIND-OPERATOR.
002182     MOVE SPACES TO WS-SGN-VIO-TYPE.
002183     MOVE SPACE  TO WS-SGN-ROLE.
002184     MOVE "N"    TO WS-SGN-FOUND-SW.
002185     OPEN INPUT SECURITY-FILE.
002186     IF NOT WS-SEC-FILE-OK
002187         DISPLAY "FIZZMNT: SECURITY FILE OPEN FAILED, STATUS "
002188             WS-SEC-FILE-STATUS " -- NO SIGN-ON POSSIBLE"
002189         MOVE 8 TO RETURN-CODE
002190         STOP RUN
002191     END-IF.
002192     PERFORM 0130-CHECK-ONE-OPERATOR THRU 0130-EXIT
002193         UNTIL WS-SEC-FILE-AT-EOF
002194            OR WS-SGN-FOUND.
002195     CLOSE SECURITY-FILE.
002196     MOVE "00" TO WS-SEC-FILE-STATUS.
002197     IF NOT WS-SGN-FOUND
002198         MOVE "UNKN" TO WS-SGN-VIO-TYPE
002199         GO TO 0120-EXIT
002200     END-IF.
002201     MOVE FB-SEC-ROLE TO WS-SGN-ROLE.
002202     EVALUATE TRUE
002203         WHEN FB-SEC-PIN = SPACES
002204         WHEN FB-SEC-PIN NOT = WS-SGN-PIN
002205             MOVE "BPIN" TO WS-SGN-VIO-TYPE
002206         WHEN FB-SEC-REVOKED
002207             MOVE "REVK" TO WS-SGN-VIO-TYPE
002208         WHEN NOT FB-SEC-ROLE-VALID
002209             MOVE "ROLE" TO WS-SGN-VIO-TYPE
002210     END-EVALUATE.
002211     GO TO 0120-EXIT.
002212 0120-EXIT.
002213     EXIT.
002214
002215 0130-CHECK-ONE-OPERATOR.
002216     READ SECURITY-FILE INTO FB-SECURITY-RECORD
002217         AT END
002218             SET WS-SEC-FILE-AT-EOF TO TRUE
002219             GO TO 0130-EXIT
002220     END-READ.
002221     IF FB-SEC-OPERATOR = WS-SGN-OPERATOR
002222         SET WS-SGN-FOUND TO TRUE
002223     END-IF.
002224     GO TO 0130-EXIT.
002225 0130-EXIT.
002226     EXIT.
002227
002228******************************************************************
002229*    0190-LOG-VIOLATION -- APPEND ONE RECORD TO VIOLOG, OPENED
002230*    AND CLOSED AROUND THE WRITE SO NOTHING IS LOST IF THE
002231*    SESSION IS CUT OFF.  A LOG THAT CANNOT BE WRITTEN IS
002232*    REPORTED, BUT THE REFUSAL STANDS EITHER WAY.
002233******************************************************************
002234 0190-LOG-VIOLATION.
002235     MOVE SPACES            TO FB-VIOLATION-RECORD.
002236     ACCEPT FB-VIO-DATE FROM DATE YYYYMMDD.
002237     ACCEPT FB-VIO-TIME FROM TIME.
002238     MOVE "FIZZMNT"         TO FB-VIO-PROGRAM.
002239     MOVE WS-SGN-OPERATOR   TO FB-VIO-OPERATOR.
002240     MOVE WS-SGN-ROLE       TO FB-VIO-ROLE.
002241     MOVE WS-SGN-VIO-TYPE   TO FB-VIO-TYPE.
002242     MOVE WS-SGN-VIO-DETAIL TO FB-VIO-DETAIL.
002243     OPEN EXTEND VIOLATION-LOG.
002244     IF WS-VIO-FILE-NOT-FOUND
002245         MOVE "00" TO WS-VIO-FILE-STATUS
002246         OPEN OUTPUT VIOLATION-LOG
002247     END-IF.
002248     IF NOT WS-VIO-FILE-OK
002249         DISPLAY "FIZZMNT: VIOLATION LOG OPEN FAILED, STATUS "
002250             WS-VIO-FILE-STATUS
002251         MOVE "00" TO WS-VIO-FILE-STATUS
002252         GO TO 0190-EXIT
002253     END-IF.
002254     WRITE VIOLATION-LOG-RECORD FROM FB-VIOLATION-RECORD.
002255     CLOSE VIOLATION-LOG.
002256     GO TO 0190-EXIT.
002257 0190-EXIT.
002258     EXIT.
002259
002260******************************************************************
002261*    0150-BUILD-MENU -- A ROLE WITH NO MAINTENANCE FUNCTIONS
002262*    (INQUIRY OR REPAIR) IS REFUSED OUTRIGHT AND LOGGED.
002263*    OTHERWISE THE SIGNED-ON ID BECOMES THE OPERATOR ID ON EVERY
002264*    CHANGE AND APPROVAL, AND THE MENU IS CUT TO THE ROLE'S
002265*    OPTIONS.
002266******************************************************************
002267 0150-BUILD-MENU.
002268     EVALUATE TRUE
002269         WHEN WS-SGN-MAINTAINER
002270             MOVE WS-MNT-MAINT-OPTIONS TO WS-MNT-ROLE-OPTIONS
002271         WHEN WS-SGN-APPROVER
002272             MOVE WS-MNT-APPR-OPTIONS  TO WS-MNT-ROLE-OPTIONS
002273         WHEN OTHER
002274             MOVE "FUNC" TO WS-SGN-VIO-TYPE
002275             MOVE "FIZZMNT SIGN-ON, NO FUNCTIONS"
002276                 TO WS-SGN-VIO-DETAIL
002277             PERFORM 0190-LOG-VIOLATION THRU 0190-EXIT
002278             DISPLAY "FIZZMNT: NO MAINTENANCE FUNCTIONS FOR YOUR"
002279                 " ROLE -- TRANSACTION ENDED"
002280             MOVE 8 TO RETURN-CODE
002281             STOP RUN
002282     END-EVALUATE.
002283     MOVE WS-SGN-OPERATOR TO WS-MNT-OPERATOR.
002284     PERFORM 0155-BUILD-ONE-LINE THRU 0155-EXIT
002285         VARYING WS-MNT-OPT-SUB FROM 1 BY 1
002286         UNTIL WS-MNT-OPT-SUB > 7.
002287     GO TO 0150-EXIT.
002288 0150-EXIT.
002289     EXIT.
002290
002291 0155-BUILD-ONE-LINE.
002292     IF WS-MNT-OPT-ALLOWED (WS-MNT-OPT-SUB) = "Y"
002293         MOVE WS-MNT-MENU-TEXT (WS-MNT-OPT-SUB)
002294             TO WS-MNT-MENU-LINE (WS-MNT-OPT-SUB)
002295     ELSE
002296         MOVE SPACES TO WS-MNT-MENU-LINE (WS-MNT-OPT-SUB)
002297     END-IF.
002298     GO TO 0155-EXIT.
002299 0155-EXIT.
002300     EXIT.
002301
002302******************************************************************
002303*    1000-INITIALIZE -- LOAD EVERY CONTROL SET AND EVERY RULE
002304*    RECORD ON FILE, THEN START THE OPERATOR ON THE SET THAT
002305*    GOVERNS TODAY.  MISSING FILES START THE OPERATOR FROM THE
002306*    SHOP-STANDARD DEFAULTS, THE SAME AS FIZZBUZZ ITSELF.
002307******************************************************************
002308 1000-INITIALIZE.
002309     MOVE 50  TO FB-CTL-UPPER-BOUND.
002310     MOVE "B" TO FB-CTL-MODE.
002311     MOVE 0   TO FB-CTL-HOLD-LIMIT.
002312     ACCEPT WS-MNT-TODAY FROM DATE YYYYMMDD.
002313     OPEN INPUT CONTROL-FILE.
002314     IF WS-CTL-FILE-OK
002315         PERFORM 1100-LOAD-ONE-CSET THRU 1100-EXIT
002316             UNTIL WS-CTL-FILE-AT-EOF
002317                OR WS-CSET-COUNT = 10
002318         IF NOT WS-CTL-FILE-AT-EOF
002319             SET WS-MNT-CSETS-TRUNCATED TO TRUE
002320         END-IF
002321         CLOSE CONTROL-FILE
002322     END-IF.
002330     OPEN INPUT RULES-FILE.
002340     IF WS-RUL-FILE-OK
002350         PERFORM 1200-LOAD-ONE-RULE THRU 1200-EXIT
002400         END-IF
002410         CLOSE RULES-FILE
002420     END-IF.
002421     OPEN INPUT FEE-FILE.
002422     IF WS-FEE-FILE-OK
002423         SET WS-MNT-FEE-ON-FILE TO TRUE
002424         PERFORM 1300-LOAD-ONE-FEE THRU 1300-EXIT
002425             UNTIL WS-FEE-FILE-AT-EOF
002426                OR WS-AFEE-COUNT = 40
002427         IF NOT WS-FEE-FILE-AT-EOF
002428             SET WS-MNT-FEES-TRUNCATED TO TRUE
002429         END-IF
002430         CLOSE FEE-FILE
002431     END-IF.
002432     OPEN INPUT OVERRIDE-FILE.
002433     IF WS-OVR-FILE-OK
002434         SET WS-MNT-OVR-ON-FILE TO TRUE
002435         PERFORM 1400-LOAD-ONE-OVR THRU 1400-EXIT
002436             UNTIL WS-OVR-FILE-AT-EOF
002437                OR WS-AOVR-COUNT = 200
002438         IF NOT WS-OVR-FILE-AT-EOF
002439             SET WS-MNT-OVRS-TRUNCATED TO TRUE
002440         END-IF
002441         CLOSE OVERRIDE-FILE
002442     END-IF.
002444     PERFORM 1150-FIND-GOVERNING-SET THRU 1150-EXIT.
002446     GO TO 1000-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470
002640         MOVE 50 TO WS-CSET-BOUND (WS-CSET-IDX)
002650     END-IF.
002660     MOVE FB-CTL-MODE TO WS-CSET-MODE (WS-CSET-IDX).
002661*    AN OLD 31-BYTE SET ENDS SHORT OF THE LIMIT -- ZERO, NO HOLD.
002662     IF FB-CTL-HOLD-LIMIT NUMERIC
002663         MOVE FB-CTL-HOLD-LIMIT
002664             TO WS-CSET-HOLD-LIMIT (WS-CSET-IDX)
002665     ELSE
002666         MOVE 0 TO WS-CSET-HOLD-LIMIT (WS-CSET-IDX)
002667     END-IF.
002668*    A BLANK (OLD-FORMAT) STATUS READS AS APPROVED.
002669     IF FB-CTL-PENDING
002670         MOVE "P" TO WS-CSET-STATUS (WS-CSET-IDX)
002671     ELSE
002672         MOVE "A" TO WS-CSET-STATUS (WS-CSET-IDX)
002673     END-IF.
002674     MOVE FB-CTL-KEYED-BY TO WS-CSET-KEYED-BY (WS-CSET-IDX).
002675     GO TO 1100-EXIT.
002680 1100-EXIT.
002690     EXIT.
002700
003211         MOVE 0 TO WS-ARUL-HIGH (WS-ARUL-IDX)
003212     END-IF.
003213     GO TO 1200-EXIT.
003216 1200-EXIT.
003220     EXIT.
003230
003240******************************************************************
003310 1250-LOAD-SET-TO-SCREEN.
003320     MOVE 50  TO FB-CTL-UPPER-BOUND.
003330     MOVE "B" TO FB-CTL-MODE.
003335     MOVE 0   TO FB-CTL-HOLD-LIMIT.
003340     MOVE "N" TO WS-MNT-SET-FOUND-SW.
003350     MOVE 0   TO WS-MNT-TPL-DATE.
003360     MOVE "N" TO WS-MNT-TPL-FOUND-SW.
003690     IF WS-CSET-EFF-DATE (WS-CSET-IDX) = WS-MNT-EFF-DATE
003700         MOVE WS-CSET-BOUND (WS-CSET-IDX) TO FB-CTL-UPPER-BOUND
003710         MOVE WS-CSET-MODE (WS-CSET-IDX)  TO FB-CTL-MODE
003713         MOVE WS-CSET-HOLD-LIMIT (WS-CSET-IDX)
003716             TO FB-CTL-HOLD-LIMIT
003720         SET WS-MNT-SET-FOUND TO TRUE
003730         GO TO 1260-EXIT
003740     END-IF.
003790         MOVE WS-CSET-EFF-DATE (WS-CSET-IDX) TO WS-MNT-TPL-DATE
003800         MOVE WS-CSET-BOUND (WS-CSET-IDX) TO FB-CTL-UPPER-BOUND
003810         MOVE WS-CSET-MODE (WS-CSET-IDX)  TO FB-CTL-MODE
003813         MOVE WS-CSET-HOLD-LIMIT (WS-CSET-IDX)
003816             TO FB-CTL-HOLD-LIMIT
003820         SET WS-MNT-TPL-FOUND TO TRUE
003830     END-IF.
003840     GO TO 1260-EXIT.
004320     GO TO 1290-EXIT.
004330 1290-EXIT.
004340     EXIT.
004341
004342 1300-LOAD-ONE-FEE.
004343     READ FEE-FILE INTO FB-FEE-RECORD
004344         AT END
004345             SET WS-FEE-FILE-AT-EOF TO TRUE
004346             GO TO 1300-EXIT
004347     END-READ.
004348     ADD 1 TO WS-AFEE-COUNT.
004349     SET WS-AFEE-IDX TO WS-AFEE-COUNT.
004350     MOVE FB-FEE-LABEL TO WS-AFEE-LABEL (WS-AFEE-IDX).
004351     IF FB-FEE-EFF-DATE NUMERIC
004352         MOVE FB-FEE-EFF-DATE TO WS-AFEE-EFF-DATE (WS-AFEE-IDX)
004353     ELSE
004354         MOVE 0 TO WS-AFEE-EFF-DATE (WS-AFEE-IDX)
004355     END-IF.
004356     MOVE FB-FEE-TYPE TO WS-AFEE-TYPE (WS-AFEE-IDX).
004357     IF FB-FEE-FLAT-AMT NUMERIC
004358         MOVE FB-FEE-FLAT-AMT TO WS-AFEE-FLAT-AMT (WS-AFEE-IDX)
004359     ELSE
004360         MOVE 0 TO WS-AFEE-FLAT-AMT (WS-AFEE-IDX)
004361     END-IF.
004362     IF FB-FEE-PCT NUMERIC
004363         MOVE FB-FEE-PCT TO WS-AFEE-PCT (WS-AFEE-IDX)
004364     ELSE
004365         MOVE 0 TO WS-AFEE-PCT (WS-AFEE-IDX)
004366     END-IF.
004367     IF FB-FEE-PENDING
004368         MOVE "P" TO WS-AFEE-STATUS (WS-AFEE-IDX)
004369     ELSE
004370         MOVE "A" TO WS-AFEE-STATUS (WS-AFEE-IDX)
004371     END-IF.
004372     MOVE FB-FEE-KEYED-BY TO WS-AFEE-KEYED-BY (WS-AFEE-IDX).
004373     GO TO 1300-EXIT.
004374 1300-EXIT.
004375     EXIT.
004376
004377******************************************************************
004378*    1350-LOAD-FEES-TO-SCREEN -- FILL THE FEE SCREEN FROM THE
004379*    SCHEDULE CARRYING THE KEYED EFFECTIVE DATE, OR, WHEN THAT
004380*    DATE HAS NO SCHEDULE YET, FROM THE LATEST ONE BEFORE IT --
004381*    THE SAME TEMPLATE RULE THE RULES SCREEN FOLLOWS.  PENDING
004382*    ROWS FOR THE DATE HIDE ITS APPROVED ROWS.
004383******************************************************************
004384 1350-LOAD-FEES-TO-SCREEN.
004385     MOVE "N" TO WS-MNT-SET-FOUND-SW.
004386     MOVE 0   TO WS-MNT-TPL-DATE.
004387     MOVE "N" TO WS-MNT-TPL-FOUND-SW.
004388     PERFORM 1360-FIND-FEE-TPL-DATE THRU 1360-EXIT
004389         VARYING WS-AFEE-IDX FROM 1 BY 1
004390         UNTIL WS-AFEE-IDX > WS-AFEE-COUNT.
004391     MOVE "N" TO WS-MNT-TPL-PEND-SW.
004392     MOVE WS-MNT-TPL-DATE TO WS-MNT-PND-DATE.
004393     PERFORM 1368-CHECK-ONE-FEE-PENDING THRU 1368-EXIT
004394         VARYING WS-AFEE-IDX FROM 1 BY 1
004395         UNTIL WS-AFEE-IDX > WS-AFEE-COUNT.
004396     MOVE 0 TO FB-FEE-COUNT.
004397     MOVE 0 TO WS-MNT-SET-ROWS.
004398     PERFORM 1380-CLEAR-ONE-FEE-ROW THRU 1380-EXIT
004399         VARYING FB-FEE-IDX FROM 1 BY 1
004400         UNTIL FB-FEE-IDX > WS-MNT-MAX-ROWS.
004401     IF WS-MNT-TPL-FOUND
004402         PERFORM 1370-PICK-ONE-FEE THRU 1370-EXIT
004403             VARYING WS-AFEE-IDX FROM 1 BY 1
004404             UNTIL WS-AFEE-IDX > WS-AFEE-COUNT
004405     END-IF.
004406     GO TO 1350-EXIT.
004407 1350-EXIT.
004408     EXIT.
004409
004410 1360-FIND-FEE-TPL-DATE.
004411     IF WS-AFEE-STATUS (WS-AFEE-IDX) = "R"
004412         GO TO 1360-EXIT
004413     END-IF.
004414     IF WS-AFEE-EFF-DATE (WS-AFEE-IDX) = WS-MNT-EFF-DATE
004415         MOVE WS-MNT-EFF-DATE TO WS-MNT-TPL-DATE
004416         SET WS-MNT-TPL-FOUND TO TRUE
004417         SET WS-MNT-SET-FOUND TO TRUE
004418         GO TO 1360-EXIT
004419     END-IF.
004420     IF NOT WS-MNT-SET-FOUND
004421        AND WS-AFEE-EFF-DATE (WS-AFEE-IDX) < WS-MNT-EFF-DATE
004422        AND (NOT WS-MNT-TPL-FOUND
004423             OR WS-AFEE-EFF-DATE (WS-AFEE-IDX)
004424                > WS-MNT-TPL-DATE)
004425         MOVE WS-AFEE-EFF-DATE (WS-AFEE-IDX) TO WS-MNT-TPL-DATE
004426         SET WS-MNT-TPL-FOUND TO TRUE
004427     END-IF.
004428     GO TO 1360-EXIT.
004429 1360-EXIT.
004430     EXIT.
004431
004432******************************************************************
004433*    1368-CHECK-ONE-FEE-PENDING -- IS THERE A PENDING FEE ROW FOR
004434*    THE DATE IN WS-MNT-PND-DATE?  SHARED BY THE SCREEN LOAD AND
004435*    THE STORE, SO BOTH SIDES PICK THE SAME ROWS.
004436******************************************************************
004437 1368-CHECK-ONE-FEE-PENDING.
004438     IF WS-AFEE-EFF-DATE (WS-AFEE-IDX) = WS-MNT-PND-DATE
004439        AND WS-AFEE-STATUS (WS-AFEE-IDX) = "P"
004440         SET WS-MNT-TPL-PENDING TO TRUE
004441     END-IF.
004442     GO TO 1368-EXIT.
004443 1368-EXIT.
004444     EXIT.
004445
004446 1370-PICK-ONE-FEE.
004447     IF WS-AFEE-EFF-DATE (WS-AFEE-IDX) NOT = WS-MNT-TPL-DATE
004448        OR WS-AFEE-STATUS (WS-AFEE-IDX) = "R"
004449         GO TO 1370-EXIT
004450     END-IF.
004451     IF WS-MNT-TPL-PENDING
004452         IF WS-AFEE-STATUS (WS-AFEE-IDX) NOT = "P"
004453             GO TO 1370-EXIT
004454         END-IF
004455     ELSE
004456         IF WS-AFEE-STATUS (WS-AFEE-IDX) = "P"
004457             GO TO 1370-EXIT
004458         END-IF
004459     END-IF.
004460     ADD 1 TO WS-MNT-SET-ROWS.
004461     IF FB-FEE-COUNT < WS-MNT-MAX-ROWS
004462         ADD 1 TO FB-FEE-COUNT
004463         SET FB-FEE-IDX TO FB-FEE-COUNT
004464         MOVE WS-AFEE-LABEL (WS-AFEE-IDX)
004465             TO FB-FEE-TBL-LABEL (FB-FEE-IDX)
004466         MOVE WS-AFEE-TYPE (WS-AFEE-IDX)
004467             TO FB-FEE-TBL-TYPE (FB-FEE-IDX)
004468         MOVE WS-AFEE-FLAT-AMT (WS-AFEE-IDX)
004469             TO FB-FEE-TBL-FLAT-AMT (FB-FEE-IDX)
004470         MOVE WS-AFEE-PCT (WS-AFEE-IDX)
004471             TO FB-FEE-TBL-PCT (FB-FEE-IDX)
004472     END-IF.
004473     GO TO 1370-EXIT.
004474 1370-EXIT.
004475     EXIT.
004476
004477 1380-CLEAR-ONE-FEE-ROW.
004478     MOVE SPACES TO FB-FEE-TBL-LABEL (FB-FEE-IDX).
004479     MOVE "F"    TO FB-FEE-TBL-TYPE (FB-FEE-IDX).
004480     MOVE 0      TO FB-FEE-TBL-FLAT-AMT (FB-FEE-IDX).
004481     MOVE 0      TO FB-FEE-TBL-PCT (FB-FEE-IDX).
004482     GO TO 1380-EXIT.
004483 1380-EXIT.
004484     EXIT.
004485
004486******************************************************************
004487*    1400-LOAD-ONE-OVR -- READ ONE CLASSIFICATION OVERRIDE INTO
004488*    THE FULL OVERRIDE TABLE, PENDING OR APPROVED, IN FORCE OR
004489*    EXPIRED, SO A SAVE WRITES BACK EVERY RECORD IT READ.
004490******************************************************************
004491 1400-LOAD-ONE-OVR.
004492     READ OVERRIDE-FILE INTO FB-OVR-RECORD
004493         AT END
004494             SET WS-OVR-FILE-AT-EOF TO TRUE
004495             GO TO 1400-EXIT
004496     END-READ.
004497     ADD 1 TO WS-AOVR-COUNT.
004498     SET WS-AOVR-IDX TO WS-AOVR-COUNT.
004499     IF FB-OVR-ORDER-ID NUMERIC
004500         MOVE FB-OVR-ORDER-ID TO WS-AOVR-ORDER-ID (WS-AOVR-IDX)
004501     ELSE
004502         MOVE 0 TO WS-AOVR-ORDER-ID (WS-AOVR-IDX)
004503     END-IF.
004504     MOVE FB-OVR-LABEL  TO WS-AOVR-LABEL (WS-AOVR-IDX).
004505     MOVE FB-OVR-REASON TO WS-AOVR-REASON (WS-AOVR-IDX).
004506     IF FB-OVR-EXPIRY-DATE NUMERIC
004507         MOVE FB-OVR-EXPIRY-DATE TO WS-AOVR-EXPIRY (WS-AOVR-IDX)
004508     ELSE
004509         MOVE 0 TO WS-AOVR-EXPIRY (WS-AOVR-IDX)
004510     END-IF.
004511     IF FB-OVR-PENDING
004512         MOVE "P" TO WS-AOVR-STATUS (WS-AOVR-IDX)
004513     ELSE
004514         MOVE "A" TO WS-AOVR-STATUS (WS-AOVR-IDX)
004515     END-IF.
004516     MOVE FB-OVR-KEYED-BY TO WS-AOVR-KEYED-BY (WS-AOVR-IDX).
004517     IF FB-OVR-KEYED-DATE NUMERIC
004518         MOVE FB-OVR-KEYED-DATE
004519             TO WS-AOVR-KEYED-DATE (WS-AOVR-IDX)
004520     ELSE
004521         MOVE 0 TO WS-AOVR-KEYED-DATE (WS-AOVR-IDX)
004522     END-IF.
004523     MOVE FB-OVR-APPROVED-BY
004524         TO WS-AOVR-APPROVED-BY (WS-AOVR-IDX).
004525     GO TO 1400-EXIT.
004526 1400-EXIT.
004527     EXIT.
004528
004529******************************************************************
004530*    2000-MENU-LOOP -- SHOW THE MAIN MENU AND DISPATCH ONE
004531*    OPERATOR SELECTION.
004532******************************************************************
004533 2000-MENU-LOOP.
004534     DISPLAY SCR-MENU.
004535     ACCEPT SCR-MENU.
004536     IF WS-MNT-CHOICE > 0 AND WS-MNT-CHOICE < 8
004537         IF WS-MNT-OPT-ALLOWED (WS-MNT-CHOICE) NOT = "Y"
004538             PERFORM 2050-REFUSE-OPTION THRU 2050-EXIT
004539             GO TO 2000-EXIT
004540         END-IF
004541     END-IF.
004542     EVALUATE WS-MNT-CHOICE
004543         WHEN 1
004544             PERFORM 2100-MAINTAIN-BOUND THRU 2100-EXIT
004545         WHEN 2
004546             PERFORM 2200-MAINTAIN-RULES THRU 2200-EXIT
004547         WHEN 3
004548             PERFORM 2300-SAVE-AND-EXIT THRU 2300-EXIT
004549         WHEN 4
004550             SET WS-MNT-DONE TO TRUE
004551         WHEN 5
004552             PERFORM 2400-APPROVE-PENDING THRU 2400-EXIT
004553         WHEN 6
004554             PERFORM 2500-MAINTAIN-FEES THRU 2500-EXIT
004555         WHEN 7
004556             PERFORM 2700-MAINTAIN-OVERRIDES THRU 2700-EXIT
004557         WHEN OTHER
004558             MOVE "*** INVALID SELECTION ***" TO WS-MNT-SAVED-MSG
004559     END-EVALUATE.
004560     GO TO 2000-EXIT.
004561 2000-EXIT.
004570     EXIT.
004571
004572******************************************************************
004573*    2050-REFUSE-OPTION -- AN OPTION THE ROLE DOES NOT ALLOW.
004574*    LOGGED ON VIOLOG AND REFUSED.
004575******************************************************************
004576 2050-REFUSE-OPTION.
004577     MOVE "FUNC" TO WS-SGN-VIO-TYPE.
004578     MOVE SPACES TO WS-SGN-VIO-DETAIL.
004579     STRING "FIZZMNT MENU OPTION " WS-MNT-CHOICE
004580         DELIMITED BY SIZE INTO WS-SGN-VIO-DETAIL.
004581     PERFORM 0190-LOG-VIOLATION THRU 0190-EXIT.
004582     MOVE "*** OPTION NOT AVAILABLE TO YOUR ROLE ***"
004583         TO WS-MNT-SAVED-MSG.
004584     GO TO 2050-EXIT.
004585 2050-EXIT.
004586     EXIT.
004588
004590******************************************************************
004600*    2100-MAINTAIN-BOUND -- VIEW/CHANGE THE UPPER BOUND AND RUN
004610*    MODE OF THE SET CARRYING THE EFFECTIVE DATE KEYED ON THE
005040     MOVE WS-MNT-EFF-DATE    TO WS-CSET-EFF-DATE (WS-CSET-IDX).
005050     MOVE FB-CTL-UPPER-BOUND TO WS-CSET-BOUND (WS-CSET-IDX).
005060     MOVE FB-CTL-MODE        TO WS-CSET-MODE (WS-CSET-IDX).
005061     MOVE FB-CTL-HOLD-LIMIT  TO WS-CSET-HOLD-LIMIT (WS-CSET-IDX).
005062     MOVE "P"                TO WS-CSET-STATUS (WS-CSET-IDX).
005064     MOVE WS-MNT-OPERATOR    TO WS-CSET-KEYED-BY (WS-CSET-IDX).
005068     PERFORM 2170-HISTORY-CTL-CHANGE THRU 2170-EXIT.
005141        AND WS-CSET-STATUS (WS-CSET-IDX) = "P"
005142         MOVE WS-CSET-BOUND (WS-CSET-IDX) TO WS-MNT-OLD-BOUND
005144         MOVE WS-CSET-MODE (WS-CSET-IDX)  TO WS-MNT-OLD-MODE
005145         MOVE WS-CSET-HOLD-LIMIT (WS-CSET-IDX) TO WS-MNT-OLD-HOLD
005146         SET WS-MNT-OLD-FOUND TO TRUE
005150         MOVE FB-CTL-UPPER-BOUND TO WS-CSET-BOUND (WS-CSET-IDX)
005160         MOVE FB-CTL-MODE        TO WS-CSET-MODE (WS-CSET-IDX)
005161         MOVE FB-CTL-HOLD-LIMIT
005162             TO WS-CSET-HOLD-LIMIT (WS-CSET-IDX)
005164         MOVE WS-MNT-OPERATOR
005166             TO WS-CSET-KEYED-BY (WS-CSET-IDX)
005170         SET WS-MNT-SET-FOUND TO TRUE
005227        AND WS-CSET-STATUS (WS-MNT-SCAN) = "A"
005228         MOVE WS-CSET-BOUND (WS-MNT-SCAN) TO WS-MNT-OLD-BOUND
005229         MOVE WS-CSET-MODE (WS-MNT-SCAN)  TO WS-MNT-OLD-MODE
005230         MOVE WS-CSET-HOLD-LIMIT (WS-MNT-SCAN) TO WS-MNT-OLD-HOLD
005231         SET WS-MNT-OLD-FOUND TO TRUE
005232     END-IF.
005233     GO TO 2167-EXIT.
005234 2167-EXIT.
005235     EXIT.
005236
005237******************************************************************
005238*    2170-HISTORY-CTL-CHANGE -- RECORD THE OLD AND NEW BOUND
005239*    AND MODE OF THE KEYED SET IN THE PENDING-HISTORY TABLE.
005240*    A BRAND-NEW SET (WS-MNT-OLD-FOUND OFF) HAS NO OLD VALUES.
005241******************************************************************
005242 2170-HISTORY-CTL-CHANGE.
005243     MOVE "K"   TO WS-HIW-ACTION.
005244     MOVE "CTL" TO WS-HIW-FILE.
005245     MOVE WS-MNT-EFF-DATE TO WS-HIW-EFF-DATE.
005246     MOVE SPACES TO WS-HIW-OLD.
005247     IF WS-MNT-OLD-FOUND
005248         STRING "BOUND " WS-MNT-OLD-BOUND
005249             " MODE " WS-MNT-OLD-MODE
005250             " HOLD " WS-MNT-OLD-HOLD
005251             DELIMITED BY SIZE INTO WS-HIW-OLD
005252     END-IF.
005253     MOVE SPACES TO WS-HIW-NEW.
005254     STRING "BOUND " FB-CTL-UPPER-BOUND
005255         " MODE " FB-CTL-MODE
005256         " HOLD " FB-CTL-HOLD-LIMIT
005257         DELIMITED BY SIZE INTO WS-HIW-NEW.
005258     IF WS-HIW-OLD = WS-HIW-NEW
005259*        NOTHING ACTUALLY CHANGED -- NO TRAIL ENTRY.
005260         GO TO 2170-EXIT
005261     END-IF.
005262     PERFORM 2600-ADD-HISTORY THRU 2600-EXIT.
005263     GO TO 2170-EXIT.
005264 2170-EXIT.
005266     EXIT.
005268
005270******************************************************************
005272*    2200-MAINTAIN-RULES -- VIEW/CHANGE THE DIVISOR/LABEL RULES
005274*    OF THE SET CARRYING THE MENU'S EFFECTIVE DATE.  AFTER THE
005276*    OPERATOR KEYS THE SCREEN THE TABLE IS COMPACTED SO ANY ROW
005278*    LEFT AT DIVISOR 000 DROPS OUT AND THE SURVIVING RULES STAY
005280*    CONTIGUOUS, WHICH IS WHAT FIZZBUZZ'S RULE-TABLE LOOKUP
005290*    EXPECTS, THEN THE KEYED DATE'S RULES ARE REPLACED IN THE
005300*    FULL RULE TABLE.
005574     GO TO 2206-EXIT.
005576 2206-EXIT.
005578     EXIT.
005579
005580 2210-COMPACT-RULES-TABLE.
005581     MOVE 0 TO WS-MNT-TGT-IDX.
005582     PERFORM 2220-COMPACT-ONE-ROW THRU 2220-EXIT
005583         VARYING FB-RUL-IDX FROM 1 BY 1
005584         UNTIL FB-RUL-IDX > WS-MNT-MAX-ROWS.
005585     MOVE WS-MNT-TGT-IDX TO FB-RUL-COUNT.
005586     GO TO 2210-EXIT.
005587 2210-EXIT.
005588     EXIT.
005590
005600 2220-COMPACT-ONE-ROW.
005610     IF FB-RUL-TBL-DIVISOR (FB-RUL-IDX) NOT = ZERO
005920     PERFORM 2252-COLLECT-ONE-OLD THRU 2252-EXIT
005921         VARYING WS-ARUL-IDX FROM 1 BY 1
005922         UNTIL WS-ARUL-IDX > WS-ARUL-COUNT.
005926     MOVE 0 TO WS-MNT-TGT-IDX.
005930     PERFORM 2270-KEEP-ONE-RULE THRU 2270-EXIT
005940         VARYING WS-ARUL-IDX FROM 1 BY 1
005950         UNTIL WS-ARUL-IDX > WS-ARUL-COUNT.
006071     IF WS-OLD-COUNT = 10
006072         GO TO 2252-EXIT
006073     END-IF.
006074     ADD 1 TO WS-OLD-COUNT.
006075     MOVE WS-ARUL-DIVISOR (WS-ARUL-IDX)
006076         TO WS-OLD-DIVISOR (WS-OLD-COUNT).
006077     MOVE WS-ARUL-LABEL (WS-ARUL-IDX)
006078         TO WS-OLD-LABEL (WS-OLD-COUNT).
006079     MOVE WS-ARUL-TYPE (WS-ARUL-IDX)
006080         TO WS-OLD-TYPE (WS-OLD-COUNT).
006082         TO WS-OLD-LOW (WS-OLD-COUNT).
006083     MOVE WS-ARUL-HIGH (WS-ARUL-IDX)
006084         TO WS-OLD-HIGH (WS-OLD-COUNT).
006085     GO TO 2252-EXIT.
006086 2252-EXIT.
006087     EXIT.
006088
006089******************************************************************
006090*    2256-HISTORY-ONE-RULE -- ONE TRAIL ENTRY PER RULE ROW OF
006092*    THE KEYED SET, OLD AND NEW SIDE BY SIDE, PAIRED BY ROW
006094*    POSITION.  A ROW ONLY ON THE OLD SIDE WAS DROPPED; ONLY
006142 2256-EXIT.
006144     EXIT.
006146
006147******************************************************************
006148*    2260 / 2270 -- ONLY THE KEYED DATE'S PENDING ROWS ARE
006149*    REPLACED BY A STORE.  ITS APPROVED ROWS STAY IN THE TABLE
006150*    (AND ON FILE) BESIDE THE NEW PENDING ONES, GOVERNING THE
006151*    BATCH RUNS UNTIL A SECOND OPERATOR APPROVES THE CHANGE.
006152******************************************************************
006153 2260-COUNT-ONE-KEEPER.
006154     IF WS-ARUL-EFF-DATE (WS-ARUL-IDX) NOT = WS-MNT-EFF-DATE
006155        OR WS-ARUL-STATUS (WS-ARUL-IDX) NOT = "P"
006156         ADD 1 TO WS-MNT-KEEP-COUNT
006157     END-IF.
006158     GO TO 2260-EXIT.
006159 2260-EXIT.
006160     EXIT.
006161
006162 2270-KEEP-ONE-RULE.
006163     IF WS-ARUL-EFF-DATE (WS-ARUL-IDX) = WS-MNT-EFF-DATE
006164        AND WS-ARUL-STATUS (WS-ARUL-IDX) = "P"
006165         GO TO 2270-EXIT
006170     END-IF.
006180     ADD 1 TO WS-MNT-TGT-IDX.
006190     IF WS-MNT-TGT-IDX NOT = WS-ARUL-IDX
006420     EXIT.
006430
006440******************************************************************
006450*    2300-SAVE-AND-EXIT -- REWRITE THE CONTROL FILE, FIZZRULES
006460*    FILE, FEE FILE AND OVERRIDE FILE FROM WORKING STORAGE SO
006465*    THE NEXT FIZZBUZZ BATCH RUN PICKS UP THE OPERATOR'S
006470*    CHANGES, THEN END THE TRANSACTION.
006480*    THE RULES FILE IS NEVER REWRITTEN WHEN RULEFILE HAD MORE
006490*    ROWS ON FILE THAN THIS SCREEN CAN HOLD -- DOING SO WOULD
006500*    SILENTLY DROP THE ROWS THIS TRANSACTION NEVER LOADED.  THE
006510*    OPERATOR IS SENT BACK TO THE MENU WITH A WARNING INSTEAD OF
006520*    BEING EXITED, AND MUST MAINTAIN THAT RULES FILE DIRECTLY.
006525*    THE FEE AND OVERRIDE FILES ARE HELD TO THE SAME RULE.
006530******************************************************************
006540 2300-SAVE-AND-EXIT.
006550     IF WS-MNT-CSETS-TRUNCATED
006800                 DISPLAY "FIZZMNT: RULES FILE OPEN FAILED, NOT"
006810                     " SAVED"
006820             ELSE
006830                 PERFORM 2360-SAVE-FEE-FILE THRU 2360-EXIT
006840             END-IF
006850         END-IF
006860     END-IF.
007190     MOVE SPACES TO FB-CONTROL-RECORD.
007200     MOVE WS-CSET-BOUND (WS-CSET-IDX) TO FB-CTL-UPPER-BOUND.
007210     MOVE WS-CSET-MODE (WS-CSET-IDX)  TO FB-CTL-MODE.
007215     MOVE WS-CSET-HOLD-LIMIT (WS-CSET-IDX) TO FB-CTL-HOLD-LIMIT.
007220     MOVE WS-CSET-EFF-DATE (WS-CSET-IDX) TO FB-CTL-EFF-DATE.
007222     MOVE WS-CSET-STATUS (WS-CSET-IDX) TO FB-CTL-APPR-STATUS.
007224     MOVE WS-CSET-KEYED-BY (WS-CSET-IDX) TO FB-CTL-KEYED-BY.
007510     GO TO 2330-EXIT.
007520 2330-EXIT.
007530     EXIT.
007531
007532******************************************************************
007533*    2360-SAVE-FEE-FILE -- REWRITE FEEFILE WITH EVERY FEE ROW OF
007534*    EVERY EFFECTIVE-DATED SCHEDULE HELD IN STORAGE, THEN GO ON
007535*    TO THE OVERRIDE FILE, THE LAST STEP OF THE SAVE.  A
007536*    SHOP THAT HAS NEVER KEYED A FEE GETS NO EMPTY FILE CREATED.
007537*    A FEE FILE TOO BIG FOR STORAGE IS NOT REWRITTEN, AS FOR
007538*    THE RULES FILE.
007539******************************************************************
007540 2360-SAVE-FEE-FILE.
007541     IF WS-MNT-FEES-TRUNCATED
007542         MOVE "FEEFILE NOT SAVED -- TOO MANY ROWS ON FILE"
007543             TO WS-MNT-SAVED-MSG
007544         DISPLAY "FIZZMNT: FEEFILE NOT SAVED, MAINTAIN IT"
007545             " DIRECTLY"
007546         GO TO 2360-EXIT
007547     END-IF.
007548     IF WS-AFEE-COUNT = 0 AND NOT WS-MNT-FEE-ON-FILE
007549         PERFORM 2380-SAVE-OVR-FILE THRU 2380-EXIT
007550         GO TO 2360-EXIT
007551     END-IF.
007552     OPEN OUTPUT FEE-FILE.
007553     IF NOT WS-FEE-FILE-OK
007554         SET WS-MNT-SAVE-FAILED TO TRUE
007555         MOVE "FEE FILE SAVE FAILED -- NOT FULLY SAVED"
007556             TO WS-MNT-SAVED-MSG
007557         DISPLAY "FIZZMNT: FEE FILE OPEN FAILED, NOT SAVED"
007558         GO TO 2360-EXIT
007559     END-IF.
007560     PERFORM 2370-WRITE-ONE-FEE THRU 2370-EXIT
007561         VARYING WS-AFEE-IDX FROM 1 BY 1
007562         UNTIL WS-AFEE-IDX > WS-AFEE-COUNT.
007563     CLOSE FEE-FILE.
007564     PERFORM 2380-SAVE-OVR-FILE THRU 2380-EXIT.
007565     GO TO 2360-EXIT.
007566 2360-EXIT.
007567     EXIT.
007568
007569 2370-WRITE-ONE-FEE.
007570     IF WS-AFEE-STATUS (WS-AFEE-IDX) = "R"
007571*        RETIRED BY AN APPROVAL THIS SESSION -- NEVER WRITTEN.
007572         GO TO 2370-EXIT
007573     END-IF.
007574     MOVE SPACES TO FB-FEE-RECORD.
007575     MOVE WS-AFEE-LABEL (WS-AFEE-IDX)    TO FB-FEE-LABEL.
007576     MOVE WS-AFEE-EFF-DATE (WS-AFEE-IDX) TO FB-FEE-EFF-DATE.
007577     MOVE WS-AFEE-TYPE (WS-AFEE-IDX)     TO FB-FEE-TYPE.
007578     MOVE WS-AFEE-FLAT-AMT (WS-AFEE-IDX) TO FB-FEE-FLAT-AMT.
007579     MOVE WS-AFEE-PCT (WS-AFEE-IDX)      TO FB-FEE-PCT.
007580     MOVE WS-AFEE-STATUS (WS-AFEE-IDX)   TO FB-FEE-APPR-STATUS.
007581     MOVE WS-AFEE-KEYED-BY (WS-AFEE-IDX) TO FB-FEE-KEYED-BY.
007582     WRITE FEE-FILE-RECORD FROM FB-FEE-RECORD.
007583     GO TO 2370-EXIT.
007584 2370-EXIT.
007585     EXIT.
007586
007587******************************************************************
007588*    2380-SAVE-OVR-FILE -- THE LAST STEP OF A SAVE: REWRITE
007589*    OVRFILE WITH EVERY OVERRIDE HELD IN STORAGE, THEN END THE
007590*    TRANSACTION.  NO EMPTY FILE IS CREATED FOR A SHOP THAT HAS
007591*    NEVER KEYED AN OVERRIDE, AND AN OVERRIDE FILE TOO BIG FOR
007592*    STORAGE IS NOT REWRITTEN, AS FOR THE FEE FILE.
007593******************************************************************
007594 2380-SAVE-OVR-FILE.
007595     IF WS-MNT-OVRS-TRUNCATED
007596         MOVE "OVRFILE NOT SAVED -- TOO MANY ROWS ON FILE"
007597             TO WS-MNT-SAVED-MSG
007598         DISPLAY "FIZZMNT: OVRFILE NOT SAVED, MAINTAIN IT"
007599             " DIRECTLY"
007600         GO TO 2380-EXIT
007601     END-IF.
007602     IF WS-AOVR-COUNT = 0 AND NOT WS-MNT-OVR-ON-FILE
007603         SET WS-MNT-DONE TO TRUE
007604         GO TO 2380-EXIT
007605     END-IF.
007606     OPEN OUTPUT OVERRIDE-FILE.
007607     IF NOT WS-OVR-FILE-OK
007608         SET WS-MNT-SAVE-FAILED TO TRUE
007609         MOVE "OVERRIDE FILE SAVE FAILED -- NOT FULLY SAVED"
007610             TO WS-MNT-SAVED-MSG
007611         DISPLAY "FIZZMNT: OVERRIDE FILE OPEN FAILED, NOT SAVED"
007612         GO TO 2380-EXIT
007613     END-IF.
007614     PERFORM 2390-WRITE-ONE-OVR THRU 2390-EXIT
007615         VARYING WS-AOVR-IDX FROM 1 BY 1
007616         UNTIL WS-AOVR-IDX > WS-AOVR-COUNT.
007617     CLOSE OVERRIDE-FILE.
007618     SET WS-MNT-DONE TO TRUE.
007619     GO TO 2380-EXIT.
007620 2380-EXIT.
007621     EXIT.
007622
007623 2390-WRITE-ONE-OVR.
007624     IF WS-AOVR-STATUS (WS-AOVR-IDX) = "R"
007625*        RETIRED BY AN APPROVAL THIS SESSION -- NEVER WRITTEN.
007626         GO TO 2390-EXIT
007627     END-IF.
007628     MOVE SPACES TO FB-OVR-RECORD.
007629     MOVE WS-AOVR-ORDER-ID (WS-AOVR-IDX)   TO FB-OVR-ORDER-ID.
007630     MOVE WS-AOVR-LABEL (WS-AOVR-IDX)      TO FB-OVR-LABEL.
007631     MOVE WS-AOVR-REASON (WS-AOVR-IDX)     TO FB-OVR-REASON.
007632     MOVE WS-AOVR-EXPIRY (WS-AOVR-IDX)     TO FB-OVR-EXPIRY-DATE.
007633     MOVE WS-AOVR-STATUS (WS-AOVR-IDX)     TO FB-OVR-APPR-STATUS.
007634     MOVE WS-AOVR-KEYED-BY (WS-AOVR-IDX)   TO FB-OVR-KEYED-BY.
007635     MOVE WS-AOVR-KEYED-DATE (WS-AOVR-IDX) TO FB-OVR-KEYED-DATE.
007636     MOVE WS-AOVR-APPROVED-BY (WS-AOVR-IDX)
007637         TO FB-OVR-APPROVED-BY.
007638     WRITE OVERRIDE-FILE-RECORD FROM FB-OVR-RECORD.
007639     GO TO 2390-EXIT.
007640 2390-EXIT.
007641     EXIT.
007642
007643******************************************************************
007644*    2340-WRITE-HISTORY-FILE -- APPEND THE SESSION'S PENDING
007645*    TRAIL ENTRIES TO CHGHIST (CREATED ON FIRST USE), STAMPED
007646*    WITH THE OPERATOR, DATE, AND TIME OF THE SAVE, THEN CLEAR
007647*    THE TABLE SO A RETRIED SAVE CANNOT DOUBLE-RECORD.
007648******************************************************************
007649 2340-WRITE-HISTORY-FILE.
007650     IF WS-HIS-COUNT = 0
007651         GO TO 2340-EXIT
007652     END-IF.
007653     OPEN EXTEND CHANGE-HISTORY.
007660     IF WS-CHG-FILE-NOT-FOUND
007670         MOVE "00" TO WS-CHG-FILE-STATUS
007680         OPEN OUTPUT CHANGE-HISTORY
008030
008040******************************************************************
008050*    2400-APPROVE-PENDING -- THE SECOND-OPERATOR APPROVAL.
008060*    EVERY PENDING SET, RULE, FEE AND OVERRIDE KEYED BY A
008065*    DIFFERENT OPERATOR IS APPROVED AND TRAILED; ANYTHING THE
008070*    APPROVING OPERATOR KEYED THEMSELVES IS REFUSED -- ONE
008080*    PERSON CANNOT BOTH KEY AND APPROVE A CHANGE.  APPROVALS
008090*    STILL NEED A SAVE (OPTION 3) TO LAND ON FILE.
008110******************************************************************
008120 2400-APPROVE-PENDING.
008130     IF WS-MNT-OPERATOR = SPACES
008230     PERFORM 2420-APPROVE-ONE-RULE THRU 2420-EXIT
008240         VARYING WS-ARUL-IDX FROM 1 BY 1
008250         UNTIL WS-ARUL-IDX > WS-ARUL-COUNT.
008252     PERFORM 2430-APPROVE-ONE-FEE THRU 2430-EXIT
008254         VARYING WS-AFEE-IDX FROM 1 BY 1
008256         UNTIL WS-AFEE-IDX > WS-AFEE-COUNT.
008257     PERFORM 2440-APPROVE-ONE-OVR THRU 2440-EXIT
008258         VARYING WS-AOVR-IDX FROM 1 BY 1
008259         UNTIL WS-AOVR-IDX > WS-AOVR-COUNT.
008260     MOVE SPACES TO WS-MNT-SAVED-MSG.
008270     STRING WS-MNT-APPROVED-CNT " APPROVED, "
008280         WS-MNT-REFUSED-CNT " REFUSED -- NOT YET SAVED"
008417     MOVE WS-CSET-EFF-DATE (WS-CSET-IDX) TO WS-MNT-RETIRE-DATE.
008418     PERFORM 2412-RETIRE-ONE-CSET THRU 2412-EXIT
008419         VARYING WS-MNT-SCAN FROM 1 BY 1
008422         UNTIL WS-MNT-SCAN > WS-CSET-COUNT.
008425     MOVE "A" TO WS-CSET-STATUS (WS-CSET-IDX).
008430     ADD 1 TO WS-MNT-APPROVED-CNT.
008440     MOVE "A"   TO WS-HIW-ACTION.
008450     MOVE "CTL" TO WS-HIW-FILE.
008500     MOVE SPACES TO WS-HIW-NEW.
008510     STRING "BOUND " WS-CSET-BOUND (WS-CSET-IDX)
008520         " MODE " WS-CSET-MODE (WS-CSET-IDX)
008525         " HOLD " WS-CSET-HOLD-LIMIT (WS-CSET-IDX)
008530         DELIMITED BY SIZE INTO WS-HIW-NEW.
008540     PERFORM 2600-ADD-HISTORY THRU 2600-EXIT.
008550     GO TO 2410-EXIT.
008667     MOVE WS-ARUL-EFF-DATE (WS-ARUL-IDX) TO WS-MNT-RETIRE-DATE.
008668     PERFORM 2422-RETIRE-ONE-RULE THRU 2422-EXIT
008669         VARYING WS-MNT-SCAN FROM 1 BY 1
008672         UNTIL WS-MNT-SCAN > WS-ARUL-COUNT.
008675     MOVE "A" TO WS-ARUL-STATUS (WS-ARUL-IDX).
008680     ADD 1 TO WS-MNT-APPROVED-CNT.
008690     MOVE "A"   TO WS-HIW-ACTION.
008700     MOVE "RUL" TO WS-HIW-FILE.
008834     GO TO 2422-EXIT.
008836 2422-EXIT.
008838     EXIT.
008839
008840 2430-APPROVE-ONE-FEE.
008841     IF WS-AFEE-STATUS (WS-AFEE-IDX) NOT = "P"
008842         GO TO 2430-EXIT
008843     END-IF.
008844     IF WS-AFEE-KEYED-BY (WS-AFEE-IDX) = WS-MNT-OPERATOR
008845         ADD 1 TO WS-MNT-REFUSED-CNT
008846         GO TO 2430-EXIT
008847     END-IF.
008848*    AS WITH THE RULES, THE DATE'S SUPERSEDED APPROVED ROWS ARE
008849*    RETIRED WHILE THIS ROW STILL READS PENDING.
008850     MOVE WS-AFEE-EFF-DATE (WS-AFEE-IDX) TO WS-MNT-RETIRE-DATE.
008851     PERFORM 2432-RETIRE-ONE-FEE THRU 2432-EXIT
008852         VARYING WS-MNT-SCAN FROM 1 BY 1
008853         UNTIL WS-MNT-SCAN > WS-AFEE-COUNT.
008854     MOVE "A" TO WS-AFEE-STATUS (WS-AFEE-IDX).
008855     ADD 1 TO WS-MNT-APPROVED-CNT.
008856     MOVE "A"   TO WS-HIW-ACTION.
008857     MOVE "FEE" TO WS-HIW-FILE.
008858     MOVE WS-AFEE-EFF-DATE (WS-AFEE-IDX) TO WS-HIW-EFF-DATE.
008859     MOVE SPACES TO WS-HIW-OLD.
008860     STRING "KEYED BY " WS-AFEE-KEYED-BY (WS-AFEE-IDX)
008861         DELIMITED BY SIZE INTO WS-HIW-OLD.
008862     IF WS-AFEE-TYPE (WS-AFEE-IDX) = "F"
008863         MOVE WS-AFEE-FLAT-AMT (WS-AFEE-IDX) TO WS-MNT-FEE-VAL-ED
008864     ELSE
008865         MOVE WS-AFEE-PCT (WS-AFEE-IDX) TO WS-MNT-FEE-VAL-ED
008866     END-IF.
008867     MOVE SPACES TO WS-HIW-NEW.
008868     STRING WS-AFEE-TYPE (WS-AFEE-IDX)
008869         " " WS-MNT-FEE-VAL-ED
008870         " " WS-AFEE-LABEL (WS-AFEE-IDX)
008871         DELIMITED BY SIZE INTO WS-HIW-NEW.
008872     PERFORM 2600-ADD-HISTORY THRU 2600-EXIT.
008873     GO TO 2430-EXIT.
008874 2430-EXIT.
008875     EXIT.
008876
008877 2432-RETIRE-ONE-FEE.
008878     IF WS-AFEE-EFF-DATE (WS-MNT-SCAN) = WS-MNT-RETIRE-DATE
008879        AND WS-AFEE-STATUS (WS-MNT-SCAN) = "A"
008880         MOVE "R" TO WS-AFEE-STATUS (WS-MNT-SCAN)
008881     END-IF.
008882     GO TO 2432-EXIT.
008883 2432-EXIT.
008884     EXIT.
008885
008886 2440-APPROVE-ONE-OVR.
008887     IF WS-AOVR-STATUS (WS-AOVR-IDX) NOT = "P"
008888         GO TO 2440-EXIT
008889     END-IF.
008890     IF WS-AOVR-KEYED-BY (WS-AOVR-IDX) = WS-MNT-OPERATOR
008891         ADD 1 TO WS-MNT-REFUSED-CNT
008892         GO TO 2440-EXIT
008893     END-IF.
008894*    THE ORDER'S OVERRIDE THIS ONE SUPERSEDES IS RETIRED WHILE
008895*    THIS ENTRY STILL READS PENDING AND CANNOT RETIRE ITSELF.
008896     MOVE WS-AOVR-ORDER-ID (WS-AOVR-IDX) TO WS-MNT-RETIRE-ID.
008897     PERFORM 2442-RETIRE-ONE-OVR THRU 2442-EXIT
008898         VARYING WS-MNT-OVR-SCAN FROM 1 BY 1
008899         UNTIL WS-MNT-OVR-SCAN > WS-AOVR-COUNT.
008900     MOVE "A" TO WS-AOVR-STATUS (WS-AOVR-IDX).
008901     MOVE WS-MNT-OPERATOR TO WS-AOVR-APPROVED-BY (WS-AOVR-IDX).
008902     ADD 1 TO WS-MNT-APPROVED-CNT.
008903     MOVE "A"   TO WS-HIW-ACTION.
008904     MOVE "OVR" TO WS-HIW-FILE.
008905     MOVE WS-AOVR-EXPIRY (WS-AOVR-IDX) TO WS-HIW-EFF-DATE.
008906     MOVE SPACES TO WS-HIW-OLD.
008907     STRING "KEYED BY " WS-AOVR-KEYED-BY (WS-AOVR-IDX)
008908         DELIMITED BY SIZE INTO WS-HIW-OLD.
008909     MOVE SPACES TO WS-HIW-NEW.
008910     STRING WS-AOVR-ORDER-ID (WS-AOVR-IDX)
008911         " " WS-AOVR-REASON (WS-AOVR-IDX)
008912         " " WS-AOVR-LABEL (WS-AOVR-IDX)
008913         DELIMITED BY SIZE INTO WS-HIW-NEW.
008914     PERFORM 2600-ADD-HISTORY THRU 2600-EXIT.
008915     GO TO 2440-EXIT.
008916 2440-EXIT.
008917     EXIT.
008918
008919 2442-RETIRE-ONE-OVR.
008920     IF WS-AOVR-ORDER-ID (WS-MNT-OVR-SCAN) = WS-MNT-RETIRE-ID
008921        AND WS-AOVR-STATUS (WS-MNT-OVR-SCAN) = "A"
008922         MOVE "R" TO WS-AOVR-STATUS (WS-MNT-OVR-SCAN)
008923     END-IF.
008924     GO TO 2442-EXIT.
008925 2442-EXIT.
008926     EXIT.
008927
008928******************************************************************
008929*    2500-MAINTAIN-FEES -- VIEW/CHANGE THE LABEL FEE SCHEDULE
008930*    CARRYING THE MENU'S EFFECTIVE DATE.  THE KEYED ROWS ARE
008931*    EDITED, COMPACTED SO BLANK-LABEL ROWS DROP OUT, AND STORED
008932*    AS THE DATE'S PENDING ROWS, THE SAME WAY THE RULES ARE.
008933******************************************************************
008934 2500-MAINTAIN-FEES.
008935     IF WS-MNT-OPERATOR = SPACES
008936         MOVE "*** KEY AN OPERATOR ID FIRST ***"
008937             TO WS-MNT-SAVED-MSG
008938         GO TO 2500-EXIT
008939     END-IF.
008940     PERFORM 1350-LOAD-FEES-TO-SCREEN THRU 1350-EXIT.
008941     IF WS-MNT-SET-ROWS > WS-MNT-MAX-ROWS
008942         MOVE "*** FEES TOO BIG FOR SCREEN -- EDIT REFUSED ***"
008943             TO WS-MNT-SAVED-MSG
008944         GO TO 2500-EXIT
008945     END-IF.
008946     DISPLAY SCR-FEES.
008947     ACCEPT SCR-FEES.
008948     PERFORM 2505-EDIT-FEE-ROWS THRU 2505-EXIT.
008949     IF WS-MNT-ROWS-BAD
008950         MOVE "*** BAD FEE ROW -- CHANGES NOT APPLIED ***"
008951             TO WS-MNT-SAVED-MSG
008952         GO TO 2500-EXIT
008953     END-IF.
008954     PERFORM 2510-COMPACT-FEE-TABLE THRU 2510-EXIT.
008955     PERFORM 2550-STORE-FEE-SCHEDULE THRU 2550-EXIT.
008956     GO TO 2500-EXIT.
008957 2500-EXIT.
008958     EXIT.
008959
008960******************************************************************
008961*    2505-EDIT-FEE-ROWS -- VALIDATE THE KEYED ROWS: THE TYPE MUST
008962*    BE F OR P; A FLAT ROW NEEDS AN AMOUNT AND A PERCENTAGE ROW
008963*    A PERCENTAGE, AND THE UNUSED ONE IS CLEARED; NO LABEL MAY
008964*    APPEAR TWICE IN ONE SCHEDULE.  A BLANK-LABEL ROW IS AN
008965*    INTENTIONAL DROP AND PASSES.
008966******************************************************************
008967 2505-EDIT-FEE-ROWS.
008968     MOVE "N" TO WS-MNT-ROWS-BAD-SW.
008969     PERFORM 2506-EDIT-ONE-FEE-ROW THRU 2506-EXIT
008970         VARYING FB-FEE-IDX FROM 1 BY 1
008971         UNTIL FB-FEE-IDX > WS-MNT-MAX-ROWS.
008972     GO TO 2505-EXIT.
008973 2505-EXIT.
008974     EXIT.
008975
008976 2506-EDIT-ONE-FEE-ROW.
008977     IF FB-FEE-TBL-LABEL (FB-FEE-IDX) = SPACES
008978         GO TO 2506-EXIT
008979     END-IF.
008980     EVALUATE FB-FEE-TBL-TYPE (FB-FEE-IDX)
008981         WHEN "F"
008982             IF FB-FEE-TBL-FLAT-AMT (FB-FEE-IDX) = 0
008983                 SET WS-MNT-ROWS-BAD TO TRUE
008984             END-IF
008985             MOVE 0 TO FB-FEE-TBL-PCT (FB-FEE-IDX)
008986         WHEN "P"
008987             IF FB-FEE-TBL-PCT (FB-FEE-IDX) = 0
008988                 SET WS-MNT-ROWS-BAD TO TRUE
008989             END-IF
008990             MOVE 0 TO FB-FEE-TBL-FLAT-AMT (FB-FEE-IDX)
008991         WHEN OTHER
008992             SET WS-MNT-ROWS-BAD TO TRUE
008993     END-EVALUATE.
008994     PERFORM 2507-CHECK-ONE-DUP-LABEL THRU 2507-EXIT
008995         VARYING WS-MNT-SCAN FROM 1 BY 1
008996         UNTIL WS-MNT-SCAN NOT < FB-FEE-IDX.
008997     GO TO 2506-EXIT.
008998 2506-EXIT.
008999     EXIT.
009000
009001 2507-CHECK-ONE-DUP-LABEL.
009002     IF FB-FEE-TBL-LABEL (WS-MNT-SCAN)
009003        = FB-FEE-TBL-LABEL (FB-FEE-IDX)
009004         SET WS-MNT-ROWS-BAD TO TRUE
009005     END-IF.
009006     GO TO 2507-EXIT.
009007 2507-EXIT.
009008     EXIT.
009009
009010 2510-COMPACT-FEE-TABLE.
009011     MOVE 0 TO WS-MNT-TGT-IDX.
009012     PERFORM 2520-COMPACT-ONE-FEE THRU 2520-EXIT
009013         VARYING FB-FEE-IDX FROM 1 BY 1
009014         UNTIL FB-FEE-IDX > WS-MNT-MAX-ROWS.
009015     MOVE WS-MNT-TGT-IDX TO FB-FEE-COUNT.
009016     GO TO 2510-EXIT.
009017 2510-EXIT.
009018     EXIT.
009019
009020 2520-COMPACT-ONE-FEE.
009021     IF FB-FEE-TBL-LABEL (FB-FEE-IDX) NOT = SPACES
009022         ADD 1 TO WS-MNT-TGT-IDX
009023         IF WS-MNT-TGT-IDX NOT = FB-FEE-IDX
009024             MOVE FB-FEE-TBL-LABEL (FB-FEE-IDX)
009025                 TO FB-FEE-TBL-LABEL (WS-MNT-TGT-IDX)
009026             MOVE FB-FEE-TBL-TYPE (FB-FEE-IDX)
009027                 TO FB-FEE-TBL-TYPE (WS-MNT-TGT-IDX)
009028             MOVE FB-FEE-TBL-FLAT-AMT (FB-FEE-IDX)
009029                 TO FB-FEE-TBL-FLAT-AMT (WS-MNT-TGT-IDX)
009030             MOVE FB-FEE-TBL-PCT (FB-FEE-IDX)
009031                 TO FB-FEE-TBL-PCT (WS-MNT-TGT-IDX)
009032         END-IF
009033     END-IF.
009034     GO TO 2520-EXIT.
009035 2520-EXIT.
009036     EXIT.
009037
009038******************************************************************
009039*    2550-STORE-FEE-SCHEDULE -- REPLACE THE KEYED DATE'S PENDING
009040*    FEE ROWS IN THE FULL FEE TABLE WITH THE COMPACTED SCREEN
009041*    ROWS, KEEPING EVERY OTHER ROW -- INCLUDING THE DATE'S
009042*    APPROVED ROWS, WHICH GOVERN UNTIL A SECOND OPERATOR
009043*    APPROVES -- UNTOUCHED.  REFUSED WHEN THE RESULT WOULD NOT
009044*    FIT THE TABLE.
009045******************************************************************
009046 2550-STORE-FEE-SCHEDULE.
009047     MOVE 0 TO WS-MNT-KEEP-COUNT.
009048     PERFORM 2560-COUNT-ONE-FEE-KEEPER THRU 2560-EXIT
009049         VARYING WS-AFEE-IDX FROM 1 BY 1
009050         UNTIL WS-AFEE-IDX > WS-AFEE-COUNT.
009051     COMPUTE WS-MNT-NEW-COUNT =
009052         WS-MNT-KEEP-COUNT + FB-FEE-COUNT.
009053     IF WS-MNT-NEW-COUNT > 40
009054         MOVE "*** FEE TABLE FULL -- CHANGES NOT APPLIED ***"
009055             TO WS-MNT-SAVED-MSG
009056         GO TO 2550-EXIT
009057     END-IF.
009058     MOVE "N" TO WS-MNT-TPL-PEND-SW.
009059     MOVE WS-MNT-EFF-DATE TO WS-MNT-PND-DATE.
009060     PERFORM 1368-CHECK-ONE-FEE-PENDING THRU 1368-EXIT
009061         VARYING WS-AFEE-IDX FROM 1 BY 1
009062         UNTIL WS-AFEE-IDX > WS-AFEE-COUNT.
009063     MOVE 0 TO WS-OLDF-COUNT.
009064     PERFORM 2552-COLLECT-ONE-OLD-FEE THRU 2552-EXIT
009065         VARYING WS-AFEE-IDX FROM 1 BY 1
009066         UNTIL WS-AFEE-IDX > WS-AFEE-COUNT.
009067     MOVE 0 TO WS-MNT-TGT-IDX.
009068     PERFORM 2570-KEEP-ONE-FEE THRU 2570-EXIT
009069         VARYING WS-AFEE-IDX FROM 1 BY 1
009070         UNTIL WS-AFEE-IDX > WS-AFEE-COUNT.
009071     MOVE WS-MNT-TGT-IDX TO WS-AFEE-COUNT.
009072     PERFORM 2580-ADD-ONE-FEE THRU 2580-EXIT
009073         VARYING FB-FEE-IDX FROM 1 BY 1
009074         UNTIL FB-FEE-IDX > FB-FEE-COUNT.
009075     MOVE WS-OLDF-COUNT TO WS-MNT-ROW-LIMIT.
009076     IF FB-FEE-COUNT > WS-MNT-ROW-LIMIT
009077         MOVE FB-FEE-COUNT TO WS-MNT-ROW-LIMIT
009078     END-IF.
009079     PERFORM 2556-HISTORY-ONE-FEE THRU 2556-EXIT
009080         VARYING WS-MNT-HIS-ROW FROM 1 BY 1
009081         UNTIL WS-MNT-HIS-ROW > WS-MNT-ROW-LIMIT.
009082     MOVE "LABEL FEE SCHEDULE UPDATED -- NOT YET SAVED"
009083         TO WS-MNT-SAVED-MSG.
009084     GO TO 2550-EXIT.
009085 2550-EXIT.
009086     EXIT.
009087
009088 2552-COLLECT-ONE-OLD-FEE.
009089     IF WS-AFEE-EFF-DATE (WS-AFEE-IDX) NOT = WS-MNT-EFF-DATE
009090        OR WS-AFEE-STATUS (WS-AFEE-IDX) = "R"
009091         GO TO 2552-EXIT
009092     END-IF.
009093     IF WS-MNT-TPL-PENDING
009094         IF WS-AFEE-STATUS (WS-AFEE-IDX) NOT = "P"
009095             GO TO 2552-EXIT
009096         END-IF
009097     ELSE
009098         IF WS-AFEE-STATUS (WS-AFEE-IDX) = "P"
009099             GO TO 2552-EXIT
009100         END-IF
009101     END-IF.
009102     IF WS-OLDF-COUNT = 10
009103         GO TO 2552-EXIT
009104     END-IF.
009105     ADD 1 TO WS-OLDF-COUNT.
009106     MOVE WS-AFEE-LABEL (WS-AFEE-IDX)
009107         TO WS-OLDF-LABEL (WS-OLDF-COUNT).
009108     MOVE WS-AFEE-TYPE (WS-AFEE-IDX)
009109         TO WS-OLDF-TYPE (WS-OLDF-COUNT).
009110     MOVE WS-AFEE-FLAT-AMT (WS-AFEE-IDX)
009111         TO WS-OLDF-FLAT-AMT (WS-OLDF-COUNT).
009112     MOVE WS-AFEE-PCT (WS-AFEE-IDX)
009113         TO WS-OLDF-PCT (WS-OLDF-COUNT).
009114     GO TO 2552-EXIT.
009115 2552-EXIT.
009116     EXIT.
009117
009118******************************************************************
009119*    2556-HISTORY-ONE-FEE -- ONE TRAIL ENTRY PER FEE ROW OF THE
009120*    KEYED SCHEDULE, OLD AND NEW PAIRED BY ROW POSITION, AS FOR
009121*    THE RULES.  EACH SIDE READS TYPE, AMOUNT OR PERCENTAGE, AND
009122*    LABEL.  UNCHANGED ROWS LEAVE NO ENTRY.
009123******************************************************************
009124 2556-HISTORY-ONE-FEE.
009125     MOVE "K"   TO WS-HIW-ACTION.
009126     MOVE "FEE" TO WS-HIW-FILE.
009127     MOVE WS-MNT-EFF-DATE TO WS-HIW-EFF-DATE.
009128     MOVE SPACES TO WS-HIW-OLD.
009129     IF WS-MNT-HIS-ROW NOT > WS-OLDF-COUNT
009130         IF WS-OLDF-TYPE (WS-MNT-HIS-ROW) = "F"
009131             MOVE WS-OLDF-FLAT-AMT (WS-MNT-HIS-ROW)
009132                 TO WS-MNT-FEE-VAL-ED
009133         ELSE
009134             MOVE WS-OLDF-PCT (WS-MNT-HIS-ROW)
009135                 TO WS-MNT-FEE-VAL-ED
009136         END-IF
009137         STRING WS-OLDF-TYPE (WS-MNT-HIS-ROW)
009138             " " WS-MNT-FEE-VAL-ED
009139             " " WS-OLDF-LABEL (WS-MNT-HIS-ROW)
009140             DELIMITED BY SIZE INTO WS-HIW-OLD
009141     END-IF.
009142     MOVE SPACES TO WS-HIW-NEW.
009143     IF WS-MNT-HIS-ROW NOT > FB-FEE-COUNT
009144         IF FB-FEE-TBL-TYPE (WS-MNT-HIS-ROW) = "F"
009145             MOVE FB-FEE-TBL-FLAT-AMT (WS-MNT-HIS-ROW)
009146                 TO WS-MNT-FEE-VAL-ED
009147         ELSE
009148             MOVE FB-FEE-TBL-PCT (WS-MNT-HIS-ROW)
009149                 TO WS-MNT-FEE-VAL-ED
009150         END-IF
009151         STRING FB-FEE-TBL-TYPE (WS-MNT-HIS-ROW)
009152             " " WS-MNT-FEE-VAL-ED
009153             " " FB-FEE-TBL-LABEL (WS-MNT-HIS-ROW)
009154             DELIMITED BY SIZE INTO WS-HIW-NEW
009155     END-IF.
009156     IF WS-HIW-OLD = WS-HIW-NEW
009157         GO TO 2556-EXIT
009158     END-IF.
009159     PERFORM 2600-ADD-HISTORY THRU 2600-EXIT.
009160     GO TO 2556-EXIT.
009161 2556-EXIT.
009162     EXIT.
009163
009164 2560-COUNT-ONE-FEE-KEEPER.
009165     IF WS-AFEE-EFF-DATE (WS-AFEE-IDX) NOT = WS-MNT-EFF-DATE
009166        OR WS-AFEE-STATUS (WS-AFEE-IDX) NOT = "P"
009167         ADD 1 TO WS-MNT-KEEP-COUNT
009168     END-IF.
009169     GO TO 2560-EXIT.
009170 2560-EXIT.
009171     EXIT.
009172
009173 2570-KEEP-ONE-FEE.
009174     IF WS-AFEE-EFF-DATE (WS-AFEE-IDX) = WS-MNT-EFF-DATE
009175        AND WS-AFEE-STATUS (WS-AFEE-IDX) = "P"
009176         GO TO 2570-EXIT
009177     END-IF.
009178     ADD 1 TO WS-MNT-TGT-IDX.
009179     IF WS-MNT-TGT-IDX NOT = WS-AFEE-IDX
009180         MOVE WS-AFEE-ENTRY (WS-AFEE-IDX)
009181             TO WS-AFEE-ENTRY (WS-MNT-TGT-IDX)
009182     END-IF.
009183     GO TO 2570-EXIT.
009184 2570-EXIT.
009185     EXIT.
009186
009187 2580-ADD-ONE-FEE.
009188     ADD 1 TO WS-AFEE-COUNT.
009189     SET WS-AFEE-IDX TO WS-AFEE-COUNT.
009190     MOVE FB-FEE-TBL-LABEL (FB-FEE-IDX)
009191         TO WS-AFEE-LABEL (WS-AFEE-IDX).
009192     MOVE WS-MNT-EFF-DATE TO WS-AFEE-EFF-DATE (WS-AFEE-IDX).
009193     MOVE FB-FEE-TBL-TYPE (FB-FEE-IDX)
009194         TO WS-AFEE-TYPE (WS-AFEE-IDX).
009195     MOVE FB-FEE-TBL-FLAT-AMT (FB-FEE-IDX)
009196         TO WS-AFEE-FLAT-AMT (WS-AFEE-IDX).
009197     MOVE FB-FEE-TBL-PCT (FB-FEE-IDX)
009198         TO WS-AFEE-PCT (WS-AFEE-IDX).
009199     MOVE "P"             TO WS-AFEE-STATUS (WS-AFEE-IDX).
009200     MOVE WS-MNT-OPERATOR TO WS-AFEE-KEYED-BY (WS-AFEE-IDX).
009201     GO TO 2580-EXIT.
009202 2580-EXIT.
009203     EXIT.
009204
009205******************************************************************
009206*    2600-ADD-HISTORY -- ADD THE WORK ENTRY TO THE PENDING
009207*    TRAIL TABLE.  A FULL TABLE MARKS THE SESSION -- THE SAVE
009208*    WILL BE REFUSED RATHER THAN LET A CHANGE LAND UNTRAILED.
009209******************************************************************
009210 2600-ADD-HISTORY.
009211     IF WS-HIS-COUNT = 50
009212         SET WS-MNT-HIST-FULL TO TRUE
009213         GO TO 2600-EXIT
009214     END-IF.
009215     ADD 1 TO WS-HIS-COUNT.
009216     SET WS-HIS-IDX TO WS-HIS-COUNT.
009217     MOVE WS-HIW-ACTION   TO WS-HIS-ACTION (WS-HIS-IDX).
009218     MOVE WS-HIW-FILE     TO WS-HIS-FILE (WS-HIS-IDX).
009219     MOVE WS-HIW-EFF-DATE TO WS-HIS-EFF-DATE (WS-HIS-IDX).
009220     MOVE WS-HIW-OLD      TO WS-HIS-OLD (WS-HIS-IDX).
009221     MOVE WS-HIW-NEW      TO WS-HIS-NEW (WS-HIS-IDX).
009222     GO TO 2600-EXIT.
009223 2600-EXIT.
009224     EXIT.
009225
009226******************************************************************
009227*    2700-MAINTAIN-OVERRIDES -- KEY, CHANGE OR WITHDRAW THE
009228*    CLASSIFICATION OVERRIDE OF ONE ORDER.  THE OVERRIDE SHOWN
009229*    FOR CHANGE IS THE ORDER'S PENDING ONE IF THERE IS ONE,
009230*    OTHERWISE ITS APPROVED ONE.  THE LABEL MUST NOT BE BLANK,
009231*    THE REASON MUST BE A KNOWN CODE, AND THE EXPIRY MUST NOT BE
009232*    BEFORE TODAY -- EXCEPT THAT AN EXPIRY IN THE PAST ON AN
009233*    ORDER WITH AN APPROVED OVERRIDE WITHDRAWS IT, ONCE APPROVED.
009234******************************************************************
009235 2700-MAINTAIN-OVERRIDES.
009236     IF WS-MNT-OPERATOR = SPACES
009237         MOVE "*** KEY AN OPERATOR ID FIRST ***"
009238             TO WS-MNT-SAVED-MSG
009239         GO TO 2700-EXIT
009240     END-IF.
009241     IF WS-MNT-OVRS-TRUNCATED
009242         MOVE "*** OVRFILE TOO BIG -- EDIT REFUSED ***"
009243             TO WS-MNT-SAVED-MSG
009244         GO TO 2700-EXIT
009245     END-IF.
009250     MOVE 0 TO WS-MNT-OVR-ID.
009260     DISPLAY SCR-OVR-KEY.
009270     ACCEPT SCR-OVR-KEY.
009280     IF WS-MNT-OVR-ID = 0
009290         MOVE "*** NO ORDER ID KEYED ***" TO WS-MNT-SAVED-MSG
009300         GO TO 2700-EXIT
009310     END-IF.
009320     MOVE 0 TO WS-MNT-OVR-PEND-HIT.
009330     MOVE 0 TO WS-MNT-OVR-APPR-HIT.
009340     PERFORM 2705-FIND-ONE-OVR THRU 2705-EXIT
009350         VARYING WS-AOVR-IDX FROM 1 BY 1
009360         UNTIL WS-AOVR-IDX > WS-AOVR-COUNT.
009370     PERFORM 2710-LOAD-OVR-TO-SCREEN THRU 2710-EXIT.
009380     DISPLAY SCR-OVR-EDIT.
009390     ACCEPT SCR-OVR-EDIT.
009400     IF WS-MNT-OVR-LABEL = SPACES
009410         MOVE "*** FORCED LABEL REQUIRED -- NOT STORED ***"
009420             TO WS-MNT-SAVED-MSG
009430         GO TO 2700-EXIT
009440     END-IF.
009450     MOVE WS-MNT-OVR-REASON TO FB-OVR-REASON.
009460     IF NOT FB-OVR-REASON-VALID
009470         MOVE "*** UNKNOWN REASON CODE -- NOT STORED ***"
009480             TO WS-MNT-SAVED-MSG
009490         GO TO 2700-EXIT
009500     END-IF.
009510     IF WS-MNT-OVR-EXPIRY < WS-MNT-TODAY
009520        AND WS-MNT-OVR-APPR-HIT = 0
009530         MOVE "*** EXPIRY DATE IS PAST -- NOT STORED ***"
009540             TO WS-MNT-SAVED-MSG
009550         GO TO 2700-EXIT
009560     END-IF.
009570     PERFORM 2750-STORE-OVERRIDE THRU 2750-EXIT.
009580     GO TO 2700-EXIT.
009590 2700-EXIT.
009600     EXIT.
009610
009620 2705-FIND-ONE-OVR.
009630     IF WS-AOVR-ORDER-ID (WS-AOVR-IDX) NOT = WS-MNT-OVR-ID
009640         GO TO 2705-EXIT
009650     END-IF.
009660     IF WS-AOVR-STATUS (WS-AOVR-IDX) = "P"
009670         SET WS-MNT-OVR-PEND-HIT TO WS-AOVR-IDX
009680     END-IF.
009690     IF WS-AOVR-STATUS (WS-AOVR-IDX) = "A"
009700         SET WS-MNT-OVR-APPR-HIT TO WS-AOVR-IDX
009710     END-IF.
009720     GO TO 2705-EXIT.
009730 2705-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770*    2710-LOAD-OVR-TO-SCREEN -- PUT THE OVERRIDE BEING CHANGED
009780*    ON THE EDIT SCREEN, OR BLANK FIELDS FOR A NEW ONE.
009790*    WS-MNT-OVR-SCAN IS LEFT ON THE ENTRY SHOWN (ZERO FOR NONE).
009800******************************************************************
009810 2710-LOAD-OVR-TO-SCREEN.
009820     MOVE SPACES TO WS-MNT-OVR-STATE.
009830     IF WS-MNT-OVR-PEND-HIT > 0
009840         MOVE WS-MNT-OVR-PEND-HIT TO WS-MNT-OVR-SCAN
009850         STRING "PENDING -- KEYED BY "
009860             WS-AOVR-KEYED-BY (WS-MNT-OVR-SCAN)
009870             DELIMITED BY SIZE INTO WS-MNT-OVR-STATE
009880     ELSE
009890         IF WS-MNT-OVR-APPR-HIT > 0
009900             MOVE WS-MNT-OVR-APPR-HIT TO WS-MNT-OVR-SCAN
009910             STRING "APPROVED BY "
009920                 WS-AOVR-APPROVED-BY (WS-MNT-OVR-SCAN)
009930                 DELIMITED BY SIZE INTO WS-MNT-OVR-STATE
009940         ELSE
009950             MOVE 0 TO WS-MNT-OVR-SCAN
009960             MOVE "NO OVERRIDE ON FILE" TO WS-MNT-OVR-STATE
009970         END-IF
009980     END-IF.
009990     IF WS-MNT-OVR-SCAN = 0
010000         MOVE SPACES TO WS-MNT-OVR-LABEL
010010         MOVE SPACES TO WS-MNT-OVR-REASON
010020         MOVE 0      TO WS-MNT-OVR-EXPIRY
010030         GO TO 2710-EXIT
010040     END-IF.
010050     MOVE WS-AOVR-LABEL (WS-MNT-OVR-SCAN)  TO WS-MNT-OVR-LABEL.
010060     MOVE WS-AOVR-REASON (WS-MNT-OVR-SCAN) TO WS-MNT-OVR-REASON.
010070     MOVE WS-AOVR-EXPIRY (WS-MNT-OVR-SCAN) TO WS-MNT-OVR-EXPIRY.
010080     GO TO 2710-EXIT.
010090 2710-EXIT.
010100     EXIT.
010110
010120******************************************************************
010130*    2750-STORE-OVERRIDE -- STORE THE KEYED OVERRIDE AS THE
010140*    ORDER'S PENDING OVERRIDE, REPLACING ANY PENDING ONE ALREADY
010150*    THERE.  THE ORDER'S APPROVED OVERRIDE, IF ANY, IS LEFT IN
010160*    FORCE UNTIL A SECOND OPERATOR APPROVES THE CHANGE.  THE
010170*    CHANGE IS TRAILED OLD AGAINST NEW, EACH SIDE READING ORDER
010180*    ID, REASON AND LABEL, UNDER THE NEW EXPIRY DATE.
010190******************************************************************
010200 2750-STORE-OVERRIDE.
010210     MOVE SPACES TO WS-HIW-OLD.
010220     IF WS-MNT-OVR-SCAN > 0
010230         IF WS-AOVR-LABEL (WS-MNT-OVR-SCAN) = WS-MNT-OVR-LABEL
010240            AND WS-AOVR-REASON (WS-MNT-OVR-SCAN)
010250                = WS-MNT-OVR-REASON
010260            AND WS-AOVR-EXPIRY (WS-MNT-OVR-SCAN)
010270                = WS-MNT-OVR-EXPIRY
010280             MOVE "*** NO CHANGE KEYED -- NOT STORED ***"
010290                 TO WS-MNT-SAVED-MSG
010300             GO TO 2750-EXIT
010310         END-IF
010320         STRING WS-AOVR-ORDER-ID (WS-MNT-OVR-SCAN)
010330             " " WS-AOVR-REASON (WS-MNT-OVR-SCAN)
010340             " " WS-AOVR-LABEL (WS-MNT-OVR-SCAN)
010350             DELIMITED BY SIZE INTO WS-HIW-OLD
010360     END-IF.
010370     IF WS-MNT-OVR-PEND-HIT > 0
010380         SET WS-AOVR-IDX TO WS-MNT-OVR-PEND-HIT
010390     ELSE
010400         IF WS-AOVR-COUNT = 200
010410             MOVE "*** OVERRIDE TABLE FULL -- NOT STORED ***"
010420                 TO WS-MNT-SAVED-MSG
010430             GO TO 2750-EXIT
010440         END-IF
010450         ADD 1 TO WS-AOVR-COUNT
010460         SET WS-AOVR-IDX TO WS-AOVR-COUNT
010470     END-IF.
010480     MOVE WS-MNT-OVR-ID     TO WS-AOVR-ORDER-ID (WS-AOVR-IDX).
010490     MOVE WS-MNT-OVR-LABEL  TO WS-AOVR-LABEL (WS-AOVR-IDX).
010500     MOVE WS-MNT-OVR-REASON TO WS-AOVR-REASON (WS-AOVR-IDX).
010510     MOVE WS-MNT-OVR-EXPIRY TO WS-AOVR-EXPIRY (WS-AOVR-IDX).
010520     MOVE "P"               TO WS-AOVR-STATUS (WS-AOVR-IDX).
010530     MOVE WS-MNT-OPERATOR   TO WS-AOVR-KEYED-BY (WS-AOVR-IDX).
010540     MOVE WS-MNT-TODAY      TO WS-AOVR-KEYED-DATE (WS-AOVR-IDX).
010550     MOVE SPACES            TO WS-AOVR-APPROVED-BY (WS-AOVR-IDX).
010560     MOVE "K"   TO WS-HIW-ACTION.
010570     MOVE "OVR" TO WS-HIW-FILE.
010580     MOVE WS-MNT-OVR-EXPIRY TO WS-HIW-EFF-DATE.
010590     MOVE SPACES TO WS-HIW-NEW.
010600     STRING WS-MNT-OVR-ID
010610         " " WS-MNT-OVR-REASON
010620         " " WS-MNT-OVR-LABEL
010630         DELIMITED BY SIZE INTO WS-HIW-NEW.
010640     PERFORM 2600-ADD-HISTORY THRU 2600-EXIT.
010650     MOVE "OVERRIDE STORED FOR APPROVAL -- NOT YET SAVED"
010660         TO WS-MNT-SAVED-MSG.
010670     GO TO 2750-EXIT.
010680 2750-EXIT.
010690     EXIT.
