000010 IDENTIFICATION  DIVISION.
000020 PROGRAM-ID.     FIZZOVR.
000030 AUTHOR.         J R MERCER.
000040 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MOD HISTORY:
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ---------------------------------------
000110*    2026-10-15  JRM  ORIGINAL PROGRAM.  PERIODIC CLASSIFICATION
000120*                     OVERRIDE REPORT.  LISTS EVERY OVERRIDE ON
000130*                     OVRFILE (KEPT THROUGH FIZZMNT OPTION 7) AS
000140*                     ACTIVE, EXPIRED OR PENDING AS OF THE RUN
000150*                     DATE (OR THE DATE IN THE JCL PARM), WITH
000160*                     ITS REASON CODE, EXPIRY, AND THE KEYING
000170*                     AND APPROVING OPERATORS, THEN COUNTS BY
000180*                     STATUS AND BY REASON CODE.
000190******************************************************************
000200
000210 ENVIRONMENT     DIVISION.
000220 CONFIGURATION   SECTION.
000230 SOURCE-COMPUTER. IBM-370.
000240 OBJECT-COMPUTER. IBM-370.
000250
000260 INPUT-OUTPUT    SECTION.
000270 FILE-CONTROL.
000280     SELECT OVERRIDE-FILE
000290         ASSIGN TO "OVRFILE"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-OVR-FILE-STATUS.
000320
000330     SELECT OVERRIDE-RPT
000340         ASSIGN TO "OVRRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RPT-FILE-STATUS.
000370
000380 DATA            DIVISION.
000390 FILE            SECTION.
000400 FD  OVERRIDE-FILE
000410     RECORDING MODE IS F.
000420 01  OVERRIDE-FILE-RECORD          PIC X(80).
000430
000440 FD  OVERRIDE-RPT
000450     RECORDING MODE IS F.
000460 01  OVERRIDE-RPT-RECORD           PIC X(80).
000470
000480 WORKING-STORAGE SECTION.
000490******************************************************************
000500*    OVERRIDE RECORD LAYOUT SHARED WITH FIZZMNT AND FIZZBUZZ.
000510******************************************************************
000520 COPY FBOVRREC.
000530
000540******************************************************************
000550*    SWITCHES AND FILE STATUS FIELDS
000560******************************************************************
000570 01  WS-OVR-FILE-STATUS            PIC X(02) VALUE "00".
000580     88  WS-OVR-FILE-OK            VALUE "00".
000590     88  WS-OVR-FILE-NOT-FOUND     VALUE "35".
000600     88  WS-OVR-FILE-AT-EOF        VALUE "10".
000610
000620 01  WS-RPT-FILE-STATUS            PIC X(02) VALUE "00".
000630     88  WS-RPT-FILE-OK            VALUE "00".
000640
000650 01  WS-OVR-FILE-SW                PIC X(01) VALUE "N".
000660     88  WS-OVR-FILE-OPENED        VALUE "Y".
000670
000680******************************************************************
000690*    REPORT WORKING FIELDS.  THE AS-OF DATE IS TODAY UNLESS THE
000700*    JCL PARM CARRIES ONE, E.G. EXEC PGM=FIZZOVR,PARM='20261031'
000710*    TO REPORT AS AT A MONTH END.  AN OVERRIDE IS ACTIVE WHEN IT
000720*    IS APPROVED AND ITS EXPIRY IS NOT BEFORE THE AS-OF DATE --
000730*    THE SAME TEST FIZZBUZZ MAKES AGAINST ITS BUSINESS DATE.
000740******************************************************************
000750 77  WS-AS-OF-DATE                 PIC 9(08) VALUE 0.
000760 77  WS-READ-COUNT                 PIC 9(05) COMP VALUE 0.
000770 77  WS-ACTIVE-COUNT               PIC 9(05) COMP VALUE 0.
000780 77  WS-EXPIRED-COUNT              PIC 9(05) COMP VALUE 0.
000790 77  WS-PENDING-COUNT              PIC 9(05) COMP VALUE 0.
000800 77  WS-INVALID-COUNT              PIC 9(05) COMP VALUE 0.
000810 77  WS-RSN-HIT-SW                 PIC X(01) VALUE "N".
000820     88  WS-RSN-HIT                VALUE "Y".
000830
000840*    ONE COUNTER ROW PER REASON CODE, IN THE ORDER THE CODES
000850*    ARE DOCUMENTED IN FBOVRREC.
000860 01  WS-RSN-VALUES.
000870     05  FILLER                    PIC X(24)
000880             VALUE "GDWLGOODWILL            ".
000890     05  FILLER                    PIC X(24)
000900             VALUE "DISPCUSTOMER DISPUTE    ".
000910     05  FILLER                    PIC X(24)
000920             VALUE "CORRCORRECTION          ".
000930     05  FILLER                    PIC X(24)
000940             VALUE "PRICCONTRACT PRICING    ".
000950     05  FILLER                    PIC X(24)
000960             VALUE "MGMTMANAGEMENT DIRECTION".
000970 01  WS-RSN-TABLE REDEFINES WS-RSN-VALUES.
000980     05  WS-RSN-ENTRY OCCURS 5 TIMES
000990             INDEXED BY WS-RSN-IDX.
001000         10  WS-RSN-CODE           PIC X(04).
001010         10  WS-RSN-DESC           PIC X(20).
001020 01  WS-RSN-COUNTS.
001030     05  WS-RSN-COUNT-ENTRY OCCURS 5 TIMES.
001040         10  WS-RSN-ACTIVE         PIC 9(05) COMP.
001050         10  WS-RSN-EXPIRED        PIC 9(05) COMP.
001060         10  WS-RSN-PENDING        PIC 9(05) COMP.
001070
001080******************************************************************
001090*    OVERRIDE REPORT LINE LAYOUTS
001100******************************************************************
001110 01  WS-RPT-HEADING-1.
001120     05  FILLER                    PIC X(01) VALUE SPACE.
001130     05  FILLER                    PIC X(45)
001140             VALUE "FIZZOVR -- CLASSIFICATION OVERRIDE REPORT".
001150     05  FILLER                    PIC X(07) VALUE "AS OF: ".
001160     05  WS-RPT-H1-AS-OF           PIC 9(08).
001170     05  FILLER                    PIC X(19) VALUE SPACES.
001180
001190 01  WS-RPT-HEADING-2.
001200     05  FILLER                    PIC X(01) VALUE SPACE.
001210     05  FILLER                    PIC X(07) VALUE "ORDER".
001220     05  FILLER                    PIC X(31) VALUE "FORCED LABEL".
001230     05  FILLER                    PIC X(06) VALUE "RSN".
001240     05  FILLER                    PIC X(10) VALUE "EXPIRY".
001250     05  FILLER                    PIC X(08) VALUE "STATUS".
001260     05  FILLER                    PIC X(09) VALUE "KEYED BY".
001270     05  FILLER                    PIC X(08) VALUE "APPROVER".
001280
001290 01  WS-RPT-DETAIL-LINE.
001300     05  FILLER                    PIC X(01) VALUE SPACE.
001310     05  WS-RPT-DTL-ORDER          PIC 9(05).
001320     05  FILLER                    PIC X(02) VALUE SPACES.
001330     05  WS-RPT-DTL-LABEL          PIC X(30).
001340     05  FILLER                    PIC X(01) VALUE SPACE.
001350     05  WS-RPT-DTL-REASON         PIC X(04).
001360     05  FILLER                    PIC X(02) VALUE SPACES.
001370     05  WS-RPT-DTL-EXPIRY         PIC X(08).
001380     05  FILLER                    PIC X(02) VALUE SPACES.
001390     05  WS-RPT-DTL-STATUS         PIC X(07).
001400     05  FILLER                    PIC X(01) VALUE SPACE.
001410     05  WS-RPT-DTL-KEYED-BY       PIC X(08).
001420     05  FILLER                    PIC X(01) VALUE SPACE.
001430     05  WS-RPT-DTL-APPROVED-BY    PIC X(08).
001450
001460 01  WS-RPT-REASON-HEADING.
001470     05  FILLER                    PIC X(01) VALUE SPACE.
001480     05  FILLER                    PIC X(31)
001490             VALUE "REASON CODE".
001500     05  FILLER                    PIC X(24)
001510             VALUE "  ACTIVE EXPIRED PENDING".
001520     05  FILLER                    PIC X(24) VALUE SPACES.
001530
001540 01  WS-RPT-REASON-LINE.
001550     05  FILLER                    PIC X(01) VALUE SPACE.
001560     05  WS-RPT-RSN-CODE           PIC X(04).
001570     05  FILLER                    PIC X(02) VALUE SPACES.
001580     05  WS-RPT-RSN-DESC           PIC X(20).
001590     05  FILLER                    PIC X(05) VALUE SPACES.
001600     05  WS-RPT-RSN-ACTIVE         PIC ZZ,ZZ9.
001610     05  FILLER                    PIC X(02) VALUE SPACES.
001620     05  WS-RPT-RSN-EXPIRED        PIC ZZ,ZZ9.
001630     05  FILLER                    PIC X(02) VALUE SPACES.
001640     05  WS-RPT-RSN-PENDING        PIC ZZ,ZZ9.
001650     05  FILLER                    PIC X(26) VALUE SPACES.
001660
001670 01  WS-RPT-MSG-LINE.
001680     05  FILLER                    PIC X(01) VALUE SPACE.
001690     05  WS-RPT-MSG-TEXT           PIC X(79).
001700
001710 01  WS-RPT-COUNT-LINE.
001720     05  FILLER                    PIC X(01) VALUE SPACE.
001730     05  WS-RPT-CNT-LIT            PIC X(30).
001740     05  WS-RPT-CNT-VALUE          PIC ZZ,ZZ9.
001750     05  FILLER                    PIC X(43) VALUE SPACES.
001760
001770 LINKAGE         SECTION.
001780 01  PARM-AREA.
001790     05  PARM-LEN                  PIC S9(04) COMP.
001800     05  PARM-DATA                 PIC X(08).
001810
001820 PROCEDURE       DIVISION USING PARM-AREA.
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     IF WS-OVR-FILE-OPENED
001860         PERFORM 2000-REPORT-EACH-OVERRIDE THRU 2000-EXIT
001870             UNTIL WS-OVR-FILE-AT-EOF
001880     END-IF.
001890     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001910     STOP RUN.
001920
001930******************************************************************
001940*    1000-INITIALIZE -- SET THE AS-OF DATE FROM THE JCL PARM OR
001950*    TODAY, OPEN THE REPORT AND THE OVERRIDE FILE.  NO OVERRIDE
001960*    FILE AT ALL IS NOT AN ERROR -- NONE HAS EVER BEEN KEYED.
001970******************************************************************
001980 1000-INITIALIZE.
001990     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
002000     IF PARM-LEN > 0
002010         IF PARM-LEN = 8 AND PARM-DATA NUMERIC
002020             MOVE PARM-DATA TO WS-AS-OF-DATE
002030         ELSE
002040             DISPLAY "FIZZOVR: PARM AS-OF DATE NOT YYYYMMDD,"
002050                 " TODAY USED"
002060         END-IF
002070     END-IF.
002080     INITIALIZE WS-RSN-COUNTS.
002090     OPEN OUTPUT OVERRIDE-RPT.
002100     IF NOT WS-RPT-FILE-OK
002110         DISPLAY "FIZZOVR: OVERRIDE REPORT OPEN FAILED -- ABORTED"
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     MOVE WS-AS-OF-DATE TO WS-RPT-H1-AS-OF.
002160     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-HEADING-1.
002170     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-HEADING-2.
002180     OPEN INPUT OVERRIDE-FILE.
002190     IF WS-OVR-FILE-OK
002200         SET WS-OVR-FILE-OPENED TO TRUE
002210         GO TO 1000-EXIT
002220     END-IF.
002230     IF NOT WS-OVR-FILE-NOT-FOUND
002240         MOVE "OVERRIDE FILE (OVRFILE) COULD NOT BE OPENED"
002250             TO WS-RPT-MSG-TEXT
002260         WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-MSG-LINE
002270         CLOSE OVERRIDE-RPT
002280         MOVE 8 TO RETURN-CODE
002290         STOP RUN
002300     END-IF.
002310     GO TO 1000-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340
002350******************************************************************
002360*    2000-REPORT-EACH-OVERRIDE -- READ ONE OVERRIDE, DECIDE ITS
002370*    STATUS AS OF THE REPORT DATE, PRINT IT, AND COUNT IT UNDER
002380*    ITS STATUS AND REASON.  A RECORD WITH A BAD ID, UNKNOWN
002390*    REASON OR NON-NUMERIC EXPIRY IS PRINTED AS INVALID --
002400*    FIZZBUZZ SKIPS IT, SO IT NEEDS PUTTING RIGHT IN FIZZMNT.
002410******************************************************************
002420 2000-REPORT-EACH-OVERRIDE.
002430     READ OVERRIDE-FILE INTO FB-OVR-RECORD
002440         AT END
002450             SET WS-OVR-FILE-AT-EOF TO TRUE
002460             GO TO 2000-EXIT
002470     END-READ.
002480     ADD 1 TO WS-READ-COUNT.
002490     MOVE FB-OVR-ORDER-ID    TO WS-RPT-DTL-ORDER.
002500     MOVE FB-OVR-LABEL       TO WS-RPT-DTL-LABEL.
002510     MOVE FB-OVR-REASON      TO WS-RPT-DTL-REASON.
002520     MOVE FB-OVR-EXPIRY-DATE TO WS-RPT-DTL-EXPIRY.
002530     MOVE FB-OVR-KEYED-BY    TO WS-RPT-DTL-KEYED-BY.
002540     MOVE FB-OVR-APPROVED-BY TO WS-RPT-DTL-APPROVED-BY.
002550     MOVE "N" TO WS-RSN-HIT-SW.
002560     PERFORM 2100-MATCH-ONE-REASON THRU 2100-EXIT
002570         VARYING WS-RSN-IDX FROM 1 BY 1
002580         UNTIL WS-RSN-IDX > 5
002590            OR WS-RSN-HIT.
002600     IF FB-OVR-ORDER-ID NOT NUMERIC
002610        OR NOT WS-RSN-HIT
002620        OR FB-OVR-EXPIRY-DATE NOT NUMERIC
002630         MOVE "INVALID" TO WS-RPT-DTL-STATUS
002640         ADD 1 TO WS-INVALID-COUNT
002650         WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-DETAIL-LINE
002660         GO TO 2000-EXIT
002670     END-IF.
002680*    THE MATCH LOOP STEPS PAST THE ROW IT FOUND.
002690     SET WS-RSN-IDX DOWN BY 1.
002700     EVALUATE TRUE
002710         WHEN FB-OVR-PENDING
002720             MOVE "PENDING" TO WS-RPT-DTL-STATUS
002730             ADD 1 TO WS-PENDING-COUNT
002740             ADD 1 TO WS-RSN-PENDING (WS-RSN-IDX)
002750         WHEN FB-OVR-EXPIRY-DATE < WS-AS-OF-DATE
002760             MOVE "EXPIRED" TO WS-RPT-DTL-STATUS
002770             ADD 1 TO WS-EXPIRED-COUNT
002780             ADD 1 TO WS-RSN-EXPIRED (WS-RSN-IDX)
002790         WHEN OTHER
002800             MOVE "ACTIVE"  TO WS-RPT-DTL-STATUS
002810             ADD 1 TO WS-ACTIVE-COUNT
002820             ADD 1 TO WS-RSN-ACTIVE (WS-RSN-IDX)
002830     END-EVALUATE.
002840     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
002850     GO TO 2000-EXIT.
002860 2000-EXIT.
002870     EXIT.
002880
002890 2100-MATCH-ONE-REASON.
002900     IF WS-RSN-CODE (WS-RSN-IDX) = FB-OVR-REASON
002910         SET WS-RSN-HIT TO TRUE
002920     END-IF.
002930     GO TO 2100-EXIT.
002940 2100-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980*    8000-PRINT-TOTALS -- COUNTS BY STATUS, THEN BY REASON CODE.
002990******************************************************************
003000 8000-PRINT-TOTALS.
003010     MOVE SPACES TO OVERRIDE-RPT-RECORD.
003020     WRITE OVERRIDE-RPT-RECORD.
003030     IF WS-READ-COUNT = 0
003040         MOVE "NO OVERRIDES ON FILE -- NOTHING TO REPORT"
003050             TO WS-RPT-MSG-TEXT
003060         WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-MSG-LINE
003070         MOVE 4 TO RETURN-CODE
003080         GO TO 8000-EXIT
003090     END-IF.
003100     MOVE "ACTIVE OVERRIDES"      TO WS-RPT-CNT-LIT.
003110     MOVE WS-ACTIVE-COUNT         TO WS-RPT-CNT-VALUE.
003120     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-COUNT-LINE.
003130     MOVE "EXPIRED OVERRIDES"     TO WS-RPT-CNT-LIT.
003140     MOVE WS-EXPIRED-COUNT        TO WS-RPT-CNT-VALUE.
003150     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-COUNT-LINE.
003160     MOVE "PENDING APPROVAL"      TO WS-RPT-CNT-LIT.
003170     MOVE WS-PENDING-COUNT        TO WS-RPT-CNT-VALUE.
003180     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-COUNT-LINE.
003190     MOVE "INVALID RECORDS"       TO WS-RPT-CNT-LIT.
003200     MOVE WS-INVALID-COUNT        TO WS-RPT-CNT-VALUE.
003210     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-COUNT-LINE.
003220     MOVE "TOTAL OVERRIDES ON FILE" TO WS-RPT-CNT-LIT.
003230     MOVE WS-READ-COUNT           TO WS-RPT-CNT-VALUE.
003240     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-COUNT-LINE.
003250     MOVE SPACES TO OVERRIDE-RPT-RECORD.
003260     WRITE OVERRIDE-RPT-RECORD.
003270     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-REASON-HEADING.
003280     PERFORM 8100-PRINT-ONE-REASON THRU 8100-EXIT
003290         VARYING WS-RSN-IDX FROM 1 BY 1
003300         UNTIL WS-RSN-IDX > 5.
003310     IF WS-INVALID-COUNT > 0
003320         MOVE 4 TO RETURN-CODE
003330     END-IF.
003340     GO TO 8000-EXIT.
003350 8000-EXIT.
003360     EXIT.
003370
003380 8100-PRINT-ONE-REASON.
003390     MOVE WS-RSN-CODE (WS-RSN-IDX)    TO WS-RPT-RSN-CODE.
003400     MOVE WS-RSN-DESC (WS-RSN-IDX)    TO WS-RPT-RSN-DESC.
003410     MOVE WS-RSN-ACTIVE (WS-RSN-IDX)  TO WS-RPT-RSN-ACTIVE.
003420     MOVE WS-RSN-EXPIRED (WS-RSN-IDX) TO WS-RPT-RSN-EXPIRED.
003430     MOVE WS-RSN-PENDING (WS-RSN-IDX) TO WS-RPT-RSN-PENDING.
003440     WRITE OVERRIDE-RPT-RECORD FROM WS-RPT-REASON-LINE.
003450     GO TO 8100-EXIT.
003460 8100-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*    9000-TERMINATE -- CLOSE THE FILES.
003510******************************************************************
003520 9000-TERMINATE.
003530     IF WS-OVR-FILE-OPENED
003540         CLOSE OVERRIDE-FILE
003550     END-IF.
003560     CLOSE OVERRIDE-RPT.
003570     GO TO 9000-EXIT.
003580 9000-EXIT.
003590     EXIT.
