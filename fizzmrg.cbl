000010 IDENTIFICATION  DIVISION.
000020 PROGRAM-ID.     FIZZMRG.
000030 AUTHOR.         J R MERCER.
000040 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MOD HISTORY:
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ---------------------------------------
000110*    2026-10-15  JRM  ORIGINAL PROGRAM.  MERGE STEP FOR A
000120*                     REGION-PARTITIONED NIGHT.  WHEN FIZZBUZZ
000130*                     RUNS AS ONE PARTITION PER REGION (PARM
000140*                     'RGN=XXX'), EACH PARTITION WRITES ITS OWN
000150*                     PARTIAL SUMMARY, RULE STATISTICS AND
000160*                     BILLING FILE UNDER THE NIGHT'S SHARED RUN
000170*                     NUMBER.  ONCE EVERY PARTITION HAS ENDED
000180*                     CLEAN, THIS STEP PROVES EACH PARTIAL TIES
000190*                     OUT AND COMBINES THEM INTO THE ONE FIZZSUM
000200*                     RECORD, THE RULSTAT RECORDS AND THE ONE
000210*                     BILLFILE GENERATION (ONE HEADER, ONE
000220*                     TRAILER) THAT FIZZRCN, FIZZACK AND FIZZSTA
000230*                     EXPECT FROM A WHOLE-MASTER RUN, THEN
000240*                     CLOSES THE NIGHT ON RUNCTL.  NOTHING IS
000250*                     MERGED WHILE ANY PARTITION IS MISSING,
000260*                     FAILED OR STILL IN FLIGHT.
000270******************************************************************
000280
000290 ENVIRONMENT     DIVISION.
000300 CONFIGURATION   SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330
000340 INPUT-OUTPUT    SECTION.
000350 FILE-CONTROL.
000360     SELECT RUN-CONTROL-FILE
000370         ASSIGN TO "RUNCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RCT-FILE-STATUS.
000400
000410     SELECT MANIFEST-FILE
000420         ASSIGN TO "MANIFEST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-MAN-FILE-STATUS.
000450
000460     SELECT PART-SUMMARY-FILE
000470         ASSIGN TO "PARTSUM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PSM-FILE-STATUS.
000500
000510     SELECT PART-RULE-STAT-FILE
000520         ASSIGN TO "PARTRST"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PRS-FILE-STATUS.
000550
000560     SELECT PART-BILLING-FILE
000570         ASSIGN TO "PARTBIL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PBL-FILE-STATUS.
000600
000610     SELECT SUMMARY-FILE
000620         ASSIGN TO "FIZZSUM"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SUM-FILE-STATUS.
000650
000660     SELECT RULE-STAT-FILE
000670         ASSIGN TO "RULSTAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RST-FILE-STATUS.
000700
000710     SELECT BILLING-FILE
000720         ASSIGN TO "BILLFILE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-BIL-FILE-STATUS.
000750
000760     SELECT MERGE-RPT
000770         ASSIGN TO "MRGRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RPT-FILE-STATUS.
000800
000810     SELECT STEP-HISTORY
000820         ASSIGN TO "STEPHIST"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-TIM-FILE-STATUS.
000850
000860 DATA            DIVISION.
000870 FILE            SECTION.
000880 FD  RUN-CONTROL-FILE
000890     RECORDING MODE IS F.
000900 01  RUN-CONTROL-FILE-RECORD       PIC X(32).
000910
000920 FD  MANIFEST-FILE
000930     RECORDING MODE IS F.
000940 01  MANIFEST-FILE-RECORD          PIC X(12).
000950
000960 FD  PART-SUMMARY-FILE
000970     RECORDING MODE IS F.
000980 01  PART-SUMMARY-RECORD           PIC X(139).
000990
001000 FD  PART-RULE-STAT-FILE
001010     RECORDING MODE IS F.
001020 01  PART-RULE-STAT-RECORD         PIC X(36).
001030
001040 FD  PART-BILLING-FILE
001050     RECORDING MODE IS F.
001060 01  PART-BILLING-RECORD           PIC X(73).
001070
001080 FD  SUMMARY-FILE
001090     RECORDING MODE IS F.
001100 01  SUMMARY-FILE-RECORD           PIC X(139).
001110
001120 FD  RULE-STAT-FILE
001130     RECORDING MODE IS F.
001140 01  RULE-STAT-FILE-RECORD         PIC X(36).
001150
001160 FD  BILLING-FILE
001170     RECORDING MODE IS F.
001180 01  BILLING-FILE-RECORD           PIC X(73).
001190
001200 FD  MERGE-RPT
001210     RECORDING MODE IS F.
001220 01  MERGE-RPT-RECORD              PIC X(80).
001230
001240 FD  STEP-HISTORY
001250     RECORDING MODE IS F.
001260 01  STEP-HISTORY-RECORD           PIC X(64).
001270
001280 WORKING-STORAGE SECTION.
001290******************************************************************
001300*    RECORD LAYOUTS SHARED WITH FIZZBUZZ SO THE MERGED OUTPUT IS
001310*    BYTE-FOR-BYTE WHAT A WHOLE-MASTER RUN WOULD HAVE WRITTEN.
001320******************************************************************
001330 COPY FBRUNREC.
001340 COPY FBMANREC.
001350 COPY FBSUMREC.
001360 COPY FBRSTREC.
001370 COPY FBBILREC.
001380
001390******************************************************************
001400*    SWITCHES AND FILE STATUS FIELDS
001410******************************************************************
001420 01  WS-RCT-FILE-STATUS            PIC X(02) VALUE "00".
001430     88  WS-RCT-FILE-OK            VALUE "00".
001440     88  WS-RCT-FILE-NOT-FOUND     VALUE "35".
001450     88  WS-RCT-FILE-AT-EOF        VALUE "10".
001460
001470 01  WS-MAN-FILE-STATUS            PIC X(02) VALUE "00".
001480     88  WS-MAN-FILE-OK            VALUE "00".
001490     88  WS-MAN-FILE-NOT-FOUND     VALUE "35".
001500     88  WS-MAN-FILE-AT-EOF        VALUE "10".
001510
001520 01  WS-PSM-FILE-STATUS            PIC X(02) VALUE "00".
001530     88  WS-PSM-FILE-OK            VALUE "00".
001540     88  WS-PSM-FILE-AT-EOF        VALUE "10".
001550
001560 01  WS-PRS-FILE-STATUS            PIC X(02) VALUE "00".
001570     88  WS-PRS-FILE-OK            VALUE "00".
001580     88  WS-PRS-FILE-AT-EOF        VALUE "10".
001590
001600 01  WS-PBL-FILE-STATUS            PIC X(02) VALUE "00".
001610     88  WS-PBL-FILE-OK            VALUE "00".
001620     88  WS-PBL-FILE-AT-EOF        VALUE "10".
001630
001640 01  WS-SUM-FILE-STATUS            PIC X(02) VALUE "00".
001650     88  WS-SUM-FILE-OK            VALUE "00".
001660
001670 01  WS-RST-FILE-STATUS            PIC X(02) VALUE "00".
001680     88  WS-RST-FILE-OK            VALUE "00".
001690
001700 01  WS-BIL-FILE-STATUS            PIC X(02) VALUE "00".
001710     88  WS-BIL-FILE-OK            VALUE "00".
001720
001730 01  WS-RPT-FILE-STATUS            PIC X(02) VALUE "00".
001740     88  WS-RPT-FILE-OK            VALUE "00".
001750
001760 01  WS-SWITCHES.
001770     05  WS-MERGE-FAILED-SW        PIC X(01) VALUE "N".
001780         88  WS-MERGE-FAILED       VALUE "Y".
001790     05  WS-SEG-OPEN-SW            PIC X(01) VALUE "N".
001800         88  WS-SEG-OPEN           VALUE "Y".
001810     05  WS-HDR-SEEN-SW            PIC X(01) VALUE "N".
001820         88  WS-HDR-SEEN           VALUE "Y".
001830     05  WS-RGN-FOUND-SW           PIC X(01) VALUE "N".
001840         88  WS-RGN-FOUND          VALUE "Y".
001850     05  WS-RSK-FOUND-SW           PIC X(01) VALUE "N".
001860         88  WS-RSK-FOUND          VALUE "Y".
001870     05  WS-WRITE-ERROR-SW         PIC X(01) VALUE "N".
001880         88  WS-WRITE-ERROR        VALUE "Y".
001890
001900******************************************************************
001910*    THE NIGHT BEING MERGED.  WS-MRG-RUN-NBR IS THE HIGHEST RUN
001920*    NUMBER ON RUNCTL; IT IS AN OPEN PARTITIONED NIGHT ONLY
001930*    WHEN IT STANDS ABOVE THE LAST WHOLE-RUN (BLANK REGION)
001940*    NUMBER.  THE RUN DATE AND RUN-ID COME FROM THE FIRST
001950*    PARTIAL BILLING HEADER.
001960******************************************************************
001970 77  WS-MRG-RUN-NBR                PIC 9(06) VALUE 0.
001980 77  WS-MAX-WHOLE-NBR              PIC 9(06) VALUE 0.
001990 77  WS-MRG-START-TIME             PIC 9(08) VALUE 0.
002000 01  WS-MRG-RUN-DATE               PIC X(10) VALUE SPACES.
002010 01  WS-MRG-RUN-ID                 PIC X(08) VALUE SPACES.
002020
002030******************************************************************
002040*    PARTITION TABLE -- ONE ENTRY PER REGION OF THE NIGHT: EVERY
002050*    REGION ON THE MANIFEST AND EVERY REGION A PARTITION RAN FOR.
002060*    THE STATUS IS THE REGION'S LATEST RUNCTL STATUS SINCE THE
002070*    LAST WHOLE-RUN RECORD (BLANK WHEN IT NEVER RAN).
002080******************************************************************
002090 01  WS-RGN-TABLE.
002100     05  WS-RGN-COUNT              PIC 9(02) COMP VALUE 0.
002110     05  WS-RGN-ENTRY OCCURS 20 TIMES
002120             INDEXED BY WS-RGN-IDX.
002130         10  WS-RGN-CODE           PIC X(03).
002140         10  WS-RGN-RUN-STATUS     PIC X(01).
002150         10  WS-RGN-SUM-RECS       PIC 9(03) COMP.
002160         10  WS-RGN-BIL-SEGS       PIC 9(03) COMP.
002170         10  WS-RGN-TOTAL-CNT      PIC 9(07).
002180         10  WS-RGN-NET-AMT        PIC S9(13)V99.
002190 01  WS-RGN-KEY                    PIC X(03) VALUE SPACES.
002200 01  WS-RGN-HIT                    PIC 9(02) COMP VALUE 0.
002210 01  WS-RGN-FULL-SW                PIC X(01) VALUE "N".
002220     88  WS-RGN-FULL               VALUE "Y".
002230
002240******************************************************************
002250*    COMBINED SUMMARY FIGURES, SUMMED OVER THE PARTIAL SUMMARIES.
002260******************************************************************
002270 01  WS-CMB-SUMMARY.
002280     05  WS-CMB-NONE-CNT           PIC 9(07) VALUE 0.
002290     05  WS-CMB-SINGLE-CNT         PIC 9(07) VALUE 0.
002300     05  WS-CMB-MULTIPLE-CNT       PIC 9(07) VALUE 0.
002310     05  WS-CMB-TOTAL-CNT          PIC 9(07) VALUE 0.
002320     05  WS-CMB-HELD-CNT           PIC 9(07) VALUE 0.
002330     05  WS-CMB-NONE-AMT           PIC 9(11)V99 VALUE 0.
002340     05  WS-CMB-SINGLE-AMT         PIC 9(11)V99 VALUE 0.
002350     05  WS-CMB-MULTIPLE-AMT       PIC 9(11)V99 VALUE 0.
002360     05  WS-CMB-TOTAL-AMT          PIC 9(11)V99 VALUE 0.
002370     05  WS-CMB-CREDIT-CNT         PIC 9(07) VALUE 0.
002380     05  WS-CMB-CREDIT-AMT         PIC 9(11)V99 VALUE 0.
002390     05  WS-CMB-FEE-AMT            PIC 9(11)V99 VALUE 0.
002400 77  WS-PSM-READ-CNT               PIC 9(05) COMP VALUE 0.
002410
002420******************************************************************
002430*    BILLING FIGURES.  THE SEGMENT FIELDS COVER THE PARTIAL FILE
002440*    NOW BEING READ (HEADER TO TRAILER) AND ARE PROVED AGAINST
002450*    ITS TRAILER; THE BILLED FIELDS ARE THE SUM OF ALL SEGMENTS
002460*    AND GO ON THE MERGED TRAILER.  HASHES ARE SUMMED IN FULL
002470*    AND CUT TO THEIR LOW 12 DIGITS ONLY WHEN COMPARED OR
002480*    WRITTEN, AS FIZZBUZZ'S TRAILER HASH IS.
002490******************************************************************
002500 01  WS-SEG-REGION                 PIC X(03) VALUE SPACES.
002510 77  WS-SEG-DTL-CNT                PIC 9(07) VALUE 0.
002520 77  WS-SEG-HASH                   PIC 9(15) VALUE 0.
002530 77  WS-SEG-DTL-AMT                PIC 9(13)V99 VALUE 0.
002540 77  WS-SEG-CRD-CNT                PIC 9(07) VALUE 0.
002550 77  WS-SEG-CRD-AMT                PIC 9(13)V99 VALUE 0.
002560 77  WS-SEG-FEE-AMT                PIC 9(13)V99 VALUE 0.
002570 77  WS-SEG-NET-AMT                PIC S9(13)V99 VALUE 0.
002580 77  WS-BLD-DTL-CNT                PIC 9(07) VALUE 0.
002590 77  WS-BLD-HASH                   PIC 9(15) VALUE 0.
002600 77  WS-BLD-DTL-AMT                PIC 9(13)V99 VALUE 0.
002610 77  WS-BLD-CRD-CNT                PIC 9(07) VALUE 0.
002620 77  WS-BLD-CRD-AMT                PIC 9(13)V99 VALUE 0.
002630 77  WS-BLD-FEE-AMT                PIC 9(13)V99 VALUE 0.
002640 77  WS-BLD-NET-AMT                PIC S9(13)V99 VALUE 0.
002650 77  WS-HASH-QUOTIENT              PIC 9(15) VALUE 0.
002660 77  WS-HASH-LOW12                 PIC 9(12) VALUE 0.
002670 77  WS-PBL-READ-CNT               PIC 9(09) COMP VALUE 0.
002680 77  WS-BIL-WRITE-CNT              PIC 9(09) COMP VALUE 0.
002690
002700******************************************************************
002710*    RULE-STATISTICS MERGE TABLE -- ONE ENTRY PER RULE (TYPE,
002720*    DIVISOR AND LABEL) IN THE ORDER FIRST SEEN, ITS MATCHES
002730*    SUMMED OVER THE PARTITIONS.  EVERY PARTITION LOADS THE SAME
002740*    RULES, SO THE TABLE IS THE SIZE OF ONE RULES TABLE.
002750******************************************************************
002760 01  WS-RSK-TABLE.
002770     05  WS-RSK-COUNT              PIC 9(03) COMP VALUE 0.
002780     05  WS-RSK-ENTRY OCCURS 40 TIMES
002790             INDEXED BY WS-RSK-IDX.
002800         10  WS-RSK-KEY.
002810             15  WS-RSK-TYPE       PIC X(01).
002820             15  WS-RSK-DIVISOR    PIC 9(03).
002830             15  WS-RSK-LABEL      PIC X(10).
002840         10  WS-RSK-MATCH-CNT      PIC 9(07).
002850 01  WS-RSK-WORK-KEY.
002860     05  WS-RSW-TYPE               PIC X(01).
002870     05  WS-RSW-DIVISOR            PIC 9(03).
002880     05  WS-RSW-LABEL              PIC X(10).
002890 01  WS-RSK-HIT                    PIC 9(03) COMP VALUE 0.
002900 01  WS-RSK-RUN-DATE               PIC X(10) VALUE SPACES.
002910 77  WS-RULE-BASE                  PIC 9(09) VALUE 0.
002920 77  WS-RULE-PCT                   PIC 9(03)V9(02) VALUE 0.
002930
002940******************************************************************
002950*    MERGE REPORT LINE LAYOUTS
002960******************************************************************
002970 01  WS-RPT-HEADING-1.
002980     05  FILLER                    PIC X(01) VALUE SPACE.
002990     05  FILLER                    PIC X(36)
003000             VALUE "FIZZMRG -- PARTITION MERGE REPORT".
003010     05  FILLER                    PIC X(05) VALUE "RUN: ".
003020     05  WS-RPT-H1-RUN-NBR         PIC 9(06).
003030     05  FILLER                    PIC X(32) VALUE SPACES.
003040
003050 01  WS-RPT-HEADING-2.
003060     05  FILLER                    PIC X(01) VALUE SPACE.
003070     05  FILLER                    PIC X(08) VALUE "REGION".
003080     05  FILLER                    PIC X(08) VALUE "STATUS".
003090     05  FILLER                    PIC X(12) VALUE "    ORDERS".
003100     05  FILLER                    PIC X(21)
003110             VALUE "     NET BILLED AMT".
003120     05  FILLER                    PIC X(30) VALUE SPACES.
003130
003140 01  WS-RPT-REGION-LINE.
003150     05  FILLER                    PIC X(01) VALUE SPACE.
003160     05  WS-RPT-RGN-CODE           PIC X(03).
003170     05  FILLER                    PIC X(05) VALUE SPACES.
003180     05  WS-RPT-RGN-STATUS         PIC X(01).
003190     05  FILLER                    PIC X(05) VALUE SPACES.
003200     05  WS-RPT-RGN-COUNT          PIC ZZ,ZZZ,ZZ9.
003210     05  FILLER                    PIC X(02) VALUE SPACES.
003220     05  WS-RPT-RGN-AMOUNT         PIC -,---,---,--9.99.
003230     05  FILLER                    PIC X(37) VALUE SPACES.
003240
003250 01  WS-RPT-MSG-LINE.
003260     05  FILLER                    PIC X(01) VALUE SPACE.
003270     05  WS-RPT-MSG-TEXT           PIC X(79).
003280
003290 01  WS-RPT-WORK-COUNT             PIC ZZZ,ZZZ,ZZ9.
003300
003310******************************************************************
003320*    STEP-TIMING HISTORY FIELDS.  THE START IS TAKEN AS THE
003330*    STEP BEGINS; THE END, RECORD COUNT AND RETURN-CODE AS IT
003340*    ENDS.
003350******************************************************************
003360 COPY FBTIMREC.
003370 01  WS-TIM-FILE-STATUS            PIC X(02) VALUE "00".
003380     88  WS-TIM-FILE-OK            VALUE "00".
003390     88  WS-TIM-FILE-NOT-FOUND     VALUE "35".
003400 01  WS-TIM-START-DATE             PIC 9(08) VALUE 0.
003410 01  WS-TIM-START-TIME             PIC 9(08) VALUE 0.
003420 01  WS-TIM-RECORDS                PIC 9(09) VALUE 0.
003430
003440 PROCEDURE       DIVISION.
003450 0000-MAINLINE.
003460     ACCEPT WS-TIM-START-DATE FROM DATE YYYYMMDD.
003470     ACCEPT WS-TIM-START-TIME FROM TIME.
003480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003490     PERFORM 2000-READ-RUN-CONTROL THRU 2000-EXIT.
003500     PERFORM 2500-READ-MANIFEST THRU 2500-EXIT.
003510     PERFORM 3000-CHECK-PARTITIONS THRU 3000-EXIT.
003520     PERFORM 4000-CHECK-SUMMARIES THRU 4000-EXIT.
003530     PERFORM 5000-CHECK-BILLING THRU 5000-EXIT.
003540     PERFORM 6000-TIE-COMBINED THRU 6000-EXIT.
003550     IF NOT WS-MERGE-FAILED
003560         PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
003570         PERFORM 7200-MERGE-RULE-STATS THRU 7200-EXIT
003580         PERFORM 7400-WRITE-BILLING THRU 7400-EXIT
003590         PERFORM 7600-CLOSE-RUN THRU 7600-EXIT
003600     END-IF.
003610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003620     PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT.
003630     STOP RUN.
003640
003650******************************************************************
003660*    1000-INITIALIZE -- OPEN THE MERGE REPORT.
003670******************************************************************
003680 1000-INITIALIZE.
003690     ACCEPT WS-MRG-START-TIME FROM TIME.
003700     OPEN OUTPUT MERGE-RPT.
003710     IF NOT WS-RPT-FILE-OK
003720         DISPLAY "FIZZMRG: MERGE REPORT OPEN FAILED -- ABORTED"
003730         MOVE 16 TO RETURN-CODE
003740         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
003750         STOP RUN
003760     END-IF.
003770     GO TO 1000-EXIT.
003780 1000-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820*    2000-READ-RUN-CONTROL -- FIND THE NIGHT TO MERGE AND THE
003830*    LATEST STATUS OF EACH OF ITS PARTITIONS.  A WHOLE-RUN
003840*    RECORD SUPERSEDES ALL PARTITION STATE BEFORE IT, EXACTLY
003850*    AS IN THE FIZZBUZZ LOCK.  NO OPEN PARTITIONED NIGHT --
003860*    NOTHING TO MERGE, OR ALREADY MERGED -- IS REFUSED.
003870******************************************************************
003880 2000-READ-RUN-CONTROL.
003890     OPEN INPUT RUN-CONTROL-FILE.
003900     IF NOT WS-RCT-FILE-OK
003910         MOVE "RUNCTL COULD NOT BE OPENED -- NOTHING MERGED"
003920             TO WS-RPT-MSG-TEXT
003930         PERFORM 8900-REFUSE-MERGE THRU 8900-EXIT
003940     END-IF.
003950     PERFORM 2100-READ-ONE-RUN-RECORD THRU 2100-EXIT
003960         UNTIL WS-RCT-FILE-AT-EOF.
003970     CLOSE RUN-CONTROL-FILE.
003980     MOVE "00" TO WS-RCT-FILE-STATUS.
003990     MOVE WS-MRG-RUN-NBR TO WS-RPT-H1-RUN-NBR.
004000     WRITE MERGE-RPT-RECORD FROM WS-RPT-HEADING-1.
004010     MOVE SPACES TO MERGE-RPT-RECORD.
004020     WRITE MERGE-RPT-RECORD.
004030     IF WS-MRG-RUN-NBR NOT > WS-MAX-WHOLE-NBR
004040         MOVE "NO UNMERGED PARTITIONED RUN -- NOTHING MERGED"
004050             TO WS-RPT-MSG-TEXT
004060         PERFORM 8900-REFUSE-MERGE THRU 8900-EXIT
004070     END-IF.
004080     GO TO 2000-EXIT.
004090 2000-EXIT.
004100     EXIT.
004110
004120 2100-READ-ONE-RUN-RECORD.
004130     READ RUN-CONTROL-FILE INTO FB-RUN-CONTROL-RECORD
004140         AT END
004150             SET WS-RCT-FILE-AT-EOF TO TRUE
004160             GO TO 2100-EXIT
004170     END-READ.
004180     IF FB-RUN-NUMBER NOT NUMERIC
004190         GO TO 2100-EXIT
004200     END-IF.
004210     IF FB-RUN-NUMBER > WS-MRG-RUN-NBR
004220         MOVE FB-RUN-NUMBER TO WS-MRG-RUN-NBR
004230     END-IF.
004240     IF FB-RUN-WHOLE-RUN
004250         IF FB-RUN-NUMBER > WS-MAX-WHOLE-NBR
004260             MOVE FB-RUN-NUMBER TO WS-MAX-WHOLE-NBR
004270         END-IF
004280         MOVE 0 TO WS-RGN-COUNT
004290         GO TO 2100-EXIT
004300     END-IF.
004310     MOVE FB-RUN-REGION TO WS-RGN-KEY.
004320     PERFORM 2200-FIND-OR-ADD-REGION THRU 2200-EXIT.
004330     IF WS-RGN-FOUND
004340         MOVE FB-RUN-STATUS TO WS-RGN-RUN-STATUS (WS-RGN-HIT)
004350     END-IF.
004360     GO TO 2100-EXIT.
004370 2100-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    2200-FIND-OR-ADD-REGION -- LOCATE WS-RGN-KEY IN THE
004420*    PARTITION TABLE, ADDING IT WHEN NEW.  WS-RGN-FOUND IS LEFT
004430*    OFF ONLY WHEN THE TABLE IS FULL.
004440******************************************************************
004450 2200-FIND-OR-ADD-REGION.
004460     PERFORM 2300-FIND-REGION THRU 2300-EXIT.
004470     IF WS-RGN-FOUND
004480         GO TO 2200-EXIT
004490     END-IF.
004500     IF WS-RGN-COUNT = 20
004510         SET WS-RGN-FULL TO TRUE
004520         GO TO 2200-EXIT
004530     END-IF.
004540     ADD 1 TO WS-RGN-COUNT.
004550     MOVE WS-RGN-COUNT TO WS-RGN-HIT.
004560     SET WS-RGN-IDX TO WS-RGN-HIT.
004570     MOVE WS-RGN-KEY TO WS-RGN-CODE (WS-RGN-IDX).
004580     MOVE SPACE      TO WS-RGN-RUN-STATUS (WS-RGN-IDX).
004590     MOVE 0          TO WS-RGN-SUM-RECS (WS-RGN-IDX).
004600     MOVE 0          TO WS-RGN-BIL-SEGS (WS-RGN-IDX).
004610     MOVE 0          TO WS-RGN-TOTAL-CNT (WS-RGN-IDX).
004620     MOVE 0          TO WS-RGN-NET-AMT (WS-RGN-IDX).
004630     SET WS-RGN-FOUND TO TRUE.
004640     GO TO 2200-EXIT.
004650 2200-EXIT.
004660     EXIT.
004670
004680 2300-FIND-REGION.
004690     MOVE "N" TO WS-RGN-FOUND-SW.
004700     MOVE 0 TO WS-RGN-HIT.
004710     PERFORM 2310-MATCH-ONE-REGION THRU 2310-EXIT
004720         VARYING WS-RGN-IDX FROM 1 BY 1
004730         UNTIL WS-RGN-IDX > WS-RGN-COUNT OR WS-RGN-FOUND.
004740     GO TO 2300-EXIT.
004750 2300-EXIT.
004760     EXIT.
004770
004780 2310-MATCH-ONE-REGION.
004790     IF WS-RGN-CODE (WS-RGN-IDX) = WS-RGN-KEY
004800         SET WS-RGN-FOUND TO TRUE
004810         SET WS-RGN-HIT TO WS-RGN-IDX
004820     END-IF.
004830     GO TO 2310-EXIT.
004840 2310-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*    2500-READ-MANIFEST -- EVERY REGION ON THE LOAD MANIFEST
004890*    OWES THE NIGHT A PARTITION.  WITHOUT A MANIFEST THE
004900*    REGIONS THAT RAN ARE TAKEN AS THE WHOLE NIGHT.
004910******************************************************************
004920 2500-READ-MANIFEST.
004930     OPEN INPUT MANIFEST-FILE.
004940     IF NOT WS-MAN-FILE-OK
004950         MOVE "00" TO WS-MAN-FILE-STATUS
004960         MOVE "NO MANIFEST -- RUNCTL PARTITIONS TAKEN AS ALL"
004970             TO WS-RPT-MSG-TEXT
004980         WRITE MERGE-RPT-RECORD FROM WS-RPT-MSG-LINE
004990         GO TO 2500-EXIT
005000     END-IF.
005010     PERFORM 2600-READ-ONE-MANIFEST THRU 2600-EXIT
005020         UNTIL WS-MAN-FILE-AT-EOF.
005030     CLOSE MANIFEST-FILE.
005040     MOVE "00" TO WS-MAN-FILE-STATUS.
005050     GO TO 2500-EXIT.
005060 2500-EXIT.
005070     EXIT.
005080
005090 2600-READ-ONE-MANIFEST.
005100     READ MANIFEST-FILE INTO FB-MANIFEST-RECORD
005110         AT END
005120             SET WS-MAN-FILE-AT-EOF TO TRUE
005130             GO TO 2600-EXIT
005140     END-READ.
005150     IF FB-MAN-REGION = SPACES
005160         GO TO 2600-EXIT
005170     END-IF.
005180     MOVE FB-MAN-REGION TO WS-RGN-KEY.
005190     PERFORM 2200-FIND-OR-ADD-REGION THRU 2200-EXIT.
005200     GO TO 2600-EXIT.
005210 2600-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250*    3000-CHECK-PARTITIONS -- EVERY REGION OF THE NIGHT MUST
005260*    HAVE ENDED "C".  ONE NEVER RUN, FAILED OR STILL IN FLIGHT
005270*    REFUSES THE MERGE: RERUN (OR RESTART) THAT PARTITION AND
005280*    RESUBMIT THE MERGE.
005290******************************************************************
005300 3000-CHECK-PARTITIONS.
005310     WRITE MERGE-RPT-RECORD FROM WS-RPT-HEADING-2.
005320     IF WS-RGN-FULL
005330         MOVE "MORE THAN 20 REGIONS -- NOTHING MERGED"
005340             TO WS-RPT-MSG-TEXT
005350         PERFORM 8900-REFUSE-MERGE THRU 8900-EXIT
005360     END-IF.
005370     IF WS-RGN-COUNT = 0
005380         MOVE "NO PARTITIONS FOUND FOR THE RUN -- NOTHING MERGED"
005390             TO WS-RPT-MSG-TEXT
005400         PERFORM 8900-REFUSE-MERGE THRU 8900-EXIT
005410     END-IF.
005420     PERFORM 3100-CHECK-ONE-PARTITION THRU 3100-EXIT
005430         VARYING WS-RGN-IDX FROM 1 BY 1
005440         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
005450     IF WS-MERGE-FAILED
005460         MOVE "A PARTITION DID NOT COMPLETE -- NOTHING MERGED"
005470             TO WS-RPT-MSG-TEXT
005480         PERFORM 8900-REFUSE-MERGE THRU 8900-EXIT
005490     END-IF.
005500     GO TO 3000-EXIT.
005510 3000-EXIT.
005520     EXIT.
005530
005540 3100-CHECK-ONE-PARTITION.
005550     IF WS-RGN-RUN-STATUS (WS-RGN-IDX) = "C"
005560         GO TO 3100-EXIT
005570     END-IF.
005580     MOVE SPACES TO WS-RPT-MSG-TEXT.
005590     EVALUATE WS-RGN-RUN-STATUS (WS-RGN-IDX)
005600         WHEN "I"
005610             STRING "REGION " WS-RGN-CODE (WS-RGN-IDX)
005620                 " PARTITION STILL IN FLIGHT OR ABENDED"
005630                 DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT
005640         WHEN "F"
005650             STRING "REGION " WS-RGN-CODE (WS-RGN-IDX)
005660                 " PARTITION FAILED"
005670                 DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT
005680         WHEN OTHER
005690             STRING "REGION " WS-RGN-CODE (WS-RGN-IDX)
005700                 " PARTITION NEVER RAN"
005710                 DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT
005720     END-EVALUATE.
005730     PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT.
005740     GO TO 3100-EXIT.
005750 3100-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790*    4000-CHECK-SUMMARIES -- EXACTLY ONE PARTIAL SUMMARY PER
005800*    REGION, EACH FOR THIS NIGHT'S RUN NUMBER, SUMMED INTO THE
005810*    COMBINED FIGURES.
005820******************************************************************
005830 4000-CHECK-SUMMARIES.
005840     OPEN INPUT PART-SUMMARY-FILE.
005850     IF NOT WS-PSM-FILE-OK
005860         MOVE "PARTIAL SUMMARIES (PARTSUM) COULD NOT BE OPENED"
005870             TO WS-RPT-MSG-TEXT
005880         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
005890         MOVE "00" TO WS-PSM-FILE-STATUS
005900         GO TO 4000-EXIT
005910     END-IF.
005920     PERFORM 4100-CHECK-ONE-SUMMARY THRU 4100-EXIT
005930         UNTIL WS-PSM-FILE-AT-EOF.
005940     CLOSE PART-SUMMARY-FILE.
005950     MOVE "00" TO WS-PSM-FILE-STATUS.
005960     PERFORM 4200-CHECK-REGION-SUMMARY THRU 4200-EXIT
005970         VARYING WS-RGN-IDX FROM 1 BY 1
005980         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
005990     GO TO 4000-EXIT.
006000 4000-EXIT.
006010     EXIT.
006020
006030 4100-CHECK-ONE-SUMMARY.
006040     READ PART-SUMMARY-FILE INTO FB-SUMMARY-RECORD
006050         AT END
006060             SET WS-PSM-FILE-AT-EOF TO TRUE
006070             GO TO 4100-EXIT
006080     END-READ.
006090     ADD 1 TO WS-PSM-READ-CNT.
006100     MOVE SPACES TO WS-RPT-MSG-TEXT.
006110     IF FB-SUM-RUN-NBR NOT NUMERIC
006120        OR FB-SUM-RUN-NBR NOT = WS-MRG-RUN-NBR
006130         STRING "PARTIAL SUMMARY FOR REGION " FB-SUM-REGION
006140             " IS NOT FOR THIS RUN" DELIMITED BY SIZE
006150             INTO WS-RPT-MSG-TEXT
006160         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
006170         GO TO 4100-EXIT
006180     END-IF.
006190     MOVE FB-SUM-REGION TO WS-RGN-KEY.
006200     PERFORM 2300-FIND-REGION THRU 2300-EXIT.
006210     IF NOT WS-RGN-FOUND
006220         STRING "PARTIAL SUMMARY FOR REGION '" FB-SUM-REGION
006230             "' WHICH HAS NO PARTITION" DELIMITED BY SIZE
006240             INTO WS-RPT-MSG-TEXT
006250         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
006260         GO TO 4100-EXIT
006270     END-IF.
006280     SET WS-RGN-IDX TO WS-RGN-HIT.
006290     ADD 1 TO WS-RGN-SUM-RECS (WS-RGN-IDX).
006300     MOVE FB-SUM-TOTAL-CNT TO WS-RGN-TOTAL-CNT (WS-RGN-IDX).
006310     IF WS-PSM-READ-CNT = 1
006320         MOVE FB-SUM-RUN-DATE TO WS-MRG-RUN-DATE
006330     END-IF.
006340*    A FRESH PARTIAL CARRIES EVERY FIGURE; A BLANK HELD COUNT
006350*    COUNTS AS ZERO, THE WAY FIZZSTA READS OLD SUMMARIES.
006360     IF FB-SUM-HELD-CNT NOT NUMERIC
006370         MOVE 0 TO FB-SUM-HELD-CNT
006380     END-IF.
006390     ADD FB-SUM-NONE-CNT     TO WS-CMB-NONE-CNT.
006400     ADD FB-SUM-SINGLE-CNT   TO WS-CMB-SINGLE-CNT.
006410     ADD FB-SUM-MULTIPLE-CNT TO WS-CMB-MULTIPLE-CNT.
006420     ADD FB-SUM-TOTAL-CNT    TO WS-CMB-TOTAL-CNT.
006430     ADD FB-SUM-HELD-CNT     TO WS-CMB-HELD-CNT.
006440     ADD FB-SUM-NONE-AMT     TO WS-CMB-NONE-AMT.
006450     ADD FB-SUM-SINGLE-AMT   TO WS-CMB-SINGLE-AMT.
006460     ADD FB-SUM-MULTIPLE-AMT TO WS-CMB-MULTIPLE-AMT.
006470     ADD FB-SUM-TOTAL-AMT    TO WS-CMB-TOTAL-AMT.
006480     ADD FB-SUM-CREDIT-CNT   TO WS-CMB-CREDIT-CNT.
006490     ADD FB-SUM-CREDIT-AMT   TO WS-CMB-CREDIT-AMT.
006500     ADD FB-SUM-FEE-AMT      TO WS-CMB-FEE-AMT.
006510     GO TO 4100-EXIT.
006520 4100-EXIT.
006530     EXIT.
006540
006550 4200-CHECK-REGION-SUMMARY.
006560     IF WS-RGN-SUM-RECS (WS-RGN-IDX) = 1
006570         GO TO 4200-EXIT
006580     END-IF.
006590     MOVE SPACES TO WS-RPT-MSG-TEXT.
006600     IF WS-RGN-SUM-RECS (WS-RGN-IDX) = 0
006610         STRING "REGION " WS-RGN-CODE (WS-RGN-IDX)
006620             " HAS NO PARTIAL SUMMARY" DELIMITED BY SIZE
006630             INTO WS-RPT-MSG-TEXT
006640     ELSE
006650         STRING "REGION " WS-RGN-CODE (WS-RGN-IDX)
006660             " HAS MORE THAN ONE PARTIAL SUMMARY"
006670             DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT
006680     END-IF.
006690     PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT.
006700     GO TO 4200-EXIT.
006710 4200-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750*    5000-CHECK-BILLING -- READ THE CONCATENATED PARTIAL BILLING
006760*    FILES.  EACH MUST BE ONE HEADER FOR THIS RUN AND A REGION
006770*    OF THE NIGHT, ITS DETAILS AND CREDITS, AND ONE TRAILER
006780*    WHOSE COUNT, HASH, NET AMOUNT, CREDITS AND FEES TIE TO
006790*    THOSE DETAILS AND CREDITS -- THE SAME PROOF THE BILLING
006800*    LOADER WILL MAKE OF THE MERGED FILE.  ONE FILE PER REGION.
006810******************************************************************
006820 5000-CHECK-BILLING.
006830     OPEN INPUT PART-BILLING-FILE.
006840     IF NOT WS-PBL-FILE-OK
006850         MOVE "PARTBIL COULD NOT BE OPENED"
006860             TO WS-RPT-MSG-TEXT
006870         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
006880         MOVE "00" TO WS-PBL-FILE-STATUS
006890         GO TO 5000-EXIT
006900     END-IF.
006910     PERFORM 5100-CHECK-ONE-BILLING THRU 5100-EXIT
006920         UNTIL WS-PBL-FILE-AT-EOF.
006930     CLOSE PART-BILLING-FILE.
006940     MOVE "00" TO WS-PBL-FILE-STATUS.
006950     IF WS-SEG-OPEN
006960         PERFORM 5500-NOTE-NO-TRAILER THRU 5500-EXIT
006970     END-IF.
006980     PERFORM 5600-CHECK-REGION-BILLING THRU 5600-EXIT
006990         VARYING WS-RGN-IDX FROM 1 BY 1
007000         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
007010     GO TO 5000-EXIT.
007020 5000-EXIT.
007030     EXIT.
007040
007050 5100-CHECK-ONE-BILLING.
007060     READ PART-BILLING-FILE
007070         AT END
007080             SET WS-PBL-FILE-AT-EOF TO TRUE
007090             GO TO 5100-EXIT
007100     END-READ.
007110     ADD 1 TO WS-PBL-READ-CNT.
007120     EVALUATE PART-BILLING-RECORD (1:1)
007130         WHEN "H"
007140             PERFORM 5200-START-SEGMENT THRU 5200-EXIT
007150         WHEN "D"
007160             PERFORM 5300-ADD-DETAIL THRU 5300-EXIT
007170         WHEN "C"
007180             PERFORM 5300-ADD-DETAIL THRU 5300-EXIT
007190         WHEN "T"
007200             PERFORM 5400-END-SEGMENT THRU 5400-EXIT
007210         WHEN OTHER
007220             MOVE "PARTIAL BILLING RECORD OF UNKNOWN TYPE"
007230                 TO WS-RPT-MSG-TEXT
007240             PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
007250     END-EVALUATE.
007260     GO TO 5100-EXIT.
007270 5100-EXIT.
007280     EXIT.
007290
007300 5200-START-SEGMENT.
007310     IF WS-SEG-OPEN
007320         PERFORM 5500-NOTE-NO-TRAILER THRU 5500-EXIT
007330     END-IF.
007340     MOVE PART-BILLING-RECORD TO FB-BILLING-HEADER.
007350     MOVE FB-BIL-HDR-REGION TO WS-SEG-REGION.
007360     SET WS-SEG-OPEN TO TRUE.
007370     MOVE 0 TO WS-SEG-DTL-CNT.
007380     MOVE 0 TO WS-SEG-HASH.
007390     MOVE 0 TO WS-SEG-DTL-AMT.
007400     MOVE 0 TO WS-SEG-CRD-CNT.
007410     MOVE 0 TO WS-SEG-CRD-AMT.
007420     MOVE 0 TO WS-SEG-FEE-AMT.
007430     IF NOT WS-HDR-SEEN
007440         SET WS-HDR-SEEN TO TRUE
007450         MOVE FB-BIL-HDR-RUN-DATE TO WS-MRG-RUN-DATE
007460         MOVE FB-BIL-HDR-RUN-ID   TO WS-MRG-RUN-ID
007470     END-IF.
007480     MOVE SPACES TO WS-RPT-MSG-TEXT.
007490     IF FB-BIL-HDR-RUN-NBR NOT NUMERIC
007500        OR FB-BIL-HDR-RUN-NBR NOT = WS-MRG-RUN-NBR
007510         STRING "PARTIAL BILLING FILE FOR REGION " WS-SEG-REGION
007520             " IS NOT FOR THIS RUN" DELIMITED BY SIZE
007530             INTO WS-RPT-MSG-TEXT
007540         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
007550         GO TO 5200-EXIT
007560     END-IF.
007570     MOVE WS-SEG-REGION TO WS-RGN-KEY.
007580     PERFORM 2300-FIND-REGION THRU 2300-EXIT.
007590     IF NOT WS-RGN-FOUND
007600         STRING "PARTIAL BILLING FILE FOR REGION '" WS-SEG-REGION
007610             "' WHICH HAS NO PARTITION" DELIMITED BY SIZE
007620             INTO WS-RPT-MSG-TEXT
007630         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
007640         GO TO 5200-EXIT
007650     END-IF.
007660     SET WS-RGN-IDX TO WS-RGN-HIT.
007670     ADD 1 TO WS-RGN-BIL-SEGS (WS-RGN-IDX).
007680     GO TO 5200-EXIT.
007690 5200-EXIT.
007700     EXIT.
007710
007720 5300-ADD-DETAIL.
007730     IF NOT WS-SEG-OPEN
007740         MOVE "PARTIAL BILLING DETAIL OUTSIDE A FILE"
007750             TO WS-RPT-MSG-TEXT
007760         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
007770         GO TO 5300-EXIT
007780     END-IF.
007790     IF PART-BILLING-RECORD (1:1) = "D"
007800         MOVE PART-BILLING-RECORD TO FB-BILLING-DETAIL
007810         ADD 1 TO WS-SEG-DTL-CNT
007820         ADD FB-BIL-DTL-ID     TO WS-SEG-HASH
007830         ADD FB-BIL-DTL-AMOUNT TO WS-SEG-DTL-AMT
007840         ADD FB-BIL-DTL-FEE    TO WS-SEG-FEE-AMT
007850     ELSE
007860         MOVE PART-BILLING-RECORD TO FB-BILLING-CREDIT
007870         ADD 1 TO WS-SEG-CRD-CNT
007880         ADD FB-BIL-CRD-ID     TO WS-SEG-HASH
007890         ADD FB-BIL-CRD-AMOUNT TO WS-SEG-CRD-AMT
007900     END-IF.
007910     GO TO 5300-EXIT.
007920 5300-EXIT.
007930     EXIT.
007940
007950 5400-END-SEGMENT.
007960     IF NOT WS-SEG-OPEN
007970         MOVE "PARTIAL BILLING TRAILER WITHOUT A HEADER"
007980             TO WS-RPT-MSG-TEXT
007990         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
008000         GO TO 5400-EXIT
008010     END-IF.
008020     MOVE "N" TO WS-SEG-OPEN-SW.
008030     MOVE PART-BILLING-RECORD TO FB-BILLING-TRAILER.
008040     DIVIDE WS-SEG-HASH BY 1000000000000
008050         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-LOW12.
008060     SUBTRACT WS-SEG-CRD-AMT FROM WS-SEG-DTL-AMT
008070         GIVING WS-SEG-NET-AMT.
008080     IF FB-BIL-TRL-COUNT NOT NUMERIC
008090        OR FB-BIL-TRL-HASH NOT NUMERIC
008100        OR FB-BIL-TRL-AMOUNT NOT NUMERIC
008110        OR FB-BIL-TRL-CREDIT-CNT NOT NUMERIC
008120        OR FB-BIL-TRL-CREDIT-AMT NOT NUMERIC
008130        OR FB-BIL-TRL-FEE-AMT NOT NUMERIC
008140         GO TO 5410-TRAILER-OFF
008150     END-IF.
008160     IF FB-BIL-TRL-COUNT      NOT = WS-SEG-DTL-CNT
008170        OR FB-BIL-TRL-HASH       NOT = WS-HASH-LOW12
008180        OR FB-BIL-TRL-AMOUNT     NOT = WS-SEG-NET-AMT
008190        OR FB-BIL-TRL-CREDIT-CNT NOT = WS-SEG-CRD-CNT
008200        OR FB-BIL-TRL-CREDIT-AMT NOT = WS-SEG-CRD-AMT
008210        OR FB-BIL-TRL-FEE-AMT    NOT = WS-SEG-FEE-AMT
008220         GO TO 5410-TRAILER-OFF
008230     END-IF.
008240     ADD WS-SEG-DTL-CNT TO WS-BLD-DTL-CNT.
008250     ADD WS-SEG-HASH    TO WS-BLD-HASH.
008260     ADD WS-SEG-DTL-AMT TO WS-BLD-DTL-AMT.
008270     ADD WS-SEG-CRD-CNT TO WS-BLD-CRD-CNT.
008280     ADD WS-SEG-CRD-AMT TO WS-BLD-CRD-AMT.
008290     ADD WS-SEG-FEE-AMT TO WS-BLD-FEE-AMT.
008300     MOVE WS-SEG-REGION TO WS-RGN-KEY.
008310     PERFORM 2300-FIND-REGION THRU 2300-EXIT.
008320     IF WS-RGN-FOUND
008330         SET WS-RGN-IDX TO WS-RGN-HIT
008340         MOVE WS-SEG-NET-AMT TO WS-RGN-NET-AMT (WS-RGN-IDX)
008350     END-IF.
008360     GO TO 5400-EXIT.
008370 5410-TRAILER-OFF.
008380     MOVE SPACES TO WS-RPT-MSG-TEXT.
008390     STRING "PARTIAL BILLING TRAILER FOR REGION " WS-SEG-REGION
008400         " DOES NOT TIE TO ITS DETAILS" DELIMITED BY SIZE
008410         INTO WS-RPT-MSG-TEXT.
008420     PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT.
008430     GO TO 5400-EXIT.
008440 5400-EXIT.
008450     EXIT.
008460
008470 5500-NOTE-NO-TRAILER.
008480     MOVE "N" TO WS-SEG-OPEN-SW.
008490     MOVE SPACES TO WS-RPT-MSG-TEXT.
008500     STRING "PARTIAL BILLING FILE FOR REGION " WS-SEG-REGION
008510         " HAS NO TRAILER" DELIMITED BY SIZE
008520         INTO WS-RPT-MSG-TEXT.
008530     PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT.
008540     GO TO 5500-EXIT.
008550 5500-EXIT.
008560     EXIT.
008570
008580 5600-CHECK-REGION-BILLING.
008590     IF WS-RGN-BIL-SEGS (WS-RGN-IDX) = 1
008600         GO TO 5600-EXIT
008610     END-IF.
008620     MOVE SPACES TO WS-RPT-MSG-TEXT.
008630     IF WS-RGN-BIL-SEGS (WS-RGN-IDX) = 0
008640         STRING "REGION " WS-RGN-CODE (WS-RGN-IDX)
008650             " HAS NO PARTIAL BILLING FILE" DELIMITED BY SIZE
008660             INTO WS-RPT-MSG-TEXT
008670     ELSE
008680         STRING "REGION " WS-RGN-CODE (WS-RGN-IDX)
008690             " HAS MORE THAN ONE PARTIAL BILLING FILE"
008700             DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT
008710     END-IF.
008720     PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT.
008730     GO TO 5600-EXIT.
008740 5600-EXIT.
008750     EXIT.
008760
008770******************************************************************
008780*    6000-TIE-COMBINED -- PRINT EACH PARTITION'S FIGURES, THEN
008790*    PROVE THE COMBINED BILLING TIES TO THE COMBINED SUMMARY THE
008800*    SAME WAY A WHOLE-MASTER RUN'S FILES TIE: DETAIL COUNT AND
008810*    AMOUNT TO THE SUMMARY TOTALS, CREDITS AND FEES TO THE
008820*    SUMMARY CREDITS AND FEES.
008830******************************************************************
008840 6000-TIE-COMBINED.
008850     PERFORM 6100-PRINT-ONE-REGION THRU 6100-EXIT
008860         VARYING WS-RGN-IDX FROM 1 BY 1
008870         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
008880     SUBTRACT WS-BLD-CRD-AMT FROM WS-BLD-DTL-AMT
008890         GIVING WS-BLD-NET-AMT.
008900     MOVE "ALL" TO WS-RPT-RGN-CODE.
008910     MOVE SPACE TO WS-RPT-RGN-STATUS.
008920     MOVE WS-CMB-TOTAL-CNT TO WS-RPT-RGN-COUNT.
008930     MOVE WS-BLD-NET-AMT TO WS-RPT-RGN-AMOUNT.
008940     WRITE MERGE-RPT-RECORD FROM WS-RPT-REGION-LINE.
008950     MOVE SPACES TO MERGE-RPT-RECORD.
008960     WRITE MERGE-RPT-RECORD.
008970     IF WS-BLD-DTL-CNT NOT = WS-CMB-TOTAL-CNT
008980        OR WS-BLD-DTL-AMT NOT = WS-CMB-TOTAL-AMT
008990         MOVE "BILLED DETAILS DO NOT TIE TO THE PARTIAL SUMMARIES"
009000             TO WS-RPT-MSG-TEXT
009010         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
009020     END-IF.
009030     IF WS-BLD-CRD-CNT NOT = WS-CMB-CREDIT-CNT
009040        OR WS-BLD-CRD-AMT NOT = WS-CMB-CREDIT-AMT
009050         MOVE "BILLED CREDITS DO NOT TIE TO THE PARTIAL SUMMARIES"
009060             TO WS-RPT-MSG-TEXT
009070         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
009080     END-IF.
009090     IF WS-BLD-FEE-AMT NOT = WS-CMB-FEE-AMT
009100         MOVE "BILLED FEES DO NOT TIE TO THE PARTIAL SUMMARIES"
009110             TO WS-RPT-MSG-TEXT
009120         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
009130     END-IF.
009140     GO TO 6000-EXIT.
009150 6000-EXIT.
009160     EXIT.
009170
009180 6100-PRINT-ONE-REGION.
009190     MOVE WS-RGN-CODE (WS-RGN-IDX)       TO WS-RPT-RGN-CODE.
009200     MOVE WS-RGN-RUN-STATUS (WS-RGN-IDX) TO WS-RPT-RGN-STATUS.
009210     MOVE WS-RGN-TOTAL-CNT (WS-RGN-IDX)  TO WS-RPT-RGN-COUNT.
009220     MOVE WS-RGN-NET-AMT (WS-RGN-IDX)    TO WS-RPT-RGN-AMOUNT.
009230     WRITE MERGE-RPT-RECORD FROM WS-RPT-REGION-LINE.
009240     GO TO 6100-EXIT.
009250 6100-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290*    7000-WRITE-SUMMARY -- THE NIGHT'S ONE FIZZSUM RECORD: THE
009300*    PARTIAL SUMMARIES SUMMED, UNDER THE NIGHT'S RUN NUMBER,
009310*    WITH A BLANK REGION AS A WHOLE-MASTER RUN WRITES.
009320******************************************************************
009330 7000-WRITE-SUMMARY.
009340     OPEN OUTPUT SUMMARY-FILE.
009350     IF NOT WS-SUM-FILE-OK
009360         MOVE "SUMMARY FILE (FIZZSUM) OPEN FAILED"
009370             TO WS-RPT-MSG-TEXT
009380         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
009390         SET WS-WRITE-ERROR TO TRUE
009400         GO TO 7000-EXIT
009410     END-IF.
009420     MOVE SPACES TO FB-SUMMARY-RECORD.
009430     MOVE WS-MRG-RUN-DATE     TO FB-SUM-RUN-DATE.
009440     MOVE WS-CMB-NONE-CNT     TO FB-SUM-NONE-CNT.
009450     MOVE WS-CMB-SINGLE-CNT   TO FB-SUM-SINGLE-CNT.
009460     MOVE WS-CMB-MULTIPLE-CNT TO FB-SUM-MULTIPLE-CNT.
009470     MOVE WS-CMB-TOTAL-CNT    TO FB-SUM-TOTAL-CNT.
009480     MOVE WS-MRG-RUN-NBR      TO FB-SUM-RUN-NBR.
009490     MOVE WS-CMB-NONE-AMT     TO FB-SUM-NONE-AMT.
009500     MOVE WS-CMB-SINGLE-AMT   TO FB-SUM-SINGLE-AMT.
009510     MOVE WS-CMB-MULTIPLE-AMT TO FB-SUM-MULTIPLE-AMT.
009520     MOVE WS-CMB-TOTAL-AMT    TO FB-SUM-TOTAL-AMT.
009530     MOVE WS-CMB-CREDIT-CNT   TO FB-SUM-CREDIT-CNT.
009540     MOVE WS-CMB-CREDIT-AMT   TO FB-SUM-CREDIT-AMT.
009550     MOVE WS-CMB-FEE-AMT      TO FB-SUM-FEE-AMT.
009560     MOVE WS-CMB-HELD-CNT     TO FB-SUM-HELD-CNT.
009570     MOVE SPACES              TO FB-SUM-REGION.
009580     WRITE SUMMARY-FILE-RECORD FROM FB-SUMMARY-RECORD.
009590     IF NOT WS-SUM-FILE-OK
009600         SET WS-WRITE-ERROR TO TRUE
009610     END-IF.
009620     CLOSE SUMMARY-FILE.
009630     GO TO 7000-EXIT.
009640 7000-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680*    7200-MERGE-RULE-STATS -- SUM EACH RULE'S MATCHES OVER THE
009690*    PARTITIONS AND RECOMPUTE ITS PERCENTAGE OVER THE NIGHT'S
009700*    WHOLE BASE (CLASSIFIED PLUS HELD, AS FIZZBUZZ COUNTS IT).
009710******************************************************************
009720 7200-MERGE-RULE-STATS.
009730     OPEN INPUT PART-RULE-STAT-FILE.
009740     IF NOT WS-PRS-FILE-OK
009750         MOVE "PARTRST NOT OPENED -- NO RULSTAT WRITTEN"
009760             TO WS-RPT-MSG-TEXT
009770         WRITE MERGE-RPT-RECORD FROM WS-RPT-MSG-LINE
009780         MOVE "00" TO WS-PRS-FILE-STATUS
009790         GO TO 7200-EXIT
009800     END-IF.
009810     PERFORM 7210-ADD-ONE-RULE-STAT THRU 7210-EXIT
009820         UNTIL WS-PRS-FILE-AT-EOF.
009830     CLOSE PART-RULE-STAT-FILE.
009840     MOVE "00" TO WS-PRS-FILE-STATUS.
009850     OPEN OUTPUT RULE-STAT-FILE.
009860     IF NOT WS-RST-FILE-OK
009870         MOVE "RULE STAT FILE (RULSTAT) OPEN FAILED"
009880             TO WS-RPT-MSG-TEXT
009890         WRITE MERGE-RPT-RECORD FROM WS-RPT-MSG-LINE
009900         SET WS-WRITE-ERROR TO TRUE
009910         GO TO 7200-EXIT
009920     END-IF.
009930     COMPUTE WS-RULE-BASE = WS-CMB-TOTAL-CNT + WS-CMB-HELD-CNT.
009940     PERFORM 7230-WRITE-ONE-RULE-STAT THRU 7230-EXIT
009950         VARYING WS-RSK-IDX FROM 1 BY 1
009960         UNTIL WS-RSK-IDX > WS-RSK-COUNT.
009970     CLOSE RULE-STAT-FILE.
009980     GO TO 7200-EXIT.
009990 7200-EXIT.
010000     EXIT.
010010
010020 7210-ADD-ONE-RULE-STAT.
010030     READ PART-RULE-STAT-FILE INTO FB-RULE-STAT-RECORD
010040         AT END
010050             SET WS-PRS-FILE-AT-EOF TO TRUE
010060             GO TO 7210-EXIT
010070     END-READ.
010080     IF WS-RSK-RUN-DATE = SPACES
010090         MOVE FB-RST-RUN-DATE TO WS-RSK-RUN-DATE
010100     END-IF.
010110     MOVE FB-RST-TYPE    TO WS-RSW-TYPE.
010120     MOVE FB-RST-DIVISOR TO WS-RSW-DIVISOR.
010130     MOVE FB-RST-LABEL   TO WS-RSW-LABEL.
010140     MOVE "N" TO WS-RSK-FOUND-SW.
010150     PERFORM 7220-MATCH-ONE-RULE-KEY THRU 7220-EXIT
010160         VARYING WS-RSK-IDX FROM 1 BY 1
010170         UNTIL WS-RSK-IDX > WS-RSK-COUNT OR WS-RSK-FOUND.
010180     IF NOT WS-RSK-FOUND
010190         IF WS-RSK-COUNT = 40
010200             MOVE "OVER 40 RULES IN PARTRST -- EXTRAS DROPPED"
010210                 TO WS-RPT-MSG-TEXT
010220             WRITE MERGE-RPT-RECORD FROM WS-RPT-MSG-LINE
010230             GO TO 7210-EXIT
010240         END-IF
010250         ADD 1 TO WS-RSK-COUNT
010260         MOVE WS-RSK-COUNT TO WS-RSK-HIT
010270         SET WS-RSK-IDX TO WS-RSK-HIT
010280         MOVE WS-RSK-WORK-KEY TO WS-RSK-KEY (WS-RSK-IDX)
010290         MOVE 0 TO WS-RSK-MATCH-CNT (WS-RSK-IDX)
010300     END-IF.
010310     SET WS-RSK-IDX TO WS-RSK-HIT.
010320     IF FB-RST-MATCH-CNT NUMERIC
010330         ADD FB-RST-MATCH-CNT TO WS-RSK-MATCH-CNT (WS-RSK-IDX)
010340     END-IF.
010350     GO TO 7210-EXIT.
010360 7210-EXIT.
010370     EXIT.
010380
010390 7220-MATCH-ONE-RULE-KEY.
010400     IF WS-RSK-KEY (WS-RSK-IDX) = WS-RSK-WORK-KEY
010410         SET WS-RSK-FOUND TO TRUE
010420         SET WS-RSK-HIT TO WS-RSK-IDX
010430     END-IF.
010440     GO TO 7220-EXIT.
010450 7220-EXIT.
010460     EXIT.
010470
010480 7230-WRITE-ONE-RULE-STAT.
010490     IF WS-RULE-BASE = 0
010500         MOVE 0 TO WS-RULE-PCT
010510     ELSE
010520         COMPUTE WS-RULE-PCT ROUNDED =
010530             WS-RSK-MATCH-CNT (WS-RSK-IDX) * 100
010540             / WS-RULE-BASE
010550     END-IF.
010560     MOVE SPACES TO FB-RULE-STAT-RECORD.
010570     MOVE WS-RSK-RUN-DATE TO FB-RST-RUN-DATE.
010580     MOVE WS-RSK-DIVISOR (WS-RSK-IDX) TO FB-RST-DIVISOR.
010590     MOVE WS-RSK-LABEL (WS-RSK-IDX)   TO FB-RST-LABEL.
010600     MOVE WS-RSK-MATCH-CNT (WS-RSK-IDX) TO FB-RST-MATCH-CNT.
010610     MOVE WS-RULE-PCT TO FB-RST-PCT.
010620     MOVE WS-RSK-TYPE (WS-RSK-IDX)    TO FB-RST-TYPE.
010630     WRITE RULE-STAT-FILE-RECORD FROM FB-RULE-STAT-RECORD.
010640     GO TO 7230-EXIT.
010650 7230-EXIT.
010660     EXIT.
010670
010680******************************************************************
010690*    7400-WRITE-BILLING -- THE NIGHT'S ONE BILLING GENERATION:
010700*    ONE HEADER, EVERY PARTITION'S DETAILS AND CREDITS IN
010710*    PARTITION ORDER, AND ONE TRAILER CARRYING THE COMBINED
010720*    COUNT, HASH (LOW 12 DIGITS), NET AMOUNT, CREDITS AND FEES.
010730*    THE PARTIAL HEADERS AND TRAILERS ARE NOT CARRIED OVER.
010740******************************************************************
010750 7400-WRITE-BILLING.
010760     OPEN OUTPUT BILLING-FILE.
010770     IF NOT WS-BIL-FILE-OK
010780         MOVE "BILLING FILE (BILLFILE) OPEN FAILED"
010790             TO WS-RPT-MSG-TEXT
010800         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
010810         SET WS-WRITE-ERROR TO TRUE
010820         GO TO 7400-EXIT
010830     END-IF.
010840     MOVE SPACES TO FB-BILLING-HEADER.
010850     MOVE "H" TO FB-BIL-HDR-TYPE.
010860     MOVE WS-MRG-RUN-DATE TO FB-BIL-HDR-RUN-DATE.
010870     MOVE WS-MRG-RUN-ID   TO FB-BIL-HDR-RUN-ID.
010880     MOVE WS-MRG-RUN-NBR  TO FB-BIL-HDR-RUN-NBR.
010890     WRITE BILLING-FILE-RECORD FROM FB-BILLING-HEADER.
010900     ADD 1 TO WS-BIL-WRITE-CNT.
010910     MOVE "00" TO WS-PBL-FILE-STATUS.
010920     OPEN INPUT PART-BILLING-FILE.
010930     IF NOT WS-PBL-FILE-OK
010940         MOVE "PARTBIL COULD NOT BE REREAD"
010950             TO WS-RPT-MSG-TEXT
010960         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
010970         SET WS-WRITE-ERROR TO TRUE
010980         CLOSE BILLING-FILE
010990         GO TO 7400-EXIT
011000     END-IF.
011010     PERFORM 7410-COPY-ONE-BILLING THRU 7410-EXIT
011020         UNTIL WS-PBL-FILE-AT-EOF.
011030     CLOSE PART-BILLING-FILE.
011040     DIVIDE WS-BLD-HASH BY 1000000000000
011050         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-LOW12.
011060     MOVE SPACES TO FB-BILLING-TRAILER.
011070     MOVE "T" TO FB-BIL-TRL-TYPE.
011080     MOVE WS-BLD-DTL-CNT TO FB-BIL-TRL-COUNT.
011090     MOVE WS-HASH-LOW12  TO FB-BIL-TRL-HASH.
011100     MOVE WS-BLD-NET-AMT TO FB-BIL-TRL-AMOUNT.
011110     MOVE WS-BLD-CRD-CNT TO FB-BIL-TRL-CREDIT-CNT.
011120     MOVE WS-BLD-CRD-AMT TO FB-BIL-TRL-CREDIT-AMT.
011130     MOVE WS-BLD-FEE-AMT TO FB-BIL-TRL-FEE-AMT.
011140     WRITE BILLING-FILE-RECORD FROM FB-BILLING-TRAILER.
011150     IF NOT WS-BIL-FILE-OK
011160         SET WS-WRITE-ERROR TO TRUE
011170     END-IF.
011180     ADD 1 TO WS-BIL-WRITE-CNT.
011190     CLOSE BILLING-FILE.
011200     GO TO 7400-EXIT.
011210 7400-EXIT.
011220     EXIT.
011230
011240 7410-COPY-ONE-BILLING.
011250     READ PART-BILLING-FILE
011260         AT END
011270             SET WS-PBL-FILE-AT-EOF TO TRUE
011280             GO TO 7410-EXIT
011290     END-READ.
011300     IF PART-BILLING-RECORD (1:1) NOT = "D"
011310        AND PART-BILLING-RECORD (1:1) NOT = "C"
011320         GO TO 7410-EXIT
011330     END-IF.
011340     WRITE BILLING-FILE-RECORD FROM PART-BILLING-RECORD.
011350     IF NOT WS-BIL-FILE-OK
011360         SET WS-WRITE-ERROR TO TRUE
011370     END-IF.
011380     ADD 1 TO WS-BIL-WRITE-CNT.
011390     GO TO 7410-EXIT.
011400 7410-EXIT.
011410     EXIT.
011420
011430******************************************************************
011440*    7600-CLOSE-RUN -- APPEND THE WHOLE-RUN (BLANK REGION) "C"
011450*    RECORD THAT CLOSES THE PARTITIONED NIGHT.  FROM HERE ON
011460*    RUNCTL READS AS IF ONE WHOLE-MASTER RUN HAD ENDED CLEAN,
011470*    AND THE NEXT RUN DRAWS A NEW NUMBER.  NOT WRITTEN WHEN ANY
011480*    MERGED OUTPUT FAILED -- THE NIGHT STAYS OPEN FOR A RERUN
011490*    OF THIS STEP.
011500******************************************************************
011510 7600-CLOSE-RUN.
011520     IF WS-WRITE-ERROR
011530         GO TO 7600-EXIT
011540     END-IF.
011550     OPEN EXTEND RUN-CONTROL-FILE.
011560     IF NOT WS-RCT-FILE-OK
011570         MOVE "RUNCTL WRITE FAILED -- NIGHT NOT CLOSED"
011580             TO WS-RPT-MSG-TEXT
011590         PERFORM 8800-REPORT-PROBLEM THRU 8800-EXIT
011600         SET WS-WRITE-ERROR TO TRUE
011610         GO TO 7600-EXIT
011620     END-IF.
011630     MOVE SPACES TO FB-RUN-CONTROL-RECORD.
011640     MOVE WS-MRG-RUN-NBR    TO FB-RUN-NUMBER.
011650     MOVE WS-MRG-RUN-ID     TO FB-RUN-DATE.
011660     MOVE WS-MRG-START-TIME TO FB-RUN-START-TIME.
011670     MOVE "C"               TO FB-RUN-STATUS.
011680     MOVE SPACES            TO FB-RUN-REGION.
011690     WRITE RUN-CONTROL-FILE-RECORD FROM FB-RUN-CONTROL-RECORD.
011700     CLOSE RUN-CONTROL-FILE.
011710     MOVE "00" TO WS-RCT-FILE-STATUS.
011720     GO TO 7600-EXIT.
011730 7600-EXIT.
011740     EXIT.
011750
011760******************************************************************
011770*    8800-REPORT-PROBLEM -- PRINT THE MESSAGE NOW IN
011780*    WS-RPT-MSG-TEXT AND MARK THE MERGE FAILED.
011790******************************************************************
011800 8800-REPORT-PROBLEM.
011810     WRITE MERGE-RPT-RECORD FROM WS-RPT-MSG-LINE.
011820     DISPLAY "FIZZMRG: " WS-RPT-MSG-TEXT.
011830     SET WS-MERGE-FAILED TO TRUE.
011840     GO TO 8800-EXIT.
011850 8800-EXIT.
011860     EXIT.
011870
011880******************************************************************
011890*    8900-REFUSE-MERGE -- THE NIGHT CANNOT BE MERGED AT ALL:
011900*    PRINT WHY AND END (RC=12) BEFORE ANY PARTIAL IS READ.
011910******************************************************************
011920 8900-REFUSE-MERGE.
011930     WRITE MERGE-RPT-RECORD FROM WS-RPT-MSG-LINE.
011940     DISPLAY "FIZZMRG: " WS-RPT-MSG-TEXT.
011950     CLOSE MERGE-RPT.
011960     MOVE 12 TO RETURN-CODE.
011970     PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT.
011980     STOP RUN.
011990 8900-EXIT.
012000     EXIT.
012010
012020******************************************************************
012030*    9000-TERMINATE -- PRINT THE VERDICT AND SET THE RETURN-CODE
012040*    THE SCHEDULER TESTS: RC=8 WHEN ANY PARTIAL FAILED ITS PROOF
012050*    (NOTHING WAS WRITTEN) OR A MERGED OUTPUT COULD NOT BE
012060*    WRITTEN (THE NIGHT IS LEFT OPEN).
012070******************************************************************
012080 9000-TERMINATE.
012090     MOVE SPACES TO MERGE-RPT-RECORD.
012100     WRITE MERGE-RPT-RECORD.
012110     IF WS-MERGE-FAILED OR WS-WRITE-ERROR
012120         MOVE "*** PARTITIONS NOT MERGED -- HOLD THE HAND-OFF ***"
012130             TO WS-RPT-MSG-TEXT
012140         MOVE 8 TO RETURN-CODE
012150     ELSE
012160         MOVE WS-BIL-WRITE-CNT TO WS-RPT-WORK-COUNT
012170         MOVE SPACES TO WS-RPT-MSG-TEXT
012180         STRING "PARTITIONS MERGED -- BILLING RECORDS WRITTEN "
012190             WS-RPT-WORK-COUNT DELIMITED BY SIZE
012200             INTO WS-RPT-MSG-TEXT
012210     END-IF.
012220     WRITE MERGE-RPT-RECORD FROM WS-RPT-MSG-LINE.
012230     CLOSE MERGE-RPT.
012240     GO TO 9000-EXIT.
012250 9000-EXIT.
012260     EXIT.
012270
012280******************************************************************
012290*    9800-WRITE-STEP-TIMING -- APPEND THIS STEP'S TIMING RECORD
012300*    TO THE SHARED STEP HISTORY (CREATED ON FIRST USE) FOR THE
012310*    FIZZSLA BATCH-WINDOW REPORT.  PERFORMED AHEAD OF EVERY
012320*    STOP RUN SO A STEP THAT ENDS ON AN ERROR IS TIMED TOO.  A
012330*    HISTORY THAT CANNOT BE WRITTEN IS REPORTED BUT NEVER
012340*    CHANGES THE STEP'S OWN RETURN-CODE.
012350******************************************************************
012360 9800-WRITE-STEP-TIMING.
012370     COMPUTE WS-TIM-RECORDS = WS-PSM-READ-CNT + WS-PBL-READ-CNT.
012380     MOVE SPACES            TO FB-STEP-TIMING-RECORD.
012390     MOVE WS-MRG-RUN-NBR    TO FB-TIM-RUN-NBR.
012400     MOVE "FIZZMRG"         TO FB-TIM-PROGRAM.
012410     MOVE WS-TIM-START-DATE TO FB-TIM-START-DATE.
012420     MOVE WS-TIM-START-TIME TO FB-TIM-START-TIME.
012430     ACCEPT FB-TIM-END-DATE FROM DATE YYYYMMDD.
012440     ACCEPT FB-TIM-END-TIME FROM TIME.
012450     MOVE WS-TIM-RECORDS    TO FB-TIM-RECORDS.
012460     MOVE RETURN-CODE       TO FB-TIM-RETURN-CODE.
012470     OPEN EXTEND STEP-HISTORY.
012480     IF WS-TIM-FILE-NOT-FOUND
012490         MOVE "00" TO WS-TIM-FILE-STATUS
012500         OPEN OUTPUT STEP-HISTORY
012510     END-IF.
012520     IF NOT WS-TIM-FILE-OK
012530         DISPLAY "FIZZMRG: STEP HISTORY (STEPHIST) OPEN FAILED,"
012540             " STATUS " WS-TIM-FILE-STATUS " -- STEP NOT TIMED"
012550         GO TO 9800-EXIT
012560     END-IF.
012570     WRITE STEP-HISTORY-RECORD FROM FB-STEP-TIMING-RECORD.
012580     CLOSE STEP-HISTORY.
012590     GO TO 9800-EXIT.
012600 9800-EXIT.
012610     EXIT.
