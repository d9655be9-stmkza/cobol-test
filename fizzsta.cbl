000200*                     INTO ONE PAGE, AND SETS A GREEN/AMBER/RED
000210*                     RETURN-CODE (0/4/8) SO THE SCHEDULER ONLY
000220*                     PAGES THE ON-CALL WHEN IT MATTERS.
000222*    2026-10-15  JRM  SUMMARY RECORD WIDENED TO 116 BYTES AND
000224*                     REJECT RECORD TO 70 BYTES FOR THE CREDIT
000226*                     TOTALS AND TRANSACTION CODE.
000227*    2026-10-15  JRM  SUMMARY RECORD WIDENED TO 129 BYTES FOR THE
000228*                     LABEL FEE TOTAL.
000229*    2026-10-15  JRM  ERROR REPORT RECORD WIDENED TO 78 BYTES.
000230*                     REGIONAL EXTRACTS FIZZLOD SKIPPED FOR
000231*                     FAILING THEIR HEADER, SEQUENCE OR TRAILER
000232*                     CHECKS ARE LISTED BY REGION WITH THE REASON.
000233*    2026-10-15  JRM  EVERY EXECUTION NOW APPENDS A STEP-TIMING
000234*                     RECORD (RUN NUMBER, START AND END, RECORDS,
000235*                     RETURN-CODE) TO THE STEPHIST HISTORY FOR THE
000236*                     FIZZSLA BATCH-WINDOW REPORT.
000237*    2026-10-15  JRM  SUMMARY RECORD WIDENED TO 139 BYTES FOR THE
000238*                     HELD-ORDER COUNT AND PARTITION REGION.
000239*    2026-10-15  JRM  AN UNMERGED PARTITIONED NIGHT (LAST RUNCTL
000240*                     RECORD CARRIES A REGION) IS RED AND SHOWN AS
000241*                     NOT MERGED.
000242*    2026-10-15  JRM  REJECT RECORD WIDENED TO 78 BYTES FOR THE
000243*                     CUSTOMER ACCOUNT.
000245******************************************************************
000247
000250 ENVIRONMENT     DIVISION.
000260 CONFIGURATION   SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPT-FILE-STATUS.
000610
000611     SELECT STEP-HISTORY
000612         ASSIGN TO "STEPHIST"
000613         ORGANIZATION IS LINE SEQUENTIAL
000614         FILE STATUS IS WS-TIM-FILE-STATUS.
000615
000620 DATA            DIVISION.
000630 FILE            SECTION.
000640 FD  RUN-CONTROL-FILE
000670
000680 FD  SUMMARY-FILE
000690     RECORDING MODE IS F.
000700 01  SUMMARY-FILE-RECORD           PIC X(139).
000710
000720 FD  ERROR-FILE
000730     RECORDING MODE IS F.
000740 01  ERROR-FILE-RECORD             PIC X(78).
000750
000760 FD  CHECKPOINT-FILE
000770     RECORDING MODE IS F.
000790
000800 FD  REJECT-FILE
000810     RECORDING MODE IS F.
000820 01  REJECT-FILE-RECORD            PIC X(78).
000830
000840 FD  OPS-RPT
000850     RECORDING MODE IS F.
000860 01  OPS-RPT-RECORD                PIC X(80).
000870
000872 FD  STEP-HISTORY
000874     RECORDING MODE IS F.
000876 01  STEP-HISTORY-RECORD           PIC X(64).
000878
000880 WORKING-STORAGE SECTION.
000890******************************************************************
000900*    RECORD LAYOUTS SHARED WITH THE PROGRAMS THAT WRITE THE
001440 01  WS-LAST-RUN-NBR               PIC 9(06) VALUE 0.
001450 01  WS-LAST-RUN-STATUS            PIC X(01) VALUE SPACE.
001460 01  WS-LAST-RUN-DATE              PIC X(08) VALUE SPACES.
001465 01  WS-LAST-RUN-REGION            PIC X(03) VALUE SPACES.
001470
001480******************************************************************
001490*    NEWEST AND PRIOR SUMMARY TOTALS
001790 01  WS-ERS-FOUND-SW               PIC X(01) VALUE "N".
001800     88  WS-ERS-FOUND              VALUE "Y".
001810 01  WS-ERR-TOTAL-CNT              PIC 9(07) VALUE 0.
001811
001812******************************************************************
001813*    REGIONAL EXTRACTS FIZZLOD SKIPPED WHOLE -- THOSE ORDERS
001814*    WERE NOT LOADED OR BILLED AND THE REGION MUST RESEND.
001815******************************************************************
001816 01  WS-SKIP-TOTALS.
001817     05  WS-SKP-COUNT              PIC 9(02) COMP VALUE 0.
001818     05  WS-SKP-ENTRY OCCURS 10 TIMES
001819             INDEXED BY WS-SKP-IDX.
001820         10  WS-SKP-REGION         PIC X(03).
001821         10  WS-SKP-SOURCE         PIC X(10).
001822         10  WS-SKP-REASON         PIC X(50).
001823 01  WS-SKP-TOTAL-CNT              PIC 9(07) VALUE 0.
001826
001830******************************************************************
001840*    OUTSTANDING REJECTS BY REGION
001850******************************************************************
002490     05  FILLER                    PIC X(01) VALUE SPACE.
002500     05  WS-RPT-MSG-TEXT           PIC X(79).
002510
002511******************************************************************
002512*    STEP-TIMING HISTORY FIELDS.  THE START IS TAKEN AS THE
002513*    STEP BEGINS; THE END, RECORD COUNT AND RETURN-CODE AS IT
002514*    ENDS.
002515******************************************************************
002516 COPY FBTIMREC.
002517 01  WS-TIM-FILE-STATUS            PIC X(02) VALUE "00".
002518     88  WS-TIM-FILE-OK            VALUE "00".
002519     88  WS-TIM-FILE-NOT-FOUND     VALUE "35".
002520 01  WS-TIM-RUN-NBR                PIC 9(06) VALUE 0.
002521 01  WS-TIM-START-DATE             PIC 9(08) VALUE 0.
002522 01  WS-TIM-START-TIME             PIC 9(08) VALUE 0.
002523 01  WS-TIM-RECORDS                PIC 9(09) VALUE 0.
002524
002527 PROCEDURE       DIVISION.
002530 0000-MAINLINE.
002533     ACCEPT WS-TIM-START-DATE FROM DATE YYYYMMDD.
002536     ACCEPT WS-TIM-START-TIME FROM TIME.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     PERFORM 2000-READ-RUN-STATE THRU 2000-EXIT.
002560     PERFORM 3000-READ-SUMMARIES THRU 3000-EXIT.
002590     PERFORM 6000-COUNT-REJECTS THRU 6000-EXIT.
002600     PERFORM 8000-PRINT-STATUS-REPORT THRU 8000-EXIT.
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002615     PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT.
002620     STOP RUN.
002630
002640******************************************************************
002700         DISPLAY "FIZZSTA: OPERATIONS REPORT OPEN FAILED --"
002710             " ABORTED"
002720         MOVE 16 TO RETURN-CODE
002725         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
002730         STOP RUN
002740     END-IF.
002750     GO TO 1000-EXIT.
002800*    2000-READ-RUN-STATE -- THE LAST RUNCTL RECORD IS THE
002810*    CURRENT RUN STATE.  AN "I" (STILL IN FLIGHT OR DIED) OR
002820*    "F" (FAILED) LAST RECORD, OR NO RUN STATE AT ALL, IS RED.
002822*    SO IS A LAST RECORD CARRYING A REGION: A PARTITIONED NIGHT
002824*    FIZZMRG HAS NOT CLOSED, WHOSE FIGURES ARE NOT YET
002826*    COMBINED.
002830******************************************************************
002840 2000-READ-RUN-STATE.
002850     OPEN INPUT RUN-CONTROL-FILE.
002950     IF NOT WS-RUN-SEEN
002960        OR WS-LAST-RUN-STATUS = "I"
002970        OR WS-LAST-RUN-STATUS = "F"
002975        OR WS-LAST-RUN-REGION NOT = SPACES
002980         SET WS-VERDICT-RED TO TRUE
002990     END-IF.
003000     GO TO 2000-EXIT.
003120     END-IF.
003130     MOVE FB-RUN-STATUS TO WS-LAST-RUN-STATUS.
003140     MOVE FB-RUN-DATE   TO WS-LAST-RUN-DATE.
003145     MOVE FB-RUN-REGION TO WS-LAST-RUN-REGION.
003150     SET WS-RUN-SEEN TO TRUE.
003160     GO TO 2100-EXIT.
003170 2100-EXIT.
003920             GO TO 4100-EXIT
003930     END-READ.
003940     ADD 1 TO WS-ERR-TOTAL-CNT.
003942     IF FB-ERR-REGION-SKIPPED
003944         PERFORM 4300-NOTE-SKIPPED-REGION THRU 4300-EXIT
003946     END-IF.
003950     MOVE FB-ERR-SOURCE TO WS-ERS-WORK-SOURCE.
003960     MOVE "N" TO WS-ERS-FOUND-SW.
003970     PERFORM 4200-MATCH-ONE-SOURCE THRU 4200-EXIT
004340     GO TO 4200-EXIT.
004350 4200-EXIT.
004360     EXIT.
004361
004362******************************************************************
004363*    4300-NOTE-SKIPPED-REGION -- KEEP THE FIRST TEN SKIPPED
004364*    EXTRACTS FOR THE REPORT; THE COUNT TAKES THEM ALL.
004365******************************************************************
004366 4300-NOTE-SKIPPED-REGION.
004367     ADD 1 TO WS-SKP-TOTAL-CNT.
004368     IF WS-SKP-COUNT = 10
004369         GO TO 4300-EXIT
004370     END-IF.
004371     ADD 1 TO WS-SKP-COUNT.
004372     SET WS-SKP-IDX TO WS-SKP-COUNT.
004373     MOVE FB-ERR-REGION TO WS-SKP-REGION (WS-SKP-IDX).
004374     MOVE FB-ERR-SOURCE TO WS-SKP-SOURCE (WS-SKP-IDX).
004375     MOVE FB-ERR-REASON TO WS-SKP-REASON (WS-SKP-IDX).
004376     GO TO 4300-EXIT.
004377 4300-EXIT.
004378     EXIT.
004379
004380******************************************************************
004390*    5000-READ-CHECKPOINT -- THE LAST CHECKPOINT RECORD'S
004400*    STATUS BYTE.  AN "R" STANDING MEANS THE RUN NEVER WROTE
005610         MOVE SPACES TO WS-RPT-LBL-TEXT
005620         STRING WS-LAST-RUN-NBR " / " WS-LAST-RUN-STATUS
005630             DELIMITED BY SIZE INTO WS-RPT-LBL-TEXT
005631         IF WS-LAST-RUN-REGION NOT = SPACES
005632             MOVE SPACES TO WS-RPT-LBL-TEXT
005633             STRING WS-LAST-RUN-NBR " / " WS-LAST-RUN-STATUS
005634                 " (REGION " WS-LAST-RUN-REGION
005635                 ", NOT MERGED)" DELIMITED BY SIZE
005636                 INTO WS-RPT-LBL-TEXT
005637         END-IF
005640         WRITE OPS-RPT-RECORD FROM WS-RPT-LABEL-LINE
005650     ELSE
005660         MOVE "NO RUN STATE ON RUNCTL" TO WS-RPT-MSG-TEXT
006110     PERFORM 8100-PRINT-ONE-SOURCE THRU 8100-EXIT
006120         VARYING WS-ERS-IDX FROM 1 BY 1
006130         UNTIL WS-ERS-IDX > WS-ERS-COUNT.
006131     IF WS-SKP-TOTAL-CNT > 0
006132         MOVE "REGION EXTRACTS SKIPPED BY THE LOAD"
006133             TO WS-RPT-CNT-LIT
006134         MOVE WS-SKP-TOTAL-CNT TO WS-RPT-CNT-VALUE
006135         WRITE OPS-RPT-RECORD FROM WS-RPT-COUNT-LINE
006136         PERFORM 8300-PRINT-ONE-SKIP THRU 8300-EXIT
006137             VARYING WS-SKP-IDX FROM 1 BY 1
006138             UNTIL WS-SKP-IDX > WS-SKP-COUNT
006139     END-IF.
006140     MOVE "REJECTS OUTSTANDING" TO WS-RPT-CNT-LIT.
006150     MOVE WS-REJ-TOTAL-CNT TO WS-RPT-CNT-VALUE.
006160     WRITE OPS-RPT-RECORD FROM WS-RPT-COUNT-LINE.
006400     GO TO 8200-EXIT.
006410 8200-EXIT.
006420     EXIT.
006421
006422 8300-PRINT-ONE-SKIP.
006423     MOVE SPACES TO WS-RPT-MSG-TEXT.
006424     STRING "  REGION " WS-SKP-REGION (WS-SKP-IDX) " "
006425         WS-SKP-SOURCE (WS-SKP-IDX) " -- "
006426         WS-SKP-REASON (WS-SKP-IDX)
006427         DELIMITED BY SIZE INTO WS-RPT-MSG-TEXT.
006428     WRITE OPS-RPT-RECORD FROM WS-RPT-MSG-LINE.
006429     GO TO 8300-EXIT.
006430 8300-EXIT.
006431     EXIT.
006435
006440******************************************************************
006450*    9000-TERMINATE -- PRINT THE VERDICT AND SET THE
006460*    GREEN/AMBER/RED RETURN-CODE THE SCHEDULER PAGES ON.
006660     GO TO 9000-EXIT.
006670 9000-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710*    9800-WRITE-STEP-TIMING -- APPEND THIS STEP'S TIMING RECORD
006720*    TO THE SHARED STEP HISTORY (CREATED ON FIRST USE) FOR THE
006730*    FIZZSLA BATCH-WINDOW REPORT.  PERFORMED AHEAD OF EVERY
006740*    STOP RUN SO A STEP THAT ENDS ON AN ERROR IS TIMED TOO.  A
006750*    HISTORY THAT CANNOT BE WRITTEN IS REPORTED BUT NEVER
006760*    CHANGES THE STEP'S OWN RETURN-CODE.
006770******************************************************************
006780 9800-WRITE-STEP-TIMING.
006790     MOVE WS-LAST-RUN-NBR   TO WS-TIM-RUN-NBR.
006800     COMPUTE WS-TIM-RECORDS = WS-SUM-SEEN-CNT + WS-ERR-TOTAL-CNT
006810                            + WS-REJ-TOTAL-CNT.
006820     MOVE SPACES            TO FB-STEP-TIMING-RECORD.
006830     MOVE WS-TIM-RUN-NBR    TO FB-TIM-RUN-NBR.
006840     MOVE "FIZZSTA"         TO FB-TIM-PROGRAM.
006850     MOVE WS-TIM-START-DATE TO FB-TIM-START-DATE.
006860     MOVE WS-TIM-START-TIME TO FB-TIM-START-TIME.
006870     ACCEPT FB-TIM-END-DATE FROM DATE YYYYMMDD.
006880     ACCEPT FB-TIM-END-TIME FROM TIME.
006890     MOVE WS-TIM-RECORDS    TO FB-TIM-RECORDS.
006900     MOVE RETURN-CODE       TO FB-TIM-RETURN-CODE.
006910     OPEN EXTEND STEP-HISTORY.
006920     IF WS-TIM-FILE-NOT-FOUND
006930         MOVE "00" TO WS-TIM-FILE-STATUS
006940         OPEN OUTPUT STEP-HISTORY
006950     END-IF.
006960     IF NOT WS-TIM-FILE-OK
006970         DISPLAY "FIZZSTA: STEP HISTORY (STEPHIST) OPEN FAILED,"
006980             " STATUS " WS-TIM-FILE-STATUS " -- STEP NOT TIMED"
006990         GO TO 9800-EXIT
007000     END-IF.
007010     WRITE STEP-HISTORY-RECORD FROM FB-STEP-TIMING-RECORD.
007020     CLOSE STEP-HISTORY.
007030     GO TO 9800-EXIT.
007040 9800-EXIT.
007050     EXIT.
