000364*                     THROUGH FIZZMNT BUT NOT YET APPROVED BY
000366*                     A SECOND OPERATOR -- ARE NOW SKIPPED,
000368*                     THE SAME AS FIZZBUZZ SKIPS THEM.
000369*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 123 BYTES FOR
000370*                     THE CANCELLATION STATUS AND BILLING STAMPS.
000371*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 132 BYTES FOR
000372*                     THE BILLED LABEL FEE.
000373*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 133 BYTES FOR
000374*                     THE BILLED LABEL BUCKET.
000375*    2026-10-15  JRM  EVERY EXECUTION NOW APPENDS A STEP-TIMING
000376*                     RECORD (RUN NUMBER, START AND END, RECORDS,
000377*                     RETURN-CODE) TO THE STEPHIST HISTORY FOR THE
000378*                     FIZZSLA BATCH-WINDOW REPORT.
000379*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 141 BYTES FOR
000381*                     THE CUSTOMER ACCOUNT.
000382*    2026-10-15  JRM  CONTROL RECORD (CTLFILE) WIDENED TO 37 BYTES
000383*                     FOR THE HOLD LIMIT.
000384******************************************************************
000385
000390 ENVIRONMENT     DIVISION.
000400 CONFIGURATION   SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RCT-FILE-STATUS.
000620
000621     SELECT STEP-HISTORY
000622         ASSIGN TO "STEPHIST"
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS WS-TIM-FILE-STATUS.
000625
000630 DATA            DIVISION.
000640 FILE            SECTION.
000650 FD  CONTROL-FILE
000660     RECORDING MODE IS F.
000670 01  CONTROL-FILE-RECORD           PIC X(37).
000680
000690 FD  ORDER-MASTER.
000700 01  ORDER-MASTER-RECORD.
000710     05  ORDER-MASTER-KEY          PIC 9(05).
000720     05  FILLER                    PIC X(136).
000730
000740 FD  RUN-CONTROL-FILE
000750     RECORDING MODE IS F.
000760 01  RUN-CONTROL-FILE-RECORD       PIC X(32).
000770
000772 FD  STEP-HISTORY
000774     RECORDING MODE IS F.
000776 01  STEP-HISTORY-RECORD           PIC X(64).
000778
000780 WORKING-STORAGE SECTION.
000790******************************************************************
000800*    CONTROL FILE AND RUN-CONTROL RECORD LAYOUTS -- SHARED WITH
001230 01  WS-TODAY-DATE                 PIC 9(08) VALUE 0.
001240 01  WS-EFF-DATE-WORK              PIC 9(08) VALUE 0.
001250 01  WS-GOV-CTL-DATE               PIC 9(08) VALUE 0.
001260 01  WS-GOV-CTL-RECORD             PIC X(37) VALUE SPACES.
001270 01  WS-GOV-CTL-FOUND-SW           PIC X(01) VALUE "N".
001280     88  WS-GOV-CTL-FOUND          VALUE "Y".
001290
001291******************************************************************
001292*    STEP-TIMING HISTORY FIELDS.  THE START IS TAKEN AS THE
001293*    STEP BEGINS; THE END, RECORD COUNT AND RETURN-CODE AS IT
001294*    ENDS.
001295******************************************************************
001296 COPY FBTIMREC.
001297 01  WS-TIM-FILE-STATUS            PIC X(02) VALUE "00".
001298     88  WS-TIM-FILE-OK            VALUE "00".
001299     88  WS-TIM-FILE-NOT-FOUND     VALUE "35".
001300 01  WS-TIM-RUN-NBR                PIC 9(06) VALUE 0.
001301 01  WS-TIM-START-DATE             PIC 9(08) VALUE 0.
001302 01  WS-TIM-START-TIME             PIC 9(08) VALUE 0.
001303 01  WS-TIM-RECORDS                PIC 9(09) VALUE 0.
001304
001307 LINKAGE         SECTION.
001310 01  PARM-AREA.
001320     05  PARM-LEN                  PIC S9(04) COMP.
001330     05  PARM-DATA                 PIC X(05).
001390*    THE TWO, AND SET RETURN-CODE FOR THE NEXT STEP'S COND= TEST.
001400******************************************************************
001410 0000-MAINLINE.
001413     ACCEPT WS-TIM-START-DATE FROM DATE YYYYMMDD.
001416     ACCEPT WS-TIM-START-TIME FROM TIME.
001420     PERFORM 1500-SHOW-RUN-STATE THRU 1500-EXIT.
001430     PERFORM 1000-GET-EXPECTED-COUNT THRU 1000-EXIT.
001440     PERFORM 2000-GET-ACTUAL-COUNT THRU 2000-EXIT.
001450     PERFORM 3000-COMPARE-COUNTS THRU 3000-EXIT.
001455     PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT.
001460     STOP RUN.
001470
001480******************************************************************
003090     GO TO 3000-EXIT.
003100 3000-EXIT.
003110     EXIT.
003120
003130******************************************************************
003140*    9800-WRITE-STEP-TIMING -- APPEND THIS STEP'S TIMING RECORD
003150*    TO THE SHARED STEP HISTORY (CREATED ON FIRST USE) FOR THE
003160*    FIZZSLA BATCH-WINDOW REPORT.  PERFORMED AHEAD OF EVERY
003170*    STOP RUN SO A STEP THAT ENDS ON AN ERROR IS TIMED TOO.  A
003180*    HISTORY THAT CANNOT BE WRITTEN IS REPORTED BUT NEVER
003190*    CHANGES THE STEP'S OWN RETURN-CODE.
003200******************************************************************
003210 9800-WRITE-STEP-TIMING.
003220     COMPUTE WS-TIM-RUN-NBR = WS-LAST-RUN-NBR + 1.
003230     MOVE WS-ACTUAL-COUNT   TO WS-TIM-RECORDS.
003240     MOVE SPACES            TO FB-STEP-TIMING-RECORD.
003250     MOVE WS-TIM-RUN-NBR    TO FB-TIM-RUN-NBR.
003260     MOVE "FIZZCHK"         TO FB-TIM-PROGRAM.
003270     MOVE WS-TIM-START-DATE TO FB-TIM-START-DATE.
003280     MOVE WS-TIM-START-TIME TO FB-TIM-START-TIME.
003290     ACCEPT FB-TIM-END-DATE FROM DATE YYYYMMDD.
003300     ACCEPT FB-TIM-END-TIME FROM TIME.
003310     MOVE WS-TIM-RECORDS    TO FB-TIM-RECORDS.
003320     MOVE RETURN-CODE       TO FB-TIM-RETURN-CODE.
003330     OPEN EXTEND STEP-HISTORY.
003340     IF WS-TIM-FILE-NOT-FOUND
003350         MOVE "00" TO WS-TIM-FILE-STATUS
003360         OPEN OUTPUT STEP-HISTORY
003370     END-IF.
003380     IF NOT WS-TIM-FILE-OK
003390         DISPLAY "FIZZCHK: STEP HISTORY (STEPHIST) OPEN FAILED,"
003400             " STATUS " WS-TIM-FILE-STATUS " -- STEP NOT TIMED"
003410         GO TO 9800-EXIT
003420     END-IF.
003430     WRITE STEP-HISTORY-RECORD FROM FB-STEP-TIMING-RECORD.
003440     CLOSE STEP-HISTORY.
003450     GO TO 9800-EXIT.
003460 9800-EXIT.
003470     EXIT.
