000437*                     DOLLARS, NOT JUST A COUNT OF ONE.  OLD
000438*                     SUMMARIES WITHOUT AMOUNTS SKIP THE
000439*                     DOLLAR CHECKS.
000440*    2026-10-15  JRM  IN ORDER MODE THE MASTER ROWS CREDITED BY
000441*                     THE LATEST RUN FOR CANCELLED ORDERS ARE NOW
000442*                     TIED, BY COUNT AND BY AMOUNT, TO THE CREDIT
000443*                     FIGURES ON ITS SUMMARY.  OLD SUMMARIES
000444*                     WITHOUT THEM SKIP THE CHECK.
000445*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 132 BYTES FOR
000446*                     THE BILLED LABEL FEE AND SUMMARY RECORD TO
000447*                     129 BYTES FOR THE FEE TOTAL.
000448*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 133 BYTES FOR
000449*                     THE BILLED LABEL BUCKET.
000450*    2026-10-15  JRM  AUDIT LOG RECORD WIDENED TO 68 BYTES FOR THE
000451*                     CLASSIFICATION OVERRIDE FLAG AND REASON
000452*                     CODE.
000453*    2026-10-15  JRM  EVERY EXECUTION NOW APPENDS A STEP-TIMING
000454*                     RECORD (RUN NUMBER, START AND END, RECORDS,
000455*                     RETURN-CODE) TO THE STEPHIST HISTORY FOR THE
000456*                     FIZZSLA BATCH-WINDOW REPORT.  RUNCTL IS READ
000457*                     FOR THE RUN NUMBER.
000458*    2026-10-15  JRM  SUMMARY RECORD WIDENED TO 139 BYTES FOR THE
000459*                     HELD-ORDER COUNT AND PARTITION REGION.
000460*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 141 BYTES FOR
000461*                     THE CUSTOMER ACCOUNT.
000462*    2026-10-15  JRM  CONTROL RECORD (CTLFILE) WIDENED TO 37 BYTES
000463*                     FOR THE HOLD LIMIT.
000464******************************************************************
000465
000466 ENVIRONMENT     DIVISION.
000467 CONFIGURATION   SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RPT-FILE-STATUS.
000780
000781     SELECT RUN-CONTROL-FILE
000782         ASSIGN TO "RUNCTL"
000783         ORGANIZATION IS LINE SEQUENTIAL
000784         FILE STATUS IS WS-RCT-FILE-STATUS.
000785
000786     SELECT STEP-HISTORY
000787         ASSIGN TO "STEPHIST"
000788         ORGANIZATION IS LINE SEQUENTIAL
000789         FILE STATUS IS WS-TIM-FILE-STATUS.
000790
000791 DATA            DIVISION.
000800 FILE            SECTION.
000810 FD  CONTROL-FILE
000820     RECORDING MODE IS F.
000830 01  CONTROL-FILE-RECORD           PIC X(37).
000840
000850 FD  AUDIT-FILE
000860     RECORDING MODE IS F.
000870 01  AUDIT-FILE-RECORD             PIC X(68).
000880
000890 FD  SUMMARY-FILE
000900     RECORDING MODE IS F.
000910 01  SUMMARY-FILE-RECORD           PIC X(139).
000920
000930 FD  ORDER-MASTER.
000940 01  ORDER-MASTER-RECORD.
000950     05  ORDER-MASTER-KEY          PIC 9(05).
000960     05  FILLER                    PIC X(136).
000970
000980 FD  BALANCE-RPT
000990     RECORDING MODE IS F.
001000 01  BALANCE-RPT-RECORD            PIC X(80).
001010
001011 FD  RUN-CONTROL-FILE
001012     RECORDING MODE IS F.
001013 01  RUN-CONTROL-FILE-RECORD       PIC X(32).
001014
001015 FD  STEP-HISTORY
001016     RECORDING MODE IS F.
001017 01  STEP-HISTORY-RECORD           PIC X(64).
001018
001020 WORKING-STORAGE SECTION.
001030******************************************************************
001040*    RECORD LAYOUTS SHARED WITH FIZZBUZZ SO THE COUNTS BALANCED
001708 77  WS-LAST-TOTAL-AMT             PIC 9(11)V99 VALUE 0.
001710 01  WS-LAST-AMT-SEEN-SW           PIC X(01) VALUE "N".
001712     88  WS-LAST-AMT-SEEN          VALUE "Y".
001713 77  WS-OMS-CREDIT-CNT             PIC 9(09) COMP VALUE 0.
001714 77  WS-OMS-CREDIT-AMT             PIC 9(13)V99 VALUE 0.
001715 77  WS-LAST-CREDIT-CNT            PIC 9(07) VALUE 0.
001716 77  WS-LAST-CREDIT-AMT            PIC 9(11)V99 VALUE 0.
001717 01  WS-LAST-CRD-SEEN-SW           PIC X(01) VALUE "N".
001718     88  WS-LAST-CRD-SEEN          VALUE "Y".
001719
001720******************************************************************
001730*    RUN-KEY TABLE -- ONE ENTRY PER DISTINCT RUN SEEN ON THE
001740*    LIVE AUDIT LOG, KEYED BY RUN NUMBER ("N" + NUMBER) OR, FOR
002690     05  FILLER                    PIC X(01) VALUE SPACE.
002700     05  WS-RPT-MSG-TEXT           PIC X(79).
002710
002711******************************************************************
002712*    STEP-TIMING HISTORY FIELDS.  THE START IS TAKEN AS THE
002713*    STEP BEGINS; THE END, RECORD COUNT AND RETURN-CODE AS IT
002714*    ENDS.
002715******************************************************************
002716 COPY FBTIMREC.
002717 COPY FBRUNREC.
002718 01  WS-RCT-FILE-STATUS            PIC X(02) VALUE "00".
002719     88  WS-RCT-FILE-OK            VALUE "00".
002720     88  WS-RCT-FILE-AT-EOF        VALUE "10".
002721 01  WS-TIM-FILE-STATUS            PIC X(02) VALUE "00".
002722     88  WS-TIM-FILE-OK            VALUE "00".
002723     88  WS-TIM-FILE-NOT-FOUND     VALUE "35".
002724 01  WS-TIM-RUN-NBR                PIC 9(06) VALUE 0.
002725 01  WS-TIM-START-DATE             PIC 9(08) VALUE 0.
002726 01  WS-TIM-START-TIME             PIC 9(08) VALUE 0.
002727 01  WS-TIM-RECORDS                PIC 9(09) VALUE 0.
002728
002729 PROCEDURE       DIVISION.
002730 0000-MAINLINE.
002733     ACCEPT WS-TIM-START-DATE FROM DATE YYYYMMDD.
002736     ACCEPT WS-TIM-START-TIME FROM TIME.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     PERFORM 2000-TALLY-SUMMARY-FILE THRU 2000-EXIT.
002760     PERFORM 3000-TALLY-AUDIT-FILE THRU 3000-EXIT.
002800     END-IF.
002810     PERFORM 5000-BALANCE-AND-REPORT THRU 5000-EXIT.
002820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002825     PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT.
002830     STOP RUN.
002840
002850******************************************************************
002920     IF NOT WS-RPT-FILE-OK
002930         DISPLAY "FIZZRCN: BALANCE REPORT OPEN FAILED -- ABORTED"
002940         MOVE 16 TO RETURN-CODE
002945         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
002950         STOP RUN
002960     END-IF.
002970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003872         MOVE 0 TO WS-LAST-TOTAL-AMT
003874         MOVE "N" TO WS-LAST-AMT-SEEN-SW
003876     END-IF.
003877     MOVE FB-SUM-RUN-DATE     TO WS-LAST-RUN-DATE.
003878     MOVE FB-SUM-NONE-CNT     TO WS-LAST-NONE-CNT.
003879     MOVE FB-SUM-SINGLE-CNT   TO WS-LAST-SINGLE-CNT.
003880     MOVE FB-SUM-MULTIPLE-CNT TO WS-LAST-MULTIPLE-CNT.
003890     MOVE FB-SUM-TOTAL-CNT    TO WS-LAST-TOTAL-CNT.
003900     MOVE FB-SUM-RUN-NBR      TO WS-LAST-RUN-NBR.
003901*    SUMMARIES WRITTEN BEFORE CANCELLATION CREDITS CARRY NO
003902*    CREDIT FIGURES -- THE CREDIT CHECK IS THEN SKIPPED.
003903     IF FB-SUM-CREDIT-CNT NUMERIC
003904        AND FB-SUM-CREDIT-AMT NUMERIC
003905         MOVE FB-SUM-CREDIT-CNT TO WS-LAST-CREDIT-CNT
003906         MOVE FB-SUM-CREDIT-AMT TO WS-LAST-CREDIT-AMT
003907         SET WS-LAST-CRD-SEEN TO TRUE
003908     ELSE
003909         MOVE 0 TO WS-LAST-CREDIT-CNT
003910         MOVE 0 TO WS-LAST-CREDIT-AMT
003911         MOVE "N" TO WS-LAST-CRD-SEEN-SW
003912     END-IF.
003916     SET WS-SUM-FOUND TO TRUE.
003920     GO TO 2100-EXIT.
003930 2100-EXIT.
003940     EXIT.
005920*    A SUMMARY CARRYING A RUN NUMBER IS MATCHED ON THE
005930*    MASTER'S RUN-NUMBER STAMP; OLD DATA FALLS BACK TO THE
005940*    RUN DATE.
005941*    A CANCELLED ORDER CREDITED BY THE LATEST RUN CARRIES ITS
005942*    RUN NUMBER IN THE CREDIT STAMP, WITH THE AMOUNT BILLED.
005943     IF WS-USE-RUN-NBR
005944        AND FB-OMS-CREDIT-RUN-NBR = WS-LAST-RUN-NBR
005945         ADD 1 TO WS-OMS-CREDIT-CNT
005946         IF FB-OMS-BILLED-AMOUNT NUMERIC
005947             ADD FB-OMS-BILLED-AMOUNT TO WS-OMS-CREDIT-AMT
005948         ELSE
005949             IF FB-OMS-AMOUNT NUMERIC
005950                 ADD FB-OMS-AMOUNT TO WS-OMS-CREDIT-AMT
005951             END-IF
005952         END-IF
005953     END-IF.
005956     IF WS-USE-RUN-NBR
005960         IF FB-OMS-LAST-RUN-NBR = WS-LAST-RUN-NBR
005970             ADD 1 TO WS-OMS-LASTRUN-CNT
005972             IF FB-OMS-AMOUNT NUMERIC
006350         SET WS-OUT-OF-BALANCE TO TRUE
006351     END-IF.
006352     WRITE BALANCE-RPT-RECORD FROM WS-RPT-CHECK-LINE.
006356*    AUDIT DETAIL VS SUMMARY TOTALS, SCOPED TO THE RUNS
006360*    PRESENT ON BOTH FILES -- AGED-OFF RUNS AND DEAD-RUN
006370*    ORPHANS ARE OUTSIDE THE TIE.
006380     IF WS-RKT-FULL
007025             END-IF
007026             WRITE BALANCE-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE
007027         END-IF
007028*        MASTER ROWS CREDITED BY THE LATEST RUN VS THE CREDITS
007029*        ITS SUMMARY SAYS WERE SENT, BY COUNT AND BY DOLLARS.
007030         IF WS-LAST-CRD-SEEN AND WS-USE-RUN-NBR
007031             PERFORM 5100-BALANCE-CREDITS THRU 5100-EXIT
007032         END-IF
007034     END-IF.
007036     GO TO 5000-EXIT.
007040 5000-EXIT.
007050     EXIT.
007051
007052 5100-BALANCE-CREDITS.
007053     MOVE "MASTER ROWS CREDITED VS SUMMARY CREDITS"
007054         TO WS-RPT-CHK-LIT.
007055     MOVE WS-LAST-CREDIT-CNT TO WS-RPT-CHK-EXPECTED.
007056     MOVE WS-OMS-CREDIT-CNT  TO WS-RPT-CHK-ACTUAL.
007057     IF WS-OMS-CREDIT-CNT = WS-LAST-CREDIT-CNT
007058         MOVE "OK" TO WS-RPT-CHK-RESULT
007059     ELSE
007060         MOVE "OUT OF BALANCE" TO WS-RPT-CHK-RESULT
007061         SET WS-OUT-OF-BALANCE TO TRUE
007062     END-IF.
007063     WRITE BALANCE-RPT-RECORD FROM WS-RPT-CHECK-LINE.
007064     MOVE "MASTER CREDIT AMOUNT VS SUMMARY" TO WS-RPT-ACH-LIT.
007065     MOVE WS-LAST-CREDIT-AMT TO WS-RPT-ACH-EXPECTED.
007066     MOVE WS-OMS-CREDIT-AMT  TO WS-RPT-ACH-ACTUAL.
007067     IF WS-OMS-CREDIT-AMT = WS-LAST-CREDIT-AMT
007068         MOVE "OK" TO WS-RPT-ACH-RESULT
007069     ELSE
007070         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
007071         SET WS-OUT-OF-BALANCE TO TRUE
007072     END-IF.
007073     WRITE BALANCE-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
007074     GO TO 5100-EXIT.
007075 5100-EXIT.
007076     EXIT.
007077
007078******************************************************************
007080*    9000-TERMINATE -- PRINT THE FINAL VERDICT AND SET THE
007090*    RETURN-CODE THE SCHEDULER TESTS BEFORE THE DOWNSTREAM
007100*    HAND-OFF.
007250     GO TO 9000-EXIT.
007260 9000-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300*    9800-WRITE-STEP-TIMING -- APPEND THIS STEP'S TIMING RECORD
007310*    TO THE SHARED STEP HISTORY (CREATED ON FIRST USE) FOR THE
007320*    FIZZSLA BATCH-WINDOW REPORT.  PERFORMED AHEAD OF EVERY
007330*    STOP RUN SO A STEP THAT ENDS ON AN ERROR IS TIMED TOO.  A
007340*    HISTORY THAT CANNOT BE WRITTEN IS REPORTED BUT NEVER
007350*    CHANGES THE STEP'S OWN RETURN-CODE.
007360******************************************************************
007370 9800-WRITE-STEP-TIMING.
007380     PERFORM 9810-READ-RUN-CONTROL THRU 9810-EXIT.
007390     COMPUTE WS-TIM-RECORDS = WS-SUM-RECORD-CNT
007395                            + WS-AUD-TOTAL-CNT.
007400     MOVE SPACES            TO FB-STEP-TIMING-RECORD.
007410     MOVE WS-TIM-RUN-NBR    TO FB-TIM-RUN-NBR.
007420     MOVE "FIZZRCN"         TO FB-TIM-PROGRAM.
007430     MOVE WS-TIM-START-DATE TO FB-TIM-START-DATE.
007440     MOVE WS-TIM-START-TIME TO FB-TIM-START-TIME.
007450     ACCEPT FB-TIM-END-DATE FROM DATE YYYYMMDD.
007460     ACCEPT FB-TIM-END-TIME FROM TIME.
007470     MOVE WS-TIM-RECORDS    TO FB-TIM-RECORDS.
007480     MOVE RETURN-CODE       TO FB-TIM-RETURN-CODE.
007490     OPEN EXTEND STEP-HISTORY.
007500     IF WS-TIM-FILE-NOT-FOUND
007510         MOVE "00" TO WS-TIM-FILE-STATUS
007520         OPEN OUTPUT STEP-HISTORY
007530     END-IF.
007540     IF NOT WS-TIM-FILE-OK
007550         DISPLAY "FIZZRCN: STEP HISTORY (STEPHIST) OPEN FAILED,"
007560             " STATUS " WS-TIM-FILE-STATUS " -- STEP NOT TIMED"
007570         GO TO 9800-EXIT
007580     END-IF.
007590     WRITE STEP-HISTORY-RECORD FROM FB-STEP-TIMING-RECORD.
007600     CLOSE STEP-HISTORY.
007610     GO TO 9800-EXIT.
007620 9800-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660*    9810-READ-RUN-CONTROL -- THE LAST RUNCTL RECORD IS THE RUN
007670*    THIS STEP BALANCED.  NO RUN-CONTROL FILE LEAVES THE STEP
007680*    TIMED UNDER RUN ZERO.
007690******************************************************************
007700 9810-READ-RUN-CONTROL.
007710     OPEN INPUT RUN-CONTROL-FILE.
007720     IF NOT WS-RCT-FILE-OK
007730         MOVE "00" TO WS-RCT-FILE-STATUS
007740         GO TO 9810-EXIT
007750     END-IF.
007760     PERFORM 9820-READ-ONE-RUN-RECORD THRU 9820-EXIT
007770         UNTIL WS-RCT-FILE-AT-EOF.
007780     CLOSE RUN-CONTROL-FILE.
007790     MOVE "00" TO WS-RCT-FILE-STATUS.
007800     GO TO 9810-EXIT.
007810 9810-EXIT.
007820     EXIT.
007830
007840 9820-READ-ONE-RUN-RECORD.
007850     READ RUN-CONTROL-FILE INTO FB-RUN-CONTROL-RECORD
007860         AT END
007870             SET WS-RCT-FILE-AT-EOF TO TRUE
007880             GO TO 9820-EXIT
007890     END-READ.
007900     IF FB-RUN-NUMBER NUMERIC
007910         MOVE FB-RUN-NUMBER TO WS-TIM-RUN-NBR
007920     END-IF.
007930     GO TO 9820-EXIT.
007940 9820-EXIT.
007950     EXIT.
