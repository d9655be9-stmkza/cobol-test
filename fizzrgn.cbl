000245*                     ZERO WHEN THE MASTER OR THE AMOUNT IS
000246*                     GONE) AND THE TRAILER CARRIES THE AMOUNT
000247*                     TOTAL THE BILLING LOADER VERIFIES.
000248*    2026-10-15  JRM  THE REBUILT HEADER NOW CARRIES THE RUN
000249*                     NUMBER, THE "C" CREDITS THE RUN SENT FOR
000250*                     CANCELLED ORDERS ARE REBUILT FROM THE MASTER
000251*                     CREDIT STAMPS, AND THE TRAILER CARRIES THE
000252*                     NET AMOUNT AND THE CREDIT COUNT AND AMOUNT.
000253*                     DETAIL AMOUNTS NOW PREFER THE AMOUNT THE RUN
000254*                     STAMPED AS BILLED.
000255*    2026-10-15  JRM  REBUILT DETAILS CARRY THE LABEL FEE STAMPED
000256*                     BY THE TARGET RUN; TRAILER CARRIES THE FEE
000257*                     TOTAL.
000258*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 133 BYTES.
000259*                     REBUILT DETAILS AND CREDITS CARRY THE REGION
000260*                     AND THE LABEL BUCKET STAMPED ON THE MASTER
000261*                     WHEN THE ORDER WAS BILLED.
000262*    2026-10-15  JRM  AUDIT LOG RECORD WIDENED TO 68 BYTES FOR THE
000263*                     CLASSIFICATION OVERRIDE FLAG AND REASON
000264*                     CODE.
000265*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 141 BYTES FOR
000266*                     THE CUSTOMER ACCOUNT.
000267******************************************************************
000268
000270 ENVIRONMENT     DIVISION.
000280 CONFIGURATION   SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000610
000620 FD  AUDIT-FILE
000630     RECORDING MODE IS F.
000640 01  AUDIT-FILE-RECORD             PIC X(68).
000650
000660 FD  ORDER-MASTER.
000670 01  ORDER-MASTER-RECORD.
000680     05  ORDER-MASTER-KEY          PIC 9(05).
000690     05  FILLER                    PIC X(136).
000700
000710 FD  BILLING-FILE
000720     RECORDING MODE IS F.
000730 01  BILLING-FILE-RECORD           PIC X(73).
000740
000750 WORKING-STORAGE SECTION.
000760******************************************************************
001190 77  WS-DETAIL-CNT                 PIC 9(07) VALUE 0.
001200 77  WS-BILL-HASH                  PIC 9(12) VALUE 0.
001202 77  WS-BILL-AMT-TOTAL             PIC 9(13)V99 VALUE 0.
001204 77  WS-CREDIT-CNT                 PIC 9(07) VALUE 0.
001206 77  WS-CREDIT-AMT-TOTAL           PIC 9(13)V99 VALUE 0.
001208 77  WS-BILL-NET-AMT               PIC S9(13)V99 VALUE 0.
001209 77  WS-BILL-FEE-TOTAL             PIC 9(13)V99 VALUE 0.
001210 01  WS-RUN-ID                     PIC X(08) VALUE SPACES.
001220 01  WS-RUN-ID-R REDEFINES WS-RUN-ID.
001230     05  WS-RID-YEAR               PIC X(04).
001350*        -- FALL BACK TO THE RUN STAMPS ON THE ORDER MASTER.
001360         PERFORM 4000-REGEN-FROM-MASTER THRU 4000-EXIT
001370     END-IF.
001375     PERFORM 6000-REGEN-CREDITS THRU 6000-EXIT.
001380     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001400     STOP RUN.
002070     MOVE "H" TO FB-BIL-HDR-TYPE.
002080     MOVE WS-RUN-DATE TO FB-BIL-HDR-RUN-DATE.
002090     MOVE WS-RUN-ID   TO FB-BIL-HDR-RUN-ID.
002095     MOVE WS-TARGET-RUN-NBR TO FB-BIL-HDR-RUN-NBR.
002100     SET FB-BIL-RETRANSMISSION TO TRUE.
002110     WRITE BILLING-FILE-RECORD FROM FB-BILLING-HEADER.
002120     IF NOT WS-BIL-FILE-OK
002500     IF FB-AUD-VALUE NOT NUMERIC
002510         GO TO 3100-EXIT
002520     END-IF.
002525     MOVE SPACES       TO FB-BILLING-DETAIL.
002530     MOVE FB-AUD-VALUE TO FB-BIL-DTL-ID.
002540     MOVE FB-AUD-LABEL TO FB-BIL-DTL-LABEL.
002545     PERFORM 3200-LOOKUP-AMOUNT THRU 3200-EXIT.
002594******************************************************************
002596 3200-LOOKUP-AMOUNT.
002598     MOVE 0 TO FB-BIL-DTL-AMOUNT.
002599     MOVE 0 TO FB-BIL-DTL-FEE.
002600*    AN UNLABELED ORDER CAN ONLY HAVE BEEN IN THE NONE BUCKET; A
002601*    LABELED ONE TAKES THE BUCKET STAMPED WHEN IT WAS BILLED.
002602     IF FB-AUD-LABEL = SPACES
002603         MOVE "N" TO FB-BIL-DTL-BUCKET
002604     END-IF.
002605     IF NOT WS-OMS-AVAILABLE
002606         GO TO 3200-EXIT
002607     END-IF.
002608     MOVE FB-AUD-VALUE TO ORDER-MASTER-KEY.
002609     READ ORDER-MASTER INTO FB-ORDER-MASTER-RECORD
002610         KEY IS ORDER-MASTER-KEY
002612     END-READ.
002614     IF WS-OMS-FILE-OK
002615         MOVE FB-OMS-REGION TO FB-BIL-DTL-REGION
002616*        THE AMOUNT STAMPED AS BILLED BY THE TARGET RUN WINS
002617*        OVER THE CURRENT AMOUNT, WHICH A LATER CHANGE MAY
002618*        HAVE ALTERED.
002619         IF FB-OMS-BILLED-RUN-NBR = WS-TARGET-RUN-NBR
002620            AND FB-OMS-BILLED-AMOUNT NUMERIC
002621             MOVE FB-OMS-BILLED-AMOUNT TO FB-BIL-DTL-AMOUNT
002622             IF FB-OMS-BILLED-FEE NUMERIC
002623                 MOVE FB-OMS-BILLED-FEE TO FB-BIL-DTL-FEE
002624             END-IF
002625             IF FB-OMS-BILLED-BUCKET NOT = SPACE
002626                 MOVE FB-OMS-BILLED-BUCKET TO FB-BIL-DTL-BUCKET
002627             END-IF
002628             GO TO 3200-EXIT
002629         END-IF
002630         IF FB-OMS-AMOUNT NUMERIC
002631             MOVE FB-OMS-AMOUNT TO FB-BIL-DTL-AMOUNT
002632         END-IF
002633     ELSE
002634         MOVE "00" TO WS-OMS-FILE-STATUS
002635     END-IF.
002636     GO TO 3200-EXIT.
002637 3200-EXIT.
002638     EXIT.
002639
002640******************************************************************
002641*    4000-REGEN-FROM-MASTER -- FALLBACK: ONE BILLING DETAIL
002642*    PER ORDER MASTER RECORD STAMPED BY THE TARGET RUN, IN
002643*    KEY ORDER -- THE ORDER FIZZBUZZ WALKED THE MASTER IN.
002644******************************************************************
002650 4000-REGEN-FROM-MASTER.
002660     IF NOT WS-OMS-AVAILABLE
002670         GO TO 4000-EXIT
002890     IF FB-OMS-LAST-RUN-NBR NOT = WS-TARGET-RUN-NBR
002900         GO TO 4100-EXIT
002910     END-IF.
002915     MOVE SPACES       TO FB-BILLING-DETAIL.
002920     MOVE FB-OMS-ID    TO FB-BIL-DTL-ID.
002930     MOVE FB-OMS-LABEL TO FB-BIL-DTL-LABEL.
002932     IF FB-OMS-AMOUNT NUMERIC
002936     ELSE
002938         MOVE 0 TO FB-BIL-DTL-AMOUNT
002939     END-IF.
002940*    ONLY A FEE STAMPED BY THE TARGET RUN ITSELF WAS BILLED BY IT.
002941     MOVE 0 TO FB-BIL-DTL-FEE.
002942     IF FB-OMS-BILLED-RUN-NBR = WS-TARGET-RUN-NBR
002943        AND FB-OMS-BILLED-FEE NUMERIC
002944         MOVE FB-OMS-BILLED-FEE TO FB-BIL-DTL-FEE
002945     END-IF.
002946     MOVE FB-OMS-REGION TO FB-BIL-DTL-REGION.
002947     IF FB-OMS-LABEL = SPACES
002948         MOVE "N" TO FB-BIL-DTL-BUCKET
002949     END-IF.
002950     IF FB-OMS-BILLED-RUN-NBR = WS-TARGET-RUN-NBR
002951        AND FB-OMS-BILLED-BUCKET NOT = SPACE
002952         MOVE FB-OMS-BILLED-BUCKET TO FB-BIL-DTL-BUCKET
002953     END-IF.
002955     PERFORM 5000-WRITE-ONE-DETAIL THRU 5000-EXIT.
002957     GO TO 4100-EXIT.
002960 4100-EXIT.
002970     EXIT.
002980
003110     ADD 1 TO WS-DETAIL-CNT.
003120     ADD FB-BIL-DTL-ID TO WS-BILL-HASH.
003125     ADD FB-BIL-DTL-AMOUNT TO WS-BILL-AMT-TOTAL.
003127     ADD FB-BIL-DTL-FEE TO WS-BILL-FEE-TOTAL.
003130     GO TO 5000-EXIT.
003140 5000-EXIT.
003150     EXIT.
003151
003152******************************************************************
003153*    6000-REGEN-CREDITS -- ONE "C" CREDIT PER ORDER MASTER
003154*    RECORD WHOSE CANCELLATION WAS CREDITED BY THE TARGET RUN.
003155*    THE CREDITS FOLLOW THE DETAILS RATHER THAN FALLING IN KEY
003156*    ORDER AMONG THEM AS ON THE ORIGINAL GENERATION; THE COUNTS,
003157*    HASH AND AMOUNTS THE LOADER VERIFIES ARE THE SAME.
003158******************************************************************
003159 6000-REGEN-CREDITS.
003160     IF NOT WS-OMS-AVAILABLE
003161         GO TO 6000-EXIT
003162     END-IF.
003163*    REOPEN TO POSITION BACK AT THE TOP -- THE DETAIL PASS
003164*    MAY HAVE MOVED THE FILE POSITION OR RUN IT TO END.
003165     CLOSE ORDER-MASTER.
003166     MOVE "00" TO WS-OMS-FILE-STATUS.
003167     OPEN INPUT ORDER-MASTER.
003168     IF NOT WS-OMS-FILE-OK
003169         MOVE "N" TO WS-OMS-AVAIL-SW
003170         MOVE "00" TO WS-OMS-FILE-STATUS
003171         GO TO 6000-EXIT
003172     END-IF.
003173     PERFORM 6100-REGEN-ONE-CREDIT THRU 6100-EXIT
003174         UNTIL WS-OMS-FILE-AT-EOF.
003175     GO TO 6000-EXIT.
003176 6000-EXIT.
003177     EXIT.
003178
003179 6100-REGEN-ONE-CREDIT.
003180     READ ORDER-MASTER NEXT RECORD
003181         INTO FB-ORDER-MASTER-RECORD
003182         AT END
003183             SET WS-OMS-FILE-AT-EOF TO TRUE
003184             GO TO 6100-EXIT
003185     END-READ.
003186     IF FB-OMS-CREDIT-RUN-NBR NOT NUMERIC
003187         GO TO 6100-EXIT
003188     END-IF.
003189     IF FB-OMS-CREDIT-RUN-NBR NOT = WS-TARGET-RUN-NBR
003190         GO TO 6100-EXIT
003191     END-IF.
003192     MOVE SPACES       TO FB-BILLING-CREDIT.
003193     MOVE "C"          TO FB-BIL-CRD-TYPE.
003194     MOVE FB-OMS-ID    TO FB-BIL-CRD-ID.
003195     MOVE FB-OMS-LABEL TO FB-BIL-CRD-LABEL.
003196     MOVE FB-OMS-REGION TO FB-BIL-CRD-REGION.
003197     MOVE FB-OMS-BILLED-BUCKET TO FB-BIL-CRD-BUCKET.
003198     IF FB-OMS-BILLED-RUN-NBR NOT = SPACES
003199         MOVE FB-OMS-BILLED-RUN-NBR TO FB-BIL-CRD-ORIG-RUN-NBR
003200         IF FB-OMS-BILLED-AMOUNT NUMERIC
003201             MOVE FB-OMS-BILLED-AMOUNT TO FB-BIL-CRD-AMOUNT
003202         ELSE
003203             MOVE 0 TO FB-BIL-CRD-AMOUNT
003204         END-IF
003205     ELSE
003206         MOVE FB-OMS-LAST-RUN-NBR TO FB-BIL-CRD-ORIG-RUN-NBR
003207         IF FB-OMS-AMOUNT NUMERIC
003208             MOVE FB-OMS-AMOUNT TO FB-BIL-CRD-AMOUNT
003209         ELSE
003210             MOVE 0 TO FB-BIL-CRD-AMOUNT
003211         END-IF
003212     END-IF.
003213     WRITE BILLING-FILE-RECORD FROM FB-BILLING-CREDIT.
003214     IF NOT WS-BIL-FILE-OK
003215         SET WS-BIL-ERROR TO TRUE
003216         GO TO 6100-EXIT
003217     END-IF.
003218     ADD 1 TO WS-CREDIT-CNT.
003219     ADD FB-BIL-CRD-ID TO WS-BILL-HASH.
003220     ADD FB-BIL-CRD-AMOUNT TO WS-CREDIT-AMT-TOTAL.
003221     GO TO 6100-EXIT.
003222 6100-EXIT.
003223     EXIT.
003224
003225******************************************************************
003226*    8000-WRITE-TRAILER -- THE TRAILER CARRIES THE REBUILT
003227*    COUNT AND RECOMPUTED HASH THE BILLING LOADER VERIFIES.
003228******************************************************************
003229 8000-WRITE-TRAILER.
003230     MOVE SPACES TO FB-BILLING-TRAILER.
003231     MOVE "T" TO FB-BIL-TRL-TYPE.
003240     MOVE WS-DETAIL-CNT TO FB-BIL-TRL-COUNT.
003250     MOVE WS-BILL-HASH  TO FB-BIL-TRL-HASH.
003251     SUBTRACT WS-CREDIT-AMT-TOTAL FROM WS-BILL-AMT-TOTAL
003252         GIVING WS-BILL-NET-AMT.
003255     MOVE WS-BILL-NET-AMT     TO FB-BIL-TRL-AMOUNT.
003256     MOVE WS-CREDIT-CNT       TO FB-BIL-TRL-CREDIT-CNT.
003257     MOVE WS-CREDIT-AMT-TOTAL TO FB-BIL-TRL-CREDIT-AMT.
003258     MOVE WS-BILL-FEE-TOTAL   TO FB-BIL-TRL-FEE-AMT.
003260     WRITE BILLING-FILE-RECORD FROM FB-BILLING-TRAILER.
003270     IF NOT WS-BIL-FILE-OK
003280         SET WS-BIL-ERROR TO TRUE
003410     DISPLAY "FIZZRGN: RUN " WS-TARGET-RUN-NBR
003420         " REBUILT WITH " WS-DETAIL-CNT " DETAILS, HASH "
003430         WS-BILL-HASH.
003432     IF WS-CREDIT-CNT > 0
003434         DISPLAY "FIZZRGN: RUN " WS-TARGET-RUN-NBR
003436             " REBUILT WITH " WS-CREDIT-CNT " CREDITS"
003438     END-IF.
003440     IF WS-DETAIL-CNT = 0
003450         DISPLAY "FIZZRGN: NO CLASSIFIED RECORDS FOUND FOR THE"
003460             " RUN -- DO NOT TRANSMIT"
