000220*                     TO START WITH A BUSINESS DATE INSIDE IT.
000230*                     A PERIOD ALREADY CLOSED, OR ONE WHOSE
000240*                     LAST RUN IS STILL IN FLIGHT, IS REFUSED.
000242*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 123 BYTES AND
000244*                     SUMMARY RECORD TO 116 BYTES FOR THE
000246*                     CANCELLATION AND CREDIT FIELDS.
000247*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 132 BYTES FOR
000248*                     THE BILLED LABEL FEE AND SUMMARY RECORD TO
000249*                     129 BYTES FOR THE FEE TOTAL.
000250*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 133 BYTES FOR
000251*                     THE BILLED LABEL BUCKET.
000252*    2026-10-15  JRM  SUMMARY RECORD WIDENED TO 139 BYTES FOR THE
000253*                     HELD-ORDER COUNT AND PARTITION REGION.
000254*    2026-10-15  JRM  THE CLOSE NOW ALSO TOTALS THE ORDER AMOUNT
000255*                     OF THE MASTER RECORDS STAMPED IN THE PERIOD
000256*                     AND WHAT WAS BILLED ON THEM (AMOUNT PLUS
000257*                     FEE), PRINTS BOTH AND CARRIES THEM, WITH THE
000258*                     RECORD COUNT, ON THE PERIODS RECORD (NOW 80
000259*                     BYTES) FOR THE FIZZSTM CUSTOMER STATEMENTS
000260*                     TO TIE TO. ORDER MASTER RECORD WIDENED TO
000261*                     141 BYTES.
000262*    2026-10-15  JRM  CANCELLATION CREDITS ISSUED BY THE PERIOD'S
000263*                     RUNS ARE NOW TOTALLED AND PRINTED, AND THE
000264*                     PERIODS RECORD CARRIES WHAT WAS BILLED NET
000265*                     OF THEM (SIGNED) SO THE CUSTOMER STATEMENTS
000266*                     STILL TIE.
000267******************************************************************
000268
000270 ENVIRONMENT     DIVISION.
000280 CONFIGURATION   SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000710
000720 FD  SUMMARY-FILE
000730     RECORDING MODE IS F.
000740 01  SUMMARY-FILE-RECORD           PIC X(139).
000750
000760 FD  RULE-STAT-FILE
000770     RECORDING MODE IS F.
000800 FD  ORDER-MASTER.
000810 01  ORDER-MASTER-RECORD.
000820     05  ORDER-MASTER-KEY          PIC 9(05).
000830     05  FILLER                    PIC X(136).
000840
000850 FD  PERIOD-FILE
000860     RECORDING MODE IS F.
000870 01  PERIOD-FILE-RECORD            PIC X(80).
000880
000890 FD  CLOSE-RPT
000900     RECORDING MODE IS F.
001430         88  WS-REG-FOUND          VALUE "Y".
001440     05  WS-RUL-FOUND-SW           PIC X(01) VALUE "N".
001450         88  WS-RUL-FOUND          VALUE "Y".
001452     05  WS-OMS-STAMPED-SW         PIC X(01) VALUE "N".
001454         88  WS-OMS-STAMPED        VALUE "Y".
001456     05  WS-OMS-CREDITED-SW        PIC X(01) VALUE "N".
001458         88  WS-OMS-CREDITED       VALUE "Y".
001460
001470******************************************************************
001480*    PERIOD CONTROL FIELDS.  THE PERIOD ARRIVES AS YYYYMM IN
001780 01  WS-REG-WORK-CODE              PIC X(03) VALUE SPACES.
001790 01  WS-REG-HIT                    PIC 9(02) COMP VALUE 0.
001800 01  WS-OMS-PERIOD-CNT             PIC 9(07) VALUE 0.
001803 01  WS-OMS-PERIOD-AMT             PIC 9(11)V99 VALUE 0.
001806 01  WS-OMS-BILLED-AMT             PIC 9(11)V99 VALUE 0.
001807 01  WS-OMS-CREDIT-CNT             PIC 9(07) VALUE 0.
001808 01  WS-OMS-CREDIT-AMT             PIC 9(11)V99 VALUE 0.
001809 01  WS-OMS-NET-BILLED-AMT         PIC S9(11)V99 VALUE 0.
001810
001820******************************************************************
001830*    PERIOD RULE-HIT TOTALS FROM THE RULSTAT HISTORY.  THE
002200     05  WS-RPT-CNT-LIT            PIC X(36).
002210     05  WS-RPT-CNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
002220     05  FILLER                    PIC X(32) VALUE SPACES.
002221
002222 01  WS-RPT-AMOUNT-LINE.
002223     05  FILLER                    PIC X(01) VALUE SPACE.
002224     05  WS-RPT-AMT-LIT            PIC X(36).
002225     05  WS-RPT-AMT-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002226     05  FILLER                    PIC X(25) VALUE SPACES.
002230
002240 01  WS-RPT-REGION-LINE.
002250     05  FILLER                    PIC X(01) VALUE SPACE.
005070******************************************************************
005080*    5000-TALLY-MASTER-REGIONS -- COUNT THE MASTER RECORDS
005090*    STAMPED BY THE PERIOD'S RUN-NUMBER RANGE, BY REGION, FOR
005100*    THE PER-REGION CLOSING STATEMENT, WITH WHAT THE PERIOD
005105*    BILLED AND CREDITED ON THEM AND THE NET BILLED.
005110******************************************************************
005120 5000-TALLY-MASTER-REGIONS.
005130     IF NOT WS-RUNS-FOUND
005220         UNTIL WS-OMS-FILE-AT-EOF.
005230     CLOSE ORDER-MASTER.
005240     MOVE "00" TO WS-OMS-FILE-STATUS.
005243     SUBTRACT WS-OMS-CREDIT-AMT FROM WS-OMS-BILLED-AMT
005246         GIVING WS-OMS-NET-BILLED-AMT.
005250     GO TO 5000-EXIT.
005260 5000-EXIT.
005270     EXIT.
005330             SET WS-OMS-FILE-AT-EOF TO TRUE
005340             GO TO 5100-EXIT
005350     END-READ.
005351*    A RECORD IS THE PERIOD'S WHEN A RUN IN THE PERIOD STAMPED
005352*    IT OR CREDITED ITS CANCELLATION.  A CANCELLED ORDER KEEPS
005353*    THE STAMP OF THE RUN THAT LAST CLASSIFIED IT, SO ONLY A
005354*    STAMP IN THE PERIOD COUNTS IT AND ITS REGION.
005355     MOVE "N" TO WS-OMS-STAMPED-SW.
005356     MOVE "N" TO WS-OMS-CREDITED-SW.
005360     IF FB-OMS-LAST-RUN-NBR NUMERIC
005361        AND FB-OMS-LAST-RUN-NBR NOT < WS-FIRST-RUN-NBR
005362        AND FB-OMS-LAST-RUN-NBR NOT > WS-LAST-RUN-NBR
005363         SET WS-OMS-STAMPED TO TRUE
005364     END-IF.
005365     IF FB-OMS-CREDIT-RUN-NBR NUMERIC
005366        AND FB-OMS-CREDIT-RUN-NBR NOT < WS-FIRST-RUN-NBR
005367        AND FB-OMS-CREDIT-RUN-NBR NOT > WS-LAST-RUN-NBR
005368         SET WS-OMS-CREDITED TO TRUE
005369     END-IF.
005370     IF NOT WS-OMS-STAMPED
005371        AND NOT WS-OMS-CREDITED
005372         GO TO 5100-EXIT
005380     END-IF.
005386     PERFORM 5300-TALLY-BILLED THRU 5300-EXIT.
005392     IF WS-OMS-CREDITED
005398         PERFORM 5400-TALLY-CREDIT THRU 5400-EXIT
005404     END-IF.
005410     IF NOT WS-OMS-STAMPED
005416         GO TO 5100-EXIT
005422     END-IF.
005430     ADD 1 TO WS-OMS-PERIOD-CNT.
005432     IF FB-OMS-AMOUNT NUMERIC
005434         ADD FB-OMS-AMOUNT TO WS-OMS-PERIOD-AMT
005436     END-IF.
005440     MOVE FB-OMS-REGION TO WS-REG-WORK-CODE.
005450     MOVE "N" TO WS-REG-FOUND-SW.
005460     PERFORM 5200-MATCH-ONE-REGION THRU 5200-EXIT
005830     GO TO 5200-EXIT.
005840 5200-EXIT.
005850     EXIT.
005851
005852******************************************************************
005853*    5300-TALLY-BILLED -- WHAT THE PERIOD BILLED ON ONE OF ITS
005854*    RECORDS: THE BILLED AMOUNT AND LABEL FEE, WHEN THE RUN THAT
005855*    BILLED IT FALLS IN THE PERIOD.  A HELD ORDER IS STAMPED BUT
005856*    NOT BILLED.  FIZZSTM TOTALS THE CUSTOMER STATEMENTS BY THE
005857*    SAME RULE SO THEY TIE TO THIS CLOSE.
005858******************************************************************
005859 5300-TALLY-BILLED.
005860     IF FB-OMS-BILLED-RUN-NBR NOT NUMERIC
005861         GO TO 5300-EXIT
005862     END-IF.
005863     IF FB-OMS-BILLED-RUN-NBR < WS-FIRST-RUN-NBR
005864        OR FB-OMS-BILLED-RUN-NBR > WS-LAST-RUN-NBR
005865         GO TO 5300-EXIT
005866     END-IF.
005867     IF FB-OMS-BILLED-AMOUNT NUMERIC
005868         ADD FB-OMS-BILLED-AMOUNT TO WS-OMS-BILLED-AMT
005869     END-IF.
005870     IF FB-OMS-BILLED-FEE NUMERIC
005871         ADD FB-OMS-BILLED-FEE TO WS-OMS-BILLED-AMT
005872     END-IF.
005873     GO TO 5300-EXIT.
005874 5300-EXIT.
005875     EXIT.
005876
005877******************************************************************
005878*    5400-TALLY-CREDIT -- A RUN IN THE PERIOD CREDITED THIS
005879*    CANCELLED ORDER.  THE CREDIT IS THE AMOUNT FIZZBUZZ PUT ON
005880*    THE CREDIT RECORD: THE AMOUNT BILLED, OR THE ORDER AMOUNT
005881*    FOR A RECORD BILLED BEFORE THE BILLED STAMP EXISTED.  THE
005882*    LABEL FEE IS NOT CREDITED.  FIZZSTM NETS THE CUSTOMER
005883*    STATEMENTS BY THE SAME RULE.
005884******************************************************************
005885 5400-TALLY-CREDIT.
005886     ADD 1 TO WS-OMS-CREDIT-CNT.
005887     IF FB-OMS-BILLED-RUN-NBR NOT = SPACES
005888         IF FB-OMS-BILLED-AMOUNT NUMERIC
005889             ADD FB-OMS-BILLED-AMOUNT TO WS-OMS-CREDIT-AMT
005890         END-IF
005891         GO TO 5400-EXIT
005892     END-IF.
005893     IF FB-OMS-AMOUNT NUMERIC
005894         ADD FB-OMS-AMOUNT TO WS-OMS-CREDIT-AMT
005895     END-IF.
005896     GO TO 5400-EXIT.
005897 5400-EXIT.
005898     EXIT.
005899
005900******************************************************************
005901*    8000-PRINT-STATEMENT -- THE PER-REGION CLOSING STATEMENT,
005902*    PERIOD TOTALS, AND RULE HITS.
005903******************************************************************
005910 8000-PRINT-STATEMENT.
005920     MOVE WS-CLOSE-PERIOD TO WS-RPT-H1-PERIOD.
005930     WRITE CLOSE-RPT-RECORD FROM WS-RPT-HEADING-1.
006160     MOVE "MASTER RECORDS STAMPED IN PERIOD" TO WS-RPT-CNT-LIT.
006170     MOVE WS-OMS-PERIOD-CNT TO WS-RPT-CNT-VALUE.
006180     WRITE CLOSE-RPT-RECORD FROM WS-RPT-COUNT-LINE.
006181     MOVE "ORDER AMOUNT STAMPED IN PERIOD" TO WS-RPT-AMT-LIT.
006182     MOVE WS-OMS-PERIOD-AMT TO WS-RPT-AMT-VALUE.
006183     WRITE CLOSE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
006184     MOVE "BILLED IN PERIOD (AMOUNT + FEE)" TO WS-RPT-AMT-LIT.
006185     MOVE WS-OMS-BILLED-AMT TO WS-RPT-AMT-VALUE.
006186     WRITE CLOSE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
006187     MOVE "CANCELLED ORDERS CREDITED IN PERIOD" TO WS-RPT-CNT-LIT.
006188     MOVE WS-OMS-CREDIT-CNT TO WS-RPT-CNT-VALUE.
006189     WRITE CLOSE-RPT-RECORD FROM WS-RPT-COUNT-LINE.
006190     MOVE "CREDITED IN PERIOD (CANCELLATIONS)" TO WS-RPT-AMT-LIT.
006191     MOVE WS-OMS-CREDIT-AMT TO WS-RPT-AMT-VALUE.
006192     WRITE CLOSE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
006193     MOVE "NET BILLED IN PERIOD" TO WS-RPT-AMT-LIT.
006194     MOVE WS-OMS-NET-BILLED-AMT TO WS-RPT-AMT-VALUE.
006195     WRITE CLOSE-RPT-RECORD FROM WS-RPT-AMOUNT-LINE.
006196     MOVE SPACES TO CLOSE-RPT-RECORD.
006200     WRITE CLOSE-RPT-RECORD.
006210     MOVE "NO RULE MATCHED (PLAIN)" TO WS-RPT-CNT-LIT.
006220     MOVE WS-PER-NONE-CNT TO WS-RPT-CNT-VALUE.
006820     MOVE WS-LAST-RUN-NBR  TO FB-PER-LAST-RUN.
006830     MOVE WS-TODAY-DATE    TO FB-PER-CLOSED-DATE.
006840     MOVE WS-PER-TOTAL-CNT TO FB-PER-TOTAL-CNT.
006842     MOVE WS-OMS-PERIOD-CNT TO FB-PER-ORDER-CNT.
006844     MOVE WS-OMS-PERIOD-AMT TO FB-PER-ORDER-AMT.
006846     MOVE WS-OMS-NET-BILLED-AMT TO FB-PER-NET-BILLED-AMT.
006850     SET FB-PER-CLOSED TO TRUE.
006860     WRITE PERIOD-FILE-RECORD FROM FB-PERIOD-RECORD.
006870     IF NOT WS-PER-FILE-OK
