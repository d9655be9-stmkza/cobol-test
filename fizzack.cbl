000220*                     WHEN THE HAND-OFF IS NOT FULLY
000230*                     ACKNOWLEDGED SO THE SCHEDULER HOLDS THE
000240*                     NEXT GENERATION.
000241*    2026-10-15  JRM  MATCHES THE NEW "C" CREDIT RECORDS FOR
000242*                     CANCELLED ORDERS ALONGSIDE THE DETAILS, TIES
000243*                     THE BILLFILE TRAILER COUNT, HASH, CREDIT
000244*                     COUNT, CREDIT AMOUNT AND NET AMOUNT TO THE
000245*                     GENERATION AS READ, AND CHECKS THE MASTER
000246*                     ROWS CREDITED BY THE RUN AGAINST THE CREDITS
000247*                     SENT.
000248*    2026-10-15  JRM  BILLFILE TRAILER FEE TOTAL IS TIED TO THE
000249*                     SUM OF THE DETAIL LABEL FEES.
000250*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 133 BYTES FOR
000251*                     THE BILLED LABEL BUCKET.
000252*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 141 BYTES FOR
000253*                     THE CUSTOMER ACCOUNT.
000256******************************************************************
000260
000270 ENVIRONMENT     DIVISION.
000280 CONFIGURATION   SECTION.
000570 FILE            SECTION.
000580 FD  BILLING-FILE
000590     RECORDING MODE IS F.
000600 01  BILLING-FILE-RECORD           PIC X(73).
000610
000620 FD  RESPONSE-FILE
000630     RECORDING MODE IS F.
000660 FD  ORDER-MASTER.
000670 01  ORDER-MASTER-RECORD.
000680     05  ORDER-MASTER-KEY          PIC 9(05).
000690     05  FILLER                    PIC X(136).
000700
000710 FD  ACK-RPT
000720     RECORDING MODE IS F.
001510 77  WS-ACCEPTED-CNT               PIC 9(07) VALUE 0.
001520 77  WS-EXTRA-CNT                  PIC 9(07) VALUE 0.
001530 77  WS-OMS-STAMPED-CNT            PIC 9(07) VALUE 0.
001531 77  WS-BIL-CRD-CNT                PIC 9(07) VALUE 0.
001532 77  WS-BIL-DTL-AMT-TOTAL          PIC 9(13)V99 VALUE 0.
001533 77  WS-BIL-CRD-AMT-TOTAL          PIC 9(13)V99 VALUE 0.
001534 77  WS-BIL-NET-AMT                PIC S9(13)V99 VALUE 0.
001535 77  WS-BIL-TRL-AMOUNT             PIC S9(13)V99 VALUE 0.
001536 77  WS-BIL-TRL-CRD-CNT            PIC 9(07) VALUE 0.
001537 77  WS-BIL-TRL-CRD-AMT            PIC 9(13)V99 VALUE 0.
001538 77  WS-BIL-SENT-CNT               PIC 9(07) VALUE 0.
001539 77  WS-OMS-CREDITED-CNT           PIC 9(07) VALUE 0.
001540 77  WS-BIL-DTL-FEE-TOTAL          PIC 9(13)V99 VALUE 0.
001541 77  WS-BIL-TRL-FEE-AMT            PIC 9(13)V99 VALUE 0.
001545 01  WS-BIL-RUN-DATE               PIC X(10) VALUE SPACES.
001550 01  WS-BIL-RUN-ID                 PIC X(08) VALUE SPACES.
001560 01  WS-RSP-RUN-ID                 PIC X(08) VALUE SPACES.
001562 01  WS-BIL-RUN-NBR                PIC X(06) VALUE SPACES.
001564 01  WS-MATCH-KIND-SW              PIC X(01) VALUE "D".
001566     88  WS-MATCH-DETAIL           VALUE "D".
001568     88  WS-MATCH-CREDIT           VALUE "C".
001570 01  WS-WORK-RECORD                PIC X(73) VALUE SPACES.
001580
001590******************************************************************
001600*    MATCH-OFF REPORT LINE LAYOUTS
001850     05  FILLER                    PIC X(01) VALUE SPACE.
001860     05  WS-RPT-CHK-RESULT         PIC X(14).
001870
001871 01  WS-RPT-AMT-CHECK-LINE.
001872     05  FILLER                    PIC X(01) VALUE SPACE.
001873     05  WS-RPT-ACH-LIT            PIC X(33).
001874     05  WS-RPT-ACH-EXPECTED       PIC ZZZ,ZZZ,ZZ9.99-.
001875     05  FILLER                    PIC X(01) VALUE SPACE.
001876     05  WS-RPT-ACH-ACTUAL         PIC ZZZ,ZZZ,ZZ9.99-.
001877     05  FILLER                    PIC X(01) VALUE SPACE.
001878     05  WS-RPT-ACH-RESULT         PIC X(14).
001879
001880 01  WS-RPT-ITEM-LINE.
001890     05  FILLER                    PIC X(01) VALUE SPACE.
001900     05  FILLER                    PIC X(10)
003460             MOVE WS-WORK-RECORD TO FB-BILLING-HEADER
003470             MOVE FB-BIL-HDR-RUN-DATE TO WS-BIL-RUN-DATE
003480             MOVE FB-BIL-HDR-RUN-ID   TO WS-BIL-RUN-ID
003482             IF FB-BIL-HDR-RUN-NBR NUMERIC
003484                 MOVE FB-BIL-HDR-RUN-NBR TO WS-BIL-RUN-NBR
003486             END-IF
003490             SET WS-BIL-HDR-SEEN TO TRUE
003500         WHEN "D"
003510             MOVE WS-WORK-RECORD TO FB-BILLING-DETAIL
003520             PERFORM 3200-MATCH-ONE-DETAIL THRU 3200-EXIT
003522         WHEN "C"
003524             MOVE WS-WORK-RECORD TO FB-BILLING-CREDIT
003526             PERFORM 3250-MATCH-ONE-CREDIT THRU 3250-EXIT
003530         WHEN "T"
003540             MOVE WS-WORK-RECORD TO FB-BILLING-TRAILER
003550             IF FB-BIL-TRL-COUNT NUMERIC
003580             IF FB-BIL-TRL-HASH NUMERIC
003590                 MOVE FB-BIL-TRL-HASH TO WS-BIL-TRL-HASH
003600             END-IF
003601             IF FB-BIL-TRL-AMOUNT NUMERIC
003602                 MOVE FB-BIL-TRL-AMOUNT TO WS-BIL-TRL-AMOUNT
003603             END-IF
003604             IF FB-BIL-TRL-CREDIT-CNT NUMERIC
003605                 MOVE FB-BIL-TRL-CREDIT-CNT TO WS-BIL-TRL-CRD-CNT
003606             END-IF
003607             IF FB-BIL-TRL-CREDIT-AMT NUMERIC
003608                 MOVE FB-BIL-TRL-CREDIT-AMT TO WS-BIL-TRL-CRD-AMT
003609             END-IF
003610             IF FB-BIL-TRL-FEE-AMT NUMERIC
003611                 MOVE FB-BIL-TRL-FEE-AMT TO WS-BIL-TRL-FEE-AMT
003612             END-IF
003616         WHEN OTHER
003620             CONTINUE
003630     END-EVALUATE.
003640     GO TO 3100-EXIT.
003710     END-IF.
003720     ADD 1 TO WS-BIL-DTL-CNT.
003730     ADD FB-BIL-DTL-ID TO WS-BIL-HASH.
003731     IF FB-BIL-DTL-AMOUNT NUMERIC
003732         ADD FB-BIL-DTL-AMOUNT TO WS-BIL-DTL-AMT-TOTAL
003733     END-IF.
003734     IF FB-BIL-DTL-FEE NUMERIC
003735         ADD FB-BIL-DTL-FEE TO WS-BIL-DTL-FEE-TOTAL
003736     END-IF.
003737     MOVE FB-BIL-DTL-ID TO WS-LOOKUP-ID.
003738     SET WS-MATCH-DETAIL TO TRUE.
003739     PERFORM 3400-MATCH-TO-RESPONSE THRU 3400-EXIT.
003740     GO TO 3200-EXIT.
003741 3200-EXIT.
003742     EXIT.
003743
003744******************************************************************
003745*    3250-MATCH-ONE-CREDIT -- A "C" CREDIT REVERSES A CHARGE
003746*    FOR A CANCELLED ORDER.  IT COUNTS AND HASHES ALONGSIDE
003747*    THE DETAILS AND MUST COME BACK ACCEPTED LIKE ANY DETAIL,
003748*    BUT ITS AMOUNT IS TAKEN OFF THE NET BILLED TOTAL.
003749******************************************************************
003750 3250-MATCH-ONE-CREDIT.
003751     IF FB-BIL-CRD-ID NOT NUMERIC
003752         GO TO 3250-EXIT
003753     END-IF.
003754     ADD 1 TO WS-BIL-CRD-CNT.
003755     ADD FB-BIL-CRD-ID TO WS-BIL-HASH.
003756     IF FB-BIL-CRD-AMOUNT NUMERIC
003757         ADD FB-BIL-CRD-AMOUNT TO WS-BIL-CRD-AMT-TOTAL
003758     END-IF.
003759     MOVE FB-BIL-CRD-ID TO WS-LOOKUP-ID.
003760     SET WS-MATCH-CREDIT TO TRUE.
003761     PERFORM 3400-MATCH-TO-RESPONSE THRU 3400-EXIT.
003762     GO TO 3250-EXIT.
003763 3250-EXIT.
003764     EXIT.
003765
003766******************************************************************
003767*    3400-MATCH-TO-RESPONSE -- LOOK UP WS-LOOKUP-ID IN THE
003768*    RESPONSE TABLE AND COUNT THE ITEM ACCEPTED, REJECTED OR
003769*    NOT ACKNOWLEDGED.
003770******************************************************************
003771 3400-MATCH-TO-RESPONSE.
003772     IF WS-RSP-TBL-FULL
003773*        THE RESPONSE TABLE OVERFLOWED -- DETAIL MATCHING IS
003774*        ALREADY REFUSED, ONLY THE COUNT AND HASH ARE TAKEN.
003775         GO TO 3400-EXIT
003780     END-IF.
003800     MOVE "N" TO WS-RSP-FOUND-SW.
003810     PERFORM 3300-FIND-ONE-RESPONSE THRU 3300-EXIT
003820         VARYING WS-RSP-IDX FROM 1 BY 1
003840            OR WS-RSP-FOUND.
003850     IF NOT WS-RSP-FOUND
003860         ADD 1 TO WS-UNACKED-CNT
003870         MOVE WS-LOOKUP-ID TO WS-RPT-ITM-ID
003872         IF WS-MATCH-CREDIT
003874             MOVE "CREDIT NOT ACKNOWLEDGED" TO WS-RPT-ITM-DISP
003876         ELSE
003880             MOVE "NOT ACKNOWLEDGED" TO WS-RPT-ITM-DISP
003885         END-IF
003890         MOVE SPACES TO WS-RPT-ITM-REASON
003900         WRITE ACK-RPT-RECORD FROM WS-RPT-ITEM-LINE
003910         GO TO 3400-EXIT
003920     END-IF.
003930     SET WS-RSP-IDX TO WS-RSP-HIT.
003940     MOVE "Y" TO WS-RSP-TBL-MATCHED-SW (WS-RSP-IDX).
003960         ADD 1 TO WS-ACCEPTED-CNT
003970     ELSE
003980         ADD 1 TO WS-REJECTED-CNT
003990         MOVE WS-LOOKUP-ID TO WS-RPT-ITM-ID
003992         IF WS-MATCH-CREDIT
003994             MOVE "CREDIT REJECTED BY BILLING" TO WS-RPT-ITM-DISP
003996         ELSE
004000             MOVE "REJECTED BY BILLING" TO WS-RPT-ITM-DISP
004005         END-IF
004010         MOVE WS-RSP-TBL-REASON (WS-RSP-IDX)
004020             TO WS-RPT-ITM-REASON
004030         WRITE ACK-RPT-RECORD FROM WS-RPT-ITEM-LINE
004040     END-IF.
004050     GO TO 3400-EXIT.
004060 3400-EXIT.
004070     EXIT.
004080
004090 3300-FIND-ONE-RESPONSE.
004800     IF FB-OMS-LAST-RUN-ID = WS-BIL-RUN-ID
004810         ADD 1 TO WS-OMS-STAMPED-CNT
004820     END-IF.
004822     IF WS-BIL-RUN-NBR NOT = SPACES
004824        AND FB-OMS-CREDIT-RUN-NBR = WS-BIL-RUN-NBR
004826         ADD 1 TO WS-OMS-CREDITED-CNT
004828     END-IF.
004830     GO TO 4100-EXIT.
004840 4100-EXIT.
004850     EXIT.
004990         WRITE ACK-RPT-RECORD FROM WS-RPT-MSG-LINE
005000         SET WS-NOT-ACKED TO TRUE
005010     END-IF.
005012*    OUR OWN TRAILER VS THE GENERATION AS READ -- PROVES THE
005014*    FILE IS WHOLE BEFORE BILLING'S FIGURES ARE TIED TO IT.
005016     PERFORM 5100-CHECK-BILLFILE-TRAILER THRU 5100-EXIT.
005018*    BILLING'S TRAILER COUNT AND HASH VS THE GENERATION SENT.
005020*    EVERY "D" DETAIL AND EVERY "C" CREDIT IS ACKNOWLEDGED.
005022     ADD WS-BIL-DTL-CNT WS-BIL-CRD-CNT GIVING WS-BIL-SENT-CNT.
005030     MOVE "BILLING RESPONSE COUNT VS ITEMS SENT"
005040         TO WS-RPT-CHK-LIT.
005050     MOVE WS-BIL-SENT-CNT  TO WS-RPT-CHK-EXPECTED.
005060     MOVE WS-RSP-TRL-COUNT TO WS-RPT-CHK-ACTUAL.
005070     IF WS-RSP-TRL-SEEN AND WS-RSP-TRL-COUNT = WS-BIL-SENT-CNT
005080         MOVE "OK" TO WS-RPT-CHK-RESULT
005090     ELSE
005100         MOVE "OUT OF BALANCE" TO WS-RPT-CHK-RESULT
005220         SET WS-NOT-ACKED TO TRUE
005230     END-IF.
005240     WRITE ACK-RPT-RECORD FROM WS-RPT-CHECK-LINE.
005250*    EVERY DETAIL AND CREDIT SENT MUST HAVE COME BACK ACCEPTED.
005260     MOVE "ITEMS ACCEPTED VS ITEMS SENT"
005270         TO WS-RPT-CHK-LIT.
005280     MOVE WS-BIL-SENT-CNT TO WS-RPT-CHK-EXPECTED.
005290     MOVE WS-ACCEPTED-CNT TO WS-RPT-CHK-ACTUAL.
005300     IF WS-ACCEPTED-CNT = WS-BIL-SENT-CNT
005310        AND NOT WS-RSP-TBL-FULL
005320         MOVE "OK" TO WS-RPT-CHK-RESULT
005330     ELSE
005800         END-IF
005810         WRITE ACK-RPT-RECORD FROM WS-RPT-CHECK-LINE
005820     END-IF.
005821*    EVERY CREDIT SENT MUST BE STAMPED ON ITS MASTER ROW WITH
005822*    THIS RUN NUMBER, AND EVERY ROW SO STAMPED MUST BE SENT.
005823     IF WS-BIL-RUN-NBR NOT = SPACES
005824         MOVE "MASTER ROWS CREDITED VS CREDITS SENT"
005825             TO WS-RPT-CHK-LIT
005826         MOVE WS-BIL-CRD-CNT      TO WS-RPT-CHK-EXPECTED
005827         MOVE WS-OMS-CREDITED-CNT TO WS-RPT-CHK-ACTUAL
005828         IF WS-OMS-CREDITED-CNT = WS-BIL-CRD-CNT
005829             MOVE "OK" TO WS-RPT-CHK-RESULT
005830         ELSE
005831             MOVE "OUT OF BALANCE" TO WS-RPT-CHK-RESULT
005832             SET WS-NOT-ACKED TO TRUE
005833         END-IF
005834         WRITE ACK-RPT-RECORD FROM WS-RPT-CHECK-LINE
005835     END-IF.
005837     GO TO 5000-EXIT.
005840 5000-EXIT.
005850     EXIT.
005851
005852******************************************************************
005853*    5100-CHECK-BILLFILE-TRAILER -- TIE OUR OWN BILLFILE
005854*    TRAILER TO THE GENERATION AS READ: DETAIL COUNT, ID HASH
005855*    OVER DETAILS AND CREDITS, CREDIT COUNT AND AMOUNT, AND
005856*    THE NET AMOUNT (DETAILS LESS CREDITS), AND THE LABEL FEE
005857*    TOTAL OVER THE DETAILS.
005858******************************************************************
005859 5100-CHECK-BILLFILE-TRAILER.
005860     MOVE "BILLFILE TRAILER COUNT VS DETAILS" TO WS-RPT-CHK-LIT.
005861     MOVE WS-BIL-TRL-COUNT TO WS-RPT-CHK-EXPECTED.
005862     MOVE WS-BIL-DTL-CNT   TO WS-RPT-CHK-ACTUAL.
005863     IF WS-BIL-TRL-COUNT = WS-BIL-DTL-CNT
005864         MOVE "OK" TO WS-RPT-CHK-RESULT
005865     ELSE
005866         MOVE "OUT OF BALANCE" TO WS-RPT-CHK-RESULT
005867         SET WS-NOT-ACKED TO TRUE
005868     END-IF.
005869     WRITE ACK-RPT-RECORD FROM WS-RPT-CHECK-LINE.
005870     MOVE "BILLFILE TRAILER HASH VS ITEMS" TO WS-RPT-CHK-LIT.
005871     MOVE WS-BIL-TRL-HASH TO WS-RPT-CHK-EXPECTED.
005872     MOVE WS-BIL-HASH     TO WS-RPT-CHK-ACTUAL.
005873     IF WS-BIL-TRL-HASH = WS-BIL-HASH
005874         MOVE "OK" TO WS-RPT-CHK-RESULT
005875     ELSE
005876         MOVE "OUT OF BALANCE" TO WS-RPT-CHK-RESULT
005877         SET WS-NOT-ACKED TO TRUE
005878     END-IF.
005879     WRITE ACK-RPT-RECORD FROM WS-RPT-CHECK-LINE.
005880     MOVE "BILLFILE TRAILER CREDITS VS CREDITS"
005881         TO WS-RPT-CHK-LIT.
005882     MOVE WS-BIL-TRL-CRD-CNT TO WS-RPT-CHK-EXPECTED.
005883     MOVE WS-BIL-CRD-CNT     TO WS-RPT-CHK-ACTUAL.
005884     IF WS-BIL-TRL-CRD-CNT = WS-BIL-CRD-CNT
005885         MOVE "OK" TO WS-RPT-CHK-RESULT
005886     ELSE
005887         MOVE "OUT OF BALANCE" TO WS-RPT-CHK-RESULT
005888         SET WS-NOT-ACKED TO TRUE
005889     END-IF.
005890     WRITE ACK-RPT-RECORD FROM WS-RPT-CHECK-LINE.
005891     MOVE "TRAILER CREDIT AMOUNT VS CREDITS" TO WS-RPT-ACH-LIT.
005892     MOVE WS-BIL-TRL-CRD-AMT   TO WS-RPT-ACH-EXPECTED.
005893     MOVE WS-BIL-CRD-AMT-TOTAL TO WS-RPT-ACH-ACTUAL.
005894     IF WS-BIL-TRL-CRD-AMT = WS-BIL-CRD-AMT-TOTAL
005895         MOVE "OK" TO WS-RPT-ACH-RESULT
005896     ELSE
005897         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
005898         SET WS-NOT-ACKED TO TRUE
005899     END-IF.
005900     WRITE ACK-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
005901     SUBTRACT WS-BIL-CRD-AMT-TOTAL FROM WS-BIL-DTL-AMT-TOTAL
005902         GIVING WS-BIL-NET-AMT.
005903     MOVE "TRAILER NET AMOUNT VS ITEMS" TO WS-RPT-ACH-LIT.
005904     MOVE WS-BIL-TRL-AMOUNT TO WS-RPT-ACH-EXPECTED.
005905     MOVE WS-BIL-NET-AMT    TO WS-RPT-ACH-ACTUAL.
005906     IF WS-BIL-TRL-AMOUNT = WS-BIL-NET-AMT
005907         MOVE "OK" TO WS-RPT-ACH-RESULT
005908     ELSE
005909         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
005910         SET WS-NOT-ACKED TO TRUE
005911     END-IF.
005912     WRITE ACK-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
005913     MOVE "TRAILER FEE AMOUNT VS DETAILS" TO WS-RPT-ACH-LIT.
005914     MOVE WS-BIL-TRL-FEE-AMT   TO WS-RPT-ACH-EXPECTED.
005915     MOVE WS-BIL-DTL-FEE-TOTAL TO WS-RPT-ACH-ACTUAL.
005916     IF WS-BIL-TRL-FEE-AMT = WS-BIL-DTL-FEE-TOTAL
005917         MOVE "OK" TO WS-RPT-ACH-RESULT
005918     ELSE
005919         MOVE "OUT OF BALANCE" TO WS-RPT-ACH-RESULT
005920         SET WS-NOT-ACKED TO TRUE
005921     END-IF.
005922     WRITE ACK-RPT-RECORD FROM WS-RPT-AMT-CHECK-LINE.
005923     GO TO 5100-EXIT.
005924 5100-EXIT.
005925     EXIT.
005926
005927******************************************************************
005928*    9000-TERMINATE -- PRINT THE FINAL VERDICT AND SET THE
005929*    RETURN-CODE THE SCHEDULER TESTS BEFORE RELEASING THE NEXT
005930*    BILLING GENERATION.
005931******************************************************************
005932 9000-TERMINATE.
005933     MOVE SPACES TO ACK-RPT-RECORD.
005940     WRITE ACK-RPT-RECORD.
005950     IF WS-UNACKED-CNT > 0 OR WS-REJECTED-CNT > 0
005960         SET WS-NOT-ACKED TO TRUE
