000445*                     AN AMOUNT CHANGE ALONE NOW REFRESHES THE
000446*                     RECORD, AND REJECTS AND RESUBMITS CARRY
000447*                     THE AMOUNT THROUGH THE REPAIR CYCLE.
000448*    2026-10-15  JRM  THE EXTRACTS NOW CARRY AN ADD/CHANGE/CANCEL
000449*                     TRANSACTION CODE (BLANK IS THE OLD ADD-OR-
000450*                     REFRESH). A CANCEL MARKS THE MASTER RECORD
000451*                     CANCELLED IN PLACE, KEEPING THE ROW SO
000452*                     FIZZBUZZ CAN CREDIT WHAT WAS BILLED. A
000453*                     CHANGE OR CANCEL FOR AN ID NOT ON THE MASTER
000454*                     (NFND), AN ADD OR CHANGE FOR A CANCELLED
000455*                     ORDER (CNCL), AND AN UNKNOWN CODE (BTRN) GO
000456*                     TO THE REJECT FILE, AND THE CODE RIDES
000457*                     THROUGH THE REPAIR CYCLE.
000458*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 132 BYTES AND
000459*                     JOURNAL RECORD TO 295 BYTES FOR THE BILLED
000460*                     LABEL FEE, WHICH A NEW MASTER ROW STARTS AT
000461*                     ZERO.
000462*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 133 BYTES AND
000463*                     JOURNAL RECORD TO 297 BYTES FOR THE BILLED
000464*                     LABEL BUCKET, BLANK ON A NEW ROW.
000465*    2026-10-15  JRM  EVERY EXTRACT NOW CARRIES A HEADER (REGION,
000466*                     CREATION DATE, FILE SEQUENCE NUMBER) AND
000467*                     A TRAILER (RECORD COUNT, ID HASH, AMOUNT
000468*                     TOTAL).  EACH EXTRACT IS READ THROUGH AND
000469*                     CHECKED BEFORE ANY OF IT IS APPLIED: A
000470*                     MISSING OR MISPLACED HEADER OR TRAILER, A
000471*                     HEADER REGION NOT MATCHING THE MANIFEST, A
000472*                     TRAILER THAT DOES NOT TIE TO THE RECORDS
000473*                     READ, OR A SEQUENCE NUMBER OTHER THAN THE
000474*                     REGION'S LAST ONE LOADED (SEQCTL) PLUS ONE
000475*                     SKIPS THE WHOLE REGION WITH AN ERRRPT
000476*                     RECORD AND RC=4.  FIZZLOD NOW STARTS THE
000477*                     NIGHT'S ERRRPT; FIZZBUZZ ADDS TO IT.
000478*    2026-10-15  JRM  HIGH-VALUE HOLD: AN ORDER ADDED OR CHANGED
000479*                     WITH AN AMOUNT ABOVE THE HOLD LIMIT OF THE
000480*                     GOVERNING CONTROL SET IS PUT ON HOLD (STATUS
000481*                     H), AND ONE FOR A REGION ON THE NEW RGNREVW
000482*                     REVIEW LIST (STATUS V). A HELD ORDER IS
000483*                     CLASSIFIED BUT NOT BILLED UNTIL RELEASED
000484*                     THROUGH FIZZHLD. A RELEASED ORDER STAYS
000485*                     RELEASED THROUGH A CHANGE THAT LEAVES ITS
000486*                     AMOUNT ALONE. AN UNREADABLE CTLFILE OR
000487*                     RGNREVW IS AN I-O ERROR (RC=8). JOURNAL
000488*                     RECORD WIDENED TO 335 BYTES.
000489*    2026-10-15  JRM  EVERY EXECUTION NOW APPENDS A STEP-TIMING
000490*                     RECORD (RUN NUMBER, START AND END, RECORDS,
000491*                     RETURN-CODE) TO THE STEPHIST HISTORY FOR THE
000492*                     FIZZSLA BATCH-WINDOW REPORT.
000493*    2026-10-15  JRM  THE EXTRACTS NOW CARRY A CUSTOMER ACCOUNT,
000494*                     CHECKED AGAINST THE NEW CUSTMAST CUSTOMER
000495*                     MASTER. AN ADD OR CHANGE WITH A BLANK OR
000496*                     UNKNOWN ACCOUNT (NACC) OR A CLOSED ONE
000497*                     (CACC) GOES TO THE REJECT FILE; A CANCEL IS
000498*                     NOT CHECKED. THE ACCOUNT IS STAMPED ON THE
000499*                     MASTER AND RIDES THROUGH THE REPAIR CYCLE.
000500*                     AN UNOPENABLE CUSTMAST LOADS NOTHING (RC=8).
000501*                     MASTER RECORD WIDENED TO 141 BYTES, JOURNAL
000502*                     TO 351.
000503*    2026-10-15  JRM  CONTROL RECORD (CTLFILE) WIDENED TO 37
000504*                     BYTES: THE HOLD LIMIT NOW FOLLOWS THE LAST
000505*                     FILLER INSTEAD OF REUSING THE RETIRED
000506*                     DIVISOR BYTES, SO AN OLD SET READS WITH NO
000507*                     HOLD.
000508******************************************************************
000509
000510 ENVIRONMENT     DIVISION.
000511 CONFIGURATION   SECTION.
000512 SOURCE-COMPUTER. IBM-370.
000513 OBJECT-COMPUTER. IBM-370.
000514
000515 INPUT-OUTPUT    SECTION.
000516 FILE-CONTROL.
000520     SELECT ORDER-FILE
000530         ASSIGN TO "ORDRFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000900         ASSIGN TO "RESUBFIL"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RSB-FILE-STATUS.
000921
000922     SELECT CUSTOMER-MASTER
000923         ASSIGN TO "CUSTMAST"
000924         ORGANIZATION IS INDEXED
000925         ACCESS MODE IS RANDOM
000926         RECORD KEY IS CUSTOMER-MASTER-KEY
000927         FILE STATUS IS WS-CUS-FILE-STATUS.
000928
000929     SELECT JOURNAL-FILE
000930         ASSIGN TO "ORDJRNL"
000931         ORGANIZATION IS LINE SEQUENTIAL
000932         FILE STATUS IS WS-JRN-FILE-STATUS.
000933
000934     SELECT RUN-CONTROL-FILE
000936         ASSIGN TO "RUNCTL"
000938         ORGANIZATION IS LINE SEQUENTIAL
000939         FILE STATUS IS WS-RCT-FILE-STATUS.
000940
000941     SELECT SEQ-CONTROL-FILE
000942         ASSIGN TO "SEQCTL"
000943         ORGANIZATION IS LINE SEQUENTIAL
000944         FILE STATUS IS WS-SEQ-FILE-STATUS.
000945
000946     SELECT ERROR-FILE
000947         ASSIGN TO "ERRRPT"
000948         ORGANIZATION IS LINE SEQUENTIAL
000949         FILE STATUS IS WS-ERR-FILE-STATUS.
000950     SELECT CONTROL-FILE
000951         ASSIGN TO "CTLFILE"
000952         ORGANIZATION IS LINE SEQUENTIAL
000953         FILE STATUS IS WS-CTL-FILE-STATUS.
000954
000955     SELECT REVIEW-FILE
000956         ASSIGN TO "RGNREVW"
000957         ORGANIZATION IS LINE SEQUENTIAL
000958         FILE STATUS IS WS-RVW-FILE-STATUS.
000959
000960     SELECT STEP-HISTORY
000961         ASSIGN TO "STEPHIST"
000962         ORGANIZATION IS LINE SEQUENTIAL
000963         FILE STATUS IS WS-TIM-FILE-STATUS.
000964
000965 DATA            DIVISION.
000966 FILE            SECTION.
000967 FD  ORDER-FILE
000970     RECORDING MODE IS F.
000980 01  ORDER-FILE-RECORD             PIC X(63).
000990
001000 FD  ORDER-FILE-EAST
001010     RECORDING MODE IS F.
001020 01  ORDER-FILE-EAST-RECORD        PIC X(63).
001030
001040 FD  ORDER-FILE-WEST
001050     RECORDING MODE IS F.
001060 01  ORDER-FILE-WEST-RECORD        PIC X(63).
001070
001080 FD  ORDER-FILE-NORTH
001090     RECORDING MODE IS F.
001100 01  ORDER-FILE-NORTH-RECORD       PIC X(63).
001110
001120 FD  MANIFEST-FILE
001130     RECORDING MODE IS F.
001160 FD  ORDER-MASTER.
001170 01  ORDER-MASTER-RECORD.
001180     05  ORDER-MASTER-KEY          PIC 9(05).
001190     05  FILLER                    PIC X(136).
001200
001210 FD  REJECT-FILE
001220     RECORDING MODE IS F.
001230 01  REJECT-FILE-RECORD            PIC X(78).
001240
001250 FD  RESUBMIT-FILE
001260     RECORDING MODE IS F.
001270 01  RESUBMIT-FILE-RECORD          PIC X(66).
001271
001272 FD  CUSTOMER-MASTER.
001273 01  CUSTOMER-MASTER-RECORD.
001274     05  CUSTOMER-MASTER-KEY       PIC X(08).
001275     05  FILLER                    PIC X(152).
001276
001277 FD  JOURNAL-FILE
001278     RECORDING MODE IS F.
001279 01  JOURNAL-FILE-RECORD           PIC X(351).
001280
001281 FD  RUN-CONTROL-FILE
001282     RECORDING MODE IS F.
001283 01  RUN-CONTROL-FILE-RECORD       PIC X(32).
001284
001285 FD  SEQ-CONTROL-FILE
001286     RECORDING MODE IS F.
001287 01  SEQ-CONTROL-FILE-RECORD       PIC X(40).
001288
001289 FD  ERROR-FILE
001290     RECORDING MODE IS F.
001291 01  ERROR-FILE-RECORD             PIC X(78).
001292 FD  CONTROL-FILE
001293     RECORDING MODE IS F.
001294 01  CONTROL-FILE-RECORD           PIC X(37).
001295
001296 FD  REVIEW-FILE
001297     RECORDING MODE IS F.
001298 01  REVIEW-FILE-RECORD            PIC X(40).
001299
001300 FD  STEP-HISTORY
001301     RECORDING MODE IS F.
001302 01  STEP-HISTORY-RECORD           PIC X(64).
001303
001304 WORKING-STORAGE SECTION.
001305******************************************************************
001310*    EXTRACT, MASTER, AND REJECT RECORD LAYOUTS SHARED WITH
001320*    FIZZBUZZ AND FIZZREP.
001330******************************************************************
001380 COPY FBRSBREC.
001382 COPY FBJRNREC.
001384 COPY FBRUNREC.
001386 COPY FBSEQREC.
001388 COPY FBERRREC.
001389 COPY FBCTLREC.
001390 COPY FBRVWREC.
001391 COPY FBCUSREC.
001395
001400******************************************************************
001410*    SWITCHES AND FILE STATUS FIELDS
001420******************************************************************
001580     88  WS-RSB-FILE-OK            VALUE "00".
001590     88  WS-RSB-FILE-NOT-FOUND     VALUE "35".
001600     88  WS-RSB-FILE-AT-EOF        VALUE "10".
001601
001602 01  WS-CUS-FILE-STATUS            PIC X(02) VALUE "00".
001603     88  WS-CUS-FILE-OK            VALUE "00".
001604     88  WS-CUS-FILE-NOT-FOUND     VALUE "35".
001605     88  WS-CUS-REC-NOT-FOUND      VALUE "23".
001610
001620 01  WS-MAN-FILE-STATUS            PIC X(02) VALUE "00".
001630     88  WS-MAN-FILE-OK            VALUE "00".
001664     88  WS-RCT-FILE-OK            VALUE "00".
001666     88  WS-RCT-FILE-NOT-FOUND    VALUE "35".
001668     88  WS-RCT-FILE-AT-EOF        VALUE "10".
001669
001670 01  WS-SEQ-FILE-STATUS            PIC X(02) VALUE "00".
001671     88  WS-SEQ-FILE-OK            VALUE "00".
001672     88  WS-SEQ-FILE-NOT-FOUND     VALUE "35".
001673     88  WS-SEQ-FILE-AT-EOF        VALUE "10".
001674
001675 01  WS-ERR-FILE-STATUS            PIC X(02) VALUE "00".
001676     88  WS-ERR-FILE-OK            VALUE "00".
001677 01  WS-CTL-FILE-STATUS            PIC X(02) VALUE "00".
001678     88  WS-CTL-FILE-OK            VALUE "00".
001679     88  WS-CTL-FILE-NOT-FOUND     VALUE "35".
001680     88  WS-CTL-FILE-AT-EOF        VALUE "10".
001681
001682 01  WS-RVW-FILE-STATUS            PIC X(02) VALUE "00".
001683     88  WS-RVW-FILE-OK            VALUE "00".
001684     88  WS-RVW-FILE-NOT-FOUND     VALUE "35".
001685     88  WS-RVW-FILE-AT-EOF        VALUE "10".
001686
001687******************************************************************
001688*    LOAD CONTROL TOTALS
001690******************************************************************
001696 77  WS-COLLIDED-COUNT             PIC 9(07) VALUE 0.
001700 77  WS-READ-COUNT                 PIC 9(07) VALUE 0.
001740 77  WS-SKIPPED-COUNT              PIC 9(07) VALUE 0.
001750 77  WS-IO-ERROR-COUNT             PIC 9(07) VALUE 0.
001760 77  WS-RESUB-COUNT                PIC 9(07) VALUE 0.
001765 77  WS-CANCELLED-COUNT            PIC 9(07) VALUE 0.
001767 77  WS-EXTRACT-SKIP-COUNT         PIC 9(03) VALUE 0.
001768 77  WS-HELD-COUNT                 PIC 9(07) VALUE 0.
001769 77  WS-ACCOUNT-REJ-COUNT          PIC 9(07) VALUE 0.
001770 01  WS-LOAD-DATE                  PIC 9(08) VALUE 0.
001780 01  WS-REJ-OPENED-SW              PIC X(01) VALUE "N".
001790     88  WS-REJ-FILE-OPENED        VALUE "Y".
001792 01  WS-REJ-REASON                 PIC X(04) VALUE SPACES.
001793 01  WS-ORD-AMOUNT                 PIC 9(07)V99 VALUE 0.
001794 01  WS-ACCT-BAD-SW                PIC X(01) VALUE "N".
001795     88  WS-ACCT-BAD               VALUE "Y".
001796 01  WS-ERR-OPENED-SW              PIC X(01) VALUE "N".
001797     88  WS-ERR-FILE-OPENED        VALUE "Y".
001798
001799******************************************************************
001800*    CROSS-REGION COLLISION TOTALS -- ONE ENTRY PER DISTINCT
001801*    MASTER-REGION/EXTRACT-REGION PAIR SEEN COLLIDING, FOR THE
001802*    COLLISION REPORT PRINTED AT END OF LOAD.
001804******************************************************************
001806 01  WS-COLLISION-TOTALS.
001820 01  WS-COL-HIT                    PIC 9(02) COMP VALUE 0.
001822 01  WS-COL-FOUND-SW               PIC X(01) VALUE "N".
001824     88  WS-COL-FOUND              VALUE "Y".
001825
001826******************************************************************
001827*    MULTI-REGION LOAD CONTROL.  WS-ORD-DDNAME IS THE DDNAME
001830*    KEYED ON THE MANIFEST, DISPATCHED TO THE MATCHING EXTRACT
001840*    SELECT (A NEW REGION NEEDS ITS OWN SELECT/FD HERE AND A DD
001850*    IN THE JOB); WS-CUR-REGION IS STAMPED ON EVERY RECORD
001916*    THE BEFORE IMAGE IS CAPTURED AS SOON AS A MASTER RECORD
001918*    IS READ, BEFORE ANY FIELD IS TOUCHED.
001920******************************************************************
001922 01  WS-OMS-BEFORE-IMAGE           PIC X(141) VALUE SPACES.
001924 01  WS-JRN-TIME                   PIC 9(08) VALUE 0.
001926 01  WS-JRN-RUN-NBR                PIC 9(06) VALUE 0.
001928 01  WS-MAX-RUN-NBR                PIC 9(06) VALUE 0.
001929
001930******************************************************************
001931*    EXTRACT CONTROL CHECK.  AN EXTRACT IS READ THROUGH ONCE
001932*    AND TOTALLED BEFORE ANY OF IT IS APPLIED, SO ONE THAT WAS
001933*    CUT OFF OR RESENT IS SKIPPED WHOLE, NEVER HALF LOADED.
001934******************************************************************
001935 01  WS-VFY-SWITCHES.
001936     05  WS-VFY-HDR-SEEN-SW        PIC X(01) VALUE "N".
001937         88  WS-VFY-HDR-SEEN       VALUE "Y".
001938     05  WS-VFY-TRL-SEEN-SW        PIC X(01) VALUE "N".
001939         88  WS-VFY-TRL-SEEN       VALUE "Y".
001940     05  WS-VFY-FAILED-SW          PIC X(01) VALUE "N".
001941         88  WS-VFY-FAILED         VALUE "Y".
001942 77  WS-VFY-REC-COUNT              PIC 9(07) VALUE 0.
001943 77  WS-VFY-ID-HASH                PIC 9(12) VALUE 0.
001944 77  WS-VFY-AMOUNT                 PIC 9(11)V99 VALUE 0.
001945 01  WS-VFY-FILE-SEQ               PIC 9(06) VALUE 0.
001946 01  WS-VFY-CREATE-DATE            PIC 9(08) VALUE 0.
001947 01  WS-VFY-EXPECTED-SEQ           PIC 9(06) VALUE 0.
001948 01  WS-VFY-REASON                 PIC X(50) VALUE SPACES.
001949
001950******************************************************************
001951*    LAST FILE SEQUENCE LOADED PER REGION, FROM SEQCTL.  A
001952*    REGION NOT YET ON SEQCTL TAKES WHATEVER SEQUENCE ITS FIRST
001953*    EXTRACT CARRIES.  A SEQCTL THAT CANNOT BE READ, OR HOLDS
001954*    MORE REGIONS THAN THE TABLE, LEAVES NOTHING TO CHECK A
001955*    RESENT FILE AGAINST, SO EVERY EXTRACT IS SKIPPED.
001956******************************************************************
001957 01  WS-SEQ-TABLE.
001958     05  WS-SQT-COUNT              PIC 9(02) COMP VALUE 0.
001959     05  WS-SQT-ENTRY OCCURS 20 TIMES
001960             INDEXED BY WS-SQT-IDX.
001961         10  WS-SQT-REGION         PIC X(03).
001962         10  WS-SQT-LAST-SEQ       PIC 9(06).
001963 01  WS-SQT-HIT                    PIC 9(02) COMP VALUE 0.
001964 01  WS-SQT-WORK-REGION            PIC X(03) VALUE SPACES.
001965 01  WS-SQT-FOUND-SW               PIC X(01) VALUE "N".
001966     88  WS-SQT-FOUND              VALUE "Y".
001967 01  WS-SEQ-UNUSABLE-SW            PIC X(01) VALUE "N".
001968     88  WS-SEQ-UNUSABLE           VALUE "Y".
001969******************************************************************
001970*    HIGH-VALUE HOLD.  WS-HOLD-LIMIT IS THE WHOLE-DOLLAR HOLD
001971*    LIMIT OF THE CONTROL SET GOVERNING THE LOAD DATE (ZERO IS
001972*    NO AMOUNT HOLD); WS-RVW-TABLE IS THE REGIONS UNDER REVIEW
001973*    FROM RGNREVW.  AN ORDER ADDED OR REFRESHED ABOVE THE LIMIT,
001974*    OR FOR A REGION UNDER REVIEW, IS PUT ON HOLD.
001975******************************************************************
001976 01  WS-HOLD-LIMIT                 PIC 9(06) VALUE 0.
001977 01  WS-GOV-CTL-DATE               PIC 9(08) VALUE 0.
001978 01  WS-CTL-EFF-DATE               PIC 9(08) VALUE 0.
001979 01  WS-GOV-CTL-FOUND-SW           PIC X(01) VALUE "N".
001980     88  WS-GOV-CTL-FOUND          VALUE "Y".
001981 01  WS-RVW-TABLE.
001982     05  WS-RVT-COUNT              PIC 9(02) COMP VALUE 0.
001983     05  WS-RVT-ENTRY OCCURS 20 TIMES
001984             INDEXED BY WS-RVT-IDX.
001985         10  WS-RVT-REGION         PIC X(03).
001986 01  WS-RVT-FOUND-SW               PIC X(01) VALUE "N".
001987     88  WS-RVT-FOUND              VALUE "Y".
001988
001989******************************************************************
001990*    STEP-TIMING HISTORY FIELDS.  THE START IS TAKEN AS THE
001991*    STEP BEGINS; THE END, RECORD COUNT AND RETURN-CODE AS IT
001992*    ENDS.
001993******************************************************************
001994 COPY FBTIMREC.
001995 01  WS-TIM-FILE-STATUS            PIC X(02) VALUE "00".
001996     88  WS-TIM-FILE-OK            VALUE "00".
001997     88  WS-TIM-FILE-NOT-FOUND     VALUE "35".
001998 01  WS-TIM-RUN-NBR                PIC 9(06) VALUE 0.
001999 01  WS-TIM-START-DATE             PIC 9(08) VALUE 0.
002000 01  WS-TIM-START-TIME             PIC 9(08) VALUE 0.
002001 01  WS-TIM-RECORDS                PIC 9(09) VALUE 0.
002002
002003 PROCEDURE       DIVISION.
002004 0000-MAINLINE.
002005     ACCEPT WS-TIM-START-DATE FROM DATE YYYYMMDD.
002006     ACCEPT WS-TIM-START-TIME FROM TIME.
002007     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002008     PERFORM 1500-PROCESS-MANIFEST THRU 1500-EXIT.
002009     PERFORM 2500-PROCESS-RESUBMITS THRU 2500-EXIT.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002011     PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT.
002012     STOP RUN.
002013
002014******************************************************************
002015*    1000-INITIALIZE -- OPEN THE MASTER.  A MASTER THAT DOES
002020*    NOT EXIST YET (FIRST LOAD) IS CREATED BY REOPENING IT FOR
002030*    OUTPUT AND THEN FOR I-O.  THE EXTRACTS THEMSELVES ARE
002040*    OPENED ONE AT A TIME AS THE MANIFEST IS WORKED.
002190         DISPLAY "FIZZLOD: ORDER MASTER (ORDMAST) OPEN FAILED"
002200             " -- NOTHING LOADED"
002210         MOVE 8 TO RETURN-CODE
002215         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
002220         STOP RUN
002230     END-IF.
002231     OPEN INPUT CUSTOMER-MASTER.
002232     IF NOT WS-CUS-FILE-OK
002233         DISPLAY "FIZZLOD: CUSTOMER MASTER (CUSTMAST) OPEN FAILED"
002234             " -- NOTHING LOADED"
002235         CLOSE ORDER-MASTER
002236         MOVE 8 TO RETURN-CODE
002237         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
002238         STOP RUN
002239     END-IF.
002240     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
002241     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
002242     PERFORM 1300-OPEN-ERROR-REPORT THRU 1300-EXIT.
002243     PERFORM 1400-LOAD-SEQUENCE-CONTROL THRU 1400-EXIT.
002244     PERFORM 1600-READ-HOLD-LIMIT THRU 1600-EXIT.
002245     PERFORM 1700-LOAD-REVIEW-LIST THRU 1700-EXIT.
002246     GO TO 1000-EXIT.
002250 1000-EXIT.
002260     EXIT.
002262
002380             " -- NOTHING LOADED"
002382         CLOSE ORDER-MASTER
002384         MOVE 8 TO RETURN-CODE
002385         PERFORM 9800-WRITE-STEP-TIMING THRU 9800-EXIT
002386         STOP RUN
002388     END-IF.
002390     GO TO 1200-EXIT.
002392 1200-EXIT.
002394     EXIT.
002395
002396******************************************************************
002397*    1300-OPEN-ERROR-REPORT -- THE LOAD IS THE FIRST STEP OF
002398*    THE NIGHT TO REPORT ERRORS, SO IT STARTS THE NIGHT'S
002399*    ERRRPT AFRESH; FIZZBUZZ ADDS ITS OWN ERRORS BEHIND THESE.
002400******************************************************************
002401 1300-OPEN-ERROR-REPORT.
002402     OPEN OUTPUT ERROR-FILE.
002403     IF WS-ERR-FILE-OK
002404         SET WS-ERR-FILE-OPENED TO TRUE
002405     ELSE
002406         ADD 1 TO WS-IO-ERROR-COUNT
002407         DISPLAY "FIZZLOD: ERROR REPORT (ERRRPT) OPEN FAILED,"
002408             " STATUS " WS-ERR-FILE-STATUS
002409         MOVE "00" TO WS-ERR-FILE-STATUS
002410     END-IF.
002411     GO TO 1300-EXIT.
002412 1300-EXIT.
002413     EXIT.
002414
002415******************************************************************
002416*    1400-LOAD-SEQUENCE-CONTROL -- TABLE THE LAST FILE SEQUENCE
002417*    LOADED FOR EACH REGION.  NO SEQCTL YET MEANS NO REGION HAS
002418*    A HISTORY.
002419******************************************************************
002420 1400-LOAD-SEQUENCE-CONTROL.
002421     OPEN INPUT SEQ-CONTROL-FILE.
002422     IF WS-SEQ-FILE-NOT-FOUND
002423         MOVE "00" TO WS-SEQ-FILE-STATUS
002424         GO TO 1400-EXIT
002425     END-IF.
002426     IF NOT WS-SEQ-FILE-OK
002427         ADD 1 TO WS-IO-ERROR-COUNT
002428         DISPLAY "FIZZLOD: SEQUENCE CONTROL (SEQCTL) OPEN"
002429             " FAILED, STATUS " WS-SEQ-FILE-STATUS
002430         SET WS-SEQ-UNUSABLE TO TRUE
002431         MOVE "00" TO WS-SEQ-FILE-STATUS
002432         GO TO 1400-EXIT
002433     END-IF.
002434     PERFORM 1410-LOAD-ONE-SEQUENCE THRU 1410-EXIT
002435         UNTIL WS-SEQ-FILE-AT-EOF.
002436     CLOSE SEQ-CONTROL-FILE.
002437     MOVE "00" TO WS-SEQ-FILE-STATUS.
002438     GO TO 1400-EXIT.
002439 1400-EXIT.
002440     EXIT.
002441
002442 1410-LOAD-ONE-SEQUENCE.
002443     READ SEQ-CONTROL-FILE INTO FB-SEQ-CONTROL-RECORD
002444         AT END
002445             SET WS-SEQ-FILE-AT-EOF TO TRUE
002446             GO TO 1410-EXIT
002447     END-READ.
002448     IF FB-SEQ-FILE-SEQ NOT NUMERIC
002449         GO TO 1410-EXIT
002450     END-IF.
002451     MOVE FB-SEQ-REGION TO WS-SQT-WORK-REGION.
002452     PERFORM 1420-FIND-REGION THRU 1420-EXIT.
002453     IF NOT WS-SQT-FOUND
002454         GO TO 1410-EXIT
002455     END-IF.
002456     SET WS-SQT-IDX TO WS-SQT-HIT.
002457     MOVE FB-SEQ-FILE-SEQ TO WS-SQT-LAST-SEQ (WS-SQT-IDX).
002458     GO TO 1410-EXIT.
002459 1410-EXIT.
002460     EXIT.
002461
002462******************************************************************
002463*    1420-FIND-REGION -- LOCATE WS-SQT-WORK-REGION IN THE
002464*    SEQUENCE TABLE, ADDING IT (LAST SEQUENCE ZERO) THE FIRST
002465*    TIME IT IS SEEN.  A FULL TABLE MAKES THE CONTROL UNUSABLE.
002466******************************************************************
002467 1420-FIND-REGION.
002468     MOVE "N" TO WS-SQT-FOUND-SW.
002469     PERFORM 1430-MATCH-ONE-REGION THRU 1430-EXIT
002470         VARYING WS-SQT-IDX FROM 1 BY 1
002471         UNTIL WS-SQT-IDX > WS-SQT-COUNT
002472            OR WS-SQT-FOUND.
002473     IF WS-SQT-FOUND
002474         GO TO 1420-EXIT
002475     END-IF.
002476     IF WS-SQT-COUNT = 20
002477         IF NOT WS-SEQ-UNUSABLE
002478             ADD 1 TO WS-IO-ERROR-COUNT
002479             DISPLAY "FIZZLOD: OVER 20 REGIONS ON SEQCTL --"
002480                 " SEQUENCE CONTROL UNUSABLE"
002481         END-IF
002482         SET WS-SEQ-UNUSABLE TO TRUE
002483         GO TO 1420-EXIT
002484     END-IF.
002485     ADD 1 TO WS-SQT-COUNT.
002486     MOVE WS-SQT-COUNT TO WS-SQT-HIT.
002487     SET WS-SQT-IDX TO WS-SQT-HIT.
002488     MOVE WS-SQT-WORK-REGION TO WS-SQT-REGION (WS-SQT-IDX).
002489     MOVE 0 TO WS-SQT-LAST-SEQ (WS-SQT-IDX).
002490     SET WS-SQT-FOUND TO TRUE.
002491     GO TO 1420-EXIT.
002492 1420-EXIT.
002493     EXIT.
002494
002495 1430-MATCH-ONE-REGION.
002496     IF WS-SQT-REGION (WS-SQT-IDX) = WS-SQT-WORK-REGION
002497         SET WS-SQT-HIT TO WS-SQT-IDX
002498         SET WS-SQT-FOUND TO TRUE
002499     END-IF.
002500     GO TO 1430-EXIT.
002501 1430-EXIT.
002502     EXIT.
002503
002504******************************************************************
002505*    1600-READ-HOLD-LIMIT -- TAKE THE HOLD LIMIT FROM THE
002506*    CONTROL SET GOVERNING THE LOAD DATE, CHOSEN THE WAY
002507*    FIZZBUZZ CHOOSES ITS SET: THE LATEST APPROVED EFFECTIVE
002508*    DATE NOT AFTER THE DATE, A LATER RECORD WINNING A TIE.  NO
002509*    CTLFILE, NO SET IN EFFECT, OR A BLANK LIMIT -- AN OLD
002510*    31-BYTE SET ENDS BEFORE IT -- MEANS NO AMOUNT HOLD.  AN
002511*    UNREADABLE CTLFILE IS AN I-O ERROR: LOADING WITHOUT THE
002512*    LIMIT WOULD LET HIGH-VALUE ORDERS BILL UNREVIEWED.
002513******************************************************************
002514 1600-READ-HOLD-LIMIT.
002515     OPEN INPUT CONTROL-FILE.
002516     IF WS-CTL-FILE-NOT-FOUND
002517         MOVE "00" TO WS-CTL-FILE-STATUS
002518         GO TO 1600-EXIT
002519     END-IF.
002520     IF NOT WS-CTL-FILE-OK
002521         ADD 1 TO WS-IO-ERROR-COUNT
002522         DISPLAY "FIZZLOD: CONTROL FILE (CTLFILE) OPEN FAILED,"
002523             " STATUS " WS-CTL-FILE-STATUS
002524         MOVE "00" TO WS-CTL-FILE-STATUS
002525         GO TO 1600-EXIT
002526     END-IF.
002527     PERFORM 1610-READ-ONE-CONTROL THRU 1610-EXIT
002528         UNTIL WS-CTL-FILE-AT-EOF.
002529     CLOSE CONTROL-FILE.
002530     MOVE "00" TO WS-CTL-FILE-STATUS.
002531     DISPLAY "FIZZLOD: HOLD LIMIT (WHOLE $)   " WS-HOLD-LIMIT.
002532     GO TO 1600-EXIT.
002533 1600-EXIT.
002534     EXIT.
002535
002536 1610-READ-ONE-CONTROL.
002537     READ CONTROL-FILE INTO FB-CONTROL-RECORD
002538         AT END
002539             SET WS-CTL-FILE-AT-EOF TO TRUE
002540             GO TO 1610-EXIT
002541     END-READ.
002542     IF FB-CTL-PENDING
002543         GO TO 1610-EXIT
002544     END-IF.
002545     IF FB-CTL-EFF-DATE NUMERIC
002546         MOVE FB-CTL-EFF-DATE TO WS-CTL-EFF-DATE
002547     ELSE
002548         MOVE 0 TO WS-CTL-EFF-DATE
002549     END-IF.
002550     IF WS-CTL-EFF-DATE > WS-LOAD-DATE
002551         GO TO 1610-EXIT
002552     END-IF.
002553     IF WS-GOV-CTL-FOUND
002554        AND WS-CTL-EFF-DATE < WS-GOV-CTL-DATE
002555         GO TO 1610-EXIT
002556     END-IF.
002557     MOVE WS-CTL-EFF-DATE TO WS-GOV-CTL-DATE.
002558     SET WS-GOV-CTL-FOUND TO TRUE.
002559     IF FB-CTL-HOLD-LIMIT NUMERIC
002560         MOVE FB-CTL-HOLD-LIMIT TO WS-HOLD-LIMIT
002561     ELSE
002562         MOVE 0 TO WS-HOLD-LIMIT
002563     END-IF.
002564     GO TO 1610-EXIT.
002565 1610-EXIT.
002566     EXIT.
002567
002568******************************************************************
002569*    1700-LOAD-REVIEW-LIST -- TABLE THE REGIONS UNDER REVIEW.
002570*    NO RGNREVW MEANS NONE.  A LIST THAT CANNOT BE READ, OR
002571*    HOLDS MORE REGIONS THAN THE TABLE, IS AN I-O ERROR FOR THE
002572*    SAME REASON AS AN UNREADABLE CTLFILE.
002573******************************************************************
002574 1700-LOAD-REVIEW-LIST.
002575     OPEN INPUT REVIEW-FILE.
002576     IF WS-RVW-FILE-NOT-FOUND
002577         MOVE "00" TO WS-RVW-FILE-STATUS
002578         GO TO 1700-EXIT
002579     END-IF.
002580     IF NOT WS-RVW-FILE-OK
002581         ADD 1 TO WS-IO-ERROR-COUNT
002582         DISPLAY "FIZZLOD: REGION REVIEW LIST (RGNREVW) OPEN"
002583             " FAILED, STATUS " WS-RVW-FILE-STATUS
002584         MOVE "00" TO WS-RVW-FILE-STATUS
002585         GO TO 1700-EXIT
002586     END-IF.
002587     PERFORM 1710-LOAD-ONE-REVIEW THRU 1710-EXIT
002588         UNTIL WS-RVW-FILE-AT-EOF.
002589     CLOSE REVIEW-FILE.
002590     MOVE "00" TO WS-RVW-FILE-STATUS.
002591     GO TO 1700-EXIT.
002592 1700-EXIT.
002593     EXIT.
002594
002595 1710-LOAD-ONE-REVIEW.
002596     READ REVIEW-FILE INTO FB-REVIEW-RECORD
002597         AT END
002598             SET WS-RVW-FILE-AT-EOF TO TRUE
002599             GO TO 1710-EXIT
002600     END-READ.
002601     IF FB-RVW-REGION = SPACES
002602         GO TO 1710-EXIT
002603     END-IF.
002604     IF WS-RVT-COUNT = 20
002605         ADD 1 TO WS-IO-ERROR-COUNT
002606         DISPLAY "FIZZLOD: REGION REVIEW LIST OVER 20 REGIONS,"
002607             " REGION " FB-RVW-REGION " NOT HELD"
002608         GO TO 1710-EXIT
002609     END-IF.
002610     ADD 1 TO WS-RVT-COUNT.
002611     SET WS-RVT-IDX TO WS-RVT-COUNT.
002612     MOVE FB-RVW-REGION TO WS-RVT-REGION (WS-RVT-IDX).
002613     DISPLAY "FIZZLOD: REGION UNDER REVIEW    " FB-RVW-REGION.
002614     GO TO 1710-EXIT.
002615 1710-EXIT.
002616     EXIT.
002617
002618******************************************************************
002619*    1500-PROCESS-MANIFEST -- WORK THE MANIFEST TOP TO BOTTOM,
002620*    LOADING EACH NAMED REGIONAL EXTRACT WITH ITS REGION CODE.
002621*    NO MANIFEST ON FILE MEANS THE CLASSIC SINGLE-EXTRACT RUN:
002622*    ORDRFILE IS LOADED WITH A BLANK REGION.
002623******************************************************************
002624 1500-PROCESS-MANIFEST.
002625     OPEN INPUT MANIFEST-FILE.
002626     IF WS-MAN-FILE-NOT-FOUND
002627         MOVE "00" TO WS-MAN-FILE-STATUS
002628         MOVE "ORDRFILE" TO WS-ORD-DDNAME
002629         MOVE SPACES    TO WS-CUR-REGION
002630         PERFORM 2400-LOAD-ONE-EXTRACT THRU 2400-EXIT
002631         GO TO 1500-EXIT
002632     END-IF.
002633     IF NOT WS-MAN-FILE-OK
002634         ADD 1 TO WS-IO-ERROR-COUNT
002635         DISPLAY "FIZZLOD: MANIFEST OPEN FAILED, STATUS "
002636             WS-MAN-FILE-STATUS
002637         GO TO 1500-EXIT
002638     END-IF.
002639     PERFORM 1510-WORK-ONE-MANIFEST THRU 1510-EXIT
002640         UNTIL WS-MAN-FILE-AT-EOF.
002641     CLOSE MANIFEST-FILE.
002642     IF WS-EXTRACT-COUNT = 0
002643         DISPLAY "FIZZLOD: MANIFEST IS EMPTY, NOTHING LOADED"
002644         ADD 1 TO WS-IO-ERROR-COUNT
002645     END-IF.
002646     GO TO 1500-EXIT.
002647 1500-EXIT.
002648     EXIT.
002649
002650 1510-WORK-ONE-MANIFEST.
002651     READ MANIFEST-FILE INTO FB-MANIFEST-RECORD
002652         AT END
002653             SET WS-MAN-FILE-AT-EOF TO TRUE
002654             GO TO 1510-EXIT
002655     END-READ.
002660     IF FB-MAN-DDNAME = SPACES
002670         DISPLAY "FIZZLOD: MANIFEST ENTRY HAS NO DDNAME, SKIPPED"
002680         ADD 1 TO WS-IO-ERROR-COUNT
002810*    EVERY RECORD IT ADDS OR REFRESHES.  THE DDNAME IS
002820*    DISPATCHED TO ITS OWN SELECT -- AN ASSIGN NAME IS FIXED
002830*    AT COMPILE TIME UNDER THIS DIALECT, SO A DDNAME WITHOUT A
002840*    SELECT OF ITS OWN IS AN ERROR, NOT AN OPEN.  THE EXTRACT
002842*    IS FIRST READ THROUGH AND CHECKED AGAINST ITS HEADER AND
002844*    TRAILER; ONE THAT FAILS IS SKIPPED WHOLE AND THE NEXT
002846*    MANIFEST ENTRY IS WORKED.
002850******************************************************************
002860 2400-LOAD-ONE-EXTRACT.
002870     IF WS-ORD-DDNAME NOT = "ORDRFILE"
003030         GO TO 2400-EXIT
003040     END-IF.
003050     ADD 1 TO WS-EXTRACT-COUNT.
003051     PERFORM 2440-VERIFY-EXTRACT THRU 2440-EXIT.
003052     PERFORM 2430-CLOSE-EXTRACT THRU 2430-EXIT.
003053     MOVE "00" TO WS-ORD-FILE-STATUS.
003054     IF WS-VFY-FAILED
003055         PERFORM 2480-SKIP-EXTRACT THRU 2480-EXIT
003056         GO TO 2400-EXIT
003057     END-IF.
003058     PERFORM 2410-OPEN-EXTRACT THRU 2410-EXIT.
003059     IF NOT WS-ORD-FILE-OK
003060         ADD 1 TO WS-IO-ERROR-COUNT
003061         DISPLAY "FIZZLOD: EXTRACT " WS-ORD-DDNAME
003062             " REOPEN FAILED, STATUS " WS-ORD-FILE-STATUS
003063         MOVE "00" TO WS-ORD-FILE-STATUS
003064         GO TO 2400-EXIT
003065     END-IF.
003067     PERFORM 2000-LOAD-ONE-ORDER THRU 2000-EXIT
003070         UNTIL WS-ORD-FILE-AT-EOF.
003080     PERFORM 2430-CLOSE-EXTRACT THRU 2430-EXIT.
003090     MOVE "00" TO WS-ORD-FILE-STATUS.
003095     PERFORM 2490-RECORD-SEQUENCE THRU 2490-EXIT.
003100     DISPLAY "FIZZLOD: EXTRACT " WS-ORD-DDNAME " REGION "
003110         WS-CUR-REGION " LOADED".
003120     GO TO 2400-EXIT.
003690     GO TO 2430-EXIT.
003700 2430-EXIT.
003710     EXIT.
003711
003712******************************************************************
003713*    2440-VERIFY-EXTRACT -- READ THE OPEN EXTRACT THROUGH,
003714*    TOTALLING ITS ORDER RECORDS, AND CHECK IT: THE HEADER IS
003715*    THE FIRST RECORD AND NAMES THE MANIFEST'S REGION, THE
003716*    TRAILER IS THE LAST AND TIES TO THE COUNT, ID HASH AND
003717*    AMOUNT READ, AND THE FILE SEQUENCE FOLLOWS ON FROM THE
003718*    REGION'S LAST ONE LOADED.  THE FIRST FAILURE FOUND SETS
003719*    WS-VFY-FAILED WITH ITS REASON.
003720******************************************************************
003721 2440-VERIFY-EXTRACT.
003722     MOVE "N" TO WS-VFY-HDR-SEEN-SW.
003723     MOVE "N" TO WS-VFY-TRL-SEEN-SW.
003724     MOVE "N" TO WS-VFY-FAILED-SW.
003725     MOVE 0 TO WS-VFY-REC-COUNT WS-VFY-ID-HASH WS-VFY-AMOUNT.
003726     MOVE 0 TO WS-VFY-FILE-SEQ WS-VFY-CREATE-DATE.
003727     MOVE SPACES TO WS-VFY-REASON.
003728     IF WS-SEQ-UNUSABLE
003729         MOVE "SEQUENCE CONTROL (SEQCTL) UNUSABLE"
003730             TO WS-VFY-REASON
003731         SET WS-VFY-FAILED TO TRUE
003732         GO TO 2440-EXIT
003733     END-IF.
003734     PERFORM 2450-VERIFY-ONE-RECORD THRU 2450-EXIT
003735         UNTIL WS-ORD-FILE-AT-EOF
003736            OR WS-VFY-FAILED.
003737     IF WS-VFY-FAILED
003738         GO TO 2440-EXIT
003739     END-IF.
003740     IF NOT WS-VFY-HDR-SEEN
003741         MOVE "NO HEADER RECORD" TO WS-VFY-REASON
003742         SET WS-VFY-FAILED TO TRUE
003743         GO TO 2440-EXIT
003744     END-IF.
003745     IF NOT WS-VFY-TRL-SEEN
003746         MOVE "NO TRAILER RECORD -- FILE INCOMPLETE"
003747             TO WS-VFY-REASON
003748         SET WS-VFY-FAILED TO TRUE
003749         GO TO 2440-EXIT
003750     END-IF.
003751     IF FB-ORT-REC-COUNT NOT NUMERIC
003752        OR FB-ORT-ID-HASH NOT NUMERIC
003753        OR FB-ORT-AMOUNT NOT NUMERIC
003754         MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-VFY-REASON
003755         SET WS-VFY-FAILED TO TRUE
003756         GO TO 2440-EXIT
003757     END-IF.
003758     IF FB-ORT-REC-COUNT NOT = WS-VFY-REC-COUNT
003759         MOVE "TRAILER RECORD COUNT DOES NOT MATCH RECORDS READ"
003760             TO WS-VFY-REASON
003761         SET WS-VFY-FAILED TO TRUE
003762         GO TO 2440-EXIT
003763     END-IF.
003764     IF FB-ORT-ID-HASH NOT = WS-VFY-ID-HASH
003765         MOVE "TRAILER ID HASH DOES NOT MATCH RECORDS READ"
003766             TO WS-VFY-REASON
003767         SET WS-VFY-FAILED TO TRUE
003768         GO TO 2440-EXIT
003769     END-IF.
003770     IF FB-ORT-AMOUNT NOT = WS-VFY-AMOUNT
003771         MOVE "TRAILER AMOUNT DOES NOT MATCH RECORDS READ"
003772             TO WS-VFY-REASON
003773         SET WS-VFY-FAILED TO TRUE
003774         GO TO 2440-EXIT
003775     END-IF.
003776     PERFORM 2470-CHECK-SEQUENCE THRU 2470-EXIT.
003777     GO TO 2440-EXIT.
003778 2440-EXIT.
003779     EXIT.
003780
003781 2450-VERIFY-ONE-RECORD.
003782     PERFORM 2420-READ-EXTRACT THRU 2420-EXIT.
003783     IF WS-ORD-FILE-AT-EOF
003784         GO TO 2450-EXIT
003785     END-IF.
003786     IF WS-VFY-TRL-SEEN
003787         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-VFY-REASON
003788         SET WS-VFY-FAILED TO TRUE
003789         GO TO 2450-EXIT
003790     END-IF.
003791     IF FB-ORD-HEADER-REC
003792         PERFORM 2460-VERIFY-HEADER THRU 2460-EXIT
003793         GO TO 2450-EXIT
003794     END-IF.
003795     IF NOT WS-VFY-HDR-SEEN
003796         MOVE "NO HEADER RECORD" TO WS-VFY-REASON
003797         SET WS-VFY-FAILED TO TRUE
003798         GO TO 2450-EXIT
003799     END-IF.
003800     IF FB-ORD-TRAILER-REC
003801         MOVE FB-ORDER-RECORD TO FB-ORDER-TRAILER
003802         SET WS-VFY-TRL-SEEN TO TRUE
003803         GO TO 2450-EXIT
003804     END-IF.
003805     ADD 1 TO WS-VFY-REC-COUNT.
003806     IF FB-ORD-ID NUMERIC
003807         ADD FB-ORD-ID TO WS-VFY-ID-HASH
003808     END-IF.
003809     IF FB-ORD-AMOUNT NUMERIC
003810         ADD FB-ORD-AMOUNT TO WS-VFY-AMOUNT
003811     END-IF.
003812     GO TO 2450-EXIT.
003813 2450-EXIT.
003814     EXIT.
003815
003816 2460-VERIFY-HEADER.
003817     IF WS-VFY-HDR-SEEN
003818        OR WS-VFY-REC-COUNT > 0
003819         MOVE "HEADER IS NOT THE FIRST RECORD" TO WS-VFY-REASON
003820         SET WS-VFY-FAILED TO TRUE
003821         GO TO 2460-EXIT
003822     END-IF.
003823     MOVE FB-ORDER-RECORD TO FB-ORDER-HEADER.
003824     SET WS-VFY-HDR-SEEN TO TRUE.
003825     IF FB-ORH-REGION NOT = WS-CUR-REGION
003826         MOVE SPACES TO WS-VFY-REASON
003827         STRING "HEADER REGION " FB-ORH-REGION
003828             " DOES NOT MATCH THE MANIFEST"
003829             DELIMITED BY SIZE INTO WS-VFY-REASON
003830         SET WS-VFY-FAILED TO TRUE
003831         GO TO 2460-EXIT
003832     END-IF.
003833     IF FB-ORH-CREATE-DATE NOT NUMERIC
003834         MOVE "HEADER CREATION DATE NOT NUMERIC"
003835             TO WS-VFY-REASON
003836         SET WS-VFY-FAILED TO TRUE
003837         GO TO 2460-EXIT
003838     END-IF.
003839     IF FB-ORH-FILE-SEQ NOT NUMERIC
003840        OR FB-ORH-FILE-SEQ = 0
003841         MOVE "HEADER FILE SEQUENCE NUMBER MISSING"
003842             TO WS-VFY-REASON
003843         SET WS-VFY-FAILED TO TRUE
003844         GO TO 2460-EXIT
003845     END-IF.
003846     MOVE FB-ORH-FILE-SEQ    TO WS-VFY-FILE-SEQ.
003847     MOVE FB-ORH-CREATE-DATE TO WS-VFY-CREATE-DATE.
003848     GO TO 2460-EXIT.
003849 2460-EXIT.
003850     EXIT.
003851
003852******************************************************************
003853*    2470-CHECK-SEQUENCE -- THE EXTRACT MUST BE THE NEXT FILE
003854*    IN ITS REGION'S SEQUENCE.  AT OR BELOW THE LAST ONE LOADED
003855*    IS A RESENT (DUPLICATE) FILE; ABOVE THE NEXT ONE MEANS A
003856*    FILE IN BETWEEN NEVER ARRIVED.
003857******************************************************************
003858 2470-CHECK-SEQUENCE.
003859     MOVE WS-CUR-REGION TO WS-SQT-WORK-REGION.
003860     MOVE "N" TO WS-SQT-FOUND-SW.
003861     PERFORM 1430-MATCH-ONE-REGION THRU 1430-EXIT
003862         VARYING WS-SQT-IDX FROM 1 BY 1
003863         UNTIL WS-SQT-IDX > WS-SQT-COUNT
003864            OR WS-SQT-FOUND.
003865     IF NOT WS-SQT-FOUND
003866         GO TO 2470-EXIT
003867     END-IF.
003868     SET WS-SQT-IDX TO WS-SQT-HIT.
003869     COMPUTE WS-VFY-EXPECTED-SEQ =
003870         WS-SQT-LAST-SEQ (WS-SQT-IDX) + 1.
003871     IF WS-VFY-FILE-SEQ NOT > WS-SQT-LAST-SEQ (WS-SQT-IDX)
003872         MOVE SPACES TO WS-VFY-REASON
003873         STRING "DUPLICATE FILE -- SEQ " WS-VFY-FILE-SEQ
003874             " LAST LOADED " WS-SQT-LAST-SEQ (WS-SQT-IDX)
003875             DELIMITED BY SIZE INTO WS-VFY-REASON
003876         SET WS-VFY-FAILED TO TRUE
003877         GO TO 2470-EXIT
003878     END-IF.
003879     IF WS-VFY-FILE-SEQ > WS-VFY-EXPECTED-SEQ
003880         MOVE SPACES TO WS-VFY-REASON
003881         STRING "OUT OF SEQUENCE -- SEQ " WS-VFY-FILE-SEQ
003882             " EXPECTED " WS-VFY-EXPECTED-SEQ
003883             DELIMITED BY SIZE INTO WS-VFY-REASON
003884         SET WS-VFY-FAILED TO TRUE
003885     END-IF.
003886     GO TO 2470-EXIT.
003887 2470-EXIT.
003888     EXIT.
003889
003890******************************************************************
003891*    2480-SKIP-EXTRACT -- THE EXTRACT FAILED ITS CHECKS AND
003892*    NONE OF IT WAS APPLIED.  SAY SO ON THE CONSOLE AND ON THE
003893*    ERROR REPORT, FLAGGED AS A SKIPPED REGION FOR FIZZSTA.
003894******************************************************************
003895 2480-SKIP-EXTRACT.
003896     ADD 1 TO WS-EXTRACT-SKIP-COUNT.
003897     DISPLAY "FIZZLOD: EXTRACT " WS-ORD-DDNAME " REGION "
003898         WS-CUR-REGION " SKIPPED -- " WS-VFY-REASON.
003899     IF NOT WS-ERR-FILE-OPENED
003900         GO TO 2480-EXIT
003901     END-IF.
003902     MOVE WS-LOAD-DATE   TO FB-ERR-RUN-ID.
003903     MOVE WS-ORD-DDNAME  TO FB-ERR-SOURCE.
003904     MOVE WS-VFY-REASON  TO FB-ERR-REASON.
003905     MOVE WS-JRN-RUN-NBR TO FB-ERR-RUN-NBR.
003906     SET FB-ERR-REGION-SKIPPED TO TRUE.
003907     MOVE WS-CUR-REGION  TO FB-ERR-REGION.
003908     WRITE ERROR-FILE-RECORD FROM FB-ERROR-RECORD.
003909     IF NOT WS-ERR-FILE-OK
003910         ADD 1 TO WS-IO-ERROR-COUNT
003911         DISPLAY "FIZZLOD: ERROR REPORT WRITE FAILED, STATUS "
003912             WS-ERR-FILE-STATUS
003913         MOVE "00" TO WS-ERR-FILE-STATUS
003914     END-IF.
003915     GO TO 2480-EXIT.
003916 2480-EXIT.
003917     EXIT.
003918
003919******************************************************************
003920*    2490-RECORD-SEQUENCE -- THE EXTRACT IS LOADED: APPEND ITS
003921*    SEQUENCE TO SEQCTL (CREATED ON FIRST USE) AND TABLE IT, SO
003922*    THE SAME FILE ARRIVING AGAIN -- TONIGHT OR LATER -- IS
003923*    SKIPPED AS A DUPLICATE.
003924******************************************************************
003925 2490-RECORD-SEQUENCE.
003926     MOVE WS-CUR-REGION TO WS-SQT-WORK-REGION.
003927     PERFORM 1420-FIND-REGION THRU 1420-EXIT.
003928     IF WS-SQT-FOUND
003929         SET WS-SQT-IDX TO WS-SQT-HIT
003930         MOVE WS-VFY-FILE-SEQ TO WS-SQT-LAST-SEQ (WS-SQT-IDX)
003931     END-IF.
003932     OPEN EXTEND SEQ-CONTROL-FILE.
003933     IF WS-SEQ-FILE-NOT-FOUND
003934         MOVE "00" TO WS-SEQ-FILE-STATUS
003935         OPEN OUTPUT SEQ-CONTROL-FILE
003936     END-IF.
003937     IF NOT WS-SEQ-FILE-OK
003938         ADD 1 TO WS-IO-ERROR-COUNT
003939         DISPLAY "FIZZLOD: SEQUENCE CONTROL (SEQCTL) OPEN"
003940             " FAILED, STATUS " WS-SEQ-FILE-STATUS
003941         MOVE "00" TO WS-SEQ-FILE-STATUS
003942         GO TO 2490-EXIT
003943     END-IF.
003944     MOVE SPACES TO FB-SEQ-CONTROL-RECORD.
003945     MOVE WS-CUR-REGION      TO FB-SEQ-REGION.
003946     MOVE WS-VFY-FILE-SEQ    TO FB-SEQ-FILE-SEQ.
003947     MOVE WS-VFY-CREATE-DATE TO FB-SEQ-CREATE-DATE.
003948     MOVE WS-LOAD-DATE       TO FB-SEQ-LOAD-DATE.
003949     MOVE WS-VFY-REC-COUNT   TO FB-SEQ-REC-COUNT.
003950     MOVE WS-JRN-RUN-NBR     TO FB-SEQ-RUN-NBR.
003951     WRITE SEQ-CONTROL-FILE-RECORD FROM FB-SEQ-CONTROL-RECORD.
003952     IF NOT WS-SEQ-FILE-OK
003953         ADD 1 TO WS-IO-ERROR-COUNT
003954         DISPLAY "FIZZLOD: SEQUENCE CONTROL WRITE FAILED,"
003955             " STATUS " WS-SEQ-FILE-STATUS
003956         MOVE "00" TO WS-SEQ-FILE-STATUS
003957     END-IF.
003958     CLOSE SEQ-CONTROL-FILE.
003959     MOVE "00" TO WS-SEQ-FILE-STATUS.
003960     GO TO 2490-EXIT.
003961 2490-EXIT.
003962     EXIT.
003963
003964******************************************************************
003965*    2000-LOAD-ONE-ORDER -- READ ONE EXTRACT RECORD AND APPLY IT
003966*    TO THE MASTER: ADD A NEW ID, REFRESH AN EXISTING ID'S
003967*    DATA AND CLEAR ITS LABEL AND LAST-RUN STAMP SO THE NIGHTLY
003968*    RUN RECLASSIFIES IT, OR MARK A CANCELLED ID CANCELLED.
003969*    THE HEADER AND TRAILER WERE CHECKED ON THE FIRST PASS AND
003970*    ARE PASSED OVER HERE.
003971******************************************************************
003972 2000-LOAD-ONE-ORDER.
003973     PERFORM 2420-READ-EXTRACT THRU 2420-EXIT.
003974     IF WS-ORD-FILE-AT-EOF
003975         GO TO 2000-EXIT
003976     END-IF.
003977     IF FB-ORD-HEADER-REC OR FB-ORD-TRAILER-REC
003978         GO TO 2000-EXIT
003979     END-IF.
003980     ADD 1 TO WS-READ-COUNT.
003981     PERFORM 2050-APPLY-ONE-ORDER THRU 2050-EXIT.
003982     GO TO 2000-EXIT.
003983 2000-EXIT.
003984     EXIT.
003985
003986******************************************************************
003987*    2050-APPLY-ONE-ORDER -- APPLY THE ORDER RECORD NOW IN
003988*    FB-ORDER-RECORD TO THE MASTER.  SHARED BY THE EXTRACT LOAD
003989*    AND THE RESUBMIT QUEUE SO A REPAIRED RECORD GOES THROUGH
003990*    EXACTLY THE SAME EDITS AS AN ORIGINAL ONE.
003991******************************************************************
003992 2050-APPLY-ONE-ORDER.
003993*    A BLANK (OLD-FORMAT) OR BAD EXTRACT AMOUNT LOADS AS ZERO
003994*    RATHER THAN REJECTING A RECORD THE OLD FORMAT ACCEPTED.
003995     IF FB-ORD-AMOUNT NUMERIC
003996         MOVE FB-ORD-AMOUNT TO WS-ORD-AMOUNT
003997     ELSE
003998         MOVE 0 TO WS-ORD-AMOUNT
003999     END-IF.
004000     IF FB-ORD-ID NOT NUMERIC
004001         ADD 1 TO WS-SKIPPED-COUNT
004002         DISPLAY "FIZZLOD: ORDER RECORD HAS A NON-NUMERIC ID,"
004003             " SENT TO REJECT FILE"
004005         MOVE "NNID" TO WS-REJ-REASON
004010         PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
004020         GO TO 2050-EXIT
004030     END-IF.
004031     IF NOT FB-ORD-TRAN-VALID
004032         ADD 1 TO WS-SKIPPED-COUNT
004033         DISPLAY "FIZZLOD: ORDER " FB-ORD-ID " HAS AN UNKNOWN"
004034             " TRANSACTION CODE, SENT TO REJECT FILE"
004035         MOVE "BTRN" TO WS-REJ-REASON
004036         PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
004037         GO TO 2050-EXIT
004038     END-IF.
004039*    AN ADD OR CHANGE MUST NAME AN OPEN ACCOUNT ON THE CUSTOMER
004040*    MASTER.  A CANCEL IS TAKEN AS SENT -- IT ONLY EVER STOPS
004041*    THE ORDER, AND THE MASTER ROW ALREADY CARRIES THE ACCOUNT.
004042     IF NOT FB-ORD-CANCEL
004043         PERFORM 2060-CHECK-ACCOUNT THRU 2060-EXIT
004044         IF WS-ACCT-BAD
004045             GO TO 2050-EXIT
004046         END-IF
004047     END-IF.
004048     MOVE FB-ORD-ID TO ORDER-MASTER-KEY.
004050     READ ORDER-MASTER INTO FB-ORDER-MASTER-RECORD
004060         KEY IS ORDER-MASTER-KEY
004070     END-READ.
004080     IF WS-OMS-REC-NOT-FOUND
004090         MOVE "00" TO WS-OMS-FILE-STATUS
004095         IF FB-ORD-ADD
004100             PERFORM 2100-ADD-MASTER-RECORD THRU 2100-EXIT
004101         ELSE
004102*            A CHANGE OR CANCEL FOR AN ORDER WE NEVER LOADED --
004103*            NOTHING TO APPLY IT TO.
004104             ADD 1 TO WS-SKIPPED-COUNT
004105             DISPLAY "FIZZLOD: CHANGE/CANCEL FOR ORDER " FB-ORD-ID
004106                 " NOT ON THE MASTER, SENT TO REJECT FILE"
004107             MOVE "NFND" TO WS-REJ-REASON
004108             PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
004109         END-IF
004110     ELSE
004120         IF WS-OMS-FILE-OK
004125             MOVE FB-ORDER-MASTER-RECORD TO WS-OMS-BEFORE-IMAGE
004128                AND FB-OMS-REGION NOT = WS-CUR-REGION
004129                 PERFORM 2300-HOLD-COLLISION THRU 2300-EXIT
004130             ELSE
004131                 PERFORM 2150-APPLY-TO-EXISTING THRU 2150-EXIT
004132             END-IF
004140         ELSE
004150             ADD 1 TO WS-IO-ERROR-COUNT
004220 2050-EXIT.
004230     EXIT.
004240
004241******************************************************************
004242*    2060-CHECK-ACCOUNT -- LOOK THE ORDER'S CUSTOMER ACCOUNT UP
004243*    ON THE CUSTOMER MASTER.  A BLANK ACCOUNT OR ONE NOT ON FILE
004244*    IS REJECTED NACC; AN ACCOUNT NOT OPEN (CLOSED, OR ANY STATUS
004245*    BUT ACTIVE) IS REJECTED CACC.  A FAILED READ IS AN I-O ERROR
004246*    AND THE ORDER IS LEFT FOR THE NEXT EXTRACT.
004247******************************************************************
004248 2060-CHECK-ACCOUNT.
004249     MOVE "N" TO WS-ACCT-BAD-SW.
004250     IF FB-ORD-ACCOUNT = SPACES
004251         SET WS-ACCT-BAD TO TRUE
004252         ADD 1 TO WS-SKIPPED-COUNT
004253         ADD 1 TO WS-ACCOUNT-REJ-COUNT
004254         DISPLAY "FIZZLOD: ORDER " FB-ORD-ID " HAS NO CUSTOMER"
004255             " ACCOUNT, SENT TO REJECT FILE"
004256         MOVE "NACC" TO WS-REJ-REASON
004257         PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
004258         GO TO 2060-EXIT
004259     END-IF.
004260     MOVE FB-ORD-ACCOUNT TO CUSTOMER-MASTER-KEY.
004261     READ CUSTOMER-MASTER INTO FB-CUSTOMER-RECORD
004262         KEY IS CUSTOMER-MASTER-KEY
004263     END-READ.
004264     IF WS-CUS-REC-NOT-FOUND
004265         MOVE "00" TO WS-CUS-FILE-STATUS
004266         SET WS-ACCT-BAD TO TRUE
004267         ADD 1 TO WS-SKIPPED-COUNT
004268         ADD 1 TO WS-ACCOUNT-REJ-COUNT
004269         DISPLAY "FIZZLOD: ORDER " FB-ORD-ID " ACCOUNT "
004270             FB-ORD-ACCOUNT " NOT ON CUSTOMER MASTER,"
004271             " SENT TO REJECT FILE"
004272         MOVE "NACC" TO WS-REJ-REASON
004273         PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
004274         GO TO 2060-EXIT
004275     END-IF.
004276     IF NOT WS-CUS-FILE-OK
004277         SET WS-ACCT-BAD TO TRUE
004278         ADD 1 TO WS-IO-ERROR-COUNT
004279         DISPLAY "FIZZLOD: CUSTOMER MASTER READ FAILED, STATUS "
004280             WS-CUS-FILE-STATUS
004281         MOVE "00" TO WS-CUS-FILE-STATUS
004282         GO TO 2060-EXIT
004283     END-IF.
004284     IF NOT FB-CUS-ACTIVE
004285         SET WS-ACCT-BAD TO TRUE
004286         ADD 1 TO WS-SKIPPED-COUNT
004287         ADD 1 TO WS-ACCOUNT-REJ-COUNT
004288         DISPLAY "FIZZLOD: ORDER " FB-ORD-ID " ACCOUNT "
004289             FB-ORD-ACCOUNT " IS CLOSED, SENT TO REJECT FILE"
004290         MOVE "CACC" TO WS-REJ-REASON
004291         PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
004292     END-IF.
004293     GO TO 2060-EXIT.
004294 2060-EXIT.
004295     EXIT.
004296
004297******************************************************************
004298*    2150-APPLY-TO-EXISTING -- THE ID IS ALREADY ON THE MASTER
004299*    UNDER THIS REGION.  A CANCEL MARKS IT CANCELLED; AN ADD OR
004300*    CHANGE REFRESHES IT.  A CANCELLED ORDER STAYS CANCELLED --
004301*    A REPEATED CANCEL (A RERUN OF THE SAME EXTRACT) IS LEFT
004302*    ALONE, AND AN ADD OR CHANGE AGAINST IT IS REJECTED (CNCL)
004303*    SO A REVIVED ORDER IS SENT UPSTREAM UNDER A NEW ID RATHER
004304*    THAN QUIETLY UNDOING A CREDIT ALREADY SENT TO BILLING.
004305******************************************************************
004306 2150-APPLY-TO-EXISTING.
004307     IF FB-OMS-CANCELLED
004308         IF FB-ORD-CANCEL
004309             ADD 1 TO WS-UNCHANGED-COUNT
004310         ELSE
004311             ADD 1 TO WS-SKIPPED-COUNT
004312             DISPLAY "FIZZLOD: ORDER " FB-ORD-ID " IS CANCELLED"
004313                 " ON THE MASTER, SENT TO REJECT FILE"
004314             MOVE "CNCL" TO WS-REJ-REASON
004315             PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
004316         END-IF
004317         GO TO 2150-EXIT
004318     END-IF.
004319     IF FB-ORD-CANCEL
004320         PERFORM 2250-CANCEL-MASTER-RECORD THRU 2250-EXIT
004321     ELSE
004322         PERFORM 2200-REFRESH-MASTER-RECORD THRU 2200-EXIT
004323     END-IF.
004324     GO TO 2150-EXIT.
004325 2150-EXIT.
004326     EXIT.
004327
004328 2100-ADD-MASTER-RECORD.
004329     MOVE FB-ORD-ID     TO FB-OMS-ID.
004330     MOVE FB-ORD-DATA   TO FB-OMS-DATA.
004331     MOVE SPACES        TO FB-OMS-LABEL.
004332     MOVE SPACES        TO FB-OMS-LAST-RUN-ID.
004333     MOVE SPACES        TO FB-OMS-LAST-RUN-NBR.
004334     MOVE WS-CUR-REGION TO FB-OMS-REGION.
004335     MOVE WS-ORD-AMOUNT TO FB-OMS-AMOUNT.
004336     SET FB-OMS-ACTIVE  TO TRUE.
004337     PERFORM 2600-SET-HOLD-STATUS THRU 2600-EXIT.
004338     MOVE SPACES        TO FB-OMS-BILLED-RUN-NBR.
004339     MOVE 0             TO FB-OMS-BILLED-AMOUNT.
004340     MOVE SPACES        TO FB-OMS-CREDIT-RUN-NBR.
004341     MOVE 0             TO FB-OMS-BILLED-FEE.
004342     MOVE SPACE         TO FB-OMS-BILLED-BUCKET.
004343     MOVE FB-ORD-ACCOUNT TO FB-OMS-ACCOUNT.
004344     WRITE ORDER-MASTER-RECORD FROM FB-ORDER-MASTER-RECORD.
004345     IF WS-OMS-FILE-OK
004346         ADD 1 TO WS-ADDED-COUNT
004347         MOVE SPACES TO WS-OMS-BEFORE-IMAGE
004348         SET FB-JRN-ADD TO TRUE
004349         PERFORM 3100-WRITE-JOURNAL THRU 3100-EXIT
004350     ELSE
004360         ADD 1 TO WS-IO-ERROR-COUNT
004370         DISPLAY "FIZZLOD: MASTER WRITE FAILED, STATUS "
004500*    HAS THE REGION STAMPED IN PLACE WITHOUT DISTURBING ITS
004502*    CLASSIFICATION -- A REAL CROSS-REGION COLLISION NEVER
004504*    REACHES HERE.  AN AMOUNT CHANGE ALONE COUNTS AS A CHANGE.
004505*    A NEW CUSTOMER ACCOUNT ALONE, OR ONE ARRIVING FOR A ROW
004506*    LOADED BEFORE THE EXTRACTS CARRIED ACCOUNTS, IS STAMPED IN
004507*    PLACE THE SAME WAY -- IT DOES NOT CHANGE THE CLASSIFICATION.
004510     IF FB-ORD-DATA = FB-OMS-DATA
004512        AND FB-OMS-AMOUNT NUMERIC
004514        AND WS-ORD-AMOUNT = FB-OMS-AMOUNT
004518         IF (WS-CUR-REGION NOT = SPACES
004522             AND WS-CUR-REGION NOT = FB-OMS-REGION)
004526            OR FB-ORD-ACCOUNT NOT = FB-OMS-ACCOUNT
004530             IF WS-CUR-REGION NOT = SPACES
004534                 MOVE WS-CUR-REGION TO FB-OMS-REGION
004538             END-IF
004542             MOVE FB-ORD-ACCOUNT TO FB-OMS-ACCOUNT
004550             REWRITE ORDER-MASTER-RECORD
004560                 FROM FB-ORDER-MASTER-RECORD
004570             IF NOT WS-OMS-FILE-OK
004720     IF WS-CUR-REGION NOT = SPACES
004730         MOVE WS-CUR-REGION TO FB-OMS-REGION
004740     END-IF.
004741*    A CHANGED ORDER IS TESTED FOR HOLD AFRESH, EXCEPT THAT ONE
004742*    ALREADY RELEASED STAYS RELEASED WHILE ITS AMOUNT IS THE
004743*    AMOUNT THE SUPERVISOR RELEASED.
004744     IF FB-OMS-RELEASED
004745        AND FB-OMS-AMOUNT NUMERIC
004746        AND WS-ORD-AMOUNT = FB-OMS-AMOUNT
004747         CONTINUE
004748     ELSE
004749         SET FB-OMS-ACTIVE TO TRUE
004750         PERFORM 2600-SET-HOLD-STATUS THRU 2600-EXIT
004751     END-IF.
004753     MOVE WS-ORD-AMOUNT TO FB-OMS-AMOUNT.
004755     MOVE FB-ORD-ACCOUNT TO FB-OMS-ACCOUNT.
004757     REWRITE ORDER-MASTER-RECORD FROM FB-ORDER-MASTER-RECORD.
004760     IF WS-OMS-FILE-OK
004770         ADD 1 TO WS-REPLACED-COUNT
004772         SET FB-JRN-REWRITE TO TRUE
004840     GO TO 2200-EXIT.
004850 2200-EXIT.
004860     EXIT.
004861
004862******************************************************************
004863*    2250-CANCEL-MASTER-RECORD -- UPSTREAM CANCELLED THE ORDER.
004864*    THE ROW IS KEPT, NOT DELETED: IT IS MARKED CANCELLED AND
004865*    EVERYTHING ELSE -- LABEL, AMOUNT, AND THE BILLED STAMPS --
004866*    IS LEFT AS IT STANDS SO THE NEXT FIZZBUZZ RUN CAN CREDIT
004867*    WHAT WAS BILLED.
004868******************************************************************
004869 2250-CANCEL-MASTER-RECORD.
004870     SET FB-OMS-CANCELLED TO TRUE.
004871     REWRITE ORDER-MASTER-RECORD FROM FB-ORDER-MASTER-RECORD.
004872     IF WS-OMS-FILE-OK
004873         ADD 1 TO WS-CANCELLED-COUNT
004874         SET FB-JRN-REWRITE TO TRUE
004875         PERFORM 3100-WRITE-JOURNAL THRU 3100-EXIT
004876     ELSE
004877         ADD 1 TO WS-IO-ERROR-COUNT
004878         DISPLAY "FIZZLOD: MASTER REWRITE FAILED, STATUS "
004879             WS-OMS-FILE-STATUS
004880         MOVE "00" TO WS-OMS-FILE-STATUS
004881     END-IF.
004882     GO TO 2250-EXIT.
004883 2250-EXIT.
004884     EXIT.
004885
004886******************************************************************
004887*    2300-HOLD-COLLISION -- THE INCOMING ID ALREADY EXISTS ON
004888*    THE MASTER UNDER A DIFFERENT REGION.  THE MASTER IS KEYED
004889*    ON THE ID ALONE, SO APPLYING THE RECORD WOULD SILENTLY
004890*    OVERWRITE THE OTHER REGION'S ORDER AND SKEW BOTH REGION
004891*    SUBTOTALS -- HOLD IT OUT TO THE REJECT FILE (REASON XRID)
004892*    AND TALLY THE REGION PAIR FOR THE COLLISION REPORT.
004893******************************************************************
004894 2300-HOLD-COLLISION.
004895     ADD 1 TO WS-COLLIDED-COUNT.
004896     ADD 1 TO WS-SKIPPED-COUNT.
004897     DISPLAY "FIZZLOD: ORDER " FB-ORD-ID " OF REGION "
004898         WS-CUR-REGION " COLLIDES WITH REGION " FB-OMS-REGION
004899         " ON THE MASTER, SENT TO REJECT FILE".
004900     MOVE "XRID" TO WS-REJ-REASON.
004901     PERFORM 3000-WRITE-REJECT THRU 3000-EXIT.
004902     MOVE "N" TO WS-COL-FOUND-SW.
004903     PERFORM 2310-MATCH-ONE-PAIR THRU 2310-EXIT
004904         VARYING WS-COL-IDX FROM 1 BY 1
004905         UNTIL WS-COL-IDX > WS-COL-COUNT
004906            OR WS-COL-FOUND.
004907     IF NOT WS-COL-FOUND
004908         IF WS-COL-COUNT = 10
004910*            MORE DISTINCT PAIRS THAN THE TABLE HOLDS -- THE
004912*            COLLISIONS ARE STILL COUNTED AND REJECTED, ONLY
004966     GO TO 2310-EXIT.
004968 2310-EXIT.
004970     EXIT.
004971
004972******************************************************************
004973*    2600-SET-HOLD-STATUS -- PUT THE ORDER NOW IN THE MASTER
004974*    RECORD ON HOLD WHEN ITS INCOMING AMOUNT EXCEEDS THE HOLD
004975*    LIMIT ("H"), OR ELSE WHEN ITS REGION IS UNDER REVIEW ("V").
004976*    THE CALLER HAS SET THE ORDER ACTIVE; AN ORDER THAT QUALIFIES
004977*    FOR NEITHER HOLD IS LEFT ACTIVE.
004978******************************************************************
004979 2600-SET-HOLD-STATUS.
004980     IF WS-HOLD-LIMIT > 0
004981        AND WS-ORD-AMOUNT > WS-HOLD-LIMIT
004982         SET FB-OMS-HELD-AMOUNT TO TRUE
004983         ADD 1 TO WS-HELD-COUNT
004984         GO TO 2600-EXIT
004985     END-IF.
004986     IF WS-RVT-COUNT = 0 OR FB-OMS-REGION = SPACES
004987         GO TO 2600-EXIT
004988     END-IF.
004989     MOVE "N" TO WS-RVT-FOUND-SW.
004990     PERFORM 2610-MATCH-ONE-REVIEW THRU 2610-EXIT
004991         VARYING WS-RVT-IDX FROM 1 BY 1
004992         UNTIL WS-RVT-IDX > WS-RVT-COUNT
004993            OR WS-RVT-FOUND.
004994     IF WS-RVT-FOUND
004995         SET FB-OMS-HELD-REVIEW TO TRUE
004996         ADD 1 TO WS-HELD-COUNT
004997     END-IF.
004998     GO TO 2600-EXIT.
004999 2600-EXIT.
005000     EXIT.
005001
005002 2610-MATCH-ONE-REVIEW.
005003     IF WS-RVT-REGION (WS-RVT-IDX) = FB-OMS-REGION
005004         SET WS-RVT-FOUND TO TRUE
005005     END-IF.
005006     GO TO 2610-EXIT.
005007 2610-EXIT.
005008     EXIT.
005009
005010******************************************************************
005011*    2500-PROCESS-RESUBMITS -- LOAD ANY RECORDS THE OPERATOR
005012*    REPAIRED THROUGH FIZZREP SINCE THE LAST RUN, THEN EMPTY
005013*    THE QUEUE SO A REPAIR IS ONLY EVER APPLIED ONCE.  NO
005014*    QUEUE ON FILE JUST MEANS NOTHING WAS REPAIRED.
005015******************************************************************
005016 2500-PROCESS-RESUBMITS.
005017     OPEN INPUT RESUBMIT-FILE.
005018     IF WS-RSB-FILE-NOT-FOUND
005019         MOVE "00" TO WS-RSB-FILE-STATUS
005020         GO TO 2500-EXIT
005021     END-IF.
005022     IF NOT WS-RSB-FILE-OK
005023         ADD 1 TO WS-IO-ERROR-COUNT
005024         DISPLAY "FIZZLOD: RESUBMIT QUEUE OPEN FAILED, STATUS "
005030             WS-RSB-FILE-STATUS
005040         GO TO 2500-EXIT
005050     END-IF.
005330     MOVE FB-RSB-ID     TO FB-ORD-ID.
005340     MOVE FB-RSB-DATA   TO FB-ORD-DATA.
005345     MOVE FB-RSB-AMOUNT TO FB-ORD-AMOUNT.
005347     MOVE FB-RSB-TRAN-CODE TO FB-ORD-TRAN-CODE.
005348     MOVE FB-RSB-ACCOUNT TO FB-ORD-ACCOUNT.
005350     MOVE FB-RSB-REGION TO WS-CUR-REGION.
005360     PERFORM 2050-APPLY-ONE-ORDER THRU 2050-EXIT.
005370     GO TO 2510-EXIT.
005670     MOVE WS-CUR-REGION TO FB-REJ-REGION.
005675     MOVE WS-ORD-AMOUNT TO FB-REJ-AMOUNT.
005680     MOVE WS-REJ-REASON TO FB-REJ-REASON-CODE.
005685     MOVE FB-ORD-TRAN-CODE TO FB-REJ-TRAN-CODE.
005687     MOVE FB-ORD-ACCOUNT TO FB-REJ-ACCOUNT.
005690     WRITE REJECT-FILE-RECORD FROM FB-REJECT-RECORD.
005700     IF NOT WS-REJ-FILE-OK
005710         ADD 1 TO WS-IO-ERROR-COUNT
005796*    RECOVERY TRAIL HAS A GAP.
005798******************************************************************
005800 3100-WRITE-JOURNAL.
005801     MOVE SPACES TO FB-JOURNAL-RECORD.
005802     MOVE WS-JRN-RUN-NBR TO FB-JRN-RUN-NBR.
005804     MOVE WS-LOAD-DATE   TO FB-JRN-DATE.
005806     ACCEPT WS-JRN-TIME FROM TIME.
005832 3100-EXIT.
005834     EXIT.
005836
005838******************************************************************
005840*    9000-TERMINATE -- PRINT THE LOAD CONTROL TOTALS AND SET THE
005842*    RETURN-CODE: 4 WHEN ANY ORDER RECORD WAS REJECTED OR ANY
005844*    EXTRACT WAS SKIPPED, 8 WHEN ANY MASTER, REJECT, QUEUE OR
005846*    CONTROL-FILE I-O FAILED.
005848******************************************************************
005850 9000-TERMINATE.
005860     CLOSE ORDER-MASTER.
005862     CLOSE JOURNAL-FILE.
005866     CLOSE CUSTOMER-MASTER.
005870     IF WS-REJ-FILE-OPENED
005880         CLOSE REJECT-FILE
005890     END-IF.
005891     IF WS-ERR-FILE-OPENED
005892         CLOSE ERROR-FILE
005893     END-IF.
005894     DISPLAY "FIZZLOD: EXTRACTS SKIPPED      "
005895         WS-EXTRACT-SKIP-COUNT.
005900     DISPLAY "FIZZLOD: EXTRACT RECORDS READ  " WS-READ-COUNT.
005910     DISPLAY "FIZZLOD: RESUBMITS APPLIED     " WS-RESUB-COUNT.
005920     DISPLAY "FIZZLOD: MASTER RECORDS ADDED  " WS-ADDED-COUNT.
005930     DISPLAY "FIZZLOD: MASTER RECORDS REDONE " WS-REPLACED-COUNT.
005935     DISPLAY "FIZZLOD: MASTER RECS CANCELLED " WS-CANCELLED-COUNT.
005937     DISPLAY "FIZZLOD: ORDERS PUT ON HOLD    " WS-HELD-COUNT.
005940     DISPLAY "FIZZLOD: MASTER RECS UNCHANGED " WS-UNCHANGED-COUNT.
005950     DISPLAY "FIZZLOD: ORDER RECS REJECTED   " WS-SKIPPED-COUNT.
005951     DISPLAY "FIZZLOD:  FOR CUSTOMER ACCOUNT "
005952         WS-ACCOUNT-REJ-COUNT.
005953     DISPLAY "FIZZLOD: CROSS-REGION COLLIDED " WS-COLLIDED-COUNT.
005954     IF WS-COLLIDED-COUNT > 0
005956         PERFORM 9100-PRINT-ONE-PAIR THRU 9100-EXIT
005957             VARYING WS-COL-IDX FROM 1 BY 1
005980         MOVE 8 TO RETURN-CODE
005990     ELSE
006000         IF WS-SKIPPED-COUNT > 0
006005            OR WS-EXTRACT-SKIP-COUNT > 0
006010             MOVE 4 TO RETURN-CODE
006020         END-IF
006030     END-IF.
006084     GO TO 9100-EXIT.
006086 9100-EXIT.
006088     EXIT.
006098
006108******************************************************************
006118*    9800-WRITE-STEP-TIMING -- APPEND THIS STEP'S TIMING RECORD
006128*    TO THE SHARED STEP HISTORY (CREATED ON FIRST USE) FOR THE
006138*    FIZZSLA BATCH-WINDOW REPORT.  PERFORMED AHEAD OF EVERY
006148*    STOP RUN SO A STEP THAT ENDS ON AN ERROR IS TIMED TOO.  A
006158*    HISTORY THAT CANNOT BE WRITTEN IS REPORTED BUT NEVER
006168*    CHANGES THE STEP'S OWN RETURN-CODE.
006178******************************************************************
006188 9800-WRITE-STEP-TIMING.
006198*    THE MASTER OPEN CAN FAIL BEFORE RUNCTL HAS BEEN READ.
006208     IF WS-JRN-RUN-NBR = 0
006218         PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
006228     END-IF.
006238     MOVE WS-JRN-RUN-NBR    TO WS-TIM-RUN-NBR.
006248     COMPUTE WS-TIM-RECORDS = WS-READ-COUNT + WS-RESUB-COUNT.
006258     MOVE SPACES            TO FB-STEP-TIMING-RECORD.
006268     MOVE WS-TIM-RUN-NBR    TO FB-TIM-RUN-NBR.
006278     MOVE "FIZZLOD"         TO FB-TIM-PROGRAM.
006288     MOVE WS-TIM-START-DATE TO FB-TIM-START-DATE.
006298     MOVE WS-TIM-START-TIME TO FB-TIM-START-TIME.
006308     ACCEPT FB-TIM-END-DATE FROM DATE YYYYMMDD.
006318     ACCEPT FB-TIM-END-TIME FROM TIME.
006328     MOVE WS-TIM-RECORDS    TO FB-TIM-RECORDS.
006338     MOVE RETURN-CODE       TO FB-TIM-RETURN-CODE.
006348     OPEN EXTEND STEP-HISTORY.
006358     IF WS-TIM-FILE-NOT-FOUND
006368         MOVE "00" TO WS-TIM-FILE-STATUS
006378         OPEN OUTPUT STEP-HISTORY
006388     END-IF.
006398     IF NOT WS-TIM-FILE-OK
006408         DISPLAY "FIZZLOD: STEP HISTORY (STEPHIST) OPEN FAILED,"
006418             " STATUS " WS-TIM-FILE-STATUS " -- STEP NOT TIMED"
006428         GO TO 9800-EXIT
006438     END-IF.
006448     WRITE STEP-HISTORY-RECORD FROM FB-STEP-TIMING-RECORD.
006458     CLOSE STEP-HISTORY.
006468     GO TO 9800-EXIT.
006478 9800-EXIT.
006488     EXIT.
