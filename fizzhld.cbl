000010 IDENTIFICATION  DIVISION.
000020 PROGRAM-ID.     FIZZHLD.
000030 AUTHOR.         J R MERCER.
000040 INSTALLATION.   BATCH PRODUCTION SUPPORT.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MOD HISTORY:
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  ---------------------------------------
000110*    2026-10-15  JRM  ORIGINAL PROGRAM.  ONLINE RELEASE
000120*                     TRANSACTION FOR HELD ORDERS, IN THE STYLE
000130*                     OF FIZZREP.  SHOWS EACH ORDER FIZZLOD PUT
000140*                     ON HOLD (AMOUNT OVER THE CONTROL-SET HOLD
000150*                     LIMIT, OR REGION UNDER REVIEW) ONE AT A
000160*                     TIME; THE OPERATOR RELEASES IT FOR BILLING
000170*                     ON THE NEXT FIZZBUZZ RUN OR CANCELS IT,
000180*                     KEYING THEIR OPERATOR ID AND A REASON.
000190*                     EVERY RELEASE AND CANCEL IS JOURNALED ON
000200*                     ORDJRNL WITH THE OPERATOR AND THE REASON.
000201*    2026-10-15  JRM  OPERATORS NOW SIGN ON WITH AN ID AND PIN
000202*                     CHECKED AGAINST THE NEW SECFILE SECURITY
000203*                     FILE, AND THE SIGNED-ON ID IS THE ONE
000204*                     JOURNALED. ONLY AN APPROVER IS OFFERED
000205*                     RELEASE, CANCEL AND SAVE; ANY OTHER ROLE
000206*                     BROWSES. FAILED SIGN-ONS AND REFUSED ACTIONS
000207*                     ARE LOGGED ON THE NEW VIOLOG VIOLATION LOG.
000208*    2026-10-15  JRM  IN-FLIGHT TEST FOLLOWS THE LATEST WHOLE-RUN
000209*                     STATUS AND TREATS AN UNMERGED PARTITIONED
000210*                     NIGHT AS IN FLIGHT.
000211*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 141 BYTES AND
000212*                     JOURNAL RECORD TO 351 BYTES FOR THE CUSTOMER
000213*                     ACCOUNT.
000216******************************************************************
000220
000230 ENVIRONMENT     DIVISION.
000240 CONFIGURATION   SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270
000280 INPUT-OUTPUT    SECTION.
000290 FILE-CONTROL.
000300     SELECT ORDER-MASTER
000310         ASSIGN TO "ORDMAST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS ORDER-MASTER-KEY
000350         FILE STATUS IS WS-OMS-FILE-STATUS.
000360
000370     SELECT JOURNAL-FILE
000380         ASSIGN TO "ORDJRNL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-JRN-FILE-STATUS.
000410
000420     SELECT RUN-CONTROL-FILE
000430         ASSIGN TO "RUNCTL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RCT-FILE-STATUS.
000451
000452     SELECT SECURITY-FILE
000453         ASSIGN TO "SECFILE"
000454         ORGANIZATION IS LINE SEQUENTIAL
000455         FILE STATUS IS WS-SEC-FILE-STATUS.
000456
000457     SELECT VIOLATION-LOG
000458         ASSIGN TO "VIOLOG"
000459         ORGANIZATION IS LINE SEQUENTIAL
000462         FILE STATUS IS WS-VIO-FILE-STATUS.
000465
000470 DATA            DIVISION.
000480 FILE            SECTION.
000490 FD  ORDER-MASTER.
000500 01  ORDER-MASTER-RECORD.
000510     05  ORDER-MASTER-KEY          PIC 9(05).
000520     05  FILLER                    PIC X(136).
000530
000540 FD  JOURNAL-FILE
000550     RECORDING MODE IS F.
000560 01  JOURNAL-FILE-RECORD           PIC X(351).
000570
000580 FD  RUN-CONTROL-FILE
000590     RECORDING MODE IS F.
000600 01  RUN-CONTROL-FILE-RECORD       PIC X(32).
000601
000602 FD  SECURITY-FILE
000603     RECORDING MODE IS F.
000604 01  SECURITY-FILE-RECORD          PIC X(40).
000605
000606 FD  VIOLATION-LOG
000607     RECORDING MODE IS F.
000608 01  VIOLATION-LOG-RECORD          PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630******************************************************************
000640*    ORDER MASTER, CHANGE JOURNAL AND RUN-CONTROL LAYOUTS SHARED
000650*    WITH FIZZLOD AND FIZZBUZZ.
000660******************************************************************
000670 COPY FBORDMST.
000680 COPY FBJRNREC.
000690 COPY FBRUNREC.
000693 COPY FBSECREC.
000696 COPY FBVIOREC.
000700
000710******************************************************************
000720*    SWITCHES AND FILE STATUS FIELDS
000730******************************************************************
000740 01  WS-OMS-FILE-STATUS            PIC X(02) VALUE "00".
000750     88  WS-OMS-FILE-OK            VALUE "00".
000760     88  WS-OMS-FILE-NOT-FOUND     VALUE "35".
000770     88  WS-OMS-FILE-AT-EOF        VALUE "10".
000780     88  WS-OMS-REC-NOT-FOUND      VALUE "23".
000790
000800 01  WS-JRN-FILE-STATUS            PIC X(02) VALUE "00".
000810     88  WS-JRN-FILE-OK            VALUE "00".
000820     88  WS-JRN-FILE-NOT-FOUND     VALUE "35".
000830
000840 01  WS-RCT-FILE-STATUS            PIC X(02) VALUE "00".
000850     88  WS-RCT-FILE-OK            VALUE "00".
000860     88  WS-RCT-FILE-NOT-FOUND     VALUE "35".
000870     88  WS-RCT-FILE-AT-EOF        VALUE "10".
000871
000872 01  WS-SEC-FILE-STATUS            PIC X(02) VALUE "00".
000873     88  WS-SEC-FILE-OK            VALUE "00".
000874     88  WS-SEC-FILE-NOT-FOUND     VALUE "35".
000875     88  WS-SEC-FILE-AT-EOF        VALUE "10".
000876
000877 01  WS-VIO-FILE-STATUS            PIC X(02) VALUE "00".
000878     88  WS-VIO-FILE-OK            VALUE "00".
000879     88  WS-VIO-FILE-NOT-FOUND     VALUE "35".
000880
000890 01  WS-HLD-DONE-SW                PIC X(01) VALUE "N".
000900     88  WS-HLD-DONE               VALUE "Y".
000910 01  WS-HLD-ABANDON-SW             PIC X(01) VALUE "N".
000920     88  WS-HLD-ABANDONED          VALUE "Y".
000930 01  WS-HLD-TRUNC-SW               PIC X(01) VALUE "N".
000940     88  WS-HLD-TRUNCATED          VALUE "Y".
000950 01  WS-HLD-IN-FLIGHT-SW           PIC X(01) VALUE "N".
000960     88  WS-HLD-RUN-IN-FLIGHT      VALUE "Y".
000961 01  WS-HLD-MAX-WHOLE-NBR          PIC 9(06) VALUE 0.
000962 01  WS-HLD-WHOLE-STATUS           PIC X(01) VALUE SPACE.
000963
000964******************************************************************
000965*    SIGN-ON WORKING FIELDS.  THE OPERATOR HAS THREE TRIES AT
000966*    THE ID AND PIN, EVERY FAILURE LOGGED ON VIOLOG; THE MESSAGE
000967*    NEVER SAYS WHICH OF THE TWO WAS WRONG.  THE ROLE FROM
000968*    SECFILE DECIDES WHICH FUNCTIONS ARE OFFERED.
000969******************************************************************
000970 01  WS-SGN-OPERATOR               PIC X(08) VALUE SPACES.
000971 01  WS-SGN-PIN                    PIC X(08) VALUE SPACES.
000972 01  WS-SGN-ROLE                   PIC X(01) VALUE SPACE.
000973     88  WS-SGN-INQUIRY            VALUE "I".
000974     88  WS-SGN-REPAIR             VALUE "R".
000975     88  WS-SGN-MAINTAINER         VALUE "M".
000976     88  WS-SGN-APPROVER           VALUE "A".
000977 01  WS-SGN-MSG                    PIC X(50) VALUE SPACES.
000978 01  WS-SGN-TRIES                  PIC 9(01) VALUE 0.
000979 01  WS-SGN-OK-SW                  PIC X(01) VALUE "N".
000980     88  WS-SGN-OK                 VALUE "Y".
000981 01  WS-SGN-FOUND-SW               PIC X(01) VALUE "N".
000982     88  WS-SGN-FOUND              VALUE "Y".
000983 01  WS-SGN-VIO-TYPE               PIC X(04) VALUE SPACES.
000984 01  WS-SGN-VIO-DETAIL             PIC X(30) VALUE SPACES.
000985
000986******************************************************************
000990*    HELD-ORDER TABLE.  THE HELD ORDERS ARE LOADED FROM THE
001000*    MASTER AT START-UP; THE OPERATOR'S ACTIONS ARE APPLIED TO
001010*    THE MASTER ONLY AT SAVE, EACH ORDER RE-READ FIRST SO ONE
001020*    RELEASED OR CANCELLED SINCE THE LOAD IS LEFT ALONE.
001030******************************************************************
001040 01  WS-HELD-TABLE.
001050     05  WS-HLT-COUNT              PIC 9(03) COMP VALUE 0.
001060     05  WS-HLT-MAX                PIC 9(03) COMP VALUE 100.
001070     05  WS-HLT-ENTRY OCCURS 100 TIMES
001080             INDEXED BY WS-HLT-IDX.
001090         10  WS-HLT-ID             PIC 9(05).
001100         10  WS-HLT-REGION         PIC X(03).
001110         10  WS-HLT-WHY            PIC X(06).
001120         10  WS-HLT-AMOUNT         PIC 9(07)V99.
001130         10  WS-HLT-LABEL          PIC X(30).
001140         10  WS-HLT-DATA           PIC X(40).
001150         10  WS-HLT-ACTION         PIC X(01).
001160             88  WS-HLT-PENDING    VALUE " ".
001170             88  WS-HLT-RELEASE    VALUE "R".
001180             88  WS-HLT-CANCEL     VALUE "C".
001190         10  WS-HLT-OPERATOR       PIC X(08).
001200         10  WS-HLT-REASON         PIC X(30).
001210
001220******************************************************************
001230*    RELEASE SCREEN WORKING FIELDS
001240******************************************************************
001250 01  WS-HLD-CURRENT                PIC 9(03) VALUE 0.
001260 01  WS-HLD-TOTAL                  PIC 9(03) VALUE 0.
001270 01  WS-HLD-ID                     PIC 9(05) VALUE 0.
001280 01  WS-HLD-REGION                 PIC X(03) VALUE SPACES.
001290 01  WS-HLD-WHY                    PIC X(06) VALUE SPACES.
001300 01  WS-HLD-AMOUNT                 PIC 9(07)V99 VALUE 0.
001310 01  WS-HLD-LABEL                  PIC X(30) VALUE SPACES.
001320 01  WS-HLD-DATA                   PIC X(40) VALUE SPACES.
001330 01  WS-HLD-OPERATOR               PIC X(08) VALUE SPACES.
001340 01  WS-HLD-REASON                 PIC X(30) VALUE SPACES.
001350 01  WS-HLD-ACTION                 PIC X(01) VALUE SPACE.
001355 01  WS-HLD-PROMPT                 PIC X(48) VALUE SPACES.
001360 01  WS-HLD-MSG                    PIC X(50) VALUE SPACES.
001370 01  WS-ACTED-COUNT                PIC 9(03) COMP VALUE 0.
001380 01  WS-RELEASED-COUNT             PIC 9(03) COMP VALUE 0.
001390 01  WS-CANCELLED-COUNT            PIC 9(03) COMP VALUE 0.
001400 01  WS-PASSED-OVER-COUNT          PIC 9(03) COMP VALUE 0.
001410
001420******************************************************************
001430*    CHANGE-JOURNAL FIELDS.  A RELEASE OR CANCEL IS JOURNALED
001440*    UNDER THE NUMBER THE COMING FIZZBUZZ EXECUTION WILL DRAW
001450*    (THE LAST RUNCTL NUMBER PLUS ONE), THE SAME BOUNDARY
001460*    FIZZLOD STAMPS, SO A FIZZRBK ROLLBACK OF THAT RUN ALSO
001470*    UNDOES THE RELEASES MADE AHEAD OF IT.
001480******************************************************************
001490 01  WS-JRN-DATE                   PIC 9(08) VALUE 0.
001500 01  WS-JRN-TIME                   PIC 9(08) VALUE 0.
001510 01  WS-JRN-RUN-NBR                PIC 9(06) VALUE 0.
001520 01  WS-MAX-RUN-NBR                PIC 9(06) VALUE 0.
001530 01  WS-OMS-BEFORE-IMAGE           PIC X(141) VALUE SPACES.
001540
001550 SCREEN SECTION.
001560******************************************************************
001570*    SCR-RELEASE -- ONE HELD ORDER, WHY IT IS HELD, THE SIGNED-ON
001580*    OPERATOR, AND THE REASON AND ACTION TO KEY.
001590******************************************************************
001600 01  SCR-RELEASE.
001610     05  BLANK SCREEN.
001620     05  LINE 01 COL 01 VALUE "FIZZHLD -- HELD ORDER RELEASE".
001630     05  LINE 03 COL 01 VALUE "HELD ORDER".
001640     05  LINE 03 COL 12 PIC ZZ9 FROM WS-HLD-CURRENT.
001650     05  LINE 03 COL 16 VALUE "OF".
001660     05  LINE 03 COL 19 PIC ZZ9 FROM WS-HLD-TOTAL.
001670     05  LINE 05 COL 01 VALUE "ORDER ID . . . . : ".
001680     05  LINE 05 COL 20 PIC 9(05) FROM WS-HLD-ID.
001690     05  LINE 05 COL 30 VALUE "REGION: ".
001700     05  LINE 05 COL 38 PIC X(03) FROM WS-HLD-REGION.
001710     05  LINE 06 COL 01 VALUE "HELD FOR . . . . : ".
001720     05  LINE 06 COL 20 PIC X(06) FROM WS-HLD-WHY.
001730     05  LINE 07 COL 01 VALUE "ORDER AMOUNT . . : ".
001740     05  LINE 07 COL 20 PIC Z,ZZZ,ZZ9.99 FROM WS-HLD-AMOUNT.
001750     05  LINE 08 COL 01 VALUE "LABEL  . . . . . : ".
001760     05  LINE 08 COL 20 PIC X(30) FROM WS-HLD-LABEL.
001770     05  LINE 09 COL 01 VALUE "ORDER DATA . . . : ".
001780     05  LINE 09 COL 20 PIC X(40) FROM WS-HLD-DATA.
001790     05  LINE 11 COL 01 VALUE "OPERATOR ID  . . : ".
001800     05  LINE 11 COL 20 PIC X(08) FROM WS-HLD-OPERATOR.
001810     05  LINE 12 COL 01 VALUE "REASON . . . . . : ".
001820     05  LINE 12 COL 20 PIC X(30) USING WS-HLD-REASON.
001830     05  LINE 14 COL 01 PIC X(48) FROM WS-HLD-PROMPT.
001850     05  LINE 15 COL 01 VALUE "ACTION . . . . . : ".
001860     05  LINE 15 COL 20 PIC X(01) USING WS-HLD-ACTION.
001870     05  LINE 17 COL 01 PIC X(50) FROM WS-HLD-MSG.
001871
001872******************************************************************
001873*    SCR-SIGNON -- OPERATOR ID AND PIN, CHECKED AGAINST SECFILE
001874*    BEFORE ANYTHING ELSE IS SHOWN.  THE PIN IS NOT ECHOED.
001875******************************************************************
001876 01  SCR-SIGNON.
001877     05  BLANK SCREEN.
001878     05  LINE 01 COL 01 VALUE "FIZZHLD -- SIGN ON".
001879     05  LINE 03 COL 01 VALUE "OPERATOR ID . . : ".
001880     05  LINE 03 COL 19 PIC X(08) USING WS-SGN-OPERATOR.
001881     05  LINE 04 COL 01 VALUE "PIN . . . . . . : ".
001882     05  LINE 04 COL 19 PIC X(08) USING WS-SGN-PIN SECURE.
001883     05  LINE 06 COL 01 PIC X(50) FROM WS-SGN-MSG.
001886
001890 PROCEDURE       DIVISION.
001900******************************************************************
001910*    0000-MAINLINE -- LOAD THE HELD ORDERS, WALK THE OPERATOR
001920*    THROUGH EACH ONE, THEN APPLY THE RELEASES AND CANCELS TO
001930*    THE MASTER.
001940******************************************************************
001950 0000-MAINLINE.
001955     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     IF WS-HLT-COUNT = 0
001980         DISPLAY "FIZZHLD: NO HELD ORDERS ON THE MASTER"
001990         STOP RUN
002000     END-IF.
002010     MOVE WS-HLT-COUNT TO WS-HLD-TOTAL.
002020     MOVE 1 TO WS-HLD-CURRENT.
002030     PERFORM 2000-WORK-ONE THRU 2000-EXIT
002040         UNTIL WS-HLD-DONE
002050            OR WS-HLD-CURRENT > WS-HLT-COUNT.
002060     IF WS-HLD-ABANDONED
002070         DISPLAY "FIZZHLD: EXITED WITHOUT SAVING, NOTHING CHANGED"
002080         STOP RUN
002090     END-IF.
002100     IF WS-ACTED-COUNT > 0
002110         PERFORM 3000-SAVE-ACTIONS THRU 3000-EXIT
002120     ELSE
002130         DISPLAY "FIZZHLD: NO ORDERS RELEASED OR CANCELLED"
002140     END-IF.
002150     IF WS-HLD-TRUNCATED
002160         DISPLAY "FIZZHLD: MORE HELD ORDERS ON THE MASTER THAN"
002170             " THE SCREEN HOLDS -- RUN AGAIN FOR THE REST"
002180     END-IF.
002190     STOP RUN.
002200
002210******************************************************************
002212*    0100-SIGN-ON -- CHECK THE OPERATOR AGAINST SECFILE BEFORE
002213*    ANYTHING IS LOADED OR SHOWN.  THREE FAILED TRIES END THE
002214*    TRANSACTION; WITHOUT A READABLE SECURITY FILE NOBODY SIGNS
002215*    ON AT ALL.
002216******************************************************************
002217 0100-SIGN-ON.
002218     PERFORM 0110-TRY-SIGN-ON THRU 0110-EXIT
002219         UNTIL WS-SGN-OK
002220            OR WS-SGN-TRIES = 3.
002221     IF NOT WS-SGN-OK
002222         DISPLAY "FIZZHLD: SIGN-ON FAILED -- TRANSACTION ENDED"
002223         MOVE 8 TO RETURN-CODE
002224         STOP RUN
002225     END-IF.
002226     GO TO 0100-EXIT.
002227 0100-EXIT.
002228     EXIT.
002229
002230 0110-TRY-SIGN-ON.
002231     MOVE SPACES TO WS-SGN-PIN.
002232     DISPLAY SCR-SIGNON.
002233     ACCEPT SCR-SIGNON.
002234     ADD 1 TO WS-SGN-TRIES.
002235     PERFORM 0120-FIND-OPERATOR THRU 0120-EXIT.
002236     IF WS-SGN-VIO-TYPE NOT = SPACES
002237         MOVE SPACES TO WS-SGN-VIO-DETAIL
002238         STRING "SIGN-ON ATTEMPT " WS-SGN-TRIES
002239             DELIMITED BY SIZE INTO WS-SGN-VIO-DETAIL
002240         PERFORM 0190-LOG-VIOLATION THRU 0190-EXIT
002241         MOVE "*** SIGN-ON REFUSED -- CHECK ID AND PIN ***"
002242             TO WS-SGN-MSG
002243         GO TO 0110-EXIT
002244     END-IF.
002245     SET WS-SGN-OK TO TRUE.
002246     GO TO 0110-EXIT.
002247 0110-EXIT.
002248     EXIT.
002249
002250******************************************************************
002251*    0120-FIND-OPERATOR -- LOOK THE KEYED ID UP ON SECFILE AND
002252*    SET THE VIOLATION TYPE WHEN THE SIGN-ON MUST BE REFUSED.
002253*    A BLANK PIN ON FILE NEVER MATCHES ANYTHING KEYED.
002254******************************************************************
002255 0120-FIND-OPERATOR.
002256     MOVE SPACES TO WS-SGN-VIO-TYPE.
002257     MOVE SPACE  TO WS-SGN-ROLE.
002258     MOVE "N"    TO WS-SGN-FOUND-SW.
002259     OPEN INPUT SECURITY-FILE.
002260     IF NOT WS-SEC-FILE-OK
002261         DISPLAY "FIZZHLD: SECURITY FILE OPEN FAILED, STATUS "
002262             WS-SEC-FILE-STATUS " -- NO SIGN-ON POSSIBLE"
002263         MOVE 8 TO RETURN-CODE
002264         STOP RUN
002265     END-IF.
002266     PERFORM 0130-CHECK-ONE-OPERATOR THRU 0130-EXIT
002267         UNTIL WS-SEC-FILE-AT-EOF
002268            OR WS-SGN-FOUND.
002269     CLOSE SECURITY-FILE.
002270     MOVE "00" TO WS-SEC-FILE-STATUS.
002271     IF NOT WS-SGN-FOUND
002272         MOVE "UNKN" TO WS-SGN-VIO-TYPE
002273         GO TO 0120-EXIT
002274     END-IF.
002275     MOVE FB-SEC-ROLE TO WS-SGN-ROLE.
002276     EVALUATE TRUE
002277         WHEN FB-SEC-PIN = SPACES
002278         WHEN FB-SEC-PIN NOT = WS-SGN-PIN
002279             MOVE "BPIN" TO WS-SGN-VIO-TYPE
002280         WHEN FB-SEC-REVOKED
002281             MOVE "REVK" TO WS-SGN-VIO-TYPE
002282         WHEN NOT FB-SEC-ROLE-VALID
002283             MOVE "ROLE" TO WS-SGN-VIO-TYPE
002284     END-EVALUATE.
002285     GO TO 0120-EXIT.
002286 0120-EXIT.
002287     EXIT.
002288
002289 0130-CHECK-ONE-OPERATOR.
002290     READ SECURITY-FILE INTO FB-SECURITY-RECORD
002291         AT END
002292             SET WS-SEC-FILE-AT-EOF TO TRUE
002293             GO TO 0130-EXIT
002294     END-READ.
002295     IF FB-SEC-OPERATOR = WS-SGN-OPERATOR
002296         SET WS-SGN-FOUND TO TRUE
002297     END-IF.
002298     GO TO 0130-EXIT.
002299 0130-EXIT.
002300     EXIT.
002301
002302******************************************************************
002303*    0190-LOG-VIOLATION -- APPEND ONE RECORD TO VIOLOG, OPENED
002304*    AND CLOSED AROUND THE WRITE SO NOTHING IS LOST IF THE
002305*    SESSION IS CUT OFF.  A LOG THAT CANNOT BE WRITTEN IS
002306*    REPORTED, BUT THE REFUSAL STANDS EITHER WAY.
002307******************************************************************
002308 0190-LOG-VIOLATION.
002309     MOVE SPACES            TO FB-VIOLATION-RECORD.
002310     ACCEPT FB-VIO-DATE FROM DATE YYYYMMDD.
002311     ACCEPT FB-VIO-TIME FROM TIME.
002312     MOVE "FIZZHLD"         TO FB-VIO-PROGRAM.
002313     MOVE WS-SGN-OPERATOR   TO FB-VIO-OPERATOR.
002314     MOVE WS-SGN-ROLE       TO FB-VIO-ROLE.
002315     MOVE WS-SGN-VIO-TYPE   TO FB-VIO-TYPE.
002316     MOVE WS-SGN-VIO-DETAIL TO FB-VIO-DETAIL.
002317     OPEN EXTEND VIOLATION-LOG.
002318     IF WS-VIO-FILE-NOT-FOUND
002319         MOVE "00" TO WS-VIO-FILE-STATUS
002320         OPEN OUTPUT VIOLATION-LOG
002321     END-IF.
002322     IF NOT WS-VIO-FILE-OK
002323         DISPLAY "FIZZHLD: VIOLATION LOG OPEN FAILED, STATUS "
002324             WS-VIO-FILE-STATUS
002325         MOVE "00" TO WS-VIO-FILE-STATUS
002326         GO TO 0190-EXIT
002327     END-IF.
002328     WRITE VIOLATION-LOG-RECORD FROM FB-VIOLATION-RECORD.
002329     CLOSE VIOLATION-LOG.
002330     GO TO 0190-EXIT.
002331 0190-EXIT.
002332     EXIT.
002333
002334******************************************************************
002335*    1000-INITIALIZE -- OFFER RELEASE AND CANCEL ONLY TO AN
002336*    APPROVER (ANY OTHER ROLE MAY ONLY BROWSE), THEN BROWSE THE
002337*    MASTER AND LOAD EVERY HELD ORDER INTO THE TABLE.  UNLIKE
002338*    THE REJECT FILE IN FIZZREP, NOTHING IS LOST WHEN THERE ARE
002339*    MORE THAN THE TABLE HOLDS -- THE ORDERS NOT LOADED STAY
002340*    HELD ON THE MASTER FOR THE NEXT PASS, SO THE OPERATOR IS
002341*    TOLD AND WORKS THE FIRST HUNDRED.
002342******************************************************************
002343 1000-INITIALIZE.
002344     MOVE WS-SGN-OPERATOR TO WS-HLD-OPERATOR.
002345     IF WS-SGN-APPROVER
002346         MOVE "R=RELEASE  C=CANCEL  S=SKIP  Q=SAVE  X=NO SAVE"
002347             TO WS-HLD-PROMPT
002348     ELSE
002349         MOVE "S=SKIP  X=EXIT  (BROWSE ONLY)" TO WS-HLD-PROMPT
002350     END-IF.
002351     OPEN INPUT ORDER-MASTER.
002352     IF WS-OMS-FILE-NOT-FOUND
002353         GO TO 1000-EXIT
002354     END-IF.
002355     IF NOT WS-OMS-FILE-OK
002356         DISPLAY "FIZZHLD: ORDER MASTER OPEN FAILED, STATUS "
002357             WS-OMS-FILE-STATUS
002360         MOVE 8 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     PERFORM 1100-LOAD-ONE-ORDER THRU 1100-EXIT
002400         UNTIL WS-OMS-FILE-AT-EOF
002410            OR WS-HLD-TRUNCATED.
002420     CLOSE ORDER-MASTER.
002430     MOVE "00" TO WS-OMS-FILE-STATUS.
002440     GO TO 1000-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470
002480 1100-LOAD-ONE-ORDER.
002490     READ ORDER-MASTER NEXT RECORD
002500         INTO FB-ORDER-MASTER-RECORD
002510         AT END
002520             SET WS-OMS-FILE-AT-EOF TO TRUE
002530             GO TO 1100-EXIT
002540     END-READ.
002550     IF NOT FB-OMS-HELD
002560         GO TO 1100-EXIT
002570     END-IF.
002580     IF WS-HLT-COUNT = WS-HLT-MAX
002590         SET WS-HLD-TRUNCATED TO TRUE
002600         GO TO 1100-EXIT
002610     END-IF.
002620     ADD 1 TO WS-HLT-COUNT.
002630     SET WS-HLT-IDX TO WS-HLT-COUNT.
002640     MOVE FB-OMS-ID      TO WS-HLT-ID (WS-HLT-IDX).
002650     MOVE FB-OMS-REGION  TO WS-HLT-REGION (WS-HLT-IDX).
002660     IF FB-OMS-HELD-AMOUNT
002670         MOVE "AMOUNT" TO WS-HLT-WHY (WS-HLT-IDX)
002680     ELSE
002690         MOVE "REVIEW" TO WS-HLT-WHY (WS-HLT-IDX)
002700     END-IF.
002710     IF FB-OMS-AMOUNT NUMERIC
002720         MOVE FB-OMS-AMOUNT TO WS-HLT-AMOUNT (WS-HLT-IDX)
002730     ELSE
002740         MOVE 0 TO WS-HLT-AMOUNT (WS-HLT-IDX)
002750     END-IF.
002760     MOVE FB-OMS-LABEL   TO WS-HLT-LABEL (WS-HLT-IDX).
002770     MOVE FB-OMS-DATA    TO WS-HLT-DATA (WS-HLT-IDX).
002780     MOVE SPACE          TO WS-HLT-ACTION (WS-HLT-IDX).
002790     MOVE SPACES         TO WS-HLT-OPERATOR (WS-HLT-IDX).
002800     MOVE SPACES         TO WS-HLT-REASON (WS-HLT-IDX).
002810     GO TO 1100-EXIT.
002820 1100-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860*    2000-WORK-ONE -- SHOW THE CURRENT HELD ORDER AND ACT ON THE
002870*    OPERATOR'S CHOICE.  A RELEASE OR CANCEL NEEDS A REASON OR
002880*    THE ORDER STAYS ON THE SCREEN WITH A MESSAGE.  THE
002890*    OPERATOR ID IS THE SIGNED-ON OPERATOR'S; THE REASON IS
002900*    CLEARED FOR EACH ORDER.  RELEASE, CANCEL AND SAVE
002905*    ARE FOR THE APPROVER ROLE ONLY.
002910******************************************************************
002920 2000-WORK-ONE.
002930     SET WS-HLT-IDX TO WS-HLD-CURRENT.
002940     MOVE WS-HLT-ID (WS-HLT-IDX)     TO WS-HLD-ID.
002950     MOVE WS-HLT-REGION (WS-HLT-IDX) TO WS-HLD-REGION.
002960     MOVE WS-HLT-WHY (WS-HLT-IDX)    TO WS-HLD-WHY.
002970     MOVE WS-HLT-AMOUNT (WS-HLT-IDX) TO WS-HLD-AMOUNT.
002980     MOVE WS-HLT-LABEL (WS-HLT-IDX)  TO WS-HLD-LABEL.
002990     MOVE WS-HLT-DATA (WS-HLT-IDX)   TO WS-HLD-DATA.
003000     IF WS-HLD-MSG = SPACES
003010         MOVE SPACES TO WS-HLD-REASON
003020     END-IF.
003030     MOVE SPACE TO WS-HLD-ACTION.
003040     DISPLAY SCR-RELEASE.
003050     ACCEPT SCR-RELEASE.
003060     MOVE SPACES TO WS-HLD-MSG.
003070     EVALUATE WS-HLD-ACTION
003080         WHEN "R"
003090         WHEN "r"
003100             MOVE "R" TO WS-HLD-ACTION
003110             PERFORM 2100-TAKE-ACTION THRU 2100-EXIT
003120         WHEN "C"
003130         WHEN "c"
003140             MOVE "C" TO WS-HLD-ACTION
003150             PERFORM 2100-TAKE-ACTION THRU 2100-EXIT
003160         WHEN "S"
003170         WHEN "s"
003180             ADD 1 TO WS-HLD-CURRENT
003190         WHEN "Q"
003200         WHEN "q"
003203             IF WS-SGN-APPROVER
003206                 SET WS-HLD-DONE TO TRUE
003209             ELSE
003212                 PERFORM 2150-REFUSE-ACTION THRU 2150-EXIT
003215             END-IF
003220         WHEN "X"
003230         WHEN "x"
003240             SET WS-HLD-ABANDONED TO TRUE
003250             SET WS-HLD-DONE TO TRUE
003260         WHEN OTHER
003270             MOVE "*** INVALID ACTION ***" TO WS-HLD-MSG
003280     END-EVALUATE.
003290     GO TO 2000-EXIT.
003300 2000-EXIT.
003310     EXIT.
003320
003330 2100-TAKE-ACTION.
003332     IF NOT WS-SGN-APPROVER
003334         PERFORM 2150-REFUSE-ACTION THRU 2150-EXIT
003336         GO TO 2100-EXIT
003338     END-IF.
003380     IF WS-HLD-REASON = SPACES
003390         MOVE "A REASON IS REQUIRED TO RELEASE OR CANCEL"
003400             TO WS-HLD-MSG
003410         GO TO 2100-EXIT
003420     END-IF.
003430     MOVE WS-HLD-ACTION   TO WS-HLT-ACTION (WS-HLT-IDX).
003440     MOVE WS-HLD-OPERATOR TO WS-HLT-OPERATOR (WS-HLT-IDX).
003450     MOVE WS-HLD-REASON   TO WS-HLT-REASON (WS-HLT-IDX).
003460     ADD 1 TO WS-ACTED-COUNT.
003470     ADD 1 TO WS-HLD-CURRENT.
003480     GO TO 2100-EXIT.
003490 2100-EXIT.
003500     EXIT.
003501
003502******************************************************************
003503*    2150-REFUSE-ACTION -- A RELEASE, CANCEL OR SAVE KEYED BY AN
003504*    OPERATOR WHOSE ROLE ONLY BROWSES.  LOGGED ON VIOLOG AND
003505*    REFUSED.
003506******************************************************************
003507 2150-REFUSE-ACTION.
003508     MOVE "FUNC" TO WS-SGN-VIO-TYPE.
003509     MOVE "FIZZHLD RELEASE/CANCEL" TO WS-SGN-VIO-DETAIL.
003510     PERFORM 0190-LOG-VIOLATION THRU 0190-EXIT.
003511     MOVE "*** RELEASE AND CANCEL ARE FOR APPROVERS ONLY ***"
003512         TO WS-HLD-MSG.
003513     GO TO 2150-EXIT.
003514 2150-EXIT.
003515     EXIT.
003517
003520******************************************************************
003530*    3000-SAVE-ACTIONS -- APPLY THE RELEASES AND CANCELS TO THE
003540*    MASTER.  NOTHING IS APPLIED WHILE A FIZZBUZZ RUN IS IN
003550*    FLIGHT (ITS CLASSIFICATION PASS WOULD RACE THE REWRITES),
003560*    NOR WHEN THE JOURNAL CANNOT BE OPENED -- AN UNJOURNALED
003570*    CHANGE COULD NOT BE ROLLED BACK.
003580******************************************************************
003590 3000-SAVE-ACTIONS.
003600     PERFORM 3100-READ-RUN-CONTROL THRU 3100-EXIT.
003610     IF WS-HLD-RUN-IN-FLIGHT
003620         DISPLAY "FIZZHLD: A FIZZBUZZ RUN IS IN FLIGHT -- NOTHING"
003630             " CHANGED, TRY AGAIN AFTER THE RUN"
003640         MOVE 8 TO RETURN-CODE
003650         GO TO 3000-EXIT
003660     END-IF.
003670     OPEN I-O ORDER-MASTER.
003680     IF NOT WS-OMS-FILE-OK
003690         DISPLAY "FIZZHLD: ORDER MASTER OPEN FAILED, STATUS "
003700             WS-OMS-FILE-STATUS " -- NOTHING CHANGED"
003710         MOVE 8 TO RETURN-CODE
003720         GO TO 3000-EXIT
003730     END-IF.
003740     OPEN EXTEND JOURNAL-FILE.
003750     IF WS-JRN-FILE-NOT-FOUND
003760         MOVE "00" TO WS-JRN-FILE-STATUS
003770         OPEN OUTPUT JOURNAL-FILE
003780     END-IF.
003790     IF NOT WS-JRN-FILE-OK
003800         DISPLAY "FIZZHLD: CHANGE JOURNAL (ORDJRNL) OPEN FAILED"
003810             " -- NOTHING CHANGED"
003820         CLOSE ORDER-MASTER
003830         MOVE 8 TO RETURN-CODE
003840         GO TO 3000-EXIT
003850     END-IF.
003860     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
003870     PERFORM 3200-APPLY-ONE-ACTION THRU 3200-EXIT
003880         VARYING WS-HLT-IDX FROM 1 BY 1
003890         UNTIL WS-HLT-IDX > WS-HLT-COUNT.
003900     CLOSE JOURNAL-FILE.
003910     CLOSE ORDER-MASTER.
003920     DISPLAY "FIZZHLD: " WS-RELEASED-COUNT " RELEASED, "
003930         WS-CANCELLED-COUNT " CANCELLED".
003940     IF WS-PASSED-OVER-COUNT > 0
003950         DISPLAY "FIZZHLD: " WS-PASSED-OVER-COUNT
003960             " NO LONGER HELD ON THE MASTER -- LEFT AS FOUND"
003970     END-IF.
003980     GO TO 3000-EXIT.
003990 3000-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030*    3100-READ-RUN-CONTROL -- FIND THE HIGHEST RUN NUMBER ON
004040*    RUNCTL FOR THE JOURNAL STAMP, AND WHETHER THE LATEST RUN IS
004050*    STILL IN FLIGHT.  NO RUN-CONTROL FILE YET MEANS THE FIRST
004060*    CONTROLLED RUN IS COMING, NUMBER ONE.  THE NIGHT IS IN
004062*    FLIGHT WHILE THE LATEST WHOLE-RUN (BLANK REGION) RECORD
004064*    IS "I", OR WHILE PARTITION RECORDS STAND ABOVE THE LAST
004066*    WHOLE-RUN NUMBER -- A PARTITIONED NIGHT FIZZMRG HAS NOT
004068*    YET CLOSED.
004070******************************************************************
004080 3100-READ-RUN-CONTROL.
004090     OPEN INPUT RUN-CONTROL-FILE.
004100     IF WS-RCT-FILE-NOT-FOUND
004110         MOVE "00" TO WS-RCT-FILE-STATUS
004120     ELSE
004130         IF WS-RCT-FILE-OK
004140             PERFORM 3110-READ-ONE-RUN-RECORD THRU 3110-EXIT
004150                 UNTIL WS-RCT-FILE-AT-EOF
004160             CLOSE RUN-CONTROL-FILE
004170             MOVE "00" TO WS-RCT-FILE-STATUS
004180         ELSE
004190             DISPLAY "FIZZHLD: RUN CONTROL OPEN FAILED, STATUS "
004200                 WS-RCT-FILE-STATUS
004210             SET WS-HLD-RUN-IN-FLIGHT TO TRUE
004220             MOVE "00" TO WS-RCT-FILE-STATUS
004230         END-IF
004240     END-IF.
004242     IF WS-HLD-WHOLE-STATUS = "I"
004244        OR WS-MAX-RUN-NBR > WS-HLD-MAX-WHOLE-NBR
004246         SET WS-HLD-RUN-IN-FLIGHT TO TRUE
004248     END-IF.
004250     COMPUTE WS-JRN-RUN-NBR = WS-MAX-RUN-NBR + 1.
004260     GO TO 3100-EXIT.
004270 3100-EXIT.
004280     EXIT.
004290
004300 3110-READ-ONE-RUN-RECORD.
004310     READ RUN-CONTROL-FILE INTO FB-RUN-CONTROL-RECORD
004320         AT END
004330             SET WS-RCT-FILE-AT-EOF TO TRUE
004340             GO TO 3110-EXIT
004350     END-READ.
004360     IF FB-RUN-NUMBER NUMERIC
004370         IF FB-RUN-NUMBER > WS-MAX-RUN-NBR
004380             MOVE FB-RUN-NUMBER TO WS-MAX-RUN-NBR
004440         END-IF
004441         IF FB-RUN-WHOLE-RUN
004442             MOVE FB-RUN-STATUS TO WS-HLD-WHOLE-STATUS
004443             IF FB-RUN-NUMBER > WS-HLD-MAX-WHOLE-NBR
004444                 MOVE FB-RUN-NUMBER TO WS-HLD-MAX-WHOLE-NBR
004445             END-IF
004446         END-IF
004450     END-IF.
004460     GO TO 3110-EXIT.
004470 3110-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510*    3200-APPLY-ONE-ACTION -- RE-READ THE ORDER; ONE NO LONGER
004520*    HELD (RELEASED OR CANCELLED SINCE THE SCREEN WAS LOADED, OR
004530*    REFRESHED BY THE LOAD) IS LEFT AS FOUND.  OTHERWISE SET ITS
004540*    STATUS, REWRITE IT AND JOURNAL THE CHANGE.  A REWRITE OR
004550*    JOURNAL FAILURE ABANDONS LOUDLY -- THE ORDERS ALREADY DONE
004560*    ARE JOURNALED, THE REST STAY HELD.
004570******************************************************************
004580 3200-APPLY-ONE-ACTION.
004590     IF WS-HLT-PENDING (WS-HLT-IDX)
004600         GO TO 3200-EXIT
004610     END-IF.
004620     MOVE WS-HLT-ID (WS-HLT-IDX) TO ORDER-MASTER-KEY.
004630     READ ORDER-MASTER INTO FB-ORDER-MASTER-RECORD
004640         KEY IS ORDER-MASTER-KEY
004650     END-READ.
004660     IF NOT WS-OMS-FILE-OK
004670         IF WS-OMS-REC-NOT-FOUND
004680             ADD 1 TO WS-PASSED-OVER-COUNT
004690             MOVE "00" TO WS-OMS-FILE-STATUS
004700             GO TO 3200-EXIT
004710         END-IF
004720         DISPLAY "FIZZHLD: ORDER MASTER READ FAILED, STATUS "
004730             WS-OMS-FILE-STATUS " -- SAVE ABANDONED"
004740         PERFORM 3300-ABANDON-SAVE THRU 3300-EXIT
004750     END-IF.
004760     IF NOT FB-OMS-HELD
004770         ADD 1 TO WS-PASSED-OVER-COUNT
004780         GO TO 3200-EXIT
004790     END-IF.
004800     MOVE FB-ORDER-MASTER-RECORD TO WS-OMS-BEFORE-IMAGE.
004810     IF WS-HLT-RELEASE (WS-HLT-IDX)
004820         SET FB-OMS-RELEASED TO TRUE
004830     ELSE
004840         SET FB-OMS-CANCELLED TO TRUE
004850     END-IF.
004860     REWRITE ORDER-MASTER-RECORD FROM FB-ORDER-MASTER-RECORD.
004870     IF NOT WS-OMS-FILE-OK
004880         DISPLAY "FIZZHLD: ORDER MASTER REWRITE FAILED, STATUS "
004890             WS-OMS-FILE-STATUS " -- SAVE ABANDONED"
004900         PERFORM 3300-ABANDON-SAVE THRU 3300-EXIT
004910     END-IF.
004920     MOVE SPACES TO FB-JOURNAL-RECORD.
004930     MOVE WS-JRN-RUN-NBR TO FB-JRN-RUN-NBR.
004940     MOVE WS-JRN-DATE    TO FB-JRN-DATE.
004950     ACCEPT WS-JRN-TIME FROM TIME.
004960     MOVE WS-JRN-TIME    TO FB-JRN-TIME.
004970     MOVE "FIZZHLD"      TO FB-JRN-PROGRAM.
004980     SET FB-JRN-REWRITE TO TRUE.
004990     MOVE WS-OMS-BEFORE-IMAGE TO FB-JRN-BEFORE-IMAGE.
005000     MOVE FB-ORDER-MASTER-RECORD TO FB-JRN-AFTER-IMAGE.
005010     MOVE WS-HLT-OPERATOR (WS-HLT-IDX) TO FB-JRN-OPERATOR.
005020     MOVE WS-HLT-REASON (WS-HLT-IDX)   TO FB-JRN-REASON.
005030     WRITE JOURNAL-FILE-RECORD FROM FB-JOURNAL-RECORD.
005040     IF NOT WS-JRN-FILE-OK
005050         DISPLAY "FIZZHLD: JOURNAL WRITE FAILED, STATUS "
005060             WS-JRN-FILE-STATUS " -- ORDER "
005070             WS-HLT-ID (WS-HLT-IDX)
005080             " CHANGED BUT NOT JOURNALED"
005090         PERFORM 3300-ABANDON-SAVE THRU 3300-EXIT
005100     END-IF.
005110     IF WS-HLT-RELEASE (WS-HLT-IDX)
005120         ADD 1 TO WS-RELEASED-COUNT
005130     ELSE
005140         ADD 1 TO WS-CANCELLED-COUNT
005150     END-IF.
005160     GO TO 3200-EXIT.
005170 3200-EXIT.
005180     EXIT.
005190
005200 3300-ABANDON-SAVE.
005210     CLOSE JOURNAL-FILE.
005220     CLOSE ORDER-MASTER.
005230     DISPLAY "FIZZHLD: " WS-RELEASED-COUNT " RELEASED AND "
005240         WS-CANCELLED-COUNT " CANCELLED BEFORE THE FAILURE".
005250     MOVE 12 TO RETURN-CODE.
005260     STOP RUN.
005270 3300-EXIT.
005280     EXIT.
