000286*                     QUEUE SO A REPAIRED ORDER KEEPS ITS
000288*                     DOLLARS.  A BLANK (OLD-FORMAT) AMOUNT
000289*                     CARRIES AS ZERO.
000290*    2026-10-15  JRM  CARRIED THE ORDER TRANSACTION CODE THROUGH
000291*                     THE REPAIR SO A REPAIRED CANCEL OR CHANGE
000292*                     RE-ENTERS THE LOAD AS SENT.
000293*    2026-10-15  JRM  OPERATORS NOW SIGN ON WITH AN ID AND PIN
000294*                     CHECKED AGAINST THE NEW SECFILE SECURITY
000295*                     FILE. ONLY A REPAIR-ROLE OPERATOR IS OFFERED
000296*                     THE REPAIR AND SAVE ACTIONS; ANY OTHER ROLE
000297*                     BROWSES. FAILED SIGN-ONS AND REFUSED REPAIRS
000298*                     ARE LOGGED ON THE NEW VIOLOG VIOLATION LOG.
000299*    2026-10-15  JRM  REJECT AND RESUBMIT RECORDS WIDENED FOR THE
000300*                     CUSTOMER ACCOUNT. THE ACCOUNT IS SHOWN AND
000301*                     MAY BE CORRECTED ON THE REPAIR SCREEN; AN
000302*                     ADD OR CHANGE NEEDS ONE. AN ACCOUNT REJECT
000303*                     (NACC/CACC) OFFERS ITS ID AS SENT.
000304******************************************************************
000305
000306 ENVIRONMENT     DIVISION.
000310 CONFIGURATION   SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000430         ASSIGN TO "RESUBFIL"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RSB-FILE-STATUS.
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
000490 FD  REJECT-FILE
000500     RECORDING MODE IS F.
000510 01  REJECT-FILE-RECORD            PIC X(78).
000520
000530 FD  RESUBMIT-FILE
000540     RECORDING MODE IS F.
000550 01  RESUBMIT-FILE-RECORD          PIC X(66).
000551
000552 FD  SECURITY-FILE
000553     RECORDING MODE IS F.
000554 01  SECURITY-FILE-RECORD          PIC X(40).
000555
000556 FD  VIOLATION-LOG
000557     RECORDING MODE IS F.
000558 01  VIOLATION-LOG-RECORD          PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580******************************************************************
000620******************************************************************
000630 COPY FBREJREC.
000640 COPY FBRSBREC.
000643 COPY FBSECREC.
000646 COPY FBVIOREC.
000650
000660******************************************************************
000670*    SWITCHES AND FILE STATUS FIELDS
000740 01  WS-RSB-FILE-STATUS            PIC X(02) VALUE "00".
000750     88  WS-RSB-FILE-OK            VALUE "00".
000760     88  WS-RSB-FILE-NOT-FOUND     VALUE "35".
000761
000762 01  WS-SEC-FILE-STATUS            PIC X(02) VALUE "00".
000763     88  WS-SEC-FILE-OK            VALUE "00".
000764     88  WS-SEC-FILE-NOT-FOUND     VALUE "35".
000765     88  WS-SEC-FILE-AT-EOF        VALUE "10".
000766
000767 01  WS-VIO-FILE-STATUS            PIC X(02) VALUE "00".
000768     88  WS-VIO-FILE-OK            VALUE "00".
000769     88  WS-VIO-FILE-NOT-FOUND     VALUE "35".
000770
000780 01  WS-REP-DONE-SW                PIC X(01) VALUE "N".
000790     88  WS-REP-DONE               VALUE "Y".
000810     88  WS-REP-ABANDONED          VALUE "Y".
000820 01  WS-REP-TRUNC-SW               PIC X(01) VALUE "N".
000830     88  WS-REP-TRUNCATED          VALUE "Y".
000831
000832******************************************************************
000833*    SIGN-ON WORKING FIELDS.  THE OPERATOR HAS THREE TRIES AT
000834*    THE ID AND PIN, EVERY FAILURE LOGGED ON VIOLOG; THE MESSAGE
000835*    NEVER SAYS WHICH OF THE TWO WAS WRONG.  THE ROLE FROM
000836*    SECFILE DECIDES WHICH FUNCTIONS ARE OFFERED.
000837******************************************************************
000838 01  WS-SGN-OPERATOR               PIC X(08) VALUE SPACES.
000839 01  WS-SGN-PIN                    PIC X(08) VALUE SPACES.
000840 01  WS-SGN-ROLE                   PIC X(01) VALUE SPACE.
000841     88  WS-SGN-INQUIRY            VALUE "I".
000842     88  WS-SGN-REPAIR             VALUE "R".
000843     88  WS-SGN-MAINTAINER         VALUE "M".
000844     88  WS-SGN-APPROVER           VALUE "A".
000845 01  WS-SGN-MSG                    PIC X(50) VALUE SPACES.
000846 01  WS-SGN-TRIES                  PIC 9(01) VALUE 0.
000847 01  WS-SGN-OK-SW                  PIC X(01) VALUE "N".
000848     88  WS-SGN-OK                 VALUE "Y".
000849 01  WS-SGN-FOUND-SW               PIC X(01) VALUE "N".
000850     88  WS-SGN-FOUND              VALUE "Y".
000851 01  WS-SGN-VIO-TYPE               PIC X(04) VALUE SPACES.
000852 01  WS-SGN-VIO-DETAIL             PIC X(30) VALUE SPACES.
000854
000856******************************************************************
000860*    REJECT HOLDING TABLE.  THE WHOLE REJECT FILE IS LOADED AT
000870*    START-UP AND REWRITTEN AT EXIT WITH THE REJECTS STILL
000880*    PENDING; REPAIRED ENTRIES GO TO THE RESUBMIT QUEUE.
001020             88  WS-REJ-TBL-REPAIRED VALUE "R".
001030         10  WS-REJ-TBL-NEW-ID     PIC 9(05).
001042         10  WS-REJ-TBL-AMOUNT     PIC 9(07)V99.
001043         10  WS-REJ-TBL-TRAN       PIC X(01).
001044         10  WS-REJ-TBL-ACCOUNT    PIC X(08).
001047
001050******************************************************************
001060*    REPAIR SCREEN WORKING FIELDS
001070******************************************************************
001130 01  WS-REP-BAD-ID                 PIC X(05) VALUE SPACES.
001140 01  WS-REP-DATA                   PIC X(40) VALUE SPACES.
001150 01  WS-REP-NEW-ID                 PIC 9(05) VALUE 0.
001155 01  WS-REP-ACCOUNT                PIC X(08) VALUE SPACES.
001160 01  WS-REP-ACTION                 PIC X(01) VALUE SPACE.
001165 01  WS-REP-PROMPT                 PIC X(44) VALUE SPACES.
001170 01  WS-REP-MSG                    PIC X(50) VALUE SPACES.
001180 01  WS-REPAIRED-COUNT             PIC 9(03) COMP VALUE 0.
001190 01  WS-REP-QUEUE-FAIL-SW          PIC X(01) VALUE "N".
001430     05  LINE 08 COL 22 PIC X(40) FROM WS-REP-DATA.
001440     05  LINE 10 COL 01 VALUE "CORRECTED ID . . . : ".
001450     05  LINE 10 COL 22 PIC 9(05) USING WS-REP-NEW-ID.
001453     05  LINE 11 COL 01 VALUE "CUSTOMER ACCOUNT . : ".
001456     05  LINE 11 COL 22 PIC X(08) USING WS-REP-ACCOUNT.
001460     05  LINE 12 COL 01 PIC X(44) FROM WS-REP-PROMPT.
001480     05  LINE 12 COL 45 PIC X(01) USING WS-REP-ACTION.
001490     05  LINE 14 COL 01 PIC X(50) FROM WS-REP-MSG.
001491
001492******************************************************************
001493*    SCR-SIGNON -- OPERATOR ID AND PIN, CHECKED AGAINST SECFILE
001494*    BEFORE ANYTHING ELSE IS SHOWN.  THE PIN IS NOT ECHOED.
001495******************************************************************
001496 01  SCR-SIGNON.
001497     05  BLANK SCREEN.
001498     05  LINE 01 COL 01 VALUE "FIZZREP -- SIGN ON".
001499     05  LINE 03 COL 01 VALUE "OPERATOR ID . . : ".
001500     05  LINE 03 COL 19 PIC X(08) USING WS-SGN-OPERATOR.
001501     05  LINE 04 COL 01 VALUE "PIN . . . . . . : ".
001502     05  LINE 04 COL 19 PIC X(08) USING WS-SGN-PIN SECURE.
001503     05  LINE 06 COL 01 PIC X(50) FROM WS-SGN-MSG.
001506
001510 PROCEDURE       DIVISION.
001520******************************************************************
001530*    0000-MAINLINE -- LOAD THE REJECT FILE, WALK THE OPERATOR
001550*    AND QUEUE THE REPAIRS.
001560******************************************************************
001570 0000-MAINLINE.
001575     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     IF WS-REJ-COUNT = 0
001600         DISPLAY "FIZZREP: NO REJECTED ORDERS ON FILE"
001730     STOP RUN.
001740
001750******************************************************************
001752*    0100-SIGN-ON -- CHECK THE OPERATOR AGAINST SECFILE BEFORE
001753*    ANYTHING IS LOADED OR SHOWN.  THREE FAILED TRIES END THE
001754*    TRANSACTION; WITHOUT A READABLE SECURITY FILE NOBODY SIGNS
001755*    ON AT ALL.
001756******************************************************************
001757 0100-SIGN-ON.
001758     PERFORM 0110-TRY-SIGN-ON THRU 0110-EXIT
001759         UNTIL WS-SGN-OK
001760            OR WS-SGN-TRIES = 3.
001761     IF NOT WS-SGN-OK
001762         DISPLAY "FIZZREP: SIGN-ON FAILED -- TRANSACTION ENDED"
001763         MOVE 8 TO RETURN-CODE
001764         STOP RUN
001765     END-IF.
001766     GO TO 0100-EXIT.
001767 0100-EXIT.
001768     EXIT.
001769
001770 0110-TRY-SIGN-ON.
001771     MOVE SPACES TO WS-SGN-PIN.
001772     DISPLAY SCR-SIGNON.
001773     ACCEPT SCR-SIGNON.
001774     ADD 1 TO WS-SGN-TRIES.
001775     PERFORM 0120-FIND-OPERATOR THRU 0120-EXIT.
001776     IF WS-SGN-VIO-TYPE NOT = SPACES
001777         MOVE SPACES TO WS-SGN-VIO-DETAIL
001778         STRING "SIGN-ON ATTEMPT " WS-SGN-TRIES
001779             DELIMITED BY SIZE INTO WS-SGN-VIO-DETAIL
001780         PERFORM 0190-LOG-VIOLATION THRU 0190-EXIT
001781         MOVE "*** SIGN-ON REFUSED -- CHECK ID AND PIN ***"
001782             TO WS-SGN-MSG
001783         GO TO 0110-EXIT
001784     END-IF.
001785     SET WS-SGN-OK TO TRUE.
001786     GO TO 0110-EXIT.
001787 0110-EXIT.
001788     EXIT.
001789
001790******************************************************************
001791*    0120-FIND-OPERATOR -- LOOK THE KEYED ID UP ON SECFILE AND
001792*    SET THE VIOLATION TYPE WHEN THE SIGN-ON MUST BE REFUSED.
001793*    A BLANK PIN ON FILE NEVER MATCHES ANYTHING KEYED.
001794******************************************************************
001795 0120-FIND-OPERATOR.
001796     MOVE SPACES TO WS-SGN-VIO-TYPE.
001797     MOVE SPACE  TO WS-SGN-ROLE.
001798     MOVE "N"    TO WS-SGN-FOUND-SW.
001799     OPEN INPUT SECURITY-FILE.
001800     IF NOT WS-SEC-FILE-OK
001801         DISPLAY "FIZZREP: SECURITY FILE OPEN FAILED, STATUS "
001802             WS-SEC-FILE-STATUS " -- NO SIGN-ON POSSIBLE"
001803         MOVE 8 TO RETURN-CODE
001804         STOP RUN
001805     END-IF.
001806     PERFORM 0130-CHECK-ONE-OPERATOR THRU 0130-EXIT
001807         UNTIL WS-SEC-FILE-AT-EOF
001808            OR WS-SGN-FOUND.
001809     CLOSE SECURITY-FILE.
001810     MOVE "00" TO WS-SEC-FILE-STATUS.
001811     IF NOT WS-SGN-FOUND
001812         MOVE "UNKN" TO WS-SGN-VIO-TYPE
001813         GO TO 0120-EXIT
001814     END-IF.
001815     MOVE FB-SEC-ROLE TO WS-SGN-ROLE.
001816     EVALUATE TRUE
001817         WHEN FB-SEC-PIN = SPACES
001818         WHEN FB-SEC-PIN NOT = WS-SGN-PIN
001819             MOVE "BPIN" TO WS-SGN-VIO-TYPE
001820         WHEN FB-SEC-REVOKED
001821             MOVE "REVK" TO WS-SGN-VIO-TYPE
001822         WHEN NOT FB-SEC-ROLE-VALID
001823             MOVE "ROLE" TO WS-SGN-VIO-TYPE
001824     END-EVALUATE.
001825     GO TO 0120-EXIT.
001826 0120-EXIT.
001827     EXIT.
001828
001829 0130-CHECK-ONE-OPERATOR.
001830     READ SECURITY-FILE INTO FB-SECURITY-RECORD
001831         AT END
001832             SET WS-SEC-FILE-AT-EOF TO TRUE
001833             GO TO 0130-EXIT
001834     END-READ.
001835     IF FB-SEC-OPERATOR = WS-SGN-OPERATOR
001836         SET WS-SGN-FOUND TO TRUE
001837     END-IF.
001838     GO TO 0130-EXIT.
001839 0130-EXIT.
001840     EXIT.
001841
001842******************************************************************
001843*    0190-LOG-VIOLATION -- APPEND ONE RECORD TO VIOLOG, OPENED
001844*    AND CLOSED AROUND THE WRITE SO NOTHING IS LOST IF THE
001845*    SESSION IS CUT OFF.  A LOG THAT CANNOT BE WRITTEN IS
001846*    REPORTED, BUT THE REFUSAL STANDS EITHER WAY.
001847******************************************************************
001848 0190-LOG-VIOLATION.
001849     MOVE SPACES            TO FB-VIOLATION-RECORD.
001850     ACCEPT FB-VIO-DATE FROM DATE YYYYMMDD.
001851     ACCEPT FB-VIO-TIME FROM TIME.
001852     MOVE "FIZZREP"         TO FB-VIO-PROGRAM.
001853     MOVE WS-SGN-OPERATOR   TO FB-VIO-OPERATOR.
001854     MOVE WS-SGN-ROLE       TO FB-VIO-ROLE.
001855     MOVE WS-SGN-VIO-TYPE   TO FB-VIO-TYPE.
001856     MOVE WS-SGN-VIO-DETAIL TO FB-VIO-DETAIL.
001857     OPEN EXTEND VIOLATION-LOG.
001858     IF WS-VIO-FILE-NOT-FOUND
001859         MOVE "00" TO WS-VIO-FILE-STATUS
001860         OPEN OUTPUT VIOLATION-LOG
001861     END-IF.
001862     IF NOT WS-VIO-FILE-OK
001863         DISPLAY "FIZZREP: VIOLATION LOG OPEN FAILED, STATUS "
001864             WS-VIO-FILE-STATUS
001865         MOVE "00" TO WS-VIO-FILE-STATUS
001866         GO TO 0190-EXIT
001867     END-IF.
001868     WRITE VIOLATION-LOG-RECORD FROM FB-VIOLATION-RECORD.
001869     CLOSE VIOLATION-LOG.
001870     GO TO 0190-EXIT.
001871 0190-EXIT.
001872     EXIT.
001873
001874******************************************************************
001875*    1000-INITIALIZE -- OFFER THE REPAIR ACTIONS ONLY TO A
001876*    REPAIR-ROLE OPERATOR (ANY OTHER ROLE MAY ONLY BROWSE), THEN
001877*    LOAD EVERY REJECT-FILE RECORD INTO THE HOLDING TABLE.  A
001878*    FILE WITH MORE REJECTS THAN THE TABLE HOLDS IS NOT
001879*    TOUCHED AT ALL -- REWRITING IT WOULD SILENTLY DROP THE
001880*    RECORDS THIS TRANSACTION NEVER LOADED.
001881******************************************************************
001882 1000-INITIALIZE.
001883     IF WS-SGN-REPAIR
001884         MOVE "ACTION (R=REPAIR S=SKIP Q=SAVE X=NO SAVE): "
001885             TO WS-REP-PROMPT
001886     ELSE
001887         MOVE "ACTION (S=SKIP X=EXIT -- BROWSE ONLY):"
001888             TO WS-REP-PROMPT
001889     END-IF.
001890     OPEN INPUT REJECT-FILE.
001891     IF WS-REJ-FILE-NOT-FOUND
001892         GO TO 1000-EXIT
001893     END-IF.
001894     IF NOT WS-REJ-FILE-OK
001895         DISPLAY "FIZZREP: REJECT FILE OPEN FAILED, STATUS "
001896             WS-REJ-FILE-STATUS
001897         MOVE 8 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     PERFORM 1100-LOAD-ONE-REJECT THRU 1100-EXIT
002236     ELSE
002238         MOVE 0 TO WS-REJ-TBL-AMOUNT (WS-REJ-IDX)
002239     END-IF.
002240     MOVE FB-REJ-TRAN-CODE   TO WS-REJ-TBL-TRAN (WS-REJ-IDX).
002241     MOVE FB-REJ-ACCOUNT     TO WS-REJ-TBL-ACCOUNT (WS-REJ-IDX).
002245     GO TO 1100-EXIT.
002250 1100-EXIT.
002260     EXIT.
002270
002280******************************************************************
002290*    2000-REPAIR-ONE -- SHOW THE CURRENT REJECT AND ACT ON THE
002300*    OPERATOR'S CHOICE.  A SAVE, LIKE A REPAIR, IS FOR THE
002310*    REPAIR ROLE ONLY.
002320******************************************************************
002330 2000-REPAIR-ONE.
002340     SET WS-REJ-IDX TO WS-REP-CURRENT.
002370     MOVE WS-REJ-TBL-REGION (WS-REJ-IDX) TO WS-REP-REGION.
002380     MOVE WS-REJ-TBL-ID (WS-REJ-IDX)     TO WS-REP-BAD-ID.
002390     MOVE WS-REJ-TBL-DATA (WS-REJ-IDX)   TO WS-REP-DATA.
002392     MOVE WS-REJ-TBL-ACCOUNT (WS-REJ-IDX) TO WS-REP-ACCOUNT.
002394*    AN ACCOUNT REJECT HAS NOTHING WRONG WITH ITS ID -- OFFER THE
002396*    ID AS SENT SO ONLY THE ACCOUNT NEEDS KEYING.
002398     IF (WS-REP-REASON = "NACC" OR WS-REP-REASON = "CACC")
002400        AND WS-REJ-TBL-ID (WS-REJ-IDX) NUMERIC
002402         MOVE WS-REJ-TBL-ID (WS-REJ-IDX) TO WS-REP-NEW-ID
002404     ELSE
002406         MOVE 0 TO WS-REP-NEW-ID
002408     END-IF.
002410     MOVE SPACE TO WS-REP-ACTION.
002420     DISPLAY SCR-REPAIR.
002430     ACCEPT SCR-REPAIR.
002450     EVALUATE WS-REP-ACTION
002460         WHEN "R"
002470         WHEN "r"
002480             PERFORM 2100-REPAIR-REJECT THRU 2100-EXIT
002580         WHEN "S"
002590         WHEN "s"
002600             ADD 1 TO WS-REP-CURRENT
002610         WHEN "Q"
002620         WHEN "q"
002623             IF WS-SGN-REPAIR
002626                 SET WS-REP-DONE TO TRUE
002629             ELSE
002632                 PERFORM 2150-REFUSE-REPAIR THRU 2150-EXIT
002635             END-IF
002640         WHEN "X"
002650         WHEN "x"
002660             SET WS-REP-ABANDONED TO TRUE
002710     GO TO 2000-EXIT.
002720 2000-EXIT.
002730     EXIT.
002731
002732******************************************************************
002733*    2100-REPAIR-REJECT -- MARK THE CURRENT REJECT REPAIRED.
002734*    ONLY A REPAIR-ROLE OPERATOR MAY QUEUE A RESUBMIT; A REPAIR
002735*    NEEDS A VALID NONZERO NUMERIC ID, AND AN ADD OR CHANGE A
002736*    CUSTOMER ACCOUNT, OR THE RECORD STAYS ON THE SCREEN WITH A
002737*    MESSAGE.  THE ACCOUNT ITSELF IS CHECKED BY THE NEXT LOAD.
002738******************************************************************
002739 2100-REPAIR-REJECT.
002740     IF NOT WS-SGN-REPAIR
002741         PERFORM 2150-REFUSE-REPAIR THRU 2150-EXIT
002742         GO TO 2100-EXIT
002743     END-IF.
002744     IF WS-REP-NEW-ID NOT NUMERIC OR WS-REP-NEW-ID = 0
002745         MOVE "CORRECTED ID MUST BE A NONZERO NUMBER"
002746             TO WS-REP-MSG
002747         GO TO 2100-EXIT
002748     END-IF.
002749     IF WS-REP-ACCOUNT = SPACES
002750        AND WS-REJ-TBL-TRAN (WS-REJ-IDX) NOT = "X"
002751         MOVE "CUSTOMER ACCOUNT IS REQUIRED" TO WS-REP-MSG
002752         GO TO 2100-EXIT
002753     END-IF.
002754     MOVE "R" TO WS-REJ-TBL-STATUS (WS-REJ-IDX).
002755     MOVE WS-REP-NEW-ID TO WS-REJ-TBL-NEW-ID (WS-REJ-IDX).
002756     MOVE WS-REP-ACCOUNT TO WS-REJ-TBL-ACCOUNT (WS-REJ-IDX).
002757     ADD 1 TO WS-REPAIRED-COUNT.
002758     ADD 1 TO WS-REP-CURRENT.
002759     GO TO 2100-EXIT.
002760 2100-EXIT.
002761     EXIT.
002762
002763******************************************************************
002764*    2150-REFUSE-REPAIR -- A REPAIR OR SAVE KEYED BY AN OPERATOR
002765*    WHOSE ROLE ONLY BROWSES.  LOGGED ON VIOLOG AND REFUSED.
002766******************************************************************
002767 2150-REFUSE-REPAIR.
002768     MOVE "FUNC" TO WS-SGN-VIO-TYPE.
002769     MOVE "FIZZREP REPAIR/RESUBMIT QUEUE" TO WS-SGN-VIO-DETAIL.
002770     PERFORM 0190-LOG-VIOLATION THRU 0190-EXIT.
002771     MOVE "*** REPAIRS NOT AVAILABLE TO YOUR ROLE ***"
002772         TO WS-REP-MSG.
002773     GO TO 2150-EXIT.
002774 2150-EXIT.
002775     EXIT.
002776
002777******************************************************************
002778*    3000-SAVE-FILES -- QUEUE THE REPAIRED RECORDS, IN THE
002779*    ORIGINAL EXTRACT LAYOUT, ON THE RESUBMIT FILE FIRST, AND
002780*    ONLY THEN REWRITE THE REJECT FILE WITHOUT THEM.  IN THAT
002790*    ORDER A QUEUE FAILURE LEAVES EVERY REJECT STILL ON THE
002800*    REJECT FILE FOR ANOTHER TRY, INSTEAD OF LOSING THE
003170         TO FB-REJ-REASON-CODE.
003180     MOVE WS-REJ-TBL-REGION (WS-REJ-IDX) TO FB-REJ-REGION.
003185     MOVE WS-REJ-TBL-AMOUNT (WS-REJ-IDX) TO FB-REJ-AMOUNT.
003187     MOVE WS-REJ-TBL-TRAN (WS-REJ-IDX)   TO FB-REJ-TRAN-CODE.
003188     MOVE WS-REJ-TBL-ACCOUNT (WS-REJ-IDX) TO FB-REJ-ACCOUNT.
003190     WRITE REJECT-FILE-RECORD FROM FB-REJECT-RECORD.
003200     IF NOT WS-REJ-FILE-OK
003210*        A SHORT REWRITE WOULD SILENTLY DROP THE PENDING
003570     MOVE WS-REJ-TBL-DATA (WS-REJ-IDX)   TO FB-RSB-DATA.
003580     MOVE WS-REJ-TBL-REGION (WS-REJ-IDX) TO FB-RSB-REGION.
003585     MOVE WS-REJ-TBL-AMOUNT (WS-REJ-IDX) TO FB-RSB-AMOUNT.
003587     MOVE WS-REJ-TBL-TRAN (WS-REJ-IDX)   TO FB-RSB-TRAN-CODE.
003588     MOVE WS-REJ-TBL-ACCOUNT (WS-REJ-IDX) TO FB-RSB-ACCOUNT.
003590     WRITE RESUBMIT-FILE-RECORD FROM FB-RESUBMIT-RECORD.
003592     IF NOT WS-RSB-FILE-OK
003593*        A HALF-WRITTEN QUEUE MUST NOT LET THE REJECT-FILE
