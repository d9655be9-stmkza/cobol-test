000230*                     EVERY FILE IS OPENED READ-ONLY, PER
000240*                     INQUIRY, SO THE TRANSACTION CAN SIT OPEN
000250*                     ALL DAY WITHOUT HOLDING ANYTHING.
000252*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 123 BYTES,
000254*                     AND THE REJECT AND RESUBMIT RECORDS BY ONE
000256*                     BYTE, FOR THE TRANSACTION CODE AND
000258*                     CANCELLATION FIELDS.
000259*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 132 BYTES FOR
000260*                     THE BILLED LABEL FEE.
000261*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 133 BYTES FOR
000262*                     THE BILLED LABEL BUCKET.
000263*    2026-10-15  JRM  AUDIT LOG RECORD WIDENED TO 68 BYTES FOR THE
000264*                     CLASSIFICATION OVERRIDE FLAG AND REASON
000265*                     CODE.
000266*    2026-10-15  JRM  OPERATORS NOW SIGN ON WITH AN ID AND PIN
000267*                     CHECKED AGAINST THE NEW SECFILE SECURITY
000268*                     FILE BEFORE ANY INQUIRY; EVERY ROLE MAY
000269*                     INQUIRE. FAILED SIGN-ONS ARE LOGGED ON THE
000270*                     NEW VIOLOG VIOLATION LOG.
000271*    2026-10-15  JRM  ORDER MASTER RECORD WIDENED TO 141 BYTES,
000272*                     AND THE REJECT AND RESUBMIT RECORDS BY EIGHT
000273*                     BYTES, FOR THE CUSTOMER ACCOUNT, NOW SHOWN
000274*                     ON THE INQUIRY SCREEN.
000276******************************************************************
000278
000280 ENVIRONMENT     DIVISION.
000290 CONFIGURATION   SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000530         ASSIGN TO "AUDITLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUD-FILE-STATUS.
000551
000552     SELECT SECURITY-FILE
000553         ASSIGN TO "SECFILE"
000554         ORGANIZATION IS LINE SEQUENTIAL
000555         FILE STATUS IS WS-SEC-FILE-STATUS.
000556
000557     SELECT VIOLATION-LOG
000558         ASSIGN TO "VIOLOG"
000559         ORGANIZATION IS LINE SEQUENTIAL
000562         FILE STATUS IS WS-VIO-FILE-STATUS.
000565
000570 DATA            DIVISION.
000580 FILE            SECTION.
000590 FD  ORDER-MASTER.
000600 01  ORDER-MASTER-RECORD.
000610     05  ORDER-MASTER-KEY          PIC 9(05).
000620     05  FILLER                    PIC X(136).
000630
000640 FD  REJECT-FILE
000650     RECORDING MODE IS F.
000660 01  REJECT-FILE-RECORD            PIC X(78).
000670
000680 FD  RESUBMIT-FILE
000690     RECORDING MODE IS F.
000700 01  RESUBMIT-FILE-RECORD          PIC X(66).
000710
000720 FD  AUDIT-FILE
000730     RECORDING MODE IS F.
000740 01  AUDIT-FILE-RECORD             PIC X(68).
000741
000742 FD  SECURITY-FILE
000743     RECORDING MODE IS F.
000744 01  SECURITY-FILE-RECORD          PIC X(40).
000745
000746 FD  VIOLATION-LOG
000747     RECORDING MODE IS F.
000748 01  VIOLATION-LOG-RECORD          PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770******************************************************************
000820 COPY FBREJREC.
000830 COPY FBRSBREC.
000840 COPY FBAUDREC.
000843 COPY FBSECREC.
000846 COPY FBVIOREC.
000850
000860******************************************************************
000870*    SWITCHES AND FILE STATUS FIELDS
001050     88  WS-AUD-FILE-OK            VALUE "00".
001060     88  WS-AUD-FILE-NOT-FOUND    VALUE "35".
001070     88  WS-AUD-FILE-AT-EOF        VALUE "10".
001071
001072 01  WS-SEC-FILE-STATUS            PIC X(02) VALUE "00".
001073     88  WS-SEC-FILE-OK            VALUE "00".
001074     88  WS-SEC-FILE-NOT-FOUND     VALUE "35".
001075     88  WS-SEC-FILE-AT-EOF        VALUE "10".
001076
001077 01  WS-VIO-FILE-STATUS            PIC X(02) VALUE "00".
001078     88  WS-VIO-FILE-OK            VALUE "00".
001079     88  WS-VIO-FILE-NOT-FOUND     VALUE "35".
001080
001090 01  WS-INQ-DONE-SW                PIC X(01) VALUE "N".
001100     88  WS-INQ-DONE               VALUE "Y".
001101
001102******************************************************************
001103*    SIGN-ON WORKING FIELDS.  THE OPERATOR HAS THREE TRIES AT
001104*    THE ID AND PIN, EVERY FAILURE LOGGED ON VIOLOG; THE MESSAGE
001105*    NEVER SAYS WHICH OF THE TWO WAS WRONG.  THE ROLE FROM
001106*    SECFILE DECIDES WHICH FUNCTIONS ARE OFFERED.
001107******************************************************************
001108 01  WS-SGN-OPERATOR               PIC X(08) VALUE SPACES.
001109 01  WS-SGN-PIN                    PIC X(08) VALUE SPACES.
001110 01  WS-SGN-ROLE                   PIC X(01) VALUE SPACE.
001111     88  WS-SGN-INQUIRY            VALUE "I".
001112     88  WS-SGN-REPAIR             VALUE "R".
001113     88  WS-SGN-MAINTAINER         VALUE "M".
001114     88  WS-SGN-APPROVER           VALUE "A".
001115 01  WS-SGN-MSG                    PIC X(50) VALUE SPACES.
001116 01  WS-SGN-TRIES                  PIC 9(01) VALUE 0.
001117 01  WS-SGN-OK-SW                  PIC X(01) VALUE "N".
001118     88  WS-SGN-OK                 VALUE "Y".
001119 01  WS-SGN-FOUND-SW               PIC X(01) VALUE "N".
001120     88  WS-SGN-FOUND              VALUE "Y".
001121 01  WS-SGN-VIO-TYPE               PIC X(04) VALUE SPACES.
001122 01  WS-SGN-VIO-DETAIL             PIC X(30) VALUE SPACES.
001124
001126******************************************************************
001130*    INQUIRY SCREEN WORKING FIELDS.  THE AUDIT BLOCK SHOWS THE
001140*    LATEST SIX ENTRIES FOR THE VALUE, ROLLED FORWARD AS THE
001150*    LOG IS READ SO THE NEWEST SIX SURVIVE, WITH THE FULL
001220 01  WS-INQ-RUN-ID                 PIC X(08) VALUE SPACES.
001230 01  WS-INQ-RUN-NBR                PIC X(06) VALUE SPACES.
001240 01  WS-INQ-DATA                   PIC X(40) VALUE SPACES.
001245 01  WS-INQ-ACCOUNT                PIC X(08) VALUE SPACES.
001250 01  WS-INQ-REJ-MSG                PIC X(40) VALUE SPACES.
001260 01  WS-INQ-RSB-MSG                PIC X(40) VALUE SPACES.
001270 01  WS-INQ-AUD-COUNT              PIC 9(05) VALUE 0.
001650     05  LINE 07 COL 44 PIC X(06) FROM WS-INQ-RUN-NBR.
001660     05  LINE 08 COL 01 VALUE "ORDER DATA . . : ".
001670     05  LINE 08 COL 18 PIC X(40) FROM WS-INQ-DATA.
001673     05  LINE 09 COL 01 VALUE "CUSTOMER ACCT : ".
001676     05  LINE 09 COL 18 PIC X(08) FROM WS-INQ-ACCOUNT.
001680     05  LINE 10 COL 01 VALUE "REJECT FILE . : ".
001690     05  LINE 10 COL 18 PIC X(40) FROM WS-INQ-REJ-MSG.
001700     05  LINE 11 COL 01 VALUE "RESUBMIT QUEUE: ".
001800     05  LINE 18 COL 01 PIC X(62) FROM WS-INQ-AUD-LINE (4).
001810     05  LINE 19 COL 01 PIC X(62) FROM WS-INQ-AUD-LINE (5).
001820     05  LINE 20 COL 01 PIC X(62) FROM WS-INQ-AUD-LINE (6).
001821
001822******************************************************************
001823*    SCR-SIGNON -- OPERATOR ID AND PIN, CHECKED AGAINST SECFILE
001824*    BEFORE ANYTHING ELSE IS SHOWN.  THE PIN IS NOT ECHOED.
001825******************************************************************
001826 01  SCR-SIGNON.
001827     05  BLANK SCREEN.
001828     05  LINE 01 COL 01 VALUE "FIZZINQ -- SIGN ON".
001829     05  LINE 03 COL 01 VALUE "OPERATOR ID . . : ".
001830     05  LINE 03 COL 19 PIC X(08) USING WS-SGN-OPERATOR.
001831     05  LINE 04 COL 01 VALUE "PIN . . . . . . : ".
001832     05  LINE 04 COL 19 PIC X(08) USING WS-SGN-PIN SECURE.
001833     05  LINE 06 COL 01 PIC X(50) FROM WS-SGN-MSG.
001836
001840 PROCEDURE       DIVISION.
001850******************************************************************
001860*    0000-MAINLINE -- SIGN THE OPERATOR ON (ANY ROLE MAY
001865*    INQUIRE), SHOW THE INQUIRY SCREEN, LOOK UP EACH ID
001870*    THE OPERATOR KEYS, AND LEAVE WHEN AN ALL-ZERO ID IS KEYED.
001880******************************************************************
001890 0000-MAINLINE.
001895     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
001900     PERFORM 2000-INQUIRY-LOOP THRU 2000-EXIT
001910         UNTIL WS-INQ-DONE.
001920     STOP RUN.
001930
001931******************************************************************
001932*    0100-SIGN-ON -- CHECK THE OPERATOR AGAINST SECFILE BEFORE
001933*    ANYTHING IS LOADED OR SHOWN.  THREE FAILED TRIES END THE
001934*    TRANSACTION; WITHOUT A READABLE SECURITY FILE NOBODY SIGNS
001935*    ON AT ALL.
001936******************************************************************
001937 0100-SIGN-ON.
001938     PERFORM 0110-TRY-SIGN-ON THRU 0110-EXIT
001939         UNTIL WS-SGN-OK
001940            OR WS-SGN-TRIES = 3.
001941     IF NOT WS-SGN-OK
001942         DISPLAY "FIZZINQ: SIGN-ON FAILED -- TRANSACTION ENDED"
001943         MOVE 8 TO RETURN-CODE
001944         STOP RUN
001945     END-IF.
001946     GO TO 0100-EXIT.
001947 0100-EXIT.
001948     EXIT.
001949
001950 0110-TRY-SIGN-ON.
001951     MOVE SPACES TO WS-SGN-PIN.
001952     DISPLAY SCR-SIGNON.
001953     ACCEPT SCR-SIGNON.
001954     ADD 1 TO WS-SGN-TRIES.
001955     PERFORM 0120-FIND-OPERATOR THRU 0120-EXIT.
001956     IF WS-SGN-VIO-TYPE NOT = SPACES
001957         MOVE SPACES TO WS-SGN-VIO-DETAIL
001958         STRING "SIGN-ON ATTEMPT " WS-SGN-TRIES
001959             DELIMITED BY SIZE INTO WS-SGN-VIO-DETAIL
001960         PERFORM 0190-LOG-VIOLATION THRU 0190-EXIT
001961         MOVE "*** SIGN-ON REFUSED -- CHECK ID AND PIN ***"
001962             TO WS-SGN-MSG
001963         GO TO 0110-EXIT
001964     END-IF.
001965     SET WS-SGN-OK TO TRUE.
001966     GO TO 0110-EXIT.
001967 0110-EXIT.
001968     EXIT.
001969
001970******************************************************************
001971*    0120-FIND-OPERATOR -- LOOK THE KEYED ID UP ON SECFILE AND
001972*    SET THE VIOLATION TYPE WHEN THE SIGN-ON MUST BE REFUSED.
001973*    A BLANK PIN ON FILE NEVER MATCHES ANYTHING KEYED.
001974******************************************************************
001975 0120-FIND-OPERATOR.
001976     MOVE SPACES TO WS-SGN-VIO-TYPE.
001977     MOVE SPACE  TO WS-SGN-ROLE.
001978     MOVE "N"    TO WS-SGN-FOUND-SW.
001979     OPEN INPUT SECURITY-FILE.
001980     IF NOT WS-SEC-FILE-OK
001981         DISPLAY "FIZZINQ: SECURITY FILE OPEN FAILED, STATUS "
001982             WS-SEC-FILE-STATUS " -- NO SIGN-ON POSSIBLE"
001983         MOVE 8 TO RETURN-CODE
001984         STOP RUN
001985     END-IF.
001986     PERFORM 0130-CHECK-ONE-OPERATOR THRU 0130-EXIT
001987         UNTIL WS-SEC-FILE-AT-EOF
001988            OR WS-SGN-FOUND.
001989     CLOSE SECURITY-FILE.
001990     MOVE "00" TO WS-SEC-FILE-STATUS.
001991     IF NOT WS-SGN-FOUND
001992         MOVE "UNKN" TO WS-SGN-VIO-TYPE
001993         GO TO 0120-EXIT
001994     END-IF.
001995     MOVE FB-SEC-ROLE TO WS-SGN-ROLE.
001996     EVALUATE TRUE
001997         WHEN FB-SEC-PIN = SPACES
001998         WHEN FB-SEC-PIN NOT = WS-SGN-PIN
001999             MOVE "BPIN" TO WS-SGN-VIO-TYPE
002000         WHEN FB-SEC-REVOKED
002001             MOVE "REVK" TO WS-SGN-VIO-TYPE
002002         WHEN NOT FB-SEC-ROLE-VALID
002003             MOVE "ROLE" TO WS-SGN-VIO-TYPE
002004     END-EVALUATE.
002005     GO TO 0120-EXIT.
002006 0120-EXIT.
002007     EXIT.
002008
002009 0130-CHECK-ONE-OPERATOR.
002010     READ SECURITY-FILE INTO FB-SECURITY-RECORD
002011         AT END
002012             SET WS-SEC-FILE-AT-EOF TO TRUE
002013             GO TO 0130-EXIT
002014     END-READ.
002015     IF FB-SEC-OPERATOR = WS-SGN-OPERATOR
002016         SET WS-SGN-FOUND TO TRUE
002017     END-IF.
002018     GO TO 0130-EXIT.
002019 0130-EXIT.
002020     EXIT.
002021
002022******************************************************************
002023*    0190-LOG-VIOLATION -- APPEND ONE RECORD TO VIOLOG, OPENED
002024*    AND CLOSED AROUND THE WRITE SO NOTHING IS LOST IF THE
002025*    SESSION IS CUT OFF.  A LOG THAT CANNOT BE WRITTEN IS
002026*    REPORTED, BUT THE REFUSAL STANDS EITHER WAY.
002027******************************************************************
002028 0190-LOG-VIOLATION.
002029     MOVE SPACES            TO FB-VIOLATION-RECORD.
002030     ACCEPT FB-VIO-DATE FROM DATE YYYYMMDD.
002031     ACCEPT FB-VIO-TIME FROM TIME.
002032     MOVE "FIZZINQ"         TO FB-VIO-PROGRAM.
002033     MOVE WS-SGN-OPERATOR   TO FB-VIO-OPERATOR.
002034     MOVE WS-SGN-ROLE       TO FB-VIO-ROLE.
002035     MOVE WS-SGN-VIO-TYPE   TO FB-VIO-TYPE.
002036     MOVE WS-SGN-VIO-DETAIL TO FB-VIO-DETAIL.
002037     OPEN EXTEND VIOLATION-LOG.
002038     IF WS-VIO-FILE-NOT-FOUND
002039         MOVE "00" TO WS-VIO-FILE-STATUS
002040         OPEN OUTPUT VIOLATION-LOG
002041     END-IF.
002042     IF NOT WS-VIO-FILE-OK
002043         DISPLAY "FIZZINQ: VIOLATION LOG OPEN FAILED, STATUS "
002044             WS-VIO-FILE-STATUS
002045         MOVE "00" TO WS-VIO-FILE-STATUS
002046         GO TO 0190-EXIT
002047     END-IF.
002048     WRITE VIOLATION-LOG-RECORD FROM FB-VIOLATION-RECORD.
002049     CLOSE VIOLATION-LOG.
002050     GO TO 0190-EXIT.
002051 0190-EXIT.
002052     EXIT.
002053
002054 2000-INQUIRY-LOOP.
002055     DISPLAY SCR-INQUIRY.
002056     ACCEPT SCR-INQUIRY.
002057     IF WS-INQ-ORDER-ID = 0
002058         SET WS-INQ-DONE TO TRUE
002059         GO TO 2000-EXIT
002060     END-IF.
002061     PERFORM 2100-CLEAR-ANSWER THRU 2100-EXIT.
002062     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
002063     PERFORM 4000-SCAN-REJECTS THRU 4000-EXIT.
002064     PERFORM 5000-SCAN-RESUBMITS THRU 5000-EXIT.
002065     PERFORM 6000-SCAN-AUDIT-LOG THRU 6000-EXIT.
002066     GO TO 2000-EXIT.
002070 2000-EXIT.
002080     EXIT.
002090
002140     MOVE SPACES TO WS-INQ-RUN-ID.
002150     MOVE SPACES TO WS-INQ-RUN-NBR.
002160     MOVE SPACES TO WS-INQ-DATA.
002165     MOVE SPACES TO WS-INQ-ACCOUNT.
002170     MOVE SPACES TO WS-INQ-REJ-MSG.
002180     MOVE SPACES TO WS-INQ-RSB-MSG.
002190     MOVE 0      TO WS-INQ-AUD-COUNT.
002540         MOVE FB-OMS-LAST-RUN-ID TO WS-INQ-RUN-ID
002550         MOVE FB-OMS-LAST-RUN-NBR TO WS-INQ-RUN-NBR
002560         MOVE FB-OMS-DATA      TO WS-INQ-DATA
002565         MOVE FB-OMS-ACCOUNT   TO WS-INQ-ACCOUNT
002570     ELSE
002580         IF WS-OMS-REC-NOT-FOUND
002590             MOVE "NOT ON MASTER" TO WS-INQ-MASTER-MSG
