      ******************************************************************
      *    COPYBOOK:     FBVIOREC
      *    DESCRIPTION:  SECURITY VIOLATION LOG RECORD (VIOLOG).  THE
      *                  ONLINE TRANSACTIONS APPEND ONE RECORD FOR
      *                  EVERY FAILED SIGN-ON AND EVERY FUNCTION
      *                  REFUSED TO A SIGNED-ON OPERATOR'S ROLE.  THE
      *                  OPERATOR IS AS KEYED (IT MAY NOT BE ON
      *                  SECFILE AT ALL) AND THE ROLE IS THE ROLE ON
      *                  SECFILE, BLANK WHEN THE OPERATOR IS UNKNOWN.
      *                  THE LOG IS NEVER REWRITTEN, ONLY EXTENDED;
      *                  FIZZVIO PRINTS THE DAILY VIOLATION REPORT
      *                  FROM IT.  VIOLATION TYPES:
      *                    UNKN  SIGN-ON BY AN UNKNOWN OPERATOR ID
      *                    BPIN  SIGN-ON WITH A WRONG PIN
      *                    REVK  SIGN-ON BY A REVOKED OPERATOR
      *                    ROLE  SIGN-ON BY AN OPERATOR WHOSE SECFILE
      *                          ROLE IS NOT I, R, M OR A
      *                    FUNC  FUNCTION REFUSED TO THE ROLE
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-VIOLATION-RECORD.
           05  FB-VIO-DATE                  PIC 9(08).
           05  FB-VIO-TIME                  PIC 9(08).
           05  FB-VIO-PROGRAM               PIC X(08).
           05  FB-VIO-OPERATOR              PIC X(08).
           05  FB-VIO-ROLE                  PIC X(01).
           05  FB-VIO-TYPE                  PIC X(04).
               88  FB-VIO-UNKNOWN-OPER      VALUE "UNKN".
               88  FB-VIO-BAD-PIN           VALUE "BPIN".
               88  FB-VIO-REVOKED           VALUE "REVK".
               88  FB-VIO-BAD-ROLE          VALUE "ROLE".
               88  FB-VIO-FUNC-REFUSED      VALUE "FUNC".
               88  FB-VIO-SIGN-ON-FAILURE   VALUES "UNKN" "BPIN"
                                                   "REVK" "ROLE".
           05  FB-VIO-DETAIL                PIC X(30).
           05  FILLER                       PIC X(13).
