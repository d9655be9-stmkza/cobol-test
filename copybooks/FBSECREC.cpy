      ******************************************************************
      *    COPYBOOK:     FBSECREC
      *    DESCRIPTION:  OPERATOR SECURITY RECORD (SECFILE).  ONE
      *                  RECORD PER OPERATOR ALLOWED INTO THE ONLINE
      *                  TRANSACTIONS (FIZZMNT, FIZZREP, FIZZINQ AND
      *                  FIZZHLD), CARRYING THE OPERATOR'S PIN, ROLE
      *                  AND REVOKE FLAG.  EVERY TRANSACTION SIGNS THE
      *                  OPERATOR ON AGAINST THIS FILE AND OFFERS ONLY
      *                  THE FUNCTIONS THE ROLE ALLOWS:
      *                    I  INQUIRY     FIZZINQ ONLY
      *                    R  REPAIR      FIZZINQ, AND REPAIRS QUEUED
      *                                   FOR RESUBMIT IN FIZZREP
      *                    M  MAINTAINER  FIZZINQ, AND FIZZMNT OPTIONS
      *                                   1, 2, 3, 4, 6 AND 7
      *                    A  APPROVER    FIZZINQ, FIZZMNT OPTIONS 3,
      *                                   4 AND 5, AND RELEASES AND
      *                                   CANCELS IN FIZZHLD
      *                  EVERY ROLE MAY BROWSE FIZZREP AND FIZZHLD.
      *                  A "Y" REVOKE FLAG REFUSES THE SIGN-ON WHILE
      *                  KEEPING THE OPERATOR ID ON FILE, SO IT IS
      *                  NEVER REISSUED TO SOMEONE ELSE.  THE FILE IS
      *                  KEPT BY DATA SECURITY AND IS NOT WRITTEN BY
      *                  ANY PROGRAM.  WITHOUT THE FILE NOBODY SIGNS
      *                  ON AT ALL.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-SECURITY-RECORD.
           05  FB-SEC-OPERATOR              PIC X(08).
           05  FB-SEC-PIN                   PIC X(08).
           05  FB-SEC-ROLE                  PIC X(01).
               88  FB-SEC-INQUIRY           VALUE "I".
               88  FB-SEC-REPAIR            VALUE "R".
               88  FB-SEC-MAINTAINER        VALUE "M".
               88  FB-SEC-APPROVER          VALUE "A".
               88  FB-SEC-ROLE-VALID        VALUES "I" "R" "M" "A".
           05  FB-SEC-REVOKE-FLAG           PIC X(01).
               88  FB-SEC-REVOKED           VALUE "Y".
           05  FB-SEC-NAME                  PIC X(20).
           05  FILLER                       PIC X(02).
