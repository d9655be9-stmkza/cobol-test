      *    2026-08-08  JRM  THE RULES TABLE ALLOWS 3-DIGIT DIVISORS, SO
      *    2026-08-08  JRM  A 1-DIGIT AUDIT FIELD COULD MISREPORT THE
      *    2026-08-08  JRM  ACTUAL REMAINDER.
      *    2026-10-15  JRM  ADDED FB-AUD-OVERRIDE-FLAG AND THE OVERRIDE
      *                     REASON CODE -- "Y" WHEN THE LABEL WAS FORCED
      *                     BY A CLASSIFICATION OVERRIDE (OVRFILE) IN
      *                     PLACE OF THE RULES-TABLE RESULT.  OLD
      *                     RECORDS READ BLANK, I.E. NOT OVERRIDDEN.
      ******************************************************************
       01  FB-AUDIT-RECORD.
           05  FB-AUD-RUN-ID                PIC X(08).
           05  FB-AUD-MOD5-RESULT            PIC 9(03).
           05  FB-AUD-LABEL                 PIC X(30).
           05  FB-AUD-RUN-NBR               PIC 9(06).
           05  FB-AUD-OVERRIDE-FLAG         PIC X(01).
               88  FB-AUD-OVERRIDDEN        VALUE "Y".
           05  FB-AUD-OVR-REASON            PIC X(04).
