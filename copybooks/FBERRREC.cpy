      *    2026-08-08  JRM  WIDENED FB-ERR-REASON TO X(50) -- SEVERAL
      *    2026-08-08  JRM  EXISTING MESSAGE LITERALS WERE BEING
      *    2026-08-08  JRM  TRUNCATED MID-WORD UNDER THE OLD X(40).
      *    2026-10-15  JRM  ADDED FB-ERR-CLASS AND FB-ERR-REGION AT THE
      *                     END OF THE RECORD.  FIZZLOD WRITES CLASS
      *                     "S" WITH THE REGION WHEN IT SKIPS A WHOLE
      *                     REGIONAL EXTRACT THAT FAILED ITS HEADER,
      *                     SEQUENCE OR TRAILER CHECKS; EVERY OTHER
      *                     ERROR CARRIES BOTH BLANK.
      ******************************************************************
       01  FB-ERROR-RECORD.
           05  FB-ERR-RUN-ID                PIC X(08).
           05  FB-ERR-SOURCE                PIC X(10).
           05  FB-ERR-REASON                PIC X(50).
           05  FB-ERR-RUN-NBR               PIC 9(06).
           05  FB-ERR-CLASS                 PIC X(01).
               88  FB-ERR-REGION-SKIPPED    VALUE "S".
           05  FB-ERR-REGION                PIC X(03).
