      ******************************************************************
      *    COPYBOOK:     FBSLAREC
      *    DESCRIPTION:  BATCH-WINDOW TARGET RECORD (SLATGT).  ONE
      *                  RECORD PER STEP OF THE NIGHTLY FIZZBZJ STREAM
      *                  GIVES THE ELAPSED TIME, IN WHOLE MINUTES, THE
      *                  STEP IS EXPECTED TO FINISH WITHIN.  A RECORD
      *                  FOR THE JOB NAME ITSELF (FIZZBZJ) GIVES THE
      *                  TARGET FOR THE WHOLE NIGHT, FIRST STEP START
      *                  TO LAST STEP END.  A STEP WITH NO RECORD HAS
      *                  NO TARGET AND IS JUDGED ONLY AGAINST ITS OWN
      *                  AVERAGE.  FIZZSLA READS IT.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-SLA-TARGET-RECORD.
           05  FB-SLA-PROGRAM               PIC X(08).
               88  FB-SLA-WHOLE-NIGHT       VALUE "FIZZBZJ".
           05  FB-SLA-TARGET-MINS           PIC 9(04).
           05  FILLER                       PIC X(08).
