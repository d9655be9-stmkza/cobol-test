      ******************************************************************
      *    COPYBOOK:     FBFEEREC
      *    DESCRIPTION:  LABEL FEE SCHEDULE RECORD FOR THE FEEFILE.
      *                  ONE RECORD PER CLASSIFICATION LABEL PER
      *                  EFFECTIVE DATE.  RECORDS WITH THE SAME
      *                  EFFECTIVE DATE FORM ONE FEE SCHEDULE; THE
      *                  SCHEDULE IN EFFECT FOR A RUN IS THE ONE WITH
      *                  THE LATEST DATE NOT AFTER THE RUN'S BUSINESS
      *                  DATE, THE SAME SELECTION AS THE CONTROL AND
      *                  RULE SETS.  TYPE "F" CHARGES A FLAT HANDLING
      *                  FEE PER ORDER; TYPE "P" CHARGES A PERCENTAGE
      *                  OF THE ORDER AMOUNT.  THE LABEL IS MATCHED
      *                  AGAINST THE ORDER'S FINAL (CONCATENATED)
      *                  LABEL, E.G. "FizzBuzz".  A SCHEDULE SAVED
      *                  THROUGH FIZZMNT LANDS AS "P" (PENDING) UNDER
      *                  THE KEYING OPERATOR'S ID AND IS SKIPPED BY
      *                  FIZZBUZZ UNTIL A SECOND OPERATOR APPROVES IT.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-FEE-RECORD.
           05  FB-FEE-LABEL                PIC X(30).
           05  FB-FEE-EFF-DATE             PIC 9(08).
           05  FB-FEE-TYPE                 PIC X(01).
               88  FB-FEE-FLAT             VALUE "F".
               88  FB-FEE-PERCENT          VALUE "P".
           05  FB-FEE-FLAT-AMT             PIC 9(05)V99.
           05  FB-FEE-PCT                  PIC 9(03)V99.
           05  FB-FEE-APPR-STATUS          PIC X(01).
               88  FB-FEE-PENDING          VALUE "P".
               88  FB-FEE-APPROVED         VALUE "A".
           05  FB-FEE-KEYED-BY             PIC X(08).
