      *    2026-09-02  JRM  IMAGES WIDENED TO 101 BYTES FOR THE
      *                     FB-OMS-AMOUNT FIELD ADDED TO THE MASTER
      *                     RECORD.
      *    2026-10-15  JRM  IMAGES WIDENED TO 123 BYTES FOR THE
      *                     STATUS AND BILLING FIELDS ADDED TO THE
      *                     MASTER RECORD.
      *    2026-10-15  JRM  IMAGES WIDENED TO 132 BYTES FOR THE BILLED
      *                     FEE ADDED TO THE MASTER RECORD.
      *    2026-10-15  JRM  IMAGES WIDENED TO 133 BYTES FOR THE BILLED
      *                     LABEL BUCKET ADDED TO THE MASTER RECORD.
      *    2026-10-15  JRM  ADDED FB-JRN-OPERATOR AND FB-JRN-REASON AT
      *                     THE END OF THE RECORD (NOW 335 BYTES) FOR
      *                     THE FIZZHLD RELEASE AND CANCEL OF HELD
      *                     ORDERS -- THE OPERATOR WHO ACTED AND THE
      *                     REASON THEY KEYED.  BLANK ON THE BATCH
      *                     PROGRAMS' RECORDS AND ON OLD RECORDS.
      *    2026-10-15  JRM  IMAGES WIDENED TO 141 BYTES (RECORD NOW 351
      *                     BYTES) FOR THE CUSTOMER ACCOUNT ADDED TO
      *                     THE MASTER RECORD.
      ******************************************************************
       01  FB-JOURNAL-RECORD.
           05  FB-JRN-RUN-NBR               PIC 9(06).
           05  FB-JRN-ACTION                PIC X(01).
               88  FB-JRN-ADD               VALUE "A".
               88  FB-JRN-REWRITE           VALUE "R".
           05  FB-JRN-BEFORE-IMAGE          PIC X(141).
           05  FB-JRN-AFTER-IMAGE           PIC X(141).
           05  FB-JRN-OPERATOR              PIC X(08).
           05  FB-JRN-REASON                PIC X(30).
