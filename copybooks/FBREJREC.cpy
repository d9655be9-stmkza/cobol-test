      *                     AMOUNT BACK TO THE MASTER.  OLD RECORDS
      *                     READ WITH A BLANK AMOUNT, TREATED AS
      *                     ZERO.
      *    2026-10-15  JRM  ADDED REASON CODES "NFND" (CHANGE OR
      *                     CANCEL FOR AN ORDER NOT ON THE MASTER),
      *                     "CNCL" (ADD OR CHANGE FOR AN ORDER ALREADY
      *                     CANCELLED) AND "BTRN" (UNKNOWN TRANSACTION
      *                     CODE), AND FB-REJ-TRAN-CODE AT THE END OF
      *                     THE RECORD SO A REPAIRED ORDER GOES BACK
      *                     WITH ITS ORIGINAL TRANSACTION CODE.
      *    2026-10-15  JRM  ADDED REASON CODES "NACC" (CUSTOMER ACCOUNT
      *                     BLANK OR NOT ON THE CUSTOMER MASTER) AND
      *                     "CACC" (CUSTOMER ACCOUNT CLOSED), AND FB-
      *                     REJ-ACCOUNT AT THE END OF THE RECORD SO
      *                     FIZZREP CAN SHOW AND CORRECT THE ACCOUNT.
      ******************************************************************
       01  FB-REJECT-RECORD.
           05  FB-REJ-DATE                  PIC X(08).
           05  FB-REJ-REASON-CODE           PIC X(04).
               88  FB-REJ-NON-NUMERIC-ID    VALUE "NNID".
               88  FB-REJ-CROSS-REGION-ID   VALUE "XRID".
               88  FB-REJ-NOT-ON-MASTER     VALUE "NFND".
               88  FB-REJ-ALREADY-CANCELLED VALUE "CNCL".
               88  FB-REJ-BAD-TRAN-CODE     VALUE "BTRN".
               88  FB-REJ-UNKNOWN-ACCOUNT   VALUE "NACC".
               88  FB-REJ-CLOSED-ACCOUNT    VALUE "CACC".
           05  FB-REJ-REGION                PIC X(03).
           05  FB-REJ-AMOUNT                PIC 9(07)V99.
           05  FB-REJ-TRAN-CODE             PIC X(01).
           05  FB-REJ-ACCOUNT               PIC X(08).
