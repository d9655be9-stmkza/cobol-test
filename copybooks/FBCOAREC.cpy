      ******************************************************************
      *    COPYBOOK:     FBCOAREC
      *    DESCRIPTION:  CHART-OF-ACCOUNTS MAPPING RECORD FOR THE GLCOA
      *                  FILE READ BY FIZZGL.  ONE RECORD MAPS A REGION
      *                  AND LABEL BUCKET (NONE, SINGLE OR MULTIPLE RULE
      *                  MATCH) TO THE GENERAL LEDGER ACCOUNTS ITS
      *                  BILLED AMOUNTS POST TO: THE RECEIVABLE ACCOUNT
      *                  DEBITED, THE ORDER REVENUE ACCOUNT CREDITED,
      *                  AND THE FEE INCOME ACCOUNT CREDITED FOR LABEL
      *                  FEES.  A CANCELLATION CREDIT REVERSES THE
      *                  RECEIVABLE AND REVENUE ACCOUNTS.  "***" IN THE
      *                  REGION OR "*" IN THE BUCKET MATCHES ANY; THE
      *                  MOST SPECIFIC MAPPING WINS -- REGION AND
      *                  BUCKET, THEN REGION, THEN BUCKET, THEN THE
      *                  "***"/"*" CATCH-ALL.  MAINTAINED BY FINANCE.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-COA-RECORD.
           05  FB-COA-REGION                PIC X(03).
               88  FB-COA-ANY-REGION        VALUE "***".
           05  FB-COA-BUCKET                PIC X(01).
               88  FB-COA-ANY-BUCKET        VALUE "*".
               88  FB-COA-BUCKET-VALID      VALUE "N" "S" "M" "*".
           05  FB-COA-RCV-ACCT              PIC X(10).
           05  FB-COA-REV-ACCT              PIC X(10).
           05  FB-COA-FEE-ACCT              PIC X(10).
           05  FB-COA-DESC                  PIC X(30).
           05  FILLER                       PIC X(16).
