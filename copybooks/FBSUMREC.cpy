      *                     BY LABEL BUCKET ALONGSIDE THE EXISTING
      *                     COUNTS.  OLD RECORDS READ WITH BLANK
      *                     (NOT NUMERIC) AMOUNTS, TREATED AS ZERO.
      *    2026-10-15  JRM  ADDED FB-SUM-CREDIT-CNT AND FB-SUM-CREDIT-
      *                     AMT AT THE END OF THE RECORD -- THE CREDITS
      *                     WRITTEN TO THE BILLFILE FOR CANCELLED,
      *                     ALREADY-BILLED ORDERS.  THEY ARE OUTSIDE
      *                     THE LABEL BUCKETS.  OLD RECORDS READ WITH
      *                     BLANK (NOT NUMERIC) CREDITS, TREATED AS
      *                     ZERO.
      *    2026-10-15  JRM  ADDED FB-SUM-FEE-AMT AT THE END OF THE
      *                     RECORD -- THE LABEL FEES BILLED BY THE RUN,
      *                     OUTSIDE THE ORDER-AMOUNT BUCKETS.  OLD
      *                     RECORDS READ WITH A BLANK (NOT NUMERIC) FEE
      *                     TOTAL, TREATED AS ZERO.
      *    2026-10-15  JRM  ADDED FB-SUM-HELD-CNT AND FB-SUM-REGION AT
      *                     THE END OF THE RECORD -- THE ORDERS HELD OUT
      *                     OF BILLING BY THE RUN (PART OF THE RULE-
      *                     STATISTICS BASE), AND THE REGION OF A
      *                     PARTITION'S PARTIAL SUMMARY (BLANK FOR A
      *                     WHOLE-MASTER RUN AND FOR THE SUMMARY FIZZMRG
      *                     BUILDS FROM THE PARTIALS).  OLD RECORDS READ
      *                     WITH A BLANK (NOT NUMERIC) HELD COUNT,
      *                     TREATED AS ZERO.
      ******************************************************************
       01  FB-SUMMARY-RECORD.
           05  FB-SUM-RUN-DATE              PIC X(10).
           05  FB-SUM-SINGLE-AMT             PIC 9(11)V99.
           05  FB-SUM-MULTIPLE-AMT           PIC 9(11)V99.
           05  FB-SUM-TOTAL-AMT              PIC 9(11)V99.
           05  FB-SUM-CREDIT-CNT             PIC 9(07).
           05  FB-SUM-CREDIT-AMT             PIC 9(11)V99.
           05  FB-SUM-FEE-AMT                PIC 9(11)V99.
           05  FB-SUM-HELD-CNT               PIC 9(07).
           05  FB-SUM-REGION                 PIC X(03).
