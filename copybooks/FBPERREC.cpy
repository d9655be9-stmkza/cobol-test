      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-09-02  JRM  ORIGINAL COPYBOOK.
      *    2026-10-15  JRM  ADDED THE PERIOD'S ORDER TOTALS AFTER THE
      *                     OLD FILLER (RECORD NOW 80 BYTES) -- THE
      *                     COUNT AND ORDER AMOUNT OF THE MASTER
      *                     RECORDS STAMPED IN THE PERIOD AND THE
      *                     AMOUNT AND FEES BILLED IN THE PERIOD, NET
      *                     OF CANCELLATION CREDITS (SIGNED) -- SO THE
      *                     FIZZSTM CUSTOMER STATEMENTS CAN BE TIED TO
      *                     THE CLOSE.  OLD RECORDS READ WITH THESE
      *                     BLANK (NOT NUMERIC).
      ******************************************************************
       01  FB-PERIOD-RECORD.
           05  FB-PER-PERIOD                PIC 9(06).
           05  FB-PER-STATUS                PIC X(01).
               88  FB-PER-CLOSED            VALUE "C".
           05  FILLER                       PIC X(04).
           05  FB-PER-ORDER-CNT             PIC 9(07).
           05  FB-PER-ORDER-AMT             PIC 9(11)V99.
           05  FB-PER-NET-BILLED-AMT        PIC S9(11)V99.
           05  FILLER                       PIC X(07).
