      ******************************************************************
      *    COPYBOOK:     FBCUSREC
      *    DESCRIPTION:  CUSTOMER ACCOUNT MASTER RECORD FOR THE INDEXED
      *                  (KSDS) CUSTOMER FILE KEYED ON FB-CUS-ACCOUNT.
      *                  ONE RECORD PER CUSTOMER ACCOUNT, MAINTAINED BY
      *                  CUSTOMER ACCOUNTS -- NOTHING IN THIS SYSTEM
      *                  WRITES IT.  FIZZLOD CHECKS EVERY INCOMING ADD
      *                  AND CHANGE AGAINST IT (AN ACCOUNT NOT ON FILE
      *                  OR CLOSED IS REJECTED) AND FIZZSTM PRINTS THE
      *                  MONTH-END CUSTOMER STATEMENTS FROM IT.  A
      *                  CLOSED ACCOUNT KEEPS ITS RECORD SO ITS PAST
      *                  ORDERS STILL FIND THEIR CUSTOMER.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-CUSTOMER-RECORD.
           05  FB-CUS-ACCOUNT               PIC X(08).
           05  FB-CUS-NAME                  PIC X(30).
           05  FB-CUS-ADDRESS.
               10  FB-CUS-ADDR-LINE-1       PIC X(30).
               10  FB-CUS-ADDR-LINE-2       PIC X(30).
               10  FB-CUS-CITY              PIC X(20).
               10  FB-CUS-STATE             PIC X(02).
               10  FB-CUS-POSTCODE          PIC X(10).
           05  FB-CUS-REGION                PIC X(03).
           05  FB-CUS-STATUS                PIC X(01).
               88  FB-CUS-ACTIVE            VALUE "A".
               88  FB-CUS-CLOSED            VALUE "C".
           05  FB-CUS-OPENED-DATE           PIC X(08).
           05  FB-CUS-CLOSED-DATE           PIC X(08).
           05  FILLER                       PIC X(10).
