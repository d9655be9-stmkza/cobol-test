      *                     BILLING DETAIL.  OLD RECORDS READ WITH
      *                     A BLANK (NOT NUMERIC) AMOUNT, TREATED
      *                     AS ZERO.
      *    2026-10-15  JRM  ADDED THE CANCELLATION AND BILLING FIELDS
      *                     AT THE END OF THE RECORD.  FB-OMS-STATUS
      *                     IS SET TO "X" BY FIZZLOD WHEN UPSTREAM
      *                     CANCELS THE ORDER (THE ROW IS KEPT, NOT
      *                     DELETED).  FIZZBUZZ STAMPS THE RUN NUMBER
      *                     AND AMOUNT IT BILLED IN FB-OMS-BILLED-RUN-
      *                     NBR AND FB-OMS-BILLED-AMOUNT, AND THE RUN
      *                     NUMBER THAT SENT THE CREDIT FOR A
      *                     CANCELLED, BILLED ORDER IN FB-OMS-CREDIT-
      *                     RUN-NBR SO THE CREDIT GOES OUT ONCE.  OLD
      *                     RECORDS READ WITH ALL FOUR BLANK -- AN
      *                     ACTIVE ORDER, BILLING NOT YET STAMPED.
      *    2026-10-15  JRM  ADDED FB-OMS-BILLED-FEE AT THE END OF THE
      *                     RECORD -- THE LABEL FEE FIZZBUZZ CHARGED
      *                     WHEN IT BILLED THE ORDER, STAMPED BESIDE FB-
      *                     OMS-BILLED-AMOUNT SO A RETRANSMISSION
      *                     REBUILDS THE SAME FEE.  OLD RECORDS READ
      *                     WITH A BLANK (NOT NUMERIC) FEE, TREATED AS
      *                     ZERO.
      *    2026-10-15  JRM  ADDED FB-OMS-BILLED-BUCKET AT THE END OF THE
      *                     RECORD -- THE LABEL BUCKET (NONE, SINGLE OR
      *                     MULTIPLE RULE MATCH) THE ORDER WAS BILLED
      *                     UNDER, SO A CREDIT OR A RETRANSMISSION POSTS
      *                     TO THE SAME GENERAL LEDGER ACCOUNTS AS THE
      *                     ORIGINAL CHARGE.  OLD RECORDS READ BLANK.
      *    2026-10-15  JRM  HOLD STATUSES ON FB-OMS-STATUS.  FIZZLOD
      *                     SETS "H" WHEN THE ORDER AMOUNT EXCEEDS THE
      *                     CONTROL-SET HOLD LIMIT AND "V" WHEN ITS
      *                     REGION IS UNDER REVIEW.  A HELD ORDER IS
      *                     CLASSIFIED BUT NOT BILLED UNTIL FIZZHLD
      *                     RELEASES IT ("R", BILLED LIKE ANY ACTIVE
      *                     ORDER) OR CANCELS IT ("X").
      *    2026-10-15  JRM  ADDED FB-OMS-ACCOUNT AT THE END OF THE
      *                     RECORD -- THE CUSTOMER ACCOUNT THE ORDER
      *                     BELONGS TO, STAMPED BY FIZZLOD FROM THE
      *                     EXTRACT AND USED BY FIZZSTM FOR THE MONTH-
      *                     END CUSTOMER STATEMENTS.  OLD RECORDS READ
      *                     BLANK UNTIL THE ORDER NEXT ARRIVES.
      ******************************************************************
       01  FB-ORDER-MASTER-RECORD.
           05  FB-OMS-ID                    PIC 9(05).
           05  FB-OMS-REGION                PIC X(03).
           05  FB-OMS-LAST-RUN-NBR          PIC X(06).
           05  FB-OMS-AMOUNT                PIC 9(07)V99.
           05  FB-OMS-STATUS                PIC X(01).
               88  FB-OMS-ACTIVE            VALUE "A" " " "R".
               88  FB-OMS-RELEASED          VALUE "R".
               88  FB-OMS-CANCELLED         VALUE "X".
               88  FB-OMS-HELD              VALUE "H" "V".
               88  FB-OMS-HELD-AMOUNT       VALUE "H".
               88  FB-OMS-HELD-REVIEW       VALUE "V".
           05  FB-OMS-BILLED-RUN-NBR        PIC X(06).
           05  FB-OMS-BILLED-AMOUNT         PIC 9(07)V99.
           05  FB-OMS-CREDIT-RUN-NBR        PIC X(06).
           05  FB-OMS-BILLED-FEE            PIC 9(07)V99.
           05  FB-OMS-BILLED-BUCKET         PIC X(01).
               88  FB-OMS-BILLED-NONE       VALUE "N".
               88  FB-OMS-BILLED-SINGLE     VALUE "S".
               88  FB-OMS-BILLED-MULTIPLE   VALUE "M".
           05  FB-OMS-ACCOUNT               PIC X(08).
