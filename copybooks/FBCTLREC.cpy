      *                     SELECTION UNTIL A SECOND OPERATOR
      *                     APPROVES IT ("A").  A BLANK (OLD-FORMAT)
      *                     STATUS READS AS APPROVED.
      *    2026-10-15  JRM  ADDED FB-CTL-HOLD-LIMIT AFTER THE LAST
      *                     FILLER (RECORD NOW 37 BYTES) -- THE WHOLE-
      *                     DOLLAR ORDER AMOUNT ABOVE WHICH FIZZLOD
      *                     PUTS AN ORDER ON HOLD FOR SUPERVISOR
      *                     REVIEW BEFORE IT BILLS.  THE OLD DIVISOR
      *                     BYTES STAY RESERVED: OLD SETS STILL CARRY
      *                     THE RETIRED DIVISOR DIGITS THERE.  AN OLD
      *                     31-BYTE SET READS WITH THE LIMIT BLANK.
      *                     ZERO OR BLANK MEANS NO AMOUNT HOLD.
      ******************************************************************
       01  FB-CONTROL-RECORD.
           05  FB-CTL-UPPER-BOUND          PIC 9(5).
               88  FB-CTL-APPROVED         VALUE "A".
           05  FB-CTL-KEYED-BY             PIC X(08).
           05  FILLER                      PIC X(02).
           05  FB-CTL-HOLD-LIMIT           PIC 9(06).
