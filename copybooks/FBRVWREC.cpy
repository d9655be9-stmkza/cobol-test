      ******************************************************************
      *    COPYBOOK:     FBRVWREC
      *    DESCRIPTION:  REGION REVIEW LIST RECORD (RGNREVW).  ONE
      *                  RECORD PER REGION WHOSE ORDERS ARE UNDER
      *                  SUPERVISOR REVIEW.  EVERY ORDER FIZZLOD ADDS
      *                  OR REFRESHES FOR A LISTED REGION IS PUT ON
      *                  HOLD, WHATEVER ITS AMOUNT, UNTIL RELEASED
      *                  THROUGH FIZZHLD.  THE NOTE IS FREE TEXT FOR
      *                  THE SUPERVISOR AND IS NOT READ BY ANY
      *                  PROGRAM.  NO LIST ON FILE MEANS NO REGION IS
      *                  UNDER REVIEW.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-REVIEW-RECORD.
           05  FB-RVW-REGION                PIC X(03).
           05  FILLER                       PIC X(01).
           05  FB-RVW-NOTE                  PIC X(36).
