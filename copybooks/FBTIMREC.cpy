      ******************************************************************
      *    COPYBOOK:     FBTIMREC
      *    DESCRIPTION:  STEP-TIMING HISTORY RECORD (STEPHIST).  EVERY
      *                  PROGRAM IN THE NIGHTLY FIZZBZJ STREAM APPENDS
      *                  ONE RECORD AS IT ENDS, WHETHER IT ENDS CLEAN
      *                  OR UNDER PROGRAM CONTROL ON AN ERROR.  THE
      *                  RUN NUMBER IS THE RUNCTL NUMBER OF THE NIGHT
      *                  THE STEP BELONGS TO: THE NUMBER FIZZBUZZ DREW
      *                  (OR IS ABOUT TO DRAW, FOR THE STEPS AHEAD OF
      *                  IT).  ZERO MEANS THE STEP RAN OUTSIDE A
      *                  NUMBERED RUN (E.G. A WHAT-IF EXECUTION).
      *                  TIMES ARE HHMMSSHH AS RETURNED BY ACCEPT FROM
      *                  TIME.  THE FILE IS NEVER REWRITTEN, ONLY
      *                  EXTENDED; FIZZSLA REPORTS FROM IT.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-STEP-TIMING-RECORD.
           05  FB-TIM-RUN-NBR               PIC 9(06).
           05  FB-TIM-PROGRAM               PIC X(08).
           05  FB-TIM-START-DATE            PIC 9(08).
           05  FB-TIM-START-TIME            PIC 9(08).
           05  FB-TIM-END-DATE              PIC 9(08).
           05  FB-TIM-END-TIME              PIC 9(08).
           05  FB-TIM-RECORDS               PIC 9(09).
           05  FB-TIM-RETURN-CODE           PIC 9(04).
           05  FILLER                       PIC X(05).
