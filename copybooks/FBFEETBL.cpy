      ******************************************************************
      *    COPYBOOK:     FBFEETBL
      *    DESCRIPTION:  WORKING-STORAGE TABLE HOLDING ONE LABEL FEE
      *                  SCHEDULE -- THE SCHEDULE GOVERNING THE RUN IN
      *                  FIZZBUZZ, THE SCHEDULE ON THE SCREEN IN
      *                  FIZZMNT.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-FEE-TABLE.
           05  FB-FEE-COUNT                PIC 9(02) COMP VALUE 0.
           05  FB-FEE-ENTRY OCCURS 20 TIMES
                   INDEXED BY FB-FEE-IDX.
               10  FB-FEE-TBL-LABEL        PIC X(30).
               10  FB-FEE-TBL-TYPE         PIC X(01).
               10  FB-FEE-TBL-FLAT-AMT     PIC 9(05)V99.
               10  FB-FEE-TBL-PCT          PIC 9(03)V99.
