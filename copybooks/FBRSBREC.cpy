      *                     AMOUNT BACK TO THE MASTER.  OLD RECORDS
      *                     READ WITH A BLANK AMOUNT, TREATED AS
      *                     ZERO.
      *    2026-10-15  JRM  ADDED FB-RSB-TRAN-CODE AT THE END OF THE
      *                     RECORD -- THE ADD/CHANGE/CANCEL CODE OF
      *                     THE ORIGINAL EXTRACT RECORD.  OLD RECORDS
      *                     READ WITH A BLANK CODE, LOADED AS AN ADD.
      *    2026-10-15  JRM  ADDED FB-RSB-ACCOUNT AT THE END OF THE
      *                     RECORD -- THE CUSTOMER ACCOUNT, AS SENT OR
      *                     AS CORRECTED IN FIZZREP.
      ******************************************************************
       01  FB-RESUBMIT-RECORD.
           05  FB-RSB-ID                    PIC 9(05).
           05  FB-RSB-DATA                  PIC X(40).
           05  FB-RSB-REGION                PIC X(03).
           05  FB-RSB-AMOUNT                PIC 9(07)V99.
           05  FB-RSB-TRAN-CODE             PIC X(01).
           05  FB-RSB-ACCOUNT               PIC X(08).
