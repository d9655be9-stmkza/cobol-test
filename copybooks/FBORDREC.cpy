      *                     BY THE UPSTREAM EXTRACTS.  OLD SHORT
      *                     RECORDS READ WITH A BLANK (NOT NUMERIC)
      *                     AMOUNT, LOADED AS ZERO.
      *    2026-10-15  JRM  ADDED FB-ORD-TRAN-CODE AT THE END OF THE
      *                     RECORD -- "A" ADD, "C" CHANGE, "X" CANCEL
      *                     AS SENT BY THE UPSTREAM SYSTEM.  OLD
      *                     RECORDS READ WITH A BLANK CODE, LOADED
      *                     AS AN ADD-OR-REFRESH THE SAME AS BEFORE.
      *    2026-10-15  JRM  ADDED THE EXTRACT HEADER AND TRAILER
      *                     CONTROL RECORDS, TOLD FROM AN ORDER BY
      *                     "*HDR*" / "*TRL*" IN THE ID POSITION.  THE
      *                     HEADER CARRIES THE REGION, CREATION DATE
      *                     AND FILE SEQUENCE NUMBER; THE TRAILER THE
      *                     ORDER RECORD COUNT, THE SUM OF THE ORDER
      *                     IDS AND THE SUM OF THE ORDER AMOUNTS.
      *    2026-10-15  JRM  ADDED FB-ORD-ACCOUNT AT THE END OF THE
      *                     RECORD -- THE CUSTOMER ACCOUNT THE ORDER
      *                     BELONGS TO, CHECKED BY FIZZLOD AGAINST THE
      *                     CUSTOMER MASTER.  HEADER AND TRAILER
      *                     FILLERS WIDENED TO MATCH (NOW 63 BYTES).
      ******************************************************************
       01  FB-ORDER-RECORD.
           05  FB-ORD-ID                   PIC 9(05).
           05  FB-ORD-REC-TYPE REDEFINES FB-ORD-ID
                                            PIC X(05).
               88  FB-ORD-HEADER-REC        VALUE "*HDR*".
               88  FB-ORD-TRAILER-REC       VALUE "*TRL*".
           05  FB-ORD-DATA                  PIC X(40).
           05  FB-ORD-AMOUNT                PIC 9(07)V99.
           05  FB-ORD-TRAN-CODE             PIC X(01).
               88  FB-ORD-ADD               VALUE "A" " ".
               88  FB-ORD-CHANGE            VALUE "C".
               88  FB-ORD-CANCEL            VALUE "X".
               88  FB-ORD-TRAN-VALID        VALUE "A" " " "C" "X".
           05  FB-ORD-ACCOUNT               PIC X(08).
       01  FB-ORDER-HEADER.
           05  FB-ORH-REC-TYPE              PIC X(05).
           05  FB-ORH-REGION                PIC X(03).
           05  FB-ORH-CREATE-DATE           PIC 9(08).
           05  FB-ORH-FILE-SEQ              PIC 9(06).
           05  FILLER                       PIC X(41).
       01  FB-ORDER-TRAILER.
           05  FB-ORT-REC-TYPE              PIC X(05).
           05  FB-ORT-REC-COUNT             PIC 9(07).
           05  FB-ORT-ID-HASH               PIC 9(12).
           05  FB-ORT-AMOUNT                PIC 9(11)V99.
           05  FILLER                       PIC X(26).
