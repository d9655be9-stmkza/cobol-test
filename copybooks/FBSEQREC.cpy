      ******************************************************************
      *    COPYBOOK:     FBSEQREC
      *    DESCRIPTION:  EXTRACT SEQUENCE CONTROL RECORD (SEQCTL).
      *                  FIZZLOD APPENDS ONE RECORD FOR EVERY REGIONAL
      *                  EXTRACT IT LOADS, CARRYING THE FILE SEQUENCE
      *                  NUMBER FROM THE EXTRACT HEADER.  THE LAST
      *                  RECORD FOR A REGION HOLDS THAT REGION'S LAST
      *                  SEQUENCE LOADED; THE NEXT EXTRACT FOR THE
      *                  REGION MUST CARRY THAT NUMBER PLUS ONE.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-SEQ-CONTROL-RECORD.
           05  FB-SEQ-REGION                PIC X(03).
           05  FB-SEQ-FILE-SEQ              PIC 9(06).
           05  FB-SEQ-CREATE-DATE           PIC 9(08).
           05  FB-SEQ-LOAD-DATE             PIC 9(08).
           05  FB-SEQ-REC-COUNT             PIC 9(07).
           05  FB-SEQ-RUN-NBR               PIC 9(06).
           05  FILLER                       PIC X(02).
