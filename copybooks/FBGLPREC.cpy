      ******************************************************************
      *    COPYBOOK:     FBGLPREC
      *    DESCRIPTION:  POSTED-RUN RECORD FOR THE GLPOSTD FILE.
      *                  FIZZGL APPENDS ONE RECORD FOR EVERY RUN IT
      *                  POSTS TO THE GENERAL LEDGER, KEYED BY THE
      *                  RUNCTL RUN NUMBER, AND READS THE FILE AT
      *                  START-UP TO REFUSE POSTING THE SAME RUN TWICE
      *                  -- A RETRANSMITTED BILLFILE CARRIES THE RUN
      *                  NUMBER OF THE RUN IT REBUILDS.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-GLP-RECORD.
           05  FB-GLP-RUN-NBR               PIC 9(06).
           05  FB-GLP-POST-DATE             PIC X(08).
           05  FB-GLP-POST-TIME             PIC X(08).
           05  FB-GLP-PERIOD                PIC 9(06).
           05  FB-GLP-LINES                 PIC 9(07).
           05  FB-GLP-DEBITS                PIC 9(13)V99.
           05  FILLER                       PIC X(10).
