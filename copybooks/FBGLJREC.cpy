      ******************************************************************
      *    COPYBOOK:     FBGLJREC
      *    DESCRIPTION:  GENERAL LEDGER JOURNAL-ENTRY RECORDS FOR THE
      *                  GLJRNL HAND-OFF TO THE GL LOADER, WRITTEN BY
      *                  FIZZGL ONCE PER POSTED RUN: ONE "H" HEADER
      *                  (SOURCE, RUN NUMBER, BUSINESS DATE AND PERIOD
      *                  POSTED TO), ONE "D" LINE PER ACCOUNT DEBIT OR
      *                  CREDIT, AND ONE "T" TRAILER (LINE COUNT AND
      *                  DEBIT AND CREDIT TOTALS, WHICH ARE EQUAL ON A
      *                  BALANCED JOURNAL) THE LOADER VERIFIES BEFORE
      *                  POSTING.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-GLJ-HEADER.
           05  FB-GLJ-HDR-TYPE              PIC X(01).
               88  FB-GLJ-HDR               VALUE "H".
           05  FB-GLJ-HDR-SOURCE            PIC X(08).
           05  FB-GLJ-HDR-RUN-NBR           PIC 9(06).
           05  FB-GLJ-HDR-BUS-DATE          PIC X(08).
           05  FB-GLJ-HDR-PERIOD            PIC 9(06).
           05  FB-GLJ-HDR-CREATED           PIC X(08).
           05  FILLER                       PIC X(43).
      *
       01  FB-GLJ-DETAIL.
           05  FB-GLJ-DTL-TYPE              PIC X(01).
               88  FB-GLJ-DTL               VALUE "D".
           05  FB-GLJ-DTL-LINE              PIC 9(05).
           05  FB-GLJ-DTL-ACCT              PIC X(10).
           05  FB-GLJ-DTL-DRCR              PIC X(01).
               88  FB-GLJ-DEBIT             VALUE "D".
               88  FB-GLJ-CREDIT            VALUE "C".
           05  FB-GLJ-DTL-AMOUNT            PIC 9(11)V99.
           05  FB-GLJ-DTL-REGION            PIC X(03).
           05  FB-GLJ-DTL-BUCKET            PIC X(01).
           05  FB-GLJ-DTL-DESC              PIC X(30).
           05  FILLER                       PIC X(16).
      *
       01  FB-GLJ-TRAILER.
           05  FB-GLJ-TRL-TYPE              PIC X(01).
               88  FB-GLJ-TRL               VALUE "T".
           05  FB-GLJ-TRL-LINES             PIC 9(07).
           05  FB-GLJ-TRL-DEBITS            PIC 9(13)V99.
           05  FB-GLJ-TRL-CREDITS           PIC 9(13)V99.
           05  FILLER                       PIC X(42).
