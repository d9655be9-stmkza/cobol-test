      *    2026-09-02  JRM  ADDED THE AMOUNT COLUMN TO THE REGION
      *                     SUBTOTAL BLOCK AND THE DOLLAR-SUBTOTAL
      *                     LINE FOR THE END-OF-RUN AMOUNT TOTALS.
      *    2026-10-15  JRM  ADDED THE SIGNED NET-AMOUNT LINE FOR THE
      *                     BILLED AMOUNT NET OF CANCELLATION CREDITS.
      *    2026-10-15  JRM  ADDED THE FEE COLUMN TO THE REGION SUBTOTAL
      *                     BLOCK AND THE GOVERNING FEE SCHEDULE DATE
      *                     TO HEADING 3.
      *    2026-10-15  JRM  ADDED THE HELD-ORDERS SECTION LINES FOR
      *                     ORDERS KEPT OUT OF BILLING PENDING REVIEW.
      *    2026-10-15  JRM  ADDED THE OVERRIDE COLUMN TO THE DETAIL
      *                     LINE, SHOWING THE REASON CODE OF A FORCED
      *                     LABEL.
      ******************************************************************
       01  FB-RPT-HEADING-1.
           05  FILLER                      PIC X(01) VALUE SPACE.
                   VALUE "CLASSIFICATION".
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE "REGION".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "OVERRIDE".
      *
       01  FB-RPT-HEADING-3.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE "  RULES:".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FB-RPT-H3-RUL-SET            PIC X(08).
           05  FILLER                      PIC X(07) VALUE "  FEES:".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FB-RPT-H3-FEE-SET            PIC X(08).
           05  FILLER                      PIC X(07) VALUE SPACES.
      *
       01  FB-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FB-RPT-DTL-LABEL             PIC X(30).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  FB-RPT-DTL-REGION            PIC X(03).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  FB-RPT-DTL-OVR-REASON        PIC X(04).
      *
       01  FB-RPT-SUMMARY-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(10) VALUE "     TOTAL".
           05  FILLER                      PIC X(18)
                   VALUE "            AMOUNT".
           05  FILLER                      PIC X(14)
                   VALUE "           FEE".
      *
       01  FB-RPT-REGION-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FB-RPT-REG-TOTAL             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FB-RPT-REG-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FB-RPT-REG-FEE               PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  FB-RPT-AMOUNT-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FB-RPT-AMT-LIT               PIC X(30).
           05  FB-RPT-AMT-VALUE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  FB-RPT-NET-AMOUNT-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FB-RPT-NET-LIT               PIC X(30).
           05  FB-RPT-NET-VALUE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  FB-RPT-RULE-HEADING-1.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FB-RPT-RUL-PCT               PIC ZZ9.99.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  FB-RPT-RUL-TYPE              PIC X(01).
      *
       01  FB-RPT-HELD-HEADING-1.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(50)
                   VALUE "HELD ORDERS -- CLASSIFIED, NOT BILLED".
      *
       01  FB-RPT-HELD-HEADING-2.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE "ORDER".
           05  FILLER                      PIC X(08) VALUE "REGION".
           05  FILLER                      PIC X(08) VALUE "HELD FOR".
           05  FILLER                      PIC X(14)
                   VALUE "        AMOUNT".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE "CLASSIFICATION".
      *
       01  FB-RPT-HELD-LINE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FB-RPT-HLD-ID                PIC ZZZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FB-RPT-HLD-REGION            PIC X(03).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  FB-RPT-HLD-REASON            PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FB-RPT-HLD-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FB-RPT-HLD-LABEL             PIC X(30).
