      *                     THE BILLING LOADER VERIFIES THE SAME WAY
      *                     IT VERIFIES THE ID HASH.  ALL THREE
      *                     RECORDS WIDEN TO 45 BYTES.
      *    2026-10-15  JRM  ADDED THE "C" CREDIT RECORD -- ONE PER
      *                     CANCELLED ORDER THAT WAS ALREADY BILLED,
      *                     CARRYING THE AMOUNT BILLED AND THE RUN
      *                     NUMBER THAT BILLED IT, SO THE BILLING
      *                     SYSTEM REVERSES THE CHARGE.  THE HEADER
      *                     NOW CARRIES THE RUN NUMBER.  THE TRAILER
      *                     COUNT STAYS THE "D" DETAIL COUNT (STILL
      *                     TIES TO FB-SUM-TOTAL-CNT), THE HASH NOW
      *                     COVERS THE IDS OF BOTH "D" AND "C"
      *                     RECORDS, FB-BIL-TRL-AMOUNT IS NOW SIGNED
      *                     AND NET OF THE CREDITS, AND THE CREDIT
      *                     COUNT AND AMOUNT ARE CARRIED SEPARATELY.
      *                     ALL RECORDS WIDEN TO 58 BYTES.
      *    2026-10-15  JRM  ADDED FB-BIL-DTL-FEE TO THE DETAIL -- THE
      *                     LABEL FEE CHARGED ON THE ORDER, FROM THE FEE
      *                     SCHEDULE IN EFFECT, BESIDE THE ORDER AMOUNT
      *                     -- AND FB-BIL-TRL-FEE-AMT, THE FEE TOTAL, TO
      *                     THE TRAILER.  FEES ARE NOT PART OF FB-BIL-
      *                     TRL-AMOUNT.  ALL RECORDS WIDEN TO 73 BYTES.
      *    2026-10-15  JRM  ADDED THE REGION AND LABEL BUCKET (NONE,
      *                     SINGLE OR MULTIPLE RULE MATCH) TO THE "D"
      *                     DETAIL AND "C" CREDIT, IN PART OF THEIR
      *                     FILLER, SO THE GENERAL LEDGER POSTING CAN
      *                     MAP EACH AMOUNT TO ITS ACCOUNTS FROM THE
      *                     ACKNOWLEDGED FILE ALONE.  BLANK ON OLDER
      *                     GENERATIONS.  RECORD LENGTH UNCHANGED.
      *    2026-10-15  JRM  ADDED FB-BIL-HDR-REGION IN PART OF THE
      *                     HEADER FILLER -- THE REGION OF A PARTITION'S
      *                     PARTIAL BILLING FILE, WHICH FIZZMRG MERGES
      *                     INTO THE ONE GENERATION SENT.  BLANK ON A
      *                     SENT GENERATION.  RECORD LENGTH UNCHANGED.
      ******************************************************************
       01  FB-BILLING-HEADER.
           05  FB-BIL-HDR-TYPE              PIC X(01).
           05  FB-BIL-HDR-RUN-ID            PIC X(08).
           05  FB-BIL-HDR-RETRANS           PIC X(01).
               88  FB-BIL-RETRANSMISSION    VALUE "R".
           05  FB-BIL-HDR-RUN-NBR           PIC 9(06).
           05  FB-BIL-HDR-REGION            PIC X(03).
           05  FILLER                       PIC X(44).
      *
       01  FB-BILLING-DETAIL.
           05  FB-BIL-DTL-TYPE              PIC X(01).
           05  FB-BIL-DTL-ID                PIC 9(05).
           05  FB-BIL-DTL-LABEL             PIC X(30).
           05  FB-BIL-DTL-AMOUNT            PIC 9(07)V99.
           05  FB-BIL-DTL-FEE               PIC 9(07)V99.
           05  FB-BIL-DTL-REGION            PIC X(03).
           05  FB-BIL-DTL-BUCKET            PIC X(01).
               88  FB-BIL-DTL-NONE          VALUE "N".
               88  FB-BIL-DTL-SINGLE        VALUE "S".
               88  FB-BIL-DTL-MULTIPLE      VALUE "M".
           05  FILLER                       PIC X(15).
      *
       01  FB-BILLING-CREDIT.
           05  FB-BIL-CRD-TYPE              PIC X(01).
               88  FB-BIL-CRD               VALUE "C".
           05  FB-BIL-CRD-ID                PIC 9(05).
           05  FB-BIL-CRD-LABEL             PIC X(30).
           05  FB-BIL-CRD-AMOUNT            PIC 9(07)V99.
           05  FB-BIL-CRD-ORIG-RUN-NBR      PIC X(06).
           05  FB-BIL-CRD-REGION            PIC X(03).
           05  FB-BIL-CRD-BUCKET            PIC X(01).
           05  FILLER                       PIC X(18).
      *
       01  FB-BILLING-TRAILER.
           05  FB-BIL-TRL-TYPE              PIC X(01).
               88  FB-BIL-TRL               VALUE "T".
           05  FB-BIL-TRL-COUNT             PIC 9(07).
           05  FB-BIL-TRL-HASH              PIC 9(12).
           05  FB-BIL-TRL-AMOUNT            PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
           05  FB-BIL-TRL-CREDIT-CNT        PIC 9(07).
           05  FB-BIL-TRL-CREDIT-AMT        PIC 9(13)V99.
           05  FB-BIL-TRL-FEE-AMT           PIC 9(13)V99.
