      ******************************************************************
      *    COPYBOOK:     FBSELREC
      *    DESCRIPTION:  SELECTION CONTROL CARD (SELCARD) FOR THE
      *                  FIZZSEL ORDER MASTER SELECTION UTILITY.  ONE
      *                  CRITERION PER CARD: A KEYWORD IN COLUMNS 1-8,
      *                  THEN ITS OPERANDS FROM COLUMN 10.
      *                    REGION    REGION CODE IN COLUMNS 10-12.  UP
      *                              TO 10 CARDS; AN ORDER MATCHES ANY
      *                              REGION LISTED.
      *                    LABEL     LABEL IN COLUMNS 10-39, UPPER OR
      *                              LOWER CASE ("BUZZ" SELECTS "Buzz"
      *                              BUT NOT "FizzBuzz").  UP TO 10
      *                              CARDS; AN ORDER MATCHES ANY.
      *                    AMOUNT    FROM IN COLUMNS 10-21, TO IN
      *                    ID        COLUMNS 23-34, EITHER ONE MAY BE
      *                    RUN       LEFT BLANK FOR NO BOUND.  AMOUNTS
      *                              MAY CARRY A DECIMAL POINT AND
      *                              COMMAS (5,000.01); IDS AND RUN
      *                              NUMBERS ARE WHOLE.  ONE CARD EACH.
      *                  DIFFERENT CRITERIA ARE ANDED.  A CARD WITH "*"
      *                  IN COLUMN 1, OR A BLANK CARD, IS A COMMENT.
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-SELECT-CARD.
           05  FB-SEL-KEYWORD               PIC X(08).
               88  FB-SEL-REGION-CARD       VALUE "REGION".
               88  FB-SEL-LABEL-CARD        VALUE "LABEL".
               88  FB-SEL-AMOUNT-CARD       VALUE "AMOUNT".
               88  FB-SEL-ID-CARD           VALUE "ID".
               88  FB-SEL-RUN-CARD          VALUE "RUN".
           05  FILLER                       PIC X(01).
           05  FB-SEL-OPERANDS.
               10  FB-SEL-FROM              PIC X(12).
               10  FILLER                   PIC X(01).
               10  FB-SEL-TO                PIC X(12).
               10  FILLER                   PIC X(05).
           05  FB-SEL-REGION-VIEW REDEFINES FB-SEL-OPERANDS.
               10  FB-SEL-REGION            PIC X(03).
               10  FB-SEL-REGION-REST       PIC X(27).
           05  FB-SEL-LABEL-VIEW REDEFINES FB-SEL-OPERANDS.
               10  FB-SEL-LABEL             PIC X(30).
           05  FILLER                       PIC X(41).
