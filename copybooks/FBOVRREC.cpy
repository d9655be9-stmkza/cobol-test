      ******************************************************************
      *    COPYBOOK:     FBOVRREC
      *    DESCRIPTION:  CLASSIFICATION OVERRIDE RECORD FOR THE
      *                  OVRFILE.  ONE RECORD FORCES THE LABEL OF ONE
      *                  ORDER, IN PLACE OF WHATEVER THE RULES TABLE
      *                  GIVES IT, UNTIL THE EXPIRY DATE (INCLUSIVE).
      *                  KEYED THROUGH FIZZMNT, AN OVERRIDE LANDS AS
      *                  "P" (PENDING) UNDER THE KEYING OPERATOR'S ID
      *                  AND IS SKIPPED BY FIZZBUZZ UNTIL A SECOND
      *                  OPERATOR APPROVES IT; APPROVAL REPLACES ANY
      *                  EARLIER APPROVED OVERRIDE FOR THE SAME ORDER.
      *                  THE REASON CODE SAYS WHY THE LABEL WAS FORCED
      *                  AND IS CARRIED ONTO THE AUDIT LOG:
      *                    GDWL  GOODWILL RECLASSIFICATION
      *                    DISP  CUSTOMER DISPUTE SETTLEMENT
      *                    CORR  CORRECTION OF A MIS-CLASSIFIED ORDER
      *                    PRIC  CONTRACT PRICING ARRANGEMENT
      *                    MGMT  MANAGEMENT DIRECTION
      *    MOD HISTORY:
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-10-15  JRM  ORIGINAL COPYBOOK.
      ******************************************************************
       01  FB-OVR-RECORD.
           05  FB-OVR-ORDER-ID             PIC 9(05).
           05  FB-OVR-LABEL                PIC X(30).
           05  FB-OVR-REASON               PIC X(04).
               88  FB-OVR-REASON-VALID     VALUES "GDWL" "DISP"
                                                  "CORR" "PRIC"
                                                  "MGMT".
           05  FB-OVR-EXPIRY-DATE          PIC 9(08).
           05  FB-OVR-APPR-STATUS          PIC X(01).
               88  FB-OVR-PENDING          VALUE "P".
               88  FB-OVR-APPROVED         VALUE "A".
           05  FB-OVR-KEYED-BY             PIC X(08).
           05  FB-OVR-KEYED-DATE           PIC 9(08).
           05  FB-OVR-APPROVED-BY          PIC X(08).
           05  FILLER                      PIC X(08).
