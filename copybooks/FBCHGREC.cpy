      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-09-02  JRM  ORIGINAL COPYBOOK.
      *    2026-10-15  JRM  ADDED THE "FEE" FILE CODE FOR CHANGES TO THE
      *                     LABEL FEE SCHEDULE MAINTAINED THROUGH
      *                     FIZZMNT.
      *    2026-10-15  JRM  ADDED THE "OVR" FILE CODE FOR CLASSIFICATION
      *                     OVERRIDES.  THE EFFECTIVE DATE OF AN "OVR"
      *                     RECORD IS THE OVERRIDE'S EXPIRY DATE.
      ******************************************************************
       01  FB-CHANGE-RECORD.
           05  FB-CHG-DATE                  PIC X(08).
           05  FB-CHG-FILE                  PIC X(03).
               88  FB-CHG-CTL-FILE          VALUE "CTL".
               88  FB-CHG-RUL-FILE          VALUE "RUL".
               88  FB-CHG-FEE-FILE          VALUE "FEE".
               88  FB-CHG-OVR-FILE          VALUE "OVR".
           05  FB-CHG-EFF-DATE              PIC 9(08).
           05  FB-CHG-OLD-VALUES            PIC X(30).
           05  FB-CHG-NEW-VALUES            PIC X(30).
