      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------
      *    2026-08-22  JRM  ORIGINAL COPYBOOK.
      *    2026-10-15  JRM  ADDED FB-RUN-REGION IN PART OF THE FILLER.
      *                     A REGION PARTITION OF FIZZBUZZ STAMPS ITS
      *                     REGION CODE ON ITS OWN "I"/"C"/"F" RECORDS
      *                     SO THE LOCK IS HELD PER REGION; EVERY
      *                     PARTITION OF ONE NIGHT SHARES ONE RUN
      *                     NUMBER.  A WHOLE-MASTER RUN, AND THE
      *                     FIZZMRG MERGE THAT CLOSES A PARTITIONED
      *                     NIGHT, WRITE A BLANK REGION.  RECORD
      *                     LENGTH UNCHANGED.
      ******************************************************************
       01  FB-RUN-CONTROL-RECORD.
           05  FB-RUN-NUMBER                PIC 9(06).
               88  FB-RUN-IN-FLIGHT         VALUE "I".
               88  FB-RUN-COMPLETE          VALUE "C".
               88  FB-RUN-FAILED            VALUE "F".
           05  FB-RUN-REGION                PIC X(03).
               88  FB-RUN-WHOLE-RUN         VALUE SPACES.
           05  FILLER                       PIC X(06).
