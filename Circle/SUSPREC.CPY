      *    the correction program.                                   *
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SU-SHAPE-RECORD        PIC X(41).
           05  SU-REJECT-REASON       PIC X(3).
               88  SU-REASON-SHAPE        VALUE "SHP".
               88  SU-REASON-BLANK        VALUE "BLK".
               88  SU-REASON-NO-PART      VALUE "PRT".
               88  SU-REASON-OBSOLETE     VALUE "OBS".
               88  SU-REASON-NO-MATERIAL  VALUE "MAT".
               88  SU-REASON-WORK-ORDER   VALUE "WRK".
               88  SU-REASON-BAD-BATCH    VALUE "BAT".
               88  SU-REASON-OTHER        VALUE "OTH".
           05  SU-RUN-DATE            PIC 9(8).
