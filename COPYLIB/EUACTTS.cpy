             10 UA-LAST-ACTIVITY-DATE   PIC X(8).
             10 UA-LAST-ACTIVITY-TIME   PIC X(6).
          05 UA-TERMINAL-ID             PIC X(4).
      *
      *    BREAK-GLASS ELEVATION (SEE EBRKGP) - WHILE ACTIVE AND BEFORE
      *    THE ELEVATED-UNTIL TIMESTAMP, EACTMON HANDS 'ADM' BACK TO
      *    THE CALLER AS THE SESSION'S CATEGORY. UA-USER-CATEGORY
      *    ITSELF ALWAYS KEEPS THE USER'S OWN CATEGORY.
      *
          05 UA-ELEVATION-FLAG          PIC X(1).
             88 UA-ELEVATED                      VALUE 'B'.
             88 UA-NOT-ELEVATED                  VALUE SPACES.
          05 UA-ELEVATED-UNTIL          PIC X(14).
      ******************************************************************
      *   'ACT-' VIEW OF THE SAME RECORD, AS USED BY EACTMON.CBL.
      *      - IDENTICAL LAYOUT, DIFFERENT FIELD-NAME PREFIX.
          05 ACT-LAST-ACTIVITY-TIMESTAMP.
             10 ACT-LAST-ACTIVITY-DATE  PIC X(8).
             10 ACT-LAST-ACTIVITY-TIME  PIC X(6).
          05 ACT-TERMINAL-ID            PIC X(4).
          05 ACT-ELEVATION-FLAG         PIC X(1).
             88 ACT-ELEVATED                     VALUE 'B'.
             88 ACT-NOT-ELEVATED                 VALUE SPACES.
          05 ACT-ELEVATED-UNTIL         PIC X(14).
