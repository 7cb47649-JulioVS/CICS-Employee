      *      - SVF-FILTER-CRITERIA IS A STRAIGHT COPY OF ELSTCTR.CPY'S
      *        LST-ALL-FILTERS-GROUP, SAVED AND RESTORED AS A SINGLE
      *        BLOCK OF BYTES RATHER THAN FIELD-BY-FIELD.
      *      - SVF-LAYOUT-NAME CARRIES THE EXTRACT LAYOUT (SEE
      *        EXLAYT.CPY) THE SET'S EXPORTS ARE WRITTEN IN.
      ******************************************************************
       01 SAVED-FILTER-RECORD.
          05 SVF-KEY.
      *
          05 SVF-SCHEDULED-FLAG      PIC X(1).
             88 SVF-SCHEDULED-EXPORT        VALUE 'Y'.
      *
      *    EXTRACT LAYOUT FOR THIS SET'S EXPORTS - BOTH ELISTP'S PF9
      *    EXPORT AND ESFEXP'S SCHEDULED CUT. SPACES KEEP THE STANDARD
      *    FIXED EXPORT RECORD.
      *
          05 SVF-LAYOUT-NAME         PIC X(8).
