          05 LST-DEPT-PATH-FLAG          PIC X(1).
             88 LST-USE-DEPT-PATH                  VALUE 'Y'.
      *
      *    SET WHENEVER ELISTP TAKES ON ANY CRITERIA - FROM THE
      *    FILTERS SCREEN, A SAVED FILTER SET OR A DEPARTMENT HANDOFF -
      *    AND CLEARED WITH THEM. DRIVES THE FILTERS SCREEN RE-DISPLAY
      *    AND THE 'NO MATCHING RECORDS' MESSAGE.
      *
          05 LST-FILTERS-SET-FLAG        PIC X(1).
             88 LST-FILTERS-SET                    VALUE 'Y'.
             88 LST-FILTERS-NOT-SET                VALUE SPACE.
      *
      *    LEGACY FILTER FIELDS (KEPT FOR ELSTP.CBL'S BENEFIT; NOT
      *    WRITTEN TO BY ELISTP.CBL, WHICH USES THE CRITERIA BELOW).
      *
          05 LST-LOAD-FILTER-FLAG       PIC X(1).
             88 LST-LOAD-SAVED-FILTER               VALUE 'Y'.
      *
      *    EXTRACT LAYOUT (SEE EXLAYT.CPY) FOR THE PF9 EXPORT, ENTERED
      *    ON THE FILTERS SCREEN AND KEPT WITH A SAVED FILTER SET.
      *    SPACES = THE STANDARD FIXED EXPORT RECORD.
      *
          05 LST-EXPORT-LAYOUT-NAME     PIC X(8).
      *
      *    ROWS-PER-PAGE (TAKEN FROM THE SIGNED-ON USER'S PREFERENCE).
      *
          05 LST-ROWS-PER-PAGE          PIC 9(2).
             10 LST-CURRENT-RECORD
                   OCCURS 16 TIMES
                   INDEXED BY LST-RECORD-INDEX
                                        PIC X(263).
