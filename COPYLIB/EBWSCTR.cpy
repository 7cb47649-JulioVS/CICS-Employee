      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BATCH-WINDOW SCHEDULE ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EBWSADM
      *        INVOCATIONS).
      ******************************************************************
       01 SCHEDULE-ADMIN-CONTAINER.
          05 BSA-FILE-FLAG          PIC X(1).
             88 BSA-RECORD-FOUND            VALUE 'R'.
             88 BSA-NOT-SET                 VALUE SPACE.
          05 BSA-ADD-MODE-FLAG      PIC X(1).
             88 BSA-ADDING-NEW-ENTRY        VALUE 'N'.
             88 BSA-EDITING-EXISTING-ENTRY  VALUE SPACE.
          05 BSA-SCHEDULE-RECORD    PIC X(80).
