      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EXTRACT LAYOUT ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EXLYADM
      *        INVOCATIONS).
      ******************************************************************
       01 EXTRACT-LAYOUT-ADMIN-CONTAINER.
          05 XLA-FILE-FLAG          PIC X(1).
             88 XLA-RECORD-FOUND            VALUE 'R'.
             88 XLA-NOT-SET                 VALUE SPACE.
          05 XLA-ADD-MODE-FLAG      PIC X(1).
             88 XLA-ADDING-NEW-LAYOUT       VALUE 'N'.
             88 XLA-EDITING-EXISTING-LAYOUT VALUE SPACE.
          05 XLA-USER-ID            PIC X(8).
          05 XLA-LAYOUT-RECORD      PIC X(120).
