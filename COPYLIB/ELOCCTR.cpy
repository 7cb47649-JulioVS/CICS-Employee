      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - WORK-LOCATION-TABLE ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN ELOCADM
      *        INVOCATIONS).
      ******************************************************************
       01 LOCATION-ADMIN-CONTAINER.
          05 LCA-FILE-FLAG          PIC X(1).
             88 LCA-RECORD-FOUND            VALUE 'R'.
             88 LCA-NOT-SET                 VALUE SPACE.
          05 LCA-ADD-MODE-FLAG      PIC X(1).
             88 LCA-ADDING-NEW-LOCATION     VALUE 'N'.
             88 LCA-EDITING-EXISTING-LOC    VALUE SPACE.
          05 LCA-LOCATION-RECORD    PIC X(80).
