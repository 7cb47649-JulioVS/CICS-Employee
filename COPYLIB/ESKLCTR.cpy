      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SKILL-TABLE ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN ESKLADM
      *        INVOCATIONS).
      ******************************************************************
       01 SKILL-ADMIN-CONTAINER.
          05 SKA-FILE-FLAG          PIC X(1).
             88 SKA-RECORD-FOUND            VALUE 'R'.
             88 SKA-NOT-SET                 VALUE SPACE.
          05 SKA-ADD-MODE-FLAG      PIC X(1).
             88 SKA-ADDING-NEW-SKILL        VALUE 'N'.
             88 SKA-EDITING-EXISTING        VALUE SPACE.
          05 SKA-SKILL-RECORD       PIC X(60).
