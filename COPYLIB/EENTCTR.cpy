      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - LEGAL-ENTITY-TABLE ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EENTADM
      *        INVOCATIONS).
      ******************************************************************
       01 ENTITY-ADMIN-CONTAINER.
          05 ENA-FILE-FLAG          PIC X(1).
             88 ENA-RECORD-FOUND            VALUE 'R'.
             88 ENA-NOT-SET                 VALUE SPACE.
          05 ENA-ADD-MODE-FLAG      PIC X(1).
             88 ENA-ADDING-NEW-ENTITY       VALUE 'N'.
             88 ENA-EDITING-EXISTING-ENT    VALUE SPACE.
          05 ENA-ENTITY-RECORD      PIC X(80).
