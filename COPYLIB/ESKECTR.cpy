      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EMPLOYEE-SKILL ENTRY CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN ESKLP INVOCATIONS).
      ******************************************************************
       01 EMPSKILL-ENTRY-CONTAINER.
          05 SEA-FILE-FLAG          PIC X(1).
             88 SEA-RECORD-FOUND            VALUE 'R'.
             88 SEA-NOT-SET                 VALUE SPACE.
          05 SEA-ADD-MODE-FLAG      PIC X(1).
             88 SEA-ADDING-NEW-SKILL        VALUE 'N'.
             88 SEA-EDITING-EXISTING        VALUE SPACE.
          05 SEA-USER-ID            PIC X(8).
          05 SEA-PRIMARY-NAME       PIC X(38).
          05 SEA-SKILL-DESC         PIC X(29).
          05 SEA-SKILL-RECORD       PIC X(48).
