      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - CONTRACTOR-ENGAGEMENT CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN ECENP INVOCATIONS).
      ******************************************************************
       01 ENGAGEMENT-CONTAINER.
          05 CENC-FILE-FLAG         PIC X(1).
             88 CENC-RECORD-FOUND           VALUE 'R'.
             88 CENC-NOT-SET                VALUE SPACE.
          05 CENC-ADD-MODE-FLAG     PIC X(1).
             88 CENC-ADDING-NEW-ENGAGEMENT  VALUE 'N'.
             88 CENC-EDITING-EXISTING       VALUE SPACE.
          05 CENC-PRIMARY-NAME      PIC X(38).
          05 CENC-ENGAGEMENT-RECORD PIC X(120).
