      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - WORKING-PATTERN-TABLE ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EWPTADM
      *        INVOCATIONS).
      ******************************************************************
       01 PATTERN-ADMIN-CONTAINER.
          05 WPA-FILE-FLAG          PIC X(1).
             88 WPA-RECORD-FOUND            VALUE 'R'.
             88 WPA-NOT-SET                 VALUE SPACE.
          05 WPA-ADD-MODE-FLAG      PIC X(1).
             88 WPA-ADDING-NEW-PATTERN      VALUE 'N'.
             88 WPA-EDITING-EXISTING-PAT    VALUE SPACE.
          05 WPA-PATTERN-RECORD     PIC X(60).
