      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SIGN-ON WINDOW ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN ESWNADM
      *        INVOCATIONS).
      ******************************************************************
       01 WINDOW-ADMIN-CONTAINER.
          05 WNA-FILE-FLAG          PIC X(1).
             88 WNA-RECORD-FOUND            VALUE 'R'.
             88 WNA-NOT-SET                 VALUE SPACE.
          05 WNA-ADD-MODE-FLAG      PIC X(1).
             88 WNA-ADDING-NEW-ENTRY        VALUE 'N'.
             88 WNA-EDITING-EXISTING-ENTRY  VALUE SPACE.
          05 WNA-WINDOW-RECORD      PIC X(40).
