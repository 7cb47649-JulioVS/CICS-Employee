      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - LEAVING-REASON-TABLE ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EXRSADM
      *        INVOCATIONS).
      ******************************************************************
       01 LEAVING-REASON-ADMIN-CONTAINER.
          05 RSA-FILE-FLAG          PIC X(1).
             88 RSA-RECORD-FOUND            VALUE 'R'.
             88 RSA-NOT-SET                 VALUE SPACE.
          05 RSA-ADD-MODE-FLAG      PIC X(1).
             88 RSA-ADDING-NEW-REASON      VALUE 'N'.
             88 RSA-EDITING-EXISTING-REASON VALUE SPACE.
          05 RSA-LEAVING-REASON-RECORD  PIC X(100).
