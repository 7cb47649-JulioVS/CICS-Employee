      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - DISCIPLINARY / GRIEVANCE CASE CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN ECASP INVOCATIONS).
      *      - THE PRIOR STAGE IS THE ONE ON FILE WHEN THE CASE WAS
      *        LOCATED - THE KEYED STAGE MAY NOT FALL BEHIND IT.
      ******************************************************************
       01 CASE-FILE-CONTAINER.
          05 CSC-USER-ID            PIC X(8).
          05 CSC-USER-CATEGORY      PIC X(3).
             88 CSC-UC-ADMINISTRATOR        VALUE 'ADM'.
             88 CSC-UC-MANAGER              VALUE 'MGR'.
             88 CSC-UC-STANDARD             VALUE 'STD'.
          05 CSC-FILE-FLAG          PIC X(1).
             88 CSC-RECORD-FOUND            VALUE 'R'.
             88 CSC-NOT-SET                 VALUE SPACE.
          05 CSC-ADD-MODE-FLAG      PIC X(1).
             88 CSC-ADDING-NEW-CASE         VALUE 'N'.
             88 CSC-EDITING-EXISTING        VALUE SPACE.
          05 CSC-EMPLOYEE-ID        PIC 9(8).
          05 CSC-PRIMARY-NAME       PIC X(38).
          05 CSC-PRIOR-STAGE        PIC X(1).
          05 CSC-CASE-RECORD        PIC X(150).
