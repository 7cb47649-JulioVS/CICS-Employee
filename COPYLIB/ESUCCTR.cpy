      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SUCCESSION NOMINATION CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN ESUCP INVOCATIONS).
      ******************************************************************
       01 SUCCESSION-ENTRY-CONTAINER.
          05 SCA-FILE-FLAG          PIC X(1).
             88 SCA-RECORD-FOUND            VALUE 'R'.
             88 SCA-NOT-SET                 VALUE SPACE.
          05 SCA-ADD-MODE-FLAG      PIC X(1).
             88 SCA-ADDING-NEW-NOMINATION   VALUE 'N'.
             88 SCA-EDITING-EXISTING        VALUE SPACE.
          05 SCA-USER-ID            PIC X(8).
          05 SCA-DEPARTMENT-NAME    PIC X(30).
          05 SCA-MANAGER-NAME       PIC X(38).
          05 SCA-NOMINEE-NAME       PIC X(38).
          05 SCA-NOMINATION-COUNT   PIC 9(2).
          05 SCA-READY-NOW-COUNT    PIC 9(2).
          05 SCA-NOMINATION-RECORD  PIC X(80).
