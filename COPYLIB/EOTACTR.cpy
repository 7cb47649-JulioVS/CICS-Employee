      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - OVERTIME-CLAIM APPROVAL CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN EOTAPP INVOCATIONS).
      *      - CARRIES THE KEY OF THE PENDING CLAIM CURRENTLY ON
      *        SCREEN, AND THE KEY TO RESUME THE PENDING-CLAIM SCAN
      *        FROM WHEN THE REVIEWER SKIPS ONE.
      ******************************************************************
       01 OVERTIME-APPROVAL-CONTAINER.
          05 OTA-USER-ID            PIC X(8).
          05 OTA-USER-CATEGORY      PIC X(3).
             88 OTA-UC-ADMINISTRATOR        VALUE 'ADM'.
             88 OTA-UC-MANAGER              VALUE 'MGR'.
             88 OTA-UC-STANDARD             VALUE 'STD'.
          05 OTA-FILE-FLAG          PIC X(1).
             88 OTA-CLAIM-ON-SCREEN        VALUE 'R'.
             88 OTA-NOT-SET                VALUE SPACE.
          05 OTA-CURRENT-KEY.
             10 OTA-CUR-EMPLOYEE-ID PIC 9(8).
             10 OTA-CUR-TIMESTAMP   PIC X(14).
          05 OTA-RESUME-KEY.
             10 OTA-RES-EMPLOYEE-ID PIC 9(8).
             10 OTA-RES-TIMESTAMP   PIC X(14).
