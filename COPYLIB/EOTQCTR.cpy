      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SELF-SERVICE OVERTIME-CLAIM CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EOTCLP
      *        INVOCATIONS).
      ******************************************************************
       01 OVERTIME-CLAIM-CONTAINER.
          05 OTQ-USER-ID            PIC X(8).
          05 OTQ-USER-CATEGORY      PIC X(3).
             88 OTQ-UC-ADMINISTRATOR        VALUE 'ADM'.
             88 OTQ-UC-MANAGER              VALUE 'MGR'.
             88 OTQ-UC-STANDARD             VALUE 'STD'.
          05 OTQ-FILE-FLAG          PIC X(1).
             88 OTQ-EMPLOYEE-LOCATED       VALUE 'R'.
             88 OTQ-NOT-SET                VALUE SPACE.
          05 OTQ-EMPLOYEE-ID        PIC 9(8).
          05 OTQ-PRIMARY-NAME       PIC X(38).
          05 OTQ-CLAIM-RECORD       PIC X(80).
