      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - HEALTH AND SAFETY INCIDENT CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EINCP INVOCATIONS).
      *      - THE NAME, SITE AND LINKED-ABSENCE FIELDS ARE LOOKED UP
      *        AT VALIDATION AND CARRIED HERE ONLY FOR DISPLAY.
      ******************************************************************
       01 INCIDENT-CONTAINER.
          05 ICC-USER-ID            PIC X(8).
          05 ICC-USER-CATEGORY      PIC X(3).
             88 ICC-UC-ADMINISTRATOR        VALUE 'ADM'.
             88 ICC-UC-MANAGER              VALUE 'MGR'.
             88 ICC-UC-STANDARD             VALUE 'STD'.
          05 ICC-FILE-FLAG          PIC X(1).
             88 ICC-RECORD-FOUND            VALUE 'R'.
             88 ICC-NOT-SET                 VALUE SPACE.
          05 ICC-ADD-MODE-FLAG      PIC X(1).
             88 ICC-ADDING-NEW-INCIDENT     VALUE 'N'.
             88 ICC-EDITING-EXISTING        VALUE SPACE.
          05 ICC-PRIMARY-NAME       PIC X(38).
          05 ICC-LOCATION-NAME      PIC X(30).
          05 ICC-ABS-END-DATE       PIC X(8).
          05 ICC-ABS-DAYS-TAKEN     PIC 9(2)V9.
          05 ICC-INCIDENT-RECORD    PIC X(200).
