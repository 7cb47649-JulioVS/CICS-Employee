      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - BREAK-GLASS ELEVATION CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN EBRKGP INVOCATIONS).
      ******************************************************************
       01 BREAK-GLASS-CONTAINER.
          05 BGC-USER-ID            PIC X(8).
      *
      *    THE USER'S OWN CATEGORY, FROM THE USERS FILE - NEVER THE
      *    ELEVATED ONE.
      *
          05 BGC-USER-CATEGORY      PIC X(3).
             88 BGC-UC-ADMINISTRATOR         VALUE 'ADM'.
             88 BGC-UC-MANAGER               VALUE 'MGR'.
             88 BGC-UC-STANDARD              VALUE 'STD'.
          05 BGC-AUTHORIZED-FLAG    PIC X(1).
             88 BGC-AUTHORIZED               VALUE 'Y'.
             88 BGC-NOT-AUTHORIZED           VALUE SPACE.
          05 BGC-ELEVATION-FLAG     PIC X(1).
             88 BGC-ELEVATION-GRANTED        VALUE 'B'.
             88 BGC-NOT-ELEVATED             VALUE SPACE.
          05 BGC-ELEVATED-UNTIL     PIC X(14).
