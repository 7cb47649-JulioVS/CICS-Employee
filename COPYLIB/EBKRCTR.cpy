      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PENDING BANK-CHANGE REVIEW CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EBKRVP
      *        INVOCATIONS) - SAME SHAPE AS THE COMPENSATION REVIEW
      *        CONTAINER, KEYED BY EMPLOYEE ALONE AS EBNKPND IS.
      ******************************************************************
       01 BANK-REVIEW-CONTAINER.
          05 BKR-USER-ID            PIC X(8).
          05 BKR-USER-CATEGORY      PIC X(3).
             88 BKR-UC-ADMINISTRATOR        VALUE 'ADM'.
             88 BKR-UC-MANAGER              VALUE 'MGR'.
             88 BKR-UC-STANDARD             VALUE 'STD'.
          05 BKR-FILE-FLAG          PIC X(1).
             88 BKR-CHANGE-ON-SCREEN       VALUE 'R'.
             88 BKR-NOT-SET                VALUE SPACE.
          05 BKR-CURRENT-KEY        PIC 9(8).
          05 BKR-RESUME-KEY         PIC 9(8).
