      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - ACCESS RECERTIFICATION REVIEW CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN ERCTVP INVOCATIONS)
      *        - SAME SHAPE AS THE RETURN-TO-WORK INTERVIEW CONTAINER.
      *      - CARRIES THE SIGNED-ON USER FOR THE MANAGER-SCOPE CHECK
      *        AND THE OPEN ITEM CURRENTLY ON SCREEN, WITH THE TYPE AND
      *        STATUS THE ACCOUNT HAD ON EREGUSR AT LOOKUP.
      ******************************************************************
       01 ACCESS-REVIEW-CONTAINER.
          05 ACRC-USER-ID           PIC X(8).
          05 ACRC-USER-CATEGORY     PIC X(3).
             88 ACRC-UC-ADMINISTRATOR       VALUE 'ADM'.
             88 ACRC-UC-MANAGER             VALUE 'MGR'.
             88 ACRC-UC-STANDARD            VALUE 'STD'.
          05 ACRC-FILE-FLAG         PIC X(1).
             88 ACRC-ITEM-ON-SCREEN         VALUE 'R'.
             88 ACRC-NOT-SET                VALUE SPACE.
          05 ACRC-PRIMARY-NAME      PIC X(38).
          05 ACRC-CURRENT-USER-TYPE PIC X(3).
          05 ACRC-CURRENT-STATUS    PIC X(1).
          05 ACRC-ITEM-RECORD       PIC X(172).
