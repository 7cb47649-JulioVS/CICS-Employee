      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - RETURN-TO-WORK INTERVIEW CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN ESRWP INVOCATIONS).
      *      - CARRIES THE SIGNED-ON USER FOR THE MANAGER-SCOPE CHECK
      *        AND THE OPEN ITEM CURRENTLY ON SCREEN.
      ******************************************************************
       01 RTW-INTERVIEW-CONTAINER.
          05 RWIC-USER-ID           PIC X(8).
          05 RWIC-USER-CATEGORY     PIC X(3).
             88 RWIC-UC-ADMINISTRATOR       VALUE 'ADM'.
             88 RWIC-UC-MANAGER             VALUE 'MGR'.
             88 RWIC-UC-STANDARD            VALUE 'STD'.
          05 RWIC-FILE-FLAG         PIC X(1).
             88 RWIC-ITEM-ON-SCREEN         VALUE 'R'.
             88 RWIC-NOT-SET                VALUE SPACE.
          05 RWIC-PRIMARY-NAME      PIC X(38).
          05 RWIC-ITEM-RECORD       PIC X(180).
