      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - MASS-UPDATE RUN REVERSAL CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EREVRP
      *        INVOCATIONS).
      *      - THE PREVIEW FLAG FORCES THE TWO-STEP FLOW: THE COUNTS
      *        MUST HAVE BEEN SHOWN FOR THIS RUN ID BEFORE A 'Y' IN
      *        CONFIRM IS HONOURED.
      ******************************************************************
       01 RUN-REVERSAL-CONTAINER.
          05 RRV-RUN-ID             PIC X(16).
      *
      *    WHAT KIND OF RUN THE ID BELONGS TO (FROM ITS PREFIX) AND
      *    THE PROGRAM WHOSE AUDIT ENTRIES CARRY IT.
      *
          05 RRV-RUN-KIND           PIC X(1).
             88 RRV-DEPARTMENT-RUN         VALUE 'D'.
             88 RRV-SALARY-RUN             VALUE 'S'.
             88 RRV-KIND-NOT-SET           VALUE SPACE.
          05 RRV-SOURCE-PROGRAM     PIC X(8).
          05 RRV-PREVIEW-FLAG       PIC X(1).
             88 RRV-PREVIEW-SHOWN          VALUE 'P'.
          05 RRV-ENTRIES-FOUND      PIC 9(5).
          05 RRV-RESTORABLE-COUNT   PIC 9(5).
          05 RRV-REFUSED-COUNT      PIC 9(5).
