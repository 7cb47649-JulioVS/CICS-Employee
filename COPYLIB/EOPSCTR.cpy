      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - FILE AND QUEUE HEALTH DASHBOARD CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN EOPSP
      *        INVOCATIONS).
      *      - REMEMBERS WHICH FILE EACH LINE SHOWED ON THE PREVIOUS
      *        SEND, SO A SELECTION TYPED ON A LINE ALWAYS ACTS ON THE
      *        FILE THE OPERATOR WAS LOOKING AT - THE SAME IDEA AS
      *        EWHOP'S COMMAREA.
      ******************************************************************
       01 OPS-DASHBOARD-CONTAINER.
          05 OPD-VIEW-FLAG          PIC X(1).
             88 OPD-VIEWING-FILES          VALUE 'F' SPACE.
             88 OPD-VIEWING-QUEUES         VALUE 'Q'.
          05 OPD-PAGE-NUMBER        PIC 9(3).
          05 OPD-DISPLAYED-NAME     PIC X(8) OCCURS 12 TIMES.
