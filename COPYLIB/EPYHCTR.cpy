      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PAY-HISTORY BROWSE CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN EPAYHP INVOCATIONS).
      *      - THE RESUME DATE IS THE PERIOD END DATE THE NEXT (OLDER)
      *        PAGE CONTINUES BACKWARDS FROM - HIGH-VALUES MEANS
      *        START AT THE NEWEST PERIOD.
      *      - THE VIEW MODE IS SETTLED ON THE FIRST INTERACTION AND
      *        NEVER CHANGES: A CALLER NOT GRANTED 'PAYHIST' IS HELD
      *        TO THEIR OWN LINKED EMPLOYEE FOR THE CONVERSATION.
      ******************************************************************
       01 PAY-HISTORY-CONTAINER.
          05 PYH-FILE-FLAG          PIC X(1).
             88 PYH-EMPLOYEE-LOCATED       VALUE 'R'.
             88 PYH-NOT-SET                VALUE SPACE.
          05 PYH-EMPLOYEE-ID        PIC 9(8).
          05 PYH-PRIMARY-NAME       PIC X(38).
          05 PYH-RESUME-DATE        PIC X(8).
          05 PYH-USER-ID            PIC X(8).
          05 PYH-USER-CATEGORY      PIC X(3).
          05 PYH-VIEW-MODE          PIC X(1).
             88 PYH-ANY-EMPLOYEE           VALUE 'A'.
             88 PYH-OWN-PERIODS-ONLY       VALUE 'S' SPACE.
