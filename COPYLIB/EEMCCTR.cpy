      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - EMERGENCY-CONTACT CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN EEMCP INVOCATIONS).
      ******************************************************************
       01 EMRCON-ENTRY-CONTAINER.
          05 EMA-FILE-FLAG          PIC X(1).
             88 EMA-RECORD-FOUND            VALUE 'R'.
             88 EMA-NOT-SET                 VALUE SPACE.
          05 EMA-ADD-MODE-FLAG      PIC X(1).
             88 EMA-ADDING-NEW-CONTACT      VALUE 'N'.
             88 EMA-EDITING-EXISTING        VALUE SPACE.
          05 EMA-USER-ID            PIC X(8).
          05 EMA-PRIMARY-NAME       PIC X(38).
          05 EMA-CONTACT-COUNT      PIC 9(2).
          05 EMA-CONTACT-RECORD     PIC X(128).
