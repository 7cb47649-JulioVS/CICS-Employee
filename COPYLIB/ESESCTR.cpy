      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - TRAINING SESSION ADMINISTRATION CONTAINER (PSEUDO-
      *        CONVERSATIONAL STATE PASSED BETWEEN ESESADM
      *        INVOCATIONS).
      ******************************************************************
       01 SESSION-ADMIN-CONTAINER.
          05 SSA-FILE-FLAG          PIC X(1).
             88 SSA-RECORD-FOUND            VALUE 'R'.
             88 SSA-NOT-SET                 VALUE SPACE.
          05 SSA-ADD-MODE-FLAG      PIC X(1).
             88 SSA-ADDING-NEW-SESSION      VALUE 'N'.
             88 SSA-EDITING-EXISTING        VALUE SPACE.
          05 SSA-USER-ID            PIC X(8).
          05 SSA-COURSE-DESC        PIC X(29).
          05 SSA-LOCATION-NAME      PIC X(30).
          05 SSA-BOOKED-COUNT       PIC 9(3).
          05 SSA-WAITLIST-COUNT     PIC 9(3).
          05 SSA-SESSION-RECORD     PIC X(100).
