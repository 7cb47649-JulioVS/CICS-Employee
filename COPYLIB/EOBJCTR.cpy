      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - PERFORMANCE OBJECTIVES CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN EOBJP INVOCATIONS).
      *      - THE VIEW MODE IS SETTLED ON THE FIRST INTERACTION AND
      *        NEVER CHANGES: A CALLER NOT GRANTED 'OBJMAINT' IS HELD
      *        TO READING THEIR OWN LINKED EMPLOYEE'S OBJECTIVES.
      *      - A CALLER WHO MAY MAINTAIN STILL ONLY READS THEIR OWN
      *        OBJECTIVES - OBC-EMPLOYEE-EDITABLE IS SET PER EMPLOYEE
      *        LOCATED.
      *      - THE CYCLE IS THE ONE ON EAPRCYC WHEN THE EMPLOYEE WAS
      *        LOCATED; THE COUNT, TOTAL WEIGHT AND LAST SEQUENCE
      *        COVER THAT EMPLOYEE'S OBJECTIVES FOR IT AS LAST READ.
      *        THE ORIGINAL WEIGHT IS THE ON-SCREEN OBJECTIVE'S AS
      *        READ (ZERO FOR A NEW ONE), SO AN EDIT CAN BE CHECKED
      *        AGAINST THE 100 PERCENT CEILING.
      ******************************************************************
       01 OBJECTIVE-CONTAINER.
          05 OBC-USER-ID            PIC X(8).
          05 OBC-USER-CATEGORY      PIC X(3).
             88 OBC-UC-ADMINISTRATOR        VALUE 'ADM'.
             88 OBC-UC-MANAGER              VALUE 'MGR'.
             88 OBC-UC-STANDARD             VALUE 'STD'.
          05 OBC-VIEW-MODE          PIC X(1).
             88 OBC-MAINTAIN-ANY            VALUE 'M'.
             88 OBC-OWN-READ-ONLY           VALUE 'S' SPACE.
          05 OBC-FILE-FLAG          PIC X(1).
             88 OBC-EMPLOYEE-LOCATED        VALUE 'R'.
             88 OBC-NOT-SET                 VALUE SPACE.
          05 OBC-ADD-MODE-FLAG      PIC X(1).
             88 OBC-ADDING-NEW-OBJECTIVE    VALUE 'N'.
             88 OBC-EDITING-EXISTING        VALUE SPACE.
          05 OBC-EDIT-FLAG          PIC X(1).
             88 OBC-EMPLOYEE-EDITABLE       VALUE 'Y'.
             88 OBC-EMPLOYEE-READ-ONLY      VALUE SPACE.
          05 OBC-OWN-EMPLOYEE-ID    PIC 9(8).
          05 OBC-EMPLOYEE-ID        PIC 9(8).
          05 OBC-PRIMARY-NAME       PIC X(38).
          05 OBC-DEPARTMENT-ID      PIC 9(8).
          05 OBC-CYCLE-NAME         PIC X(20).
          05 OBC-WINDOW-START       PIC X(8).
          05 OBC-WINDOW-END         PIC X(8).
          05 OBC-OBJECTIVE-COUNT    PIC 9(2).
          05 OBC-TOTAL-WEIGHT       PIC 9(3).
          05 OBC-LAST-SEQUENCE      PIC 9(2).
          05 OBC-ORIGINAL-WEIGHT    PIC 9(3).
          05 OBC-OBJECTIVE-RECORD   PIC X(180).
