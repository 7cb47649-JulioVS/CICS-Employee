      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - SKILLS SEARCH CONTAINER (PSEUDO-CONVERSATIONAL STATE
      *        PASSED BETWEEN ESKSP INVOCATIONS, AND PARKED WHOLE ON
      *        A PER-USER QUEUE WHILE A SELECTED LINE IS OPEN ON
      *        EVIEWP).
      *      - THE MATCHES ARE COLLECTED ONCE PER SEARCH; PF7/PF8
      *        ONLY PAGE THROUGH THE TABLE BELOW.
      ******************************************************************
       01 SKILL-SEARCH-CONTAINER.
          05 SSC-SEARCH-FLAG        PIC X(1).
             88 SSC-SEARCH-DONE             VALUE 'Y'.
             88 SSC-NO-SEARCH-YET           VALUE SPACE.
          05 SSC-TRUNCATED-FLAG     PIC X(1).
             88 SSC-MATCHES-TRUNCATED       VALUE 'T'.
      *
      *    SEARCH CRITERIA - DEPARTMENT ZERO MEANS ALL DEPARTMENTS.
      *
          05 SSC-CRITERIA.
             10 SSC-SKILL-CODE      PIC X(8).
             10 SSC-SKILL-DESC      PIC X(29).
             10 SSC-MIN-LEVEL       PIC 9(1).
             10 SSC-DEPARTMENT-ID   PIC 9(8).
          05 SSC-MATCH-COUNT        PIC 9(3).
          05 SSC-CURRENT-PAGE       PIC 9(3).
          05 SSC-MATCH-TABLE.
             10 SSC-MATCH OCCURS 200 TIMES
                   INDEXED BY SSC-MATCH-INDEX.
                15 SSC-MATCH-EMPLOYEE-ID
                                    PIC 9(8).
                15 SSC-MATCH-NAME   PIC X(29).
                15 SSC-MATCH-PROFICIENCY
                                    PIC 9(1).
                15 SSC-MATCH-DEPARTMENT-ID
                                    PIC 9(8).
