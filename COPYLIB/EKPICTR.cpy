      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - KPI SCORECARD VIEWER CONTAINER (PSEUDO-CONVERSATIONAL
      *        STATE PASSED BETWEEN EKPIVP INVOCATIONS).
      *      - THE SCOPE ON SHOW (ZERO = COMPANY-WIDE, ITS ROWS THE
      *        DIVISIONS) AND THE DEPARTMENT IDS BEHIND EACH DISPLAYED
      *        ROW, SO A KEYED ROW NUMBER RESOLVES WITHOUT RE-BROWSING.
      ******************************************************************
       01 KPI-VIEWER-CONTAINER.
          05 KVW-CURRENT-SCOPE      PIC 9(8).
          05 KVW-ROW-COUNT          PIC 9(2).
          05 KVW-ROW-TABLE.
             10 KVW-ROW-DEPT-ID OCCURS 12 TIMES
                   INDEXED BY KVW-ROW-INDEX
                                    PIC 9(8).
