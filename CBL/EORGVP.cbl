      *        DRILLS DOWN ONE LEVEL AT A TIME: EACH ROW SHOWS THE
      *        DEPARTMENT, ITS MANAGER'S NAME RESOLVED FROM
      *        DEPT-MANAGER-EMPLOYEE-ID, AND THE ACTIVE HEADCOUNT
      *        (FROM THE DEPARTMENT'S HEADCOUNT COUNTER, EDCNTP)
      *        AGAINST DEPT-AUTHORIZED-HEADCOUNT.
      *      - ENTER WITH A ROW NUMBER DRILLS INTO THAT DEPARTMENT,
      *        PF7 CLIMBS BACK UP ONE LEVEL (VIA THE CURRENT PARENT'S
      *        OWN PARENT), PF9 JUMPS BACK TO THE DIVISIONS, AND PF5
      *      - ORG-CHART VIEWER CONTAINER.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT HEADCOUNT COUNTER COMM-AREA.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
       COPY EORGCTR.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY EDCNTCA.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      *
       01 WS-DEPT-BROWSE-SWITCH     PIC X(1)  VALUE SPACES.
          88 WS-DEPT-END-OF-FILE              VALUE 'Y'.
      *
       01 WS-ROWS-OVERFLOW-SWITCH   PIC X(1)  VALUE SPACES.
          88 WS-ROWS-OVERFLOWED               VALUE 'Y'.
       01 WS-SELECTED-ROW           PIC S9(4) USAGE IS BINARY.
      *
       01 WS-BROWSE-DEPT-ID         PIC 9(8)  VALUE ZEROES.
       01 WS-SELECTED-DEPT-ID       PIC 9(8)  VALUE ZEROES.
      *
      *    THE DEPARTMENT ID HANDED TO ELISTP ON PF5 - THE LISTING
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    SAME ACTIVE-PER-DEPARTMENT COUNT EADDP USES FOR ITS
      *    HEADCOUNT-BUDGET CHECK - ONE READ OF THE DEPARTMENT'S
      *    HEADCOUNT COUNTER THROUGH EDCNTP.
           INITIALIZE DEPT-COUNTER-COMMAREA.
           SET DCA-INQUIRE TO TRUE.
           MOVE DEPT-DEPARTMENT-ID TO DCA-DEPARTMENT-ID.

           EXEC CICS LINK
                PROGRAM(APP-DEPT-CNT-PROGRAM-NAME)
                COMMAREA(DEPT-COUNTER-COMMAREA)
                LENGTH(LENGTH OF DEPT-COUNTER-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE DCA-ACTIVE-HEADS TO WS-ACTIVE-COUNT.

       3000-CLIMB-ONE-LEVEL.
      *    >>> DEBUGGING ONLY <<<
