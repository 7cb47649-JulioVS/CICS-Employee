      *      - EMYRECP GIVES A STANDARD USER THEIR OWN RECORD; THIS
      *        GIVES A LINE MANAGER THEIR TEAM WITHOUT HANDING OUT
      *        THE FULL ELISTP/EVIEWP PAIR. THE SIGNED-ON USER'S
      *        RU-EMPLOYEE-ID IS LOOKED UP ON THE SUPERVISOR PATH
      *        (EMP-SUPERVISOR-ID) FOR THEIR ACTUAL DIRECT REPORTS,
      *        THEN MATCHED AGAINST DEPTMAST'S DEPT-MANAGER-EMPLOYEE-ID
      *        FOR THE ACTIVE MEMBERS OF A MANAGED DEPARTMENT WHO HAVE
      *        NO SUPERVISOR RECORDED (THEY STILL REPORT TO THE
      *        DEPARTMENT MANAGER). PEOPLE UNDER A TEAM LEAD SHOW ON
      *        THE TEAM LEAD'S ROSTER, NOT THE MANAGER'S. EACH ROW:
      *        TITLE, START DATE, OUT-TODAY STATUS FROM EABSENC,
      *        APPRAISAL DATE. NO SALARY, NO EXTERNAL ID - BY DESIGN.
      *      - STATELESS PSEUDO-CONVERSATION: EVERY ENTRY RE-READS
      *        AND REBUILDS THE ROSTER. THE GRID HOLDS 16 ROWS; A
      *        BIGGER SPAN IS FLAGGED IN THE MESSAGE LINE - SAME
       01 WS-ROWS-OVERFLOW-SWITCH   PIC X(1)  VALUE SPACES.
          88 WS-ROWS-OVERFLOWED               VALUE 'Y'.
       01 WS-DEPTS-MANAGED          PIC S9(4) USAGE IS BINARY.
       01 WS-DIRECTS-FOUND          PIC S9(4) USAGE IS BINARY.
      *
       01 WS-SUPV-BROWSE-SWITCH     PIC X(1)  VALUE SPACES.
          88 WS-SUPV-END-OF-REPORTS           VALUE 'Y'.
       01 WS-SUPV-BROWSE-KEY        PIC 9(8)  VALUE ZEROES.
      *
       01 WS-CURRENT-DEPARTMENT-ID  PIC 9(8)  VALUE ZEROES.
       01 WS-SAVED-DEPT-KEY         PIC 9(8)  VALUE ZEROES.
           MOVE SPACES TO WS-MESSAGE.
           MOVE ZERO TO WS-LINES-FILLED.
           MOVE ZERO TO WS-DEPTS-MANAGED.
           MOVE ZERO TO WS-DIRECTS-FOUND.
           MOVE SPACE TO WS-ROWS-OVERFLOW-SWITCH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.


           MOVE RU-EMPLOYEE-ID TO WS-MANAGER-EMPLOYEE-ID.

      *    DIRECT REPORTS FIRST - EVERYONE WHOSE REPORTS-TO
      *    SUPERVISOR IS THIS EMPLOYEE.
           PERFORM 2050-ROSTER-DIRECT-REPORTS.

      *    THEN WALK THE (SMALL) DEPARTMENT FILE FOR DEPARTMENTS THIS
      *    EMPLOYEE MANAGES AND ROSTER THE MEMBERS OF EACH WHO HAVE
      *    NO SUPERVISOR OF THEIR OWN.
           MOVE SPACE TO WS-DEPT-BROWSE-SWITCH.
           INITIALIZE DEPARTMENT-MASTER-RECORD.

           END-IF.

           EVALUATE TRUE
           WHEN WS-DEPTS-MANAGED IS EQUAL TO ZERO AND
                WS-DIRECTS-FOUND IS EQUAL TO ZERO
                MOVE 'You Have No Direct Reports And Manage No Depart
      -              'ment!'
                   TO WS-MESSAGE
           WHEN WS-ROWS-OVERFLOWED
                MOVE 'Team Larger Than The Grid - First 16 Shown!'
                   TO WS-MESSAGE
           END-EVALUATE.

       2050-ROSTER-DIRECT-REPORTS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2050-ROSTER-DIRECT-REPORTS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACE TO WS-SUPV-BROWSE-SWITCH.
           MOVE WS-MANAGER-EMPLOYEE-ID TO WS-SUPV-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(APP-EMP-MASTER-SUPV-PATH-NAME)
                RIDFLD(WS-SUPV-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2060-ROSTER-NEXT-DIRECT-REPORT
                 UNTIL WS-SUPV-END-OF-REPORTS

              EXEC CICS ENDBR
                   FILE(APP-EMP-MASTER-SUPV-PATH-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2060-ROSTER-NEXT-DIRECT-REPORT.
           EXEC CICS READNEXT
                FILE(APP-EMP-MASTER-SUPV-PATH-NAME)
                RIDFLD(WS-SUPV-BROWSE-KEY)
                INTO (EMPLOYEE-MASTER-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE PATH IS NON-UNIQUE, SO DUPKEY JUST MEANS MORE PEOPLE
      *    REPORTING TO THE SAME SUPERVISOR FOLLOW.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPKEY)
              MOVE DFHRESP(NORMAL) TO WS-CICS-RESPONSE
           END-IF.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SUPV-END-OF-REPORTS TO TRUE
           WHEN EMP-SUPERVISOR-ID IS NOT EQUAL TO
                WS-MANAGER-EMPLOYEE-ID
                SET WS-SUPV-END-OF-REPORTS TO TRUE
           WHEN EMP-ACTIVE
                ADD 1 TO WS-DIRECTS-FOUND
                IF WS-LINES-FILLED IS LESS THAN 16
                   ADD 1 TO WS-LINES-FILLED
                   PERFORM 2220-BUILD-ROSTER-LINE
                ELSE
                   SET WS-ROWS-OVERFLOWED TO TRUE
                   SET WS-SUPV-END-OF-REPORTS TO TRUE
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2100-CHECK-NEXT-DEPARTMENT.
           EXEC CICS READNEXT
                FILE(APP-DEPT-MASTER-FILE-NAME)
           WHEN EMP-DEPARTMENT-ID IS NOT EQUAL TO
                WS-CURRENT-DEPARTMENT-ID
                SET WS-EMP-END-OF-DEPARTMENT TO TRUE
      *    THE MANAGER IS NOT ON THEIR OWN ROSTER, AND ANYONE WITH A
      *    SUPERVISOR OF THEIR OWN IS ON THAT SUPERVISOR'S ROSTER
      *    (OR ALREADY LISTED ABOVE AS A DIRECT REPORT).
           WHEN EMP-EMPLOYEE-ID IS EQUAL TO WS-MANAGER-EMPLOYEE-ID
                CONTINUE
           WHEN EMP-SUPERVISOR-ID IS NUMERIC AND
                EMP-SUPERVISOR-ID IS GREATER THAN ZERO
                CONTINUE
           WHEN EMP-ACTIVE
                IF WS-LINES-FILLED IS LESS THAN 16
                   ADD 1 TO WS-LINES-FILLED
