      *        PERCENTAGE, WORST FIRST (SAME RANKED OUTPUT AS
      *        ESICKP), SO HR CHASES THE RIGHT MANAGERS INSTEAD OF
      *        RUMORS.
      *      - ONCE THE CYCLE'S OBJECTIVES DUE DATE (SET ON EAPCADM)
      *        HAS PASSED, A SECOND SECTION LISTS EVERY ACTIVE
      *        EMPLOYEE WITH NO OBJECTIVES ON EOBJCTV FOR THE CYCLE,
      *        IN DEPARTMENT ORDER. BEFORE THEN (OR WITH NO DATE SET)
      *        THE SECTION IS ONE LINE SAYING SO.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      - DEPARTMENT MASTER RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - APPRAISAL HISTORY RECORD.
      *      - PERFORMANCE OBJECTIVE RECORD.
      ******************************************************************
       COPY ECONST.
       COPY EAPRCYC.
       COPY DEPTMAST.
       COPY EMPMAST.
       COPY EAPRHS.
       COPY EOBJCTV.
       COPY ERUNCTL.
       COPY ERUNHST.
      ******************************************************************
          05 WS-DTL-PCT                 PIC ZZ9.
          05 FILLER                     PIC X(4)   VALUE ' PCT'.
          05 FILLER                     PIC X(18)  VALUE SPACES.
      *
       01 WS-OBJECTIVES-HEADING-LINE.
          05 WS-OBH-TEXT                PIC X(40)  VALUE SPACES.
          05 WS-OBH-DUE-DATE            PIC X(10)  VALUE SPACES.
          05 FILLER                     PIC X(30)  VALUE SPACES.
      *
       01 WS-OBJECTIVES-DETAIL-LINE.
          05 WS-OBD-EMPLOYEE-ID         PIC ZZZZZZZ9.
          05 FILLER                     PIC X(1)   VALUE SPACE.
          05 WS-OBD-EMPLOYEE-NAME       PIC X(25)  VALUE SPACES.
          05 FILLER                     PIC X(6)
                                         VALUE ' DEPT '.
          05 WS-OBD-DEPT-ID             PIC ZZZZZZZ9.
          05 FILLER                     PIC X(32)  VALUE SPACES.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
      *
       01 WS-APPRAISED-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-EMPLOYEE-APPRAISED                VALUE 'Y'.
      *
       01 WS-OBJECTIVES-DUE-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-OBJECTIVES-DUE                    VALUE 'Y'.
      *
       01 WS-OBJECTIVES-SET-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-EMPLOYEE-HAS-OBJECTIVES           VALUE 'Y'.
      *
       01 WS-CURRENT-DEPARTMENT-ID      PIC 9(8)  VALUE ZEROES.
       01 WS-SAVED-DEPARTMENT-KEY       PIC 9(8)  VALUE ZEROES.
      *
       01 WS-CMP-TABLE-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-CMP-TABLE-OVERFLOWED              VALUE 'Y'.
      *
      *    ACTIVE EMPLOYEES WITH NO OBJECTIVES SET ONCE THEY WERE
      *    DUE - HELD UNTIL THE RANKED SECTION HAS BEEN WRITTEN.
       01 WS-MISSING-OBJ-TABLE.
          05 WS-MSO-ENTRY OCCURS 300 TIMES
                INDEXED BY WS-MSO-IDX.
             10 WS-MSO-EMPLOYEE-ID      PIC 9(8).
             10 WS-MSO-EMPLOYEE-NAME    PIC X(25).
             10 WS-MSO-DEPT-ID          PIC 9(8).
          05 WS-MSO-COUNT               PIC S9(4) USAGE IS BINARY.
      *
       01 WS-MSO-TABLE-SWITCH           PIC X(1)  VALUE SPACES.
          88 WS-MSO-TABLE-OVERFLOWED              VALUE 'Y'.
      *
       01 WS-RANK-PASS                  PIC S9(4) USAGE IS BINARY.
       01 WS-BEST-FOUND-SWITCH          PIC X(1)  VALUE SPACES.
           PERFORM 1000-INITIAL-SETUP.
           PERFORM 2000-SCORE-ALL-DEPARTMENTS.
           PERFORM 2500-RANK-AND-REPORT.
           PERFORM 2600-REPORT-MISSING-OBJECTIVES.
           PERFORM 2900-BUILD-REPLY-TEXT.
           PERFORM 8000-FINISH-RUN-ADMIN.
           PERFORM 9200-SEND-REPLY-AND-RETURN.
       1000-INITIAL-SETUP.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE WS-COMPLETION-TABLE.
           INITIALIZE WS-MISSING-OBJ-TABLE.

      *    RUN-CONTROL GATE FIRST - A REFUSED RERUN MUST NOT TOUCH
      *    ANY OUTPUT QUEUE.
              PERFORM 9200-SEND-REPLY-AND-RETURN
           END-IF.

      *    OBJECTIVES ARE ONLY CHASED ONCE THEIR DUE DATE HAS COME.
           MOVE SPACE TO WS-OBJECTIVES-DUE-SWITCH.
           IF CYC-OBJECTIVES-DUE-DATE IS NUMERIC AND
              WS-RUN-TODAY IS NOT LESS THAN CYC-OBJECTIVES-DUE-DATE
              SET WS-OBJECTIVES-DUE TO TRUE
           END-IF.

       1300-WRITE-CYCLE-HEADING.
           INITIALIZE WS-CYCLE-HEADING-LINE.
           MOVE CYC-CYCLE-NAME TO WS-HDG-CYCLE-NAME.
                IF WS-EMPLOYEE-APPRAISED
                   ADD 1 TO WS-CUR-DONE-COUNT
                END-IF
                IF WS-OBJECTIVES-DUE
                   PERFORM 2340-CHECK-OBJECTIVES-SET
                   IF NOT WS-EMPLOYEE-HAS-OBJECTIVES
                      PERFORM 2350-TABLE-MISSING-OBJECTIVES
                   END-IF
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
                CONTINUE
           END-EVALUATE.

       2340-CHECK-OBJECTIVES-SET.
      *    THE OBJECTIVE FILE IS KEYED EMPLOYEE + CYCLE NAME +
      *    SEQUENCE, SO THE FIRST RECORD AT OR AFTER SEQUENCE ZERO
      *    SETTLES IT - IT EITHER BELONGS TO THIS EMPLOYEE AND CYCLE
      *    OR THERE ARE NONE.
           MOVE SPACE TO WS-OBJECTIVES-SET-SWITCH.

           MOVE EMP-EMPLOYEE-ID TO OBJ-EMPLOYEE-ID.
           MOVE CYC-CYCLE-NAME TO OBJ-CYCLE-NAME.
           MOVE ZEROES TO OBJ-SEQUENCE.

           EXEC CICS STARTBR
                FILE(APP-OBJECTIVE-FILE-NAME)
                RIDFLD(OBJ-OBJECTIVE-KEY)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE(APP-OBJECTIVE-FILE-NAME)
                   RIDFLD(OBJ-OBJECTIVE-KEY)
                   INTO (OBJECTIVE-RECORD)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
                 OBJ-EMPLOYEE-ID IS EQUAL TO EMP-EMPLOYEE-ID AND
                 OBJ-CYCLE-NAME IS EQUAL TO CYC-CYCLE-NAME
                 SET WS-EMPLOYEE-HAS-OBJECTIVES TO TRUE
              END-IF

              EXEC CICS ENDBR
                   FILE(APP-OBJECTIVE-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2350-TABLE-MISSING-OBJECTIVES.
           IF WS-MSO-COUNT IS LESS THAN 300
              ADD 1 TO WS-MSO-COUNT
              SET WS-MSO-IDX TO WS-MSO-COUNT
              MOVE EMP-EMPLOYEE-ID TO WS-MSO-EMPLOYEE-ID(WS-MSO-IDX)
              MOVE EMP-PRIMARY-NAME(1:25)
                 TO WS-MSO-EMPLOYEE-NAME(WS-MSO-IDX)
              MOVE EMP-DEPARTMENT-ID TO WS-MSO-DEPT-ID(WS-MSO-IDX)
           ELSE
              SET WS-MSO-TABLE-OVERFLOWED TO TRUE
           END-IF.

       2400-TABLE-ONE-DEPARTMENT.
           IF WS-CMP-COUNT IS LESS THAN 150
              ADD 1 TO WS-CMP-COUNT
           MOVE WS-COMPLETION-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2600-REPORT-MISSING-OBJECTIVES.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           INITIALIZE WS-OBJECTIVES-HEADING-LINE.

           IF CYC-OBJECTIVES-DUE-DATE IS NUMERIC
              MOVE CYC-OBJECTIVES-DUE-DATE TO WS-INPUT-DATE
              MOVE CORRESPONDING WS-INPUT-DATE TO WS-OUTPUT-DATE
              MOVE WS-OUTPUT-DATE TO WS-OBH-DUE-DATE
           END-IF.

           EVALUATE TRUE
           WHEN CYC-OBJECTIVES-DUE-DATE IS NOT NUMERIC
                MOVE 'OBJECTIVES DUE DATE NOT SET (EAPCADM)'
                   TO WS-OBH-TEXT
           WHEN NOT WS-OBJECTIVES-DUE
                MOVE 'OBJECTIVES NOT CHECKED UNTIL DUE DATE '
                   TO WS-OBH-TEXT
           WHEN WS-MSO-COUNT IS EQUAL TO ZERO
                MOVE 'ALL ACTIVE EMPLOYEES HAD OBJECTIVES BY '
                   TO WS-OBH-TEXT
           WHEN OTHER
                MOVE 'NO OBJECTIVES SET - WERE DUE BY '
                   TO WS-OBH-TEXT
           END-EVALUATE.

           MOVE WS-OBJECTIVES-HEADING-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

           PERFORM 2610-WRITE-MISSING-OBJECTIVE
              VARYING WS-MSO-IDX FROM 1 BY 1
              UNTIL WS-MSO-IDX IS GREATER THAN WS-MSO-COUNT.

       2610-WRITE-MISSING-OBJECTIVE.
           INITIALIZE WS-OBJECTIVES-DETAIL-LINE.
           MOVE WS-MSO-EMPLOYEE-ID(WS-MSO-IDX) TO WS-OBD-EMPLOYEE-ID.
           MOVE WS-MSO-EMPLOYEE-NAME(WS-MSO-IDX)
              TO WS-OBD-EMPLOYEE-NAME.
           MOVE WS-MSO-DEPT-ID(WS-MSO-IDX) TO WS-OBD-DEPT-ID.

           MOVE WS-OBJECTIVES-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 9100-WRITE-REPORT-LINE.

       2900-BUILD-REPLY-TEXT.
           MOVE WS-DEPTS-REPORTED TO WS-REPLY-DEPTS.

      -           'omplete!' TO WS-REPLY-TEXT
           END-IF.

           IF WS-MSO-TABLE-OVERFLOWED
              MOVE 'Warning: Missing-Objectives Table Overflowed - Re
      -           'port Incomplete!' TO WS-REPLY-TEXT
           END-IF.

       9100-WRITE-REPORT-LINE.
      *    NO ITEM NUMBER IS GIVEN - CICS ASSIGNS THE NEXT SEQUENTIAL
      *    ITEM AUTOMATICALLY, BUILDING THE REPORT ONE LINE AT A TIME.
