       IDENTIFICATION DIVISION.
       PROGRAM-ID. EKPIVP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'HR KPI SCORECARD' VIEWER PROGRAM.
      *      - ONE SCREEN FOR THE LEADERSHIP TEAM: HEADCOUNT AND FTE,
      *        MONTH-ON-MONTH CHANGE, ROLLING TWELVE-MONTH TURNOVER,
      *        SICK DAYS PER HEAD, OPEN REQUISITIONS AND TIME-TO-FILL,
      *        APPRAISAL CYCLE COMPLETION AND AVERAGE COMPA-RATIO.
      *      - EVERY FIGURE IS WORKED OUT OVERNIGHT BY EKPIXP ONTO THE
      *        KPI SUMMARY FILE (SEE EKPISUM.CPY); THIS SCREEN ONLY
      *        READS THAT FILE, NEVER THE SOURCE FILES.
      *      - STARTS COMPANY-WIDE, WITH THE DIVISIONS AS ROWS, AND
      *        DRILLS DOWN THE WAY EORGVP DOES: ENTER WITH A ROW
      *        NUMBER SHOWS THAT DEPARTMENT'S FIGURES WITH ITS OWN
      *        DEPARTMENTS AS ROWS, PF7 CLIMBS BACK UP ONE LEVEL AND
      *        PF9 JUMPS BACK TO THE COMPANY.
      *      - SICKNESS AND PAY FIGURES SIT ON THIS SCREEN, SO IT IS
      *        GATED ON THE 'KPIVIEW' PERMISSION-MATRIX ROW; WITH NO
      *        ROW, MANAGERS AND ADMINISTRATORS ONLY.
      *      - STATE BETWEEN INTERACTIONS (THE SCOPE ON SHOW PLUS THE
      *        DEPARTMENT ID BEHIND EACH ROW) TRAVELS IN AN OWN
      *        CHANNEL/CONTAINER, SAME AS THE OTHER SCREENS.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - KPI SCORECARD MAPSET.
      *      - KPI SCORECARD VIEWER CONTAINER.
      *      - KPI SUMMARY RECORD.
      *      - PERMISSION MATRIX RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY EKPIMAP.
       COPY EKPICTR.
       COPY EKPISUM.
       COPY EPERMTX.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
      *
       01 WS-CONTAINER-SWITCH       PIC X(1)  VALUE SPACES.
          88 WS-CONTAINER-IS-MISSING          VALUE 'Y'.
      *
       01 WS-KPI-BROWSE-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-KPI-END-OF-FILE               VALUE 'Y'.
      *
       01 WS-ROWS-OVERFLOW-SWITCH   PIC X(1)  VALUE SPACES.
          88 WS-ROWS-OVERFLOWED               VALUE 'Y'.
      *
       01 WS-SUMMARY-SWITCH         PIC X(1)  VALUE SPACES.
          88 WS-NO-SUMMARY-ON-FILE            VALUE 'Y'.
      *
       01 WS-LINES-FILLED           PIC S9(4) USAGE IS BINARY.
       01 WS-SELECTED-ROW           PIC S9(4) USAGE IS BINARY.
      *
       01 WS-BROWSE-DEPT-ID         PIC 9(8)  VALUE ZEROES.
       01 WS-SELECTED-DEPT-ID       PIC 9(8)  VALUE ZEROES.
      *
      *    THE COMPANY RECORD'S AS-OF DATE - A DEPARTMENT RECORD
      *    WITH ANY OTHER DATE WAS LEFT BEHIND BY A RETIRED
      *    DEPARTMENT AND IS NOT SHOWN.
      *
       01 WS-COMPANY-AS-OF-DATE     PIC X(8)  VALUE SPACES.
      *
       01 WS-KPI-LINE.
          05 WS-KPI-ROW-NO          PIC Z9    VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-DEPT-NAME       PIC X(16) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-HEADS           PIC ZZZZ9 VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-FTE             PIC ZZZZ9.9.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-CHANGE          PIC +ZZZ9.9.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-TURNOVER        PIC ZZ9.9.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-SICK-PER-HEAD   PIC ZZ9.9.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-OPEN-REQS       PIC ZZZ9.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-DAYS-TO-FILL    PIC ZZZ9.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-APPRAISAL       PIC ZZ9.9.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-KPI-COMPA           PIC ZZ9.9.
          05 FILLER                 PIC X(1)  VALUE SPACE.
      *
       01 WS-LEVEL-LINE.
          05 WS-LVL-CAPTION         PIC X(7)  VALUE SPACES.
          05 WS-LVL-DEPT-ID         PIC X(8)  VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 WS-LVL-DEPT-NAME       PIC X(30) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 FILLER                 PIC X(6)  VALUE 'AS OF '.
          05 WS-LVL-AS-OF.
             10 WS-LVL-AS-OF-YYYY   PIC X(4)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-LVL-AS-OF-MM     PIC X(2)  VALUE SPACES.
             10 FILLER              PIC X(1)  VALUE '-'.
             10 WS-LVL-AS-OF-DD     PIC X(2)  VALUE SPACES.
      *
      *    THE SCOPE'S OWN FIGURES, ONE MAP LINE EACH.
      *
       01 WS-SUMMARY-LINE-1.
          05 FILLER                 PIC X(11) VALUE 'HEADCOUNT: '.
          05 WS-SUM-HEADS           PIC ZZZZ9.
          05 FILLER                 PIC X(8)  VALUE '   FTE: '.
          05 WS-SUM-FTE             PIC ZZZZ9.99.
          05 FILLER                 PIC X(12) VALUE '   SNAPSHOT '.
          05 WS-SUM-PERIOD          PIC X(6).
          05 FILLER                 PIC X(9)  VALUE ' CHANGE: '.
          05 WS-SUM-CHANGE          PIC +ZZZ9.99.
          05 FILLER                 PIC X(9)  VALUE SPACES.
      *
       01 WS-SUMMARY-LINE-2.
          05 FILLER                 PIC X(16) VALUE 'TURNOVER (12M): '.
          05 WS-SUM-TURNOVER        PIC ZZ9.9.
          05 FILLER                 PIC X(13) VALUE '%   LEAVERS: '.
          05 WS-SUM-LEAVERS         PIC ZZZZ9.
          05 FILLER                 PIC X(18)
                                    VALUE '   AVG HEADCOUNT: '.
          05 WS-SUM-AVG-HEADS       PIC ZZZZ9.99.
          05 FILLER                 PIC X(11) VALUE SPACES.
      *
       01 WS-SUMMARY-LINE-3.
          05 FILLER                 PIC X(16) VALUE 'SICK DAYS/HEAD: '.
          05 WS-SUM-SICK-PER-HEAD   PIC ZZ9.9.
          05 FILLER                 PIC X(14) VALUE '   OPEN REQS: '.
          05 WS-SUM-OPEN-REQS       PIC ZZZZ9.
          05 FILLER                 PIC X(21)
                                    VALUE '   AVG DAYS TO FILL: '.
          05 WS-SUM-DAYS-TO-FILL    PIC ZZZ9.9.
          05 FILLER                 PIC X(9)  VALUE SPACES.
      *
       01 WS-SUMMARY-LINE-4.
          05 FILLER                 PIC X(17)
                                    VALUE 'APPRAISALS DONE: '.
          05 WS-SUM-APPRAISAL       PIC ZZ9.9.
          05 FILLER                 PIC X(3)  VALUE '% ('.
          05 WS-SUM-APR-DONE        PIC ZZZZ9.
          05 FILLER                 PIC X(4)  VALUE ' OF '.
          05 WS-SUM-APR-ROSTER      PIC ZZZZ9.
          05 FILLER                 PIC X(21)
                                    VALUE ')   AVG COMPA-RATIO: '.
          05 WS-SUM-COMPA           PIC ZZ9.9.
          05 FILLER                 PIC X(1)  VALUE '%'.
          05 FILLER                 PIC X(10) VALUE SPACES.
      *
       01 WS-DEBUG-AID              PIC X(45) VALUE SPACES.
      *
       01 WS-DEBUG-MESSAGE.
          05 FILLER                 PIC X(5)  VALUE '<MSG:'.
          05 WS-DEBUG-TEXT          PIC X(45) VALUE SPACES.
          05 FILLER                 PIC X(1)  VALUE '>'.
          05 FILLER                 PIC X(5)  VALUE '<EB1='.
          05 WS-DEBUG-EIBRESP       PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE '>'.
          05 FILLER                 PIC X(5)  VALUE '<EB2='.
          05 WS-DEBUG-EIBRESP2      PIC 9(8)  VALUE ZEROES.
          05 FILLER                 PIC X(1)  VALUE '>'.
      *
       01 WS-DEBUG-MODE             PIC X(1)  VALUE 'N'.
          88 I-AM-DEBUGGING                   VALUE 'Y'.
          88 NOT-DEBUGGING                    VALUE 'N'.
      *
       01 WS-DEBUG-ITEM-NUMBER      PIC S9(4) USAGE IS BINARY.

      *
      *    TABLE-DRIVEN PERMISSION GATE (SEE EPERMTX.CPY) - 'A'/'N'
      *    FROM THE MATRIX DECIDES; NO ROW FALLS BACK TO THE LEGACY
      *    HARDCODED RULE AT THE CALL SITE.
       01 WS-PERM-FUNCTION       PIC X(8)  VALUE SPACES.
       01 WS-PERM-USER-TYPE      PIC X(3)  VALUE SPACES.
       01 WS-PERM-RESULT         PIC X(1)  VALUE SPACES.
          88 WS-PERM-ALLOWED               VALUE 'A'.
          88 WS-PERM-DENIED                VALUE 'D'.
          88 WS-PERM-USE-LEGACY            VALUE SPACE.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS RECEIVE
                MAP(APP-KPIVIEW-MAP-NAME)
                MAPSET(APP-KPIVIEW-MAPSET-NAME)
                INTO (EKPIMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    >>> CALL ACTIVITY MONITOR <<<
           PERFORM 4100-GET-MONITOR-CONTAINER.
      *    >>> --------------------- <<<

           PERFORM 1300-CHECK-ACCESS.

           PERFORM 1100-GET-VIEWER-CONTAINER.

      *    A MISSING CONTAINER MEANS A FRESH ENTRY - START AT THE
      *    COMPANY WHATEVER KEY BROUGHT US HERE.
           IF WS-CONTAINER-IS-MISSING THEN
              MOVE ZERO TO KVW-CURRENT-SCOPE
              PERFORM 2000-BUILD-SCOPE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           EVALUATE EIBAID
           WHEN DFHPF12
                PERFORM 9200-RETURN-TO-CICS
           WHEN DFHPF9
                MOVE ZERO TO KVW-CURRENT-SCOPE
                PERFORM 2000-BUILD-SCOPE
           WHEN DFHPF7
                PERFORM 3000-CLIMB-ONE-LEVEL
                PERFORM 2000-BUILD-SCOPE
           WHEN DFHENTER
                IF SELNOI IS EQUAL TO SPACES OR
                   SELNOI IS EQUAL TO LOW-VALUES THEN
                   PERFORM 2000-BUILD-SCOPE
                ELSE
                   PERFORM 3100-RESOLVE-SELECTED-ROW
                   PERFORM 3200-DRILL-INTO-SELECTION
                END-IF
           WHEN OTHER
                PERFORM 2000-BUILD-SCOPE
                MOVE 'Invalid Key Pressed - Please Try Again!'
                   TO WS-MESSAGE
           END-EVALUATE.

           PERFORM 9000-SEND-MAP-AND-RETURN.

      *-----------------------------------------------------------------
       SUB-ROUTINE SECTION.
      *-----------------------------------------------------------------

       1100-GET-VIEWER-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-GET-VIEWER-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACE TO WS-CONTAINER-SWITCH.
           INITIALIZE KPI-VIEWER-CONTAINER.

           EXEC CICS GET
                CONTAINER(APP-KPIVIEW-CONTAINER-NAME)
                CHANNEL(APP-KPIVIEW-CHANNEL-NAME)
                INTO (KPI-VIEWER-CONTAINER)
                FLENGTH(LENGTH OF KPI-VIEWER-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              SET WS-CONTAINER-IS-MISSING TO TRUE
              INITIALIZE KPI-VIEWER-CONTAINER
           END-IF.

       1200-PUT-VIEWER-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1200-PUT-VIEWER-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-KPIVIEW-CONTAINER-NAME)
                CHANNEL(APP-KPIVIEW-CHANNEL-NAME)
                FROM (KPI-VIEWER-CONTAINER)
                FLENGTH(LENGTH OF KPI-VIEWER-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       1300-CHECK-ACCESS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1300-CHECK-ACCESS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CHECKED ON EVERY INTERACTION, NOT JUST THE FIRST - A
      *    SIGN-OFF OR A CATEGORY CHANGE TAKES EFFECT ON THE NEXT KEY.
           MOVE 'KPIVIEW' TO WS-PERM-FUNCTION.
           MOVE MON-USER-CATEGORY TO WS-PERM-USER-TYPE.
           PERFORM 8500-CHECK-PERMISSION.

           IF MON-USER-ID IS EQUAL TO SPACES OR
              WS-PERM-DENIED OR (WS-PERM-USE-LEGACY AND
              NOT MON-UC-ADMINISTRATOR AND NOT MON-UC-MANAGER)
              THEN
              MOVE 'Access Denied - The KPI Scorecard Is Restricted!'
                 TO WS-MESSAGE
              PERFORM 9050-SEND-MESSAGE-AND-RETURN
           END-IF.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-BUILD-SCOPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-BUILD-SCOPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE EKPIMO.
           MOVE SPACES TO WS-MESSAGE.
           MOVE ZERO TO WS-LINES-FILLED.
           MOVE ZERO TO KVW-ROW-COUNT.
           MOVE SPACE TO WS-ROWS-OVERFLOW-SWITCH.
           MOVE ZEROES TO KVW-ROW-TABLE.

           PERFORM 2050-READ-SCOPE-RECORD.

           IF WS-NO-SUMMARY-ON-FILE
              MOVE 'No KPI Summary On File Yet - It Is Built Overnight B
      -           'y EKPX!'
                 TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

           PERFORM 2060-BUILD-LEVEL-CAPTION.
           PERFORM 2070-BUILD-SUMMARY-LINES.

      *    THE SUMMARY FILE HOLDS ONE RECORD PER DEPARTMENT - A FULL
      *    SWEEP PICKING OUT THE CHILDREN OF THE SCOPE, AS EORGVP
      *    DOES ON DEPTMAST.
           MOVE SPACE TO WS-KPI-BROWSE-SWITCH.
           MOVE ZERO TO WS-BROWSE-DEPT-ID.

           EXEC CICS STARTBR
                FILE(APP-KPI-FILE-NAME)
                RIDFLD(WS-BROWSE-DEPT-ID)
                GTEQ
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              PERFORM 2100-CHECK-NEXT-KPI-RECORD
                 UNTIL WS-KPI-END-OF-FILE

              EXEC CICS ENDBR
                   FILE(APP-KPI-FILE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

           EVALUATE TRUE
           WHEN WS-LINES-FILLED IS EQUAL TO ZERO
                MOVE 'No Departments Below This One - PF7=Up PF9=Top.'
                   TO WS-MESSAGE
           WHEN WS-ROWS-OVERFLOWED
                MOVE 'More Than 12 Departments - First 12 Shown!'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Row+ENTER=Drill Down PF7=Up PF9=Top PF12=Exit.'
                   TO WS-MESSAGE
           END-EVALUATE.

       2050-READ-SCOPE-RECORD.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2050-READ-SCOPE-RECORD' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE COMPANY RECORD FIRST - IT DATES THE WHOLE SUMMARY.
           MOVE SPACE TO WS-SUMMARY-SWITCH.
           MOVE ZERO TO KPI-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-KPI-FILE-NAME)
                INTO (KPI-SUMMARY-RECORD)
                RIDFLD(KPI-SCOPE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-NO-SUMMARY-ON-FILE TO TRUE
              MOVE ZERO TO KVW-CURRENT-SCOPE
              EXIT PARAGRAPH
           END-IF.

           MOVE KPI-AS-OF-DATE TO WS-COMPANY-AS-OF-DATE.

           IF KVW-CURRENT-SCOPE IS EQUAL TO ZERO
              EXIT PARAGRAPH
           END-IF.

      *    A DEPARTMENT THAT DROPPED OUT OF LAST NIGHT'S SUMMARY
      *    FALLS BACK TO THE COMPANY FIGURES.
           MOVE KVW-CURRENT-SCOPE TO KPI-DEPARTMENT-ID.

           EXEC CICS READ
                FILE(APP-KPI-FILE-NAME)
                INTO (KPI-SUMMARY-RECORD)
                RIDFLD(KPI-SCOPE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) OR
              KPI-AS-OF-DATE IS NOT EQUAL TO WS-COMPANY-AS-OF-DATE
              MOVE ZERO TO KVW-CURRENT-SCOPE
              MOVE ZERO TO KPI-DEPARTMENT-ID

              EXEC CICS READ
                   FILE(APP-KPI-FILE-NAME)
                   INTO (KPI-SUMMARY-RECORD)
                   RIDFLD(KPI-SCOPE-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.

       2060-BUILD-LEVEL-CAPTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2060-BUILD-LEVEL-CAPTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-LEVEL-LINE.
           MOVE 'SCOPE: ' TO WS-LVL-CAPTION.

           IF KVW-CURRENT-SCOPE IS NOT EQUAL TO ZERO THEN
              MOVE KVW-CURRENT-SCOPE TO WS-LVL-DEPT-ID
           END-IF.

           MOVE KPI-DEPARTMENT-NAME TO WS-LVL-DEPT-NAME.
           MOVE KPI-AS-OF-DATE(1:4) TO WS-LVL-AS-OF-YYYY.
           MOVE KPI-AS-OF-DATE(5:2) TO WS-LVL-AS-OF-MM.
           MOVE KPI-AS-OF-DATE(7:2) TO WS-LVL-AS-OF-DD.

           MOVE WS-LEVEL-LINE TO LEVLINO.

       2070-BUILD-SUMMARY-LINES.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2070-BUILD-SUMMARY-LINES' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE KPI-HEADCOUNT TO WS-SUM-HEADS.
           MOVE KPI-FTE TO WS-SUM-FTE.
           MOVE KPI-SNAPSHOT-PERIOD TO WS-SUM-PERIOD.
           MOVE KPI-MONTH-CHANGE TO WS-SUM-CHANGE.
           SET SUMO-INDEX TO 1.
           MOVE WS-SUMMARY-LINE-1 TO SUMLNO(SUMO-INDEX).

           MOVE KPI-TURNOVER-PERCENT TO WS-SUM-TURNOVER.
           MOVE KPI-LEAVERS-12M TO WS-SUM-LEAVERS.
           MOVE KPI-AVERAGE-HEADCOUNT TO WS-SUM-AVG-HEADS.
           SET SUMO-INDEX TO 2.
           MOVE WS-SUMMARY-LINE-2 TO SUMLNO(SUMO-INDEX).

           MOVE KPI-SICK-DAYS-PER-HEAD TO WS-SUM-SICK-PER-HEAD.
           MOVE KPI-OPEN-REQUISITIONS TO WS-SUM-OPEN-REQS.
           MOVE KPI-AVERAGE-DAYS-TO-FILL TO WS-SUM-DAYS-TO-FILL.
           SET SUMO-INDEX TO 3.
           MOVE WS-SUMMARY-LINE-3 TO SUMLNO(SUMO-INDEX).

           MOVE KPI-APPRAISAL-PERCENT TO WS-SUM-APPRAISAL.
           MOVE KPI-APPRAISAL-DONE TO WS-SUM-APR-DONE.
           MOVE KPI-APPRAISAL-ROSTER TO WS-SUM-APR-ROSTER.
           MOVE KPI-AVERAGE-COMPA-RATIO TO WS-SUM-COMPA.
           SET SUMO-INDEX TO 4.
           MOVE WS-SUMMARY-LINE-4 TO SUMLNO(SUMO-INDEX).

       2100-CHECK-NEXT-KPI-RECORD.
           EXEC CICS READNEXT
                FILE(APP-KPI-FILE-NAME)
                RIDFLD(WS-BROWSE-DEPT-ID)
                INTO (KPI-SUMMARY-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-KPI-END-OF-FILE TO TRUE
           WHEN KPI-PARENT-DEPARTMENT-ID IS EQUAL TO
                KVW-CURRENT-SCOPE AND
                KPI-DEPARTMENT-ID IS NOT EQUAL TO ZERO AND
                KPI-AS-OF-DATE IS EQUAL TO WS-COMPANY-AS-OF-DATE
                IF WS-LINES-FILLED IS LESS THAN 12
                   ADD 1 TO WS-LINES-FILLED
                   PERFORM 2200-BUILD-KPI-LINE
                ELSE
                   SET WS-ROWS-OVERFLOWED TO TRUE
                   SET WS-KPI-END-OF-FILE TO TRUE
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       2200-BUILD-KPI-LINE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-BUILD-KPI-LINE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE WS-KPI-LINE.
           MOVE WS-LINES-FILLED TO WS-KPI-ROW-NO.
           MOVE KPI-DEPARTMENT-NAME(1:16) TO WS-KPI-DEPT-NAME.
           MOVE KPI-HEADCOUNT TO WS-KPI-HEADS.
           MOVE KPI-FTE TO WS-KPI-FTE.
           MOVE KPI-MONTH-CHANGE TO WS-KPI-CHANGE.
           MOVE KPI-TURNOVER-PERCENT TO WS-KPI-TURNOVER.
           MOVE KPI-SICK-DAYS-PER-HEAD TO WS-KPI-SICK-PER-HEAD.
           MOVE KPI-OPEN-REQUISITIONS TO WS-KPI-OPEN-REQS.
           MOVE KPI-AVERAGE-DAYS-TO-FILL TO WS-KPI-DAYS-TO-FILL.
           MOVE KPI-APPRAISAL-PERCENT TO WS-KPI-APPRAISAL.
           MOVE KPI-AVERAGE-COMPA-RATIO TO WS-KPI-COMPA.

      *    REMEMBER WHICH DEPARTMENT SITS BEHIND THE ROW SO THE
      *    NEXT INTERACTION CAN RESOLVE A KEYED ROW NUMBER.
           MOVE WS-LINES-FILLED TO KVW-ROW-COUNT.
           SET KVW-ROW-INDEX TO WS-LINES-FILLED.
           MOVE KPI-DEPARTMENT-ID TO KVW-ROW-DEPT-ID(KVW-ROW-INDEX).

           SET KPIO-INDEX TO WS-LINES-FILLED.
           MOVE WS-KPI-LINE TO KPILNO(KPIO-INDEX).

       3000-CLIMB-ONE-LEVEL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3000-CLIMB-ONE-LEVEL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE LEVEL ABOVE IS THE SCOPE'S OWN PARENT, CARRIED ON ITS
      *    SUMMARY RECORD; FROM THE COMPANY THERE IS NOWHERE TO CLIMB.
           IF KVW-CURRENT-SCOPE IS EQUAL TO ZERO THEN
              CONTINUE
           ELSE
              MOVE KVW-CURRENT-SCOPE TO KPI-DEPARTMENT-ID

              EXEC CICS READ
                   FILE(APP-KPI-FILE-NAME)
                   INTO (KPI-SUMMARY-RECORD)
                   RIDFLD(KPI-SCOPE-KEY)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
                 MOVE KPI-PARENT-DEPARTMENT-ID TO KVW-CURRENT-SCOPE
              ELSE
                 MOVE ZERO TO KVW-CURRENT-SCOPE
              END-IF
           END-IF.

       3100-RESOLVE-SELECTED-ROW.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3100-RESOLVE-SELECTED-ROW' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZERO TO WS-SELECTED-DEPT-ID.

           IF SELNOI IS NOT NUMERIC THEN
              PERFORM 2000-BUILD-SCOPE
              MOVE 'Please Key A Row Number From The List!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           MOVE FUNCTION NUMVAL(SELNOI) TO WS-SELECTED-ROW.

           IF WS-SELECTED-ROW IS LESS THAN 1 OR
              WS-SELECTED-ROW IS GREATER THAN KVW-ROW-COUNT THEN
              PERFORM 2000-BUILD-SCOPE
              MOVE 'Row Number Is Not On The List - Please Re-Key!'
                 TO WS-MESSAGE
              PERFORM 9000-SEND-MAP-AND-RETURN
           END-IF.

           SET KVW-ROW-INDEX TO WS-SELECTED-ROW.
           MOVE KVW-ROW-DEPT-ID(KVW-ROW-INDEX) TO WS-SELECTED-DEPT-ID.

       3200-DRILL-INTO-SELECTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '3200-DRILL-INTO-SELECTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE WS-SELECTED-DEPT-ID TO KVW-CURRENT-SCOPE.
           PERFORM 2000-BUILD-SCOPE.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------

       4100-GET-MONITOR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '4100-GET-MONITOR-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A MISSING MONITOR CONTAINER JUST READS AS ANONYMOUS.
           INITIALIZE ACTIVITY-MONITOR-CONTAINER.

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              INITIALIZE ACTIVITY-MONITOR-CONTAINER
           END-IF.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1200-PUT-VIEWER-CONTAINER.

           MOVE EIBTRNID TO TRANIDO.
           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:3) IS EQUAL TO 'Row'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           WHEN OTHER
                MOVE DFHYELLO TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

           EXEC CICS SEND
                MAP(APP-KPIVIEW-MAP-NAME)
                MAPSET(APP-KPIVIEW-MAPSET-NAME)
                FROM (EKPIMO)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-KPIVIEW-CHANNEL-NAME)
                TRANSID(APP-KPIVIEW-TRANSACTION-ID)
                END-EXEC.

       9050-SEND-MESSAGE-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9050-SEND-MESSAGE-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND TEXT
                FROM (WS-MESSAGE)
                LENGTH (LENGTH OF WS-MESSAGE)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       9200-RETURN-TO-CICS.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9200-RETURN-TO-CICS' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS RETURN
                END-EXEC.

       8500-CHECK-PERMISSION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8500-CHECK-PERMISSION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    CALLERS SET WS-PERM-FUNCTION AND WS-PERM-USER-TYPE. A
      *    MATRIX ROW SETTLES IT; NO ROW LEAVES THE LEGACY RULE IN
      *    CHARGE AT THE CALL SITE.
           MOVE SPACE TO WS-PERM-RESULT.
           MOVE WS-PERM-USER-TYPE TO PRM-USER-TYPE.
           MOVE WS-PERM-FUNCTION TO PRM-FUNCTION-CODE.

           EXEC CICS READ
                FILE(APP-PERM-MATRIX-FILE-NAME)
                INTO (PERMISSION-MATRIX-RECORD)
                RIDFLD(PRM-PERM-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              IF PRM-ALLOW-YES
                 SET WS-PERM-ALLOWED TO TRUE
              ELSE
                 SET WS-PERM-DENIED TO TRUE
              END-IF
           END-IF.

       9300-DEBUG-AID.
      *    >>> DEBUGGING ONLY <<<
           IF I-AM-DEBUGGING THEN
              INITIALIZE WS-DEBUG-MESSAGE

              MOVE WS-DEBUG-AID TO WS-DEBUG-TEXT
              MOVE EIBRESP TO WS-DEBUG-EIBRESP
              MOVE EIBRESP2 TO WS-DEBUG-EIBRESP2

              EXEC CICS WRITEQ TS
                   QNAME(APP-DEBUG-TRACE-QUEUE-NAME)
                   FROM (WS-DEBUG-MESSAGE)
                   ITEM (WS-DEBUG-ITEM-NUMBER)
                   MAIN
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
           END-IF.
      *    >>> -------------- <<<
