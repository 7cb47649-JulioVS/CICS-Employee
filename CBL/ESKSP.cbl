       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESKSP.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYEE APP'.
      *      - 'FIND SOMEONE WHO CAN...' SKILLS SEARCH PROGRAM.
      *      - ENTERED DIRECTLY BY TRANSACTION ID. TAKES A SKILL CODE
      *        (VALIDATED AGAINST THE ESKILL TABLE), A MINIMUM
      *        PROFICIENCY LEVEL (1-5) AND, OPTIONALLY, A DEPARTMENT,
      *        AND LISTS EVERY ACTIVE EMPLOYEE HOLDING THE SKILL AT OR
      *        ABOVE THAT LEVEL.
      *      - THE MATCHES ARE GATHERED ONCE, OFF THE NON-UNIQUE
      *        SKILL-CODE PATH OVER EEMPSKL, INTO THE CONTAINER;
      *        PF7/PF8 PAGE THROUGH THEM WITHOUT GOING BACK TO THE
      *        FILE.
      *      - A LINE IS PICKED THE SAME WAY AS ON ELISTP (ANY
      *        CHARACTER IN THE SELECT BYTE, OR THE CURSOR ON THE
      *        LINE AND ENTER): THE CONTAINER IS PARKED ON A PER-USER
      *        QUEUE AND THE EMPLOYEE IS HANDED TO EVIEWP, WHOSE PF12
      *        COMES BACK HERE TO THE SAME CRITERIA AND PAGE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *   INCLUDE COPYBOOKS FOR:
      *      - APPLICATION CONSTANTS.
      *      - SKILLS SEARCH MAPSET (WITH THE MATCH-LINE ARRAY).
      *      - SKILLS SEARCH CONTAINER.
      *      - SKILL CODE TABLE RECORD.
      *      - EMPLOYEE SKILL RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY ECONST.
       COPY ESKSMAP.
       COPY ESKSCTR.
       COPY ESKILTB.
       COPY EEMPSKL.
       COPY EMPMAST.
       COPY DEPTMAST.
       COPY EMONCTR.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
      *   DEFINE MY WORKING VARIABLES.
      ******************************************************************
       01 WS-WORKING-VARS.
          05 WS-CICS-RESPONSE       PIC S9(8) USAGE IS BINARY.
          05 WS-MESSAGE             PIC X(79) VALUE SPACES.
          05 WS-PAGE-COUNT          PIC 9(3)  VALUE ZEROES.
          05 WS-FIRST-MATCH         PIC S9(4) USAGE IS BINARY.
          05 WS-MATCH-SUB           PIC S9(4) USAGE IS BINARY.
          05 WS-SELECTED-LINE       PIC S9(4) USAGE IS BINARY.
          05 WS-RESUME-ITEM-NUM     PIC S9(4) USAGE IS BINARY.
          05 WS-MATCH-LEVEL         PIC 9(1).
      *
      *    MATCH LINES ON ONE SCREEN - THE OCCURS COUNT ON ESKSMAP.
       01 WS-LINES-PER-PAGE         PIC S9(4) USAGE IS BINARY
                                              VALUE 12.
      *
       01 WS-VALIDATION-FLAG        PIC X(1)  VALUE SPACES.
          88 VALIDATION-PASSED                VALUE 'Y'.
          88 VALIDATION-FAILED                VALUE SPACES.
      *
       01 WS-CRITERIA-KEYED-FLAG    PIC X(1)  VALUE SPACES.
          88 CRITERIA-WERE-KEYED              VALUE 'Y'.
      *
       01 WS-SKILL-BROWSE-SWITCH    PIC X(1)  VALUE SPACE.
          88 WS-SKILL-END-OF-HOLDERS          VALUE 'E'.
      *
       01 WS-SKILL-BROWSE-KEY       PIC X(8)  VALUE SPACES.
      *
      *    PROFICIENCY LEVEL NAMES, SHOWN NEXT TO THE DIGIT (SAME
      *    WORDING AS ESKLP).
      *
       01 WS-PROFICIENCY-NAMES.
          05 FILLER                 PIC X(10) VALUE 'BASIC'.
          05 FILLER                 PIC X(10) VALUE 'WORKING'.
          05 FILLER                 PIC X(10) VALUE 'PROFICIENT'.
          05 FILLER                 PIC X(10) VALUE 'ADVANCED'.
          05 FILLER                 PIC X(10) VALUE 'EXPERT'.
       01 WS-PROFICIENCY-TABLE REDEFINES WS-PROFICIENCY-NAMES.
          05 WS-PROFICIENCY-NAME    PIC X(10) OCCURS 5 TIMES.
      *
       01 WS-SUMMARY-LINE.
          05 FILLER                 PIC X(9)  VALUE 'Matches: '.
          05 WS-SUM-MATCH-COUNT     PIC ZZ9.
          05 FILLER                 PIC X(8)  VALUE '   Page '.
          05 WS-SUM-PAGE            PIC ZZ9.
          05 FILLER                 PIC X(4)  VALUE ' of '.
          05 WS-SUM-PAGE-COUNT      PIC ZZ9.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 WS-SUM-TRUNCATED       PIC X(27) VALUE SPACES.
      *
      *    SELECTED-LINE HANDOFF TO THE DETAIL SCREEN - THE WHOLE
      *    SEARCH CONTAINER IS PARKED ON A PER-USER QUEUE SO THE
      *    SEARCH RESUMES ON THE SAME PAGE WHEN EVIEWP HANDS BACK.
      *    16-BYTE QNAME, SAME PER-USER CONVENTION AS ELISTP.
       01 WS-RESUME-QUEUE-NAME.
          05 WS-RSQ-PREFIX          PIC X(8)  VALUE 'SKLSRESU'.
          05 WS-RSQ-USER-ID         PIC X(8)  VALUE SPACES.
      *
       01 WS-DETAIL-COMMAREA.
          05 WS-DCA-EMPLOYEE-ID     PIC X(8)  VALUE SPACES.
          05 WS-DCA-ORIGIN-FLAG     PIC X(1)  VALUE SPACES.
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
      ******************************************************************
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE TRANSACTION - USED
      *   ONLY WHEN EVIEWP HANDS BACK A DETAIL OPENED FROM THIS SCREEN.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(8).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MAIN-LOGIC SECTION.
      *-----------------------------------------------------------------

      *    >>> DEBUGGING ONLY <<<
           MOVE 'MAIN-LOGIC' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    A COMM-AREA CARRYING THE RESUME MARKER MEANS EVIEWP IS
      *    HANDING BACK A DETAIL OPENED FROM ONE OF OUR LINES.
           IF EIBCALEN IS GREATER THAN ZERO THEN
              IF DFHCOMMAREA IS EQUAL TO 'RESUME  '
                 PERFORM 1060-RESUME-FROM-DETAIL
              ELSE
                 PERFORM 1000-FIRST-INTERACTION
              END-IF
           ELSE
              EXEC CICS GET
                   CONTAINER(APP-SKLSRCH-CONTAINER-NAME)
                   CHANNEL(APP-SKLSRCH-CHANNEL-NAME)
                   INTO (SKILL-SEARCH-CONTAINER)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              EVALUATE WS-CICS-RESPONSE
              WHEN DFHRESP(CHANNELERR)
              WHEN DFHRESP(CONTAINERERR)
      *            1ST INTERACTION -> NO CONTAINER YET (CREATE IT)
                   PERFORM 1000-FIRST-INTERACTION
              WHEN DFHRESP(NORMAL)
      *            NEXT INTERACTIONS -> CONTAINER FOUND (CONTINUE)
                   PERFORM 2000-PROCESS-USER-INPUT
              WHEN OTHER
                   MOVE 'Error Retrieving Skills Search Container!'
                      TO WS-MESSAGE
              END-EVALUATE
           END-IF.

           PERFORM 9000-SEND-MAP-AND-RETURN.

      *-----------------------------------------------------------------
       START-UP SECTION.
      *-----------------------------------------------------------------

       1000-FIRST-INTERACTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1000-FIRST-INTERACTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1100-INITIALIZE.

           MOVE 'Enter a Skill Code and Minimum Level (Department is Opt
      -         'ional)!'
              TO WS-MESSAGE.
           MOVE -1 TO SKCODEL.

       1060-RESUME-FROM-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1060-RESUME-FROM-DETAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE CONTAINER PARKED AT HANDOFF TIME COMES BACK WHOLE -
      *    CRITERIA, MATCHES AND PAGE - SO 9100 CAN REPAINT THE EXACT
      *    PAGE THE CLERK LEFT. A MISSING PARK (RECYCLE, EXPIRED
      *    QUEUE) JUST FALLS BACK TO A FRESH START.
           PERFORM 1100-INITIALIZE.
           PERFORM 1150-SET-RESUME-QUEUE-NAME.

           MOVE 1 TO WS-RESUME-ITEM-NUM.

           EXEC CICS READQ TS
                QNAME(WS-RESUME-QUEUE-NAME)
                INTO (SKILL-SEARCH-CONTAINER)
                ITEM (WS-RESUME-ITEM-NUM)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              EXEC CICS DELETEQ TS
                   QNAME(WS-RESUME-QUEUE-NAME)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC
              MOVE 'Back To The Search - Same Criteria, Same Page.'
                 TO WS-MESSAGE
           ELSE
              PERFORM 1000-FIRST-INTERACTION
           END-IF.

       1100-INITIALIZE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1100-INITIALIZE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE SKILL-SEARCH-CONTAINER.
           INITIALIZE WS-WORKING-VARS.
           INITIALIZE ESKSMO.

      *    BLANK MEANS 'ANY LEVEL' UNTIL THE CLERK KEYS ONE.
           MOVE 1 TO SSC-MIN-LEVEL.
           MOVE 1 TO SSC-CURRENT-PAGE.

       1150-SET-RESUME-QUEUE-NAME.
      *    >>> DEBUGGING ONLY <<<
           MOVE '1150-SET-RESUME-QUEUE-NAME' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE ACTIVITY-MONITOR-CONTAINER.

           EXEC CICS GET
                CONTAINER(APP-ACTMON-CONTAINER-NAME)
                CHANNEL(APP-ACTMON-CHANNEL-NAME)
                INTO (ACTIVITY-MONITOR-CONTAINER)
                FLENGTH(LENGTH OF ACTIVITY-MONITOR-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL) AND
              MON-USER-ID IS NOT EQUAL TO SPACES
              MOVE MON-USER-ID TO WS-RSQ-USER-ID
           ELSE
              MOVE '<ANONYM>' TO WS-RSQ-USER-ID
           END-IF.

      *-----------------------------------------------------------------
       USE-CASE SECTION.
      *-----------------------------------------------------------------

       2000-PROCESS-USER-INPUT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2000-PROCESS-USER-INPUT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS RECEIVE
                MAP(APP-SKLSRCH-MAP-NAME)
                MAPSET(APP-SKLSRCH-MAPSET-NAME)
                INTO (ESKSMI)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE EIBAID
           WHEN DFHENTER
                PERFORM 2100-SEARCH-OR-SELECT
           WHEN DFHPF7
                PERFORM 2300-PREVIOUS-PAGE
           WHEN DFHPF8
                PERFORM 2400-NEXT-PAGE
           WHEN DFHPF9
                PERFORM 2600-CLEAR-SCREEN
           WHEN DFHPF3
           WHEN DFHPF12
                PERFORM 2500-DELETE-SEARCH-CONTAINER
                PERFORM 9200-RETURN-TO-CICS
           WHEN OTHER
                MOVE 'Invalid Key!' TO WS-MESSAGE
           END-EVALUATE.

       2100-SEARCH-OR-SELECT.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2100-SEARCH-OR-SELECT' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    NEW OR CHANGED CRITERIA ALWAYS MEAN A NEW SEARCH; OTHERWISE
      *    ENTER ON A LISTED LINE OPENS THAT EMPLOYEE.
           MOVE SPACES TO WS-CRITERIA-KEYED-FLAG.

           IF SKCODEL IS GREATER THAN ZERO OR
              MINLVLL IS GREATER THAN ZERO OR
              DEPTIDL IS GREATER THAN ZERO THEN
              SET CRITERIA-WERE-KEYED TO TRUE
           END-IF.

           IF SSC-SEARCH-DONE AND NOT CRITERIA-WERE-KEYED THEN
              PERFORM 2110-CHECK-LINE-SELECTION
              IF WS-SELECTED-LINE IS GREATER THAN ZERO
                 PERFORM 2120-HANDOFF-TO-DETAIL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           PERFORM 2150-VALIDATE-CRITERIA.

           IF VALIDATION-PASSED THEN
              PERFORM 2200-RUN-SEARCH
           END-IF.

       2110-CHECK-LINE-SELECTION.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2110-CHECK-LINE-SELECTION' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE ZERO TO WS-SELECTED-LINE.

           PERFORM 2115-CHECK-ONE-LINE
              VARYING SKSI-INDEX FROM 1 BY 1
              UNTIL SKSI-INDEX IS GREATER THAN WS-LINES-PER-PAGE.

       2115-CHECK-ONE-LINE.
      *    A KEYED SELECT BYTE WINS; FAILING THAT, CHECK EACH LINE TO
      *    SEE IF THE CURSOR IS POSITIONED THERE.
           IF SELCTI(SKSI-INDEX) IS NOT EQUAL TO SPACE AND
              SELCTI(SKSI-INDEX) IS NOT EQUAL TO LOW-VALUE
              SET WS-SELECTED-LINE TO SKSI-INDEX
           ELSE
              MOVE SELCTF(SKSI-INDEX) TO DFHBMFLG
              IF WS-SELECTED-LINE IS EQUAL TO ZERO
                 IF DFHCURSR THEN
                    SET WS-SELECTED-LINE TO SKSI-INDEX
                 END-IF
              END-IF
           END-IF.

       2120-HANDOFF-TO-DETAIL.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2120-HANDOFF-TO-DETAIL' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           COMPUTE WS-MATCH-SUB =
              (SSC-CURRENT-PAGE - 1) * WS-LINES-PER-PAGE
              + WS-SELECTED-LINE.

           IF WS-MATCH-SUB IS GREATER THAN SSC-MATCH-COUNT
              MOVE 'No Employee On That Line!' TO WS-MESSAGE
              EXIT PARAGRAPH
           END-IF.

      *    PARK THE WHOLE CONTAINER UNDER THE SIGNED-ON USER SO THE
      *    HAND-BACK RESUMES THIS EXACT PAGE, THEN HAND THE CHOSEN
      *    EMPLOYEE TO THE DETAIL SCREEN WITH THE SKILLS-SEARCH
      *    ORIGIN BYTE SET.
           PERFORM 1150-SET-RESUME-QUEUE-NAME.

           EXEC CICS DELETEQ TS
                QNAME(WS-RESUME-QUEUE-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EXEC CICS WRITEQ TS
                QNAME(WS-RESUME-QUEUE-NAME)
                FROM (SKILL-SEARCH-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           MOVE SSC-MATCH-EMPLOYEE-ID(WS-MATCH-SUB)
              TO WS-DCA-EMPLOYEE-ID.
           MOVE 'S' TO WS-DCA-ORIGIN-FLAG.

           EXEC CICS XCTL
                PROGRAM(APP-VIEW-PROGRAM-NAME)
                COMMAREA(WS-DETAIL-COMMAREA)
                LENGTH(LENGTH OF WS-DETAIL-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    AN XCTL ONLY COMES BACK ON FAILURE.
           MOVE 'Error: Could Not Open The Detail Screen!'
              TO WS-MESSAGE.

       2150-VALIDATE-CRITERIA.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2150-VALIDATE-CRITERIA' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    START FROM THE LAST CRITERIA AND OVERLAY WHATEVER WAS
      *    KEYED THIS TIME.
           IF SKCODEL IS GREATER THAN ZERO THEN
              MOVE FUNCTION UPPER-CASE(SKCODEI) TO SSC-SKILL-CODE
           END-IF.

           IF MINLVLL IS GREATER THAN ZERO THEN
              IF MINLVLI IS NUMERIC THEN
                 MOVE MINLVLI TO SSC-MIN-LEVEL
              ELSE
                 MOVE ZERO TO SSC-MIN-LEVEL
              END-IF
           END-IF.

           IF DEPTIDL IS GREATER THAN ZERO THEN
              IF DEPTIDI IS EQUAL TO SPACES THEN
                 MOVE ZERO TO SSC-DEPARTMENT-ID
              ELSE
                 EXEC CICS BIF DEEDIT
                      FIELD(DEPTIDI)
                      LENGTH(LENGTH OF DEPTIDI)
                      END-EXEC
                 MOVE DEPTIDI TO SSC-DEPARTMENT-ID
              END-IF
           END-IF.

           INITIALIZE WS-VALIDATION-FLAG.

           EVALUATE TRUE
           WHEN SSC-SKILL-CODE IS EQUAL TO SPACES
                MOVE 'Validation Error: Skill Code is required!'
                   TO WS-MESSAGE
                MOVE -1 TO SKCODEL
                EXIT PARAGRAPH
           WHEN SSC-MIN-LEVEL IS LESS THAN 1 OR
                SSC-MIN-LEVEL IS GREATER THAN 5
                MOVE 'Validation Error: Minimum Level must be 1 to 5!'
                   TO WS-MESSAGE
                MOVE -1 TO MINLVLL
                EXIT PARAGRAPH
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *    THE SKILL MUST BE ON THE TABLE. AN INACTIVE CODE IS STILL
      *    SEARCHABLE - PEOPLE WHO ALREADY HOLD IT STILL HOLD IT.
           MOVE SSC-SKILL-CODE TO SKL-SKILL-CODE.

           EXEC CICS READ
                FILE(APP-SKILL-FILE-NAME)
                INTO (SKILL-RECORD)
                RIDFLD(SKL-SKILL-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              MOVE SPACES TO SSC-SKILL-DESC
              MOVE 'Validation Error: Skill Code not on the Skill table 
      -            '- see ESKA!'
                 TO WS-MESSAGE
              MOVE -1 TO SKCODEL
              EXIT PARAGRAPH
           END-IF.

           MOVE SKL-SKILL-DESC TO SSC-SKILL-DESC.

           IF SSC-DEPARTMENT-ID IS GREATER THAN ZERO THEN
              MOVE SSC-DEPARTMENT-ID TO DEPT-DEPARTMENT-ID

              EXEC CICS READ
                   FILE(APP-DEPT-MASTER-FILE-NAME)
                   INTO (DEPARTMENT-MASTER-RECORD)
                   RIDFLD(DEPT-DEPARTMENT-ID)
                   RESP(WS-CICS-RESPONSE)
                   END-EXEC

              IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE 'Validation Error: Department ID Not Found!'
                    TO WS-MESSAGE
                 MOVE -1 TO DEPTIDL
                 EXIT PARAGRAPH
              END-IF
           END-IF.

           SET VALIDATION-PASSED TO TRUE.

       2200-RUN-SEARCH.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2200-RUN-SEARCH' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           INITIALIZE SSC-MATCH-TABLE.
           MOVE ZERO TO SSC-MATCH-COUNT.
           MOVE SPACE TO SSC-TRUNCATED-FLAG.
           MOVE 1 TO SSC-CURRENT-PAGE.
           SET SSC-SEARCH-DONE TO TRUE.

           MOVE SPACE TO WS-SKILL-BROWSE-SWITCH.
           MOVE SSC-SKILL-CODE TO WS-SKILL-BROWSE-KEY.

           EXEC CICS STARTBR
                FILE(APP-EMPSKILL-CODE-PATH-NAME)
                RIDFLD(WS-SKILL-BROWSE-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 2210-NEXT-SKILL-HOLDER
                   UNTIL WS-SKILL-END-OF-HOLDERS

                EXEC CICS ENDBR
                     FILE(APP-EMPSKILL-CODE-PATH-NAME)
                     RESP(WS-CICS-RESPONSE)
                     END-EXEC
           WHEN DFHRESP(NOTFND)
                CONTINUE
           WHEN DFHRESP(NOTOPEN)
                MOVE 'Employee Skill File Not Open!' TO WS-MESSAGE
                EXIT PARAGRAPH
           WHEN OTHER
                MOVE 'Error Browsing Employee Skill File!'
                   TO WS-MESSAGE
                EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE TRUE
           WHEN SSC-MATCH-COUNT IS EQUAL TO ZERO
                MOVE 'No Active Employee Has That Skill At That Level.'
                   TO WS-MESSAGE
           WHEN SSC-MATCHES-TRUNCATED
                MOVE 'Search Complete - Too Many Matches, Narrow It By L
      -              'evel or Department.'
                   TO WS-MESSAGE
           WHEN OTHER
                MOVE 'Search Complete - Select a Line (or Cursor + ENTER
      -              ') to View the Employee.'
                   TO WS-MESSAGE
           END-EVALUATE.

           MOVE -1 TO SKCODEL.

       2210-NEXT-SKILL-HOLDER.
           EXEC CICS READNEXT
                FILE(APP-EMPSKILL-CODE-PATH-NAME)
                RIDFLD(WS-SKILL-BROWSE-KEY)
                INTO (EMPLOYEE-SKILL-RECORD)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    THE PATH IS NON-UNIQUE, SO DUPKEY JUST MEANS MORE PEOPLE
      *    HOLDING THE SAME SKILL FOLLOW.
           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(DUPKEY)
              MOVE DFHRESP(NORMAL) TO WS-CICS-RESPONSE
           END-IF.

           EVALUATE TRUE
           WHEN WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
                SET WS-SKILL-END-OF-HOLDERS TO TRUE
           WHEN ESK-SKILL-CODE IS NOT EQUAL TO SSC-SKILL-CODE
                SET WS-SKILL-END-OF-HOLDERS TO TRUE
           WHEN ESK-PROFICIENCY IS LESS THAN SSC-MIN-LEVEL
                CONTINUE
           WHEN OTHER
                PERFORM 2220-CHECK-SKILL-HOLDER
           END-EVALUATE.

       2220-CHECK-SKILL-HOLDER.
      *    ONLY ACTIVE EMPLOYEES (NOT LEAVERS, NOT MERGED-AWAY
      *    DUPLICATES) IN THE CHOSEN DEPARTMENT, IF ONE WAS GIVEN.
           MOVE ESK-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.

           EXEC CICS READ
                FILE(APP-EMP-MASTER-FILE-NAME)
                INTO (EMPLOYEE-MASTER-RECORD)
                RIDFLD(EMP-EMPLOYEE-ID)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF.

           IF NOT EMP-ACTIVE OR EMP-LEAVER-PROCESSED
              EXIT PARAGRAPH
           END-IF.

           IF SSC-DEPARTMENT-ID IS GREATER THAN ZERO AND
              EMP-DEPARTMENT-ID IS NOT EQUAL TO SSC-DEPARTMENT-ID
              EXIT PARAGRAPH
           END-IF.

           IF SSC-MATCH-COUNT IS NOT LESS THAN APP-SKLSRCH-MAX-MATCHES
              SET SSC-MATCHES-TRUNCATED TO TRUE
              SET WS-SKILL-END-OF-HOLDERS TO TRUE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SSC-MATCH-COUNT.
           SET SSC-MATCH-INDEX TO SSC-MATCH-COUNT.

           MOVE EMP-EMPLOYEE-ID
              TO SSC-MATCH-EMPLOYEE-ID(SSC-MATCH-INDEX).
           MOVE EMP-PRIMARY-NAME
              TO SSC-MATCH-NAME(SSC-MATCH-INDEX).
           MOVE ESK-PROFICIENCY
              TO SSC-MATCH-PROFICIENCY(SSC-MATCH-INDEX).
           MOVE EMP-DEPARTMENT-ID
              TO SSC-MATCH-DEPARTMENT-ID(SSC-MATCH-INDEX).

       2300-PREVIOUS-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2300-PREVIOUS-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF SSC-CURRENT-PAGE IS GREATER THAN 1 THEN
              SUBTRACT 1 FROM SSC-CURRENT-PAGE
           ELSE
              MOVE 'No Previous Page To Display!' TO WS-MESSAGE
           END-IF.

       2400-NEXT-PAGE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2400-NEXT-PAGE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           IF SSC-CURRENT-PAGE * WS-LINES-PER-PAGE
              IS LESS THAN SSC-MATCH-COUNT THEN
              ADD 1 TO SSC-CURRENT-PAGE
           ELSE
              MOVE 'No More Matches To Display!' TO WS-MESSAGE
           END-IF.

       2500-DELETE-SEARCH-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2500-DELETE-SEARCH-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS DELETE
                CONTAINER(APP-SKLSRCH-CONTAINER-NAME)
                CHANNEL(APP-SKLSRCH-CHANNEL-NAME)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

       2600-CLEAR-SCREEN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2600-CLEAR-SCREEN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 1000-FIRST-INTERACTION.

      *-----------------------------------------------------------------
       EXIT-ROUTE SECTION.
      *-----------------------------------------------------------------

       9000-SEND-MAP-AND-RETURN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9000-SEND-MAP-AND-RETURN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           PERFORM 9100-POPULATE-MAP.
           PERFORM 9150-PUT-SEARCH-CONTAINER.

           EXEC CICS SEND
                MAP(APP-SKLSRCH-MAP-NAME)
                MAPSET(APP-SKLSRCH-MAPSET-NAME)
                FROM (ESKSMO)
                ERASE
                CURSOR
                END-EXEC.

           EXEC CICS RETURN
                CHANNEL(APP-SKLSRCH-CHANNEL-NAME)
                TRANSID(APP-SKLSRCH-TRANSACTION-ID)
                END-EXEC.

       9100-POPULATE-MAP.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9100-POPULATE-MAP' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           MOVE EIBTRNID TO TRANIDO.

           MOVE SSC-SKILL-CODE TO SKCODEO.
           MOVE SSC-SKILL-DESC TO SKDESCO.
           MOVE SSC-MIN-LEVEL TO MINLVLO.

           IF SSC-DEPARTMENT-ID IS GREATER THAN ZERO THEN
              MOVE SSC-DEPARTMENT-ID TO DEPTIDO
           END-IF.

           IF SSC-SEARCH-DONE THEN
              COMPUTE WS-PAGE-COUNT =
                 (SSC-MATCH-COUNT + WS-LINES-PER-PAGE - 1)
                 / WS-LINES-PER-PAGE
              IF WS-PAGE-COUNT IS EQUAL TO ZERO
                 MOVE 1 TO WS-PAGE-COUNT
              END-IF

              MOVE SSC-MATCH-COUNT TO WS-SUM-MATCH-COUNT
              MOVE SSC-CURRENT-PAGE TO WS-SUM-PAGE
              MOVE WS-PAGE-COUNT TO WS-SUM-PAGE-COUNT
              IF SSC-MATCHES-TRUNCATED
                 MOVE '(List Full - Narrow Search)'
                    TO WS-SUM-TRUNCATED
              ELSE
                 MOVE SPACES TO WS-SUM-TRUNCATED
              END-IF
              MOVE WS-SUMMARY-LINE TO SUMMRYO

              COMPUTE WS-FIRST-MATCH =
                 (SSC-CURRENT-PAGE - 1) * WS-LINES-PER-PAGE

              PERFORM 9110-POPULATE-MATCH-LINE
                 VARYING SKSO-INDEX FROM 1 BY 1
                 UNTIL SKSO-INDEX IS GREATER THAN WS-LINES-PER-PAGE
           END-IF.

           MOVE WS-MESSAGE TO MESSO.

           EVALUATE TRUE
           WHEN MESSO(1:5) IS EQUAL TO 'Enter'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:6) IS EQUAL TO 'Search'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:4) IS EQUAL TO 'Back'
                MOVE DFHPINK TO MESSC
           WHEN MESSO(1:2) IS EQUAL TO 'No'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:10) IS EQUAL TO 'Validation'
                MOVE DFHYELLO TO MESSC
           WHEN MESSO(1:5) IS EQUAL TO 'Error'
                MOVE DFHRED TO MESSC
           END-EVALUATE.

      *    SET ANY MODIFIED DATA TAG (MDT) 'ON' TO AVOID THE 'AEI9'
      *    ABEND THAT HAPPENS WHEN WE ONLY RECEIVE AN AID-KEY FROM THE
      *    MAP AND NO REAL DATA ALONG IT.
           MOVE DFHBMFSE TO TRANIDA.

       9110-POPULATE-MATCH-LINE.
           SET WS-MATCH-SUB TO SKSO-INDEX.
           ADD WS-FIRST-MATCH TO WS-MATCH-SUB.

           IF WS-MATCH-SUB IS GREATER THAN SSC-MATCH-COUNT
      *       NOTHING TO PICK ON AN EMPTY LINE.
              SET SKSI-INDEX TO SKSO-INDEX
              MOVE DFHBMASK TO SELCTA(SKSI-INDEX)
           ELSE
              SET SSC-MATCH-INDEX TO WS-MATCH-SUB
              MOVE SSC-MATCH-EMPLOYEE-ID(SSC-MATCH-INDEX)
                 TO EMPIDO(SKSO-INDEX)
              MOVE SSC-MATCH-NAME(SSC-MATCH-INDEX)
                 TO PRMNMO(SKSO-INDEX)
              MOVE SSC-MATCH-PROFICIENCY(SSC-MATCH-INDEX)
                 TO WS-MATCH-LEVEL
              MOVE WS-MATCH-LEVEL TO SKLVLO(SKSO-INDEX)
              MOVE WS-PROFICIENCY-NAME(WS-MATCH-LEVEL)
                 TO LVLDSO(SKSO-INDEX)
              MOVE SSC-MATCH-DEPARTMENT-ID(SSC-MATCH-INDEX)
                 TO DPTIDO(SKSO-INDEX)
           END-IF.

       9150-PUT-SEARCH-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '9150-PUT-SEARCH-CONTAINER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

           EXEC CICS PUT
                CONTAINER(APP-SKLSRCH-CONTAINER-NAME)
                CHANNEL(APP-SKLSRCH-CHANNEL-NAME)
                FROM (SKILL-SEARCH-CONTAINER)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                CONTINUE
           WHEN OTHER
                MOVE 'Error Putting Skills Search Container!'
                   TO WS-MESSAGE
           END-EVALUATE.

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
