      *        A MONTH (MM-YYYY) AND SHOWS A 31-COLUMN DAY GRID, ONE
      *        ROW PER ACTIVE EMPLOYEE OFF THE EMPDEPT PATH, WITH
      *        EVERY EABSENC ABSENCE TOUCHING THE MONTH MARKED BY ITS
      *        TYPE'S CALENDAR LETTER (FROM THE ABSENCE-TYPE TABLE -
      *        SEE EABSTYP.CPY, THROUGH THE LINKED EABTCP; V/S/U/T FOR
      *        THE ORIGINAL TYPES) ON THE DAYS IT COVERS - SO A
      *        SUPERVISOR SEES OVERLAPPING VACATIONS BEFORE APPROVING
      *        ANOTHER ONE.
      *      - DAYS OFF IN EACH EMPLOYEE'S WORKING PATTERN (SEE
      *        EWKPATN.CPY - THE WEEKEND ON A STANDARD WEEK) SHOW AS
      *        '-' INSTEAD OF '.', SO A PART-TIMER'S DAY OFF ISN'T
      *        MISTAKEN FOR COVER.
      *      - MANAGERS AND ADMINISTRATORS ONLY - SAME ROLE GATE
      *        EABSNP APPLIES, TABLE-DRIVEN THROUGH EPERMTX FIRST.
      *      - THE GRID HOLDS 14 EMPLOYEES PER SCREEN; A BIGGER
      *      - ABSENCE CALENDAR CONTAINER.
      *      - ABSENCE RECORD.
      *      - EMPLOYEE MASTER RECORD.
      *      - WORKING-PATTERN RECORD.
      *      - DEPARTMENT MASTER RECORD.
      *      - ACTIVITY MONITOR CONTAINER.
      *      - PERMISSION MATRIX RECORD.
      *      - ABSENCE-TYPE RECORD AND ITS LOOKUP COMM-AREA.
      *      - IBM'S AID KEYS.
      *      - IBM'S BMS VALUES.
      ******************************************************************
       COPY EABCCTR.
       COPY EABSENC.
       COPY EMPMAST.
       COPY EWKPATN.
       COPY DEPTMAST.
       COPY EMONCTR.
       COPY EPERMTX.
       COPY EREGUSR.
       COPY EDELEG.
       COPY EABSTYP.
       COPY EABTCA.
       COPY DFHAID.
       COPY DFHBMSCA.
      ******************************************************************
       01 WS-MARK-DAY-NUM           PIC 9(2)  VALUE ZEROES.
      *
       01 WS-ROW-GRID               PIC X(31) VALUE SPACES.
      *
      *    THE ROW'S WORKING WEEK (SEE EWKPATN.CPY), MONDAY FIRST.
      *    INTEGER-OF-DATE COUNTS FROM A MONDAY, SO A DAY NUMBER MOD
      *    7 GIVES 1 FOR MONDAY THROUGH 6 FOR SATURDAY AND 0 FOR
      *    SUNDAY - THE PATTERN'S 7TH DAY.
       01 WS-PATTERN-WEEK           PIC X(7)  VALUE 'FFFFFOO'.
       01 WS-PATTERN-DAYS REDEFINES WS-PATTERN-WEEK.
          05 WS-PATTERN-DAY         PIC X(1)  OCCURS 7 TIMES.
       01 WS-PATTERN-DAY-SUB        PIC S9(4) USAGE IS BINARY.
       01 WS-MONTH-FIRST-INT        PIC S9(8) USAGE IS BINARY.
      *
       01 WS-EMP-BROWSE-SWITCH      PIC X(1)  VALUE SPACES.
          88 WS-EMP-END-OF-DEPARTMENT         VALUE 'Y'.
      -           ' - First 14 Shown!'
                 TO WS-MESSAGE
           ELSE
              MOVE 'Calendar Built - Letter=Absence Type -=Day Off. PF9=
      -           'New Search PF12=Exit.'
                 TO WS-MESSAGE
           END-IF.
              INTO WS-MONTH-LAST-DATE
           END-STRING.

           COMPUTE WS-MONTH-FIRST-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(WS-MONTH-FIRST-DATE)).

       2220-BUILD-DAY-HEADER.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2220-BUILD-DAY-HEADER' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE ROW STARTS AS DOTS FOR EVERY REAL DAY OF THE MONTH
      *    (DASHES ON THE EMPLOYEE'S DAYS OFF), THEN EACH ABSENCE
      *    TOUCHING THE MONTH OVERWRITES ITS DAYS WITH THE TYPE
      *    LETTER.
           MOVE SPACES TO WS-ROW-GRID.

           PERFORM 2252-LOAD-ROW-PATTERN.

           PERFORM 2255-SET-ONE-EMPTY-DAY
              VARYING WS-DAY-SUB FROM 1 BY 1
              UNTIL WS-DAY-SUB IS GREATER THAN WS-DAYS-IN-MONTH.
           MOVE EMP-PRIMARY-NAME(1:20) TO CALNMO(CALO-INDEX).
           MOVE WS-ROW-GRID TO CALGRO(CALO-INDEX).

       2252-LOAD-ROW-PATTERN.
      *    >>> DEBUGGING ONLY <<<
           MOVE '2252-LOAD-ROW-PATTERN' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE EMPDEPT BROWSE ALREADY HAS THE EMPLOYEE'S MASTER IN
      *    PLACE. NO PATTERN, OR A CODE NO LONGER ON THE TABLE, IS
      *    THE STANDARD MONDAY-TO-FRIDAY WEEK.
           MOVE APP-STANDARD-WORK-WEEK TO WS-PATTERN-WEEK.

           IF EMP-WORK-PATTERN IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.

           MOVE EMP-WORK-PATTERN TO WPT-PATTERN-CODE.

           EXEC CICS READ
                FILE(APP-WORK-PATTERN-FILE-NAME)
                INTO (WORK-PATTERN-RECORD)
                RIDFLD(WPT-PATTERN-CODE)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              MOVE WPT-WORK-WEEK TO WS-PATTERN-WEEK
           END-IF.

       2255-SET-ONE-EMPTY-DAY.
           COMPUTE WS-PATTERN-DAY-SUB = FUNCTION MOD(
              WS-MONTH-FIRST-INT + WS-DAY-SUB - 1, 7).

           IF WS-PATTERN-DAY-SUB IS EQUAL TO ZERO
              MOVE 7 TO WS-PATTERN-DAY-SUB
           END-IF.

           IF WS-PATTERN-DAY(WS-PATTERN-DAY-SUB) IS EQUAL TO 'O'
              MOVE '-' TO WS-ROW-GRID(WS-DAY-SUB:1)
           ELSE
              MOVE '.' TO WS-ROW-GRID(WS-DAY-SUB:1)
           END-IF.

       2260-MARK-EMPLOYEE-ABSENCES.
      *    >>> DEBUGGING ONLY <<<
           END-EVALUATE.

       2280-MARK-ONE-ABSENCE.
      *    CLIP THE ABSENCE TO THE MONTH, THEN STAMP THE TYPE'S
      *    CALENDAR LETTER ON EVERY DAY IT COVERS. A TYPE THE TABLE
      *    DOESN'T KNOW IS STAMPED WITH ITS OWN CODE.
           PERFORM 8800-LOOKUP-ABSENCE-TYPE.
           IF ABT-CALENDAR-LETTER IS EQUAL TO SPACE
              MOVE ABS-ABSENCE-TYPE TO ABT-CALENDAR-LETTER
           END-IF.

           IF ABS-START-DATE IS LESS THAN WS-MONTH-FIRST-DATE
              MOVE WS-MONTH-FIRST-DATE TO WS-MARK-FROM-DATE
           ELSE
              UNTIL WS-DAY-SUB IS GREATER THAN WS-MARK-TO-DAY.

       2285-MARK-ONE-DAY.
           MOVE ABT-CALENDAR-LETTER TO WS-ROW-GRID(WS-DAY-SUB:1).

       2400-DELETE-CALENDAR-CONTAINER.
      *    >>> DEBUGGING ONLY <<<
              TO WS-MESSAGE.
           MOVE -1 TO DEPTIDL.

       8800-LOOKUP-ABSENCE-TYPE.
      *    >>> DEBUGGING ONLY <<<
           MOVE '8800-LOOKUP-ABSENCE-TYPE' TO WS-DEBUG-AID.
           PERFORM 9300-DEBUG-AID.
      *    >>> -------------- <<<

      *    THE TYPE ROW FOR ABS-ABSENCE-TYPE LANDS IN
      *    ABSENCE-TYPE-RECORD. A LOOKUP THAT CAN'T BE LINKED TO
      *    READS AS AN UNKNOWN TYPE, SO NOTHING IS DRAWN DOWN ON A
      *    GUESS.
           INITIALIZE ABS-TYPE-LOOKUP-COMMAREA.
           MOVE ABS-ABSENCE-TYPE TO ATL-TYPE-CODE.

           EXEC CICS LINK
                PROGRAM(APP-ABSTYPE-PROGRAM-NAME)
                COMMAREA(ABS-TYPE-LOOKUP-COMMAREA)
                LENGTH(LENGTH OF ABS-TYPE-LOOKUP-COMMAREA)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS NOT EQUAL TO DFHRESP(NORMAL) THEN
              INITIALIZE ABS-TYPE-LOOKUP-COMMAREA
              SET ATL-TYPE-UNKNOWN TO TRUE
           END-IF.

           MOVE ATL-TYPE-RECORD TO ABSENCE-TYPE-RECORD.

      *-----------------------------------------------------------------
       ACTIVITY-MONITOR SECTION.
      *-----------------------------------------------------------------
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

      *    PICK UP THE MONITOR'S REPLY - STATUS, MESSAGE AND THE
      *    SESSION CATEGORY IT HANDS BACK.
           EVALUATE WS-CICS-RESPONSE
           WHEN DFHRESP(NORMAL)
                PERFORM 4100-GET-MONITOR-CONTAINER
           WHEN DFHRESP(PGMIDERR)
                MOVE 'Activity Monitor Program Not Found!'
                   TO WS-MESSAGE
